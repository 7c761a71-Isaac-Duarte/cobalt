   *> QUOTREC - sales quotation record, keyed on quote number plus
   *> line number. Line 0000 is the quote header -- customer,
   *> salesperson, ship-to, the price tier the quote was priced
   *> under, the quote and expiry dates, and the status; lines 0001
   *> up carry the part, the quantity and the unit price quoted,
   *> resolved from PRICEDAT exactly as ORDER-ENTRY would have priced
   *> the line on the quote date. Status walks O (open) to A
   *> (accepted by the customer) to C (converted to an order by
   *> QUOTE-CONVERT, whose order number is the quote number), or to
   *> L (lost) or E (expired). Closed quotes purge to QUOTHIST.
    01  QUOTE-REC.
        05  QT-QUOTE-KEY.
            10  QT-QUOTE-NO PIC X(8).
            10  QT-LINE-NO PIC 9(4).
                88  QT-IS-HEADER VALUE 0.
        05  QT-HEADER-DATA.
            10  QT-CUST-ID PIC X(6).
            10  QT-SALES-ID PIC X(6).
            10  QT-SHIPTO-CODE PIC X(4).
            10  QT-PRICE-TIER PIC X(1).
            10  QT-QUOTE-DATE PIC 9(8).
            10  QT-EXPIRY-DATE PIC 9(8).
            10  QT-STATUS PIC X(1).
                88  QT-STATUS-OPEN VALUE "O".
                88  QT-STATUS-ACCEPTED VALUE "A".
                88  QT-STATUS-CONVERTED VALUE "C".
                88  QT-STATUS-LOST VALUE "L".
                88  QT-STATUS-EXPIRED VALUE "E".
            10  QT-STATUS-DATE PIC 9(8).
            10  QT-LINE-COUNT PIC 9(4).
            10  QT-QUOTE-VALUE PIC 9(7)V99 COMP-3.
            10  QT-OPER-ID PIC X(8).
        05  QT-LINE-DATA REDEFINES QT-HEADER-DATA.
            10  QT-PART-NO PIC X(6).
            10  QT-QUANTITY PIC 9(5).
            10  QT-UNIT-PRICE PIC 9(5)V99 COMP-3.
            10  QT-PRICE-SOURCE PIC X(1).
                88  QT-PRICED-FROM-TABLE VALUE "T".
                88  QT-PRICED-AT-LIST VALUE "L".
            10  FILLER PIC X(43).
