   *> QUOTHREC - quotation history record: the QUOTE header and line
   *> records of a closed quote (converted, lost or expired) as
   *> QUOTE-CONVERT purged them, with the purge date, so what was
   *> promised can still be shown after the quote has left the live
   *> file. Line 0000 is the header. Appended, never rewritten; the
   *> QUOTE-HIT-RATE report reads the headers alongside the live
   *> file.
    01  QUOTE-HIST-REC.
        05  QH-QUOTE-NO PIC X(8).
        05  QH-LINE-NO PIC 9(4).
            88  QH-IS-HEADER VALUE 0.
        05  QH-PURGE-DATE PIC 9(8).
        05  QH-HEADER-DATA.
            10  QH-CUST-ID PIC X(6).
            10  QH-SALES-ID PIC X(6).
            10  QH-SHIPTO-CODE PIC X(4).
            10  QH-PRICE-TIER PIC X(1).
            10  QH-QUOTE-DATE PIC 9(8).
            10  QH-EXPIRY-DATE PIC 9(8).
            10  QH-STATUS PIC X(1).
            10  QH-STATUS-DATE PIC 9(8).
            10  QH-LINE-COUNT PIC 9(4).
            10  QH-QUOTE-VALUE PIC 9(7)V99.
            10  QH-OPER-ID PIC X(8).
        05  QH-LINE-DATA REDEFINES QH-HEADER-DATA.
            10  QH-PART-NO PIC X(6).
            10  QH-QUANTITY PIC 9(5).
            10  QH-UNIT-PRICE PIC 9(5)V99.
            10  QH-PRICE-SOURCE PIC X(1).
            10  FILLER PIC X(44).
