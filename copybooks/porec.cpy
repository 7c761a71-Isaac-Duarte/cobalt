   *> STKMOVE receipts carry the PO number in MV-REFERENCE;
   *> PO-MATCH-REPORT posts the register's receipts into the lines
   *> and flips the order to R once every line is covered.
   *> POL-INVCD-QTY is what vendor invoices have billed against the
   *> line so far; VENDOR-INVOICE-ENTRY adds to it as each invoice
   *> passes the match, so a line is never paid for twice.
   *> PO-EXPECTED-DATE is when the goods are due in: PO-GENERATION
   *> sets it from the vendor's VN-LEAD-TIME-DAYS through DATE-ENGINE
   *> (source L), and the buyer may override it on PO-DATE-MAINT
   *> when the vendor confirms a different date (source B). The
   *> available-to-promise paragraphs in ATPPROC walk open lines
   *> by this date; zero means an order raised before dates were
   *> kept, treated as due now.
   *> POL-AGREED-COST is the unit cost agreed with the vendor for
   *> each line, in step with PO-LINE-ITEM by subscript: PO-GENERATION
   *> defaults it from PM-UNIT-COST and prints it on the document,
   *> and PO-MATCH-REPORT prices every receipt against it. Zero is
   *> an order raised before prices were kept, with no PO price to
   *> vary from.
    01  PURCHASE-ORDER-REC.
        05  PO-PO-NO PIC X(8).
        05  PO-VENDOR-ID PIC X(6).
            10  POL-PART-NO PIC X(6).
            10  POL-ORDER-QTY PIC 9(6).
            10  POL-RECVD-QTY PIC 9(6).
            10  POL-INVCD-QTY PIC 9(6).
        05  PO-EXPECTED-DATE PIC 9(8).
        05  PO-EXPECTED-SOURCE PIC X(1).
            88  PO-EXPECTED-FROM-LEAD VALUE "L".
            88  PO-EXPECTED-FROM-BUYER VALUE "B".
        05  PO-LINE-PRICE OCCURS 5 TIMES.
            10  POL-AGREED-COST PIC 9(5)V99 COMP-3.
