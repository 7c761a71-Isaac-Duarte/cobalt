   *> VINVREC - vendor invoice record, keyed on vendor plus the
   *> vendor's own invoice number. One record per bill keyed through
   *> VENDOR-INVOICE-ENTRY against a single purchase order: up to
   *> five lines, each naming the POFILE line it bills, the quantity
   *> billed, and the extended amount. VIL-MATCH-CODE says why a line
   *> failed the match against the PO line (spaces when it passed):
   *>     LIN  no such line on the purchase order
   *>     ORD  billed beyond the quantity ordered
   *>     RCV  billed beyond the quantity received
   *> An invoice with any failing line stays at status E for the
   *> buyer's exceptions report; one that passes becomes an open
   *> payable (status O, due date set) on APOPEN, and
   *> AP-PAYMENT-SELECT marks it P with the check that paid it.
    01  VENDOR-INVOICE-REC.
        05  VI-INVOICE-KEY.
            10  VI-VENDOR-ID PIC X(6).
            10  VI-INVOICE-NO PIC X(10).
        05  VI-INVOICE-DATE PIC 9(8).
        05  VI-PO-NO PIC X(8).
        05  VI-STATUS PIC X(1).
            88  VI-STATUS-EXCEPTION VALUE "E".
            88  VI-STATUS-PAYABLE VALUE "O".
            88  VI-STATUS-PAID VALUE "P".
        05  VI-DUE-DATE PIC 9(8).
        05  VI-INVOICE-TOTAL PIC 9(9)V99.
        05  VI-ENTERED-BY PIC X(8).
        05  VI-CHECK-NO PIC 9(6).
        05  VI-PAID-DATE PIC 9(8).
        05  VI-LINE-COUNT PIC 9(1).
        05  VI-LINE-ITEM OCCURS 5 TIMES.
            10  VIL-PO-LINE PIC 9(1).
            10  VIL-INVOICE-QTY PIC 9(6).
            10  VIL-LINE-AMOUNT PIC 9(7)V99.
            10  VIL-MATCH-CODE PIC X(3).
