   *> RTVREC - open return-to-vendor record, keyed on the RTV number.
   *> RTV-PROCESSING writes one for every return authorization and
   *> debit memo it issues a vendor -- the vendor, the date the goods
   *> went back, the lines and units returned, and the debit value at
   *> the PO or unit cost -- and applies the vendor's credits against
   *> it as they are keyed. The record stays open, and ages on every
   *> run's open-RTV listing, until the credits received reach the
   *> debit.
   *> Status moves O (open) to H (honored).
    01  OPEN-RTV-REC.
        05  RV-RTV-NO PIC X(8).
        05  RV-VENDOR-ID PIC X(6).
        05  RV-STATUS PIC X(1).
            88  RV-IS-OPEN VALUE "O".
            88  RV-IS-HONORED VALUE "H".
        05  RV-RTV-DATE PIC 9(8).
        05  RV-LINE-COUNT PIC 9(3).
        05  RV-TOTAL-QTY PIC 9(7).
        05  RV-DEBIT-AMOUNT PIC 9(9)V99.
        05  RV-CREDIT-AMOUNT PIC 9(9)V99.
        05  RV-LAST-CREDIT-DATE PIC 9(8).
