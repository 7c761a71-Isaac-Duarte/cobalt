   *> DISPREC - disputed-item record, keyed exactly like OI-ITEM-KEY
   *> (customer id plus invoice number), so an open item has at most
   *> one dispute on file. While DP-STATUS is open, DP-AMOUNT of the
   *> item's remaining amount is held out of finance charges, dunning,
   *> and the credit-hold threshold, and AR-AGING reports it in its
   *> own column. A dispute is resolved either by release (the amount
   *> goes back to collection) or by credit (DISPUTE-MAINT sends the
   *> amount through OITRAN as a payment against the item). The record
   *> stays on file after resolution as the history of the dispute.
   *> Reason codes:
   *>     PRC  price        QTY  quantity short   DMG  damaged goods
   *>     RTN  return owed  DUP  duplicate bill   OTH  other
   *> Maintained by DISPUTE-MAINT.
    01  DISPUTE-REC.
        05  DP-ITEM-KEY.
            10  DP-CUST-ID PIC X(6).
            10  DP-INVOICE-NO PIC X(8).
        05  DP-STATUS PIC X(1).
            88  DP-IS-OPEN VALUE "O".
            88  DP-IS-RELEASED VALUE "R".
            88  DP-IS-CREDITED VALUE "C".
        05  DP-REASON-CODE PIC X(3).
            88  DP-REASON-VALID VALUES "PRC" "QTY" "DMG" "RTN"
                "DUP" "OTH".
        05  DP-AMOUNT PIC S9(7)V99 COMP-3.
        05  DP-OPEN-DATE PIC 9(8).
        05  DP-OPER-ID PIC X(8).
        05  DP-NOTE PIC X(40).
        05  DP-RESOLVED-DATE PIC 9(8).
        05  DP-RESOLVED-BY PIC X(8).
