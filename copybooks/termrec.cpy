   *> TERMREC - payment-terms table record, keyed on the two-character
   *> terms code carried on CM-TERMS-CODE. The net days set the due
   *> date; the discount percent (two implied decimals, 0200 = 2.00
   *> percent) is earned by a payment received within the discount
   *> days. Zero discount percent or days means net terms only.
   *> Day counts are business-day adjusted by INVOICE-GENERATION: a
   *> due or discount date that falls on a weekend or holiday moves
   *> to the next business day. A customer with a blank or unknown
   *> code is on the house default of net 30, no discount.
   *> Maintained by TERMS-MAINT.
    01  TERMS-REC.
        05  TM-TERMS-CODE PIC X(2).
        05  TM-DESCRIPTION PIC X(20).
        05  TM-NET-DAYS PIC 9(3).
        05  TM-DISC-PERCENT PIC 9(2)V99.
        05  TM-DISC-DAYS PIC 9(3).
