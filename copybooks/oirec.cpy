   *> OIREC - open-item receivables record, keyed on customer id plus
   *> invoice number. One record per open invoice: the due date
   *> drives the aging buckets, and the remaining amount is what
   *> payments are applied against. The sum of remaining amounts
   *> across a customer's items ties to CM-CUST-BALANCE on CUSTMAST.
   *> The due date, discount date, and discount amount are stamped
   *> from the customer's payment terms when the item is created; an
   *> item created before terms existed carries zeros and is treated
   *> as net 30 from its invoice date, with no discount.
    01  OPEN-ITEM-REC.
        05  OI-ITEM-KEY.
            10  OI-CUST-ID PIC X(6).
        05  OI-INVOICE-DATE PIC 9(8).
        05  OI-ORIG-AMOUNT PIC S9(7)V99 COMP-3.
        05  OI-REMAIN-AMOUNT PIC S9(7)V99 COMP-3.
        05  OI-DUE-DATE PIC 9(8).
        05  OI-DISC-DATE PIC 9(8).
        05  OI-DISC-AMOUNT PIC S9(7)V99 COMP-3.
