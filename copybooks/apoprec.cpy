   *> APOPREC - accounts-payable open item, keyed like the vendor
   *> invoice it came from (vendor plus vendor invoice number). One
   *> record per invoice that passed the purchase-order match, with
   *> the date it falls due; AP-PAYMENT-SELECT pays and deletes the
   *> items due by its pay-through date, so what stands here is
   *> exactly what the company still owes its vendors.
    01  AP-OPEN-REC.
        05  AP-PAYABLE-KEY.
            10  AP-VENDOR-ID PIC X(6).
            10  AP-INVOICE-NO PIC X(10).
        05  AP-INVOICE-DATE PIC 9(8).
        05  AP-DUE-DATE PIC 9(8).
        05  AP-PO-NO PIC X(8).
        05  AP-AMOUNT PIC 9(9)V99.
