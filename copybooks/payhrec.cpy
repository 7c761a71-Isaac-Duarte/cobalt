   *> PAYHREC - payment history record: one record per customer
   *> payment OPENITEM-MAINT applies to an open item, whether it came
   *> from the lockbox through CASH-APPLICATION or was keyed. It
   *> carries the item's invoice and due dates alongside the date
   *> paid, and the days from invoice to payment and from due date
   *> to payment (negative when paid early), so collection habits
   *> can be studied long after the item itself has been paid off
   *> the open-item file. Credits (disputes, returns) and discounts
   *> are not payments and are not recorded. Appended, never
   *> rewritten.
    01  PAY-HIST-REC.
        05  PH-CUST-ID PIC X(6).
        05  PH-INVOICE-NO PIC X(8).
        05  PH-INVOICE-DATE PIC 9(8).
        05  PH-DUE-DATE PIC 9(8).
        05  PH-PAID-DATE PIC 9(8).
        05  PH-AMOUNT PIC S9(7)V99.
        05  PH-DAYS-TO-PAY PIC S9(5).
        05  PH-DAYS-PAST-DUE PIC S9(5).
        05  PH-PAID-IN-FULL PIC X(1).
            88  PH-ITEM-CLOSED VALUE "Y".
        05  PH-BATCH-SOURCE PIC X(8).
        05  PH-TIMESTAMP PIC X(14).
