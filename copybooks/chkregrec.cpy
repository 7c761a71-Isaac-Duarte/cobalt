   *> CHKREGREC - refund check register record, keyed on check
   *> number. One record per check CUSTOMER-REFUND cuts, written as
   *> the check is printed and sent to the bank on the positive-pay
   *> issue file. CHECK-RECONCILE marks it cleared from the bank's
   *> paid-check file with the date and amount the bank paid, or
   *> flags it for escheatment once it has stood outstanding past
   *> the stale-check age. A flagged check the bank later pays still
   *> clears.
    01  CHECK-REG-REC.
        05  CK-CHECK-NO PIC 9(6).
        05  CK-ISSUE-DATE PIC 9(8).
        05  CK-AMOUNT PIC S9(7)V99 COMP-3.
        05  CK-CUST-ID PIC X(6).
        05  CK-PAYEE PIC X(25).
        05  CK-STATUS PIC X(1).
            88  CK-IS-OUTSTANDING VALUE "O".
            88  CK-IS-CLEARED VALUE "C".
            88  CK-IS-ESCHEAT-FLAGGED VALUE "E".
            88  CK-IS-UNPAID VALUE "O" "E".
        05  CK-CLEARED-DATE PIC 9(8).
        05  CK-PAID-AMOUNT PIC S9(7)V99 COMP-3.
        05  CK-FLAGGED-DATE PIC 9(8).
