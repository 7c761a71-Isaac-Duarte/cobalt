   *> CRMREGREC - credit-memo register record: one record per credit
   *> memo RETURNS-PROCESSING issues, the mirror of the invoice
   *> register on the way back out -- the memo number, the order
   *> credited, the customer, the credit date, the tax region and the
   *> rate the credit was taxed at, and the money split subtotal/tax/
   *> total. The period tax return reads it for the tax credited on
   *> returns.
    01  CREDIT-MEMO-REGISTER-REC.
        05  CR-MEMO-NO PIC X(8).
        05  CR-ORDER-NO PIC X(8).
        05  CR-CUST-ID PIC X(6).
        05  CR-CREDIT-DATE PIC 9(8).
        05  CR-REGION-CODE PIC X(3).
        05  CR-TAX-RATE PIC 9(3)V9(4).
        05  CR-SUBTOTAL PIC S9(9)V99.
        05  CR-TAX PIC S9(9)V99.
        05  CR-TOTAL PIC S9(9)V99.
