   *> GLACREC - chart-of-accounts record, keyed on the six-character
   *> account number. The account type says which side of the trial
   *> balance the account normally sits on: A asset and E expense are
   *> debit-normal; L liability, Q equity, and R revenue are
   *> credit-normal. Maintained by GL-TABLE-MAINT; read by GL-POST,
   *> which refuses any batch that names an account not on file.
    01  GL-ACCOUNT-REC.
        05  GA-ACCOUNT-NO PIC X(6).
        05  GA-ACCOUNT-NAME PIC X(25).
        05  GA-ACCOUNT-TYPE PIC X(1).
            88  GA-IS-ASSET VALUE "A".
            88  GA-IS-LIABILITY VALUE "L".
            88  GA-IS-EQUITY VALUE "Q".
            88  GA-IS-REVENUE VALUE "R".
            88  GA-IS-EXPENSE VALUE "E".
            88  GA-TYPE-VALID VALUE "A" "L" "Q" "R" "E".
