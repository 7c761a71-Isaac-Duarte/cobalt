   *> APRVFD - FD/record layouts for the pending-approval file and
   *> the approval-limit card. The card is one line: the balance
   *> change and the credit-limit raise, each 9(7)V99, above which a
   *> keyed transaction needs a second operator's approval.
        FD  PEND-APPROVAL-FILE.
        COPY "pendrec.cpy".

        FD  APPROVAL-LIMIT-FILE.
        01  APPROVAL-LIMIT-REC.
            05  AL-BALANCE-CHANGE-LIMIT PIC 9(7)V99.
            05  AL-CREDIT-RAISE-LIMIT PIC 9(7)V99.
