   *> PENDREC - pending-approval record: one high-value customer
   *> maintenance transaction held back from CUSTTRAN until a second
   *> operator approves it. Keyed on the customer, then when it was
   *> keyed, so a customer's held changes come up oldest first. The
   *> keying screen (CUSTOMER-TRANS-ENTRY or CUST-REJECT-CORRECT)
   *> writes it with the whole CUSTOMER-TRANS-REC, the operator who
   *> keyed it, which limits it crossed, and what the master held
   *> at the time; CUST-APPROVE stamps the decision; and
   *> CUST-APPROVE-RELEASE sends only the approved ones out in a
   *> CUSTTRAN batch. The record stays on file as the record of who
   *> keyed and who approved what.
   *> Hold reasons (any or all may be set):
   *>     PA-HOLD-BALANCE  balance moves by more than the limit
   *>     PA-HOLD-CREDIT   credit limit raised by more than the limit,
   *>                      or a set limit taken away
   *>     PA-HOLD-STATUS   status moved off hold
   *> Status moves P (pending) to A (approved) or R (rejected), and
   *> A to L (released) when it goes out on CUSTTRAN, or to V (void)
   *> when the master has moved since it was keyed.
    01  PEND-APPROVAL-REC.
        05  PA-PEND-KEY.
            10  PA-CUST-ID PIC X(6).
            10  PA-KEYED-STAMP PIC X(14).
            10  PA-KEYED-SEQ PIC 9(3).
        05  PA-STATUS PIC X(1).
            88  PA-IS-PENDING VALUE "P".
            88  PA-IS-APPROVED VALUE "A".
            88  PA-IS-REJECTED VALUE "R".
            88  PA-IS-RELEASED VALUE "L".
            88  PA-IS-VOID VALUE "V".
        05  PA-HOLD-REASONS.
            10  PA-HOLD-BALANCE PIC X(1).
                88  PA-HELD-FOR-BALANCE VALUE "Y".
            10  PA-HOLD-CREDIT PIC X(1).
                88  PA-HELD-FOR-CREDIT VALUE "Y".
            10  PA-HOLD-STATUS PIC X(1).
                88  PA-HELD-FOR-STATUS VALUE "Y".
        05  PA-MAKER-ID PIC X(8).
        05  PA-MAKER-PROGRAM PIC X(20).
   *> The master as the maker saw it: the release voids the change
   *> rather than apply it over a balance, limit, or status that
   *> has since moved.
        05  PA-MASTER-FOUND PIC X(1).
            88  PA-MASTER-WAS-FOUND VALUE "Y".
        05  PA-OLD-BALANCE PIC S9(7)V99 COMP-3.
        05  PA-OLD-CREDIT-LIMIT PIC S9(7)V99 COMP-3.
        05  PA-OLD-STATUS PIC X(1).
        05  PA-CHECKER-ID PIC X(8).
        05  PA-DECIDED-STAMP PIC X(14).
        05  PA-RELEASED-DATE PIC 9(8).
        05  PA-TRANS-IMAGE PIC X(159).
