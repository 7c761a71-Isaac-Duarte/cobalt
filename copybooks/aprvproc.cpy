   *> APRVPROC - maker-checker holding for keyed customer maintenance.
   *> A transaction that moves a customer's balance by more than the
   *> balance-change limit, raises the credit limit by more than the
   *> credit-raise limit (or removes a limit that was set), or takes
   *> the account off hold does not go to CUSTTRAN from the screen
   *> that keyed it: it waits on PENDAPPR until a second operator
   *> approves it on CUST-APPROVE, and CUST-APPROVE-RELEASE sends it
   *> out in a batch of its own.
   *>     9640-APRV-OPEN             opens PENDAPPR (creating it the
   *>                                first time), the master for
   *>                                reading, and loads APRVLIM;
   *>     9641-APRV-CHECK-HOLD       compares CUSTOMER-TRANS-REC with
   *>                                the master and sets
   *>                                APRV-MUST-HOLD;
   *>     9643-APRV-HOLD-TRANSACTION writes the pending record, the
   *>                                signed-on operator as maker;
   *>     9649-APRV-CLOSE            closes what 9640 opened.
   *> Deletes are never held. If PENDAPPR cannot be opened, nothing
   *> that needs holding can be keyed: 9641 still sets APRV-MUST-HOLD
   *> and 9643 comes back with APRV-HOLD-WAS-WRITTEN off. COPY
   *> APRVSEL.CPY and CUSTSEL.CPY into FILE-CONTROL, APRVFD.CPY and an
   *> FD for CUSTOMER-MASTER-FILE (CUSTREC.CPY) into the FILE SECTION,
   *> and APRVDATA.CPY into WORKING-STORAGE. Requires AUDITDATA,
   *> DTSTAMPDATA/DTSTAMPPROC, RETCODE, SIGNONDATA, and ERRLOGPROC in
   *> the caller.
    9640-APRV-OPEN.
    OPEN INPUT APPROVAL-LIMIT-FILE.
    IF APPROVAL-LIMIT-STATUS = "00" THEN
        READ APPROVAL-LIMIT-FILE
            AT END
                CONTINUE
            NOT AT END
                IF AL-BALANCE-CHANGE-LIMIT IS NUMERIC THEN
                    MOVE AL-BALANCE-CHANGE-LIMIT TO APRV-BALANCE-LIMIT
                END-IF
                IF AL-CREDIT-RAISE-LIMIT IS NUMERIC THEN
                    MOVE AL-CREDIT-RAISE-LIMIT TO APRV-CREDIT-RAISE-LIMIT
                END-IF
        END-READ
        CLOSE APPROVAL-LIMIT-FILE
    END-IF.
    OPEN I-O PEND-APPROVAL-FILE.
    IF PEND-APPROVAL-STATUS = "35" THEN
        OPEN OUTPUT PEND-APPROVAL-FILE
        CLOSE PEND-APPROVAL-FILE
        OPEN I-O PEND-APPROVAL-FILE
    END-IF.
    IF PEND-APPROVAL-STATUS = "00" THEN
        MOVE 1 TO APRV-PEND-OPEN
    ELSE
        DISPLAY "Pending-approval file could not be opened; high-value changes refused."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Pending-approval file (PENDAPPR) could not be opened." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        MOVE 1 TO APRV-MASTER-OPEN
    END-IF.

   *> A customer not on the master (an add, or an update the batch
   *> will reject) is measured against a zero balance, no limit, and
   *> no hold. A master that cannot be read at all is treated the
   *> same way, which errs towards holding.
    9641-APRV-CHECK-HOLD.
    MOVE 0 TO APRV-HOLD-SWITCH.
    MOVE "N" TO APRV-HOLD-BALANCE.
    MOVE "N" TO APRV-HOLD-CREDIT.
    MOVE "N" TO APRV-HOLD-STATUS.
    MOVE "N" TO APRV-MASTER-FOUND.
    MOVE 0 TO APRV-OLD-BALANCE.
    MOVE 0 TO APRV-OLD-CREDIT-LIMIT.
    MOVE SPACES TO APRV-OLD-STATUS.
    IF TR-IS-DELETE THEN
        EXIT PARAGRAPH
    END-IF.
    IF APRV-MASTER-IS-OPEN THEN
        MOVE TR-CUST-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO APRV-MASTER-FOUND
                MOVE CM-CUST-BALANCE TO APRV-OLD-BALANCE
                MOVE CM-CREDIT-LIMIT TO APRV-OLD-CREDIT-LIMIT
                MOVE CM-CUST-STATUS TO APRV-OLD-STATUS
        END-READ
    END-IF.
    COMPUTE APRV-CHANGE-AMOUNT = TR-CUST-BALANCE - APRV-OLD-BALANCE.
    IF APRV-CHANGE-AMOUNT < 0 THEN
        COMPUTE APRV-CHANGE-AMOUNT = 0 - APRV-CHANGE-AMOUNT
    END-IF.
    IF APRV-CHANGE-AMOUNT > APRV-BALANCE-LIMIT THEN
        MOVE "Y" TO APRV-HOLD-BALANCE
    END-IF.
   *> A zero limit on the master means none is set, so zeroing a set
   *> limit is the largest raise there is.
    IF TR-CREDIT-LIMIT = 0 THEN
        IF APRV-OLD-CREDIT-LIMIT > 0 THEN
            MOVE "Y" TO APRV-HOLD-CREDIT
        END-IF
    ELSE
        IF APRV-OLD-CREDIT-LIMIT > 0 THEN
            COMPUTE APRV-CHANGE-AMOUNT = TR-CREDIT-LIMIT - APRV-OLD-CREDIT-LIMIT
            IF APRV-CHANGE-AMOUNT > APRV-CREDIT-RAISE-LIMIT THEN
                MOVE "Y" TO APRV-HOLD-CREDIT
            END-IF
        ELSE
            IF TR-CREDIT-LIMIT > APRV-CREDIT-RAISE-LIMIT THEN
                MOVE "Y" TO APRV-HOLD-CREDIT
            END-IF
        END-IF
    END-IF.
    IF APRV-OLD-STATUS = "H" AND TR-CUST-STATUS NOT = "H" THEN
        MOVE "Y" TO APRV-HOLD-STATUS
    END-IF.
    IF APRV-HOLD-REASONS NOT = "NNN" THEN
        MOVE 1 TO APRV-HOLD-SWITCH
    END-IF.

    9643-APRV-HOLD-TRANSACTION.
    MOVE 0 TO APRV-WRITTEN-SWITCH.
    IF NOT APRV-PEND-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SIGNON-OPER-ID TO TR-MAKER-ID.
    MOVE SPACES TO TR-CHECKER-ID.
    MOVE SPACES TO PEND-APPROVAL-REC.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE TR-CUST-ID TO PA-CUST-ID.
    MOVE WS-CURRENT-TIMESTAMP TO PA-KEYED-STAMP.
    SET PA-IS-PENDING TO TRUE.
    MOVE APRV-HOLD-BALANCE TO PA-HOLD-BALANCE.
    MOVE APRV-HOLD-CREDIT TO PA-HOLD-CREDIT.
    MOVE APRV-HOLD-STATUS TO PA-HOLD-STATUS.
    MOVE SIGNON-OPER-ID TO PA-MAKER-ID.
    MOVE AUDIT-PROGRAM-NAME TO PA-MAKER-PROGRAM.
    MOVE APRV-MASTER-FOUND TO PA-MASTER-FOUND.
    MOVE APRV-OLD-BALANCE TO PA-OLD-BALANCE.
    MOVE APRV-OLD-CREDIT-LIMIT TO PA-OLD-CREDIT-LIMIT.
    MOVE APRV-OLD-STATUS TO PA-OLD-STATUS.
    MOVE 0 TO PA-RELEASED-DATE.
    MOVE CUSTOMER-TRANS-REC TO PA-TRANS-IMAGE.
    MOVE 0 TO APRV-WRITE-TRIES.
    PERFORM 9644-APRV-WRITE-PENDING
        UNTIL APRV-HOLD-WAS-WRITTEN OR APRV-WRITE-TRIES > 50.
    IF APRV-HOLD-WAS-WRITTEN THEN
        ADD 1 TO APRV-HELD-COUNT
    ELSE
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Held transaction could not be written to PENDAPPR." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

   *> Two changes for one customer inside the same second differ only
   *> by the sequence number, so a duplicate key just takes the next.
    9644-APRV-WRITE-PENDING.
    ADD 1 TO APRV-WRITE-TRIES.
    ADD 1 TO APRV-KEYED-SEQ.
    IF APRV-KEYED-SEQ > 999 THEN
        MOVE 1 TO APRV-KEYED-SEQ
    END-IF.
    MOVE APRV-KEYED-SEQ TO PA-KEYED-SEQ.
    WRITE PEND-APPROVAL-REC
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO APRV-WRITTEN-SWITCH
    END-WRITE.

    9649-APRV-CLOSE.
    IF APRV-PEND-IS-OPEN THEN
        CLOSE PEND-APPROVAL-FILE
        MOVE 0 TO APRV-PEND-OPEN
    END-IF.
    IF APRV-MASTER-IS-OPEN THEN
        CLOSE CUSTOMER-MASTER-FILE
        MOVE 0 TO APRV-MASTER-OPEN
    END-IF.
