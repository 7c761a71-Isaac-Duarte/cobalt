IDENTIFICATION DIVISION.
PROGRAM-ID. CUST-APPROVE.

*> CUST-APPROVE is the second operator's screen over the customer
*> maintenance the keying screens held back on PENDAPPR (see
*> APRVPROC.CPY): balance moves and credit-limit raises past the
*> APRVLIM limits, and accounts taken off hold. Functions:
*>     L  list the held changes awaiting a decision
*>     D  display one held change
*>     A  approve it (or reverse an earlier rejection)
*>     R  reject it (or withdraw an approval not yet released)
*> A change is picked by customer id and, when the customer has more
*> than one, the keyed-at stamp and sequence the list shows; left
*> blank, the customer's oldest undecided change is taken. Every
*> decision is stamped with the checker and the time, and only
*> approved changes are ever released to CUSTTRAN, by
*> CUST-APPROVE-RELEASE. Nobody decides their own change: the maker
*> is refused and the attempt logged on SECEVENT as SELFAPPR. As on
*> WRITEOFF-APPROVE, the operator must carry an explicit "Y" row for
*> CUST-APPROVE on the authority matrix, and a missing matrix file
*> admits nobody.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "pendsel.cpy".
        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        COPY "scractsel.cpy".
        COPY "locksel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PEND-APPROVAL-FILE.
    COPY "pendrec.cpy".

    FD  OPERATOR-FILE.
    COPY "oprec.cpy".

    FD  AUTHORITY-FILE.
    COPY "authrec.cpy".

    COPY "secevfd.cpy".
    COPY "scractfd.cpy".

    COPY "lockfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 PEND-APPROVAL-STATUS PIC X(2).
    01 PEND-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 PEND-SCAN-AT-EOF VALUE 1.
    01 APPROVER-SWITCH PIC 9(1) COMP VALUE 0.
        88 OPERATOR-MAY-APPROVE VALUE 1.

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 PENDING-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
        88 PENDING-WAS-FOUND VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-LIST VALUE "L" "l".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-APPROVE VALUE "A" "a".
        88 SCR-FUNCTION-REJECT VALUE "R" "r".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-CUST-ID PIC X(6).
    01 SCR-KEYED-STAMP PIC X(14).
    01 SCR-KEYED-SEQ PIC X(3).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

*> The held transaction, laid out for display.
    COPY "trnrec.cpy".

    01 PEND-AMT-DISP PIC -(7)9.99.
    01 PEND-OLD-DISP PIC -(7)9.99.
    01 PEND-COUNT-DISP PIC Z(5)9.
    01 PENDING-COUNT PIC 9(6) COMP VALUE 0.

    01 TOTAL-APPROVED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DECLINED PIC 9(6) COMP VALUE 0.
    01 TOTAL-SELF-REFUSED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-APPROVE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-APPROVE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "CUST-APPROVE -- Held Customer Maintenance Approval".
        05 LINE 3 COLUMN 1 VALUE "Function (L=List D=Display A=Approve R=Reject E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Customer id..:".
        05 LINE 5 COLUMN 16 PIC X(6) USING SCR-CUST-ID.
        05 LINE 6 COLUMN 1 VALUE "Keyed at.....: (blank = oldest)".
        05 LINE 6 COLUMN 16 PIC X(14) USING SCR-KEYED-STAMP.
        05 LINE 6 COLUMN 50 VALUE "Seq:".
        05 LINE 6 COLUMN 55 PIC X(3) USING SCR-KEYED-SEQ.
        05 LINE 8 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 9900-OPERATOR-SIGN-ON.
    IF SIGNON-SUCCEEDED THEN
        PERFORM 1100-CHECK-APPROVER-AUTHORITY
    END-IF.
    IF NOT SIGNON-SUCCEEDED OR NOT OPERATOR-MAY-APPROVE THEN
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Operator sign-on failed or lacks approval authority." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        MOVE WS-RETURN-CODE TO RETURN-CODE
        PERFORM 9710-AUDIT-LOG-FINISH
        STOP RUN
    END-IF.
    MOVE SIGNON-OPER-ID TO AUDIT-OPER-ID.
    MOVE "CUSTMAST" TO LOCK-RESOURCE-NAME.
    PERFORM 9860-WAIT-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        DISPLAY "Batch lock still standing after waiting; session refused."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Screen session refused: nightly batch in progress." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        MOVE WS-RETURN-CODE TO RETURN-CODE
        PERFORM 9710-AUDIT-LOG-FINISH
        STOP RUN
    END-IF.
    PERFORM 1000-INITIALIZE.
    IF PEND-APPROVAL-STATUS = "00" THEN
        PERFORM 2000-CONVERSATION-STEP UNTIL MAINT-IS-DONE
        PERFORM 8000-TERMINATE
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    OPEN I-O PEND-APPROVAL-FILE.
    IF PEND-APPROVAL-STATUS = "35" THEN
        OPEN OUTPUT PEND-APPROVAL-FILE
        CLOSE PEND-APPROVAL-FILE
        OPEN I-O PEND-APPROVAL-FILE
    END-IF.
    IF PEND-APPROVAL-STATUS NOT = "00" THEN
        DISPLAY "Pending-approval file could not be opened."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Pending-approval file (PENDAPPR) could not be opened." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    *> Approval needs an explicit "Y" row for this program, read
    *> straight off the matrix; the refusal is a security event.
    1100-CHECK-APPROVER-AUTHORITY.
    MOVE 0 TO APPROVER-SWITCH.
    OPEN INPUT AUTHORITY-FILE.
    IF AUTHORITY-STATUS = "00" THEN
        MOVE SIGNON-OPER-ID TO AU-OPER-ID
        MOVE AUDIT-PROGRAM-NAME TO AU-PROGRAM
        READ AUTHORITY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AU-IS-ALLOWED THEN
                    MOVE 1 TO APPROVER-SWITCH
                END-IF
        END-READ
        CLOSE AUTHORITY-FILE
    END-IF.
    IF NOT OPERATOR-MAY-APPROVE THEN
        DISPLAY "Operator " SIGNON-OPER-ID
            " holds no customer-change approval authority."
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "no customer approval row" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-CUST-ID.
    MOVE SPACES TO SCR-KEYED-STAMP.
    MOVE SPACES TO SCR-KEYED-SEQ.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-CUST-ID " " SCR-KEYED-STAMP " " SCR-KEYED-SEQ
        DELIMITED BY SIZE INTO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-LIST
            PERFORM 3000-LIST-PENDING
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-PENDING
        WHEN SCR-FUNCTION-APPROVE
            PERFORM 4000-APPROVE-PENDING
        WHEN SCR-FUNCTION-REJECT
            PERFORM 6000-REJECT-PENDING
        WHEN SCR-FUNCTION-END
            MOVE 1 TO MAINT-DONE-SWITCH
        WHEN OTHER
            DISPLAY "Unrecognized function code '" SCR-FUNCTION "'."
            ADD 1 TO TOTAL-REJECTED
    END-EVALUATE.
    IF NOT SCR-FUNCTION-END THEN
        MOVE TOTAL-REJECTED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-LIST-PENDING.
    MOVE 0 TO PENDING-COUNT.
    MOVE 0 TO PEND-SCAN-EOF.
    MOVE LOW-VALUES TO PA-PEND-KEY.
    START PEND-APPROVAL-FILE KEY NOT < PA-PEND-KEY
        INVALID KEY MOVE 1 TO PEND-SCAN-EOF
    END-START.
    PERFORM 3100-LIST-ONE-PENDING UNTIL PEND-SCAN-AT-EOF.
    MOVE PENDING-COUNT TO PEND-COUNT-DISP.
    STRING "HELD CHANGES PENDING: " PEND-COUNT-DISP
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    3100-LIST-ONE-PENDING.
    READ PEND-APPROVAL-FILE NEXT RECORD
        AT END MOVE 1 TO PEND-SCAN-EOF
        NOT AT END
            IF PA-IS-PENDING THEN
                ADD 1 TO PENDING-COUNT
                PERFORM 3200-DISPLAY-PENDING-LINE
            END-IF
    END-READ.

    3200-DISPLAY-PENDING-LINE.
    MOVE PA-TRANS-IMAGE TO CUSTOMER-TRANS-REC.
    MOVE TR-CUST-BALANCE TO PEND-AMT-DISP.
    DISPLAY PA-CUST-ID " " PA-KEYED-STAMP " " PA-KEYED-SEQ
        " " TR-TRANS-CODE " by " PA-MAKER-ID
        " balance " PEND-AMT-DISP
        " hold B/C/S " PA-HOLD-BALANCE PA-HOLD-CREDIT PA-HOLD-STATUS
        " status " PA-STATUS.

    *> A keyed stamp names the change outright; a blank one takes the
    *> customer's first change still awaiting a decision.
    3300-FETCH-PENDING.
    MOVE 0 TO PENDING-FOUND-SWITCH.
    IF SCR-KEYED-STAMP NOT = SPACES THEN
        MOVE SCR-CUST-ID TO PA-CUST-ID
        MOVE SCR-KEYED-STAMP TO PA-KEYED-STAMP
        IF SCR-KEYED-SEQ IS NUMERIC THEN
            MOVE SCR-KEYED-SEQ TO PA-KEYED-SEQ
        ELSE
            MOVE 1 TO PA-KEYED-SEQ
        END-IF
        READ PEND-APPROVAL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 1 TO PENDING-FOUND-SWITCH
        END-READ
    ELSE
        MOVE 0 TO PEND-SCAN-EOF
        MOVE SCR-CUST-ID TO PA-CUST-ID
        MOVE LOW-VALUES TO PA-KEYED-STAMP
        MOVE 0 TO PA-KEYED-SEQ
        START PEND-APPROVAL-FILE KEY NOT < PA-PEND-KEY
            INVALID KEY MOVE 1 TO PEND-SCAN-EOF
        END-START
        PERFORM 3310-PROBE-ONE-PENDING
            UNTIL PEND-SCAN-AT-EOF OR PENDING-WAS-FOUND
    END-IF.
    IF NOT PENDING-WAS-FOUND THEN
        STRING "REJECTED: NO HELD CHANGE FOR " SCR-CUST-ID
            DELIMITED BY SIZE INTO SCR-MESSAGE
    END-IF.

    3310-PROBE-ONE-PENDING.
    READ PEND-APPROVAL-FILE NEXT RECORD
        AT END MOVE 1 TO PEND-SCAN-EOF
        NOT AT END
            IF PA-CUST-ID NOT = SCR-CUST-ID THEN
                MOVE 1 TO PEND-SCAN-EOF
            ELSE
                IF PA-IS-PENDING THEN
                    MOVE 1 TO PENDING-FOUND-SWITCH
                END-IF
            END-IF
    END-READ.

    *> The operator who keyed the change may not decide it, either
    *> way; the attempt is a security event.
    3350-CHECK-NOT-MAKER.
    IF PA-MAKER-ID = SIGNON-OPER-ID THEN
        MOVE 0 TO PENDING-FOUND-SWITCH
        MOVE "REJECTED: YOU KEYED THIS CHANGE" TO SCR-MESSAGE
        MOVE "SELFAPPR" TO SECEVENT-TYPE
        MOVE SPACES TO SECEVENT-DETAIL
        STRING "own change " PA-CUST-ID " " PA-KEYED-STAMP
            DELIMITED BY SIZE INTO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        ADD 1 TO TOTAL-SELF-REFUSED
    END-IF.

    3400-STAMP-DECISION.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE SIGNON-OPER-ID TO PA-CHECKER-ID.
    MOVE WS-CURRENT-TIMESTAMP TO PA-DECIDED-STAMP.

    4000-APPROVE-PENDING.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3300-FETCH-PENDING.
    IF NOT PENDING-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT PA-IS-PENDING AND NOT PA-IS-REJECTED THEN
        STRING "REJECTED: STATUS IS " PA-STATUS
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3350-CHECK-NOT-MAKER.
    IF NOT PENDING-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    SET PA-IS-APPROVED TO TRUE.
    PERFORM 3400-STAMP-DECISION.
    REWRITE PEND-APPROVAL-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " PA-CUST-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "APPROVED: " PA-CUST-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-APPROVED
    END-REWRITE.

    5000-DISPLAY-PENDING.
    PERFORM 3300-FETCH-PENDING.
    IF NOT PENDING-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3200-DISPLAY-PENDING-LINE.
    DISPLAY "  name " TR-CUST-NAME " new status " TR-CUST-STATUS
        " was " PA-OLD-STATUS.
    MOVE PA-OLD-BALANCE TO PEND-OLD-DISP.
    DISPLAY "  balance was " PEND-OLD-DISP.
    MOVE TR-CREDIT-LIMIT TO PEND-AMT-DISP.
    MOVE PA-OLD-CREDIT-LIMIT TO PEND-OLD-DISP.
    DISPLAY "  credit limit " PEND-AMT-DISP " was " PEND-OLD-DISP.
    DISPLAY "  keyed on " PA-MAKER-PROGRAM " decided " PA-DECIDED-STAMP
        " by " PA-CHECKER-ID " released " PA-RELEASED-DATE.
    STRING "FOUND: " PA-CUST-ID " " PA-KEYED-STAMP
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    6000-REJECT-PENDING.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3300-FETCH-PENDING.
    IF NOT PENDING-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT PA-IS-PENDING AND NOT PA-IS-APPROVED THEN
        STRING "REJECTED: STATUS IS " PA-STATUS
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3350-CHECK-NOT-MAKER.
    IF NOT PENDING-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    SET PA-IS-REJECTED TO TRUE.
    PERFORM 3400-STAMP-DECISION.
    REWRITE PEND-APPROVAL-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " PA-CUST-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DECLINED: " PA-CUST-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DECLINED
    END-REWRITE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE PEND-APPROVAL-FILE.
    DISPLAY "-- Customer Change Approval Report --".
    DISPLAY "Changes approved   : " TOTAL-APPROVED.
    DISPLAY "Changes declined   : " TOTAL-DECLINED.
    DISPLAY "Own changes refused: " TOTAL-SELF-REFUSED.
    DISPLAY "Requests rejected  : " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more customer approval requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
