IDENTIFICATION DIVISION.
PROGRAM-ID. WRITEOFF-APPROVE.

*> WRITEOFF-APPROVE is the supervisor's screen over the write-off
*> proposals WRITEOFF-PROPOSE leaves on WOPROP, in the same pseudo-
*> conversational mold as the other maintenance screens. Functions:
*>     L  list the proposals awaiting a decision
*>     D  display one proposal
*>     A  approve a proposal (or reverse an earlier rejection)
*>     R  reject a proposal (or withdraw an approval not yet posted)
*> Every decision is stamped with the supervisor and the date, and
*> only approved proposals are ever posted by WRITEOFF-POST. Because
*> a write-off gives money away, the profile-level authority that
*> admits an operator to the other screens is not enough here: the
*> operator must carry an explicit "Y" row for WRITEOFF-APPROVE on
*> the authority matrix, whether or not the matrix otherwise
*> governs them, and a missing matrix file admits nobody.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "wopsel.cpy".
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
    FD  WRITEOFF-PROP-FILE.
    COPY "woprec.cpy".

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
    01 WRITEOFF-PROP-STATUS PIC X(2).
    01 PROP-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 PROP-SCAN-AT-EOF VALUE 1.
    01 APPROVER-SWITCH PIC 9(1) COMP VALUE 0.
        88 OPERATOR-MAY-APPROVE VALUE 1.

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 PROPOSAL-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
        88 PROPOSAL-WAS-FOUND VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-LIST VALUE "L" "l".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-APPROVE VALUE "A" "a".
        88 SCR-FUNCTION-REJECT VALUE "R" "r".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-CUST-ID PIC X(6).
    01 SCR-INVOICE-NO PIC X(8).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

    01 PROP-AMT-DISP PIC -(7)9.99.
    01 PROP-DAYS-DISP PIC Z(4)9.
    01 PENDING-COUNT PIC 9(6) COMP VALUE 0.

    01 TOTAL-APPROVED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED-PROPOSALS PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="WRITEOFF-APPROVE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="WRITEOFF-APPROVE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "WRITEOFF-APPROVE -- Bad-Debt Write-Off Approval".
        05 LINE 3 COLUMN 1 VALUE "Function (L=List D=Display A=Approve R=Reject E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Customer id..:".
        05 LINE 5 COLUMN 16 PIC X(6) USING SCR-CUST-ID.
        05 LINE 6 COLUMN 1 VALUE "Invoice no...:".
        05 LINE 6 COLUMN 16 PIC X(8) USING SCR-INVOICE-NO.
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
    MOVE "OPENITEM" TO LOCK-RESOURCE-NAME.
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
    PERFORM 2000-CONVERSATION-STEP UNTIL MAINT-IS-DONE.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    OPEN I-O WRITEOFF-PROP-FILE.
    IF WRITEOFF-PROP-STATUS = "35" THEN
        OPEN OUTPUT WRITEOFF-PROP-FILE
        CLOSE WRITEOFF-PROP-FILE
        OPEN I-O WRITEOFF-PROP-FILE
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
            " holds no write-off approval authority."
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "no write-off approval row" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-CUST-ID.
    MOVE SPACES TO SCR-INVOICE-NO.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-CUST-ID " " SCR-INVOICE-NO DELIMITED BY SIZE
        INTO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-LIST
            PERFORM 3000-LIST-PENDING
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-PROPOSAL
        WHEN SCR-FUNCTION-APPROVE
            PERFORM 4000-APPROVE-PROPOSAL
        WHEN SCR-FUNCTION-REJECT
            PERFORM 6000-REJECT-PROPOSAL
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
    MOVE 0 TO PROP-SCAN-EOF.
    MOVE LOW-VALUES TO WP-ITEM-KEY.
    START WRITEOFF-PROP-FILE KEY NOT < WP-ITEM-KEY
        INVALID KEY MOVE 1 TO PROP-SCAN-EOF
    END-START.
    PERFORM 3100-LIST-ONE-PROPOSAL UNTIL PROP-SCAN-AT-EOF.
    MOVE PENDING-COUNT TO PROP-DAYS-DISP.
    STRING "PENDING PROPOSALS: " PROP-DAYS-DISP
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    3100-LIST-ONE-PROPOSAL.
    READ WRITEOFF-PROP-FILE NEXT RECORD
        AT END MOVE 1 TO PROP-SCAN-EOF
        NOT AT END
            IF WP-IS-PROPOSED THEN
                ADD 1 TO PENDING-COUNT
                PERFORM 3200-DISPLAY-PROPOSAL-LINE
            END-IF
    END-READ.

    3200-DISPLAY-PROPOSAL-LINE.
    MOVE WP-AMOUNT TO PROP-AMT-DISP.
    MOVE WP-DAYS-PAST-DUE TO PROP-DAYS-DISP.
    DISPLAY WP-CUST-ID " " WP-INVOICE-NO " " WP-REASON
        " days " PROP-DAYS-DISP " amount " PROP-AMT-DISP
        " dunned " WP-DUNN-LEVEL " status " WP-STATUS.

    3300-FETCH-PROPOSAL.
    MOVE 0 TO PROPOSAL-FOUND-SWITCH.
    MOVE SCR-CUST-ID TO WP-CUST-ID.
    MOVE SCR-INVOICE-NO TO WP-INVOICE-NO.
    READ WRITEOFF-PROP-FILE
        INVALID KEY
            STRING "REJECTED: NO PROPOSAL " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
        NOT INVALID KEY
            MOVE 1 TO PROPOSAL-FOUND-SWITCH
    END-READ.

    3400-STAMP-DECISION.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE SIGNON-OPER-ID TO WP-DECIDED-BY.
    MOVE WS-CURRENT-DATE-8 TO WP-DECIDED-DATE.

    4000-APPROVE-PROPOSAL.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3300-FETCH-PROPOSAL.
    IF NOT PROPOSAL-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT WP-IS-PROPOSED AND NOT WP-IS-REJECTED THEN
        STRING "REJECTED: STATUS IS " WP-STATUS
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE "A" TO WP-STATUS.
    PERFORM 3400-STAMP-DECISION.
    REWRITE WRITEOFF-PROP-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "APPROVED: " SCR-INVOICE-NO " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-APPROVED
    END-REWRITE.

    5000-DISPLAY-PROPOSAL.
    PERFORM 3300-FETCH-PROPOSAL.
    IF NOT PROPOSAL-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3200-DISPLAY-PROPOSAL-LINE.
    DISPLAY "  invoiced " WP-INVOICE-DATE " due " WP-DUE-DATE
        " proposed " WP-PROPOSED-DATE.
    DISPLAY "  decided " WP-DECIDED-DATE " by " WP-DECIDED-BY
        " posted " WP-POSTED-DATE.
    STRING "FOUND: " SCR-INVOICE-NO
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    6000-REJECT-PROPOSAL.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3300-FETCH-PROPOSAL.
    IF NOT PROPOSAL-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT WP-IS-PROPOSED AND NOT WP-IS-APPROVED THEN
        STRING "REJECTED: STATUS IS " WP-STATUS
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE "R" TO WP-STATUS.
    PERFORM 3400-STAMP-DECISION.
    REWRITE WRITEOFF-PROP-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DECLINED: " SCR-INVOICE-NO " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED-PROPOSALS
    END-REWRITE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE WRITEOFF-PROP-FILE.
    DISPLAY "-- Write-Off Approval Report --".
    DISPLAY "Proposals approved : " TOTAL-APPROVED.
    DISPLAY "Proposals declined : " TOTAL-REJECTED-PROPOSALS.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more write-off approval requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
