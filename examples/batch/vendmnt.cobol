*> mold, signed on through 9900-OPERATOR-SIGN-ON, maintaining
*> VENDMAST with add/change/display/delete. The lead-time days keyed
*> here feed PO-GENERATION's printed orders and the reorder-point
*> recalculation's demand-over-lead-time arithmetic. Lead times
*> VENDOR-SCORECARD measured as drifted are proposed on LTPROP; the
*> buyer accepts one here (P), which moves the proposed days onto
*> the master, or rejects it (R), which leaves the master alone.
*> Either way the proposal is stamped with who decided it and when.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "vendsel.cpy".
        COPY "ltpsel.cpy".
        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        COPY "scractsel.cpy".
        COPY "locksel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
    FD  VENDOR-FILE.
    COPY "vendrec.cpy".

    FD  LEAD-PROP-FILE.
    COPY "ltprec.cpy".

    FD  OPERATOR-FILE.
    COPY "oprec.cpy".

    COPY "authrec.cpy".

    COPY "secevfd.cpy".
    COPY "scractfd.cpy".

    COPY "lockfd.cpy".
    COPY "auditfd.cpy".

    WORKING-STORAGE SECTION.
    01 VENDOR-STATUS PIC X(2).
    01 LEAD-PROP-STATUS PIC X(2).

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-DELETE VALUE "X" "x".
        88 SCR-FUNCTION-END VALUE "E" "e".
        88 SCR-FUNCTION-ACCEPT-LEAD VALUE "P" "p".
        88 SCR-FUNCTION-REJECT-LEAD VALUE "R" "r".
    01 SCR-VENDOR-ID PIC X(6).
    01 SCR-VENDOR-NAME PIC X(25).
    01 SCR-VENDOR-ADDRESS PIC X(30).
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LEAD-ACCEPTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LEAD-DECLINED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="VENDOR-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="VENDOR-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
        05 LINE 1 COLUMN 1 VALUE "VENDOR-MAINT -- Vendor Master Maintenance".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display X=Delete E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 4 COLUMN 1 VALUE "         (P=Accept lead-time proposal R=Reject proposal)".
        05 LINE 5 COLUMN 1 VALUE "Vendor ID....:".
        05 LINE 5 COLUMN 16 PIC X(6) USING SCR-VENDOR-ID.
        05 LINE 6 COLUMN 1 VALUE "Name.........:".
        CLOSE VENDOR-FILE
        OPEN I-O VENDOR-FILE
    END-IF.
    OPEN I-O LEAD-PROP-FILE.
    IF LEAD-PROP-STATUS = "35" THEN
        OPEN OUTPUT LEAD-PROP-FILE
        CLOSE LEAD-PROP-FILE
        OPEN I-O LEAD-PROP-FILE
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    MOVE SCR-VENDOR-ID TO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-VENDOR
            PERFORM 5000-DISPLAY-VENDOR
        WHEN SCR-FUNCTION-DELETE
            PERFORM 6000-DELETE-VENDOR
        WHEN SCR-FUNCTION-ACCEPT-LEAD
            PERFORM 7000-ACCEPT-LEAD-PROPOSAL
        WHEN SCR-FUNCTION-REJECT-LEAD
            PERFORM 7100-REJECT-LEAD-PROPOSAL
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
    *> FIELD EDITS
                VN-LEAD-TIME-DAYS " days"
            STRING "FOUND: " SCR-VENDOR-ID DELIMITED BY SIZE
                INTO SCR-MESSAGE
            PERFORM 5100-DISPLAY-LEAD-PROPOSAL
    END-READ.

    5100-DISPLAY-LEAD-PROPOSAL.
    MOVE SCR-VENDOR-ID TO LP-VENDOR-ID.
    READ LEAD-PROP-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF LP-IS-PROPOSED THEN
                DISPLAY "Lead-time proposal " LP-PROPOSED-DAYS
                    " days (measured avg " LP-MEASURED-AVG
                    ", worst " LP-WORST-DAYS ", " LP-RECEIPTS
                    " receipts, " LP-PERIOD-FROM "-" LP-PERIOD-TO
                    ") -- P to accept, R to reject"
            END-IF
    END-READ.

    6000-DELETE-VENDOR.
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    *> ---------------------
    *> LEAD-TIME PROPOSALS
    *> ---------------------

    *> A pending proposal only; one already decided stays decided
    *> until the scorecard raises a new one.
    7000-ACCEPT-LEAD-PROPOSAL.
    PERFORM 7200-READ-PENDING-PROPOSAL.
    IF NOT FIELDS-ARE-CLEAN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-VENDOR-ID TO VN-VENDOR-ID.
    READ VENDOR-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-VENDOR-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
    END-READ.
    MOVE LP-PROPOSED-DAYS TO VN-LEAD-TIME-DAYS.
    REWRITE VENDOR-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-VENDOR-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
    END-REWRITE.
    SET LP-IS-ACCEPTED TO TRUE.
    PERFORM 7300-STAMP-PROPOSAL-DECISION.
    STRING "LEAD " LP-PROPOSED-DAYS " ACCEPTED: " SCR-VENDOR-ID
        DELIMITED BY SIZE INTO SCR-MESSAGE.
    ADD 1 TO TOTAL-LEAD-ACCEPTED.
    ADD 1 TO TOTAL-CHANGED.

    7100-REJECT-LEAD-PROPOSAL.
    PERFORM 7200-READ-PENDING-PROPOSAL.
    IF NOT FIELDS-ARE-CLEAN THEN
        EXIT PARAGRAPH
    END-IF.
    SET LP-IS-REJECTED TO TRUE.
    PERFORM 7300-STAMP-PROPOSAL-DECISION.
    STRING "LEAD PROPOSAL REJECTED: " SCR-VENDOR-ID
        DELIMITED BY SIZE INTO SCR-MESSAGE.
    ADD 1 TO TOTAL-LEAD-DECLINED.

    7200-READ-PENDING-PROPOSAL.
    MOVE 0 TO FIELD-EDITS-OK.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-VENDOR-ID TO LP-VENDOR-ID.
    READ LEAD-PROP-FILE
        INVALID KEY
            STRING "NO LEAD PROPOSAL FOR " SCR-VENDOR-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
    END-READ.
    IF NOT LP-IS-PROPOSED THEN
        STRING "LEAD PROPOSAL ALREADY DECIDED " SCR-VENDOR-ID
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO FIELD-EDITS-OK.

    7300-STAMP-PROPOSAL-DECISION.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE SIGNON-OPER-ID TO LP-DECIDED-BY.
    MOVE WS-CURRENT-DATE-8 TO LP-DECIDED-DATE.
    REWRITE LEAD-PROP-REC
        INVALID KEY
            DISPLAY "Lead-time proposal for " LP-VENDOR-ID
                " could not be updated."
    END-REWRITE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE VENDOR-FILE.
    CLOSE LEAD-PROP-FILE.
    DISPLAY "-- Vendor Maintenance Report --".
    DISPLAY "Vendors added    : " TOTAL-ADDED.
    DISPLAY "Vendors changed  : " TOTAL-CHANGED.
    DISPLAY "Vendors deleted  : " TOTAL-DELETED.
    DISPLAY "Lead accepted    : " TOTAL-LEAD-ACCEPTED.
    DISPLAY "Lead rejected    : " TOTAL-LEAD-DECLINED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
