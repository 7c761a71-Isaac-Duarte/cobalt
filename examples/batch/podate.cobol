IDENTIFICATION DIVISION.
PROGRAM-ID. PO-DATE-MAINT.

*> PO-DATE-MAINT is where the buyer puts the vendor's word on an
*> order: a pseudo-conversational screen in the VENDOR-MAINT mold,
*> signed on through 9900-OPERATOR-SIGN-ON, over the POFILE orders
*> PO-GENERATION raised. PO-GENERATION dates each order from the
*> vendor's lead time; when the vendor confirms (or slips) a
*> different date, the buyer keys it here and the order carries
*> it as a buyer date from then on. A reset puts the lead-time
*> date back. The expected date is what ORDER-ENTRY's promised
*> ship dates are walked from, and what PROMISE-RISK-REPORT judges
*> an order late against, so only open orders can be changed and
*> a date before the order was raised is refused.
*> Functions: C change the expected date, D display, R reset to
*> the lead-time date, E end.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "posel.cpy".
        COPY "vendsel.cpy".
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
    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    FD  VENDOR-FILE.
    COPY "vendrec.cpy".

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
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 VENDOR-STATUS PIC X(2).
    01 VENDOR-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 VENDOR-FILE-IS-OPEN VALUE 1.

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 FIELD-EDITS-OK PIC 9(1) COMP VALUE 0.
        88 FIELDS-ARE-CLEAN VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-CHANGE VALUE "C" "c".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-RESET VALUE "R" "r".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-PO-NO PIC X(8).
    01 SCR-EXPECTED-DATE PIC X(8).
    01 SCR-VENDOR-ID PIC X(6).
    01 SCR-ORDER-DATE PIC X(8).
    01 SCR-SOURCE PIC X(5).
    01 SCR-MESSAGE PIC X(50) VALUE SPACES.

    01 NEW-EXPECTED-DATE PIC 9(8) VALUE 0.
    01 OLD-EXPECTED-DATE PIC 9(8) VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-RESET PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PO-DATE-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PO-DATE-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "PO-DATE-MAINT -- Purchase Order Expected Dates".
        05 LINE 3 COLUMN 1 VALUE "Function (C=Change D=Display R=Reset E=End):".
        05 LINE 3 COLUMN 48 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "PO number....:".
        05 LINE 5 COLUMN 16 PIC X(8) USING SCR-PO-NO.
        05 LINE 6 COLUMN 1 VALUE "Expected date:".
        05 LINE 6 COLUMN 16 PIC X(8) USING SCR-EXPECTED-DATE.
        05 LINE 6 COLUMN 26 VALUE "(CCYYMMDD)".
        05 LINE 8 COLUMN 1 VALUE "Vendor.......:".
        05 LINE 8 COLUMN 16 PIC X(6) FROM SCR-VENDOR-ID.
        05 LINE 9 COLUMN 1 VALUE "Ordered......:".
        05 LINE 9 COLUMN 16 PIC X(8) FROM SCR-ORDER-DATE.
        05 LINE 9 COLUMN 26 VALUE "Date source:".
        05 LINE 9 COLUMN 39 PIC X(5) FROM SCR-SOURCE.
        05 LINE 11 COLUMN 1 PIC X(50) FROM SCR-MESSAGE.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 9900-OPERATOR-SIGN-ON.
    IF NOT SIGNON-SUCCEEDED THEN
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Operator sign-on failed; session refused." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        MOVE WS-RETURN-CODE TO RETURN-CODE
        PERFORM 9710-AUDIT-LOG-FINISH
        STOP RUN
    END-IF.
    MOVE SIGNON-OPER-ID TO AUDIT-OPER-ID.
    MOVE "POFILE" TO LOCK-RESOURCE-NAME.
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
    IF PURCHASE-ORDER-STATUS = "00" THEN
        PERFORM 2000-CONVERSATION-STEP UNTIL MAINT-IS-DONE
        PERFORM 8000-TERMINATE
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> There is nothing to date without purchase orders, so a
    *> missing POFILE ends the session rather than creating one.
    1000-INITIALIZE.
    OPEN I-O PURCHASE-ORDER-FILE.
    IF PURCHASE-ORDER-STATUS NOT = "00" THEN
        DISPLAY "Purchase order file not found, nothing to date."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Purchase order file (POFILE) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-STATUS = "00" THEN
        MOVE 1 TO VENDOR-FILE-OPEN
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-PO-NO.
    MOVE SPACES TO SCR-EXPECTED-DATE.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    MOVE SCR-PO-NO TO SCRACT-KEY.
    MOVE SPACES TO SCR-VENDOR-ID.
    MOVE SPACES TO SCR-ORDER-DATE.
    MOVE SPACES TO SCR-SOURCE.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-EXPECTED-DATE
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-PURCHASE-ORDER
        WHEN SCR-FUNCTION-RESET
            PERFORM 6000-RESET-TO-LEAD-TIME
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
    *> ---------------------

    *> The order must be on file and still open; a received order
    *> has nothing left to expect.
    3000-FETCH-OPEN-ORDER.
    MOVE 1 TO FIELD-EDITS-OK.
    MOVE SCR-PO-NO TO PO-PO-NO.
    READ PURCHASE-ORDER-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-PO-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        NOT INVALID KEY
            PERFORM 3200-SHOW-ORDER-FIELDS
            IF NOT PO-STATUS-OPEN THEN
                STRING "REJECTED: " SCR-PO-NO " IS ALREADY RECEIVED"
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
    END-READ.

    3100-EDIT-EXPECTED-DATE.
    MOVE 1 TO FIELD-EDITS-OK.
    MOVE SCR-EXPECTED-DATE TO EDIT-INPUT-FIELD.
    PERFORM 9200-EDIT-CHECK-NUMERIC.
    IF NOT EDIT-IS-VALID THEN
        MOVE "EXPECTED DATE MUST BE 8 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-EXPECTED-DATE TO NEW-EXPECTED-DATE.
    MOVE "V" TO DE-FUNCTION.
    MOVE NEW-EXPECTED-DATE TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        MOVE "EXPECTED DATE IS NOT A CALENDAR DATE" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3200-SHOW-ORDER-FIELDS.
    MOVE PO-VENDOR-ID TO SCR-VENDOR-ID.
    MOVE PO-ORDER-DATE TO SCR-ORDER-DATE.
    MOVE PO-EXPECTED-DATE TO SCR-EXPECTED-DATE.
    EVALUATE TRUE
        WHEN PO-EXPECTED-FROM-BUYER
            MOVE "BUYER" TO SCR-SOURCE
        WHEN PO-EXPECTED-FROM-LEAD
            MOVE "LEAD" TO SCR-SOURCE
        WHEN OTHER
            MOVE "NONE" TO SCR-SOURCE
    END-EVALUATE.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    *> A buyer date stands until it is changed again or reset; it
    *> may be earlier or later than the lead-time date, but never
    *> before the order was raised.
    4000-CHANGE-EXPECTED-DATE.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-EXPECTED-DATE.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3000-FETCH-OPEN-ORDER.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NEW-EXPECTED-DATE < PO-ORDER-DATE THEN
        MOVE "EXPECTED DATE IS BEFORE THE ORDER DATE" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE PO-EXPECTED-DATE TO OLD-EXPECTED-DATE.
    MOVE NEW-EXPECTED-DATE TO PO-EXPECTED-DATE.
    SET PO-EXPECTED-FROM-BUYER TO TRUE.
    PERFORM 7000-STORE-EXPECTED-DATE.
    IF FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-CHANGED
    END-IF.

    5000-DISPLAY-PURCHASE-ORDER.
    MOVE SCR-PO-NO TO PO-PO-NO.
    READ PURCHASE-ORDER-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-PO-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 3200-SHOW-ORDER-FIELDS
            DISPLAY "PO " PO-PO-NO ": vendor " PO-VENDOR-ID
                " / ordered " PO-ORDER-DATE " / expected "
                PO-EXPECTED-DATE " (" SCR-SOURCE ") / status "
                PO-STATUS
            STRING "FOUND: " SCR-PO-NO DELIMITED BY SIZE
                INTO SCR-MESSAGE
    END-READ.

    *> The reset recomputes the date PO-GENERATION would have set:
    *> the vendor's lead time after the order date.
    6000-RESET-TO-LEAD-TIME.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3000-FETCH-OPEN-ORDER.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE PO-ORDER-DATE TO NEW-EXPECTED-DATE.
    IF VENDOR-FILE-IS-OPEN THEN
        MOVE PO-VENDOR-ID TO VN-VENDOR-ID
        READ VENDOR-FILE
            INVALID KEY
                MOVE 0 TO VN-LEAD-TIME-DAYS
        END-READ
        IF VN-LEAD-TIME-DAYS IS NUMERIC AND VN-LEAD-TIME-DAYS > 0 THEN
            MOVE "A" TO DE-FUNCTION
            MOVE PO-ORDER-DATE TO DE-DATE-1
            MOVE VN-LEAD-TIME-DAYS TO DE-DAY-COUNT
            CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
                DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT
                DE-RETURN-CODE
            IF DE-RETURN-CODE = 0 THEN
                MOVE DE-RESULT-DATE TO NEW-EXPECTED-DATE
            END-IF
        END-IF
    END-IF.
    MOVE PO-EXPECTED-DATE TO OLD-EXPECTED-DATE.
    MOVE NEW-EXPECTED-DATE TO PO-EXPECTED-DATE.
    SET PO-EXPECTED-FROM-LEAD TO TRUE.
    PERFORM 7000-STORE-EXPECTED-DATE.
    IF FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-RESET
    END-IF.

    *> Every date change leaves its before and after on the job log
    *> under the operator who made it.
    7000-STORE-EXPECTED-DATE.
    REWRITE PURCHASE-ORDER-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-PO-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 3200-SHOW-ORDER-FIELDS
            DISPLAY "PO " PO-PO-NO " expected " OLD-EXPECTED-DATE
                " -> " PO-EXPECTED-DATE " (" SCR-SOURCE ") by "
                SIGNON-OPER-ID
            STRING "DATED: " SCR-PO-NO " DUE " PO-EXPECTED-DATE
                " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-REWRITE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE PURCHASE-ORDER-FILE.
    IF VENDOR-FILE-IS-OPEN THEN
        CLOSE VENDOR-FILE
    END-IF.
    DISPLAY "-- Purchase Order Date Maintenance Report --".
    DISPLAY "Dates changed    : " TOTAL-CHANGED.
    DISPLAY "Dates reset      : " TOTAL-RESET.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more expected-date requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
