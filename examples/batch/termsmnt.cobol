IDENTIFICATION DIVISION.
PROGRAM-ID. TERMS-MAINT.

*> TERMS-MAINT maintains the payment-terms table the way
*> TAXRATE-MAINT maintains the tax-rate table: a pseudo-
*> conversational screen with sign-on, add/change/display/delete
*> against the indexed TERMS file keyed on the two-character terms
*> code. Each code carries its net days and, optionally, an early-
*> payment discount percent with the days within which it is
*> earned. INVOICE-GENERATION dates every new open item from the
*> customer's code; CASH-APPLICATION honors the discount it earns.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "termsel.cpy".
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
    FD  TERMS-FILE.
    COPY "termrec.cpy".

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
    01 TERMS-STATUS PIC X(2).

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 FIELD-EDITS-OK PIC 9(1) COMP VALUE 0.
        88 FIELDS-ARE-CLEAN VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-ADD VALUE "A" "a".
        88 SCR-FUNCTION-CHANGE VALUE "C" "c".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-DELETE VALUE "X" "x".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-TERMS-CODE PIC X(2).
    01 SCR-DESCRIPTION PIC X(20).
    01 SCR-NET-DAYS PIC X(3).
    01 SCR-DISC-PERCENT PIC X(4).
    01 SCR-DISC-DAYS PIC X(3).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

*> The keyed discount is four digits with two implied decimals; the
*> redefinition lines the digits up on the decimal point.
    01 DISC-STAGING PIC 9(2)V99.
    01 DISC-STAGING-X REDEFINES DISC-STAGING PIC X(4).
    01 DISC-DISP PIC Z9.99.

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="TERMS-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="TERMS-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "TERMS-MAINT -- Payment-Terms Table Maintenance".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display X=Delete E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Terms code...:".
        05 LINE 5 COLUMN 16 PIC X(2) USING SCR-TERMS-CODE.
        05 LINE 6 COLUMN 1 VALUE "Description..:".
        05 LINE 6 COLUMN 16 PIC X(20) USING SCR-DESCRIPTION.
        05 LINE 7 COLUMN 1 VALUE "Net days.....: (3 digits)".
        05 LINE 7 COLUMN 16 PIC X(3) USING SCR-NET-DAYS.
        05 LINE 8 COLUMN 1 VALUE "Discount pct.: (4 digits, 2 implied decimals)".
        05 LINE 8 COLUMN 16 PIC X(4) USING SCR-DISC-PERCENT.
        05 LINE 9 COLUMN 1 VALUE "Discount days: (3 digits)".
        05 LINE 9 COLUMN 16 PIC X(3) USING SCR-DISC-DAYS.
        05 LINE 11 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

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
    MOVE "TERMS" TO LOCK-RESOURCE-NAME.
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

    *> Opens the terms table for update, creating an empty file the
    *> first time this program is ever run against a given data set.
    1000-INITIALIZE.
    OPEN I-O TERMS-FILE.
    IF TERMS-STATUS = "35" THEN
        OPEN OUTPUT TERMS-FILE
        CLOSE TERMS-FILE
        OPEN I-O TERMS-FILE
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-TERMS-CODE.
    MOVE SPACES TO SCR-DESCRIPTION.
    MOVE SPACES TO SCR-NET-DAYS.
    MOVE SPACES TO SCR-DISC-PERCENT.
    MOVE SPACES TO SCR-DISC-DAYS.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    MOVE SCR-TERMS-CODE TO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-TERMS
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-TERMS
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-TERMS
        WHEN SCR-FUNCTION-DELETE
            PERFORM 6000-DELETE-TERMS
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
    *> FIELD EDITS: code keyed, net days fully keyed and above zero,
    *> and a discount, when one is offered, earned inside the net
    *> period.
    *> ---------------------

    3100-EDIT-TERMS-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-TERMS-CODE = SPACES THEN
        MOVE "TERMS CODE IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-NET-DAYS IS NOT NUMERIC THEN
            MOVE "NET DAYS MUST BE 3 DIGITS" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        ELSE
            IF SCR-NET-DAYS = "000" THEN
                MOVE "NET DAYS MUST BE ABOVE ZERO" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
        END-IF
    END-IF.
*> The full four digits must be keyed: a short value would land
*> left-justified in the staging field and inflate the discount.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-DISC-PERCENT IS NOT NUMERIC
                OR SCR-DISC-DAYS IS NOT NUMERIC THEN
            MOVE "DISCOUNT PCT/DAYS MUST BE NUMERIC" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-DISC-PERCENT NOT = "0000"
                AND SCR-DISC-DAYS NOT < SCR-NET-DAYS THEN
            MOVE "DISCOUNT DAYS MUST BE UNDER NET" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.

    3150-MOVE-SCREEN-TO-RECORD.
    MOVE SCR-DESCRIPTION TO TM-DESCRIPTION.
    MOVE SCR-NET-DAYS TO TM-NET-DAYS.
    MOVE SCR-DISC-PERCENT TO DISC-STAGING-X.
    MOVE DISC-STAGING TO TM-DISC-PERCENT.
    MOVE SCR-DISC-DAYS TO TM-DISC-DAYS.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-TERMS.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT SIGNON-MAY-ADD THEN
        STRING "ADD REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "add function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-TERMS-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    ELSE
        MOVE SCR-TERMS-CODE TO TM-TERMS-CODE
        PERFORM 3150-MOVE-SCREEN-TO-RECORD
        WRITE TERMS-REC
            INVALID KEY
                STRING "REJECTED: EXISTS " SCR-TERMS-CODE
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "ADDED: " SCR-TERMS-CODE " BY " SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-ADDED
        END-WRITE
    END-IF.

    4000-CHANGE-TERMS.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-TERMS-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-TERMS-CODE TO TM-TERMS-CODE.
    READ TERMS-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-TERMS-CODE
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 3150-MOVE-SCREEN-TO-RECORD
            REWRITE TERMS-REC
                INVALID KEY
                    STRING "REJECTED: REWRITE FAILED " SCR-TERMS-CODE
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-REJECTED
                NOT INVALID KEY
                    STRING "CHANGED: " SCR-TERMS-CODE " BY "
                        SIGNON-OPER-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-CHANGED
            END-REWRITE
    END-READ.

    5000-DISPLAY-TERMS.
    MOVE SCR-TERMS-CODE TO TM-TERMS-CODE.
    READ TERMS-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-TERMS-CODE
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            MOVE TM-DISC-PERCENT TO DISC-DISP
            DISPLAY "Terms " TM-TERMS-CODE " " TM-DESCRIPTION
                " net " TM-NET-DAYS " discount " DISC-DISP
                "% within " TM-DISC-DAYS " days"
            STRING "FOUND: " SCR-TERMS-CODE
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-READ.

    6000-DELETE-TERMS.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT SIGNON-MAY-DELETE THEN
        STRING "DELETE REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "delete function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-TERMS-CODE TO TM-TERMS-CODE.
    DELETE TERMS-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-TERMS-CODE
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DELETED: " SCR-TERMS-CODE " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE TERMS-FILE.
    DISPLAY "-- Payment-Terms Maintenance Report --".
    DISPLAY "Terms added    : " TOTAL-ADDED.
    DISPLAY "Terms changed  : " TOTAL-CHANGED.
    DISPLAY "Terms deleted  : " TOTAL-DELETED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more payment-terms maintenance requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
