IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTA-MAINT.

*> QUOTA-MAINT maintains the salesperson quota file the way
*> ALERT-RULE-MAINT maintains the alert rule table: a pseudo-
*> conversational screen with sign-on, add/change/display/delete
*> against the indexed SLSQUOTA file keyed on salesperson and month.
*> Each row carries the month's quota and, optionally, the attainment
*> percent at which the month's commission steps up to a tier rate.
*> The salesperson must be on SLSMAST. QUOTA-ATTAINMENT and
*> COMMISSION-REPORT only read the file, so the screen does not wait
*> on the batch lock.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "quotasel.cpy".
        COPY "slssel.cpy".
        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        COPY "scractsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  QUOTA-FILE.
    COPY "quotarec.cpy".

    FD  SALESPERSON-FILE.
    COPY "slsrec.cpy".

    FD  OPERATOR-FILE.
    COPY "oprec.cpy".

    FD  AUTHORITY-FILE.
    COPY "authrec.cpy".

    COPY "secevfd.cpy".
    COPY "scractfd.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 QUOTA-FILE-STATUS PIC X(2).
    01 SALESPERSON-STATUS PIC X(2).
    01 SALESPERSON-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 SALESPERSON-FILE-IS-OPEN VALUE 1.

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
    01 SCR-SALES-ID PIC X(6).
    01 SCR-PERIOD PIC X(6).
    01 SCR-QUOTA-AMT PIC X(11).
    01 SCR-TIER-PCT PIC X(3).
    01 SCR-TIER-RATE PIC X(5).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

    01 PERIOD-STAGING PIC 9(6).
    01 PERIOD-STAGING-X REDEFINES PERIOD-STAGING PIC X(6).
    01 QUOTA-STAGING PIC 9(9)V99.
    01 QUOTA-STAGING-X REDEFINES QUOTA-STAGING PIC X(11).
    01 TIER-PCT-STAGING PIC 9(3).
    01 TIER-PCT-STAGING-X REDEFINES TIER-PCT-STAGING PIC X(3).
    01 TIER-RATE-STAGING PIC 9(3)V99.
    01 TIER-RATE-STAGING-X REDEFINES TIER-RATE-STAGING PIC X(5).

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTA-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTA-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "QUOTA-MAINT -- Salesperson Quota Maintenance".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display X=Delete E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Salesperson..:".
        05 LINE 5 COLUMN 16 PIC X(6) USING SCR-SALES-ID.
        05 LINE 6 COLUMN 1 VALUE "Month........:".
        05 LINE 6 COLUMN 16 PIC X(6) USING SCR-PERIOD.
        05 LINE 6 COLUMN 24 VALUE "(CCYYMM)".
        05 LINE 7 COLUMN 1 VALUE "Quota........:".
        05 LINE 7 COLUMN 16 PIC X(11) USING SCR-QUOTA-AMT.
        05 LINE 7 COLUMN 29 VALUE "(11 digits, 2 implied decimals)".
        05 LINE 8 COLUMN 1 VALUE "Tier at......:".
        05 LINE 8 COLUMN 16 PIC X(3) USING SCR-TIER-PCT.
        05 LINE 8 COLUMN 24 VALUE "(percent of quota, blank = no tier)".
        05 LINE 9 COLUMN 1 VALUE "Tier rate....:".
        05 LINE 9 COLUMN 16 PIC X(5) USING SCR-TIER-RATE.
        05 LINE 9 COLUMN 24 VALUE "(5 digits, 2 implied decimals)".
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
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-CONVERSATION-STEP UNTIL MAINT-IS-DONE.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> Opens the quota file for update, creating an empty file the
    *> first time this program is ever run against a given data set.
    *> Without SLSMAST a salesperson cannot be proven, so adds are
    *> refused until it is back.
    1000-INITIALIZE.
    OPEN I-O QUOTA-FILE.
    IF QUOTA-FILE-STATUS = "35" THEN
        OPEN OUTPUT QUOTA-FILE
        CLOSE QUOTA-FILE
        OPEN I-O QUOTA-FILE
    END-IF.
    OPEN INPUT SALESPERSON-FILE.
    IF SALESPERSON-STATUS = "00" THEN
        MOVE 1 TO SALESPERSON-FILE-OPEN
    ELSE
        DISPLAY "Salesperson master not found; quotas cannot be added."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Salesperson master (SLSMAST) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-SALES-ID.
    MOVE SPACES TO SCR-PERIOD.
    MOVE SPACES TO SCR-QUOTA-AMT.
    MOVE SPACES TO SCR-TIER-PCT.
    MOVE SPACES TO SCR-TIER-RATE.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    MOVE SPACES TO SCRACT-KEY.
    STRING SCR-SALES-ID SCR-PERIOD DELIMITED BY SIZE INTO SCRACT-KEY.
    INSPECT SCR-SALES-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-QUOTA
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-QUOTA
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-QUOTA
        WHEN SCR-FUNCTION-DELETE
            PERFORM 6000-DELETE-QUOTA
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
    *> FIELD EDITS: salesperson keyed and a real CCYYMM month; the
    *> full quota width keyed (a short value would land left-
    *> justified in the staging field and inflate the quota); the
    *> tier percent and rate either both blank or both keyed, the
    *> rate not zero.
    *> ---------------------

    3100-EDIT-KEY-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-SALES-ID = SPACES THEN
        MOVE "SALESPERSON IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    IF SCR-PERIOD IS NOT NUMERIC THEN
        MOVE "MONTH MUST BE CCYYMM" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-PERIOD TO PERIOD-STAGING-X.
    IF PERIOD-STAGING-X(5:2) < "01" OR PERIOD-STAGING-X(5:2) > "12" THEN
        MOVE "MONTH MUST BE CCYYMM" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3110-EDIT-QUOTA-FIELDS.
    PERFORM 3100-EDIT-KEY-FIELDS.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-QUOTA-AMT IS NOT NUMERIC THEN
            MOVE "QUOTA MUST BE 11 DIGITS" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-TIER-PCT = SPACES AND SCR-TIER-RATE = SPACES THEN
            MOVE "000" TO SCR-TIER-PCT
            MOVE "00000" TO SCR-TIER-RATE
        END-IF
        IF SCR-TIER-PCT IS NOT NUMERIC
                OR SCR-TIER-RATE IS NOT NUMERIC THEN
            MOVE "TIER NEEDS 3-DIGIT PCT AND 5-DIGIT RATE" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-TIER-PCT NOT = "000" AND SCR-TIER-RATE = "00000" THEN
            MOVE "A TIER NEEDS A RATE" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.

    3120-EDIT-SALESPERSON.
    IF NOT SALESPERSON-FILE-IS-OPEN THEN
        MOVE "SLSMAST NOT AVAILABLE" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-SALES-ID TO SP-SALES-ID.
    READ SALESPERSON-FILE
        INVALID KEY
            MOVE "SALESPERSON NOT ON SLSMAST" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
    END-READ.

    3150-MOVE-SCREEN-TO-RECORD.
    MOVE SCR-QUOTA-AMT TO QUOTA-STAGING-X.
    MOVE QUOTA-STAGING TO SQ-QUOTA-AMT.
    MOVE SCR-TIER-PCT TO TIER-PCT-STAGING-X.
    MOVE TIER-PCT-STAGING TO SQ-TIER-PCT.
    MOVE SCR-TIER-RATE TO TIER-RATE-STAGING-X.
    MOVE TIER-RATE-STAGING TO SQ-TIER-RATE.
    MOVE SIGNON-OPER-ID TO SQ-CHANGED-BY.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO SQ-CHANGED-DATE.

    3160-MOVE-SCREEN-TO-KEY.
    MOVE SCR-SALES-ID TO SQ-SALES-ID.
    MOVE PERIOD-STAGING TO SQ-PERIOD.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-QUOTA.
    IF NOT SIGNON-MAY-ADD THEN
        STRING "ADD REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "add function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3110-EDIT-QUOTA-FIELDS.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3120-EDIT-SALESPERSON
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    ELSE
        PERFORM 3160-MOVE-SCREEN-TO-KEY
        PERFORM 3150-MOVE-SCREEN-TO-RECORD
        WRITE SALES-QUOTA-REC
            INVALID KEY
                STRING "REJECTED: EXISTS " SCR-SALES-ID " " SCR-PERIOD
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "ADDED: " SCR-SALES-ID " " SCR-PERIOD " BY "
                    SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-ADDED
        END-WRITE
    END-IF.

    4000-CHANGE-QUOTA.
    PERFORM 3110-EDIT-QUOTA-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3160-MOVE-SCREEN-TO-KEY.
    READ QUOTA-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-SALES-ID " " SCR-PERIOD
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 3150-MOVE-SCREEN-TO-RECORD
            REWRITE SALES-QUOTA-REC
                INVALID KEY
                    STRING "REJECTED: REWRITE FAILED " SCR-SALES-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-REJECTED
                NOT INVALID KEY
                    STRING "CHANGED: " SCR-SALES-ID " " SCR-PERIOD
                        " BY " SIGNON-OPER-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-CHANGED
            END-REWRITE
    END-READ.

    5000-DISPLAY-QUOTA.
    PERFORM 3100-EDIT-KEY-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3160-MOVE-SCREEN-TO-KEY.
    READ QUOTA-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-SALES-ID " " SCR-PERIOD
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            DISPLAY "Quota " SQ-SALES-ID " month " SQ-PERIOD
                " amount " SQ-QUOTA-AMT " tier at " SQ-TIER-PCT
                "% rate " SQ-TIER-RATE
            DISPLAY "  last changed " SQ-CHANGED-DATE " by "
                SQ-CHANGED-BY
            STRING "FOUND: " SCR-SALES-ID " " SCR-PERIOD
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-READ.

    6000-DELETE-QUOTA.
    IF NOT SIGNON-MAY-DELETE THEN
        STRING "DELETE REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "delete function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-KEY-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3160-MOVE-SCREEN-TO-KEY.
    DELETE QUOTA-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-SALES-ID " " SCR-PERIOD
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DELETED: " SCR-SALES-ID " " SCR-PERIOD " BY "
                SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE QUOTA-FILE.
    IF SALESPERSON-FILE-IS-OPEN THEN
        CLOSE SALESPERSON-FILE
    END-IF.
    DISPLAY "-- Salesperson Quota Maintenance Report --".
    DISPLAY "Quotas added     : " TOTAL-ADDED.
    DISPLAY "Quotas changed   : " TOTAL-CHANGED.
    DISPLAY "Quotas deleted   : " TOTAL-DELETED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more quota requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
