IDENTIFICATION DIVISION.
PROGRAM-ID. LOC-STOCK-MAINT.

*> LOC-STOCK-MAINT keys the replenishment levels on the location
*> stock file the way BIN-MAINT keys the bin master: a
*> pseudo-conversational screen with sign-on, add/change/display
*> against LOCSTOCK keyed part and location. Each location carries
*> a minimum and maximum for the part; REPLENISH-TRANSFER moves
*> surplus above one location's maximum to another fallen below its
*> minimum, and the purchasing programs buy only what that leaves
*> short. The on-hand quantity is shown but never keyed here --
*> STOCK-POST and ORDER-ENTRY alone move it. Adding a location the
*> part has never been stocked at starts it at zero on hand, so a
*> new building can be planned before its first receipt; the part
*> must be on the part master and not a kit. Zero in both levels
*> takes a location back out of the planning, so there is no
*> delete: the record is the stock, and stays.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "locsel.cpy".
        COPY "partsel.cpy".
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
    FD  LOCATION-STOCK-FILE.
    COPY "locrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

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
    01 LOCATION-STOCK-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 PART-MASTER-OPEN PIC 9(1) COMP VALUE 0.
        88 PART-MASTER-IS-OPEN VALUE 1.

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 FIELD-EDITS-OK PIC 9(1) COMP VALUE 0.
        88 FIELDS-ARE-CLEAN VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-ADD VALUE "A" "a".
        88 SCR-FUNCTION-CHANGE VALUE "C" "c".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-PART-NO PIC X(6).
    01 SCR-LOCATION PIC X(3).
    01 SCR-MIN-QTY PIC X(6).
    01 SCR-MAX-QTY PIC X(6).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.
    01 SCR-MIN-NUM PIC 9(6) VALUE 0.
    01 SCR-MAX-NUM PIC 9(6) VALUE 0.

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="LOC-STOCK-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="LOC-STOCK-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "LOC-STOCK-MAINT -- Location Replenishment Levels".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display E=End):".
        05 LINE 3 COLUMN 46 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Part number..:".
        05 LINE 5 COLUMN 16 PIC X(6) USING SCR-PART-NO.
        05 LINE 6 COLUMN 1 VALUE "Location.....:".
        05 LINE 6 COLUMN 16 PIC X(3) USING SCR-LOCATION.
        05 LINE 7 COLUMN 1 VALUE "Minimum......: (6 digits)".
        05 LINE 7 COLUMN 16 PIC X(6) USING SCR-MIN-QTY.
        05 LINE 8 COLUMN 1 VALUE "Maximum......: (6 digits)".
        05 LINE 8 COLUMN 16 PIC X(6) USING SCR-MAX-QTY.
        05 LINE 10 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

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
    MOVE "LOCSTOCK" TO LOCK-RESOURCE-NAME.
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

    *> Opens the location stock for update, creating an empty file
    *> the first time. The part master is only read, to vet a part
    *> being added; without it no location can be added.
    1000-INITIALIZE.
    OPEN I-O LOCATION-STOCK-FILE.
    IF LOCATION-STOCK-STATUS = "35" THEN
        OPEN OUTPUT LOCATION-STOCK-FILE
        CLOSE LOCATION-STOCK-FILE
        OPEN I-O LOCATION-STOCK-FILE
    END-IF.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS = "00" THEN
        MOVE 1 TO PART-MASTER-OPEN
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-PART-NO.
    MOVE SPACES TO SCR-LOCATION.
    MOVE SPACES TO SCR-MIN-QTY.
    MOVE SPACES TO SCR-MAX-QTY.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-PART-NO " " SCR-LOCATION DELIMITED BY SIZE
        INTO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-LOCATION
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-LEVELS
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-LOCATION
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
    *> FIELD EDITS: part and location keyed; both levels fully
    *> keyed, and the maximum no lower than the minimum unless it is
    *> left at zero.
    *> ---------------------

    3100-EDIT-KEY-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-PART-NO = SPACES THEN
        MOVE "PART NUMBER IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-LOCATION = SPACES THEN
        MOVE "LOCATION IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3150-EDIT-LEVEL-FIELDS.
    IF FIELDS-ARE-CLEAN AND SCR-MIN-QTY IS NOT NUMERIC THEN
        MOVE "MINIMUM MUST BE 6 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-MAX-QTY IS NOT NUMERIC THEN
        MOVE "MAXIMUM MUST BE 6 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-MIN-QTY TO SCR-MIN-NUM.
    MOVE SCR-MAX-QTY TO SCR-MAX-NUM.
    IF SCR-MAX-NUM > 0 AND SCR-MAX-NUM < SCR-MIN-NUM THEN
        MOVE "MAXIMUM IS BELOW MINIMUM" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    *> A location is only ever added for a stocked part on the
    *> master; a kit's stock is its components'.
    3170-EDIT-PART.
    IF NOT FIELDS-ARE-CLEAN THEN
        EXIT PARAGRAPH
    END-IF.
    IF NOT PART-MASTER-IS-OPEN THEN
        MOVE "PART MASTER NOT AVAILABLE" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-PART-NO TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY
            STRING "REJECTED: NO PART " SCR-PART-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        NOT INVALID KEY
            IF PM-IS-KIT THEN
                STRING "REJECTED: KIT " SCR-PART-NO
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
    END-READ.

    3200-MOVE-KEY-FIELDS.
    MOVE SCR-PART-NO TO LS-PART-NO.
    MOVE SCR-LOCATION TO LS-LOCATION.

    3250-MOVE-LEVEL-FIELDS.
    MOVE SCR-MIN-NUM TO LS-MIN-QTY.
    MOVE SCR-MAX-NUM TO LS-MAX-QTY.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-LOCATION.
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
    PERFORM 3100-EDIT-KEY-FIELDS.
    PERFORM 3150-EDIT-LEVEL-FIELDS.
    PERFORM 3170-EDIT-PART.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    ELSE
        PERFORM 3200-MOVE-KEY-FIELDS
        MOVE 0 TO LS-QTY-ON-HAND
        PERFORM 3250-MOVE-LEVEL-FIELDS
        WRITE LOCATION-STOCK-REC
            INVALID KEY
                STRING "REJECTED: EXISTS " SCR-PART-NO " " SCR-LOCATION
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "ADDED: " SCR-PART-NO " " SCR-LOCATION
                    " BY " SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-ADDED
        END-WRITE
    END-IF.

    *> Only the levels change; the on-hand figure read is rewritten
    *> as it stood.
    4000-CHANGE-LEVELS.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-KEY-FIELDS.
    PERFORM 3150-EDIT-LEVEL-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3200-MOVE-KEY-FIELDS.
    READ LOCATION-STOCK-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-PART-NO " " SCR-LOCATION
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 3250-MOVE-LEVEL-FIELDS
            REWRITE LOCATION-STOCK-REC
                INVALID KEY
                    STRING "REJECTED: REWRITE FAILED " SCR-PART-NO
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-REJECTED
                NOT INVALID KEY
                    STRING "CHANGED: " SCR-PART-NO " " SCR-LOCATION
                        " BY " SIGNON-OPER-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-CHANGED
            END-REWRITE
    END-READ.

    5000-DISPLAY-LOCATION.
    PERFORM 3200-MOVE-KEY-FIELDS.
    READ LOCATION-STOCK-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-PART-NO " " SCR-LOCATION
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            DISPLAY "Part " LS-PART-NO " at " LS-LOCATION ": on hand "
                LS-QTY-ON-HAND " min " LS-MIN-QTY " max " LS-MAX-QTY
            STRING "FOUND: " SCR-PART-NO " " SCR-LOCATION
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-READ.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE LOCATION-STOCK-FILE.
    IF PART-MASTER-IS-OPEN THEN
        CLOSE PART-MASTER-FILE
    END-IF.
    DISPLAY "-- Location Level Maintenance Report --".
    DISPLAY "Locations added  : " TOTAL-ADDED.
    DISPLAY "Levels changed   : " TOTAL-CHANGED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more location level requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
