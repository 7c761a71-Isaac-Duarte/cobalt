IDENTIFICATION DIVISION.
PROGRAM-ID. BIN-MAINT.

*> BIN-MAINT maintains the bin master the way FREIGHT-RATE-MAINT
*> maintains the freight-rate table: a pseudo-conversational screen
*> with sign-on, add/change/display/delete against the indexed
*> BINMAST file keyed location and bin. Each bin carries its aisle
*> and shelf for the picker and its walk sequence -- its place on
*> the pick path through the building -- which PICK-LIST and
*> COUNT-SHEET-SELECT walk the bins in, and STOCK-POST suggests
*> put-away bins from. Renumbering the walk when shelving moves is
*> a change here, not a re-keying of the bins. A bin marked
*> inactive keeps its stock but is never suggested for put-away;
*> a bin still holding stock on BINSTOCK cannot be deleted.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "binmsel.cpy".
        COPY "binssel.cpy".
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
    FD  BIN-MASTER-FILE.
    COPY "binmrec.cpy".

    FD  BIN-STOCK-FILE.
    COPY "binsrec.cpy".

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
    01 BIN-MASTER-STATUS PIC X(2).
    01 BIN-STOCK-STATUS PIC X(2).
    01 BIN-STOCK-OPEN PIC 9(1) COMP VALUE 0.
        88 BIN-STOCK-IS-OPEN VALUE 1.
    01 BIN-STOCK-EOF PIC 9(1) COMP VALUE 0.
        88 BIN-STOCK-AT-EOF VALUE 1.
    01 BIN-HOLDS-STOCK PIC 9(1) COMP VALUE 0.
        88 BIN-HAS-STOCK VALUE 1.

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
    01 SCR-LOCATION PIC X(3).
    01 SCR-BIN PIC X(6).
    01 SCR-AISLE PIC X(3).
    01 SCR-SHELF PIC X(2).
    01 SCR-WALK-SEQ PIC X(5).
    01 SCR-STATUS PIC X(1).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BIN-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BIN-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "BIN-MAINT -- Warehouse Bin Maintenance".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display X=Delete E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Location.....:".
        05 LINE 5 COLUMN 16 PIC X(3) USING SCR-LOCATION.
        05 LINE 6 COLUMN 1 VALUE "Bin..........:".
        05 LINE 6 COLUMN 16 PIC X(6) USING SCR-BIN.
        05 LINE 7 COLUMN 1 VALUE "Aisle........:".
        05 LINE 7 COLUMN 16 PIC X(3) USING SCR-AISLE.
        05 LINE 8 COLUMN 1 VALUE "Shelf........:".
        05 LINE 8 COLUMN 16 PIC X(2) USING SCR-SHELF.
        05 LINE 9 COLUMN 1 VALUE "Walk seq.....: (5 digits)".
        05 LINE 9 COLUMN 16 PIC X(5) USING SCR-WALK-SEQ.
        05 LINE 10 COLUMN 1 VALUE "Status.......: (A=Active I=Inactive)".
        05 LINE 10 COLUMN 16 PIC X(1) USING SCR-STATUS.
        05 LINE 12 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

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
    MOVE "BINMAST" TO LOCK-RESOURCE-NAME.
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

    *> Opens the bin master for update, creating an empty file the
    *> first time this program is ever run against a given data set.
    *> The bin-stock file is only read, to keep a stocked bin from
    *> being deleted; none yet means no bin holds anything.
    1000-INITIALIZE.
    OPEN I-O BIN-MASTER-FILE.
    IF BIN-MASTER-STATUS = "35" THEN
        OPEN OUTPUT BIN-MASTER-FILE
        CLOSE BIN-MASTER-FILE
        OPEN I-O BIN-MASTER-FILE
    END-IF.
    OPEN INPUT BIN-STOCK-FILE.
    IF BIN-STOCK-STATUS = "00" THEN
        MOVE 1 TO BIN-STOCK-OPEN
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-LOCATION.
    MOVE SPACES TO SCR-BIN.
    MOVE SPACES TO SCR-AISLE.
    MOVE SPACES TO SCR-SHELF.
    MOVE SPACES TO SCR-WALK-SEQ.
    MOVE SPACES TO SCR-STATUS.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-LOCATION " " SCR-BIN DELIMITED BY SIZE
        INTO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-BIN
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-BIN
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-BIN
        WHEN SCR-FUNCTION-DELETE
            PERFORM 6000-DELETE-BIN
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
    *> FIELD EDITS: location and bin keyed; aisle and shelf keyed, a
    *> fully keyed walk sequence, and a known status (blank is
    *> active).
    *> ---------------------

    3100-EDIT-KEY-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-LOCATION = SPACES THEN
        MOVE "LOCATION IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-BIN = SPACES THEN
        MOVE "BIN IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3150-EDIT-BIN-FIELDS.
    IF FIELDS-ARE-CLEAN AND SCR-AISLE = SPACES THEN
        MOVE "AISLE IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-SHELF = SPACES THEN
        MOVE "SHELF IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-WALK-SEQ IS NOT NUMERIC THEN
        MOVE "WALK SEQ MUST BE 5 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF SCR-STATUS = SPACES THEN
        MOVE "A" TO SCR-STATUS
    END-IF.
    IF FIELDS-ARE-CLEAN
            AND SCR-STATUS NOT = "A" AND SCR-STATUS NOT = "I" THEN
        MOVE "STATUS MUST BE A OR I" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3200-MOVE-KEY-FIELDS.
    MOVE SCR-LOCATION TO BN-LOCATION.
    MOVE SCR-BIN TO BN-BIN.

    3250-MOVE-BIN-FIELDS.
    MOVE SCR-LOCATION TO BN-WALK-LOCATION.
    MOVE SCR-WALK-SEQ TO BN-WALK-SEQ.
    MOVE SCR-AISLE TO BN-AISLE.
    MOVE SCR-SHELF TO BN-SHELF.
    MOVE SCR-STATUS TO BN-STATUS.

    *> Any BINSTOCK record under the bin with stock in it.
    3300-CHECK-BIN-STOCK.
    MOVE 0 TO BIN-HOLDS-STOCK.
    IF NOT BIN-STOCK-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO BIN-STOCK-EOF.
    MOVE SCR-LOCATION TO BS-BIN-LOCATION.
    MOVE SCR-BIN TO BS-BIN-BIN.
    START BIN-STOCK-FILE KEY = BS-BIN-KEY
        INVALID KEY MOVE 1 TO BIN-STOCK-EOF
    END-START.
    PERFORM 3310-READ-BIN-STOCK
        UNTIL BIN-STOCK-AT-EOF OR BIN-HAS-STOCK.

    3310-READ-BIN-STOCK.
    READ BIN-STOCK-FILE NEXT RECORD
        AT END MOVE 1 TO BIN-STOCK-EOF
        NOT AT END
            IF BS-BIN-LOCATION NOT = SCR-LOCATION
                    OR BS-BIN-BIN NOT = SCR-BIN THEN
                MOVE 1 TO BIN-STOCK-EOF
            ELSE
                IF BS-QTY-ON-HAND > 0 THEN
                    MOVE 1 TO BIN-HOLDS-STOCK
                END-IF
            END-IF
    END-READ.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-BIN.
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
    PERFORM 3150-EDIT-BIN-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    ELSE
        PERFORM 3200-MOVE-KEY-FIELDS
        PERFORM 3250-MOVE-BIN-FIELDS
        WRITE BIN-MASTER-REC
            INVALID KEY
                STRING "REJECTED: EXISTS " SCR-LOCATION " " SCR-BIN
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "ADDED: " SCR-LOCATION " " SCR-BIN
                    " BY " SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-ADDED
        END-WRITE
    END-IF.

    4000-CHANGE-BIN.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-KEY-FIELDS.
    PERFORM 3150-EDIT-BIN-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3200-MOVE-KEY-FIELDS.
    READ BIN-MASTER-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-LOCATION " " SCR-BIN
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 3250-MOVE-BIN-FIELDS
            REWRITE BIN-MASTER-REC
                INVALID KEY
                    STRING "REJECTED: REWRITE FAILED " SCR-BIN
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-REJECTED
                NOT INVALID KEY
                    STRING "CHANGED: " SCR-LOCATION " " SCR-BIN
                        " BY " SIGNON-OPER-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-CHANGED
            END-REWRITE
    END-READ.

    5000-DISPLAY-BIN.
    PERFORM 3200-MOVE-KEY-FIELDS.
    READ BIN-MASTER-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-LOCATION " " SCR-BIN
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            DISPLAY "Bin " BN-LOCATION " " BN-BIN ": aisle " BN-AISLE
                " shelf " BN-SHELF " walk " BN-WALK-SEQ
                " status " BN-STATUS
            STRING "FOUND: " SCR-LOCATION " " SCR-BIN
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-READ.

    6000-DELETE-BIN.
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
    PERFORM 3300-CHECK-BIN-STOCK.
    IF BIN-HAS-STOCK THEN
        STRING "REJECTED: STOCK IN " SCR-LOCATION " " SCR-BIN
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3200-MOVE-KEY-FIELDS.
    DELETE BIN-MASTER-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-LOCATION " " SCR-BIN
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DELETED: " SCR-LOCATION " " SCR-BIN
                " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE BIN-MASTER-FILE.
    IF BIN-STOCK-IS-OPEN THEN
        CLOSE BIN-STOCK-FILE
    END-IF.
    DISPLAY "-- Bin Maintenance Report --".
    DISPLAY "Bins added     : " TOTAL-ADDED.
    DISPLAY "Bins changed   : " TOTAL-CHANGED.
    DISPLAY "Bins deleted   : " TOTAL-DELETED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more bin maintenance requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
