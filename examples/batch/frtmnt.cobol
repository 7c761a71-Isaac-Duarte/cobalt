IDENTIFICATION DIVISION.
PROGRAM-ID. FREIGHT-RATE-MAINT.

*> FREIGHT-RATE-MAINT maintains the carrier freight-rate table the
*> way TAXRATE-MAINT maintains the tax table: a pseudo-conversational
*> screen with sign-on, add/change/display/delete against the
*> indexed FRTRATE file keyed carrier, region, and the top of the
*> weight band. A carrier's price list is keyed here band by band --
*> up to 50 pounds, up to 150, and so on, each a base charge plus a
*> rate per pound -- and SHIP-CONFIRM accepts a carrier on a ship
*> card only once it has a row. INVOICE-GENERATION prices an
*> order's freight off the band its shipped weight falls in.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "frtsel.cpy".
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
    FD  FREIGHT-RATE-FILE.
    COPY "frtrec.cpy".

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
    01 FREIGHT-RATE-STATUS PIC X(2).

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
    01 SCR-CARRIER-CODE PIC X(4).
    01 SCR-REGION-CODE PIC X(3).
    01 SCR-WEIGHT-TO PIC X(5).
    01 SCR-BASE-CHARGE PIC X(7).
    01 SCR-PER-POUND PIC X(5).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

*> The keyed charges carry two implied decimals; the redefinitions
*> line the digits up on the decimal point.
    01 BASE-STAGING PIC 9(5)V99.
    01 BASE-STAGING-X REDEFINES BASE-STAGING PIC X(7).
    01 PER-POUND-STAGING PIC 9(3)V99.
    01 PER-POUND-STAGING-X REDEFINES PER-POUND-STAGING PIC X(5).
    01 BASE-DISP PIC Z(4)9.99.
    01 PER-POUND-DISP PIC ZZ9.99.

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="FREIGHT-RATE-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="FREIGHT-RATE-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "FREIGHT-RATE-MAINT -- Carrier Freight-Rate Maintenance".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display X=Delete E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Carrier......:".
        05 LINE 5 COLUMN 16 PIC X(4) USING SCR-CARRIER-CODE.
        05 LINE 6 COLUMN 1 VALUE "Region code..:".
        05 LINE 6 COLUMN 16 PIC X(3) USING SCR-REGION-CODE.
        05 LINE 7 COLUMN 1 VALUE "Band to lbs..: (5 digits)".
        05 LINE 7 COLUMN 16 PIC X(5) USING SCR-WEIGHT-TO.
        05 LINE 8 COLUMN 1 VALUE "Base charge..: (7 digits, 2 implied decimals)".
        05 LINE 8 COLUMN 16 PIC X(7) USING SCR-BASE-CHARGE.
        05 LINE 9 COLUMN 1 VALUE "Per pound....: (5 digits, 2 implied decimals)".
        05 LINE 9 COLUMN 16 PIC X(5) USING SCR-PER-POUND.
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
    MOVE "FRTRATE" TO LOCK-RESOURCE-NAME.
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

    *> Opens the rate table for update, creating an empty file the
    *> first time this program is ever run against a given data set.
    1000-INITIALIZE.
    OPEN I-O FREIGHT-RATE-FILE.
    IF FREIGHT-RATE-STATUS = "35" THEN
        OPEN OUTPUT FREIGHT-RATE-FILE
        CLOSE FREIGHT-RATE-FILE
        OPEN I-O FREIGHT-RATE-FILE
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-CARRIER-CODE.
    MOVE SPACES TO SCR-REGION-CODE.
    MOVE SPACES TO SCR-WEIGHT-TO.
    MOVE SPACES TO SCR-BASE-CHARGE.
    MOVE SPACES TO SCR-PER-POUND.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-CARRIER-CODE " " SCR-REGION-CODE " " SCR-WEIGHT-TO
        DELIMITED BY SIZE INTO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-FREIGHT-RATE
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-FREIGHT-RATE
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-FREIGHT-RATE
        WHEN SCR-FUNCTION-DELETE
            PERFORM 6000-DELETE-FREIGHT-RATE
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
    *> FIELD EDITS: carrier and region keyed, a fully keyed band
    *> top above zero, and fully keyed charges.
    *> ---------------------

    3100-EDIT-KEY-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-CARRIER-CODE = SPACES THEN
        MOVE "CARRIER IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-REGION-CODE = SPACES THEN
        MOVE "REGION CODE IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-WEIGHT-TO IS NOT NUMERIC THEN
            MOVE "BAND TO LBS MUST BE 5 DIGITS" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        ELSE
            IF SCR-WEIGHT-TO = "00000" THEN
                MOVE "BAND TO LBS MUST BE ABOVE ZERO" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
        END-IF
    END-IF.

    3150-EDIT-CHARGE-FIELDS.
    IF FIELDS-ARE-CLEAN THEN
*> The full width must be keyed: a short value would land
*> left-justified in the staging field and inflate the charge.
        IF SCR-BASE-CHARGE IS NOT NUMERIC THEN
            MOVE "BASE CHARGE MUST BE 7 DIGITS" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-PER-POUND IS NOT NUMERIC THEN
            MOVE "PER POUND MUST BE 5 DIGITS" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.

    3200-MOVE-KEY-FIELDS.
    MOVE SCR-CARRIER-CODE TO FR-CARRIER-CODE.
    MOVE SCR-REGION-CODE TO FR-REGION-CODE.
    IF SCR-WEIGHT-TO IS NUMERIC THEN
        MOVE SCR-WEIGHT-TO TO FR-WEIGHT-TO
    ELSE
        MOVE 0 TO FR-WEIGHT-TO
    END-IF.

    3250-MOVE-CHARGE-FIELDS.
    MOVE SCR-BASE-CHARGE TO BASE-STAGING-X.
    MOVE BASE-STAGING TO FR-BASE-CHARGE.
    MOVE SCR-PER-POUND TO PER-POUND-STAGING-X.
    MOVE PER-POUND-STAGING TO FR-PER-POUND.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-FREIGHT-RATE.
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
    PERFORM 3150-EDIT-CHARGE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    ELSE
        PERFORM 3200-MOVE-KEY-FIELDS
        PERFORM 3250-MOVE-CHARGE-FIELDS
        WRITE FREIGHT-RATE-REC
            INVALID KEY
                STRING "REJECTED: EXISTS " SCR-CARRIER-CODE " "
                    SCR-REGION-CODE " " SCR-WEIGHT-TO
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "ADDED: " SCR-CARRIER-CODE " " SCR-REGION-CODE
                    " " SCR-WEIGHT-TO " BY " SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-ADDED
        END-WRITE
    END-IF.

    4000-CHANGE-FREIGHT-RATE.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-KEY-FIELDS.
    PERFORM 3150-EDIT-CHARGE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3200-MOVE-KEY-FIELDS.
    READ FREIGHT-RATE-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-CARRIER-CODE " "
                SCR-REGION-CODE " " SCR-WEIGHT-TO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 3250-MOVE-CHARGE-FIELDS
            REWRITE FREIGHT-RATE-REC
                INVALID KEY
                    STRING "REJECTED: REWRITE FAILED " SCR-CARRIER-CODE
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-REJECTED
                NOT INVALID KEY
                    STRING "CHANGED: " SCR-CARRIER-CODE " "
                        SCR-REGION-CODE " " SCR-WEIGHT-TO
                        " BY " SIGNON-OPER-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-CHANGED
            END-REWRITE
    END-READ.

    5000-DISPLAY-FREIGHT-RATE.
    PERFORM 3200-MOVE-KEY-FIELDS.
    READ FREIGHT-RATE-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-CARRIER-CODE " "
                SCR-REGION-CODE " " SCR-WEIGHT-TO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            MOVE FR-BASE-CHARGE TO BASE-DISP
            MOVE FR-PER-POUND TO PER-POUND-DISP
            DISPLAY "Carrier " FR-CARRIER-CODE " region "
                FR-REGION-CODE " to " FR-WEIGHT-TO " lbs: base "
                BASE-DISP " plus " PER-POUND-DISP " per lb"
            STRING "FOUND: " SCR-CARRIER-CODE " " SCR-REGION-CODE
                " " SCR-WEIGHT-TO
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-READ.

    6000-DELETE-FREIGHT-RATE.
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
    PERFORM 3200-MOVE-KEY-FIELDS.
    DELETE FREIGHT-RATE-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-CARRIER-CODE " "
                SCR-REGION-CODE " " SCR-WEIGHT-TO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DELETED: " SCR-CARRIER-CODE " " SCR-REGION-CODE
                " " SCR-WEIGHT-TO " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE FREIGHT-RATE-FILE.
    DISPLAY "-- Freight-Rate Maintenance Report --".
    DISPLAY "Bands added    : " TOTAL-ADDED.
    DISPLAY "Bands changed  : " TOTAL-CHANGED.
    DISPLAY "Bands deleted  : " TOTAL-DELETED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more freight-rate maintenance requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
