IDENTIFICATION DIVISION.
PROGRAM-ID. STANDING-ORDER-MAINT.

*> STANDING-ORDER-MAINT keeps the standing-order templates the
*> nightly STANDING-ORDER-GEN turns into orders: a
*> pseudo-conversational screen in the SHIPTO-MAINT mold, signed on
*> through 9900-OPERATOR-SIGN-ON, against STDORD keyed template id
*> plus line. A template names an active customer on the master,
*> optionally a salesperson and one of the customer's ship-tos, a
*> frequency (D daily on business days, W weekly, M monthly, E the
*> month's last business day), the first date an order is due and
*> the date the arrangement ends (blank to run until stopped); its
*> lines name parts on the part master and the quantity taken each
*> time. The clerk can suspend a template and resume it later --
*> resuming is how a template the generator suspended for an
*> inactive customer comes back once the account is put right.
*> Functions: A add template, C change template, L add a line,
*> R remove a line, D display, S suspend, U resume, X delete the
*> template and its lines, E end the session.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "stordsel.cpy".
        COPY "custsel.cpy".
        COPY "partsel.cpy".
        COPY "slssel.cpy".
        COPY "shiptosel.cpy".
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
    FD  STANDING-ORDER-FILE.
    COPY "stordrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  SALESPERSON-FILE.
    COPY "slsrec.cpy".

    FD  SHIP-TO-FILE.
    COPY "shiptorec.cpy".

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
    01 STANDING-ORDER-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 SALESPERSON-STATUS PIC X(2).
    01 SALESPERSON-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 SALESPERSON-FILE-IS-OPEN VALUE 1.
    01 TEMPLATE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 TEMPLATE-SCAN-AT-EOF VALUE 1.

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 FIELD-EDITS-OK PIC 9(1) COMP VALUE 0.
        88 FIELDS-ARE-CLEAN VALUE 1.

    01 MAINT-TODAY PIC 9(8) VALUE 0.
    01 EDIT-NEXT-DUE PIC 9(8) VALUE 0.
    01 EDIT-END-DATE PIC 9(8) VALUE 0.
    01 EDIT-QUANTITY PIC 9(5) VALUE 0.
    01 EDIT-LINE-NO PIC 9(4) VALUE 0.
    01 LINE-NO-DISP PIC Z(3)9.
    01 LINES-REMOVED PIC 9(4) COMP VALUE 0.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-ADD VALUE "A" "a".
        88 SCR-FUNCTION-CHANGE VALUE "C" "c".
        88 SCR-FUNCTION-LINE VALUE "L" "l".
        88 SCR-FUNCTION-REMOVE VALUE "R" "r".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-SUSPEND VALUE "S" "s".
        88 SCR-FUNCTION-RESUME VALUE "U" "u".
        88 SCR-FUNCTION-DELETE VALUE "X" "x".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-TEMPLATE-ID PIC X(6).
    01 SCR-CUST-ID PIC X(6).
    01 SCR-SALES-ID PIC X(6).
    01 SCR-SHIPTO-CODE PIC X(4).
    01 SCR-FREQUENCY PIC X(1).
    01 SCR-NEXT-DUE PIC X(8).
    01 SCR-END-DATE PIC X(8).
    01 SCR-PART-NO PIC X(6).
    01 SCR-QUANTITY PIC X(5).
    01 SCR-LOCATION PIC X(3).
    01 SCR-LINE-NO PIC X(4).
    01 SCR-MESSAGE PIC X(50) VALUE SPACES.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-REMOVED PIC 9(6) COMP VALUE 0.
    01 TOTAL-SUSPENDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-RESUMED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="STANDING-ORDER-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="STANDING-ORDER-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".
    COPY "shiptodata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "STANDING-ORDER-MAINT -- Standing Order Templates".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change L=Line R=Remove D=Display".
        05 LINE 4 COLUMN 1 VALUE "          S=Suspend U=Resume X=Delete E=End):".
        05 LINE 4 COLUMN 47 PIC X(1) USING SCR-FUNCTION.
        05 LINE 6 COLUMN 1 VALUE "Template ID..:".
        05 LINE 6 COLUMN 16 PIC X(6) USING SCR-TEMPLATE-ID.
        05 LINE 7 COLUMN 1 VALUE "Customer ID..:".
        05 LINE 7 COLUMN 16 PIC X(6) USING SCR-CUST-ID.
        05 LINE 7 COLUMN 30 VALUE "Salesperson:".
        05 LINE 7 COLUMN 43 PIC X(6) USING SCR-SALES-ID.
        05 LINE 8 COLUMN 1 VALUE "Ship-to code.:".
        05 LINE 8 COLUMN 16 PIC X(4) USING SCR-SHIPTO-CODE.
        05 LINE 9 COLUMN 1 VALUE "Frequency....: (D=Daily W=Weekly M=Monthly E=Month-end)".
        05 LINE 9 COLUMN 16 PIC X(1) USING SCR-FREQUENCY.
        05 LINE 10 COLUMN 1 VALUE "Next due.....:".
        05 LINE 10 COLUMN 16 PIC X(8) USING SCR-NEXT-DUE.
        05 LINE 10 COLUMN 30 VALUE "End date:".
        05 LINE 10 COLUMN 43 PIC X(8) USING SCR-END-DATE.
        05 LINE 12 COLUMN 1 VALUE "Part number..:".
        05 LINE 12 COLUMN 16 PIC X(6) USING SCR-PART-NO.
        05 LINE 12 COLUMN 30 VALUE "Quantity:".
        05 LINE 12 COLUMN 43 PIC X(5) USING SCR-QUANTITY.
        05 LINE 13 COLUMN 1 VALUE "Location.....:".
        05 LINE 13 COLUMN 16 PIC X(3) USING SCR-LOCATION.
        05 LINE 13 COLUMN 30 VALUE "Line (R):".
        05 LINE 13 COLUMN 43 PIC X(4) USING SCR-LINE-NO.
        05 LINE 15 COLUMN 1 PIC X(50) FROM SCR-MESSAGE.

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
    MOVE "STDORD" TO LOCK-RESOURCE-NAME.
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
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        PERFORM 2000-CONVERSATION-STEP UNTIL MAINT-IS-DONE
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The customer and part masters are required -- a template
    *> orders real parts for a real customer. The template file is
    *> created the first time the screen is ever run; the salesperson
    *> master and the ship-to file are used when they are there.
    1000-INITIALIZE.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Customer master not found; session refused."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Customer master (CUSTMAST) was not found for standing-order maintenance." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Part master not found; session refused."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part master (PARTDAT) was not found for standing-order maintenance." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        CLOSE CUSTOMER-MASTER-FILE
        MOVE "99" TO CUSTOMER-MASTER-STATUS
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O STANDING-ORDER-FILE.
    IF STANDING-ORDER-STATUS = "35" THEN
        OPEN OUTPUT STANDING-ORDER-FILE
        CLOSE STANDING-ORDER-FILE
        OPEN I-O STANDING-ORDER-FILE
    END-IF.
    PERFORM 9871-SHIPTO-OPEN.
    OPEN INPUT SALESPERSON-FILE.
    IF SALESPERSON-STATUS = "00" THEN
        MOVE 1 TO SALESPERSON-FILE-OPEN
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO MAINT-TODAY.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-CUST-ID.
    MOVE SPACES TO SCR-SALES-ID.
    MOVE SPACES TO SCR-SHIPTO-CODE.
    MOVE SPACES TO SCR-FREQUENCY.
    MOVE SPACES TO SCR-NEXT-DUE.
    MOVE SPACES TO SCR-END-DATE.
    MOVE SPACES TO SCR-PART-NO.
    MOVE SPACES TO SCR-QUANTITY.
    MOVE SPACES TO SCR-LOCATION.
    MOVE SPACES TO SCR-LINE-NO.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-TEMPLATE-ID " " SCR-LINE-NO DELIMITED BY SIZE
        INTO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-TEMPLATE
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-TEMPLATE
        WHEN SCR-FUNCTION-LINE
            PERFORM 4500-ADD-TEMPLATE-LINE
        WHEN SCR-FUNCTION-REMOVE
            PERFORM 4700-REMOVE-TEMPLATE-LINE
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-TEMPLATE
        WHEN SCR-FUNCTION-SUSPEND
            PERFORM 6000-SUSPEND-TEMPLATE
        WHEN SCR-FUNCTION-RESUME
            PERFORM 6500-RESUME-TEMPLATE
        WHEN SCR-FUNCTION-DELETE
            PERFORM 7000-DELETE-TEMPLATE
        WHEN SCR-FUNCTION-END
            MOVE 1 TO MAINT-DONE-SWITCH
        WHEN OTHER
            MOVE "UNRECOGNIZED FUNCTION CODE" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
    END-EVALUATE.
    IF NOT SCR-FUNCTION-END THEN
        MOVE TOTAL-REJECTED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    *> ---------------------
    *> FIELD EDITS: the customer must be on the master and active,
    *> any ship-to one of the customer's, any salesperson on the
    *> salesperson master -- the order the template turns into will
    *> face the same edits at ORDER-ENTRY. The due date must be a
    *> real date not already past; the end date, when keyed, must not
    *> fall before it.
    *> ---------------------

    3100-EDIT-TEMPLATE-KEY.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-TEMPLATE-ID = SPACES THEN
        MOVE "TEMPLATE ID IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3150-EDIT-TEMPLATE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-CUST-ID TO EDIT-INPUT-FIELD.
    PERFORM 9200-EDIT-CHECK-NUMERIC.
    IF NOT EDIT-IS-VALID THEN
        MOVE "CUSTOMER ID MUST BE 6 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-CUST-ID TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE "CUSTOMER NOT ON THE MASTER" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        NOT INVALID KEY
            IF NOT CM-STATUS-ACTIVE THEN
                MOVE "CUSTOMER IS NOT ACTIVE" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
    END-READ.
    IF NOT FIELDS-ARE-CLEAN THEN
        EXIT PARAGRAPH
    END-IF.
    IF SALESPERSON-FILE-IS-OPEN AND SCR-SALES-ID NOT = SPACES THEN
        MOVE SCR-SALES-ID TO SP-SALES-ID
        READ SALESPERSON-FILE
            INVALID KEY
                MOVE "SALESPERSON NOT ON THE MASTER" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
        END-READ
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-SHIPTO-CODE NOT = SPACES THEN
        MOVE SCR-CUST-ID TO SHIPTO-CUST-ID
        MOVE SCR-SHIPTO-CODE TO SHIPTO-CODE
        PERFORM 9870-RESOLVE-SHIP-TO
        IF NOT SHIPTO-IS-SHIP-TO THEN
            STRING "SHIP-TO " SCR-SHIPTO-CODE " NOT ON FILE FOR CUSTOMER"
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-FREQUENCY NOT = "D" AND SCR-FREQUENCY NOT = "W"
                AND SCR-FREQUENCY NOT = "M" AND SCR-FREQUENCY NOT = "E" THEN
            MOVE "FREQUENCY MUST BE D, W, M OR E" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3160-EDIT-TEMPLATE-DATES
    END-IF.

    3160-EDIT-TEMPLATE-DATES.
    IF SCR-NEXT-DUE IS NOT NUMERIC THEN
        MOVE "NEXT DUE DATE MUST BE CCYYMMDD" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-NEXT-DUE TO EDIT-NEXT-DUE.
    MOVE "V" TO DE-FUNCTION.
    MOVE EDIT-NEXT-DUE TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        MOVE "NEXT DUE DATE IS NOT A CALENDAR DATE" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    IF EDIT-NEXT-DUE < MAINT-TODAY THEN
        MOVE "NEXT DUE DATE IS ALREADY PAST" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO EDIT-END-DATE.
    IF SCR-END-DATE = SPACES THEN
        EXIT PARAGRAPH
    END-IF.
    IF SCR-END-DATE IS NOT NUMERIC THEN
        MOVE "END DATE MUST BE CCYYMMDD OR BLANK" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-END-DATE TO EDIT-END-DATE.
    IF EDIT-END-DATE = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE EDIT-END-DATE TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        MOVE "END DATE IS NOT A CALENDAR DATE" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    IF EDIT-END-DATE < EDIT-NEXT-DUE THEN
        MOVE "END DATE IS BEFORE THE NEXT DUE DATE" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    *> A monthly template remembers the day of the month it was set
    *> up on, so one due on the 31st comes back to the 31st after a
    *> short month has pulled it in.
    3170-MOVE-SCREEN-TO-RECORD.
    MOVE SCR-CUST-ID TO SO-CUST-ID.
    MOVE SCR-SALES-ID TO SO-SALES-ID.
    MOVE SCR-SHIPTO-CODE TO SO-SHIPTO-CODE.
    MOVE SCR-FREQUENCY TO SO-FREQUENCY.
    MOVE EDIT-NEXT-DUE TO SO-NEXT-DUE-DATE.
    MOVE EDIT-NEXT-DUE(7:2) TO SO-RUN-DAY.
    MOVE EDIT-END-DATE TO SO-END-DATE.
    MOVE SIGNON-OPER-ID TO SO-OPER-ID.

    3180-READ-TEMPLATE-HEADER.
    MOVE SCR-TEMPLATE-ID TO SO-TEMPLATE-ID.
    MOVE 0 TO SO-LINE-NO.
    READ STANDING-ORDER-FILE
        INVALID KEY
            STRING "TEMPLATE " SCR-TEMPLATE-ID " NOT ON FILE"
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
    END-READ.

    3190-CHECK-LOCK-FOR-UPDATE.
    MOVE 1 TO FIELD-EDITS-OK.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    *> ---------------------
    *> TEMPLATE HEADER HANDLERS
    *> ---------------------

    3000-ADD-TEMPLATE.
    PERFORM 3190-CHECK-LOCK-FOR-UPDATE.
    IF NOT FIELDS-ARE-CLEAN THEN
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
    PERFORM 3100-EDIT-TEMPLATE-KEY.
    PERFORM 3150-EDIT-TEMPLATE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO STANDING-ORDER-REC.
    MOVE SCR-TEMPLATE-ID TO SO-TEMPLATE-ID.
    MOVE 0 TO SO-LINE-NO.
    PERFORM 3170-MOVE-SCREEN-TO-RECORD.
    SET SO-STATUS-ACTIVE TO TRUE.
    MOVE MAINT-TODAY TO SO-STATUS-DATE.
    MOVE 0 TO SO-LINE-COUNT.
    MOVE 0 TO SO-LAST-LINE-NO.
    MOVE 0 TO SO-LAST-GEN-DATE.
    MOVE SPACES TO SO-LAST-ORDER-NO.
    WRITE STANDING-ORDER-REC
        INVALID KEY
            STRING "REJECTED: EXISTS " SCR-TEMPLATE-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "ADDED: " SCR-TEMPLATE-ID " FOR " SCR-CUST-ID
                " - KEY ITS LINES"
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-ADDED
    END-WRITE.

    *> A change replaces the header fields and leaves the status, the
    *> lines and the generation history alone.
    4000-CHANGE-TEMPLATE.
    PERFORM 3190-CHECK-LOCK-FOR-UPDATE.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-TEMPLATE-KEY.
    PERFORM 3150-EDIT-TEMPLATE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3180-READ-TEMPLATE-HEADER.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3170-MOVE-SCREEN-TO-RECORD.
    REWRITE STANDING-ORDER-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-TEMPLATE-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "CHANGED: " SCR-TEMPLATE-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-CHANGED
    END-REWRITE.

    *> ---------------------
    *> TEMPLATE LINES: numbered on from the highest number the
    *> template has ever used, so a removed line's number is never
    *> handed out again.
    *> ---------------------

    4500-ADD-TEMPLATE-LINE.
    PERFORM 3190-CHECK-LOCK-FOR-UPDATE.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3100-EDIT-TEMPLATE-KEY
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-QUANTITY IS NOT NUMERIC THEN
        MOVE "QUANTITY MUST BE 5 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SCR-QUANTITY TO EDIT-QUANTITY
        IF EDIT-QUANTITY = 0 THEN
            MOVE "QUANTITY MUST NOT BE ZERO" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SCR-PART-NO TO PM-PART-NO
        READ PART-MASTER-FILE
            INVALID KEY
                MOVE "PART NOT ON THE MASTER" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
        END-READ
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3180-READ-TEMPLATE-HEADER
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO SO-LAST-LINE-NO.
    ADD 1 TO SO-LINE-COUNT.
    MOVE SO-LAST-LINE-NO TO EDIT-LINE-NO.
    REWRITE STANDING-ORDER-REC
        INVALID KEY
            MOVE "TEMPLATE HEADER REWRITE FAILED" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
    END-REWRITE.
    MOVE SPACES TO STANDING-ORDER-REC.
    MOVE SCR-TEMPLATE-ID TO SO-TEMPLATE-ID.
    MOVE EDIT-LINE-NO TO SO-LINE-NO.
    MOVE SCR-PART-NO TO SO-PART-NO.
    MOVE EDIT-QUANTITY TO SO-QUANTITY.
    MOVE SCR-LOCATION TO SO-LOCATION.
    MOVE EDIT-LINE-NO TO LINE-NO-DISP.
    WRITE STANDING-ORDER-REC
        INVALID KEY
            MOVE "TEMPLATE LINE WRITE FAILED" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            ADD 1 TO TOTAL-LINES-ADDED
            STRING "LINE " LINE-NO-DISP " ADDED TO " SCR-TEMPLATE-ID
                ": " SCR-PART-NO " X " SCR-QUANTITY
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-WRITE.

    4700-REMOVE-TEMPLATE-LINE.
    PERFORM 3190-CHECK-LOCK-FOR-UPDATE.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3100-EDIT-TEMPLATE-KEY
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-LINE-NO IS NOT NUMERIC OR SCR-LINE-NO = "0000" THEN
            MOVE "LINE NUMBER MUST BE 4 DIGITS, NOT ZERO" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-LINE-NO TO EDIT-LINE-NO.
    MOVE SCR-TEMPLATE-ID TO SO-TEMPLATE-ID.
    MOVE EDIT-LINE-NO TO SO-LINE-NO.
    DELETE STANDING-ORDER-FILE
        INVALID KEY
            STRING "LINE " SCR-LINE-NO " NOT ON TEMPLATE " SCR-TEMPLATE-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
    END-DELETE.
    PERFORM 3180-READ-TEMPLATE-HEADER.
    IF FIELDS-ARE-CLEAN AND SO-LINE-COUNT > 0 THEN
        SUBTRACT 1 FROM SO-LINE-COUNT
        REWRITE STANDING-ORDER-REC
            INVALID KEY CONTINUE
        END-REWRITE
    END-IF.
    ADD 1 TO TOTAL-LINES-REMOVED.
    STRING "LINE " SCR-LINE-NO " REMOVED FROM " SCR-TEMPLATE-ID
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    *> ---------------------
    *> DISPLAY: the header and every line, to the console.
    *> ---------------------

    5000-DISPLAY-TEMPLATE.
    MOVE 1 TO FIELD-EDITS-OK.
    PERFORM 3100-EDIT-TEMPLATE-KEY.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3180-READ-TEMPLATE-HEADER
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Template " SO-TEMPLATE-ID ": customer " SO-CUST-ID
        " salesperson " SO-SALES-ID " ship-to " SO-SHIPTO-CODE.
    DISPLAY "    frequency " SO-FREQUENCY " next due " SO-NEXT-DUE-DATE
        " ends " SO-END-DATE " status " SO-STATUS " since "
        SO-STATUS-DATE.
    DISPLAY "    " SO-LINE-COUNT " lines; last order " SO-LAST-ORDER-NO
        " generated " SO-LAST-GEN-DATE.
    MOVE 0 TO TEMPLATE-SCAN-EOF.
    MOVE 1 TO SO-LINE-NO.
    START STANDING-ORDER-FILE KEY NOT < SO-TEMPLATE-KEY
        INVALID KEY MOVE 1 TO TEMPLATE-SCAN-EOF
    END-START.
    PERFORM 5100-DISPLAY-ONE-LINE UNTIL TEMPLATE-SCAN-AT-EOF.
    STRING "FOUND: " SCR-TEMPLATE-ID DELIMITED BY SIZE
        INTO SCR-MESSAGE.

    5100-DISPLAY-ONE-LINE.
    READ STANDING-ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO TEMPLATE-SCAN-EOF
        NOT AT END
            IF SO-TEMPLATE-ID NOT = SCR-TEMPLATE-ID THEN
                MOVE 1 TO TEMPLATE-SCAN-EOF
            ELSE
                DISPLAY "    line " SO-LINE-NO ": part " SO-PART-NO
                    " qty " SO-QUANTITY " location " SO-LOCATION
            END-IF
    END-READ.

    *> ---------------------
    *> SUSPEND AND RESUME: a suspended template is passed over by the
    *> generator and its due date left where it stood. Resuming holds
    *> the template to the customer edit again, and a due date that
    *> went by while it was stopped is moved on to today -- the missed
    *> orders are not owed.
    *> ---------------------

    6000-SUSPEND-TEMPLATE.
    PERFORM 3190-CHECK-LOCK-FOR-UPDATE.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3100-EDIT-TEMPLATE-KEY
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3180-READ-TEMPLATE-HEADER
    END-IF.
    IF FIELDS-ARE-CLEAN AND NOT SO-STATUS-ACTIVE THEN
        STRING "TEMPLATE " SCR-TEMPLATE-ID " IS NOT ACTIVE (STATUS "
            SO-STATUS ")" DELIMITED BY SIZE INTO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    SET SO-STATUS-SUSPENDED TO TRUE.
    MOVE MAINT-TODAY TO SO-STATUS-DATE.
    MOVE SIGNON-OPER-ID TO SO-OPER-ID.
    REWRITE STANDING-ORDER-REC
        INVALID KEY
            MOVE "TEMPLATE HEADER REWRITE FAILED" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            ADD 1 TO TOTAL-SUSPENDED
            STRING "SUSPENDED: " SCR-TEMPLATE-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-REWRITE.

    6500-RESUME-TEMPLATE.
    PERFORM 3190-CHECK-LOCK-FOR-UPDATE.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3100-EDIT-TEMPLATE-KEY
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3180-READ-TEMPLATE-HEADER
    END-IF.
    IF FIELDS-ARE-CLEAN AND SO-STATUS-ACTIVE THEN
        STRING "TEMPLATE " SCR-TEMPLATE-ID " IS ALREADY ACTIVE"
            DELIMITED BY SIZE INTO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SO-CUST-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                MOVE "CUSTOMER NO LONGER ON THE MASTER" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            NOT INVALID KEY
                IF NOT CM-STATUS-ACTIVE THEN
                    MOVE "CUSTOMER IS STILL NOT ACTIVE" TO SCR-MESSAGE
                    MOVE 0 TO FIELD-EDITS-OK
                END-IF
        END-READ
    END-IF.
    IF FIELDS-ARE-CLEAN AND SO-NEXT-DUE-DATE < MAINT-TODAY THEN
        MOVE MAINT-TODAY TO SO-NEXT-DUE-DATE
    END-IF.
    IF FIELDS-ARE-CLEAN AND SO-END-DATE NOT = 0
            AND SO-END-DATE < SO-NEXT-DUE-DATE THEN
        MOVE "TEMPLATE HAS ENDED - CHANGE THE END DATE FIRST" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    SET SO-STATUS-ACTIVE TO TRUE.
    MOVE MAINT-TODAY TO SO-STATUS-DATE.
    MOVE SIGNON-OPER-ID TO SO-OPER-ID.
    REWRITE STANDING-ORDER-REC
        INVALID KEY
            MOVE "TEMPLATE HEADER REWRITE FAILED" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            ADD 1 TO TOTAL-RESUMED
            STRING "RESUMED: " SCR-TEMPLATE-ID " NEXT DUE "
                SO-NEXT-DUE-DATE
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-REWRITE.

    *> ---------------------
    *> DELETE: the header and every line go together.
    *> ---------------------

    7000-DELETE-TEMPLATE.
    PERFORM 3190-CHECK-LOCK-FOR-UPDATE.
    IF NOT FIELDS-ARE-CLEAN THEN
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
    PERFORM 3100-EDIT-TEMPLATE-KEY.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3180-READ-TEMPLATE-HEADER
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO LINES-REMOVED.
    MOVE 0 TO TEMPLATE-SCAN-EOF.
    PERFORM 7100-DELETE-ONE-TEMPLATE-REC UNTIL TEMPLATE-SCAN-AT-EOF.
    ADD 1 TO TOTAL-DELETED.
    MOVE LINES-REMOVED TO LINE-NO-DISP.
    STRING "DELETED: " SCR-TEMPLATE-ID " AND " LINE-NO-DISP " LINES BY "
        SIGNON-OPER-ID DELIMITED BY SIZE INTO SCR-MESSAGE.

    *> The lowest key left under the template is deleted each time
    *> round -- the header first -- until none is left.
    7100-DELETE-ONE-TEMPLATE-REC.
    MOVE SCR-TEMPLATE-ID TO SO-TEMPLATE-ID.
    MOVE 0 TO SO-LINE-NO.
    START STANDING-ORDER-FILE KEY NOT < SO-TEMPLATE-KEY
        INVALID KEY
            MOVE 1 TO TEMPLATE-SCAN-EOF
            EXIT PARAGRAPH
    END-START.
    READ STANDING-ORDER-FILE NEXT RECORD
        AT END
            MOVE 1 TO TEMPLATE-SCAN-EOF
            EXIT PARAGRAPH
    END-READ.
    IF SO-TEMPLATE-ID NOT = SCR-TEMPLATE-ID THEN
        MOVE 1 TO TEMPLATE-SCAN-EOF
        EXIT PARAGRAPH
    END-IF.
    DELETE STANDING-ORDER-FILE
        INVALID KEY
            MOVE 1 TO TEMPLATE-SCAN-EOF
            EXIT PARAGRAPH
    END-DELETE.
    IF NOT SO-IS-HEADER THEN
        ADD 1 TO LINES-REMOVED
    END-IF.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        CLOSE CUSTOMER-MASTER-FILE
        CLOSE PART-MASTER-FILE
        CLOSE STANDING-ORDER-FILE
        PERFORM 9879-SHIPTO-CLOSE
        IF SALESPERSON-FILE-IS-OPEN THEN
            CLOSE SALESPERSON-FILE
        END-IF
    END-IF.
    DISPLAY "-- Standing Order Maintenance Report --".
    DISPLAY "Templates added    : " TOTAL-ADDED.
    DISPLAY "Templates changed  : " TOTAL-CHANGED.
    DISPLAY "Lines added        : " TOTAL-LINES-ADDED.
    DISPLAY "Lines removed      : " TOTAL-LINES-REMOVED.
    DISPLAY "Templates suspended: " TOTAL-SUSPENDED.
    DISPLAY "Templates resumed  : " TOTAL-RESUMED.
    DISPLAY "Templates deleted  : " TOTAL-DELETED.
    DISPLAY "Requests rejected  : " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more standing-order maintenance requests were rejected." TO WS-ERROR-MSG
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
    COPY "shiptoproc.cpy".
