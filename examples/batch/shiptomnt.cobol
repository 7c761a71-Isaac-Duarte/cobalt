IDENTIFICATION DIVISION.
PROGRAM-ID. SHIPTO-MAINT.

*> SHIPTO-MAINT maintains the ship-to address file: a
*> pseudo-conversational screen in the TESTCASE-MAINT mold, signed
*> on through 9900-OPERATOR-SIGN-ON, with add/change/display/delete
*> against SHIPTO keyed customer id plus ship-to code. A customer
*> with several delivery points keeps one customer id and one
*> billing address on CUSTMAST; each warehouse or dock is a ship-to
*> here, quoted by code on the order header. The customer must be
*> on CUSTMAST before a ship-to can be added under it, the address
*> takes the same field edits CUSTOMER-TRANS-ENTRY applies to the
*> billing address, and the region code -- the tax jurisdiction
*> INVOICE-GENERATION charges when the goods go here -- must be one
*> the TAXRATE table carries. A ship-to still quoted by an open or
*> shipped order cannot be deleted: the pick list, the shipment,
*> and the invoice still have to find it.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "shiptosel.cpy".
        COPY "custsel.cpy".
        COPY "ordsel.cpy".
        COPY "taxsel.cpy".
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
    FD  SHIP-TO-FILE.
    COPY "shiptorec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  TAX-RATE-FILE.
    COPY "taxrec.cpy".

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
    01 SHIP-TO-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 TAX-RATE-STATUS PIC X(2).
    01 ORDER-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 ORDER-FILE-IS-OPEN VALUE 1.
    01 TAX-TABLE-OPEN PIC 9(1) COMP VALUE 0.
        88 TAX-TABLE-IS-OPEN VALUE 1.
    01 ORDER-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 ORDER-SCAN-AT-EOF VALUE 1.
    01 SHIPTO-IN-USE-SWITCH PIC 9(1) COMP VALUE 0.
        88 SHIPTO-IS-IN-USE VALUE 1.

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
    01 SCR-CUST-ID PIC X(6).
    01 SCR-SHIPTO-CODE PIC X(4).
    01 SCR-SHIPTO-NAME PIC X(25).
    01 SCR-ADDR-STREET PIC X(20).
    01 SCR-ADDR-CITY PIC X(15).
    01 SCR-ADDR-STATE PIC X(2).
    01 SCR-ADDR-POSTAL PIC X(10).
    01 SCR-REGION-CODE PIC X(3).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="SHIPTO-MAINT"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="SHIPTO-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "SHIPTO-MAINT -- Ship-To Address Maintenance".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display X=Delete E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Customer ID..:".
        05 LINE 5 COLUMN 16 PIC X(6) USING SCR-CUST-ID.
        05 LINE 6 COLUMN 1 VALUE "Ship-to code.:".
        05 LINE 6 COLUMN 16 PIC X(4) USING SCR-SHIPTO-CODE.
        05 LINE 7 COLUMN 1 VALUE "Name.........:".
        05 LINE 7 COLUMN 16 PIC X(25) USING SCR-SHIPTO-NAME.
        05 LINE 8 COLUMN 1 VALUE "Street.......:".
        05 LINE 8 COLUMN 16 PIC X(20) USING SCR-ADDR-STREET.
        05 LINE 9 COLUMN 1 VALUE "City.........:".
        05 LINE 9 COLUMN 16 PIC X(15) USING SCR-ADDR-CITY.
        05 LINE 9 COLUMN 33 VALUE "State:".
        05 LINE 9 COLUMN 40 PIC X(2) USING SCR-ADDR-STATE.
        05 LINE 9 COLUMN 44 VALUE "Postal:".
        05 LINE 9 COLUMN 52 PIC X(10) USING SCR-ADDR-POSTAL.
        05 LINE 10 COLUMN 1 VALUE "Tax region...: (blank = customer's)".
        05 LINE 10 COLUMN 16 PIC X(3) USING SCR-REGION-CODE.
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
    MOVE "SHIPTO" TO LOCK-RESOURCE-NAME.
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

    *> Opens the ship-to file for update, creating an empty file the
    *> first time this program is ever run against a given data set.
    *> The customer master is required -- a ship-to hangs off a
    *> customer -- while the order file and tax table only back the
    *> delete guard and the region edit, and are skipped when absent.
    1000-INITIALIZE.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Customer master not found; session refused."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Customer master (CUSTMAST) was not found for ship-to maintenance." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O SHIP-TO-FILE.
    IF SHIP-TO-STATUS = "35" THEN
        OPEN OUTPUT SHIP-TO-FILE
        CLOSE SHIP-TO-FILE
        OPEN I-O SHIP-TO-FILE
    END-IF.
    OPEN INPUT ORDER-FILE.
    IF ORDER-FILE-STATUS = "00" THEN
        MOVE 1 TO ORDER-FILE-OPEN
    END-IF.
    OPEN INPUT TAX-RATE-FILE.
    IF TAX-RATE-STATUS = "00" THEN
        MOVE 1 TO TAX-TABLE-OPEN
    ELSE
        DISPLAY "Tax table not found; region codes taken as keyed."
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-CUST-ID.
    MOVE SPACES TO SCR-SHIPTO-CODE.
    MOVE SPACES TO SCR-SHIPTO-NAME.
    MOVE SPACES TO SCR-ADDR-STREET.
    MOVE SPACES TO SCR-ADDR-CITY.
    MOVE SPACES TO SCR-ADDR-STATE.
    MOVE SPACES TO SCR-ADDR-POSTAL.
    MOVE SPACES TO SCR-REGION-CODE.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-CUST-ID " " SCR-SHIPTO-CODE DELIMITED BY SIZE
        INTO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-SHIP-TO
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-SHIP-TO
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-SHIP-TO
        WHEN SCR-FUNCTION-DELETE
            PERFORM 6000-DELETE-SHIP-TO
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
    *> FIELD EDITS: the key must name a customer on the master and a
    *> non-blank code; the address takes the billing-address edits.
    *> ---------------------

    3100-EDIT-KEY-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    MOVE SCR-CUST-ID TO EDIT-INPUT-FIELD.
    PERFORM 9200-EDIT-CHECK-NUMERIC.
    IF NOT EDIT-IS-VALID THEN
        MOVE "CUSTOMER ID MUST BE 6 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SCR-CUST-ID TO EDIT-INPUT-FIELD
        PERFORM 9260-EDIT-CHECK-CUST-ID
        IF NOT EDIT-IS-VALID THEN
            MOVE "CUSTOMER ID FAILS ITS CHECK DIGIT" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-SHIPTO-CODE = SPACES THEN
        MOVE "SHIP-TO CODE IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3150-EDIT-ADDRESS-FIELDS.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SCR-CUST-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                MOVE "CUSTOMER NOT ON THE MASTER" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
        END-READ
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-SHIPTO-NAME = SPACES THEN
        MOVE "SHIP-TO NAME IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-ADDR-STREET = SPACES THEN
        MOVE "STREET IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-ADDR-CITY NOT = SPACES THEN
        MOVE SCR-ADDR-CITY TO EDIT-INPUT-FIELD
        PERFORM 9210-EDIT-CHECK-ALPHA
        IF NOT EDIT-IS-VALID THEN
            MOVE "CITY MUST BE LETTERS AND SPACES" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-ADDR-STATE NOT = SPACES THEN
        MOVE SCR-ADDR-STATE TO EDIT-INPUT-FIELD
        PERFORM 9210-EDIT-CHECK-ALPHA
        IF NOT EDIT-IS-VALID THEN
            MOVE "STATE MUST BE LETTERS" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-ADDR-POSTAL NOT = SPACES THEN
        MOVE SCR-ADDR-POSTAL TO EDIT-INPUT-FIELD
        PERFORM 9200-EDIT-CHECK-NUMERIC
        IF NOT EDIT-IS-VALID THEN
            MOVE "POSTAL CODE MUST BE DIGITS" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-REGION-CODE NOT = SPACES
            AND TAX-TABLE-IS-OPEN THEN
        PERFORM 3160-CHECK-TAX-REGION
    END-IF.

    *> Any row for the region will do: the table is keyed region plus
    *> effective date, so the first row at or after the region's
    *> lowest date either belongs to it or the region is unknown.
    3160-CHECK-TAX-REGION.
    MOVE SCR-REGION-CODE TO TX-REGION-CODE.
    MOVE 0 TO TX-EFF-DATE.
    START TAX-RATE-FILE KEY NOT < TX-RATE-KEY
        INVALID KEY
            MOVE "TAX REGION NOT ON THE TAX TABLE" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        NOT INVALID KEY
            READ TAX-RATE-FILE NEXT RECORD
                AT END
                    MOVE "TAX REGION NOT ON THE TAX TABLE" TO SCR-MESSAGE
                    MOVE 0 TO FIELD-EDITS-OK
                NOT AT END
                    IF TX-REGION-CODE NOT = SCR-REGION-CODE THEN
                        MOVE "TAX REGION NOT ON THE TAX TABLE"
                            TO SCR-MESSAGE
                        MOVE 0 TO FIELD-EDITS-OK
                    END-IF
            END-READ
    END-START.

    3170-MOVE-SCREEN-TO-RECORD.
    MOVE SCR-SHIPTO-NAME TO SA-SHIPTO-NAME.
    MOVE SCR-ADDR-STREET TO SA-ADDR-STREET.
    MOVE SCR-ADDR-CITY TO SA-ADDR-CITY.
    MOVE SCR-ADDR-STATE TO SA-ADDR-STATE.
    MOVE SCR-ADDR-POSTAL TO SA-ADDR-POSTAL.
    MOVE SCR-REGION-CODE TO SA-REGION-CODE.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-SHIP-TO.
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
    PERFORM 3150-EDIT-ADDRESS-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    ELSE
        MOVE SPACES TO SHIP-TO-REC
        MOVE SCR-CUST-ID TO SA-CUST-ID
        MOVE SCR-SHIPTO-CODE TO SA-SHIPTO-CODE
        PERFORM 3170-MOVE-SCREEN-TO-RECORD
        WRITE SHIP-TO-REC
            INVALID KEY
                STRING "REJECTED: EXISTS " SCR-CUST-ID " "
                    SCR-SHIPTO-CODE DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "ADDED: " SCR-CUST-ID " " SCR-SHIPTO-CODE
                    " BY " SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-ADDED
        END-WRITE
    END-IF.

    4000-CHANGE-SHIP-TO.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-KEY-FIELDS.
    PERFORM 3150-EDIT-ADDRESS-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-CUST-ID TO SA-CUST-ID.
    MOVE SCR-SHIPTO-CODE TO SA-SHIPTO-CODE.
    READ SHIP-TO-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-CUST-ID " "
                SCR-SHIPTO-CODE DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 3170-MOVE-SCREEN-TO-RECORD
            REWRITE SHIP-TO-REC
                INVALID KEY
                    STRING "REJECTED: REWRITE FAILED " SCR-CUST-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-REJECTED
                NOT INVALID KEY
                    STRING "CHANGED: " SCR-CUST-ID " "
                        SCR-SHIPTO-CODE " BY " SIGNON-OPER-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-CHANGED
            END-REWRITE
    END-READ.

    5000-DISPLAY-SHIP-TO.
    MOVE SCR-CUST-ID TO SA-CUST-ID.
    MOVE SCR-SHIPTO-CODE TO SA-SHIPTO-CODE.
    READ SHIP-TO-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-CUST-ID " "
                SCR-SHIPTO-CODE DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            DISPLAY "Ship-to " SA-CUST-ID "/" SA-SHIPTO-CODE ": "
                SA-SHIPTO-NAME " / " SA-ADDR-STREET " / "
                SA-ADDR-CITY " " SA-ADDR-STATE " " SA-ADDR-POSTAL
                " / region " SA-REGION-CODE
            STRING "FOUND: " SCR-CUST-ID " " SCR-SHIPTO-CODE
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-READ.

    6000-DELETE-SHIP-TO.
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
    PERFORM 6100-CHECK-SHIP-TO-IN-USE.
    IF SHIPTO-IS-IN-USE THEN
        STRING "REJECTED: ON OPEN ORDER " OR-ORDER-NO
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-CUST-ID TO SA-CUST-ID.
    MOVE SCR-SHIPTO-CODE TO SA-SHIPTO-CODE.
    DELETE SHIP-TO-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-CUST-ID " "
                SCR-SHIPTO-CODE DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DELETED: " SCR-CUST-ID " " SCR-SHIPTO-CODE
                " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    *> An open or shipped order quoting the ship-to still has a pick
    *> list, a shipment, or an invoice to print against it.
    6100-CHECK-SHIP-TO-IN-USE.
    MOVE 0 TO SHIPTO-IN-USE-SWITCH.
    IF NOT ORDER-FILE-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO ORDER-SCAN-EOF.
    MOVE LOW-VALUES TO OR-ORDER-NO.
    START ORDER-FILE KEY NOT < OR-ORDER-NO
        INVALID KEY MOVE 1 TO ORDER-SCAN-EOF
    END-START.
    PERFORM 6110-CHECK-ONE-ORDER UNTIL ORDER-SCAN-AT-EOF.

    6110-CHECK-ONE-ORDER.
    READ ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO ORDER-SCAN-EOF
        NOT AT END
            IF OR-CUST-ID = SCR-CUST-ID
                    AND OR-SHIPTO-CODE = SCR-SHIPTO-CODE
                    AND (OR-STATUS-OPEN OR OR-STATUS-SHIPPED) THEN
                MOVE 1 TO SHIPTO-IN-USE-SWITCH
                MOVE 1 TO ORDER-SCAN-EOF
            END-IF
    END-READ.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        CLOSE CUSTOMER-MASTER-FILE
        CLOSE SHIP-TO-FILE
    END-IF.
    IF ORDER-FILE-IS-OPEN THEN
        CLOSE ORDER-FILE
    END-IF.
    IF TAX-TABLE-IS-OPEN THEN
        CLOSE TAX-RATE-FILE
    END-IF.
    DISPLAY "-- Ship-To Maintenance Report --".
    DISPLAY "Ship-tos added   : " TOTAL-ADDED.
    DISPLAY "Ship-tos changed : " TOTAL-CHANGED.
    DISPLAY "Ship-tos deleted : " TOTAL-DELETED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more ship-to maintenance requests were rejected." TO WS-ERROR-MSG
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
