IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTE-SCREEN-ENTRY.

*> QUOTE-SCREEN-ENTRY records the prices sales promises on the
*> phone and by letter: a pseudo-conversational screen in the
*> ORDER-SCREEN-ENTRY mold, signed on through 9900-OPERATOR-SIGN-ON,
*> that opens a quotation for a customer on the master, prices each
*> quoted line from PRICEDAT through the same tier and quantity-break
*> resolution ORDER-ENTRY uses, and files the result on the QUOTE
*> file so the promise can be proved when the customer accepts
*> weeks later. Quote numbers are Q plus seven digits from the
*> QUOTECTL control file; the expiry date is the quote date plus
*> the validity days keyed (30 when left blank), worked out by
*> DATE-ENGINE. A quote prints through REPORT-WRITER as a letter
*> to the customer, and the screen records the customer's answer:
*> accepted -- refused once the quote has expired -- or lost.
*> QUOTE-CONVERT turns accepted quotes into ORDTRAN cards at the
*> quoted prices overnight.
*> Functions: N new quote, L key a line onto the quote just opened,
*> P print a quote, A customer accepted, R customer refused (lost),
*> E end the session.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "quotsel.cpy".
        SELECT QUOTE-CTL-FILE ASSIGN TO "QUOTECTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS QUOTE-CTL-STATUS.
        COPY "custsel.cpy".
        COPY "partsel.cpy".
        COPY "prcsel.cpy".
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
    FD  QUOTE-FILE.
    COPY "quotrec.cpy".

    FD  QUOTE-CTL-FILE.
    01  QUOTE-CTL-REC.
        05 QC-LAST-QUOTE-NO PIC 9(7).

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  PRICE-FILE.
    COPY "prcrec.cpy".

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
    01 QUOTE-FILE-STATUS PIC X(2).
    01 QUOTE-CTL-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 SALESPERSON-STATUS PIC X(2).
    01 SALESPERSON-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 SALESPERSON-FILE-IS-OPEN VALUE 1.
    01 QUOTE-PRINT-OPEN PIC 9(1) COMP VALUE 0.
        88 QUOTE-PRINT-IS-OPEN VALUE 1.
    01 QUOTE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 QUOTE-SCAN-AT-EOF VALUE 1.

    01 ENTRY-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 ENTRY-IS-DONE VALUE 1.
    01 QUOTE-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 A-QUOTE-IS-OPEN VALUE 1.
    01 FIELD-EDITS-OK PIC 9(1) COMP VALUE 0.
        88 FIELDS-ARE-CLEAN VALUE 1.

*> The quote being keyed this session: lines go onto it until the
*> next N opens another.
    01 OPEN-QUOTE-NO PIC X(8) VALUE SPACES.
    01 OPEN-LINE-COUNT PIC 9(4) COMP VALUE 0.
    01 OPEN-LINE-DISP PIC Z(3)9.

*> Quote numbers: "Q" plus the next number off QUOTECTL.
    01 NEXT-QUOTE-NO PIC 9(7) VALUE 0.
    01 NEW-QUOTE-NO.
        05 FILLER PIC X(1) VALUE "Q".
        05 NQ-NUMBER PIC 9(7).

*> A quote holds this many days unless the caller keys otherwise.
    01 DEFAULT-VALID-DAYS PIC 9(3) VALUE 30.
    01 QUOTE-VALID-DAYS PIC 9(3) VALUE 0.
    01 QUOTE-TODAY PIC 9(8) VALUE 0.
    01 LINE-EXTENSION PIC 9(7)V99 COMP-3 VALUE 0.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-NEW VALUE "N" "n".
        88 SCR-FUNCTION-LINE VALUE "L" "l".
        88 SCR-FUNCTION-PRINT VALUE "P" "p".
        88 SCR-FUNCTION-ACCEPTED VALUE "A" "a".
        88 SCR-FUNCTION-LOST VALUE "R" "r".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-QUOTE-NO PIC X(8).
    01 SCR-CUST-ID PIC X(6).
    01 SCR-SALES-ID PIC X(6).
    01 SCR-SHIPTO-CODE PIC X(4).
    01 SCR-VALID-DAYS PIC X(3).
    01 SCR-PART-NO PIC X(6).
    01 SCR-QUANTITY PIC X(5).
    01 SCR-UNIT-PRICE PIC Z(4)9.99.
    01 SCR-EXPIRY-DATE PIC 9(8).
    01 SCR-MESSAGE PIC X(50) VALUE SPACES.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).
    01 RPT-QTY-DISP PIC Z(4)9.
    01 RPT-PRICE-DISP PIC Z(4)9.99.
    01 RPT-AMOUNT-DISP PIC Z(6)9.99.
    01 RPT-LINE-DISP PIC Z(3)9.
    01 PRINT-PART-DESC PIC X(20).

    01 TOTAL-QUOTES-OPENED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-QUOTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-QUOTES-PRINTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-QUOTES-ACCEPTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-QUOTES-LOST PIC 9(6) COMP VALUE 0.
    01 TOTAL-REFUSED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTE-SCREEN-ENTRY"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTE-SCREEN-ENTRY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".
    COPY "shiptodata.cpy".
    COPY "prcresdata.cpy".

    SCREEN SECTION.
    01 QUOTE-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "QUOTE-SCREEN-ENTRY -- Sales Quotations".
        05 LINE 3 COLUMN 1 VALUE "Function (N=New L=Line P=Print A=Accepted R=Lost E=End):".
        05 LINE 3 COLUMN 60 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Quote number.:".
        05 LINE 5 COLUMN 16 PIC X(8) USING SCR-QUOTE-NO.
        05 LINE 5 COLUMN 30 VALUE "Expires:".
        05 LINE 5 COLUMN 39 PIC 9(8) FROM SCR-EXPIRY-DATE.
        05 LINE 6 COLUMN 1 VALUE "Customer ID..:".
        05 LINE 6 COLUMN 16 PIC X(6) USING SCR-CUST-ID.
        05 LINE 7 COLUMN 1 VALUE "Salesperson..:".
        05 LINE 7 COLUMN 16 PIC X(6) USING SCR-SALES-ID.
        05 LINE 7 COLUMN 30 VALUE "Ship-to:".
        05 LINE 7 COLUMN 39 PIC X(4) USING SCR-SHIPTO-CODE.
        05 LINE 8 COLUMN 1 VALUE "Valid days...: (blank = 30)".
        05 LINE 8 COLUMN 16 PIC X(3) USING SCR-VALID-DAYS.
        05 LINE 10 COLUMN 1 VALUE "Part number..:".
        05 LINE 10 COLUMN 16 PIC X(6) USING SCR-PART-NO.
        05 LINE 11 COLUMN 1 VALUE "Quantity.....:".
        05 LINE 11 COLUMN 16 PIC X(5) USING SCR-QUANTITY.
        05 LINE 11 COLUMN 30 VALUE "Price:".
        05 LINE 11 COLUMN 39 PIC Z(4)9.99 FROM SCR-UNIT-PRICE.
        05 LINE 13 COLUMN 1 PIC X(50) FROM SCR-MESSAGE.

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
    MOVE "QUOTE" TO LOCK-RESOURCE-NAME.
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
        PERFORM 2000-CONVERSATION-STEP UNTIL ENTRY-IS-DONE
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The customer and part masters are required -- a quote prices
    *> real parts for a real customer. The quote file is created the
    *> first time the screen is ever run; the price table, the
    *> salesperson master, and the ship-to file are used when they
    *> are there.
    1000-INITIALIZE.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Customer master not found; session refused."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Customer master (CUSTMAST) was not found for quotation entry." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Part master not found; session refused."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part master (PARTDAT) was not found for quotation entry." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        CLOSE CUSTOMER-MASTER-FILE
        MOVE "99" TO CUSTOMER-MASTER-STATUS
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O QUOTE-FILE.
    IF QUOTE-FILE-STATUS = "35" THEN
        OPEN OUTPUT QUOTE-FILE
        CLOSE QUOTE-FILE
        OPEN I-O QUOTE-FILE
    END-IF.
    PERFORM 9881-PRICE-OPEN.
    PERFORM 9871-SHIPTO-OPEN.
    OPEN INPUT SALESPERSON-FILE.
    IF SALESPERSON-STATUS = "00" THEN
        MOVE 1 TO SALESPERSON-FILE-OPEN
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO QUOTE-TODAY.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-CUST-ID.
    MOVE SPACES TO SCR-SALES-ID.
    MOVE SPACES TO SCR-SHIPTO-CODE.
    MOVE SPACES TO SCR-VALID-DAYS.
    MOVE SPACES TO SCR-PART-NO.
    MOVE SPACES TO SCR-QUANTITY.
    MOVE OPEN-QUOTE-NO TO SCR-QUOTE-NO.
    DISPLAY QUOTE-SCREEN.
    ACCEPT QUOTE-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-QUOTE-NO " " SCR-CUST-ID " " SCR-PART-NO
        DELIMITED BY SIZE INTO SCRACT-KEY.
    MOVE 0 TO SCR-UNIT-PRICE.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-END
            MOVE 1 TO ENTRY-DONE-SWITCH
        WHEN SCR-FUNCTION-NEW
            PERFORM 3000-OPEN-NEW-QUOTE
        WHEN SCR-FUNCTION-LINE AND A-QUOTE-IS-OPEN
            PERFORM 4000-KEY-ONE-LINE
        WHEN SCR-FUNCTION-LINE
            MOVE "OPEN A QUOTE BEFORE KEYING LINES" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REFUSED
        WHEN SCR-FUNCTION-PRINT
            PERFORM 5000-PRINT-QUOTE
        WHEN SCR-FUNCTION-ACCEPTED
            PERFORM 6000-RECORD-ACCEPTANCE
        WHEN SCR-FUNCTION-LOST
            PERFORM 6500-RECORD-LOSS
        WHEN OTHER
            MOVE "UNRECOGNIZED FUNCTION CODE" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REFUSED
    END-EVALUATE.
    IF NOT SCR-FUNCTION-END THEN
        MOVE TOTAL-REFUSED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    *> ---------------------
    *> NEW QUOTE: the customer must be on the master and active, any
    *> ship-to one of the customer's, and any salesperson on the
    *> salesperson master -- a quote is a promise, so it is held to
    *> the edits the order it becomes will face.
    *> ---------------------

    3000-OPEN-NEW-QUOTE.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    IF NOT SIGNON-MAY-ADD THEN
        STRING "QUOTE REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "new quote refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-QUOTE-HEADER.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3200-WORK-OUT-EXPIRY.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3300-WRITE-QUOTE-HEADER.

    3100-EDIT-QUOTE-HEADER.
    MOVE 1 TO FIELD-EDITS-OK.
    MOVE SCR-CUST-ID TO EDIT-INPUT-FIELD.
    PERFORM 9200-EDIT-CHECK-NUMERIC.
    IF NOT EDIT-IS-VALID THEN
        MOVE "CUSTOMER ID MUST BE 6 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-CUST-ID TO EDIT-INPUT-FIELD.
    PERFORM 9260-EDIT-CHECK-CUST-ID.
    IF NOT EDIT-IS-VALID THEN
        MOVE "CUSTOMER ID FAILS ITS CHECK DIGIT" TO SCR-MESSAGE
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
    MOVE CM-PRICE-TIER TO PRICE-TIER.
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
        IF SCR-VALID-DAYS = SPACES THEN
            MOVE DEFAULT-VALID-DAYS TO QUOTE-VALID-DAYS
        ELSE
            IF SCR-VALID-DAYS IS NOT NUMERIC OR SCR-VALID-DAYS = "000" THEN
                MOVE "VALID DAYS MUST BE 3 DIGITS, NOT ZERO" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            ELSE
                MOVE SCR-VALID-DAYS TO QUOTE-VALID-DAYS
            END-IF
        END-IF
    END-IF.

    *> The expiry is a calendar date the customer can hold us to, so
    *> it comes from DATE-ENGINE rather than from arithmetic on the
    *> digits of today's date.
    3200-WORK-OUT-EXPIRY.
    MOVE "A" TO DE-FUNCTION.
    MOVE QUOTE-TODAY TO DE-DATE-1.
    MOVE QUOTE-VALID-DAYS TO DE-DAY-COUNT.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        MOVE "EXPIRY DATE COULD NOT BE WORKED OUT" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    *> The control record is re-read for every new quote, so two
    *> sessions keying at once draw from the same sequence; a number
    *> that is somehow already on file refuses rather than overlays.
    3300-WRITE-QUOTE-HEADER.
    PERFORM 3310-READ-QUOTE-CONTROL.
    ADD 1 TO NEXT-QUOTE-NO.
    MOVE NEXT-QUOTE-NO TO NQ-NUMBER.
    MOVE SPACES TO QUOTE-REC.
    MOVE NEW-QUOTE-NO TO QT-QUOTE-NO.
    MOVE 0 TO QT-LINE-NO.
    MOVE SCR-CUST-ID TO QT-CUST-ID.
    MOVE SCR-SALES-ID TO QT-SALES-ID.
    MOVE SCR-SHIPTO-CODE TO QT-SHIPTO-CODE.
    MOVE PRICE-TIER TO QT-PRICE-TIER.
    MOVE QUOTE-TODAY TO QT-QUOTE-DATE.
    MOVE DE-RESULT-DATE TO QT-EXPIRY-DATE.
    SET QT-STATUS-OPEN TO TRUE.
    MOVE QUOTE-TODAY TO QT-STATUS-DATE.
    MOVE 0 TO QT-LINE-COUNT.
    MOVE 0 TO QT-QUOTE-VALUE.
    MOVE SIGNON-OPER-ID TO QT-OPER-ID.
    WRITE QUOTE-REC
        INVALID KEY
            STRING "QUOTE " NEW-QUOTE-NO " ALREADY ON FILE - CHECK QUOTECTL"
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REFUSED
            MOVE 8 TO WS-RETURN-CODE
            MOVE "Quote number from QUOTECTL already on the quote file." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        NOT INVALID KEY
            PERFORM 3320-STORE-QUOTE-CONTROL
            MOVE 1 TO QUOTE-OPEN-SWITCH
            MOVE NEW-QUOTE-NO TO OPEN-QUOTE-NO
            MOVE 0 TO OPEN-LINE-COUNT
            MOVE DE-RESULT-DATE TO SCR-EXPIRY-DATE
            ADD 1 TO TOTAL-QUOTES-OPENED
            STRING "QUOTE " NEW-QUOTE-NO " OPENED FOR " SCR-CUST-ID
                " TIER " PRICE-TIER
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-WRITE.

    3310-READ-QUOTE-CONTROL.
    MOVE 0 TO NEXT-QUOTE-NO.
    OPEN INPUT QUOTE-CTL-FILE.
    IF QUOTE-CTL-STATUS = "00" THEN
        READ QUOTE-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF QC-LAST-QUOTE-NO IS NUMERIC THEN
                    MOVE QC-LAST-QUOTE-NO TO NEXT-QUOTE-NO
                END-IF
        END-READ
        CLOSE QUOTE-CTL-FILE
    END-IF.

    3320-STORE-QUOTE-CONTROL.
    OPEN OUTPUT QUOTE-CTL-FILE.
    MOVE NEXT-QUOTE-NO TO QC-LAST-QUOTE-NO.
    WRITE QUOTE-CTL-REC.
    CLOSE QUOTE-CTL-FILE.

    *> ---------------------
    *> QUOTE LINES: the part is read live and priced the way
    *> ORDER-ENTRY would price it today under the customer's tier at
    *> the quoted quantity's break. Stock is not promised -- a quote
    *> is a price, not a reservation.
    *> ---------------------

    4000-KEY-ONE-LINE.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    IF SCR-QUANTITY IS NOT NUMERIC THEN
        MOVE "QUANTITY MUST BE 5 DIGITS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-QUANTITY TO PRICE-QUANTITY.
    IF PRICE-QUANTITY = 0 THEN
        MOVE "QUANTITY MUST NOT BE ZERO" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-PART-NO TO EDIT-INPUT-FIELD.
    PERFORM 9262-EDIT-CHECK-PART-NO.
    IF NOT EDIT-IS-VALID THEN
        MOVE "PART NUMBER FAILS ITS CHECK DIGIT" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-PART-NO TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY
            MOVE "PART NOT ON THE MASTER" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REFUSED
        NOT INVALID KEY
            PERFORM 4100-PRICE-AND-WRITE-LINE
    END-READ.

    4100-PRICE-AND-WRITE-LINE.
    MOVE OPEN-QUOTE-NO TO QT-QUOTE-NO.
    MOVE 0 TO QT-LINE-NO.
    READ QUOTE-FILE
        INVALID KEY
            MOVE "QUOTE HEADER MISSING - OPEN A NEW QUOTE" TO SCR-MESSAGE
            MOVE 0 TO QUOTE-OPEN-SWITCH
            ADD 1 TO TOTAL-REFUSED
            EXIT PARAGRAPH
    END-READ.
    MOVE QT-PRICE-TIER TO PRICE-TIER.
    MOVE SCR-PART-NO TO PRICE-PART-NO.
    MOVE PM-UNIT-PRICE TO PRICE-LIST-PRICE.
    PERFORM 9880-RESOLVE-EFFECTIVE-PRICE.
    COMPUTE LINE-EXTENSION = EFFECTIVE-UNIT-PRICE * PRICE-QUANTITY.
    ADD 1 TO QT-LINE-COUNT.
    ADD LINE-EXTENSION TO QT-QUOTE-VALUE.
    MOVE QT-LINE-COUNT TO OPEN-LINE-COUNT.
    REWRITE QUOTE-REC
        INVALID KEY
            MOVE "QUOTE HEADER REWRITE FAILED" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REFUSED
            EXIT PARAGRAPH
    END-REWRITE.
    MOVE SPACES TO QUOTE-REC.
    MOVE OPEN-QUOTE-NO TO QT-QUOTE-NO.
    MOVE OPEN-LINE-COUNT TO QT-LINE-NO.
    MOVE SCR-PART-NO TO QT-PART-NO.
    MOVE PRICE-QUANTITY TO QT-QUANTITY.
    MOVE EFFECTIVE-UNIT-PRICE TO QT-UNIT-PRICE.
    MOVE PRICE-SOURCE TO QT-PRICE-SOURCE.
    WRITE QUOTE-REC
        INVALID KEY
            MOVE "QUOTE LINE WRITE FAILED" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REFUSED
        NOT INVALID KEY
            ADD 1 TO TOTAL-LINES-QUOTED
            MOVE EFFECTIVE-UNIT-PRICE TO SCR-UNIT-PRICE
            MOVE OPEN-LINE-COUNT TO OPEN-LINE-DISP
            STRING "LINE " OPEN-LINE-DISP " QUOTED ON " OPEN-QUOTE-NO
                " AT " SCR-UNIT-PRICE
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-WRITE.

    *> ---------------------
    *> PRINT: the quotation letter, header and every line, through
    *> REPORT-WRITER. A blank quote number prints the quote open on
    *> the screen.
    *> ---------------------

    5000-PRINT-QUOTE.
    IF SCR-QUOTE-NO = SPACES THEN
        MOVE "QUOTE NUMBER IS REQUIRED" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-QUOTE-NO TO QT-QUOTE-NO.
    MOVE 0 TO QT-LINE-NO.
    READ QUOTE-FILE
        INVALID KEY
            STRING "QUOTE " SCR-QUOTE-NO " NOT ON FILE"
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REFUSED
            EXIT PARAGRAPH
    END-READ.
    IF NOT QUOTE-PRINT-IS-OPEN THEN
        MOVE "I" TO RW-FUNCTION
        MOVE "Sales Quotations" TO RW-REPORT-TITLE
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
        MOVE 1 TO QUOTE-PRINT-OPEN
    END-IF.
    PERFORM 5100-PRINT-QUOTE-HEADING.
    MOVE 0 TO QUOTE-SCAN-EOF.
    MOVE SCR-QUOTE-NO TO QT-QUOTE-NO.
    MOVE 1 TO QT-LINE-NO.
    START QUOTE-FILE KEY NOT < QT-QUOTE-KEY
        INVALID KEY MOVE 1 TO QUOTE-SCAN-EOF
    END-START.
    PERFORM 5200-PRINT-ONE-QUOTE-LINE UNTIL QUOTE-SCAN-AT-EOF.
    PERFORM 5300-PRINT-QUOTE-FOOTING.
    ADD 1 TO TOTAL-QUOTES-PRINTED.
    STRING "QUOTE " SCR-QUOTE-NO " PRINTED" DELIMITED BY SIZE
        INTO SCR-MESSAGE.

    *> Everything the letter needs is taken from the header before
    *> the line walk reuses the record area.
    5100-PRINT-QUOTE-HEADING.
    MOVE QT-EXPIRY-DATE TO SCR-EXPIRY-DATE.
    MOVE QT-QUOTE-VALUE TO RPT-AMOUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "QUOTATION " QT-QUOTE-NO "  DATED " QT-QUOTE-DATE
        "  VALID UNTIL " QT-EXPIRY-DATE "  STATUS " QT-STATUS
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE QT-CUST-ID TO SHIPTO-CUST-ID.
    MOVE QT-SHIPTO-CODE TO SHIPTO-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  SALESPERSON " QT-SALES-ID "  PRICE TIER " QT-PRICE-TIER
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE QT-CUST-ID TO CM-CUST-ID.
    MOVE SPACES TO RW-LINE-TEXT.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            STRING "  TO " QT-CUST-ID " (NOT ON MASTER)"
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            PERFORM 5900-PRINT-REPORT-LINE
        NOT INVALID KEY
            STRING "  TO " QT-CUST-ID " " CM-CUST-NAME
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            PERFORM 5900-PRINT-REPORT-LINE
            MOVE SPACES TO RW-LINE-TEXT
            STRING "     " CM-CUST-ADDRESS
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            PERFORM 5900-PRINT-REPORT-LINE
    END-READ.
    IF SHIPTO-CODE NOT = SPACES THEN
        PERFORM 9870-RESOLVE-SHIP-TO
        MOVE SPACES TO RW-LINE-TEXT
        IF SHIPTO-IS-SHIP-TO THEN
            STRING "  DELIVER TO " SHIPTO-CODE " " SHIPTO-NAME " "
                SHIPTO-ADDR-CITY
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        ELSE
            STRING "  DELIVER TO " SHIPTO-CODE " (NOT ON FILE)"
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        END-IF
        PERFORM 5900-PRINT-REPORT-LINE
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  LINE PART   DESCRIPTION            QTY  UNIT PRICE"
        "      AMOUNT"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.

    5200-PRINT-ONE-QUOTE-LINE.
    READ QUOTE-FILE NEXT RECORD
        AT END MOVE 1 TO QUOTE-SCAN-EOF
        NOT AT END
            IF QT-QUOTE-NO NOT = SCR-QUOTE-NO THEN
                MOVE 1 TO QUOTE-SCAN-EOF
            ELSE
                PERFORM 5210-FORMAT-QUOTE-LINE
            END-IF
    END-READ.

    5210-FORMAT-QUOTE-LINE.
    MOVE QT-PART-NO TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY MOVE "(NOT ON MASTER)" TO PRINT-PART-DESC
        NOT INVALID KEY MOVE PM-DESCRIPTION TO PRINT-PART-DESC
    END-READ.
    COMPUTE LINE-EXTENSION = QT-UNIT-PRICE * QT-QUANTITY.
    MOVE QT-LINE-NO TO RPT-LINE-DISP.
    MOVE QT-QUANTITY TO RPT-QTY-DISP.
    MOVE QT-UNIT-PRICE TO RPT-PRICE-DISP.
    MOVE LINE-EXTENSION TO RPT-AMOUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " RPT-LINE-DISP " " QT-PART-NO " " PRINT-PART-DESC " "
        RPT-QTY-DISP "    " RPT-PRICE-DISP "  " RPT-AMOUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.

    *> The footing re-reads the header for the total, since the line
    *> walk has moved the record area on.
    5300-PRINT-QUOTE-FOOTING.
    MOVE SCR-QUOTE-NO TO QT-QUOTE-NO.
    MOVE 0 TO QT-LINE-NO.
    READ QUOTE-FILE
        INVALID KEY MOVE 0 TO QT-QUOTE-VALUE
    END-READ.
    MOVE QT-QUOTE-VALUE TO RPT-AMOUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  QUOTATION TOTAL (BEFORE TAX)                        "
        RPT-AMOUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  PRICES HOLD UNTIL " QT-EXPIRY-DATE
        "; STOCK IS CONFIRMED WHEN THE ORDER IS PLACED."
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.

    5900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> THE CUSTOMER'S ANSWER: an open quote may be accepted until it
    *> expires; an open or accepted one may be recorded as lost.
    *> Converted and expired quotes are closed.
    *> ---------------------

    6000-RECORD-ACCEPTANCE.
    PERFORM 6100-READ-QUOTE-FOR-ANSWER.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    IF NOT QT-STATUS-OPEN THEN
        STRING "QUOTE " SCR-QUOTE-NO " IS NOT OPEN (STATUS " QT-STATUS ")"
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    IF QT-EXPIRY-DATE < QUOTE-TODAY THEN
        STRING "QUOTE " SCR-QUOTE-NO " EXPIRED " QT-EXPIRY-DATE
            " - REQUOTE"
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    IF QT-LINE-COUNT = 0 THEN
        STRING "QUOTE " SCR-QUOTE-NO " HAS NO LINES"
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    SET QT-STATUS-ACCEPTED TO TRUE.
    PERFORM 6200-REWRITE-ANSWER.
    IF FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-QUOTES-ACCEPTED
        STRING "QUOTE " SCR-QUOTE-NO " ACCEPTED BY " SIGNON-OPER-ID
            DELIMITED BY SIZE INTO SCR-MESSAGE
    END-IF.

    6500-RECORD-LOSS.
    PERFORM 6100-READ-QUOTE-FOR-ANSWER.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    IF NOT QT-STATUS-OPEN AND NOT QT-STATUS-ACCEPTED THEN
        STRING "QUOTE " SCR-QUOTE-NO " IS CLOSED (STATUS " QT-STATUS ")"
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    SET QT-STATUS-LOST TO TRUE.
    PERFORM 6200-REWRITE-ANSWER.
    IF FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-QUOTES-LOST
        STRING "QUOTE " SCR-QUOTE-NO " RECORDED LOST BY " SIGNON-OPER-ID
            DELIMITED BY SIZE INTO SCR-MESSAGE
    END-IF.

    6100-READ-QUOTE-FOR-ANSWER.
    MOVE 1 TO FIELD-EDITS-OK.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    IF SCR-QUOTE-NO = SPACES THEN
        MOVE "QUOTE NUMBER IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-QUOTE-NO TO QT-QUOTE-NO.
    MOVE 0 TO QT-LINE-NO.
    READ QUOTE-FILE
        INVALID KEY
            STRING "QUOTE " SCR-QUOTE-NO " NOT ON FILE"
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
    END-READ.

    6200-REWRITE-ANSWER.
    MOVE QUOTE-TODAY TO QT-STATUS-DATE.
    REWRITE QUOTE-REC
        INVALID KEY
            MOVE "QUOTE HEADER REWRITE FAILED" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
            ADD 1 TO TOTAL-REFUSED
    END-REWRITE.
    IF SCR-QUOTE-NO = OPEN-QUOTE-NO THEN
        MOVE 0 TO QUOTE-OPEN-SWITCH
        MOVE SPACES TO OPEN-QUOTE-NO
    END-IF.

    *> ---------------------
    *> SIGN-OFF
    *> ---------------------

    8000-TERMINATE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        CLOSE CUSTOMER-MASTER-FILE
        CLOSE PART-MASTER-FILE
        CLOSE QUOTE-FILE
        PERFORM 9889-PRICE-CLOSE
        PERFORM 9879-SHIPTO-CLOSE
        IF SALESPERSON-FILE-IS-OPEN THEN
            CLOSE SALESPERSON-FILE
        END-IF
    END-IF.
    IF QUOTE-PRINT-IS-OPEN THEN
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    DISPLAY "-- Quotation Entry Summary --".
    DISPLAY "Operator " SIGNON-OPER-ID " this session:".
    DISPLAY "Quotes opened  : " TOTAL-QUOTES-OPENED.
    DISPLAY "Lines quoted   : " TOTAL-LINES-QUOTED.
    DISPLAY "Quotes printed : " TOTAL-QUOTES-PRINTED.
    DISPLAY "Quotes accepted: " TOTAL-QUOTES-ACCEPTED.
    DISPLAY "Quotes lost    : " TOTAL-QUOTES-LOST.
    DISPLAY "Entries refused: " TOTAL-REFUSED.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
    COPY "shiptoproc.cpy".
    COPY "prcresproc.cpy".
