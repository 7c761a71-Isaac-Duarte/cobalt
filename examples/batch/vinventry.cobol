IDENTIFICATION DIVISION.
PROGRAM-ID. VENDOR-INVOICE-ENTRY.

*> VENDOR-INVOICE-ENTRY is where the vendor's bill lands: a
*> pseudo-conversational screen in the VENDOR-MAINT mold, signed on
*> through 9900-OPERATOR-SIGN-ON, keying each invoice against the
*> purchase order it bills. Every line is matched against its
*> POFILE line before anything is owed -- the quantity billed to
*> date may not run past the quantity ordered, nor past what
*> PO-MATCH-REPORT has posted as received, so goods that have not
*> arrived are never paid for. An invoice that passes becomes an
*> open payable on APOPEN, due AP-NET-DAYS after the invoice date,
*> the billed quantities are added to POL-INVCD-QTY, and the
*> liability books to the GL interface file as AP INV. An invoice
*> that fails is kept on VENDINV at status E with the failing lines
*> coded, for AP-EXCEPTION-REPORT to put in front of the buyer; a
*> Change re-keys and re-matches it once the goods are in or the
*> vendor corrects the bill.
*> Functions: A add, C change (held invoices only), D display,
*> X delete (held invoices only), E end.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "vinvsel.cpy".
        COPY "apopsel.cpy".
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
        COPY "glsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  VENDOR-INVOICE-FILE.
    COPY "vinvrec.cpy".

    FD  AP-OPEN-FILE.
    COPY "apoprec.cpy".

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
    COPY "glfd.cpy".

    WORKING-STORAGE SECTION.
    01 VENDOR-INVOICE-STATUS PIC X(2).
    01 AP-OPEN-STATUS PIC X(2).
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 VENDOR-STATUS PIC X(2).

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 FIELD-EDITS-OK PIC 9(1) COMP VALUE 0.
        88 FIELDS-ARE-CLEAN VALUE 1.
    01 MATCH-OK-SWITCH PIC 9(1) COMP VALUE 0.
        88 MATCH-PASSED VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-ADD VALUE "A" "a".
        88 SCR-FUNCTION-CHANGE VALUE "C" "c".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-DELETE VALUE "X" "x".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-VENDOR-ID PIC X(6).
    01 SCR-INVOICE-NO PIC X(10).
    01 SCR-INVOICE-DATE PIC X(8).
    01 SCR-PO-NO PIC X(8).
*> Each keyed line is the PO line number, the quantity billed, and
*> the extended amount as nine digits with two implied decimals;
*> the redefinitions line the digits up for the numeric moves.
    01 SCR-LINE-TABLE.
        05 SCR-LINE OCCURS 5 TIMES.
            10 SCR-PO-LINE PIC X(1).
            10 SCR-PO-LINE-N REDEFINES SCR-PO-LINE PIC 9(1).
            10 SCR-QTY PIC X(6).
            10 SCR-QTY-N REDEFINES SCR-QTY PIC 9(6).
            10 SCR-AMOUNT PIC X(9).
            10 SCR-AMOUNT-N REDEFINES SCR-AMOUNT PIC 9(7)V99.
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

*> Bills are due this many days after the vendor's invoice date.
    01 AP-NET-DAYS PIC S9(5) COMP VALUE 30.

    01 SCR-IDX PIC 9(2) COMP VALUE 0.
    01 LINE-IDX PIC 9(2) COMP VALUE 0.
    01 MATCH-PO-LINE PIC 9(1) VALUE 0.
*> Quantity billed to date per PO line, seeded from POL-INVCD-QTY
*> so two invoice lines against the same PO line add up.
    01 BILLED-TABLE.
        05 BILLED-QTY PIC 9(7) OCCURS 5 TIMES.
    01 FAILED-LINE-COUNT PIC 9(1) VALUE 0.

    01 INVOICE-AMT-DISP PIC Z,ZZZ,ZZZ,ZZ9.99.
    01 LINE-AMT-DISP PIC Z,ZZZ,ZZ9.99.
    01 QTY-DISP PIC ZZZ,ZZ9.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-MATCHED PIC 9(6) COMP VALUE 0.
    01 TOTAL-HELD PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="VENDOR-INVOICE-ENTRY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="VENDOR-INVOICE-ENTRY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="VENDOR-INVOICE-ENTRY"==.

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "VENDOR-INVOICE-ENTRY -- Vendor Invoice Entry and PO Match".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display X=Delete E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Vendor ID....:".
        05 LINE 5 COLUMN 16 PIC X(6) USING SCR-VENDOR-ID.
        05 LINE 6 COLUMN 1 VALUE "Invoice no...:".
        05 LINE 6 COLUMN 16 PIC X(10) USING SCR-INVOICE-NO.
        05 LINE 7 COLUMN 1 VALUE "Invoice date.: (CCYYMMDD)".
        05 LINE 7 COLUMN 16 PIC X(8) USING SCR-INVOICE-DATE.
        05 LINE 8 COLUMN 1 VALUE "PO number....:".
        05 LINE 8 COLUMN 16 PIC X(8) USING SCR-PO-NO.
        05 LINE 10 COLUMN 1 VALUE "PO line  Quantity  Amount (9 digits, cents implied)".
        05 LINE 11 COLUMN 4 PIC X(1) USING SCR-PO-LINE(1).
        05 LINE 11 COLUMN 10 PIC X(6) USING SCR-QTY(1).
        05 LINE 11 COLUMN 19 PIC X(9) USING SCR-AMOUNT(1).
        05 LINE 12 COLUMN 4 PIC X(1) USING SCR-PO-LINE(2).
        05 LINE 12 COLUMN 10 PIC X(6) USING SCR-QTY(2).
        05 LINE 12 COLUMN 19 PIC X(9) USING SCR-AMOUNT(2).
        05 LINE 13 COLUMN 4 PIC X(1) USING SCR-PO-LINE(3).
        05 LINE 13 COLUMN 10 PIC X(6) USING SCR-QTY(3).
        05 LINE 13 COLUMN 19 PIC X(9) USING SCR-AMOUNT(3).
        05 LINE 14 COLUMN 4 PIC X(1) USING SCR-PO-LINE(4).
        05 LINE 14 COLUMN 10 PIC X(6) USING SCR-QTY(4).
        05 LINE 14 COLUMN 19 PIC X(9) USING SCR-AMOUNT(4).
        05 LINE 15 COLUMN 4 PIC X(1) USING SCR-PO-LINE(5).
        05 LINE 15 COLUMN 10 PIC X(6) USING SCR-QTY(5).
        05 LINE 15 COLUMN 19 PIC X(9) USING SCR-AMOUNT(5).
        05 LINE 17 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

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
    MOVE "APFILES" TO LOCK-RESOURCE-NAME.
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

    *> Opens the invoice and payables files for update, creating
    *> empty ones the first time this program is ever run. The
    *> purchase orders and the vendor master must already exist:
    *> without them there is nothing to match a bill against.
    1000-INITIALIZE.
    OPEN I-O VENDOR-INVOICE-FILE.
    IF VENDOR-INVOICE-STATUS = "35" THEN
        OPEN OUTPUT VENDOR-INVOICE-FILE
        CLOSE VENDOR-INVOICE-FILE
        OPEN I-O VENDOR-INVOICE-FILE
    END-IF.
    OPEN I-O AP-OPEN-FILE.
    IF AP-OPEN-STATUS = "35" THEN
        OPEN OUTPUT AP-OPEN-FILE
        CLOSE AP-OPEN-FILE
        OPEN I-O AP-OPEN-FILE
    END-IF.
    OPEN I-O PURCHASE-ORDER-FILE.
    OPEN INPUT VENDOR-FILE.
    IF PURCHASE-ORDER-STATUS NOT = "00" OR VENDOR-STATUS NOT = "00" THEN
        DISPLAY "Purchase orders or vendor master not available; session ended."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "POFILE or VENDMAST could not be opened for invoice entry." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        MOVE 1 TO MAINT-DONE-SWITCH
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-VENDOR-ID.
    MOVE SPACES TO SCR-INVOICE-NO.
    MOVE SPACES TO SCR-INVOICE-DATE.
    MOVE SPACES TO SCR-PO-NO.
    MOVE SPACES TO SCR-LINE-TABLE.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-VENDOR-ID " " SCR-INVOICE-NO DELIMITED BY SIZE
        INTO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-INVOICE
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-INVOICE
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-INVOICE
        WHEN SCR-FUNCTION-DELETE
            PERFORM 6000-DELETE-INVOICE
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
    *> FIELD EDITS: key keyed, a true calendar invoice date, a known
    *> vendor, a purchase order raised against that vendor, and at
    *> least one fully keyed line.
    *> ---------------------

    3100-EDIT-INVOICE-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    MOVE SCR-VENDOR-ID TO EDIT-INPUT-FIELD.
    PERFORM 9200-EDIT-CHECK-NUMERIC.
    IF NOT EDIT-IS-VALID THEN
        MOVE "VENDOR ID MUST BE 6 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-INVOICE-NO = SPACES THEN
        MOVE "INVOICE NUMBER IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-INVOICE-DATE IS NOT NUMERIC THEN
            MOVE "INVOICE DATE MUST BE CCYYMMDD" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        ELSE
            MOVE "V" TO DE-FUNCTION
            MOVE SCR-INVOICE-DATE TO DE-DATE-1
            CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
                DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT
                DE-RETURN-CODE
            IF DE-RETURN-CODE NOT = 0 THEN
                MOVE "INVOICE DATE IS NOT A CALENDAR DATE" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SCR-VENDOR-ID TO VN-VENDOR-ID
        READ VENDOR-FILE
            INVALID KEY
                MOVE "VENDOR NOT ON VENDOR MASTER" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
        END-READ
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SCR-PO-NO TO PO-PO-NO
        READ PURCHASE-ORDER-FILE
            INVALID KEY
                MOVE "PURCHASE ORDER NOT FOUND" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            NOT INVALID KEY
                IF PO-VENDOR-ID NOT = SCR-VENDOR-ID THEN
                    MOVE "PO WAS RAISED ON ANOTHER VENDOR" TO SCR-MESSAGE
                    MOVE 0 TO FIELD-EDITS-OK
                END-IF
        END-READ
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-PO-LINE(1) = SPACE THEN
            MOVE "AT LEAST ONE LINE IS REQUIRED" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    PERFORM 3110-EDIT-ONE-LINE
        VARYING SCR-IDX FROM 1 BY 1
        UNTIL SCR-IDX > 5 OR NOT FIELDS-ARE-CLEAN.

*> Lines are keyed from the top; a blank PO line number ends the
*> invoice. The full quantity and amount must be keyed: a short
*> value would land left-justified in the staging digits.
    3110-EDIT-ONE-LINE.
    IF SCR-PO-LINE(SCR-IDX) = SPACE THEN
        EXIT PARAGRAPH
    END-IF.
    IF SCR-PO-LINE(SCR-IDX) IS NOT NUMERIC THEN
        MOVE "PO LINE MUST BE ONE DIGIT" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    ELSE
        IF SCR-QTY(SCR-IDX) IS NOT NUMERIC OR SCR-QTY-N(SCR-IDX) = 0 THEN
            MOVE "QUANTITY MUST BE 6 DIGITS" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        ELSE
            IF SCR-AMOUNT(SCR-IDX) IS NOT NUMERIC THEN
                MOVE "AMOUNT MUST BE 9 DIGITS" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
        END-IF
    END-IF.

    *> ---------------------
    *> THE INVOICE RECORD AND THE PURCHASE-ORDER MATCH
    *> ---------------------

    *> Builds the invoice body from the screen; the caller has set
    *> the key (and, for a change, kept the entry stamp).
    3150-BUILD-INVOICE-RECORD.
    MOVE SCR-INVOICE-DATE TO VI-INVOICE-DATE.
    MOVE SCR-PO-NO TO VI-PO-NO.
    MOVE 0 TO VI-DUE-DATE.
    MOVE 0 TO VI-INVOICE-TOTAL.
    MOVE 0 TO VI-CHECK-NO.
    MOVE 0 TO VI-PAID-DATE.
    MOVE 0 TO VI-LINE-COUNT.
    PERFORM 3160-BUILD-ONE-LINE
        VARYING SCR-IDX FROM 1 BY 1 UNTIL SCR-IDX > 5.

    3160-BUILD-ONE-LINE.
    MOVE 0 TO VIL-PO-LINE(SCR-IDX).
    MOVE 0 TO VIL-INVOICE-QTY(SCR-IDX).
    MOVE 0 TO VIL-LINE-AMOUNT(SCR-IDX).
    MOVE SPACES TO VIL-MATCH-CODE(SCR-IDX).
    IF SCR-PO-LINE(SCR-IDX) NOT = SPACE
            AND VI-LINE-COUNT = SCR-IDX - 1 THEN
        ADD 1 TO VI-LINE-COUNT
        MOVE SCR-PO-LINE-N(SCR-IDX) TO VIL-PO-LINE(SCR-IDX)
        MOVE SCR-QTY-N(SCR-IDX) TO VIL-INVOICE-QTY(SCR-IDX)
        MOVE SCR-AMOUNT-N(SCR-IDX) TO VIL-LINE-AMOUNT(SCR-IDX)
        ADD SCR-AMOUNT-N(SCR-IDX) TO VI-INVOICE-TOTAL
    END-IF.

    *> Matches every invoice line against the purchase order in
    *> PURCHASE-ORDER-REC. The quantity billed to date on a line --
    *> earlier invoices plus this one -- must not pass the quantity
    *> ordered (ORD) or the quantity received (RCV); a line number
    *> the order does not have is LIN.
    3200-MATCH-INVOICE-LINES.
    MOVE 1 TO MATCH-OK-SWITCH.
    MOVE 0 TO FAILED-LINE-COUNT.
    PERFORM 3210-SEED-BILLED-QTY
        VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > 5.
    PERFORM 3220-MATCH-ONE-LINE
        VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > VI-LINE-COUNT.

    3210-SEED-BILLED-QTY.
    IF LINE-IDX > PO-LINE-COUNT THEN
        MOVE 0 TO BILLED-QTY(LINE-IDX)
    ELSE
        MOVE POL-INVCD-QTY(LINE-IDX) TO BILLED-QTY(LINE-IDX)
    END-IF.

    3220-MATCH-ONE-LINE.
    MOVE SPACES TO VIL-MATCH-CODE(LINE-IDX).
    MOVE VIL-PO-LINE(LINE-IDX) TO MATCH-PO-LINE.
    IF MATCH-PO-LINE = 0 OR MATCH-PO-LINE > PO-LINE-COUNT THEN
        MOVE "LIN" TO VIL-MATCH-CODE(LINE-IDX)
    ELSE
        ADD VIL-INVOICE-QTY(LINE-IDX) TO BILLED-QTY(MATCH-PO-LINE)
        IF BILLED-QTY(MATCH-PO-LINE) > POL-ORDER-QTY(MATCH-PO-LINE) THEN
            MOVE "ORD" TO VIL-MATCH-CODE(LINE-IDX)
        ELSE
            IF BILLED-QTY(MATCH-PO-LINE) > POL-RECVD-QTY(MATCH-PO-LINE) THEN
                MOVE "RCV" TO VIL-MATCH-CODE(LINE-IDX)
            END-IF
        END-IF
    END-IF.
    IF VIL-MATCH-CODE(LINE-IDX) NOT = SPACES THEN
        MOVE 0 TO MATCH-OK-SWITCH
        ADD 1 TO FAILED-LINE-COUNT
    END-IF.

    *> Sets the status from the match: an open payable due
    *> AP-NET-DAYS after the invoice date, or held for the buyer.
    3300-SET-INVOICE-STATUS.
    IF MATCH-PASSED THEN
        SET VI-STATUS-PAYABLE TO TRUE
        MOVE "A" TO DE-FUNCTION
        MOVE VI-INVOICE-DATE TO DE-DATE-1
        MOVE AP-NET-DAYS TO DE-DAY-COUNT
        CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
            DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE
        IF DE-RETURN-CODE = 0 THEN
            MOVE DE-RESULT-DATE TO VI-DUE-DATE
        ELSE
            MOVE VI-INVOICE-DATE TO VI-DUE-DATE
        END-IF
    ELSE
        SET VI-STATUS-EXCEPTION TO TRUE
        MOVE 0 TO VI-DUE-DATE
    END-IF.

    *> A matched invoice becomes owed: the billed quantities go onto
    *> the PO lines, the payable is written, and the liability books
    *> to the GL interface file.
    3400-POST-PAYABLE.
    PERFORM 3410-ADD-BILLED-TO-PO-LINE
        VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > VI-LINE-COUNT.
    REWRITE PURCHASE-ORDER-REC
        INVALID KEY
            MOVE 8 TO WS-RETURN-CODE
            MOVE "A purchase order could not be rewritten after invoice match." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
    END-REWRITE.
    MOVE VI-VENDOR-ID TO AP-VENDOR-ID.
    MOVE VI-INVOICE-NO TO AP-INVOICE-NO.
    MOVE VI-INVOICE-DATE TO AP-INVOICE-DATE.
    MOVE VI-DUE-DATE TO AP-DUE-DATE.
    MOVE VI-PO-NO TO AP-PO-NO.
    MOVE VI-INVOICE-TOTAL TO AP-AMOUNT.
    WRITE AP-OPEN-REC
        INVALID KEY
            MOVE 8 TO WS-RETURN-CODE
            MOVE "An open payable could not be written to APOPEN." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
    END-WRITE.
    MOVE "AP" TO GL-ENTRY-SOURCE.
    MOVE "INV" TO GL-ENTRY-TYPE.
    MOVE VI-INVOICE-TOTAL TO GL-ENTRY-AMOUNT.
    MOVE VI-PO-NO TO GL-ENTRY-REFERENCE.
    MOVE VI-INVOICE-DATE TO GL-ENTRY-DATE.
    PERFORM 9830-GL-BOOK-ENTRY.
    ADD 1 TO TOTAL-MATCHED.

    3410-ADD-BILLED-TO-PO-LINE.
    MOVE VIL-PO-LINE(LINE-IDX) TO MATCH-PO-LINE.
    ADD VIL-INVOICE-QTY(LINE-IDX) TO POL-INVCD-QTY(MATCH-PO-LINE).

    *> Puts the outcome of the match on the message line.
    3500-REPORT-MATCH-OUTCOME.
    IF MATCH-PASSED THEN
        STRING "PAYABLE: " SCR-INVOICE-NO " DUE " VI-DUE-DATE
            DELIMITED BY SIZE INTO SCR-MESSAGE
    ELSE
        STRING "HELD: " FAILED-LINE-COUNT " LINE(S) FAIL PO MATCH"
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-HELD
    END-IF.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-INVOICE.
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
    PERFORM 3100-EDIT-INVOICE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-VENDOR-ID TO VI-VENDOR-ID.
    MOVE SCR-INVOICE-NO TO VI-INVOICE-NO.
    MOVE SIGNON-OPER-ID TO VI-ENTERED-BY.
    PERFORM 3150-BUILD-INVOICE-RECORD.
    PERFORM 3200-MATCH-INVOICE-LINES.
    PERFORM 3300-SET-INVOICE-STATUS.
    WRITE VENDOR-INVOICE-REC
        INVALID KEY
            STRING "REJECTED: EXISTS " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            ADD 1 TO TOTAL-ADDED
            IF MATCH-PASSED THEN
                PERFORM 3400-POST-PAYABLE
            END-IF
            PERFORM 3500-REPORT-MATCH-OUTCOME
    END-WRITE.

    *> Only a held invoice may be changed: the lines are re-keyed and
    *> the whole invoice re-matched, so a bill held for goods not yet
    *> received passes once PO-MATCH-REPORT has posted them.
    4000-CHANGE-INVOICE.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-INVOICE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-VENDOR-ID TO VI-VENDOR-ID.
    MOVE SCR-INVOICE-NO TO VI-INVOICE-NO.
    READ VENDOR-INVOICE-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
    END-READ.
    IF NOT VI-STATUS-EXCEPTION THEN
        STRING "REJECTED: NOT HELD " SCR-INVOICE-NO
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3150-BUILD-INVOICE-RECORD.
    PERFORM 3200-MATCH-INVOICE-LINES.
    PERFORM 3300-SET-INVOICE-STATUS.
    REWRITE VENDOR-INVOICE-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            ADD 1 TO TOTAL-CHANGED
            IF MATCH-PASSED THEN
                PERFORM 3400-POST-PAYABLE
            END-IF
            PERFORM 3500-REPORT-MATCH-OUTCOME
    END-REWRITE.

    5000-DISPLAY-INVOICE.
    MOVE SCR-VENDOR-ID TO VI-VENDOR-ID.
    MOVE SCR-INVOICE-NO TO VI-INVOICE-NO.
    READ VENDOR-INVOICE-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            MOVE VI-INVOICE-TOTAL TO INVOICE-AMT-DISP
            DISPLAY "Invoice " VI-VENDOR-ID "/" VI-INVOICE-NO
                " dated " VI-INVOICE-DATE " PO " VI-PO-NO
                " status " VI-STATUS " due " VI-DUE-DATE
                " total " INVOICE-AMT-DISP
            PERFORM 5100-DISPLAY-ONE-LINE
                VARYING LINE-IDX FROM 1 BY 1
                UNTIL LINE-IDX > VI-LINE-COUNT
            STRING "FOUND: " SCR-INVOICE-NO DELIMITED BY SIZE
                INTO SCR-MESSAGE
    END-READ.

    5100-DISPLAY-ONE-LINE.
    MOVE VIL-INVOICE-QTY(LINE-IDX) TO QTY-DISP.
    MOVE VIL-LINE-AMOUNT(LINE-IDX) TO LINE-AMT-DISP.
    DISPLAY "  PO line " VIL-PO-LINE(LINE-IDX) " qty " QTY-DISP
        " amount " LINE-AMT-DISP " " VIL-MATCH-CODE(LINE-IDX).

    *> A payable or paid invoice has moved money or will: only a
    *> held one may be withdrawn.
    6000-DELETE-INVOICE.
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
    MOVE SCR-VENDOR-ID TO VI-VENDOR-ID.
    MOVE SCR-INVOICE-NO TO VI-INVOICE-NO.
    READ VENDOR-INVOICE-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
    END-READ.
    IF NOT VI-STATUS-EXCEPTION THEN
        STRING "REJECTED: NOT HELD " SCR-INVOICE-NO
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    DELETE VENDOR-INVOICE-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DELETED: " SCR-INVOICE-NO " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE VENDOR-INVOICE-FILE.
    CLOSE AP-OPEN-FILE.
    CLOSE PURCHASE-ORDER-FILE.
    CLOSE VENDOR-FILE.
    DISPLAY "-- Vendor Invoice Entry Report --".
    DISPLAY "Invoices added      : " TOTAL-ADDED.
    DISPLAY "Invoices changed    : " TOTAL-CHANGED.
    DISPLAY "Matched to payables : " TOTAL-MATCHED.
    DISPLAY "Held on exception   : " TOTAL-HELD.
    DISPLAY "Invoices deleted    : " TOTAL-DELETED.
    DISPLAY "Requests rejected   : " TOTAL-REJECTED.
    PERFORM 9839-GL-CLOSE.
    IF TOTAL-REJECTED > 0 AND WS-RETURN-CODE < 4 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more vendor invoice requests were rejected." TO WS-ERROR-MSG
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
    COPY "glproc.cpy".
