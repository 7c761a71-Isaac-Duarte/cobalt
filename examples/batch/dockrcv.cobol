IDENTIFICATION DIVISION.
PROGRAM-ID. DOCK-RECEIVING.

*> DOCK-RECEIVING is where the dock clerk books what came off the
*> truck, instead of hand-keying STKMOVE "R" cards for PO-MATCH-
*> REPORT to find wrong the next morning: a pseudo-conversational
*> screen in the PO-DATE-MAINT mold, signed on through 9900-
*> OPERATOR-SIGN-ON. The clerk keys a PO number and the screen
*> lists its lines with the quantity still due -- ordered, less
*> what PO-MATCH-REPORT has already matched, less what is sitting
*> on STKMOVE not yet posted, this session's receipts included --
*> then takes the quantity received against a line, the location
*> (blank is MAIN), and, where the bin master exists, the put-away
*> bin (blank lets STOCK-POST suggest one). A PO that is not on
*> file or is no longer open is refused. Receiving more than the
*> line's due quantity plus the over-receipt tolerance needs an
*> explicit "Y" row for DOCK-OVER-RECEIPT on the authority matrix,
*> held by a supervisor; a clerk without it is refused and the
*> refusal is a security event, and an accepted over-receipt is
*> logged as an override. Each receipt is written as an "R" card
*> referenced to the PO and costed at the price agreed on the PO
*> line, and the session's cards are appended to STKMOVE as one
*> complete header/trailer batch for BATCH-PREEDIT and STOCK-POST.
*> Functions: S show the PO's open lines, R receive a line, E end.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "posel.cpy".
        COPY "binmsel.cpy".
        SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STOCK-MOVE-STATUS.
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

    FD  BIN-MASTER-FILE.
    COPY "binmrec.cpy".

    FD  STOCK-MOVE-FILE.
    01  STOCK-MOVE-REC.
        05 MV-PART-NO PIC X(6).
        05 MV-MOVE-TYPE PIC X(1).
        05 MV-QUANTITY PIC 9(6).
        05 MV-REFERENCE PIC X(8).
        05 MV-LOCATION PIC X(3).
        05 MV-TO-LOCATION PIC X(3).
        05 MV-UNIT-COST PIC 9(5)V99.
        05 MV-LOT-NO PIC X(10).
        05 MV-EXPIRY-DATE PIC 9(8).
        05 MV-BIN PIC X(6).
        05 MV-TO-BIN PIC X(6).

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
    01 BIN-MASTER-STATUS PIC X(2).
    01 STOCK-MOVE-STATUS PIC X(2).
    01 STOCK-MOVE-EOF PIC 9(1) COMP VALUE 0.
        88 STOCK-MOVE-AT-EOF VALUE 1.
    01 BIN-MASTER-OPEN PIC 9(1) COMP VALUE 0.
        88 BIN-MASTER-IS-OPEN VALUE 1.
    01 BATCH-STARTED PIC 9(1) COMP VALUE 0.
        88 BATCH-IS-STARTED VALUE 1.
    01 OVER-RECEIPT-SWITCH PIC 9(1) COMP VALUE 0.
        88 OPERATOR-MAY-OVER-RECEIVE VALUE 1.

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 FIELD-EDITS-OK PIC 9(1) COMP VALUE 0.
        88 FIELDS-ARE-CLEAN VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-SHOW VALUE "S" "s".
        88 SCR-FUNCTION-RECEIVE VALUE "R" "r".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-PO-NO PIC X(8).
    01 SCR-LINE-NO PIC X(2).
    01 SCR-RECV-QTY PIC X(6).
    01 SCR-LOCATION PIC X(3).
    01 SCR-BIN PIC X(6).
    01 SCR-VENDOR-ID PIC X(6).
    01 SCR-MESSAGE PIC X(50) VALUE SPACES.

*> A receipt may run this far past what is still due on the line,
*> as a percentage of the line's ordered quantity, before it needs
*> supervisor authority.
    01 OVER-TOLERANCE-PCT PIC 9(3) VALUE 5.
    01 OVER-RECEIPT-PROGRAM PIC X(20) VALUE "DOCK-OVER-RECEIPT".

    01 RECV-LINE-IDX PIC 9(2) COMP VALUE 0.
    01 RECV-QTY PIC 9(6) VALUE 0.
    01 LINE-DUE-QTY PIC S9(7) COMP VALUE 0.
    01 LINE-TOLERANCE-QTY PIC 9(6) COMP VALUE 0.
    01 OPEN-LINE-COUNT PIC 9(2) COMP VALUE 0.

*> Receipts already on STKMOVE waiting for STOCK-POST, tabled by PO
*> and part when the session starts and added to as this session
*> receives, so a line received twice before the nightly post is
*> not shown as still due.
    01 PEND-TABLE-MAX PIC 9(4) COMP VALUE 1000.
    01 PEND-COUNT PIC 9(4) COMP VALUE 0.
    01 PEND-IDX PIC 9(4) COMP VALUE 0.
    01 PEND-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 PEND-TABLE.
        05 PEND-ENTRY OCCURS 1000 TIMES.
            10 PD-PO-NO PIC X(8).
            10 PD-PART-NO PIC X(6).
            10 PD-QUANTITY PIC 9(7) COMP.
    01 PEND-LOOKUP-PART PIC X(6).
    01 PEND-QTY PIC 9(7) COMP VALUE 0.

    01 MV-KEYED-COUNT PIC 9(6) COMP VALUE 0.
    01 MV-KEYED-HASH PIC S9(11)V99 COMP-3 VALUE 0.
    01 MV-TRAILER-STAGING.
        05 MS-REC-TYPE PIC X(1) VALUE "T".
        05 MS-TRANS-COUNT PIC 9(6).
        05 MS-HASH-TOTAL PIC S9(11)V99.

    01 QTY-DISP-1 PIC Z(5)9.
    01 QTY-DISP-2 PIC Z(5)9.
    01 QTY-DISP-3 PIC Z(5)9.
    01 QTY-DISP-4 PIC -(6)9.

    01 TOTAL-RECEIVED PIC 9(6) COMP VALUE 0.
    01 TOTAL-OVER-RECEIVED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="DOCK-RECEIVING"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="DOCK-RECEIVING"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "DOCK-RECEIVING -- Dock Receipts Against Purchase Orders".
        05 LINE 3 COLUMN 1 VALUE "Function (S=Show lines R=Receive E=End):".
        05 LINE 3 COLUMN 44 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "PO number....:".
        05 LINE 5 COLUMN 16 PIC X(8) USING SCR-PO-NO.
        05 LINE 6 COLUMN 1 VALUE "Line number..:".
        05 LINE 6 COLUMN 16 PIC X(2) USING SCR-LINE-NO.
        05 LINE 7 COLUMN 1 VALUE "Qty received.:".
        05 LINE 7 COLUMN 16 PIC X(6) USING SCR-RECV-QTY.
        05 LINE 7 COLUMN 26 VALUE "(6 digits)".
        05 LINE 8 COLUMN 1 VALUE "Location.....:".
        05 LINE 8 COLUMN 16 PIC X(3) USING SCR-LOCATION.
        05 LINE 8 COLUMN 26 VALUE "(blank = MAIN)".
        05 LINE 9 COLUMN 1 VALUE "Put-away bin.:".
        05 LINE 9 COLUMN 16 PIC X(6) USING SCR-BIN.
        05 LINE 9 COLUMN 26 VALUE "(blank = suggested)".
        05 LINE 11 COLUMN 1 VALUE "Vendor.......:".
        05 LINE 11 COLUMN 16 PIC X(6) FROM SCR-VENDOR-ID.
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

    *> There is nothing to receive against without purchase orders,
    *> so a missing POFILE ends the session. The bin master is
    *> optional: without one, no bin is taken.
    1000-INITIALIZE.
    OPEN INPUT PURCHASE-ORDER-FILE.
    IF PURCHASE-ORDER-STATUS NOT = "00" THEN
        DISPLAY "Purchase order file not found, nothing to receive."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Purchase order file (POFILE) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT BIN-MASTER-FILE.
    IF BIN-MASTER-STATUS = "00" THEN
        MOVE 1 TO BIN-MASTER-OPEN
    END-IF.
    PERFORM 1100-CHECK-OVER-RECEIPT-AUTHORITY.
    PERFORM 1200-TABLE-PENDING-RECEIPTS.

    *> Over-receipt needs an explicit "Y" row, read straight off the
    *> matrix; a missing matrix file grants it to nobody.
    1100-CHECK-OVER-RECEIPT-AUTHORITY.
    MOVE 0 TO OVER-RECEIPT-SWITCH.
    OPEN INPUT AUTHORITY-FILE.
    IF AUTHORITY-STATUS = "00" THEN
        MOVE SIGNON-OPER-ID TO AU-OPER-ID
        MOVE OVER-RECEIPT-PROGRAM TO AU-PROGRAM
        READ AUTHORITY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AU-IS-ALLOWED THEN
                    MOVE 1 TO OVER-RECEIPT-SWITCH
                END-IF
        END-READ
        CLOSE AUTHORITY-FILE
    END-IF.

    1200-TABLE-PENDING-RECEIPTS.
    MOVE 0 TO PEND-COUNT.
    OPEN INPUT STOCK-MOVE-FILE.
    IF STOCK-MOVE-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO STOCK-MOVE-EOF.
    PERFORM 1210-READ-PENDING-MOVE.
    PERFORM 1220-TABLE-ONE-PENDING-MOVE UNTIL STOCK-MOVE-AT-EOF.
    CLOSE STOCK-MOVE-FILE.

    1210-READ-PENDING-MOVE.
    READ STOCK-MOVE-FILE
        AT END MOVE 1 TO STOCK-MOVE-EOF
    END-READ.

    1220-TABLE-ONE-PENDING-MOVE.
    IF MV-MOVE-TYPE = "R" AND MV-QUANTITY IS NUMERIC
            AND MV-REFERENCE NOT = SPACES THEN
        MOVE MV-REFERENCE TO PO-PO-NO
        MOVE MV-PART-NO TO PEND-LOOKUP-PART
        PERFORM 3500-ADD-PENDING-RECEIPT
    END-IF.
    PERFORM 1210-READ-PENDING-MOVE.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-LINE-NO.
    MOVE SPACES TO SCR-RECV-QTY.
    MOVE SPACES TO SCR-BIN.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-PO-NO " " SCR-LINE-NO DELIMITED BY SIZE
        INTO SCRACT-KEY.
    MOVE SPACES TO SCR-VENDOR-ID.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-SHOW
            PERFORM 4000-SHOW-OPEN-LINES
        WHEN SCR-FUNCTION-RECEIVE
            PERFORM 5000-RECEIVE-LINE
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

    *> The order must be on file and still open; nothing more can
    *> be received against a closed one.
    3000-FETCH-OPEN-ORDER.
    MOVE 1 TO FIELD-EDITS-OK.
    MOVE SCR-PO-NO TO PO-PO-NO.
    READ PURCHASE-ORDER-FILE
        INVALID KEY
            STRING "REJECTED: PO NOT FOUND " SCR-PO-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        NOT INVALID KEY
            MOVE PO-VENDOR-ID TO SCR-VENDOR-ID
            IF NOT PO-STATUS-OPEN THEN
                STRING "REJECTED: PO " SCR-PO-NO " IS CLOSED"
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
    END-READ.

    3100-EDIT-RECEIPT-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-LINE-NO IS NOT NUMERIC THEN
        MOVE "LINE NUMBER MUST BE 2 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-LINE-NO TO RECV-LINE-IDX.
    IF RECV-LINE-IDX = 0 OR RECV-LINE-IDX > PO-LINE-COUNT THEN
        STRING "REJECTED: PO HAS NO LINE " SCR-LINE-NO
            DELIMITED BY SIZE INTO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    IF SCR-RECV-QTY IS NOT NUMERIC THEN
        MOVE "QUANTITY MUST BE 6 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-RECV-QTY TO RECV-QTY.
    IF RECV-QTY = 0 THEN
        MOVE "QUANTITY MUST BE GREATER THAN ZERO" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    IF SCR-BIN NOT = SPACES THEN
        PERFORM 3200-EDIT-PUT-AWAY-BIN
    END-IF.

    *> A bin keyed where bins are kept must be on the bin master at
    *> the location and active; where none are kept the field is
    *> ignored.
    3200-EDIT-PUT-AWAY-BIN.
    IF NOT BIN-MASTER-IS-OPEN THEN
        MOVE SPACES TO SCR-BIN
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-LOCATION TO BN-LOCATION.
    IF SCR-LOCATION = SPACES THEN
        MOVE "MAI" TO BN-LOCATION
    END-IF.
    MOVE SCR-BIN TO BN-BIN.
    READ BIN-MASTER-FILE
        INVALID KEY
            STRING "REJECTED: NO BIN " SCR-BIN " AT LOCATION"
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        NOT INVALID KEY
            IF NOT BN-IS-ACTIVE THEN
                STRING "REJECTED: BIN " SCR-BIN " IS INACTIVE"
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
    END-READ.

    *> What is still due on a line: ordered, less matched, less
    *> pending on STKMOVE -- negative when the line is already over.
    3300-COMPUTE-LINE-DUE.
    MOVE POL-PART-NO(RECV-LINE-IDX) TO PEND-LOOKUP-PART.
    PERFORM 3400-FIND-PENDING-RECEIPT.
    MOVE 0 TO PEND-QTY.
    IF PEND-FOUND-IDX > 0 THEN
        MOVE PD-QUANTITY(PEND-FOUND-IDX) TO PEND-QTY
    END-IF.
    COMPUTE LINE-DUE-QTY = POL-ORDER-QTY(RECV-LINE-IDX)
        - POL-RECVD-QTY(RECV-LINE-IDX) - PEND-QTY.

    3400-FIND-PENDING-RECEIPT.
    MOVE 0 TO PEND-FOUND-IDX.
    PERFORM 3410-MATCH-ONE-PENDING
        VARYING PEND-IDX FROM 1 BY 1 UNTIL PEND-IDX > PEND-COUNT.

    3410-MATCH-ONE-PENDING.
    IF PD-PO-NO(PEND-IDX) = PO-PO-NO
            AND PD-PART-NO(PEND-IDX) = PEND-LOOKUP-PART THEN
        MOVE PEND-IDX TO PEND-FOUND-IDX
        MOVE PEND-COUNT TO PEND-IDX
    END-IF.

    *> PO-PO-NO and PEND-LOOKUP-PART name the line; MV-QUANTITY is
    *> what arrived.
    3500-ADD-PENDING-RECEIPT.
    PERFORM 3400-FIND-PENDING-RECEIPT.
    IF PEND-FOUND-IDX > 0 THEN
        ADD MV-QUANTITY TO PD-QUANTITY(PEND-FOUND-IDX)
    ELSE
        IF PEND-COUNT < PEND-TABLE-MAX THEN
            ADD 1 TO PEND-COUNT
            MOVE PO-PO-NO TO PD-PO-NO(PEND-COUNT)
            MOVE PEND-LOOKUP-PART TO PD-PART-NO(PEND-COUNT)
            MOVE MV-QUANTITY TO PD-QUANTITY(PEND-COUNT)
        END-IF
    END-IF.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    4000-SHOW-OPEN-LINES.
    PERFORM 3000-FETCH-OPEN-ORDER.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO OPEN-LINE-COUNT.
    DISPLAY "PO " PO-PO-NO " vendor " PO-VENDOR-ID " ordered "
        PO-ORDER-DATE " expected " PO-EXPECTED-DATE.
    DISPLAY "LN PART      ORDERED RECEIVED  PENDING      DUE".
    PERFORM 4100-SHOW-ONE-LINE
        VARYING RECV-LINE-IDX FROM 1 BY 1
        UNTIL RECV-LINE-IDX > PO-LINE-COUNT.
    MOVE OPEN-LINE-COUNT TO QTY-DISP-1.
    STRING "PO " SCR-PO-NO " OPEN LINES: " QTY-DISP-1
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    4100-SHOW-ONE-LINE.
    PERFORM 3300-COMPUTE-LINE-DUE.
    IF LINE-DUE-QTY > 0 THEN
        ADD 1 TO OPEN-LINE-COUNT
    END-IF.
    MOVE POL-ORDER-QTY(RECV-LINE-IDX) TO QTY-DISP-1.
    MOVE POL-RECVD-QTY(RECV-LINE-IDX) TO QTY-DISP-2.
    MOVE PEND-QTY TO QTY-DISP-3.
    MOVE LINE-DUE-QTY TO QTY-DISP-4.
    DISPLAY RECV-LINE-IDX " " POL-PART-NO(RECV-LINE-IDX) " "
        QTY-DISP-1 "   " QTY-DISP-2 "   " QTY-DISP-3 "  " QTY-DISP-4.

    5000-RECEIVE-LINE.
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
    PERFORM 3100-EDIT-RECEIPT-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3300-COMPUTE-LINE-DUE.
    COMPUTE LINE-TOLERANCE-QTY =
        POL-ORDER-QTY(RECV-LINE-IDX) * OVER-TOLERANCE-PCT / 100.
    IF RECV-QTY > LINE-DUE-QTY + LINE-TOLERANCE-QTY THEN
        PERFORM 5100-CHECK-OVER-RECEIPT
        IF NOT FIELDS-ARE-CLEAN THEN
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
        END-IF
    END-IF.
    PERFORM 6000-WRITE-RECEIPT-CARD.

    *> Past the tolerance only a supervisor may receive, and either
    *> way the security log says who tried.
    5100-CHECK-OVER-RECEIPT.
    MOVE LINE-DUE-QTY TO QTY-DISP-4.
    IF NOT OPERATOR-MAY-OVER-RECEIVE THEN
        STRING "OVER-RECEIPT REFUSED, DUE " QTY-DISP-4
            DELIMITED BY SIZE INTO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE SPACES TO SECEVENT-DETAIL
        STRING "over-receipt " SCR-PO-NO " line " SCR-LINE-NO
            DELIMITED BY SIZE INTO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    MOVE "OVERRIDE" TO SECEVENT-TYPE.
    MOVE SPACES TO SECEVENT-DETAIL.
    STRING "over-receipt " SCR-PO-NO " line " SCR-LINE-NO
        DELIMITED BY SIZE INTO SECEVENT-DETAIL.
    PERFORM 9920-LOG-SECURITY-EVENT.
    DISPLAY "Over-receipt on PO " SCR-PO-NO " line " SCR-LINE-NO
        ": due " QTY-DISP-4 ", received " RECV-QTY " by "
        SIGNON-OPER-ID.
    ADD 1 TO TOTAL-OVER-RECEIVED.

    *> The receipt card, costed at the price agreed on the PO line
    *> (uncosted, so STOCK-POST takes the standing cost, when the PO
    *> was raised before lines were priced).
    6000-WRITE-RECEIPT-CARD.
    IF NOT BATCH-IS-STARTED THEN
        PERFORM 6100-START-MOVE-BATCH
    END-IF.
    MOVE SPACES TO STOCK-MOVE-REC.
    MOVE POL-PART-NO(RECV-LINE-IDX) TO MV-PART-NO.
    MOVE "R" TO MV-MOVE-TYPE.
    MOVE RECV-QTY TO MV-QUANTITY.
    MOVE PO-PO-NO TO MV-REFERENCE.
    MOVE SCR-LOCATION TO MV-LOCATION.
    MOVE 0 TO MV-UNIT-COST.
    IF POL-AGREED-COST(RECV-LINE-IDX) IS NUMERIC THEN
        MOVE POL-AGREED-COST(RECV-LINE-IDX) TO MV-UNIT-COST
    END-IF.
    MOVE 0 TO MV-EXPIRY-DATE.
    MOVE SCR-BIN TO MV-BIN.
    WRITE STOCK-MOVE-REC.
    ADD 1 TO MV-KEYED-COUNT.
    ADD MV-QUANTITY TO MV-KEYED-HASH.
    MOVE POL-PART-NO(RECV-LINE-IDX) TO PEND-LOOKUP-PART.
    PERFORM 3500-ADD-PENDING-RECEIPT.
    ADD 1 TO TOTAL-RECEIVED.
    STRING "RECEIVED: " SCR-PO-NO " LINE " SCR-LINE-NO " QTY "
        SCR-RECV-QTY " BY " SIGNON-OPER-ID
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    *> The session's batch goes on after whatever is already waiting
    *> on STKMOVE, header first; the trailer closes it at sign-off.
    6100-START-MOVE-BATCH.
    OPEN EXTEND STOCK-MOVE-FILE.
    IF STOCK-MOVE-STATUS = "35" THEN
        OPEN OUTPUT STOCK-MOVE-FILE
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE SPACES TO STOCK-MOVE-REC.
    STRING "H" WS-CURRENT-DATE-8 "DOCKRCV "
        DELIMITED BY SIZE INTO STOCK-MOVE-REC.
    WRITE STOCK-MOVE-REC.
    MOVE 1 TO BATCH-STARTED.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE PURCHASE-ORDER-FILE.
    IF BIN-MASTER-IS-OPEN THEN
        CLOSE BIN-MASTER-FILE
    END-IF.
    IF BATCH-IS-STARTED THEN
        MOVE MV-KEYED-COUNT TO MS-TRANS-COUNT
        MOVE MV-KEYED-HASH TO MS-HASH-TOTAL
        MOVE SPACES TO STOCK-MOVE-REC
        MOVE MV-TRAILER-STAGING TO STOCK-MOVE-REC
        WRITE STOCK-MOVE-REC
        CLOSE STOCK-MOVE-FILE
    END-IF.
    DISPLAY "-- Dock Receiving Report --".
    DISPLAY "Lines received   : " TOTAL-RECEIVED.
    DISPLAY "Over-receipts    : " TOTAL-OVER-RECEIVED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more dock receipts were rejected." TO WS-ERROR-MSG
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
