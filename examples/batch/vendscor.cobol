IDENTIFICATION DIVISION.
PROGRAM-ID. VENDOR-SCORECARD.

*> VENDOR-SCORECARD is the quarterly vendor performance scorecard.
*> The lead time a buyer keyed once on VENDMAST is checked against
*> what the vendor actually did: the cumulative stock register is
*> read for every STOCK-POST "R" receipt carrying a PO number, and
*> each receipt is laid against its POFILE order and line. The
*> first receipt against a PO line is the delivery scored -- its
*> lead time is calendar days from the order date (DATE-ENGINE
*> "B"), it is on time when it arrives on or before the order's
*> expected date (zero meaning due the day raised, as ATPPROC reads
*> it), and what it brought against the line's ordered quantity is
*> the line's fill. A line whose receipts pass its ordered quantity
*> is an over-shipment. Receipts before the quarter build up each
*> line's history but are not scored; receipts after it are
*> ignored. Every vendor on the master prints on the scorecard
*> through REPORT-WRITER with its keyed and measured lead times,
*> on-time and fill percentages, and over-shipments, and each
*> vendor with receipts is appended to VNDHIST. Where the measured
*> average has drifted from the keyed lead time by more than the
*> tolerance, the measured figure is proposed on LTPROP for the
*> buyer to accept or reject on VENDOR-MAINT; nothing here changes
*> the vendor master.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  first month of the quarter, CCYYMM (zero = the
*>               last full calendar quarter)
*>     PC-NUM-2  drift tolerance in days (zero = 5)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "posel.cpy".
        COPY "vendsel.cpy".
        SELECT STOCK-REGISTER-FILE ASSIGN TO "STKREG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STOCK-REGISTER-STATUS.
        COPY "vhistsel.cpy".
        COPY "ltpsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    FD  VENDOR-FILE.
    COPY "vendrec.cpy".

    FD  STOCK-REGISTER-FILE.
    01  STOCK-REGISTER-REC.
        05 RG-PART-NO PIC X(6).
        05 RG-MOVE-TYPE PIC X(1).
        05 RG-QUANTITY PIC 9(6).
        05 RG-REFERENCE PIC X(8).
        05 RG-OLD-ON-HAND PIC 9(6).
        05 RG-NEW-ON-HAND PIC 9(6).
        05 RG-LOCATION PIC X(3).
        05 RG-TO-LOCATION PIC X(3).
        05 RG-MOVE-DATE PIC 9(8).

    FD  VENDOR-HIST-FILE.
    COPY "vhistrec.cpy".

    FD  LEAD-PROP-FILE.
    COPY "ltprec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 VENDOR-STATUS PIC X(2).
    01 STOCK-REGISTER-STATUS PIC X(2).
    01 VENDOR-HIST-STATUS PIC X(2).
    01 LEAD-PROP-STATUS PIC X(2).
    01 STOCK-REGISTER-EOF PIC 9(1) COMP VALUE 0.
        88 STOCK-REGISTER-AT-EOF VALUE 1.
    01 VENDOR-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 VENDOR-SCAN-AT-EOF VALUE 1.
    01 VENDOR-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 VENDOR-FILE-IS-OPEN VALUE 1.
    01 SCORE-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 SCORE-FILES-ARE-OPEN VALUE 1.
    01 RECEIPT-IN-QUARTER PIC 9(1) COMP VALUE 0.
        88 RECEIPT-IS-IN-QUARTER VALUE 1.
    01 FIRST-RECEIPT-SWITCH PIC 9(1) COMP VALUE 0.
        88 RECEIPT-IS-FIRST VALUE 1.
    01 PARM-STAGING PIC X(5).

    01 TOLERANCE-DAYS PIC 9(3) VALUE 5.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.

*> The quarter scored, first and last month.
    01 RUN-PERIOD.
        05 RUN-PERIOD-YEAR PIC 9(4).
        05 RUN-PERIOD-MONTH PIC 9(2).
    01 RUN-PERIOD-NUM REDEFINES RUN-PERIOD PIC 9(6).
    01 FROM-PERIOD.
        05 FROM-PERIOD-YEAR PIC 9(4).
        05 FROM-PERIOD-MONTH PIC 9(2).
    01 FROM-PERIOD-NUM REDEFINES FROM-PERIOD PIC 9(6).
    01 TO-PERIOD.
        05 TO-PERIOD-YEAR PIC 9(4).
        05 TO-PERIOD-MONTH PIC 9(2).
    01 TO-PERIOD-NUM REDEFINES TO-PERIOD PIC 9(6).

*> Every PO line the register has receipts against, in the order
*> the register first names it, with what has come in so far.
    01 LN-TABLE-MAX PIC 9(4) COMP VALUE 3000.
    01 LN-COUNT PIC 9(4) COMP VALUE 0.
    01 LN-IDX PIC 9(4) COMP VALUE 0.
    01 LN-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 LN-TABLE.
        05 LN-ENTRY OCCURS 3000 TIMES.
            10 LN-PO-NO PIC X(8).
            10 LN-PART-NO PIC X(6).
            10 LN-VENDOR-ID PIC X(6).
            10 LN-ORDER-DATE PIC 9(8).
            10 LN-EXPECTED-DATE PIC 9(8).
            10 LN-ORDER-QTY PIC 9(6) COMP.
            10 LN-RECVD-QTY PIC 9(7) COMP.
            10 LN-OVER-SHIPPED PIC X(1).
    01 PO-LINE-IDX PIC 9(2) COMP VALUE 0.
    01 PO-LINE-FOUND PIC 9(2) COMP VALUE 0.

*> What each vendor's scored receipts add up to.
    01 VA-TABLE-MAX PIC 9(3) COMP VALUE 500.
    01 VA-COUNT PIC 9(3) COMP VALUE 0.
    01 VA-IDX PIC 9(3) COMP VALUE 0.
    01 VA-FOUND-IDX PIC 9(3) COMP VALUE 0.
    01 VA-TABLE.
        05 VA-ENTRY OCCURS 500 TIMES.
            10 VA-VENDOR-ID PIC X(6).
            10 VA-LINES PIC 9(5) COMP.
            10 VA-LEAD-SUM PIC 9(9) COMP.
            10 VA-WORST-LEAD PIC 9(4) COMP.
            10 VA-ON-TIME PIC 9(5) COMP.
            10 VA-FILLED-QTY PIC 9(9) COMP.
            10 VA-ORDERED-QTY PIC 9(9) COMP.
            10 VA-OVERS PIC 9(5) COMP.
            10 VA-OVER-QTY PIC 9(7) COMP.
            10 VA-LISTED PIC X(1).

    01 LEAD-DAYS PIC S9(5) COMP VALUE 0.
    01 FILLED-QTY PIC 9(6) COMP VALUE 0.
    01 DUE-DATE-WORK PIC 9(8) VALUE 0.
    01 AVG-LEAD-DAYS PIC 9(3)V9 COMP-3 VALUE 0.
    01 ON-TIME-PCT PIC 9(3)V9 COMP-3 VALUE 0.
    01 FILL-PCT PIC 9(3)V9 COMP-3 VALUE 0.
    01 KEYED-DAYS PIC 9(3) VALUE 0.
    01 DRIFT-DAYS PIC S9(4)V9 COMP-3 VALUE 0.
    01 PROPOSED-DAYS PIC 9(3) VALUE 0.
    01 SCORE-ACTION PIC X(19) VALUE SPACES.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-RECEIPTS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-RECEIPTS-UNMATCHED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-SCORED PIC 9(6) COMP VALUE 0.
    01 TOTAL-VENDORS-SCORED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PROPOSALS PIC 9(6) COMP VALUE 0.
    01 TOTAL-TABLE-OVERFLOW PIC 9(6) COMP VALUE 0.

    01 VS-LINES-DISP PIC Z(4)9.
    01 VS-KEYED-DISP PIC ZZ9.
    01 VS-AVG-DISP PIC ZZ9.9.
    01 VS-WORST-DISP PIC Z(3)9.
    01 VS-ONTIME-DISP PIC ZZ9.9.
    01 VS-FILL-DISP PIC ZZ9.9.
    01 VS-OVERS-DISP PIC Z(3)9.
    01 VS-PROPOSED-DISP PIC ZZ9.
    01 VS-VENDOR-NAME PIC X(15).

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="VENDOR-SCORECARD"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="VENDOR-SCORECARD"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="VENDOR-SCORECARD"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1100-SET-QUARTER.
    PERFORM 1200-OPEN-FILES.
    IF SCORE-FILES-ARE-OPEN THEN
        PERFORM 2000-SCORE-RECEIPTS
        PERFORM 3000-PRINT-SCORECARD
        PERFORM 8100-CLOSE-FILES
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    MOVE 0 TO FROM-PERIOD-NUM.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            MOVE PC-NUM-1 TO FROM-PERIOD-NUM
            IF PC-NUM-2 > 0 THEN
                MOVE PC-NUM-2 TO TOLERANCE-DAYS
            END-IF
        END-IF
    ELSE
        DISPLAY "First month of quarter, CCYYMM (zero = last quarter):"
        ACCEPT FROM-PERIOD-NUM
        DISPLAY "Lead-time drift tolerance in days (5 default):"
        ACCEPT TOLERANCE-DAYS
    END-IF.
    IF TOLERANCE-DAYS = 0 THEN
        MOVE 5 TO TOLERANCE-DAYS
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> No quarter given is the last full calendar quarter before the
    *> run month's; a given first month runs three months on.
    1100-SET-QUARTER.
    IF FROM-PERIOD-NUM = 0 OR FROM-PERIOD-MONTH < 1
            OR FROM-PERIOD-MONTH > 12 THEN
        MOVE RUN-DATE-SAVE(1:6) TO RUN-PERIOD-NUM
        MOVE RUN-PERIOD-YEAR TO FROM-PERIOD-YEAR
        COMPUTE FROM-PERIOD-MONTH =
            ((RUN-PERIOD-MONTH - 1) / 3) * 3 + 1 - 3
        IF FROM-PERIOD-MONTH < 1 OR FROM-PERIOD-MONTH > 12 THEN
            MOVE 10 TO FROM-PERIOD-MONTH
            SUBTRACT 1 FROM FROM-PERIOD-YEAR
        END-IF
    END-IF.
    MOVE FROM-PERIOD-YEAR TO TO-PERIOD-YEAR.
    IF FROM-PERIOD-MONTH > 10 THEN
        ADD 1 TO TO-PERIOD-YEAR
        COMPUTE TO-PERIOD-MONTH = FROM-PERIOD-MONTH - 10
    ELSE
        COMPUTE TO-PERIOD-MONTH = FROM-PERIOD-MONTH + 2
    END-IF.

    1200-OPEN-FILES.
    OPEN INPUT PURCHASE-ORDER-FILE.
    IF PURCHASE-ORDER-STATUS NOT = "00" THEN
        DISPLAY "Purchase-order file not found, nothing to score."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Purchase-order file (POFILE) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT STOCK-REGISTER-FILE.
    IF STOCK-REGISTER-STATUS NOT = "00" THEN
        DISPLAY "Stock register not found, nothing to score."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Stock register (STKREG) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        CLOSE PURCHASE-ORDER-FILE
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-STATUS = "00" THEN
        MOVE 1 TO VENDOR-FILE-OPEN
    ELSE
        DISPLAY "Vendor master not found; no lead times to check."
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
    OPEN EXTEND VENDOR-HIST-FILE.
    IF VENDOR-HIST-STATUS = "35" THEN
        OPEN OUTPUT VENDOR-HIST-FILE
    END-IF.
    OPEN I-O LEAD-PROP-FILE.
    IF LEAD-PROP-STATUS = "35" THEN
        OPEN OUTPUT LEAD-PROP-FILE
        CLOSE LEAD-PROP-FILE
        OPEN I-O LEAD-PROP-FILE
    END-IF.
    MOVE 1 TO SCORE-FILES-OPEN.

    *> ---------------------
    *> RECEIPT SCORING: the whole register, oldest first, so a PO
    *> line's first receipt is the first one read.
    *> ---------------------

    2000-SCORE-RECEIPTS.
    PERFORM 2100-READ-REGISTER-LINE.
    PERFORM 2200-SCORE-ONE-RECEIPT UNTIL STOCK-REGISTER-AT-EOF.

    2100-READ-REGISTER-LINE.
    READ STOCK-REGISTER-FILE
        AT END MOVE 1 TO STOCK-REGISTER-EOF
    END-READ.

    2200-SCORE-ONE-RECEIPT.
    IF RG-MOVE-TYPE = "R" AND RG-REFERENCE(1:2) = "PO"
            AND RG-MOVE-DATE IS NUMERIC
            AND RG-QUANTITY IS NUMERIC
            AND RG-MOVE-DATE(1:6) NOT > TO-PERIOD THEN
        ADD 1 TO TOTAL-RECEIPTS-READ
        PERFORM 2300-FIND-PO-LINE
        IF LN-FOUND-IDX > 0 THEN
            PERFORM 2400-APPLY-RECEIPT
        END-IF
    END-IF.
    PERFORM 2100-READ-REGISTER-LINE.

    *> The receipt's PO line off the table, or off POFILE the first
    *> time the register names it.
    2300-FIND-PO-LINE.
    MOVE 0 TO LN-FOUND-IDX.
    MOVE 0 TO FIRST-RECEIPT-SWITCH.
    PERFORM 2310-MATCH-ONE-LINE
        VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > LN-COUNT.
    IF LN-FOUND-IDX > 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE RG-REFERENCE TO PO-PO-NO.
    READ PURCHASE-ORDER-FILE
        INVALID KEY
            ADD 1 TO TOTAL-RECEIPTS-UNMATCHED
            EXIT PARAGRAPH
    END-READ.
    MOVE 0 TO PO-LINE-FOUND.
    PERFORM 2320-MATCH-ONE-PO-LINE
        VARYING PO-LINE-IDX FROM 1 BY 1
        UNTIL PO-LINE-IDX > PO-LINE-COUNT.
    IF PO-LINE-FOUND = 0 THEN
        ADD 1 TO TOTAL-RECEIPTS-UNMATCHED
        EXIT PARAGRAPH
    END-IF.
    IF LN-COUNT >= LN-TABLE-MAX THEN
        ADD 1 TO TOTAL-TABLE-OVERFLOW
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO LN-COUNT.
    MOVE LN-COUNT TO LN-FOUND-IDX.
    MOVE PO-PO-NO TO LN-PO-NO(LN-COUNT).
    MOVE RG-PART-NO TO LN-PART-NO(LN-COUNT).
    MOVE PO-VENDOR-ID TO LN-VENDOR-ID(LN-COUNT).
    MOVE PO-ORDER-DATE TO LN-ORDER-DATE(LN-COUNT).
    MOVE PO-EXPECTED-DATE TO LN-EXPECTED-DATE(LN-COUNT).
    MOVE POL-ORDER-QTY(PO-LINE-FOUND) TO LN-ORDER-QTY(LN-COUNT).
    MOVE 0 TO LN-RECVD-QTY(LN-COUNT).
    MOVE "N" TO LN-OVER-SHIPPED(LN-COUNT).
    MOVE 1 TO FIRST-RECEIPT-SWITCH.

    2310-MATCH-ONE-LINE.
    IF LN-PO-NO(LN-IDX) = RG-REFERENCE
            AND LN-PART-NO(LN-IDX) = RG-PART-NO THEN
        MOVE LN-IDX TO LN-FOUND-IDX
        MOVE LN-COUNT TO LN-IDX
    END-IF.

    2320-MATCH-ONE-PO-LINE.
    IF POL-PART-NO(PO-LINE-IDX) = RG-PART-NO AND PO-LINE-FOUND = 0 THEN
        MOVE PO-LINE-IDX TO PO-LINE-FOUND
    END-IF.

    2400-APPLY-RECEIPT.
    MOVE 0 TO RECEIPT-IN-QUARTER.
    IF RG-MOVE-DATE(1:6) NOT < FROM-PERIOD THEN
        MOVE 1 TO RECEIPT-IN-QUARTER
    END-IF.
    IF RECEIPT-IS-IN-QUARTER THEN
        PERFORM 2500-FIND-VENDOR-ENTRY
    END-IF.
    IF RECEIPT-IS-FIRST AND RECEIPT-IS-IN-QUARTER
            AND VA-FOUND-IDX > 0 THEN
        PERFORM 2600-SCORE-FIRST-RECEIPT
    END-IF.
    ADD RG-QUANTITY TO LN-RECVD-QTY(LN-FOUND-IDX).
    IF LN-RECVD-QTY(LN-FOUND-IDX) > LN-ORDER-QTY(LN-FOUND-IDX) THEN
        PERFORM 2700-COUNT-OVER-SHIPMENT
    END-IF.
    MOVE RG-QUANTITY TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    2500-FIND-VENDOR-ENTRY.
    MOVE 0 TO VA-FOUND-IDX.
    PERFORM 2510-MATCH-ONE-VENDOR
        VARYING VA-IDX FROM 1 BY 1 UNTIL VA-IDX > VA-COUNT.
    IF VA-FOUND-IDX = 0 THEN
        IF VA-COUNT < VA-TABLE-MAX THEN
            ADD 1 TO VA-COUNT
            MOVE VA-COUNT TO VA-FOUND-IDX
            INITIALIZE VA-ENTRY(VA-COUNT)
            MOVE LN-VENDOR-ID(LN-FOUND-IDX) TO VA-VENDOR-ID(VA-COUNT)
            MOVE "N" TO VA-LISTED(VA-COUNT)
        ELSE
            ADD 1 TO TOTAL-TABLE-OVERFLOW
        END-IF
    END-IF.

    2510-MATCH-ONE-VENDOR.
    IF VA-VENDOR-ID(VA-IDX) = LN-VENDOR-ID(LN-FOUND-IDX) THEN
        MOVE VA-IDX TO VA-FOUND-IDX
        MOVE VA-COUNT TO VA-IDX
    END-IF.

    *> Lead time, on time, and fill, measured on the delivery.
    2600-SCORE-FIRST-RECEIPT.
    MOVE "B" TO DE-FUNCTION.
    MOVE LN-ORDER-DATE(LN-FOUND-IDX) TO DE-DATE-1.
    MOVE RG-MOVE-DATE TO DE-DATE-2.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE DE-RESULT-COUNT TO LEAD-DAYS.
    IF LEAD-DAYS < 0 THEN
        MOVE 0 TO LEAD-DAYS
    END-IF.
    ADD 1 TO VA-LINES(VA-FOUND-IDX).
    ADD 1 TO TOTAL-LINES-SCORED.
    ADD LEAD-DAYS TO VA-LEAD-SUM(VA-FOUND-IDX).
    IF LEAD-DAYS > VA-WORST-LEAD(VA-FOUND-IDX) THEN
        MOVE LEAD-DAYS TO VA-WORST-LEAD(VA-FOUND-IDX)
    END-IF.
    MOVE LN-EXPECTED-DATE(LN-FOUND-IDX) TO DUE-DATE-WORK.
    IF DUE-DATE-WORK = 0 THEN
        MOVE LN-ORDER-DATE(LN-FOUND-IDX) TO DUE-DATE-WORK
    END-IF.
    IF RG-MOVE-DATE NOT > DUE-DATE-WORK THEN
        ADD 1 TO VA-ON-TIME(VA-FOUND-IDX)
    END-IF.
    IF RG-QUANTITY > LN-ORDER-QTY(LN-FOUND-IDX) THEN
        MOVE LN-ORDER-QTY(LN-FOUND-IDX) TO FILLED-QTY
    ELSE
        MOVE RG-QUANTITY TO FILLED-QTY
    END-IF.
    ADD FILLED-QTY TO VA-FILLED-QTY(VA-FOUND-IDX).
    ADD LN-ORDER-QTY(LN-FOUND-IDX) TO VA-ORDERED-QTY(VA-FOUND-IDX).

    *> A line counts once as over-shipped, in the quarter the
    *> receipt that carried it over arrived; every unit past the
    *> ordered quantity received in the quarter is over-shipped
    *> quantity.
    2700-COUNT-OVER-SHIPMENT.
    IF LN-OVER-SHIPPED(LN-FOUND-IDX) = "Y" THEN
        IF RECEIPT-IS-IN-QUARTER AND VA-FOUND-IDX > 0 THEN
            ADD RG-QUANTITY TO VA-OVER-QTY(VA-FOUND-IDX)
        END-IF
    ELSE
        MOVE "Y" TO LN-OVER-SHIPPED(LN-FOUND-IDX)
        IF RECEIPT-IS-IN-QUARTER AND VA-FOUND-IDX > 0 THEN
            ADD 1 TO VA-OVERS(VA-FOUND-IDX)
            COMPUTE VA-OVER-QTY(VA-FOUND-IDX) =
                VA-OVER-QTY(VA-FOUND-IDX)
                + LN-RECVD-QTY(LN-FOUND-IDX)
                - LN-ORDER-QTY(LN-FOUND-IDX)
        END-IF
    END-IF.

    *> ---------------------
    *> SCORECARD: every vendor on the master in vendor order, then
    *> any vendor the orders name that the master does not carry.
    *> ---------------------

    3000-PRINT-SCORECARD.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Vendor Performance Scorecard" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "QUARTER " FROM-PERIOD(1:4) "-" FROM-PERIOD(5:2)
        " TO " TO-PERIOD(1:4) "-" TO-PERIOD(5:2)
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "VENDOR NAME            LINES KEY   AVG WRST"
        " ONTM%  FILL% OVER ACTION"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    IF VENDOR-FILE-IS-OPEN THEN
        MOVE LOW-VALUES TO VN-VENDOR-ID
        START VENDOR-FILE KEY NOT < VN-VENDOR-ID
            INVALID KEY MOVE 1 TO VENDOR-SCAN-EOF
        END-START
        PERFORM 3100-SCORE-ONE-VENDOR UNTIL VENDOR-SCAN-AT-EOF
    END-IF.
    PERFORM 3300-SCORE-UNLISTED-VENDOR
        VARYING VA-IDX FROM 1 BY 1 UNTIL VA-IDX > VA-COUNT.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    3100-SCORE-ONE-VENDOR.
    READ VENDOR-FILE NEXT RECORD
        AT END
            MOVE 1 TO VENDOR-SCAN-EOF
            EXIT PARAGRAPH
    END-READ.
    MOVE VN-VENDOR-NAME TO VS-VENDOR-NAME.
    MOVE 0 TO KEYED-DAYS.
    IF VN-LEAD-TIME-DAYS IS NUMERIC THEN
        MOVE VN-LEAD-TIME-DAYS TO KEYED-DAYS
    END-IF.
    MOVE 0 TO VA-FOUND-IDX.
    PERFORM 3110-MATCH-MASTER-VENDOR
        VARYING VA-IDX FROM 1 BY 1 UNTIL VA-IDX > VA-COUNT.
    IF VA-FOUND-IDX = 0 THEN
        MOVE KEYED-DAYS TO VS-KEYED-DISP
        MOVE SPACES TO RW-LINE-TEXT
        STRING VN-VENDOR-ID " " VS-VENDOR-NAME "     0 "
            VS-KEYED-DISP "   no receipts scored"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    ELSE
        MOVE "Y" TO VA-LISTED(VA-FOUND-IDX)
        PERFORM 3200-SCORE-VENDOR-ENTRY
    END-IF.

    3110-MATCH-MASTER-VENDOR.
    IF VA-VENDOR-ID(VA-IDX) = VN-VENDOR-ID THEN
        MOVE VA-IDX TO VA-FOUND-IDX
        MOVE VA-COUNT TO VA-IDX
    END-IF.

    *> The vendor's figures, its history record, and -- when the
    *> measured average is past the tolerance either way from the
    *> keyed lead time of a vendor on the master -- a proposal.
    3200-SCORE-VENDOR-ENTRY.
    IF VA-LINES(VA-FOUND-IDX) = 0 THEN
        MOVE 0 TO AVG-LEAD-DAYS
        MOVE 0 TO ON-TIME-PCT
    ELSE
        COMPUTE AVG-LEAD-DAYS ROUNDED =
            VA-LEAD-SUM(VA-FOUND-IDX) / VA-LINES(VA-FOUND-IDX)
            ON SIZE ERROR MOVE 999.9 TO AVG-LEAD-DAYS
        END-COMPUTE
        COMPUTE ON-TIME-PCT ROUNDED =
            VA-ON-TIME(VA-FOUND-IDX) * 100 / VA-LINES(VA-FOUND-IDX)
    END-IF.
    MOVE 0 TO FILL-PCT.
    IF VA-ORDERED-QTY(VA-FOUND-IDX) > 0 THEN
        COMPUTE FILL-PCT ROUNDED =
            VA-FILLED-QTY(VA-FOUND-IDX) * 100
            / VA-ORDERED-QTY(VA-FOUND-IDX)
    END-IF.
    MOVE SPACES TO SCORE-ACTION.
    IF VA-LISTED(VA-FOUND-IDX) = "Y" AND VA-LINES(VA-FOUND-IDX) > 0 THEN
        COMPUTE DRIFT-DAYS = AVG-LEAD-DAYS - KEYED-DAYS
        IF DRIFT-DAYS < 0 THEN
            COMPUTE DRIFT-DAYS = 0 - DRIFT-DAYS
        END-IF
        IF DRIFT-DAYS > TOLERANCE-DAYS THEN
            PERFORM 3210-PROPOSE-LEAD-TIME
        END-IF
    END-IF.
    MOVE VA-LINES(VA-FOUND-IDX) TO VS-LINES-DISP.
    MOVE KEYED-DAYS TO VS-KEYED-DISP.
    MOVE AVG-LEAD-DAYS TO VS-AVG-DISP.
    MOVE VA-WORST-LEAD(VA-FOUND-IDX) TO VS-WORST-DISP.
    MOVE ON-TIME-PCT TO VS-ONTIME-DISP.
    MOVE FILL-PCT TO VS-FILL-DISP.
    MOVE VA-OVERS(VA-FOUND-IDX) TO VS-OVERS-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING VA-VENDOR-ID(VA-FOUND-IDX) " " VS-VENDOR-NAME " "
        VS-LINES-DISP " " VS-KEYED-DISP " " VS-AVG-DISP " "
        VS-WORST-DISP " " VS-ONTIME-DISP "  " VS-FILL-DISP " "
        VS-OVERS-DISP " " SCORE-ACTION
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 3220-WRITE-VENDOR-HISTORY.
    ADD 1 TO TOTAL-VENDORS-SCORED.

    *> The proposal is the measured average to the whole day; a new
    *> one replaces whatever proposal or decision stood.
    3210-PROPOSE-LEAD-TIME.
    COMPUTE PROPOSED-DAYS ROUNDED = AVG-LEAD-DAYS.
    MOVE SPACES TO LEAD-PROP-REC.
    MOVE VA-VENDOR-ID(VA-FOUND-IDX) TO LP-VENDOR-ID.
    SET LP-IS-PROPOSED TO TRUE.
    MOVE RUN-DATE-SAVE TO LP-PROPOSED-DATE.
    MOVE FROM-PERIOD-NUM TO LP-PERIOD-FROM.
    MOVE TO-PERIOD-NUM TO LP-PERIOD-TO.
    MOVE KEYED-DAYS TO LP-KEYED-DAYS.
    MOVE AVG-LEAD-DAYS TO LP-MEASURED-AVG.
    MOVE VA-WORST-LEAD(VA-FOUND-IDX) TO LP-WORST-DAYS.
    MOVE VA-LINES(VA-FOUND-IDX) TO LP-RECEIPTS.
    MOVE PROPOSED-DAYS TO LP-PROPOSED-DAYS.
    MOVE 0 TO LP-DECIDED-DATE.
    WRITE LEAD-PROP-REC
        INVALID KEY
            REWRITE LEAD-PROP-REC
                INVALID KEY
                    DISPLAY "Lead-time proposal for vendor "
                        LP-VENDOR-ID " could not be written."
                    MOVE 8 TO WS-RETURN-CODE
                    MOVE "A lead-time proposal could not be written." TO WS-ERROR-MSG
                    PERFORM 9300-LOG-ERROR
                    EXIT PARAGRAPH
            END-REWRITE
    END-WRITE.
    ADD 1 TO TOTAL-PROPOSALS.
    MOVE PROPOSED-DAYS TO VS-PROPOSED-DISP.
    STRING "PROPOSE " VS-PROPOSED-DISP " DAYS"
        DELIMITED BY SIZE INTO SCORE-ACTION.

    3220-WRITE-VENDOR-HISTORY.
    MOVE SPACES TO VENDOR-HIST-REC.
    MOVE VA-VENDOR-ID(VA-FOUND-IDX) TO VH-VENDOR-ID.
    MOVE FROM-PERIOD-NUM TO VH-PERIOD-FROM.
    MOVE TO-PERIOD-NUM TO VH-PERIOD-TO.
    MOVE RUN-DATE-SAVE TO VH-RUN-DATE.
    MOVE KEYED-DAYS TO VH-KEYED-DAYS.
    MOVE VA-LINES(VA-FOUND-IDX) TO VH-LINES-RECEIVED.
    MOVE AVG-LEAD-DAYS TO VH-AVG-LEAD-DAYS.
    MOVE VA-WORST-LEAD(VA-FOUND-IDX) TO VH-WORST-LEAD-DAYS.
    MOVE ON-TIME-PCT TO VH-ON-TIME-PCT.
    MOVE FILL-PCT TO VH-FILL-PCT.
    MOVE VA-OVERS(VA-FOUND-IDX) TO VH-OVER-SHIPMENTS.
    MOVE VA-OVER-QTY(VA-FOUND-IDX) TO VH-OVER-SHIP-QTY.
    WRITE VENDOR-HIST-REC.

    *> A vendor the orders name but the master does not carry is
    *> scored and kept, but has no keyed lead time to propose over.
    3300-SCORE-UNLISTED-VENDOR.
    IF VA-LISTED(VA-IDX) = "N" THEN
        MOVE VA-IDX TO VA-FOUND-IDX
        MOVE "(NOT ON MASTER)" TO VS-VENDOR-NAME
        MOVE 0 TO KEYED-DAYS
        PERFORM 3200-SCORE-VENDOR-ENTRY
        MOVE "U" TO VA-LISTED(VA-IDX)
    END-IF.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    DISPLAY "-- Vendor Scorecard Summary --".
    DISPLAY "Quarter            : " FROM-PERIOD-NUM " - " TO-PERIOD-NUM.
    DISPLAY "PO receipts read   : " TOTAL-RECEIPTS-READ.
    DISPLAY "Receipts unmatched : " TOTAL-RECEIPTS-UNMATCHED.
    DISPLAY "PO lines scored    : " TOTAL-LINES-SCORED.
    DISPLAY "Vendors scored     : " TOTAL-VENDORS-SCORED.
    DISPLAY "Lead-time proposals: " TOTAL-PROPOSALS.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-TABLE-OVERFLOW > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Scorecard tables overflowed; some receipts not scored." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    8100-CLOSE-FILES.
    CLOSE PURCHASE-ORDER-FILE.
    CLOSE STOCK-REGISTER-FILE.
    IF VENDOR-FILE-IS-OPEN THEN
        CLOSE VENDOR-FILE
    END-IF.
    CLOSE VENDOR-HIST-FILE.
    CLOSE LEAD-PROP-FILE.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
