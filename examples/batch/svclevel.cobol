IDENTIFICATION DIVISION.
PROGRAM-ID. SERVICE-LEVEL-REPORT.

*> SERVICE-LEVEL-REPORT puts numbers behind "we ship complete in
*> three days" for one calendar month, by customer and by part and
*> for the house. A line counts in the month its first shipment was
*> confirmed: SHIP-CONFIRM stamps OL-SHIP-DATE, the quantity the line
*> carried and the shortfall on the line the first time the dock
*> confirms it. A line ORDER-ENTRY could not reserve at all never
*> reaches the dock; it counts, unshipped, in the month it was
*> back-ordered, off the BOHIST log of every back-order ever
*> captured (BACKORD itself only holds what is still waiting).
*>     line fill  lines shipped complete on the first shipment over
*>                all lines counted
*>     unit fill  units shipped on the first shipment over units
*>                ordered on those lines
*>     back-orders  back-orders captured in the month, at entry or
*>                from a short shipment, with their units
*>     days       business days (DATE-ENGINE "N": weekends and
*>                CALFILE holidays skipped) from OR-ORDER-DATE to
*>                the first shipment, average and worst, over the
*>                lines that shipped anything
*> The month's figures are written to the SVCHIST history, replacing
*> any earlier run of the same month; each customer and part line
*> shows its line fill of the month before, and the house closes
*> with a twelve-month trend read back off the history. The report
*> prints through REPORT-WRITER.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  month to report, CCYYMM (zero for last month)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "bohsel.cpy".
        COPY "svchsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  BACK-ORDER-HIST-FILE.
    COPY "bkordrec.cpy".

    FD  SERVICE-HIST-FILE.
    COPY "svchrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 BACK-ORDER-HIST-STATUS PIC X(2).
    01 SERVICE-HIST-STATUS PIC X(2).
    01 LINE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 LINE-SCAN-AT-EOF VALUE 1.
    01 BO-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 BO-HIST-AT-EOF VALUE 1.
    01 ORDER-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 ORDER-FILE-IS-OPEN VALUE 1.
    01 HISTORY-OPEN PIC 9(1) COMP VALUE 0.
        88 HISTORY-IS-OPEN VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 RUN-TODAY PIC 9(8) VALUE 0.
    01 RUN-TODAY-R REDEFINES RUN-TODAY.
        05 RT-MONTH PIC 9(6).
        05 FILLER PIC 9(2).

*> Months are CCYYMM; the redefinitions split year from month for
*> the step back and forward across a year end.
    01 REPORT-MONTH PIC 9(6) VALUE 0.
    01 REPORT-MONTH-R REDEFINES REPORT-MONTH.
        05 RM-YEAR PIC 9(4).
        05 RM-MONTH PIC 9(2).
    01 MONTH-FIRST-DATE PIC 9(8) VALUE 0.
    01 MONTH-LAST-DATE PIC 9(8) VALUE 0.
    01 STEP-MONTH PIC 9(6) VALUE 0.
    01 STEP-MONTH-R REDEFINES STEP-MONTH.
        05 SM-YEAR PIC 9(4).
        05 SM-MONTH PIC 9(2).
    01 PRIOR-MONTH PIC 9(6) VALUE 0.
    01 TREND-STEP PIC 9(2) COMP VALUE 0.

*> The order behind the line in hand; ORDLINE comes in order-number
*> order, so each header is read once.
    01 LINE-ORDER-NO PIC X(8) VALUE SPACES.
    01 LINE-CUST-ID PIC X(6) VALUE SPACES.
    01 LINE-ORDER-DATE PIC 9(8) VALUE 0.

*> What one line or back-order adds to its customer, its part and
*> the house.
    01 POST-CUST-ID PIC X(6).
    01 POST-PART-NO PIC X(6).
    01 POST-LINES PIC 9(1) COMP VALUE 0.
    01 POST-COMPLETE PIC 9(1) COMP VALUE 0.
    01 POST-UNITS-ORDERED PIC 9(7) COMP VALUE 0.
    01 POST-UNITS-SHIPPED PIC 9(7) COMP VALUE 0.
    01 POST-BACK-ORDERS PIC 9(1) COMP VALUE 0.
    01 POST-BO-UNITS PIC 9(7) COMP VALUE 0.
    01 POST-DAYS-LINES PIC 9(1) COMP VALUE 0.
    01 POST-DAYS PIC 9(4) COMP VALUE 0.

*> Business days from order to shipment, walked a business day at a
*> time; lines of one order usually ship together, so the last
*> answer is kept.
    01 DAYS-FROM-DATE PIC 9(8) VALUE 0.
    01 DAYS-TO-DATE PIC 9(8) VALUE 0.
    01 DAYS-WALK-DATE PIC 9(8) VALUE 0.
    01 DAYS-COUNT PIC 9(4) COMP VALUE 0.
    01 DAYS-CACHE-FROM PIC 9(8) VALUE 0.
    01 DAYS-CACHE-TO PIC 9(8) VALUE 0.
    01 DAYS-CACHE-COUNT PIC 9(4) COMP VALUE 0.
    01 DAYS-WALK-LIMIT PIC 9(4) COMP VALUE 999.

*> One entry per customer (C), part (P) and the house (H, id
*> blank), kept in type-then-id order as they are found so the
*> report comes out sorted.
    01 GROUP-SEARCH-KEY.
        05 GROUP-SEARCH-TYPE PIC X(1).
        05 GROUP-SEARCH-ID PIC X(6).
    01 GROUP-TABLE-MAX PIC 9(4) COMP VALUE 3000.
    01 GROUP-COUNT PIC 9(4) COMP VALUE 0.
    01 GROUP-IDX PIC 9(4) COMP VALUE 0.
    01 GROUP-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 GROUP-INSERT-AT PIC 9(4) COMP VALUE 0.
    01 GROUP-SHIFT-IDX PIC 9(4) COMP VALUE 0.
    01 GROUP-HOUSE-IDX PIC 9(4) COMP VALUE 0.
    01 GROUP-TABLE.
        05 GROUP-ENTRY OCCURS 3000 TIMES.
            10 GR-KEY.
                15 GR-TYPE PIC X(1).
                15 GR-ID PIC X(6).
            10 GR-LINES PIC 9(7) COMP.
            10 GR-COMPLETE PIC 9(7) COMP.
            10 GR-UNITS-ORDERED PIC 9(9) COMP.
            10 GR-UNITS-SHIPPED PIC 9(9) COMP.
            10 GR-BACK-ORDERS PIC 9(7) COMP.
            10 GR-BO-UNITS PIC 9(9) COMP.
            10 GR-DAYS-LINES PIC 9(7) COMP.
            10 GR-DAYS-TOTAL PIC 9(9) COMP.
            10 GR-DAYS-WORST PIC 9(4) COMP.
    01 LAST-GROUP-TYPE PIC X(1) VALUE SPACE.

    01 LINE-FILL-PCT PIC 9(3)V9 COMP-3 VALUE 0.
    01 UNIT-FILL-PCT PIC 9(3)V9 COMP-3 VALUE 0.
    01 AVG-DAYS PIC 9(4)V9 COMP-3 VALUE 0.
    01 PRIOR-FILL-TEXT PIC X(6).

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-LINES-READ PIC 9(8) COMP VALUE 0.
    01 TOTAL-LINES-COUNTED PIC 9(8) COMP VALUE 0.
    01 TOTAL-BO-READ PIC 9(8) COMP VALUE 0.
    01 TOTAL-BO-COUNTED PIC 9(8) COMP VALUE 0.
    01 TOTAL-OVERFLOWED PIC 9(6) COMP VALUE 0.
    01 TOTAL-HIST-WRITTEN PIC 9(6) COMP VALUE 0.

    01 RPT-COUNT-1 PIC Z(5)9.
    01 RPT-COUNT-2 PIC Z(5)9.
    01 RPT-UNITS-1 PIC Z(8)9.
    01 RPT-UNITS-2 PIC Z(8)9.
    01 RPT-BO-DISP PIC Z(4)9.
    01 RPT-PCT-1 PIC ZZ9.9.
    01 RPT-PCT-2 PIC ZZ9.9.
    01 RPT-AVG-DISP PIC ZZ9.9.
    01 RPT-WORST-DISP PIC ZZZ9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="SERVICE-LEVEL-REPORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="SERVICE-LEVEL-REPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="SERVICE-LEVEL-REPORT"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1500-INITIALIZE.
    PERFORM 2000-TALLY-SHIPPED-LINES.
    PERFORM 2500-TALLY-BACK-ORDERS.
    PERFORM 3000-PRINT-SERVICE-LEVEL.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            MOVE PC-NUM-1 TO REPORT-MONTH
        END-IF
    ELSE
        DISPLAY "Month to report, CCYYMM (zero for last month):"
        ACCEPT REPORT-MONTH
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-TODAY.
    IF REPORT-MONTH = 0 OR RM-MONTH < 1 OR RM-MONTH > 12 THEN
        MOVE RT-MONTH TO STEP-MONTH
        PERFORM 1100-STEP-MONTH-BACK
        MOVE STEP-MONTH TO REPORT-MONTH
    END-IF.
    COMPUTE MONTH-FIRST-DATE = REPORT-MONTH * 100 + 1.
    COMPUTE MONTH-LAST-DATE = REPORT-MONTH * 100 + 31.
    MOVE REPORT-MONTH TO STEP-MONTH.
    PERFORM 1100-STEP-MONTH-BACK.
    MOVE STEP-MONTH TO PRIOR-MONTH.
    DISPLAY "Service level for month " REPORT-MONTH ".".

    1100-STEP-MONTH-BACK.
    IF SM-MONTH = 1 THEN
        MOVE 12 TO SM-MONTH
        SUBTRACT 1 FROM SM-YEAR
    ELSE
        SUBTRACT 1 FROM SM-MONTH
    END-IF.

    1110-STEP-MONTH-FORWARD.
    IF SM-MONTH = 12 THEN
        MOVE 1 TO SM-MONTH
        ADD 1 TO SM-YEAR
    ELSE
        ADD 1 TO SM-MONTH
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The history is created the first time the report is ever run.
    *> A missing ORDLINE or BOHIST leaves its half of the figures
    *> empty and the run flagged.
    1500-INITIALIZE.
    OPEN I-O SERVICE-HIST-FILE.
    IF SERVICE-HIST-STATUS = "35" THEN
        OPEN OUTPUT SERVICE-HIST-FILE
        CLOSE SERVICE-HIST-FILE
        OPEN I-O SERVICE-HIST-FILE
    END-IF.
    IF SERVICE-HIST-STATUS = "00" THEN
        MOVE 1 TO HISTORY-OPEN
    ELSE
        DISPLAY "Service-level history could not be opened; no trend kept."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Service-level history (SVCHIST) could not be opened." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    MOVE "H" TO GROUP-SEARCH-TYPE.
    MOVE SPACES TO GROUP-SEARCH-ID.
    PERFORM 2900-LOCATE-GROUP.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Order Fill Rate and Service Level" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> SHIPPED LINES: every line first confirmed in the month.
    *> ---------------------

    2000-TALLY-SHIPPED-LINES.
    OPEN INPUT ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS NOT = "00" THEN
        DISPLAY "Order line file not found; no shipments measured."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Order line file (ORDLINE) was not found for the service level." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ORDER-FILE.
    IF ORDER-FILE-STATUS = "00" THEN
        MOVE 1 TO ORDER-FILE-OPEN
    ELSE
        DISPLAY "Order file not found; lines carry no customer or order date."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Order file (ORDFILE) was not found for the service level." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    MOVE LOW-VALUES TO OL-LINE-KEY.
    START ORDER-LINE-FILE KEY NOT < OL-LINE-KEY
        INVALID KEY MOVE 1 TO LINE-SCAN-EOF
    END-START.
    PERFORM 2100-TALLY-ONE-LINE UNTIL LINE-SCAN-AT-EOF.
    CLOSE ORDER-LINE-FILE.
    IF ORDER-FILE-IS-OPEN THEN
        CLOSE ORDER-FILE
    END-IF.

    2100-TALLY-ONE-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END
            MOVE 1 TO LINE-SCAN-EOF
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO TOTAL-LINES-READ.
    IF OL-SHIP-DATE IS NOT NUMERIC THEN
        EXIT PARAGRAPH
    END-IF.
    IF OL-SHIP-DATE < MONTH-FIRST-DATE
            OR OL-SHIP-DATE > MONTH-LAST-DATE THEN
        EXIT PARAGRAPH
    END-IF.
    IF OL-ORDER-NO NOT = LINE-ORDER-NO THEN
        PERFORM 2200-READ-LINE-ORDER
    END-IF.
    ADD 1 TO TOTAL-LINES-COUNTED.
    MOVE LINE-CUST-ID TO POST-CUST-ID.
    MOVE OL-PART-NO TO POST-PART-NO.
    MOVE 1 TO POST-LINES.
    MOVE 0 TO POST-COMPLETE.
    MOVE 0 TO POST-UNITS-ORDERED.
    MOVE 0 TO POST-UNITS-SHIPPED.
    MOVE 0 TO POST-BACK-ORDERS.
    MOVE 0 TO POST-BO-UNITS.
    MOVE 0 TO POST-DAYS-LINES.
    MOVE 0 TO POST-DAYS.
    IF OL-ORDERED-QTY IS NUMERIC AND OL-SHORT-QTY IS NUMERIC
            AND OL-SHORT-QTY NOT > OL-ORDERED-QTY THEN
        MOVE OL-ORDERED-QTY TO POST-UNITS-ORDERED
        COMPUTE POST-UNITS-SHIPPED = OL-ORDERED-QTY - OL-SHORT-QTY
    END-IF.
    IF POST-UNITS-ORDERED > 0
            AND POST-UNITS-SHIPPED = POST-UNITS-ORDERED THEN
        MOVE 1 TO POST-COMPLETE
    END-IF.
    IF POST-UNITS-SHIPPED > 0 AND LINE-ORDER-DATE > 0
            AND LINE-ORDER-DATE NOT > OL-SHIP-DATE THEN
        MOVE LINE-ORDER-DATE TO DAYS-FROM-DATE
        MOVE OL-SHIP-DATE TO DAYS-TO-DATE
        PERFORM 2600-COUNT-BUSINESS-DAYS
        MOVE 1 TO POST-DAYS-LINES
        MOVE DAYS-COUNT TO POST-DAYS
    END-IF.
    PERFORM 2800-POST-TO-GROUPS.
    MOVE POST-UNITS-SHIPPED TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    2200-READ-LINE-ORDER.
    MOVE OL-ORDER-NO TO LINE-ORDER-NO.
    MOVE SPACES TO LINE-CUST-ID.
    MOVE 0 TO LINE-ORDER-DATE.
    IF NOT ORDER-FILE-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE OL-ORDER-NO TO OR-ORDER-NO.
    READ ORDER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE OR-CUST-ID TO LINE-CUST-ID
            IF OR-ORDER-DATE IS NUMERIC THEN
                MOVE OR-ORDER-DATE TO LINE-ORDER-DATE
            END-IF
    END-READ.

    *> ---------------------
    *> BACK-ORDERS: every capture in the month. One refused at entry
    *> is also a line that shipped nothing on its first shipment;
    *> a short-shipment back-order's line is already counted above.
    *> ---------------------

    2500-TALLY-BACK-ORDERS.
    OPEN INPUT BACK-ORDER-HIST-FILE.
    IF BACK-ORDER-HIST-STATUS NOT = "00" THEN
        DISPLAY "Back-order history not found; no back-orders counted."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Back-order history (BOHIST) was not found for the service level." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2510-TALLY-ONE-BACK-ORDER UNTIL BO-HIST-AT-EOF.
    CLOSE BACK-ORDER-HIST-FILE.

    2510-TALLY-ONE-BACK-ORDER.
    READ BACK-ORDER-HIST-FILE
        AT END
            MOVE 1 TO BO-HIST-EOF
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO TOTAL-BO-READ.
    IF BO-ORDER-DATE IS NOT NUMERIC OR BO-QUANTITY IS NOT NUMERIC THEN
        EXIT PARAGRAPH
    END-IF.
    IF BO-ORDER-DATE < MONTH-FIRST-DATE
            OR BO-ORDER-DATE > MONTH-LAST-DATE THEN
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-BO-COUNTED.
    MOVE BO-CUST-ID TO POST-CUST-ID.
    MOVE BO-PART-NO TO POST-PART-NO.
    MOVE 0 TO POST-LINES.
    MOVE 0 TO POST-COMPLETE.
    MOVE 0 TO POST-UNITS-ORDERED.
    MOVE 0 TO POST-UNITS-SHIPPED.
    MOVE 1 TO POST-BACK-ORDERS.
    MOVE BO-QUANTITY TO POST-BO-UNITS.
    MOVE 0 TO POST-DAYS-LINES.
    MOVE 0 TO POST-DAYS.
    IF BO-FROM-ENTRY THEN
        MOVE 1 TO POST-LINES
        MOVE BO-QUANTITY TO POST-UNITS-ORDERED
    END-IF.
    PERFORM 2800-POST-TO-GROUPS.

    *> A step at a time: "N" gives the next business day after the
    *> date, so an order confirmed the day it was taken is zero days.
    2600-COUNT-BUSINESS-DAYS.
    IF DAYS-FROM-DATE = DAYS-CACHE-FROM AND DAYS-TO-DATE = DAYS-CACHE-TO THEN
        MOVE DAYS-CACHE-COUNT TO DAYS-COUNT
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO DAYS-COUNT.
    MOVE DAYS-FROM-DATE TO DAYS-WALK-DATE.
    PERFORM 2610-STEP-ONE-BUSINESS-DAY
        UNTIL DAYS-WALK-DATE NOT < DAYS-TO-DATE
            OR DAYS-COUNT NOT < DAYS-WALK-LIMIT.
    MOVE DAYS-FROM-DATE TO DAYS-CACHE-FROM.
    MOVE DAYS-TO-DATE TO DAYS-CACHE-TO.
    MOVE DAYS-COUNT TO DAYS-CACHE-COUNT.

    2610-STEP-ONE-BUSINESS-DAY.
    MOVE "N" TO DE-FUNCTION.
    MOVE DAYS-WALK-DATE TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        MOVE DAYS-TO-DATE TO DAYS-WALK-DATE
        EXIT PARAGRAPH
    END-IF.
    MOVE DE-RESULT-DATE TO DAYS-WALK-DATE.
    ADD 1 TO DAYS-COUNT.

    *> ---------------------
    *> GROUPS: each posting lands on its customer, its part and the
    *> house.
    *> ---------------------

    2800-POST-TO-GROUPS.
    MOVE "C" TO GROUP-SEARCH-TYPE.
    MOVE POST-CUST-ID TO GROUP-SEARCH-ID.
    PERFORM 2900-LOCATE-GROUP.
    PERFORM 2850-POST-ONE-GROUP.
    MOVE "P" TO GROUP-SEARCH-TYPE.
    MOVE POST-PART-NO TO GROUP-SEARCH-ID.
    PERFORM 2900-LOCATE-GROUP.
    PERFORM 2850-POST-ONE-GROUP.
    MOVE "H" TO GROUP-SEARCH-TYPE.
    MOVE SPACES TO GROUP-SEARCH-ID.
    PERFORM 2900-LOCATE-GROUP.
    PERFORM 2850-POST-ONE-GROUP.

    2850-POST-ONE-GROUP.
    IF GROUP-FOUND-IDX = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    ADD POST-LINES TO GR-LINES(GROUP-FOUND-IDX).
    ADD POST-COMPLETE TO GR-COMPLETE(GROUP-FOUND-IDX).
    ADD POST-UNITS-ORDERED TO GR-UNITS-ORDERED(GROUP-FOUND-IDX).
    ADD POST-UNITS-SHIPPED TO GR-UNITS-SHIPPED(GROUP-FOUND-IDX).
    ADD POST-BACK-ORDERS TO GR-BACK-ORDERS(GROUP-FOUND-IDX).
    ADD POST-BO-UNITS TO GR-BO-UNITS(GROUP-FOUND-IDX).
    ADD POST-DAYS-LINES TO GR-DAYS-LINES(GROUP-FOUND-IDX).
    ADD POST-DAYS TO GR-DAYS-TOTAL(GROUP-FOUND-IDX).
    IF POST-DAYS > GR-DAYS-WORST(GROUP-FOUND-IDX) THEN
        MOVE POST-DAYS TO GR-DAYS-WORST(GROUP-FOUND-IDX)
    END-IF.

    2900-LOCATE-GROUP.
    MOVE 0 TO GROUP-FOUND-IDX.
    MOVE 0 TO GROUP-INSERT-AT.
    PERFORM 2910-COMPARE-ONE-GROUP
        VARYING GROUP-IDX FROM 1 BY 1 UNTIL GROUP-IDX > GROUP-COUNT.
    IF GROUP-FOUND-IDX > 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF GROUP-COUNT >= GROUP-TABLE-MAX THEN
        ADD 1 TO TOTAL-OVERFLOWED
        MOVE 4 TO WS-RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    IF GROUP-INSERT-AT = 0 THEN
        COMPUTE GROUP-INSERT-AT = GROUP-COUNT + 1
    ELSE
        PERFORM 2920-SHIFT-ONE-GROUP
            VARYING GROUP-SHIFT-IDX FROM GROUP-COUNT BY -1
            UNTIL GROUP-SHIFT-IDX < GROUP-INSERT-AT
    END-IF.
    ADD 1 TO GROUP-COUNT.
    MOVE GROUP-SEARCH-KEY TO GR-KEY(GROUP-INSERT-AT).
    MOVE 0 TO GR-LINES(GROUP-INSERT-AT).
    MOVE 0 TO GR-COMPLETE(GROUP-INSERT-AT).
    MOVE 0 TO GR-UNITS-ORDERED(GROUP-INSERT-AT).
    MOVE 0 TO GR-UNITS-SHIPPED(GROUP-INSERT-AT).
    MOVE 0 TO GR-BACK-ORDERS(GROUP-INSERT-AT).
    MOVE 0 TO GR-BO-UNITS(GROUP-INSERT-AT).
    MOVE 0 TO GR-DAYS-LINES(GROUP-INSERT-AT).
    MOVE 0 TO GR-DAYS-TOTAL(GROUP-INSERT-AT).
    MOVE 0 TO GR-DAYS-WORST(GROUP-INSERT-AT).
    MOVE GROUP-INSERT-AT TO GROUP-FOUND-IDX.

    2910-COMPARE-ONE-GROUP.
    IF GROUP-INSERT-AT = 0
            AND GR-KEY(GROUP-IDX) NOT < GROUP-SEARCH-KEY THEN
        IF GR-KEY(GROUP-IDX) = GROUP-SEARCH-KEY THEN
            MOVE GROUP-IDX TO GROUP-FOUND-IDX
        END-IF
        MOVE GROUP-IDX TO GROUP-INSERT-AT
    END-IF.

    2920-SHIFT-ONE-GROUP.
    MOVE GROUP-ENTRY(GROUP-SHIFT-IDX) TO GROUP-ENTRY(GROUP-SHIFT-IDX + 1).

    *> ---------------------
    *> REPORT: customers, then parts, then the house and its trend.
    *> Every group's month goes to the history as it prints.
    *> ---------------------

    3000-PRINT-SERVICE-LEVEL.
    PERFORM 3100-PRINT-ONE-GROUP
        VARYING GROUP-IDX FROM 1 BY 1 UNTIL GROUP-IDX > GROUP-COUNT.
    MOVE "H" TO GROUP-SEARCH-TYPE.
    MOVE SPACES TO GROUP-SEARCH-ID.
    PERFORM 2900-LOCATE-GROUP.
    MOVE GROUP-FOUND-IDX TO GROUP-HOUSE-IDX.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE "ALL CUSTOMERS AND PARTS" TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 3150-PRINT-COLUMN-HEADING.
    IF GROUP-HOUSE-IDX > 0 THEN
        MOVE GROUP-HOUSE-IDX TO GROUP-IDX
        PERFORM 3200-PRINT-GROUP-FIGURES
    END-IF.
    PERFORM 3500-PRINT-HOUSE-TREND.

    3100-PRINT-ONE-GROUP.
    IF GR-TYPE(GROUP-IDX) NOT = LAST-GROUP-TYPE THEN
        MOVE GR-TYPE(GROUP-IDX) TO LAST-GROUP-TYPE
        IF GR-TYPE(GROUP-IDX) NOT = "H" THEN
            MOVE SPACES TO RW-LINE-TEXT
            PERFORM 3900-PRINT-REPORT-LINE
            IF GR-TYPE(GROUP-IDX) = "C" THEN
                MOVE "BY CUSTOMER" TO RW-LINE-TEXT
            ELSE
                MOVE "BY PART" TO RW-LINE-TEXT
            END-IF
            PERFORM 3900-PRINT-REPORT-LINE
            PERFORM 3150-PRINT-COLUMN-HEADING
        END-IF
    END-IF.
    IF GR-TYPE(GROUP-IDX) NOT = "H" THEN
        PERFORM 3200-PRINT-GROUP-FIGURES
    END-IF.

    3150-PRINT-COLUMN-HEADING.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "ID      LINES  COMPL LINE%  UNITS-ORD  UNITS-SHP UNIT%"
        "    BO  AVGD WORST PRIOR"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3200-PRINT-GROUP-FIGURES.
    PERFORM 3300-COMPUTE-GROUP-RATES.
    MOVE "  N/A" TO PRIOR-FILL-TEXT.
    IF HISTORY-IS-OPEN THEN
        MOVE PRIOR-MONTH TO SH-MONTH
        MOVE GR-TYPE(GROUP-IDX) TO SH-GROUP-TYPE
        MOVE GR-ID(GROUP-IDX) TO SH-GROUP-ID
        READ SERVICE-HIST-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF SH-LINES > 0 THEN
                    COMPUTE LINE-FILL-PCT ROUNDED =
                        SH-LINES-COMPLETE * 100 / SH-LINES
                    MOVE LINE-FILL-PCT TO RPT-PCT-1
                    MOVE RPT-PCT-1 TO PRIOR-FILL-TEXT
                END-IF
        END-READ
        PERFORM 3300-COMPUTE-GROUP-RATES
        PERFORM 3400-STORE-GROUP-HISTORY
    END-IF.
    MOVE GR-LINES(GROUP-IDX) TO RPT-COUNT-1.
    MOVE GR-COMPLETE(GROUP-IDX) TO RPT-COUNT-2.
    MOVE LINE-FILL-PCT TO RPT-PCT-1.
    MOVE GR-UNITS-ORDERED(GROUP-IDX) TO RPT-UNITS-1.
    MOVE GR-UNITS-SHIPPED(GROUP-IDX) TO RPT-UNITS-2.
    MOVE UNIT-FILL-PCT TO RPT-PCT-2.
    MOVE GR-BACK-ORDERS(GROUP-IDX) TO RPT-BO-DISP.
    MOVE AVG-DAYS TO RPT-AVG-DISP.
    MOVE GR-DAYS-WORST(GROUP-IDX) TO RPT-WORST-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING GR-ID(GROUP-IDX) " " RPT-COUNT-1 " " RPT-COUNT-2 " "
        RPT-PCT-1 " " RPT-UNITS-1 " " RPT-UNITS-2 " " RPT-PCT-2 " "
        RPT-BO-DISP " " RPT-AVG-DISP " " RPT-WORST-DISP " "
        PRIOR-FILL-TEXT
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3300-COMPUTE-GROUP-RATES.
    MOVE 0 TO LINE-FILL-PCT.
    MOVE 0 TO UNIT-FILL-PCT.
    MOVE 0 TO AVG-DAYS.
    IF GR-LINES(GROUP-IDX) > 0 THEN
        COMPUTE LINE-FILL-PCT ROUNDED =
            GR-COMPLETE(GROUP-IDX) * 100 / GR-LINES(GROUP-IDX)
    END-IF.
    IF GR-UNITS-ORDERED(GROUP-IDX) > 0 THEN
        COMPUTE UNIT-FILL-PCT ROUNDED =
            GR-UNITS-SHIPPED(GROUP-IDX) * 100
            / GR-UNITS-ORDERED(GROUP-IDX)
    END-IF.
    IF GR-DAYS-LINES(GROUP-IDX) > 0 THEN
        COMPUTE AVG-DAYS ROUNDED =
            GR-DAYS-TOTAL(GROUP-IDX) / GR-DAYS-LINES(GROUP-IDX)
    END-IF.

    *> A rerun of the month replaces what the earlier run wrote.
    3400-STORE-GROUP-HISTORY.
    MOVE REPORT-MONTH TO SH-MONTH.
    MOVE GR-TYPE(GROUP-IDX) TO SH-GROUP-TYPE.
    MOVE GR-ID(GROUP-IDX) TO SH-GROUP-ID.
    MOVE GR-LINES(GROUP-IDX) TO SH-LINES.
    MOVE GR-COMPLETE(GROUP-IDX) TO SH-LINES-COMPLETE.
    MOVE GR-UNITS-ORDERED(GROUP-IDX) TO SH-UNITS-ORDERED.
    MOVE GR-UNITS-SHIPPED(GROUP-IDX) TO SH-UNITS-SHIPPED.
    MOVE GR-BACK-ORDERS(GROUP-IDX) TO SH-BACK-ORDERS.
    MOVE GR-BO-UNITS(GROUP-IDX) TO SH-BO-UNITS.
    MOVE GR-DAYS-LINES(GROUP-IDX) TO SH-DAYS-LINES.
    MOVE GR-DAYS-TOTAL(GROUP-IDX) TO SH-DAYS-TOTAL.
    MOVE GR-DAYS-WORST(GROUP-IDX) TO SH-DAYS-WORST.
    MOVE RUN-TODAY TO SH-RUN-DATE.
    WRITE SERVICE-HIST-REC
        INVALID KEY
            REWRITE SERVICE-HIST-REC
                INVALID KEY
                    DISPLAY "HISTORY WRITE FAILED: " SH-GROUP-TYPE " "
                        SH-GROUP-ID " month " SH-MONTH "."
                    MOVE 4 TO WS-RETURN-CODE
            END-REWRITE
    END-WRITE.
    ADD 1 TO TOTAL-HIST-WRITTEN.

    *> The house line of each of the twelve months ending with this
    *> one, oldest first, as far back as the history goes.
    3500-PRINT-HOUSE-TREND.
    IF NOT HISTORY-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE "TWELVE-MONTH TREND, ALL CUSTOMERS AND PARTS" TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "MONTH   LINES LINE% UNIT%    BO  AVGD WORST"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE REPORT-MONTH TO STEP-MONTH.
    PERFORM 1100-STEP-MONTH-BACK 11 TIMES.
    PERFORM 3510-PRINT-ONE-TREND-MONTH
        VARYING TREND-STEP FROM 1 BY 1 UNTIL TREND-STEP > 12.

    3510-PRINT-ONE-TREND-MONTH.
    MOVE STEP-MONTH TO SH-MONTH.
    MOVE "H" TO SH-GROUP-TYPE.
    MOVE SPACES TO SH-GROUP-ID.
    READ SERVICE-HIST-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY PERFORM 3520-PRINT-TREND-FIGURES
    END-READ.
    PERFORM 1110-STEP-MONTH-FORWARD.

    3520-PRINT-TREND-FIGURES.
    MOVE 0 TO LINE-FILL-PCT.
    MOVE 0 TO UNIT-FILL-PCT.
    MOVE 0 TO AVG-DAYS.
    IF SH-LINES > 0 THEN
        COMPUTE LINE-FILL-PCT ROUNDED = SH-LINES-COMPLETE * 100 / SH-LINES
    END-IF.
    IF SH-UNITS-ORDERED > 0 THEN
        COMPUTE UNIT-FILL-PCT ROUNDED =
            SH-UNITS-SHIPPED * 100 / SH-UNITS-ORDERED
    END-IF.
    IF SH-DAYS-LINES > 0 THEN
        COMPUTE AVG-DAYS ROUNDED = SH-DAYS-TOTAL / SH-DAYS-LINES
    END-IF.
    MOVE SH-LINES TO RPT-COUNT-1.
    MOVE LINE-FILL-PCT TO RPT-PCT-1.
    MOVE UNIT-FILL-PCT TO RPT-PCT-2.
    MOVE SH-BACK-ORDERS TO RPT-BO-DISP.
    MOVE AVG-DAYS TO RPT-AVG-DISP.
    MOVE SH-DAYS-WORST TO RPT-WORST-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING SH-MONTH " " RPT-COUNT-1 " " RPT-PCT-1 " " RPT-PCT-2 " "
        RPT-BO-DISP " " RPT-AVG-DISP " " RPT-WORST-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF HISTORY-IS-OPEN THEN
        CLOSE SERVICE-HIST-FILE
    END-IF.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    IF TOTAL-OVERFLOWED > 0 THEN
        MOVE "Service-level group table overflowed; report is incomplete." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    DISPLAY "-- Service Level Report --".
    DISPLAY "Order lines read     : " TOTAL-LINES-READ.
    DISPLAY "Lines shipped        : " TOTAL-LINES-COUNTED.
    DISPLAY "Back-orders read     : " TOTAL-BO-READ.
    DISPLAY "Back-orders in month : " TOTAL-BO-COUNTED.
    DISPLAY "History records      : " TOTAL-HIST-WRITTEN.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
