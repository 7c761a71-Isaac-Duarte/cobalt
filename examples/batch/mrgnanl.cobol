IDENTIFICATION DIVISION.
PROGRAM-ID. MARGIN-ANALYSIS.

*> MARGIN-ANALYSIS is the cost side of SALES-ANALYSIS: a pass over
*> the SALESHST history answering what we made, not just what we
*> sold. Every goods line INVOICE-GENERATION writes carries the
*> moving-average cost in force when it was billed, and every
*> credit-memo line RETURNS-PROCESSING writes carries the cost it
*> reversed, so revenue and cost net out the same way on both
*> sides. Three reports show revenue, cost, gross margin, and
*> margin percent -- by customer on handle 1, by part on handle 2,
*> by salesperson on handle 3 -- and a fourth on handle 4 lists
*> every invoiced line sold below its cost. Freight is not goods
*> and carries no cost, so it stays out. Same SORT/OUTPUT PROCEDURE
*> structure as SALES-ANALYSIS, with the detail record count in the
*> control-totals footer. A line billed before lines were costed
*> has no cost on it and counts at zero cost; the summary says how
*> many there were.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "saleshsel.cpy".
        SELECT SORT-WORK-FILE ASSIGN TO "MRGWORK".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  SALES-HISTORY-FILE.
    COPY "saleshrec.cpy".

    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05 SW-KEY-1 PIC X(6).
        05 SW-KEY-2 PIC X(8).
        05 SW-PART-NO PIC X(6).
        05 SW-QUANTITY PIC S9(7).
        05 SW-EXT-AMOUNT PIC S9(9)V99.
        05 SW-EXT-COST PIC S9(9)V99.

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 SALES-HISTORY-STATUS PIC X(2).
    01 SALES-HISTORY-EOF PIC 9(1) COMP VALUE 0.
        88 SALES-HISTORY-AT-EOF VALUE 1.
    01 SORT-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 SORT-WORK-AT-EOF VALUE 1.

*> Which of the four passes the sort procedures are serving: the
*> three margin passes key customer, part, or salesperson; the
*> exceptions pass keys customer then invoice and prints each line.
    01 ANALYSIS-PASS PIC X(1) VALUE "C".
        88 PASS-BY-CUSTOMER VALUE "C".
        88 PASS-BY-PART VALUE "P".
        88 PASS-BY-SALESPERSON VALUE "S".
        88 PASS-EXCEPTIONS VALUE "X".

*> The cost of the line being released; zero when none was recorded.
    01 LINE-EXT-COST PIC S9(9)V99 COMP-3 VALUE 0.

    01 CURRENT-KEY-1 PIC X(6) VALUE SPACES.
    01 KEY-STARTED-SWITCH PIC 9(1) COMP VALUE 0.
        88 KEY-HAS-STARTED VALUE 1.
    01 KEY1-AMOUNT PIC S9(11)V99 COMP-3 VALUE 0.
    01 KEY1-COST PIC S9(11)V99 COMP-3 VALUE 0.
    01 GRAND-LINES PIC 9(8) COMP VALUE 0.
    01 GRAND-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
    01 GRAND-COST PIC S9(13)V99 COMP-3 VALUE 0.

*> The margin figures for whichever line is being printed.
    01 PRINT-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
    01 PRINT-COST PIC S9(13)V99 COMP-3 VALUE 0.
    01 PRINT-MARGIN PIC S9(13)V99 COMP-3 VALUE 0.
    01 PRINT-MARGIN-PCT PIC S9(5)V9 COMP-3 VALUE 0.

    01 TOTAL-LINES-READ PIC 9(8) COMP VALUE 0.
    01 TOTAL-LINES-UNCOSTED PIC 9(8) COMP VALUE 0.
    01 TOTAL-BELOW-COST PIC 9(8) COMP VALUE 0.

    01 MRG-LABEL PIC X(9).
    01 MRG-QTY-DISP PIC Z(4)9.
    01 MRG-AMT-DISP PIC -(8)9.99.
    01 MRG-COST-DISP PIC -(8)9.99.
    01 MRG-MARGIN-DISP PIC -(8)9.99.
    01 MRG-PCT-DISP PIC -(3)9.9.
    01 MRG-LINES-DISP PIC Z(7)9.
    01 MRG-LINE-AMT-DISP PIC -(6)9.99.
    01 MRG-LINE-COST-DISP PIC -(6)9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="MARGIN-ANALYSIS"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="MARGIN-ANALYSIS"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="MARGIN-ANALYSIS"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    MOVE "C" TO ANALYSIS-PASS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-KEY-1 SW-KEY-2
        INPUT PROCEDURE IS 1000-EXTRACT-HISTORY
        OUTPUT PROCEDURE IS 2000-PRINT-ONE-REPORT.
    MOVE "P" TO ANALYSIS-PASS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-KEY-1 SW-KEY-2
        INPUT PROCEDURE IS 1000-EXTRACT-HISTORY
        OUTPUT PROCEDURE IS 2000-PRINT-ONE-REPORT.
    MOVE "S" TO ANALYSIS-PASS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-KEY-1 SW-KEY-2
        INPUT PROCEDURE IS 1000-EXTRACT-HISTORY
        OUTPUT PROCEDURE IS 2000-PRINT-ONE-REPORT.
    MOVE "X" TO ANALYSIS-PASS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-KEY-1 SW-KEY-2
        INPUT PROCEDURE IS 1000-EXTRACT-HISTORY
        OUTPUT PROCEDURE IS 2000-PRINT-ONE-REPORT.
    DISPLAY "-- Margin Analysis Summary --".
    DISPLAY "History lines read (all passes): " TOTAL-LINES-READ.
    DISPLAY "Goods lines with no cost: " TOTAL-LINES-UNCOSTED.
    DISPLAY "Lines sold below cost: " TOTAL-BELOW-COST.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-LINES-READ = 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "No sales-history records were found to analyze." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> SORT INPUT PROCEDURE: one released record per goods or
    *> credit-memo line, keyed for whichever pass is running. The
    *> exceptions pass takes only invoiced lines billed below cost.
    *> ---------------------

    1000-EXTRACT-HISTORY.
    MOVE 0 TO SALES-HISTORY-EOF.
    OPEN INPUT SALES-HISTORY-FILE.
    IF SALES-HISTORY-STATUS = "00" THEN
        PERFORM 1100-READ-HISTORY-RECORD
        PERFORM 1200-RELEASE-ONE-LINE UNTIL SALES-HISTORY-AT-EOF
        CLOSE SALES-HISTORY-FILE
    ELSE
        DISPLAY "Sales-history file not found, nothing to analyze."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Sales-history file (SALESHST) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    1100-READ-HISTORY-RECORD.
    READ SALES-HISTORY-FILE
        AT END MOVE 1 TO SALES-HISTORY-EOF
    END-READ.

    1200-RELEASE-ONE-LINE.
    ADD 1 TO TOTAL-LINES-READ.
    IF SL-IS-FREIGHT THEN
        PERFORM 1100-READ-HISTORY-RECORD
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO LINE-EXT-COST.
    IF SL-EXT-COST IS NUMERIC THEN
        MOVE SL-EXT-COST TO LINE-EXT-COST
    END-IF.
    IF PASS-BY-CUSTOMER AND LINE-EXT-COST = 0
            AND NOT SL-IS-RETURN THEN
        ADD 1 TO TOTAL-LINES-UNCOSTED
    END-IF.
    IF PASS-EXCEPTIONS THEN
        IF SL-IS-RETURN OR SL-EXT-AMOUNT NOT < LINE-EXT-COST THEN
            PERFORM 1100-READ-HISTORY-RECORD
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE SPACES TO SW-KEY-2.
    EVALUATE TRUE
        WHEN PASS-BY-CUSTOMER
            MOVE SL-CUST-ID TO SW-KEY-1
        WHEN PASS-BY-PART
            MOVE SL-PART-NO TO SW-KEY-1
        WHEN PASS-BY-SALESPERSON
            MOVE SL-SALES-ID TO SW-KEY-1
        WHEN OTHER
            MOVE SL-CUST-ID TO SW-KEY-1
            MOVE SL-INVOICE-NO TO SW-KEY-2
    END-EVALUATE.
    MOVE SL-PART-NO TO SW-PART-NO.
    IF SL-IS-RETURN THEN
        COMPUTE SW-QUANTITY = 0 - SL-QUANTITY
    ELSE
        MOVE SL-QUANTITY TO SW-QUANTITY
    END-IF.
    MOVE SL-EXT-AMOUNT TO SW-EXT-AMOUNT.
    MOVE LINE-EXT-COST TO SW-EXT-COST.
    RELEASE SORT-WORK-REC.
    MOVE SL-QUANTITY TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    PERFORM 1100-READ-HISTORY-RECORD.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: one margin line per customer, part, or
    *> salesperson on the margin passes; one line per sale on the
    *> exceptions pass. Every report closes on a grand total.
    *> ---------------------

    2000-PRINT-ONE-REPORT.
    MOVE "S" TO RW-FUNCTION.
    EVALUATE TRUE
        WHEN PASS-BY-CUSTOMER
            MOVE "1" TO RW-LINE-TEXT
            MOVE "Gross Margin by Customer" TO RW-REPORT-TITLE
            MOVE "CUSTOMER " TO MRG-LABEL
        WHEN PASS-BY-PART
            MOVE "2" TO RW-LINE-TEXT
            MOVE "Gross Margin by Part" TO RW-REPORT-TITLE
            MOVE "PART     " TO MRG-LABEL
        WHEN PASS-BY-SALESPERSON
            MOVE "3" TO RW-LINE-TEXT
            MOVE "Gross Margin by Salesperson" TO RW-REPORT-TITLE
            MOVE "SALESREP " TO MRG-LABEL
        WHEN OTHER
            MOVE "4" TO RW-LINE-TEXT
            MOVE "Lines Sold Below Cost" TO RW-REPORT-TITLE
            MOVE SPACES TO MRG-LABEL
    END-EVALUATE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE "I" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO CURRENT-KEY-1.
    MOVE 0 TO KEY-STARTED-SWITCH.
    MOVE 0 TO KEY1-AMOUNT.
    MOVE 0 TO KEY1-COST.
    MOVE 0 TO GRAND-LINES.
    MOVE 0 TO GRAND-AMOUNT.
    MOVE 0 TO GRAND-COST.
    MOVE 0 TO SORT-WORK-EOF.
    PERFORM 2100-RETURN-SORTED-RECORD.
    PERFORM 2200-TALLY-ONE-RECORD UNTIL SORT-WORK-AT-EOF.
    IF KEY-HAS-STARTED AND NOT PASS-EXCEPTIONS THEN
        PERFORM 2400-KEY1-BREAK
    END-IF.
    PERFORM 2600-PRINT-GRAND-TOTAL.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    2100-RETURN-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        AT END MOVE 1 TO SORT-WORK-EOF
    END-RETURN.

    *> A blank salesperson or part is a key like any other, so the
    *> break turns on whether a key has started, not on spaces.
    2200-TALLY-ONE-RECORD.
    IF PASS-EXCEPTIONS THEN
        PERFORM 2700-PRINT-EXCEPTION-LINE
    ELSE
        IF KEY-HAS-STARTED AND SW-KEY-1 NOT = CURRENT-KEY-1 THEN
            PERFORM 2400-KEY1-BREAK
        END-IF
        MOVE SW-KEY-1 TO CURRENT-KEY-1
        MOVE 1 TO KEY-STARTED-SWITCH
    END-IF.
    ADD SW-EXT-AMOUNT TO KEY1-AMOUNT.
    ADD SW-EXT-COST TO KEY1-COST.
    ADD 1 TO GRAND-LINES.
    ADD SW-EXT-AMOUNT TO GRAND-AMOUNT.
    ADD SW-EXT-COST TO GRAND-COST.
    PERFORM 2100-RETURN-SORTED-RECORD.

    2400-KEY1-BREAK.
    MOVE KEY1-AMOUNT TO PRINT-AMOUNT.
    MOVE KEY1-COST TO PRINT-COST.
    PERFORM 2500-COMPUTE-MARGIN.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING MRG-LABEL CURRENT-KEY-1 " rev " MRG-AMT-DISP
        " cost " MRG-COST-DISP " margin " MRG-MARGIN-DISP
        " " MRG-PCT-DISP "%"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 2900-PRINT-REPORT-LINE.
    MOVE 0 TO KEY1-AMOUNT.
    MOVE 0 TO KEY1-COST.

    *> Margin is revenue less cost; the percent is of revenue, and
    *> shows zero where nothing was billed.
    2500-COMPUTE-MARGIN.
    COMPUTE PRINT-MARGIN = PRINT-AMOUNT - PRINT-COST.
    MOVE 0 TO PRINT-MARGIN-PCT.
    IF PRINT-AMOUNT NOT = 0 THEN
        COMPUTE PRINT-MARGIN-PCT ROUNDED =
            PRINT-MARGIN * 100 / PRINT-AMOUNT
            ON SIZE ERROR MOVE 0 TO PRINT-MARGIN-PCT
        END-COMPUTE
    END-IF.
    MOVE PRINT-AMOUNT TO MRG-AMT-DISP.
    MOVE PRINT-COST TO MRG-COST-DISP.
    MOVE PRINT-MARGIN TO MRG-MARGIN-DISP.
    MOVE PRINT-MARGIN-PCT TO MRG-PCT-DISP.

    2600-PRINT-GRAND-TOTAL.
    MOVE GRAND-AMOUNT TO PRINT-AMOUNT.
    MOVE GRAND-COST TO PRINT-COST.
    PERFORM 2500-COMPUTE-MARGIN.
    MOVE SPACES TO RW-LINE-TEXT.
    IF PASS-EXCEPTIONS THEN
        MOVE GRAND-LINES TO MRG-LINES-DISP
        STRING "TOTAL BELOW COST lines " MRG-LINES-DISP " rev "
            MRG-AMT-DISP " cost " MRG-COST-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        STRING "GRAND TOTAL     rev " MRG-AMT-DISP
            " cost " MRG-COST-DISP " margin " MRG-MARGIN-DISP
            " " MRG-PCT-DISP "%"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 2900-PRINT-REPORT-LINE.

    *> One sale billed below what it cost, with the invoice it is on.
    2700-PRINT-EXCEPTION-LINE.
    ADD 1 TO TOTAL-BELOW-COST.
    MOVE SW-QUANTITY TO MRG-QTY-DISP.
    MOVE SW-EXT-AMOUNT TO MRG-LINE-AMT-DISP.
    MOVE SW-EXT-COST TO MRG-LINE-COST-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "INV " SW-KEY-2 " CUST " SW-KEY-1 " PART " SW-PART-NO
        " QTY " MRG-QTY-DISP " REV " MRG-LINE-AMT-DISP
        " COST " MRG-LINE-COST-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 2900-PRINT-REPORT-LINE.

    2900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
