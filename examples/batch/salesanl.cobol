*> handle 1, the part report on handle 2 -- using the same
*> SORT/OUTPUT PROCEDURE structure REORDER-REPORT uses, with grand
*> totals on each and the detail record count in the control-totals
*> footer. Freight INVOICE-GENERATION bills goes to history as
*> records of its own; the goods reports leave them out, and a
*> third report on handle 3 shows freight revenue by customer with
*> the number of invoices that carried it. These are reports of
*> what was billed: credit-memo lines RETURNS-PROCESSING adds to
*> history are left to MARGIN-ANALYSIS, which nets them.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    01 SORT-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 SORT-WORK-AT-EOF VALUE 1.

*> Which of the three passes the sort procedures are serving: the
*> customer pass keys customer-then-part, the part pass keys part,
*> the freight pass keys customer and counts invoices.
    01 ANALYSIS-PASS PIC X(1) VALUE "C".
        88 PASS-BY-CUSTOMER VALUE "C".
        88 PASS-BY-PART VALUE "P".
        88 PASS-FREIGHT VALUE "F".

    01 CURRENT-KEY-1 PIC X(6) VALUE SPACES.
    01 CURRENT-KEY-2 PIC X(6) VALUE SPACES.
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="SALES-ANALYSIS"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="SALES-ANALYSIS"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
        INPUT PROCEDURE IS 1000-EXTRACT-HISTORY
        OUTPUT PROCEDURE IS 2000-PRINT-ONE-REPORT.
    MOVE "P" TO ANALYSIS-PASS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-KEY-1 SW-KEY-2
        INPUT PROCEDURE IS 1000-EXTRACT-HISTORY
        OUTPUT PROCEDURE IS 2000-PRINT-ONE-REPORT.
    MOVE "F" TO ANALYSIS-PASS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-KEY-1 SW-KEY-2
        INPUT PROCEDURE IS 1000-EXTRACT-HISTORY
        OUTPUT PROCEDURE IS 2000-PRINT-ONE-REPORT.
    DISPLAY "-- Sales Analysis Summary --".
    DISPLAY "History lines read (all passes): " TOTAL-LINES-READ.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-LINES-READ = 0 THEN
        MOVE 4 TO WS-RETURN-CODE

    *> ---------------------
    *> SORT INPUT PROCEDURE: one released record per history line,
    *> keyed for whichever pass is running. Goods lines feed the
    *> customer and part passes, freight records the freight pass.
    *> ---------------------

    1000-EXTRACT-HISTORY.

    1200-RELEASE-ONE-LINE.
    ADD 1 TO TOTAL-LINES-READ.
    IF SL-IS-RETURN THEN
        PERFORM 1100-READ-HISTORY-RECORD
        EXIT PARAGRAPH
    END-IF.
    IF SL-IS-FREIGHT AND NOT PASS-FREIGHT THEN
        PERFORM 1100-READ-HISTORY-RECORD
        EXIT PARAGRAPH
    END-IF.
    IF PASS-FREIGHT AND NOT SL-IS-FREIGHT THEN
        PERFORM 1100-READ-HISTORY-RECORD
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
        WHEN PASS-BY-CUSTOMER
            MOVE SL-CUST-ID TO SW-KEY-1
            MOVE SL-PART-NO TO SW-KEY-2
            MOVE SL-QUANTITY TO SW-QUANTITY
        WHEN PASS-BY-PART
            MOVE SL-PART-NO TO SW-KEY-1
            MOVE SPACES TO SW-KEY-2
            MOVE SL-QUANTITY TO SW-QUANTITY
        WHEN OTHER
            MOVE SL-CUST-ID TO SW-KEY-1
            MOVE SPACES TO SW-KEY-2
            MOVE 1 TO SW-QUANTITY
    END-EVALUATE.
    MOVE SL-EXT-AMOUNT TO SW-EXT-AMOUNT.
    RELEASE SORT-WORK-REC.
    MOVE SL-QUANTITY TO CTL-HASH-VALUE.
    *> ---------------------
    *> SORT OUTPUT PROCEDURE: control breaks on the sorted keys. The
    *> customer pass breaks on part inside customer (the cross-tab)
    *> and again on customer; the part and freight passes break on
    *> their one key only.
    *> ---------------------

    2000-PRINT-ONE-REPORT.
    EVALUATE TRUE
        WHEN PASS-BY-CUSTOMER
            MOVE "S" TO RW-FUNCTION
            MOVE "1" TO RW-LINE-TEXT
            CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
                RW-LINE-TEXT RW-RETURN-CODE
            MOVE "Sales by Customer" TO RW-REPORT-TITLE
        WHEN PASS-BY-PART
            MOVE "S" TO RW-FUNCTION
            MOVE "2" TO RW-LINE-TEXT
            CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
                RW-LINE-TEXT RW-RETURN-CODE
            MOVE "Sales by Part" TO RW-REPORT-TITLE
        WHEN OTHER
            MOVE "S" TO RW-FUNCTION
            MOVE "3" TO RW-LINE-TEXT
            CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
                RW-LINE-TEXT RW-RETURN-CODE
            MOVE "Freight Revenue by Customer" TO RW-REPORT-TITLE
    END-EVALUATE.
    MOVE "I" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    END-IF.

    *> One cross-tab line per customer/part pair on the customer
    *> pass; the whole part line on the part pass; the customer's
    *> invoice count and freight on the freight pass.
    2400-KEY2-BREAK.
    MOVE BREAK-QUANTITY TO ANL-QTY-DISP.
    MOVE BREAK-AMOUNT TO ANL-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    EVALUATE TRUE
        WHEN PASS-BY-CUSTOMER
            STRING "  " CURRENT-KEY-2 " qty " ANL-QTY-DISP
                " amount " ANL-AMT-DISP
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        WHEN PASS-BY-PART
            STRING "PART " CURRENT-KEY-1 " qty " ANL-QTY-DISP
                " amount " ANL-AMT-DISP
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        WHEN OTHER
            STRING "CUSTOMER " CURRENT-KEY-1 " invoices " ANL-QTY-DISP
                " freight " ANL-AMT-DISP
                DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-EVALUATE.
    PERFORM 2900-PRINT-REPORT-LINE.
    MOVE 0 TO BREAK-QUANTITY.
    MOVE 0 TO BREAK-AMOUNT.
    MOVE GRAND-QUANTITY TO ANL-QTY-DISP.
    MOVE GRAND-AMOUNT TO ANL-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    IF PASS-FREIGHT THEN
        STRING "GRAND TOTAL invoices " ANL-QTY-DISP " freight "
            ANL-AMT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        STRING "GRAND TOTAL qty " ANL-QTY-DISP " amount " ANL-AMT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 2900-PRINT-REPORT-LINE.

    2900-PRINT-REPORT-LINE.
