*> structure the replenishment report uses -- and printed through
*> REPORT-WRITER grouped by customer, each order with its lines,
*> quoted prices, and extended value, with control totals of open
*> orders and open value at the end. Only the order headers go
*> through the sort; each order's lines are read off ORDLINE by key
*> as the order is printed, so an order of any length prints whole.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        SELECT SORT-WORK-FILE ASSIGN TO "ORDRWORK".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05 SW-CUST-ID PIC X(6).
        05 SW-ORDER-NO PIC X(8).
        05 SW-ORDER-DATE PIC 9(8).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".

    WORKING-STORAGE SECTION.
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 LINE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 LINE-SCAN-AT-EOF VALUE 1.
    01 ORDER-FILE-EOF PIC 9(1) COMP VALUE 0.
        88 ORDER-FILE-AT-EOF VALUE 1.
    01 SORT-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 SORT-WORK-AT-EOF VALUE 1.

    01 CURRENT-CUST-ID PIC X(6) VALUE SPACES.
    01 LINE-EXTENDED PIC 9(9)V99 COMP-3 VALUE 0.
    01 ORDER-VALUE PIC 9(9)V99 COMP-3 VALUE 0.
    01 ORDER-VALUE-CENTS PIC S9(15) COMP-3 VALUE 0.
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="OPEN-ORDER-REPORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="OPEN-ORDER-REPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
        MOVE OR-CUST-ID TO SW-CUST-ID
        MOVE OR-ORDER-NO TO SW-ORDER-NO
        MOVE OR-ORDER-DATE TO SW-ORDER-DATE
        RELEASE SORT-WORK-REC
    END-IF.
    PERFORM 1100-READ-ORDER-RECORD.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: customer control break, one block per
    *> order with its lines and extended values.
    *> ---------------------

    2000-PRINT-BY-CUSTOMER.
    OPEN INPUT ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS NOT = "00" THEN
        DISPLAY "Order line file not found; orders print without lines."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Order line file (ORDLINE) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Open Orders by Customer" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    IF ORDER-LINE-STATUS = "00" OR ORDER-LINE-STATUS = "10" THEN
        CLOSE ORDER-LINE-FILE
    END-IF.

    2100-RETURN-SORTED-RECORD.
    RETURN SORT-WORK-FILE
    STRING "  ORDER " SW-ORDER-NO " dated " SW-ORDER-DATE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 2900-PRINT-REPORT-LINE.
    MOVE 1 TO LINE-SCAN-EOF.
    IF ORDER-LINE-STATUS = "00" OR ORDER-LINE-STATUS = "10" THEN
        MOVE 0 TO LINE-SCAN-EOF
        MOVE SW-ORDER-NO TO OL-ORDER-NO
        MOVE 0 TO OL-LINE-NO
        START ORDER-LINE-FILE KEY NOT < OL-LINE-KEY
            INVALID KEY MOVE 1 TO LINE-SCAN-EOF
        END-START
    END-IF.
    PERFORM 2250-READ-ORDER-LINE UNTIL LINE-SCAN-AT-EOF.
    MOVE ORDER-VALUE TO RPT-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "    ORDER VALUE " RPT-AMT-DISP
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    PERFORM 2100-RETURN-SORTED-RECORD.

    2250-READ-ORDER-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO LINE-SCAN-EOF
        NOT AT END
            IF OL-ORDER-NO NOT = SW-ORDER-NO THEN
                MOVE 1 TO LINE-SCAN-EOF
            ELSE
                PERFORM 2300-PRINT-ONE-LINE-ITEM
            END-IF
    END-READ.

    2300-PRINT-ONE-LINE-ITEM.
    COMPUTE LINE-EXTENDED =
        OL-QUANTITY * OL-UNIT-PRICE.
    ADD LINE-EXTENDED TO ORDER-VALUE.
    MOVE OL-QUANTITY TO RPT-QTY-DISP.
    MOVE LINE-EXTENDED TO RPT-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "    " OL-PART-NO " qty " RPT-QTY-DISP
        " ext " RPT-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 2900-PRINT-REPORT-LINE.
