IDENTIFICATION DIVISION.
PROGRAM-ID. PPV-REPORT.

*> PPV-REPORT is the monthly purchase price variance report. The
*> PPVHIST records PO-MATCH-REPORT appended for the month's PO
*> receipts are sorted by vendor and part, and each part a vendor
*> shipped shows its receipts, quantity, received value, and the
*> total price variance against the PO's agreed cost and against
*> the standing cost. The drift percentage is the variance against
*> standard over the receipts' value at standard: how far what the
*> vendor actually charged has moved the part's cost this month.
*> Each vendor is subtotalled with its name from the vendor master,
*> and the month is totalled at the end. Positive variance is paid
*> over, negative under.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  month to report, CCYYMM (zero = the current month)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "ppvsel.cpy".
        COPY "vendsel.cpy".
        SELECT PPV-WORK-FILE ASSIGN TO "PPVWORK".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PPV-HIST-FILE.
    COPY "ppvrec.cpy".

    FD  VENDOR-FILE.
    COPY "vendrec.cpy".

    SD  PPV-WORK-FILE.
    01  PPV-WORK-REC.
        05 PW-VENDOR-ID PIC X(6).
        05 PW-PART-NO PIC X(6).
        05 PW-QUANTITY PIC 9(6).
        05 PW-RECEIPT-COST PIC 9(5)V99.
        05 PW-STD-COST PIC 9(5)V99.
        05 PW-PO-VARIANCE PIC S9(9)V99.
        05 PW-STD-VARIANCE PIC S9(9)V99.

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 PPV-HIST-STATUS PIC X(2).
    01 VENDOR-STATUS PIC X(2).
    01 PPV-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 PPV-HIST-AT-EOF VALUE 1.
    01 PPV-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 PPV-WORK-AT-EOF VALUE 1.
    01 VENDOR-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 VENDOR-FILE-IS-OPEN VALUE 1.
    01 PARM-STAGING PIC X(5).

    01 REPORT-PERIOD PIC 9(6) VALUE 0.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.

*> The vendor and part being accumulated, and what each level has
*> gathered so far: 1 part, 2 vendor, 3 the month.
    01 PRIOR-VENDOR-ID PIC X(6) VALUE SPACES.
    01 PRIOR-PART-NO PIC X(6) VALUE SPACES.
    01 LEVEL-IDX PIC 9(1) COMP VALUE 0.
    01 LEVEL-TOTALS.
        05 LEVEL-TOTAL OCCURS 3 TIMES.
            10 LT-RECEIPTS PIC 9(6) COMP.
            10 LT-QUANTITY PIC 9(9) COMP.
            10 LT-RECEIVED-VALUE PIC 9(11)V99 COMP-3.
            10 LT-STD-VALUE PIC 9(11)V99 COMP-3.
            10 LT-PO-VARIANCE PIC S9(11)V99 COMP-3.
            10 LT-STD-VARIANCE PIC S9(11)V99 COMP-3.
    01 RECEIVED-VALUE-WORK PIC 9(11)V99 COMP-3 VALUE 0.
    01 STD-VALUE-WORK PIC 9(11)V99 COMP-3 VALUE 0.
    01 DRIFT-PCT PIC S9(4)V9 COMP-3 VALUE 0.
    01 TOTAL-LINE-LABEL PIC X(13).

    01 TOTAL-RECORDS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-RECORDS-SELECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-VENDORS PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS PIC 9(6) COMP VALUE 0.

    01 PPV-RECEIPTS-DISP PIC Z(4)9.
    01 PPV-QTY-DISP PIC Z(6)9.
    01 PPV-VALUE-DISP PIC Z(8)9.99.
    01 PPV-VARIANCE-DISP PIC -(8)9.99.
    01 PPV-VARIANCE-DISP-2 PIC -(8)9.99.
    01 PPV-DRIFT-DISP PIC -(3)9.9.
    01 PPV-TOTAL-DISP PIC -(10)9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PPV-REPORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PPV-REPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="PPV-REPORT"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    PERFORM 1000-GET-RUN-PARAMETERS.
    INITIALIZE LEVEL-TOTALS.
    OPEN INPUT PPV-HIST-FILE.
    IF PPV-HIST-STATUS NOT = "00" THEN
        DISPLAY "No price variance history on file; nothing to report."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Price variance history (PPVHIST) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        OPEN INPUT VENDOR-FILE
        IF VENDOR-STATUS = "00" THEN
            MOVE 1 TO VENDOR-FILE-OPEN
        END-IF
        SORT PPV-WORK-FILE
            ON ASCENDING KEY PW-VENDOR-ID PW-PART-NO
            INPUT PROCEDURE IS 2000-SELECT-MONTH
            OUTPUT PROCEDURE IS 3000-PRINT-BY-VENDOR
        CLOSE PPV-HIST-FILE
        IF VENDOR-FILE-IS-OPEN THEN
            CLOSE VENDOR-FILE
        END-IF
    END-IF.
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
            MOVE PC-NUM-1 TO REPORT-PERIOD
        END-IF
    ELSE
        DISPLAY "Month to report, CCYYMM (zero = this month):"
        ACCEPT REPORT-PERIOD
    END-IF.
    IF REPORT-PERIOD = 0 THEN
        MOVE RUN-DATE-SAVE(1:6) TO REPORT-PERIOD
    END-IF.

    *> ---------------------
    *> SORT INPUT PROCEDURE: the month's receipts.
    *> ---------------------

    2000-SELECT-MONTH.
    PERFORM 2100-READ-PPV-HIST.
    PERFORM 2200-SELECT-ONE-RECEIPT UNTIL PPV-HIST-AT-EOF.

    2100-READ-PPV-HIST.
    READ PPV-HIST-FILE
        AT END MOVE 1 TO PPV-HIST-EOF
    END-READ.

    2200-SELECT-ONE-RECEIPT.
    ADD 1 TO TOTAL-RECORDS-READ.
    IF PV-RECEIPT-DATE(1:6) = REPORT-PERIOD
            AND PV-QUANTITY IS NUMERIC
            AND PV-PO-VARIANCE IS NUMERIC
            AND PV-STD-VARIANCE IS NUMERIC THEN
        MOVE PV-VENDOR-ID TO PW-VENDOR-ID
        MOVE PV-PART-NO TO PW-PART-NO
        MOVE PV-QUANTITY TO PW-QUANTITY
        MOVE PV-RECEIPT-COST TO PW-RECEIPT-COST
        MOVE PV-STD-COST TO PW-STD-COST
        MOVE PV-PO-VARIANCE TO PW-PO-VARIANCE
        MOVE PV-STD-VARIANCE TO PW-STD-VARIANCE
        ADD 1 TO TOTAL-RECORDS-SELECTED
        RELEASE PPV-WORK-REC
    END-IF.
    PERFORM 2100-READ-PPV-HIST.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: part lines within vendor, the vendor
    *> subtotal on the break, the month at the end.
    *> ---------------------

    3000-PRINT-BY-VENDOR.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Purchase Price Variance by Vendor" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "MONTH " REPORT-PERIOD(1:4) "-" REPORT-PERIOD(5:2)
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "PART         RCPTS     QTY RECEIVED VAL"
        "  VARIANCE PO VARIANCE STD DRIFT%"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 3100-RETURN-RECEIPT.
    PERFORM 3200-ADD-ONE-RECEIPT UNTIL PPV-WORK-AT-EOF.
    IF PRIOR-VENDOR-ID NOT = SPACES THEN
        PERFORM 3400-PRINT-PART-LINE
        PERFORM 3500-PRINT-VENDOR-TOTAL
    ELSE
        MOVE "  No PO receipts were priced this month." TO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE 3 TO LEVEL-IDX.
    MOVE "MONTH TOTAL  " TO TOTAL-LINE-LABEL.
    PERFORM 3600-PRINT-TOTAL-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    3100-RETURN-RECEIPT.
    RETURN PPV-WORK-FILE
        AT END MOVE 1 TO PPV-WORK-EOF
    END-RETURN.

    3200-ADD-ONE-RECEIPT.
    IF PW-VENDOR-ID NOT = PRIOR-VENDOR-ID THEN
        IF PRIOR-VENDOR-ID NOT = SPACES THEN
            PERFORM 3400-PRINT-PART-LINE
            PERFORM 3500-PRINT-VENDOR-TOTAL
        END-IF
        MOVE PW-VENDOR-ID TO PRIOR-VENDOR-ID
        MOVE PW-PART-NO TO PRIOR-PART-NO
        PERFORM 3300-PRINT-VENDOR-HEADING
    ELSE
        IF PW-PART-NO NOT = PRIOR-PART-NO THEN
            PERFORM 3400-PRINT-PART-LINE
            MOVE PW-PART-NO TO PRIOR-PART-NO
        END-IF
    END-IF.
    COMPUTE RECEIVED-VALUE-WORK = PW-QUANTITY * PW-RECEIPT-COST.
    COMPUTE STD-VALUE-WORK = PW-QUANTITY * PW-STD-COST.
    PERFORM 3210-ADD-TO-LEVEL
        VARYING LEVEL-IDX FROM 1 BY 1 UNTIL LEVEL-IDX > 3.
    MOVE RECEIVED-VALUE-WORK TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    PERFORM 3100-RETURN-RECEIPT.

    3210-ADD-TO-LEVEL.
    ADD 1 TO LT-RECEIPTS(LEVEL-IDX).
    ADD PW-QUANTITY TO LT-QUANTITY(LEVEL-IDX).
    ADD RECEIVED-VALUE-WORK TO LT-RECEIVED-VALUE(LEVEL-IDX).
    ADD STD-VALUE-WORK TO LT-STD-VALUE(LEVEL-IDX).
    ADD PW-PO-VARIANCE TO LT-PO-VARIANCE(LEVEL-IDX).
    ADD PW-STD-VARIANCE TO LT-STD-VARIANCE(LEVEL-IDX).

    3300-PRINT-VENDOR-HEADING.
    ADD 1 TO TOTAL-VENDORS.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO VN-VENDOR-NAME.
    IF VENDOR-FILE-IS-OPEN THEN
        MOVE PW-VENDOR-ID TO VN-VENDOR-ID
        READ VENDOR-FILE
            INVALID KEY
                MOVE "(NOT ON VENDOR MASTER)" TO VN-VENDOR-NAME
        END-READ
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "VENDOR " PW-VENDOR-ID " " VN-VENDOR-NAME
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3400-PRINT-PART-LINE.
    ADD 1 TO TOTAL-PARTS.
    MOVE 1 TO LEVEL-IDX.
    MOVE SPACES TO TOTAL-LINE-LABEL.
    MOVE PRIOR-PART-NO TO TOTAL-LINE-LABEL.
    PERFORM 3600-PRINT-TOTAL-LINE.
    INITIALIZE LEVEL-TOTAL(1).

    3500-PRINT-VENDOR-TOTAL.
    MOVE 2 TO LEVEL-IDX.
    MOVE "VENDOR TOTAL " TO TOTAL-LINE-LABEL.
    PERFORM 3600-PRINT-TOTAL-LINE.
    INITIALIZE LEVEL-TOTAL(2).

    *> One line of any level. The drift is the variance against
    *> standard as a percentage of the receipts at standard.
    3600-PRINT-TOTAL-LINE.
    MOVE 0 TO DRIFT-PCT.
    IF LT-STD-VALUE(LEVEL-IDX) > 0 THEN
        COMPUTE DRIFT-PCT ROUNDED =
            LT-STD-VARIANCE(LEVEL-IDX) * 100 / LT-STD-VALUE(LEVEL-IDX)
            ON SIZE ERROR MOVE 9999.9 TO DRIFT-PCT
        END-COMPUTE
    END-IF.
    MOVE LT-RECEIPTS(LEVEL-IDX) TO PPV-RECEIPTS-DISP.
    MOVE LT-QUANTITY(LEVEL-IDX) TO PPV-QTY-DISP.
    MOVE LT-RECEIVED-VALUE(LEVEL-IDX) TO PPV-VALUE-DISP.
    MOVE LT-PO-VARIANCE(LEVEL-IDX) TO PPV-VARIANCE-DISP.
    MOVE LT-STD-VARIANCE(LEVEL-IDX) TO PPV-VARIANCE-DISP-2.
    MOVE DRIFT-PCT TO PPV-DRIFT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING TOTAL-LINE-LABEL PPV-RECEIPTS-DISP " " PPV-QTY-DISP " "
        PPV-VALUE-DISP " " PPV-VARIANCE-DISP " " PPV-VARIANCE-DISP-2
        " " PPV-DRIFT-DISP
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
    DISPLAY "-- Purchase Price Variance Summary --".
    DISPLAY "Month reported     : " REPORT-PERIOD.
    DISPLAY "History records    : " TOTAL-RECORDS-READ.
    DISPLAY "Receipts in month  : " TOTAL-RECORDS-SELECTED.
    DISPLAY "Vendors            : " TOTAL-VENDORS.
    DISPLAY "Vendor parts       : " TOTAL-PARTS.
    MOVE LT-PO-VARIANCE(3) TO PPV-TOTAL-DISP.
    DISPLAY "Variance vs PO     : " PPV-TOTAL-DISP.
    MOVE LT-STD-VARIANCE(3) TO PPV-TOTAL-DISP.
    DISPLAY "Variance vs std    : " PPV-TOTAL-DISP.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
