*> shows what the buyer used to reconstruct by hand: every open PO
*> with its under-received and never-received lines, every line
*> received over its ordered quantity, and every register receipt
*> that named a PO the file does not carry. Each receipt posted is
*> also priced: the cost STOCK-POST booked it at, less the unit
*> cost agreed on its PO line and less the standing cost it met,
*> times the quantity, is its purchase price variance against the
*> PO and against standard. Every receipt's variances print on the
*> report and are appended to PPVHIST for PPV-REPORT's monthly
*> drift by vendor and part. Run after STOCK-POST, while STKREG
*> still holds the day's movements.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        SELECT STOCK-REGISTER-FILE ASSIGN TO "STKREG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STOCK-REGISTER-STATUS.
        COPY "ppvsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        05 RG-LOCATION PIC X(3).
        05 RG-TO-LOCATION PIC X(3).
        05 RG-MOVE-DATE PIC 9(8).
        05 RG-UNIT-COST PIC 9(5)V99.
        05 RG-STD-COST PIC 9(5)V99.

    FD  PPV-HIST-FILE.
    COPY "ppvrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    WORKING-STORAGE SECTION.
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 STOCK-REGISTER-STATUS PIC X(2).
    01 PPV-HIST-STATUS PIC X(2).
    01 STOCK-REGISTER-EOF PIC 9(1) COMP VALUE 0.
        88 STOCK-REGISTER-AT-EOF VALUE 1.
    01 PO-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 MATCH-FILES-ARE-OPEN VALUE 1.

    01 MATCH-LINE-IDX PIC 9(2) COMP VALUE 0.
    01 MATCHED-LINE-IDX PIC 9(2) COMP VALUE 0.
    01 RECEIPT-POSTED-SWITCH PIC 9(1) COMP VALUE 0.
        88 RECEIPT-WAS-POSTED VALUE 1.
    01 ORDER-COVERED-SWITCH PIC 9(1) COMP VALUE 0.
    01 TOTAL-OPEN-POS PIC 9(6) COMP VALUE 0.
    01 TOTAL-OVER-RECEIPTS PIC 9(6) COMP VALUE 0.
    01 TOTAL-NEVER-RECEIVED PIC 9(6) COMP VALUE 0.
    01 TOTAL-RECEIPTS-PRICED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PO-VARIANCE PIC S9(11)V99 COMP-3 VALUE 0.
    01 TOTAL-STD-VARIANCE PIC S9(11)V99 COMP-3 VALUE 0.

    01 QTY-DISP PIC Z(5)9.
    01 QTY-DISP-2 PIC Z(5)9.
    01 COST-DISP PIC Z(4)9.99.
    01 COST-DISP-2 PIC Z(4)9.99.
    01 COST-DISP-3 PIC Z(4)9.99.
    01 VARIANCE-DISP PIC -(6)9.99.
    01 VARIANCE-DISP-2 PIC -(6)9.99.
    01 TOTAL-VARIANCE-DISP PIC -(10)9.99.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.

    01 RW-FUNCTION PIC X(1).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PO-MATCH-REPORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PO-MATCH-REPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
        IF STOCK-REGISTER-STATUS NOT = "00" THEN
            DISPLAY "Stock register not found; reporting only."
        END-IF
        OPEN EXTEND PPV-HIST-FILE
        IF PPV-HIST-STATUS = "35" THEN
            OPEN OUTPUT PPV-HIST-FILE
        END-IF
        MOVE "I" TO RW-FUNCTION
        MOVE "Purchase Order Match" TO RW-REPORT-TITLE
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
    IF STOCK-REGISTER-STATUS NOT = "00" THEN
        CONTINUE
    ELSE
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  PO            PART      QTY RECEIVED"
            "   PO COST  STD COST      VS PO    VS STD"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
        PERFORM 2100-READ-REGISTER-LINE
        PERFORM 2200-POST-ONE-RECEIPT UNTIL STOCK-REGISTER-AT-EOF
        CLOSE STOCK-REGISTER-FILE
                ADD 1 TO TOTAL-RECEIPTS-POSTED
                MOVE RG-QUANTITY TO CTL-HASH-VALUE
                PERFORM 9800-CTL-ACCUMULATE-TOTALS
                PERFORM 2500-PRICE-RECEIPT
        END-REWRITE
    END-IF.

    2310-MATCH-ONE-PO-LINE.
    IF POL-PART-NO(MATCH-LINE-IDX) = RG-PART-NO THEN
        ADD RG-QUANTITY TO POL-RECVD-QTY(MATCH-LINE-IDX)
        MOVE MATCH-LINE-IDX TO MATCHED-LINE-IDX
        MOVE 1 TO RECEIPT-POSTED-SWITCH
    END-IF.

        MOVE 0 TO ORDER-COVERED-SWITCH
    END-IF.

    *> The receipt against its PO line's agreed cost and the
    *> standing cost. A register line with no costs on it was posted
    *> before the register carried them and is not priced.
    2500-PRICE-RECEIPT.
    IF RG-UNIT-COST IS NOT NUMERIC OR RG-STD-COST IS NOT NUMERIC THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO PPV-HIST-REC.
    MOVE RG-MOVE-DATE TO PV-RECEIPT-DATE.
    MOVE PO-VENDOR-ID TO PV-VENDOR-ID.
    MOVE RG-PART-NO TO PV-PART-NO.
    MOVE PO-PO-NO TO PV-PO-NO.
    MOVE RG-QUANTITY TO PV-QUANTITY.
    MOVE RG-UNIT-COST TO PV-RECEIPT-COST.
    MOVE POL-AGREED-COST(MATCHED-LINE-IDX) TO PV-AGREED-COST.
    MOVE RG-STD-COST TO PV-STD-COST.
    MOVE 0 TO PV-PO-VARIANCE.
    IF PV-AGREED-COST > 0 THEN
        COMPUTE PV-PO-VARIANCE =
            RG-QUANTITY * (RG-UNIT-COST - PV-AGREED-COST)
    END-IF.
    COMPUTE PV-STD-VARIANCE =
        RG-QUANTITY * (RG-UNIT-COST - RG-STD-COST).
    WRITE PPV-HIST-REC.
    ADD 1 TO TOTAL-RECEIPTS-PRICED.
    ADD PV-PO-VARIANCE TO TOTAL-PO-VARIANCE.
    ADD PV-STD-VARIANCE TO TOTAL-STD-VARIANCE.
    MOVE RG-QUANTITY TO QTY-DISP.
    MOVE PV-RECEIPT-COST TO COST-DISP.
    MOVE PV-AGREED-COST TO COST-DISP-2.
    MOVE PV-STD-COST TO COST-DISP-3.
    MOVE PV-PO-VARIANCE TO VARIANCE-DISP.
    MOVE PV-STD-VARIANCE TO VARIANCE-DISP-2.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " PO-PO-NO "      " RG-PART-NO " " QTY-DISP " "
        COST-DISP "  " COST-DISP-2 "  " COST-DISP-3 " "
        VARIANCE-DISP VARIANCE-DISP-2
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    *> ---------------------
    *> MATCH REPORT: the standing picture after posting.
    *> ---------------------

    3000-REPORT-OPEN-ORDERS.
    MOVE TOTAL-PO-VARIANCE TO VARIANCE-DISP.
    MOVE TOTAL-STD-VARIANCE TO VARIANCE-DISP-2.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  PRICE VARIANCE TOTAL" "                                "
        "     " VARIANCE-DISP VARIANCE-DISP-2
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE 0 TO PO-SCAN-EOF.
    MOVE LOW-VALUES TO PO-PO-NO.
    START PURCHASE-ORDER-FILE KEY NOT < PO-PO-NO
    8000-TERMINATE.
    IF MATCH-FILES-ARE-OPEN THEN
        CLOSE PURCHASE-ORDER-FILE
        CLOSE PPV-HIST-FILE
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    DISPLAY "Orders still open   : " TOTAL-OPEN-POS.
    DISPLAY "Over-receipt lines  : " TOTAL-OVER-RECEIPTS.
    DISPLAY "Never-received lines: " TOTAL-NEVER-RECEIVED.
    DISPLAY "Receipts priced     : " TOTAL-RECEIPTS-PRICED.
    MOVE TOTAL-PO-VARIANCE TO TOTAL-VARIANCE-DISP.
    DISPLAY "Variance vs PO      : " TOTAL-VARIANCE-DISP.
    MOVE TOTAL-STD-VARIANCE TO TOTAL-VARIANCE-DISP.
    DISPLAY "Variance vs standard: " TOTAL-VARIANCE-DISP.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
