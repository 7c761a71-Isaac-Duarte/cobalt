IDENTIFICATION DIVISION.
PROGRAM-ID. AP-EXCEPTION-REPORT.

*> AP-EXCEPTION-REPORT puts the vendor bills VENDOR-INVOICE-ENTRY
*> could not match in front of the buyer: every VENDINV invoice
*> still held at status E is printed through REPORT-WRITER by
*> vendor, each failing line beside the POFILE line it billed --
*> the part, the quantity ordered, the quantity received, and what
*> earlier invoices have already billed -- with the reason the
*> match refused it. The buyer chases the missing goods or the
*> vendor's correction; the invoice is then re-keyed through the
*> entry screen's Change function. Control totals count the held
*> invoices and their value.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "vinvsel.cpy".
        COPY "posel.cpy".
        COPY "vendsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  VENDOR-INVOICE-FILE.
    COPY "vinvrec.cpy".

    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    FD  VENDOR-FILE.
    COPY "vendrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 VENDOR-INVOICE-STATUS PIC X(2).
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 VENDOR-STATUS PIC X(2).
    01 VENDOR-INVOICE-EOF PIC 9(1) COMP VALUE 0.
        88 VENDOR-INVOICE-AT-EOF VALUE 1.
    01 PO-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
        88 PO-WAS-FOUND VALUE 1.

    01 CURRENT-VENDOR-ID PIC X(6) VALUE SPACES.
    01 LINE-IDX PIC 9(2) COMP VALUE 0.
    01 MATCH-PO-LINE PIC 9(1) VALUE 0.
    01 REASON-TEXT PIC X(20).

    01 TOTAL-INVOICES-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-HELD PIC 9(6) COMP VALUE 0.
    01 TOTAL-HELD-VALUE PIC 9(11)V99 COMP-3 VALUE 0.
    01 HELD-VALUE-CENTS PIC S9(15) COMP-3 VALUE 0.

    01 RPT-QTY-DISP PIC Z(5)9.
    01 RPT-QTY-DISP-2 PIC Z(5)9.
    01 RPT-QTY-DISP-3 PIC Z(5)9.
    01 RPT-QTY-DISP-4 PIC Z(5)9.
    01 RPT-AMT-DISP PIC ZZZ,ZZZ,ZZ9.99.
    01 RPT-COUNT-DISP PIC Z(8)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="AP-EXCEPTION-REPORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="AP-EXCEPTION-REPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="AP-EXCEPTION-REPORT"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF VENDOR-INVOICE-STATUS = "00" THEN
        PERFORM 2000-READ-INVOICE
        PERFORM 3000-CONSIDER-ONE-INVOICE UNTIL VENDOR-INVOICE-AT-EOF
        PERFORM 7000-PRINT-TOTALS
        CLOSE VENDOR-INVOICE-FILE
        CLOSE PURCHASE-ORDER-FILE
        CLOSE VENDOR-FILE
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    OPEN INPUT VENDOR-INVOICE-FILE.
    IF VENDOR-INVOICE-STATUS NOT = "00" THEN
        DISPLAY "Vendor invoice file not found, nothing to report."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Vendor invoice file (VENDINV) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        OPEN INPUT PURCHASE-ORDER-FILE
        OPEN INPUT VENDOR-FILE
        MOVE "I" TO RW-FUNCTION
        MOVE "Vendor Invoice Match Exceptions" TO RW-REPORT-TITLE
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.

    *> ---------------------
    *> THE HELD INVOICES, BY VENDOR
    *> ---------------------

    2000-READ-INVOICE.
    READ VENDOR-INVOICE-FILE NEXT RECORD
        AT END MOVE 1 TO VENDOR-INVOICE-EOF
    END-READ.

    3000-CONSIDER-ONE-INVOICE.
    ADD 1 TO TOTAL-INVOICES-READ.
    IF VI-STATUS-EXCEPTION THEN
        PERFORM 3100-PRINT-HELD-INVOICE
    END-IF.
    PERFORM 2000-READ-INVOICE.

    3100-PRINT-HELD-INVOICE.
    IF VI-VENDOR-ID NOT = CURRENT-VENDOR-ID THEN
        MOVE VI-VENDOR-ID TO CURRENT-VENDOR-ID
        MOVE VI-VENDOR-ID TO VN-VENDOR-ID
        READ VENDOR-FILE
            INVALID KEY MOVE "VENDOR NOT ON FILE" TO VN-VENDOR-NAME
        END-READ
        MOVE SPACES TO RW-LINE-TEXT
        STRING "VENDOR " VI-VENDOR-ID " " VN-VENDOR-NAME
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    END-IF.
    MOVE VI-INVOICE-TOTAL TO RPT-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  INVOICE " VI-INVOICE-NO " DATED " VI-INVOICE-DATE
        " PO " VI-PO-NO " " RPT-AMT-DISP " BY " VI-ENTERED-BY
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE 0 TO PO-FOUND-SWITCH.
    MOVE VI-PO-NO TO PO-PO-NO.
    READ PURCHASE-ORDER-FILE
        INVALID KEY
            MOVE SPACES TO RW-LINE-TEXT
            STRING "    PURCHASE ORDER " VI-PO-NO " NO LONGER ON FILE"
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            PERFORM 3900-PRINT-REPORT-LINE
        NOT INVALID KEY
            MOVE 1 TO PO-FOUND-SWITCH
    END-READ.
    PERFORM 3200-PRINT-ONE-LINE
        VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > VI-LINE-COUNT.
    ADD 1 TO TOTAL-HELD.
    ADD VI-INVOICE-TOTAL TO TOTAL-HELD-VALUE.
    COMPUTE HELD-VALUE-CENTS = VI-INVOICE-TOTAL * 100.
    MOVE FUNCTION MOD(HELD-VALUE-CENTS, 1000000000)
        TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    *> A failing line prints beside its PO line's standing; a line
    *> that passed is left off so the buyer sees only what to chase.
    3200-PRINT-ONE-LINE.
    IF VIL-MATCH-CODE(LINE-IDX) = SPACES THEN
        EXIT PARAGRAPH
    END-IF.
    EVALUATE VIL-MATCH-CODE(LINE-IDX)
        WHEN "LIN"
            MOVE "NO SUCH PO LINE" TO REASON-TEXT
        WHEN "ORD"
            MOVE "BILLED OVER ORDERED" TO REASON-TEXT
        WHEN "RCV"
            MOVE "BILLED OVER RECEIVED" TO REASON-TEXT
        WHEN OTHER
            MOVE VIL-MATCH-CODE(LINE-IDX) TO REASON-TEXT
    END-EVALUATE.
    MOVE VIL-PO-LINE(LINE-IDX) TO MATCH-PO-LINE.
    MOVE VIL-INVOICE-QTY(LINE-IDX) TO RPT-QTY-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    IF PO-WAS-FOUND AND MATCH-PO-LINE > 0
            AND MATCH-PO-LINE NOT > PO-LINE-COUNT THEN
        MOVE POL-ORDER-QTY(MATCH-PO-LINE) TO RPT-QTY-DISP-2
        MOVE POL-RECVD-QTY(MATCH-PO-LINE) TO RPT-QTY-DISP-3
        MOVE POL-INVCD-QTY(MATCH-PO-LINE) TO RPT-QTY-DISP-4
        STRING "    LINE " MATCH-PO-LINE " " POL-PART-NO(MATCH-PO-LINE)
            " BILL " RPT-QTY-DISP " ORD " RPT-QTY-DISP-2
            " RCV " RPT-QTY-DISP-3 " PRIOR " RPT-QTY-DISP-4
            " " REASON-TEXT
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        STRING "    LINE " MATCH-PO-LINE " BILL " RPT-QTY-DISP
            " " REASON-TEXT
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 3900-PRINT-REPORT-LINE.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TOTALS AND TERMINATION
    *> ---------------------

    7000-PRINT-TOTALS.
    MOVE TOTAL-HELD TO RPT-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "Held invoices      : " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE TOTAL-HELD-VALUE TO RPT-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "Held value         : " RPT-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    8000-TERMINATE.
    DISPLAY "-- AP Match Exceptions Summary --".
    DISPLAY "Invoices read      : " TOTAL-INVOICES-READ.
    DISPLAY "Held on exception  : " TOTAL-HELD.
    DISPLAY "Held value         : " TOTAL-HELD-VALUE.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
