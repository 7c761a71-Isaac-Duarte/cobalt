IDENTIFICATION DIVISION.
PROGRAM-ID. AP-PAYMENT-SELECT.

*> AP-PAYMENT-SELECT is the weekly vendor check run: every open
*> payable on APOPEN falling due on or before the pay-through date
*> (the run date plus the parameterized days ahead) is selected,
*> and each vendor with anything selected gets one numbered check
*> covering all its selected invoices. The checks print through
*> REPORT-WRITER in the CUSTOMER-REFUND mold with the check
*> register -- one line per invoice paid under its check -- on the
*> second handle. Paid items are deleted off APOPEN and their
*> VENDINV invoices marked paid with the check number and date, so
*> what stands on the payables file is exactly what is still owed.
*> Check numbers come from the APCTL control file. Each check books
*> to the GL interface file as AP PAY.
*>
*> The payables are read into a table first and paid from the
*> table, so the deletes never disturb the sequential pass. A
*> payable beyond the table's capacity waits for the next run
*> (RC 4).
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  days ahead of the run date to pay through (zero
*>               keeps 7, the week until the next run)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "apopsel.cpy".
        COPY "vinvsel.cpy".
        COPY "vendsel.cpy".
        SELECT AP-CTL-FILE ASSIGN TO "APCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AP-CTL-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "glsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  AP-OPEN-FILE.
    COPY "apoprec.cpy".

    FD  VENDOR-INVOICE-FILE.
    COPY "vinvrec.cpy".

    FD  VENDOR-FILE.
    COPY "vendrec.cpy".

    FD  AP-CTL-FILE.
    01  AP-CTL-REC.
        05 AC-LAST-CHECK-NO PIC 9(6).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "glfd.cpy".

    WORKING-STORAGE SECTION.
    01 AP-OPEN-STATUS PIC X(2).
    01 VENDOR-INVOICE-STATUS PIC X(2).
    01 VENDOR-STATUS PIC X(2).
    01 AP-CTL-STATUS PIC X(2).
    01 AP-OPEN-EOF PIC 9(1) COMP VALUE 0.
        88 AP-OPEN-AT-EOF VALUE 1.
    01 PAY-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 PAY-FILES-ARE-OPEN VALUE 1.

    01 DAYS-AHEAD PIC 9(4) COMP VALUE 7.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 PAY-THROUGH-DATE PIC 9(8) VALUE 0.
    01 PARM-STAGING PIC X(5).
    01 NEXT-CHECK-NO PIC 9(6) VALUE 0.

*> The payables selected this run, in APOPEN key order, so each
*> vendor's items sit together.
    01 SEL-TABLE-MAX PIC 9(4) COMP VALUE 500.
    01 SEL-COUNT PIC 9(4) COMP VALUE 0.
    01 SEL-IDX PIC 9(4) COMP VALUE 0.
    01 SEL-FIRST-IDX PIC 9(4) COMP VALUE 0.
    01 SEL-LAST-IDX PIC 9(4) COMP VALUE 0.
    01 SEL-TABLE.
        05 SEL-ENTRY OCCURS 500 TIMES.
            10 SE-VENDOR-ID PIC X(6).
            10 SE-INVOICE-NO PIC X(10).
            10 SE-INVOICE-DATE PIC 9(8).
            10 SE-DUE-DATE PIC 9(8).
            10 SE-PO-NO PIC X(8).
            10 SE-AMOUNT PIC 9(9)V99.
    01 SEL-OVERFLOW-COUNT PIC 9(6) COMP VALUE 0.
    01 CHECK-VENDOR-ID PIC X(6).
    01 VENDOR-BREAK-SWITCH PIC 9(1) COMP VALUE 0.
        88 VENDOR-BREAK-FOUND VALUE 1.

    01 CHECK-AMOUNT PIC 9(9)V99 COMP-3 VALUE 0.
    01 PAY-VALUE-CENTS PIC S9(15) COMP-3 VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-PAYABLES-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-ITEMS-PAID PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHECKS-CUT PIC 9(6) COMP VALUE 0.
    01 TOTAL-PAID-VALUE PIC 9(11)V99 COMP-3 VALUE 0.

    01 CHECK-AMT-DISP PIC ZZZ,ZZZ,ZZ9.99.
    01 ITEM-AMT-DISP PIC ZZZ,ZZZ,ZZ9.99.
    01 CHECK-NO-DISP PIC 9(6).

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="AP-PAYMENT-SELECT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="AP-PAYMENT-SELECT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="AP-PAYMENT-SELECT"==.
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="AP-PAYMENT-SELECT"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1500-INITIALIZE.
    IF PAY-FILES-ARE-OPEN THEN
        PERFORM 2000-READ-PAYABLE
        PERFORM 2100-CONSIDER-ONE-PAYABLE UNTIL AP-OPEN-AT-EOF
        MOVE 1 TO SEL-FIRST-IDX
        PERFORM 3000-PAY-ONE-VENDOR UNTIL SEL-FIRST-IDX > SEL-COUNT
        PERFORM 7000-CLOSE-PAYMENT-RUN
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS AND INITIALIZATION
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND AND PC-NUM-1 > 0 THEN
            MOVE PC-NUM-1 TO DAYS-AHEAD
        END-IF
    ELSE
        DISPLAY "Days ahead to pay through:"
        ACCEPT DAYS-AHEAD
    END-IF.
    IF DAYS-AHEAD = 0 THEN
        MOVE 7 TO DAYS-AHEAD
    END-IF.

    1500-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    MOVE "A" TO DE-FUNCTION.
    MOVE RUN-DATE-SAVE TO DE-DATE-1.
    MOVE DAYS-AHEAD TO DE-DAY-COUNT.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE = 0 THEN
        MOVE DE-RESULT-DATE TO PAY-THROUGH-DATE
    ELSE
        MOVE RUN-DATE-SAVE TO PAY-THROUGH-DATE
    END-IF.
    DISPLAY "Paying items due through " PAY-THROUGH-DATE.
    OPEN I-O AP-OPEN-FILE.
    IF AP-OPEN-STATUS NOT = "00" THEN
        DISPLAY "Payables file not found, nothing to pay."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Open payables file (APOPEN) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        OPEN I-O VENDOR-INVOICE-FILE
        OPEN INPUT VENDOR-FILE
        PERFORM 1600-READ-AP-CONTROL
        MOVE "I" TO RW-FUNCTION
        MOVE "Vendor Checks" TO RW-REPORT-TITLE
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
        MOVE "S" TO RW-FUNCTION
        MOVE "2" TO RW-LINE-TEXT
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
        MOVE "I" TO RW-FUNCTION
        MOVE "Vendor Check Register" TO RW-REPORT-TITLE
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
        MOVE "S" TO RW-FUNCTION
        MOVE "1" TO RW-LINE-TEXT
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
        MOVE 1 TO PAY-FILES-OPEN
    END-IF.

    1600-READ-AP-CONTROL.
    MOVE 0 TO NEXT-CHECK-NO.
    OPEN INPUT AP-CTL-FILE.
    IF AP-CTL-STATUS = "00" THEN
        READ AP-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF AC-LAST-CHECK-NO IS NUMERIC THEN
                    MOVE AC-LAST-CHECK-NO TO NEXT-CHECK-NO
                END-IF
        END-READ
        CLOSE AP-CTL-FILE
    END-IF.

    *> ---------------------
    *> SELECTION PASS
    *> ---------------------

    2000-READ-PAYABLE.
    READ AP-OPEN-FILE NEXT RECORD
        AT END MOVE 1 TO AP-OPEN-EOF
    END-READ.

    2100-CONSIDER-ONE-PAYABLE.
    ADD 1 TO TOTAL-PAYABLES-READ.
    IF AP-DUE-DATE NOT > PAY-THROUGH-DATE THEN
        IF SEL-COUNT < SEL-TABLE-MAX THEN
            ADD 1 TO SEL-COUNT
            MOVE AP-VENDOR-ID TO SE-VENDOR-ID(SEL-COUNT)
            MOVE AP-INVOICE-NO TO SE-INVOICE-NO(SEL-COUNT)
            MOVE AP-INVOICE-DATE TO SE-INVOICE-DATE(SEL-COUNT)
            MOVE AP-DUE-DATE TO SE-DUE-DATE(SEL-COUNT)
            MOVE AP-PO-NO TO SE-PO-NO(SEL-COUNT)
            MOVE AP-AMOUNT TO SE-AMOUNT(SEL-COUNT)
        ELSE
            ADD 1 TO SEL-OVERFLOW-COUNT
        END-IF
    END-IF.
    PERFORM 2000-READ-PAYABLE.

    *> ---------------------
    *> THE CHECK: one per vendor, covering every selected item
    *> ---------------------

    3000-PAY-ONE-VENDOR.
    MOVE SEL-FIRST-IDX TO SEL-LAST-IDX.
    MOVE SE-VENDOR-ID(SEL-FIRST-IDX) TO CHECK-VENDOR-ID.
    MOVE 0 TO VENDOR-BREAK-SWITCH.
    MOVE 0 TO CHECK-AMOUNT.
    PERFORM 3010-FIND-VENDOR-END
        VARYING SEL-IDX FROM SEL-FIRST-IDX BY 1
        UNTIL SEL-IDX > SEL-COUNT OR VENDOR-BREAK-FOUND.
    IF CHECK-AMOUNT > 0 THEN
        PERFORM 4000-CUT-VENDOR-CHECK
    END-IF.
    COMPUTE SEL-FIRST-IDX = SEL-LAST-IDX + 1.

    3010-FIND-VENDOR-END.
    IF SE-VENDOR-ID(SEL-IDX) NOT = CHECK-VENDOR-ID THEN
        MOVE 1 TO VENDOR-BREAK-SWITCH
    ELSE
        MOVE SEL-IDX TO SEL-LAST-IDX
        ADD SE-AMOUNT(SEL-IDX) TO CHECK-AMOUNT
    END-IF.

    4000-CUT-VENDOR-CHECK.
    ADD 1 TO NEXT-CHECK-NO.
    MOVE NEXT-CHECK-NO TO CHECK-NO-DISP.
    MOVE CHECK-AMOUNT TO CHECK-AMT-DISP.
    MOVE SE-VENDOR-ID(SEL-FIRST-IDX) TO VN-VENDOR-ID.
    READ VENDOR-FILE
        INVALID KEY
            MOVE "VENDOR NOT ON FILE" TO VN-VENDOR-NAME
            MOVE SPACES TO VN-VENDOR-ADDRESS
    END-READ.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "CHECK " CHECK-NO-DISP " DATED " RUN-DATE-SAVE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-CHECK-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  PAY TO " VN-VENDOR-NAME
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-CHECK-LINE.
    MOVE VN-VENDOR-ADDRESS TO RW-LINE-TEXT.
    PERFORM 4900-PRINT-CHECK-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  THE AMOUNT OF " CHECK-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-CHECK-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 4900-PRINT-CHECK-LINE.
    MOVE "S" TO RW-FUNCTION.
    MOVE "2" TO RW-LINE-TEXT.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING CHECK-NO-DISP " " SE-VENDOR-ID(SEL-FIRST-IDX) " "
        VN-VENDOR-NAME " " CHECK-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-CHECK-LINE.
    PERFORM 4100-PAY-ONE-ITEM
        VARYING SEL-IDX FROM SEL-FIRST-IDX BY 1
        UNTIL SEL-IDX > SEL-LAST-IDX.
    MOVE "S" TO RW-FUNCTION.
    MOVE "1" TO RW-LINE-TEXT.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE "AP" TO GL-ENTRY-SOURCE.
    MOVE "PAY" TO GL-ENTRY-TYPE.
    MOVE CHECK-AMOUNT TO GL-ENTRY-AMOUNT.
    MOVE CHECK-NO-DISP TO GL-ENTRY-REFERENCE.
    MOVE RUN-DATE-SAVE TO GL-ENTRY-DATE.
    PERFORM 9830-GL-BOOK-ENTRY.
    ADD 1 TO TOTAL-CHECKS-CUT.
    ADD CHECK-AMOUNT TO TOTAL-PAID-VALUE.
*> The hash slot is nine digits; the cents are computed full-width
*> and the low nine digits carried in, as CUSTOMER-REFUND does.
    COMPUTE PAY-VALUE-CENTS = CHECK-AMOUNT * 100.
    MOVE FUNCTION MOD(PAY-VALUE-CENTS, 1000000000)
        TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    DISPLAY "PAID: check " CHECK-NO-DISP " for vendor "
        SE-VENDOR-ID(SEL-FIRST-IDX) " amount " CHECK-AMT-DISP.

    *> Registers the item under its check (register handle is
    *> selected), writes it off the payables file, and marks the
    *> vendor invoice paid.
    4100-PAY-ONE-ITEM.
    MOVE SE-AMOUNT(SEL-IDX) TO ITEM-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "       INVOICE " SE-INVOICE-NO(SEL-IDX) " PO "
        SE-PO-NO(SEL-IDX) " DUE " SE-DUE-DATE(SEL-IDX) " "
        ITEM-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-CHECK-LINE.
    MOVE SE-VENDOR-ID(SEL-IDX) TO AP-VENDOR-ID.
    MOVE SE-INVOICE-NO(SEL-IDX) TO AP-INVOICE-NO.
    DELETE AP-OPEN-FILE
        INVALID KEY
            MOVE 8 TO WS-RETURN-CODE
            MOVE "A paid item could not be deleted from APOPEN." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
    END-DELETE.
    MOVE SE-VENDOR-ID(SEL-IDX) TO VI-VENDOR-ID.
    MOVE SE-INVOICE-NO(SEL-IDX) TO VI-INVOICE-NO.
    READ VENDOR-INVOICE-FILE
        INVALID KEY
            DISPLAY "Paid item " SE-VENDOR-ID(SEL-IDX) "/"
                SE-INVOICE-NO(SEL-IDX) " has no vendor invoice."
        NOT INVALID KEY
            SET VI-STATUS-PAID TO TRUE
            MOVE NEXT-CHECK-NO TO VI-CHECK-NO
            MOVE RUN-DATE-SAVE TO VI-PAID-DATE
            REWRITE VENDOR-INVOICE-REC
    END-READ.
    ADD 1 TO TOTAL-ITEMS-PAID.

    4900-PRINT-CHECK-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> RUN CLOSE AND TERMINATION
    *> ---------------------

    7000-CLOSE-PAYMENT-RUN.
    CLOSE AP-OPEN-FILE.
    CLOSE VENDOR-INVOICE-FILE.
    CLOSE VENDOR-FILE.
    PERFORM 7100-STORE-AP-CONTROL.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE "S" TO RW-FUNCTION.
    MOVE "2" TO RW-LINE-TEXT.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE "S" TO RW-FUNCTION.
    MOVE "1" TO RW-LINE-TEXT.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    IF SEL-OVERFLOW-COUNT > 0 THEN
        DISPLAY SEL-OVERFLOW-COUNT " due item(s) beyond the selection table wait for the next run."
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE "Due payables exceeded the selection table; some left unpaid." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    7100-STORE-AP-CONTROL.
    OPEN OUTPUT AP-CTL-FILE.
    MOVE NEXT-CHECK-NO TO AC-LAST-CHECK-NO.
    WRITE AP-CTL-REC.
    CLOSE AP-CTL-FILE.

    8000-TERMINATE.
    DISPLAY "-- AP Payment Selection Report --".
    DISPLAY "Pay-through date   : " PAY-THROUGH-DATE.
    DISPLAY "Payables read      : " TOTAL-PAYABLES-READ.
    DISPLAY "Items paid         : " TOTAL-ITEMS-PAID.
    DISPLAY "Checks cut         : " TOTAL-CHECKS-CUT.
    DISPLAY "Value paid         : " TOTAL-PAID-VALUE.
    PERFORM 9839-GL-CLOSE.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "glproc.cpy".
