*> the order file) fall under the UNASSIGNED heading so the
*> unattributed revenue is visible.
*>
*> Quota tier: when a salesperson has an SLSQUOTA quota for the
*> period with a tier set, their attainment is measured the way
*> QUOTA-ATTAINMENT measures it -- the period's billed subtotals
*> less the SALESHST return lines credited to them in the period --
*> and once it reaches the tier percent the whole period's billings
*> are commissioned at the quota's tier rate instead of SP-COMM-RATE.
*> The person's total line then says so. Without a quota file every
*> rate stays at SP-COMM-RATE.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1 (low six digits)  commission period CCYYMM;
*>                                zero pays the current month
        COPY "ordsel.cpy".
        COPY "invregsel.cpy".
        COPY "slssel.cpy".
        COPY "saleshsel.cpy".
        COPY "quotasel.cpy".
        SELECT SORT-WORK-FILE ASSIGN TO "COMMWORK".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
    FD  SALESPERSON-FILE.
    COPY "slsrec.cpy".

    FD  SALES-HISTORY-FILE.
    COPY "saleshrec.cpy".

    FD  QUOTA-FILE.
    COPY "quotarec.cpy".

    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05 SW-SALES-ID PIC X(6).
        88 INVOICE-REGISTER-AT-EOF VALUE 1.
    01 SORT-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 SORT-WORK-AT-EOF VALUE 1.
    01 SALES-HISTORY-STATUS PIC X(2).
    01 SALES-HISTORY-EOF PIC 9(1) COMP VALUE 0.
        88 SALES-HISTORY-AT-EOF VALUE 1.

    01 PARM-STAGING PIC X(8).
    01 COMM-PERIOD PIC 9(6) VALUE 0.
    01 GRAND-INVOICED-VALUE PIC S9(13)V99 COMP-3 VALUE 0.
    01 GRAND-COMMISSION PIC S9(13)V99 COMP-3 VALUE 0.

*> Period returns by salesperson (negative amounts), loaded from
*> SALESHST before the sort so each break can net its billings.
    01 RETURN-TABLE-MAX PIC 9(4) COMP VALUE 500.
    01 RETURN-TABLE-COUNT PIC 9(4) COMP VALUE 0.
    01 RETURN-TABLE.
        05 RT-ENTRY OCCURS 500 TIMES.
            10 RT-SALES-ID PIC X(6).
            10 RT-AMOUNT PIC S9(11)V99 COMP-3.
    01 RT-IDX PIC 9(4) COMP VALUE 0.
    01 RT-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 RT-LOOKUP-ID PIC X(6).
    01 PERSON-RETURNS PIC S9(11)V99 COMP-3 VALUE 0.
    01 TOTAL-RETURN-LINES PIC 9(6) COMP VALUE 0.
    01 TOTAL-TIER-PAID PIC 9(6) COMP VALUE 0.

    01 CE-FUNCTION PIC X(1).
    01 CE-AMOUNT PIC S9(13)V99 COMP-3.
    01 CE-RATE PIC S9(7)V9(4) COMP-3.
    01 COMM-AMT-DISP PIC -(9)9.99.
    01 COMM-AMT-DISP-2 PIC -(9)9.99.
    01 COMM-RATE-DISP PIC ZZ9.99.
    01 COMM-PCT-DISP PIC -(4)9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="COMMISSION-REPORT"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="COMMISSION-REPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="COMMISSION-REPORT"==.
    COPY "quotadata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
        MOVE "Salesperson master (SLSMAST) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    PERFORM 9670-QUOTA-OPEN.
    IF NOT QUOTA-FILE-IS-OPEN THEN
        DISPLAY "Quota file (SLSQUOTA) not found; no tier rates apply."
    END-IF.
    PERFORM 1500-LOAD-PERIOD-RETURNS.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-SALES-ID SW-ORDER-NO
        INPUT PROCEDURE IS 1000-EXTRACT-INVOICED-ORDERS
    IF SALESPERSON-FILE-IS-OPEN THEN
        CLOSE SALESPERSON-FILE
    END-IF.
    PERFORM 9679-QUOTA-CLOSE.
    DISPLAY "-- Commission Run Summary --".
    DISPLAY "Register invoices read : " TOTAL-INVOICES-SCANNED.
    DISPLAY "Invoices commissioned  : " TOTAL-INVOICES-COMMISSIONED.
    DISPLAY "Return lines netted    : " TOTAL-RETURN-LINES.
    DISPLAY "Paid at quota tier     : " TOTAL-TIER-PAID.
    PERFORM 9810-CTL-PRINT-FOOTER.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
        END-READ
    END-IF.

    *> ---------------------
    *> PERIOD RETURNS: the SALESHST return lines dated in the period,
    *> summed under the salesperson RETURNS-PROCESSING carried from
    *> the order. They count only toward quota attainment; the
    *> commission itself stays on the billed subtotal.
    *> ---------------------

    1500-LOAD-PERIOD-RETURNS.
    IF NOT QUOTA-FILE-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT SALES-HISTORY-FILE.
    IF SALES-HISTORY-STATUS NOT = "00" THEN
        DISPLAY "Sales history not found; attainment is before returns."
        EXIT PARAGRAPH
    END-IF.
    PERFORM 1600-ADD-ONE-RETURN-LINE UNTIL SALES-HISTORY-AT-EOF.
    CLOSE SALES-HISTORY-FILE.

    1600-ADD-ONE-RETURN-LINE.
    READ SALES-HISTORY-FILE
        AT END
            MOVE 1 TO SALES-HISTORY-EOF
            EXIT PARAGRAPH
    END-READ.
    IF NOT SL-IS-RETURN OR SL-INVOICE-DATE(1:6) NOT = COMM-PERIOD
            OR SL-SALES-ID = SPACES THEN
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-RETURN-LINES.
    MOVE SL-SALES-ID TO RT-LOOKUP-ID.
    PERFORM 1700-FIND-RETURN-ENTRY.
    IF RT-FOUND-IDX = 0 THEN
        IF RETURN-TABLE-COUNT NOT < RETURN-TABLE-MAX THEN
            MOVE 4 TO WS-RETURN-CODE
            MOVE "Return table full; some attainment is before returns." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO RETURN-TABLE-COUNT
        MOVE RETURN-TABLE-COUNT TO RT-FOUND-IDX
        MOVE SL-SALES-ID TO RT-SALES-ID(RT-FOUND-IDX)
        MOVE 0 TO RT-AMOUNT(RT-FOUND-IDX)
    END-IF.
    ADD SL-EXT-AMOUNT TO RT-AMOUNT(RT-FOUND-IDX).

    1700-FIND-RETURN-ENTRY.
    MOVE 0 TO RT-FOUND-IDX.
    PERFORM 1710-MATCH-ONE-RETURN-ENTRY
        VARYING RT-IDX FROM 1 BY 1
        UNTIL RT-IDX > RETURN-TABLE-COUNT OR RT-FOUND-IDX > 0.

    1710-MATCH-ONE-RETURN-ENTRY.
    IF RT-SALES-ID(RT-IDX) = RT-LOOKUP-ID THEN
        MOVE RT-IDX TO RT-FOUND-IDX
    END-IF.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: the register, broken by salesperson.
    *> ---------------------

    *> One person's totals: the commission comes from CALC-ENGINE so
    *> commissions round exactly as every other percentage the shop
    *> computes. A person whose net attainment reaches their quota
    *> tier is paid the tier rate on the whole period.
    2400-SALESPERSON-BREAK.
    MOVE PERSON-INVOICED-VALUE TO CE-AMOUNT.
    MOVE CURRENT-COMM-RATE TO CE-RATE.
    MOVE 0 TO QUOTA-TIER-SW.
    IF QUOTA-FILE-IS-OPEN AND CURRENT-SALES-ID NOT = SPACES THEN
        PERFORM 2500-CHECK-QUOTA-TIER
    END-IF.
    MOVE "P" TO CE-FUNCTION.
    CALL "CALC-ENGINE" USING CE-FUNCTION CE-AMOUNT CE-RATE
        CE-COUNT-1 CE-COUNT-2 CE-RESULT CE-RETURN-CODE.
        " commission " COMM-AMT-DISP-2
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 2900-PRINT-REPORT-LINE.
    IF QUOTA-TIER-REACHED THEN
        ADD 1 TO TOTAL-TIER-PAID
        MOVE QUOTA-ATTAIN-PCT TO COMM-PCT-DISP
        MOVE QUOTA-TIER-RATE TO COMM-RATE-DISP
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  QUOTA TIER attained " COMM-PCT-DISP
            "% net of returns, paid at " COMM-RATE-DISP "%"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 2900-PRINT-REPORT-LINE
    END-IF.
    MOVE 0 TO PERSON-INVOICED-VALUE.
    MOVE 0 TO PERSON-COMMISSION.

    2500-CHECK-QUOTA-TIER.
    MOVE 0 TO PERSON-RETURNS.
    MOVE CURRENT-SALES-ID TO RT-LOOKUP-ID.
    PERFORM 1700-FIND-RETURN-ENTRY.
    IF RT-FOUND-IDX > 0 THEN
        MOVE RT-AMOUNT(RT-FOUND-IDX) TO PERSON-RETURNS
    END-IF.
    MOVE CURRENT-SALES-ID TO QUOTA-SALES-ID.
    MOVE COMM-PERIOD TO QUOTA-PERIOD.
    COMPUTE QUOTA-NET-BILLED = PERSON-INVOICED-VALUE + PERSON-RETURNS.
    PERFORM 9671-QUOTA-FOR-MONTH.
    IF QUOTA-TIER-REACHED THEN
        MOVE QUOTA-TIER-RATE TO CE-RATE
    END-IF.

    2900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "quotaproc.cpy".
