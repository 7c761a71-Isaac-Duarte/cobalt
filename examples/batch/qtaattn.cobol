IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTA-ATTAINMENT.

*> QUOTA-ATTAINMENT is the monthly report that shows sales
*> management who is ahead of quota and who is behind while there
*> is still time to act, instead of when the quarter closes. For the
*> report month (this month by default; a parameter card overrides
*> it) and for the year to date through that month, each
*> salesperson's billings come from the invoice register -- the
*> billed subtotal, traced to OR-SALES-ID through the order exactly
*> as COMMISSION-REPORT traces it -- and the returns credited
*> against them from the SALESHST return lines RETURNS-PROCESSING
*> writes under the order's salesperson. Net billings (billings less
*> returns) are measured against the SLSQUOTA quota through the
*> shared QUOTAPROC lookups, so the attainment printed here is the
*> attainment COMMISSION-REPORT pays its tier rate on.
*>
*> Salespeople are ranked on the month's attainment (ties share a
*> rank; the year to date breaks nothing); anyone without a quota
*> for the month is listed after the ranking, unranked, and billings
*> whose order carries no salesperson fall under UNASSIGNED. Each
*> person shows billings, returns and net for the month and the
*> year, the quota, attainment on the net and on billings before
*> returns -- the difference is the net effect of returns -- and
*> whether the month reached its commission tier.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1 (low six digits)  report month CCYYMM;
*>                                zero reports the current month

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "ordsel.cpy".
        COPY "invregsel.cpy".
        COPY "saleshsel.cpy".
        COPY "slssel.cpy".
        COPY "quotasel.cpy".
        SELECT SORT-WORK-FILE ASSIGN TO "QTAWORK".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  INVOICE-REGISTER-FILE.
    COPY "invregrec.cpy".

    FD  SALES-HISTORY-FILE.
    COPY "saleshrec.cpy".

    FD  SALESPERSON-FILE.
    COPY "slsrec.cpy".

    FD  QUOTA-FILE.
    COPY "quotarec.cpy".

*> One record per salesperson, ranked: those with a month quota
*> first, highest month attainment first, then the month's net.
    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05 SW-HAS-QUOTA PIC 9(1).
        05 SW-MONTH-PCT PIC S9(5)V99.
        05 SW-MONTH-NET PIC S9(11)V99.
        05 SW-SALES-ID PIC X(6).
        05 SW-TABLE-IDX PIC 9(4).
        05 SW-MONTH-QUOTA PIC 9(11)V99.
        05 SW-MONTH-GROSS-PCT PIC S9(5)V99.
        05 SW-TIER-REACHED PIC X(1).
        05 SW-TIER-RATE PIC 9(3)V99.
        05 SW-YTD-QUOTA PIC 9(11)V99.
        05 SW-YTD-PCT PIC S9(5)V99.
        05 SW-YTD-GROSS-PCT PIC S9(5)V99.

    COPY "parmfd.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 ORDER-FILE-IS-OPEN VALUE 1.
    01 INVOICE-REGISTER-STATUS PIC X(2).
    01 SALES-HISTORY-STATUS PIC X(2).
    01 SALESPERSON-STATUS PIC X(2).
    01 SALESPERSON-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 SALESPERSON-FILE-IS-OPEN VALUE 1.
    01 INPUT-EOF PIC 9(1) COMP VALUE 0.
        88 INPUT-AT-EOF VALUE 1.
    01 SORT-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 SORT-WORK-AT-EOF VALUE 1.

    01 PARM-STAGING PIC X(8).
    01 ATTN-PERIOD PIC 9(6) VALUE 0.
    01 ATTN-YEAR-START PIC 9(6) VALUE 0.
    01 LINE-SALES-ID PIC X(6).
    01 LINE-AMOUNT PIC S9(9)V99.

*> Month and year-to-date money by salesperson; the blank id is
*> UNASSIGNED. Every salesperson on SLSMAST is tabled first, so one
*> with a quota and no billings still shows -- at zero.
    01 SALES-TABLE-MAX PIC 9(4) COMP VALUE 500.
    01 SALES-TABLE-COUNT PIC 9(4) COMP VALUE 0.
    01 SALES-TABLE.
        05 ST-ENTRY OCCURS 500 TIMES.
            10 ST-SALES-ID PIC X(6).
            10 ST-SALES-NAME PIC X(25).
            10 ST-MONTH-BILLED PIC S9(11)V99 COMP-3.
            10 ST-MONTH-RETURNS PIC S9(11)V99 COMP-3.
            10 ST-YTD-BILLED PIC S9(11)V99 COMP-3.
            10 ST-YTD-RETURNS PIC S9(11)V99 COMP-3.
    01 ST-IDX PIC 9(4) COMP VALUE 0.
    01 FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 TABLE-FULL-SW PIC 9(1) COMP VALUE 0.
        88 TABLE-IS-FULL VALUE 1.
    01 UNASSIGNED-IDX PIC 9(4) COMP VALUE 0.

    01 CURRENT-RANK PIC 9(4) COMP VALUE 0.
    01 RANKED-COUNT PIC 9(4) COMP VALUE 0.
    01 PRIOR-MONTH-PCT PIC S9(5)V99 COMP-3 VALUE 0.
    01 PERSON-NET PIC S9(11)V99 COMP-3 VALUE 0.

    01 TOTAL-MONTH-BILLED PIC S9(13)V99 COMP-3 VALUE 0.
    01 TOTAL-MONTH-RETURNS PIC S9(13)V99 COMP-3 VALUE 0.
    01 TOTAL-MONTH-QUOTA PIC S9(13)V99 COMP-3 VALUE 0.
    01 TOTAL-YTD-BILLED PIC S9(13)V99 COMP-3 VALUE 0.
    01 TOTAL-YTD-RETURNS PIC S9(13)V99 COMP-3 VALUE 0.
    01 TOTAL-YTD-QUOTA PIC S9(13)V99 COMP-3 VALUE 0.
    01 TOTAL-AT-QUOTA PIC 9(4) COMP VALUE 0.
    01 TOTAL-AT-TIER PIC 9(4) COMP VALUE 0.
    01 TOTAL-NO-QUOTA PIC 9(4) COMP VALUE 0.
    01 TOTAL-INVOICES-READ PIC 9(7) COMP VALUE 0.
    01 TOTAL-INVOICES-USED PIC 9(7) COMP VALUE 0.
    01 TOTAL-RETURN-LINES PIC 9(7) COMP VALUE 0.
    01 GROUP-ATTAIN-PCT PIC S9(5)V99 COMP-3 VALUE 0.

    01 RANK-DISP PIC ZZZ9.
    01 COUNT-DISP-1 PIC ZZZ9.
    01 COUNT-DISP-2 PIC ZZZ9.
    01 COUNT-DISP-3 PIC ZZZ9.
    01 COUNT-DISP-4 PIC ZZZ9.
    01 AMT-DISP-1 PIC -(9)9.99.
    01 AMT-DISP-2 PIC -(9)9.99.
    01 AMT-DISP-3 PIC -(9)9.99.
    01 PCT-DISP-1 PIC -(4)9.99.
    01 PCT-DISP-2 PIC -(4)9.99.
    01 RATE-DISP PIC ZZ9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTA-ATTAINMENT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTA-ATTAINMENT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "quotadata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-LOAD-SALESPEOPLE.
    PERFORM 3000-ACCUMULATE-BILLINGS.
    PERFORM 3500-ACCUMULATE-RETURNS.
    IF TABLE-IS-FULL THEN
        DISPLAY "More than " SALES-TABLE-MAX " salespeople; the rest"
            " are not reported."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Salesperson table full; attainment report incomplete." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    SORT SORT-WORK-FILE
        ON DESCENDING KEY SW-HAS-QUOTA SW-MONTH-PCT SW-MONTH-NET
        ON ASCENDING KEY SW-SALES-ID
        INPUT PROCEDURE IS 4000-RELEASE-SALESPEOPLE
        OUTPUT PROCEDURE IS 5000-PRINT-ATTAINMENT.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8(1:6) TO ATTN-PERIOD.
    DISPLAY "Parameter source (T=terminal, P=card):".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND AND PC-NUM-1 > 0 THEN
            MOVE PC-NUM-1(4:6) TO ATTN-PERIOD
        END-IF
    ELSE
        DISPLAY "Report month CCYYMM (blank = current month):"
        ACCEPT PARM-STAGING
        IF PARM-STAGING(1:6) IS NUMERIC THEN
            MOVE PARM-STAGING(1:6) TO ATTN-PERIOD
        END-IF
    END-IF.
    MOVE ATTN-PERIOD TO ATTN-YEAR-START.
    MOVE "01" TO ATTN-YEAR-START(5:2).
    DISPLAY "Report month: " ATTN-PERIOD.
    PERFORM 9670-QUOTA-OPEN.
    IF NOT QUOTA-FILE-IS-OPEN THEN
        DISPLAY "Quota file (SLSQUOTA) not found; nobody has a quota."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Quota file (SLSQUOTA) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Salesperson Quota Attainment" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> SALESPERSON TABLE
    *> ---------------------

    2000-LOAD-SALESPEOPLE.
    OPEN INPUT SALESPERSON-FILE.
    IF SALESPERSON-STATUS NOT = "00" THEN
        DISPLAY "Salesperson master not found; names are not shown."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Salesperson master (SLSMAST) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO SALESPERSON-FILE-OPEN.
    MOVE 0 TO INPUT-EOF.
    PERFORM 2100-TABLE-ONE-SALESPERSON UNTIL INPUT-AT-EOF.
    CLOSE SALESPERSON-FILE.

    2100-TABLE-ONE-SALESPERSON.
    READ SALESPERSON-FILE NEXT RECORD
        AT END MOVE 1 TO INPUT-EOF
        NOT AT END
            MOVE SP-SALES-ID TO LINE-SALES-ID
            PERFORM 2200-FIND-OR-ADD-SALESPERSON
            IF FOUND-IDX > 0 THEN
                MOVE SP-SALES-NAME TO ST-SALES-NAME(FOUND-IDX)
            END-IF
    END-READ.

    *> FOUND-IDX comes back zero only when the table is full.
    2200-FIND-OR-ADD-SALESPERSON.
    MOVE 0 TO FOUND-IDX.
    PERFORM 2210-MATCH-ONE-SALESPERSON
        VARYING ST-IDX FROM 1 BY 1
        UNTIL ST-IDX > SALES-TABLE-COUNT OR FOUND-IDX > 0.
    IF FOUND-IDX > 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF SALES-TABLE-COUNT NOT < SALES-TABLE-MAX THEN
        MOVE 1 TO TABLE-FULL-SW
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO SALES-TABLE-COUNT.
    MOVE SALES-TABLE-COUNT TO FOUND-IDX.
    MOVE LINE-SALES-ID TO ST-SALES-ID(FOUND-IDX).
    IF LINE-SALES-ID = SPACES THEN
        MOVE "UNASSIGNED" TO ST-SALES-NAME(FOUND-IDX)
        MOVE FOUND-IDX TO UNASSIGNED-IDX
    ELSE
        MOVE "NOT ON SALES MASTER" TO ST-SALES-NAME(FOUND-IDX)
    END-IF.
    MOVE 0 TO ST-MONTH-BILLED(FOUND-IDX).
    MOVE 0 TO ST-MONTH-RETURNS(FOUND-IDX).
    MOVE 0 TO ST-YTD-BILLED(FOUND-IDX).
    MOVE 0 TO ST-YTD-RETURNS(FOUND-IDX).

    2210-MATCH-ONE-SALESPERSON.
    IF ST-SALES-ID(ST-IDX) = LINE-SALES-ID THEN
        MOVE ST-IDX TO FOUND-IDX
    END-IF.

    *> ---------------------
    *> BILLINGS: every register invoice dated in the report year up
    *> to the end of the report month, valued at the billed subtotal
    *> and attributed through its order.
    *> ---------------------

    3000-ACCUMULATE-BILLINGS.
    OPEN INPUT INVOICE-REGISTER-FILE.
    IF INVOICE-REGISTER-STATUS NOT = "00" THEN
        DISPLAY "Invoice register not found; no billings to measure."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Invoice register (INVREG) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ORDER-FILE.
    IF ORDER-FILE-STATUS = "00" THEN
        MOVE 1 TO ORDER-FILE-OPEN
    ELSE
        DISPLAY "Order file not found; billings fall to UNASSIGNED."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Order file (ORDFILE) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 3100-ADD-ONE-INVOICE UNTIL INPUT-AT-EOF.
    IF ORDER-FILE-IS-OPEN THEN
        CLOSE ORDER-FILE
    END-IF.
    CLOSE INVOICE-REGISTER-FILE.

    3100-ADD-ONE-INVOICE.
    READ INVOICE-REGISTER-FILE
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO TOTAL-INVOICES-READ.
    IF IR-INVOICE-DATE(1:6) < ATTN-YEAR-START
            OR IR-INVOICE-DATE(1:6) > ATTN-PERIOD THEN
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-INVOICES-USED.
    MOVE SPACES TO LINE-SALES-ID.
    IF ORDER-FILE-IS-OPEN THEN
        MOVE IR-ORDER-NO TO OR-ORDER-NO
        READ ORDER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE OR-SALES-ID TO LINE-SALES-ID
        END-READ
    END-IF.
    PERFORM 2200-FIND-OR-ADD-SALESPERSON.
    IF FOUND-IDX > 0 THEN
        ADD IR-SUBTOTAL TO ST-YTD-BILLED(FOUND-IDX)
        IF IR-INVOICE-DATE(1:6) = ATTN-PERIOD THEN
            ADD IR-SUBTOTAL TO ST-MONTH-BILLED(FOUND-IDX)
        END-IF
    END-IF.

    *> ---------------------
    *> RETURNS: the SALESHST return lines (type R, the credited amount
    *> already negative) dated in the same window, under the
    *> salesperson RETURNS-PROCESSING carried from the order.
    *> ---------------------

    3500-ACCUMULATE-RETURNS.
    OPEN INPUT SALES-HISTORY-FILE.
    IF SALES-HISTORY-STATUS NOT = "00" THEN
        DISPLAY "Sales history not found; returns are not netted."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Sales history (SALESHST) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 3600-ADD-ONE-RETURN-LINE UNTIL INPUT-AT-EOF.
    CLOSE SALES-HISTORY-FILE.

    3600-ADD-ONE-RETURN-LINE.
    READ SALES-HISTORY-FILE
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    IF NOT SL-IS-RETURN THEN
        EXIT PARAGRAPH
    END-IF.
    IF SL-INVOICE-DATE(1:6) < ATTN-YEAR-START
            OR SL-INVOICE-DATE(1:6) > ATTN-PERIOD THEN
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-RETURN-LINES.
    MOVE SL-SALES-ID TO LINE-SALES-ID.
    MOVE SL-EXT-AMOUNT TO LINE-AMOUNT.
    PERFORM 2200-FIND-OR-ADD-SALESPERSON.
    IF FOUND-IDX > 0 THEN
        ADD LINE-AMOUNT TO ST-YTD-RETURNS(FOUND-IDX)
        IF SL-INVOICE-DATE(1:6) = ATTN-PERIOD THEN
            ADD LINE-AMOUNT TO ST-MONTH-RETURNS(FOUND-IDX)
        END-IF
    END-IF.

    *> ---------------------
    *> SORT INPUT PROCEDURE: one record per salesperson, with the
    *> month and year-to-date attainment from QUOTAPROC. UNASSIGNED
    *> is printed apart, after the ranking.
    *> ---------------------

    4000-RELEASE-SALESPEOPLE.
    PERFORM 4100-RELEASE-ONE-SALESPERSON
        VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > SALES-TABLE-COUNT.

    4100-RELEASE-ONE-SALESPERSON.
    IF ST-IDX = UNASSIGNED-IDX THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE ST-SALES-ID(ST-IDX) TO SW-SALES-ID.
    MOVE ST-IDX TO SW-TABLE-IDX.
    MOVE ST-SALES-ID(ST-IDX) TO QUOTA-SALES-ID.
    MOVE ATTN-PERIOD TO QUOTA-PERIOD.
    MOVE ST-MONTH-BILLED(ST-IDX) TO QUOTA-NET-BILLED.
    PERFORM 9671-QUOTA-FOR-MONTH.
    MOVE QUOTA-ATTAIN-PCT TO SW-MONTH-GROSS-PCT.
    COMPUTE QUOTA-NET-BILLED = ST-MONTH-BILLED(ST-IDX)
        + ST-MONTH-RETURNS(ST-IDX).
    MOVE QUOTA-NET-BILLED TO SW-MONTH-NET.
    PERFORM 9671-QUOTA-FOR-MONTH.
    MOVE QUOTA-ATTAIN-PCT TO SW-MONTH-PCT.
    MOVE QUOTA-AMOUNT TO SW-MONTH-QUOTA.
    MOVE QUOTA-TIER-RATE TO SW-TIER-RATE.
    IF QUOTA-AMOUNT > 0 THEN
        MOVE 1 TO SW-HAS-QUOTA
    ELSE
        MOVE 0 TO SW-HAS-QUOTA
        MOVE 0 TO SW-MONTH-PCT
    END-IF.
    IF QUOTA-TIER-REACHED THEN
        MOVE "Y" TO SW-TIER-REACHED
    ELSE
        MOVE "N" TO SW-TIER-REACHED
    END-IF.
    MOVE ST-YTD-BILLED(ST-IDX) TO QUOTA-NET-BILLED.
    PERFORM 9673-QUOTA-YEAR-TO-DATE.
    MOVE QUOTA-ATTAIN-PCT TO SW-YTD-GROSS-PCT.
    COMPUTE QUOTA-NET-BILLED = ST-YTD-BILLED(ST-IDX)
        + ST-YTD-RETURNS(ST-IDX).
    PERFORM 9673-QUOTA-YEAR-TO-DATE.
    MOVE QUOTA-ATTAIN-PCT TO SW-YTD-PCT.
    MOVE QUOTA-AMOUNT TO SW-YTD-QUOTA.
    RELEASE SORT-WORK-REC.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: the ranking, then the unranked, then
    *> UNASSIGNED and the totals.
    *> ---------------------

    5000-PRINT-ATTAINMENT.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "REPORT MONTH " ATTN-PERIOD "   YEAR TO DATE "
        ATTN-YEAR-START " - " ATTN-PERIOD
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE 0 TO SORT-WORK-EOF.
    MOVE 0 TO CURRENT-RANK.
    MOVE 0 TO RANKED-COUNT.
    PERFORM 5100-RETURN-SORTED-RECORD.
    PERFORM 5200-PRINT-ONE-SALESPERSON UNTIL SORT-WORK-AT-EOF.
    IF UNASSIGNED-IDX > 0 THEN
        PERFORM 5400-PRINT-UNASSIGNED
    END-IF.
    PERFORM 5500-PRINT-TOTALS.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    5100-RETURN-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        AT END MOVE 1 TO SORT-WORK-EOF
    END-RETURN.

    5200-PRINT-ONE-SALESPERSON.
    MOVE SW-TABLE-IDX TO ST-IDX.
    MOVE SPACES TO RW-LINE-TEXT.
    IF SW-HAS-QUOTA = 1 THEN
        ADD 1 TO RANKED-COUNT
        IF RANKED-COUNT = 1 OR SW-MONTH-PCT NOT = PRIOR-MONTH-PCT THEN
            MOVE RANKED-COUNT TO CURRENT-RANK
        END-IF
        MOVE SW-MONTH-PCT TO PRIOR-MONTH-PCT
        MOVE CURRENT-RANK TO RANK-DISP
        STRING "RANK " RANK-DISP "  " SW-SALES-ID "  "
            ST-SALES-NAME(ST-IDX)
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        IF SW-MONTH-PCT NOT < 100 THEN
            ADD 1 TO TOTAL-AT-QUOTA
        END-IF
    ELSE
        ADD 1 TO TOTAL-NO-QUOTA
        STRING "UNRANKED  " SW-SALES-ID "  " ST-SALES-NAME(ST-IDX)
            "  no quota this month"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    IF SW-TIER-REACHED = "Y" THEN
        ADD 1 TO TOTAL-AT-TIER
        MOVE SW-TIER-RATE TO RATE-DISP
        STRING "  TIER " RATE-DISP "%" DELIMITED BY SIZE
            INTO RW-LINE-TEXT(50:31)
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "MONTH" TO RW-LINE-TEXT(3:5).
    PERFORM 5300-PRINT-MONEY-LINES.
    ADD ST-MONTH-BILLED(ST-IDX) TO TOTAL-MONTH-BILLED.
    ADD ST-MONTH-RETURNS(ST-IDX) TO TOTAL-MONTH-RETURNS.
    ADD SW-MONTH-QUOTA TO TOTAL-MONTH-QUOTA.
    ADD ST-YTD-BILLED(ST-IDX) TO TOTAL-YTD-BILLED.
    ADD ST-YTD-RETURNS(ST-IDX) TO TOTAL-YTD-RETURNS.
    ADD SW-YTD-QUOTA TO TOTAL-YTD-QUOTA.
    PERFORM 5100-RETURN-SORTED-RECORD.

    *> Month then year to date: billings, returns and net on one
    *> line; quota and attainment, net and before returns, on the
    *> next.
    5300-PRINT-MONEY-LINES.
    MOVE ST-MONTH-BILLED(ST-IDX) TO AMT-DISP-1.
    MOVE ST-MONTH-RETURNS(ST-IDX) TO AMT-DISP-2.
    COMPUTE PERSON-NET = ST-MONTH-BILLED(ST-IDX)
        + ST-MONTH-RETURNS(ST-IDX).
    MOVE PERSON-NET TO AMT-DISP-3.
    STRING "  MONTH billed " AMT-DISP-1 " returns " AMT-DISP-2
        " net " AMT-DISP-3
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE SW-MONTH-QUOTA TO AMT-DISP-1.
    MOVE SW-MONTH-PCT TO PCT-DISP-1.
    MOVE SW-MONTH-GROSS-PCT TO PCT-DISP-2.
    STRING "        quota  " AMT-DISP-1 " attained " PCT-DISP-1
        "% (" PCT-DISP-2 "% before returns)"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE ST-YTD-BILLED(ST-IDX) TO AMT-DISP-1.
    MOVE ST-YTD-RETURNS(ST-IDX) TO AMT-DISP-2.
    COMPUTE PERSON-NET = ST-YTD-BILLED(ST-IDX)
        + ST-YTD-RETURNS(ST-IDX).
    MOVE PERSON-NET TO AMT-DISP-3.
    STRING "  YTD   billed " AMT-DISP-1 " returns " AMT-DISP-2
        " net " AMT-DISP-3
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE SW-YTD-QUOTA TO AMT-DISP-1.
    MOVE SW-YTD-PCT TO PCT-DISP-1.
    MOVE SW-YTD-GROSS-PCT TO PCT-DISP-2.
    STRING "        quota  " AMT-DISP-1 " attained " PCT-DISP-1
        "% (" PCT-DISP-2 "% before returns)"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    5400-PRINT-UNASSIGNED.
    MOVE UNASSIGNED-IDX TO ST-IDX.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "UNASSIGNED -- orders that carry no salesperson" TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE 0 TO SW-MONTH-QUOTA.
    MOVE 0 TO SW-MONTH-PCT.
    MOVE 0 TO SW-MONTH-GROSS-PCT.
    MOVE 0 TO SW-YTD-QUOTA.
    MOVE 0 TO SW-YTD-PCT.
    MOVE 0 TO SW-YTD-GROSS-PCT.
    PERFORM 5300-PRINT-MONEY-LINES.
    ADD ST-MONTH-BILLED(ST-IDX) TO TOTAL-MONTH-BILLED.
    ADD ST-MONTH-RETURNS(ST-IDX) TO TOTAL-MONTH-RETURNS.
    ADD ST-YTD-BILLED(ST-IDX) TO TOTAL-YTD-BILLED.
    ADD ST-YTD-RETURNS(ST-IDX) TO TOTAL-YTD-RETURNS.

    5500-PRINT-TOTALS.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "ALL SALESPEOPLE" TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-MONTH-BILLED TO AMT-DISP-1.
    MOVE TOTAL-MONTH-RETURNS TO AMT-DISP-2.
    COMPUTE PERSON-NET = TOTAL-MONTH-BILLED + TOTAL-MONTH-RETURNS.
    MOVE PERSON-NET TO AMT-DISP-3.
    STRING "  MONTH billed " AMT-DISP-1 " returns " AMT-DISP-2
        " net " AMT-DISP-3
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE 0 TO GROUP-ATTAIN-PCT.
    IF TOTAL-MONTH-QUOTA > 0 THEN
        COMPUTE GROUP-ATTAIN-PCT ROUNDED =
            PERSON-NET * 100 / TOTAL-MONTH-QUOTA
            ON SIZE ERROR MOVE 99999.99 TO GROUP-ATTAIN-PCT
        END-COMPUTE
    END-IF.
    MOVE TOTAL-MONTH-QUOTA TO AMT-DISP-1.
    MOVE GROUP-ATTAIN-PCT TO PCT-DISP-1.
    STRING "        quota  " AMT-DISP-1 " attained " PCT-DISP-1 "%"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-YTD-BILLED TO AMT-DISP-1.
    MOVE TOTAL-YTD-RETURNS TO AMT-DISP-2.
    COMPUTE PERSON-NET = TOTAL-YTD-BILLED + TOTAL-YTD-RETURNS.
    MOVE PERSON-NET TO AMT-DISP-3.
    STRING "  YTD   billed " AMT-DISP-1 " returns " AMT-DISP-2
        " net " AMT-DISP-3
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE 0 TO GROUP-ATTAIN-PCT.
    IF TOTAL-YTD-QUOTA > 0 THEN
        COMPUTE GROUP-ATTAIN-PCT ROUNDED =
            PERSON-NET * 100 / TOTAL-YTD-QUOTA
            ON SIZE ERROR MOVE 99999.99 TO GROUP-ATTAIN-PCT
        END-COMPUTE
    END-IF.
    MOVE TOTAL-YTD-QUOTA TO AMT-DISP-1.
    MOVE GROUP-ATTAIN-PCT TO PCT-DISP-1.
    STRING "        quota  " AMT-DISP-1 " attained " PCT-DISP-1 "%"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE RANKED-COUNT TO COUNT-DISP-1.
    MOVE TOTAL-AT-QUOTA TO COUNT-DISP-2.
    MOVE TOTAL-AT-TIER TO COUNT-DISP-3.
    MOVE TOTAL-NO-QUOTA TO COUNT-DISP-4.
    STRING "Ranked " COUNT-DISP-1 "  at or over quota " COUNT-DISP-2
        "  at tier " COUNT-DISP-3 "  without a quota " COUNT-DISP-4
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    7900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    PERFORM 9679-QUOTA-CLOSE.
    DISPLAY "-- Quota Attainment Summary --".
    DISPLAY "Register invoices read : " TOTAL-INVOICES-READ.
    DISPLAY "Invoices in the year   : " TOTAL-INVOICES-USED.
    DISPLAY "Return lines netted    : " TOTAL-RETURN-LINES.
    DISPLAY "Salespeople ranked     : " RANKED-COUNT.
    DISPLAY "Without a quota        : " TOTAL-NO-QUOTA.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "quotaproc.cpy".
