
*> AR-AGING turns the open-item file into the receivables picture
*> CM-CUST-BALANCE alone cannot give: each item is bucketed into
*> not yet due / 1-30 / 31-60 / over 60 days past its due date as of
*> the run date (the due date follows the customer's payment terms;
*> see OIDUEPROC), an aged trial balance prints through REPORT-WRITER
*> with one line per customer and grand totals, the grand total is
*> tied back to the sum of CM-CUST-BALANCE across CUSTMAST, and a
*> dunning letter is generated on DUNNLTR for every customer with
*> amounts more than thirty days past due. Letters escalate through the DUNNHIST
*> history file: level 1 the first time, a sharper level 2 once
*> thirty days have passed since the last letter, a final demand at
*> level 3 thirty days after that, and nothing inside the thirty
*> days -- a customer whose final demand is itself thirty days old
*> lands on the collections-referral report instead of getting the
*> same letter again. An amount under open dispute (see DISPPROC)
*> is held out of the buckets and shown in its own DISPUTED column,
*> so it never drives a dunning letter; the total due still carries
*> it, since CM-CUST-BALANCE does.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DUNNING-LETTER-STATUS.
        COPY "dunnhsel.cpy".
        COPY "dispsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
    FD  DUNNING-HIST-FILE.
    COPY "dunnhrec.cpy".

    FD  DISPUTE-FILE.
    COPY "disprec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
*> place for date arithmetic; an invoice date that fails its true
*> calendar validation ages as current rather than abending the run.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 GRAND-BUCKETS.
        05 GRAND-BUCKET-AMT OCCURS 4 TIMES PIC S9(11)V99 COMP-3.
    01 BUCKET-IDX PIC 9(1) COMP VALUE 0.
    01 CUST-DISPUTED-AMT PIC S9(9)V99 COMP-3 VALUE 0.
    01 GRAND-DISPUTED-AMT PIC S9(11)V99 COMP-3 VALUE 0.
    01 CUST-TOTAL-DUE PIC S9(9)V99 COMP-3 VALUE 0.
    01 GRAND-TOTAL-DUE PIC S9(11)V99 COMP-3 VALUE 0.
    01 MASTER-BALANCE-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
    01 AGE-AMT-DISP PIC -(8)9.99.
    01 AGE-AMT-DISP-2 PIC -(8)9.99.
    01 AGE-BUCKET-DISP OCCURS 4 TIMES PIC -(6)9.99.
    01 AGE-DISPUTED-DISP PIC -(6)9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="AR-AGING"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="AR-AGING"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="AR-AGING"==.
    COPY "oiduedata.cpy".
    COPY "dispdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
        MOVE "Aged Trial Balance" TO RW-REPORT-TITLE
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
        MOVE "CUST      NOT DUE  1-30 DAYS 31-60 DAYS    OVER 60   DISPUTED"
            TO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
        PERFORM 1000-READ-OPEN-ITEM
        PERFORM 2000-AGE-ONE-ITEM UNTIL OPEN-ITEM-AT-EOF
        IF CURRENT-CUST-ID NOT = SPACES THEN
            PERFORM 3000-CUSTOMER-BREAK
        END-IF
        CLOSE OPEN-ITEM-FILE
        PERFORM 9849-OI-DISPUTE-CLOSE
        CLOSE DUNNING-LETTER-FILE
        CLOSE DUNNING-HIST-FILE
        PERFORM 4000-TIE-TO-CUSTOMER-MASTER
        MOVE OI-CUST-ID TO CURRENT-CUST-ID
        PERFORM 3900-CLEAR-CUSTOMER-BUCKETS
    END-IF.
    MOVE RUN-DATE-SAVE TO OIDUE-AS-OF-DATE.
    PERFORM 9840-OI-DAYS-PAST-DUE.
    EVALUATE TRUE
        WHEN OIDUE-DAYS-PAST-DUE < 1
            MOVE 1 TO BUCKET-IDX
        WHEN OIDUE-DAYS-PAST-DUE < 31
            MOVE 2 TO BUCKET-IDX
        WHEN OIDUE-DAYS-PAST-DUE < 61
            MOVE 3 TO BUCKET-IDX
        WHEN OTHER
            MOVE 4 TO BUCKET-IDX
    END-EVALUATE.
    PERFORM 9845-OI-DISPUTED-AMOUNT.
    ADD OIDISP-COLLECTIBLE TO CUST-BUCKET-AMT(BUCKET-IDX).
    ADD OIDISP-COLLECTIBLE TO GRAND-BUCKET-AMT(BUCKET-IDX).
    ADD OIDISP-AMOUNT TO CUST-DISPUTED-AMT.
    ADD OIDISP-AMOUNT TO GRAND-DISPUTED-AMT.
    ADD OI-REMAIN-AMOUNT TO GRAND-TOTAL-DUE.
    ADD 1 TO TOTAL-ITEMS-AGED.
    COMPUTE CTL-HASH-VALUE = OI-REMAIN-AMOUNT * 100.
    3900-CLEAR-CUSTOMER-BUCKETS.
    PERFORM 3910-CLEAR-ONE-BUCKET
        VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 4.
    MOVE 0 TO CUST-DISPUTED-AMT.

    3910-CLEAR-ONE-BUCKET.
    MOVE 0 TO CUST-BUCKET-AMT(BUCKET-IDX).

    *> ---------------------
    *> CUSTOMER BREAK: one aged line, and a dunning letter when the
    *> over-thirty-days-past-due buckets hold anything.
    *> ---------------------

    3000-CUSTOMER-BREAK.
    ADD 1 TO TOTAL-CUSTOMERS-AGED.
    COMPUTE CUST-TOTAL-DUE =
        CUST-BUCKET-AMT(1) + CUST-BUCKET-AMT(2)
        + CUST-BUCKET-AMT(3) + CUST-BUCKET-AMT(4)
        + CUST-DISPUTED-AMT.
    PERFORM 3100-FORMAT-BUCKET-DISPLAYS.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING CURRENT-CUST-ID " "
        AGE-BUCKET-DISP(1) " " AGE-BUCKET-DISP(2) " "
        AGE-BUCKET-DISP(3) " " AGE-BUCKET-DISP(4) " "
        AGE-DISPUTED-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    IF CUST-BUCKET-AMT(3) > 0 OR CUST-BUCKET-AMT(4) > 0 THEN
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING CURRENT-CUST-ID " level 3 exhausted, 30-plus past due "
        AGE-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    MOVE "L" TO RW-FUNCTION.
    MOVE CUST-BUCKET-AMT(2) TO AGE-BUCKET-DISP(2).
    MOVE CUST-BUCKET-AMT(3) TO AGE-BUCKET-DISP(3).
    MOVE CUST-BUCKET-AMT(4) TO AGE-BUCKET-DISP(4).
    MOVE CUST-DISPUTED-AMT TO AGE-DISPUTED-DISP.

    3200-WRITE-DUNNING-LETTER.
    MOVE SPACES TO DUNNING-LETTER-REC.
        CUST-BUCKET-AMT(3) + CUST-BUCKET-AMT(4).
    MOVE CUST-TOTAL-DUE TO AGE-AMT-DISP.
    MOVE SPACES TO DUNNING-LETTER-REC.
    STRING "Your account is more than thirty days past due: "
        AGE-AMT-DISP
        DELIMITED BY SIZE INTO DUNNING-LETTER-REC.
    WRITE DUNNING-LETTER-REC.
    MOVE GRAND-BUCKET-AMT(2) TO AGE-BUCKET-DISP(2).
    MOVE GRAND-BUCKET-AMT(3) TO AGE-BUCKET-DISP(3).
    MOVE GRAND-BUCKET-AMT(4) TO AGE-BUCKET-DISP(4).
    MOVE GRAND-DISPUTED-AMT TO AGE-DISPUTED-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "TOTALS "
        AGE-BUCKET-DISP(1) " " AGE-BUCKET-DISP(2) " "
        AGE-BUCKET-DISP(3) " " AGE-BUCKET-DISP(4) " "
        AGE-DISPUTED-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE GRAND-TOTAL-DUE TO AGE-AMT-DISP.
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "oidueproc.cpy".
    COPY "dispproc.cpy".
