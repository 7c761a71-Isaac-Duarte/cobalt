*> the schedule file), it snapshots the period before any further
*> maintenance can move it. Every CUSTMAST balance goes to the
*> PERBALS period-history file, the aged open-item picture (the
*> same due-date bucketing AR-AGING prints: not yet due, 1-30,
*> 31-60, and over 60 days past due, with the part of the last
*> bucket over 90 days carried beside it) goes to
*> PERAGED, the period's control-total records are rolled up per
*> program onto PERCTL, and the PERIOD indicator record on CYCLECTL
*> is set to the CCYYMM just closed -- every snapshot record
        COPY "custsel.cpy".
        COPY "oisel.cpy".
        COPY "ctltotsel.cpy".
        COPY "perbalsel.cpy".
        SELECT PERIOD-AGED-FILE ASSIGN TO "PERAGED"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PERIOD-AGED-STATUS.
    COPY "ctltotfd.cpy".

    FD  PERIOD-BAL-FILE.
    COPY "perbalrec.cpy".

    FD  PERIOD-AGED-FILE.
    01  PERIOD-AGED-REC.
        05 PA-CUST-ID PIC X(6).
        05 PA-BUCKET-AMT OCCURS 4 TIMES PIC S9(9)V99.
        05 PA-TIMESTAMP PIC X(14).
        05 PA-OVER-90-AMT PIC S9(9)V99.

    FD  PERIOD-CTL-FILE.
    01  PERIOD-CTL-REC.

    01 CLOSE-PERIOD PIC 9(6) VALUE 0.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 BUCKET-IDX PIC 9(1) COMP VALUE 0.
    01 CURRENT-CUST-ID PIC X(6) VALUE SPACES.
    01 CUST-BUCKETS.
        05 CUST-BUCKET-AMT OCCURS 4 TIMES PIC S9(9)V99 COMP-3.
    01 CUST-OVER-90-AMT PIC S9(9)V99 COMP-3 VALUE 0.

*> Per-program roll-up of the period's control-total records.
    01 CTL-TABLE-MAX PIC 9(3) COMP VALUE 100.
    01 TOTAL-CTL-ROLLED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="MONTH-END-CLOSE"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="MONTH-END-CLOSE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "oiduedata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    MOVE CLOSE-PERIOD TO PB-PERIOD.
    MOVE CM-CUST-ID TO PB-CUST-ID.
    MOVE CM-CUST-BALANCE TO PB-BALANCE.
    MOVE CM-CUST-STATUS TO PB-CUST-STATUS.
    MOVE WS-CURRENT-TIMESTAMP TO PB-TIMESTAMP.
    WRITE PERIOD-BAL-REC.
    ADD 1 TO TOTAL-BALANCES-SNAPPED.
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
    ADD OI-REMAIN-AMOUNT TO CUST-BUCKET-AMT(BUCKET-IDX).
    IF OIDUE-DAYS-PAST-DUE > 90 THEN
        ADD OI-REMAIN-AMOUNT TO CUST-OVER-90-AMT
    END-IF.
    PERFORM 3100-READ-OPEN-ITEM.

    3300-WRITE-AGED-SNAPSHOT.
    PERFORM 3310-COPY-ONE-BUCKET
        VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 4.
    MOVE WS-CURRENT-TIMESTAMP TO PA-TIMESTAMP.
    MOVE CUST-OVER-90-AMT TO PA-OVER-90-AMT.
    WRITE PERIOD-AGED-REC.
    ADD 1 TO TOTAL-AGED-SNAPPED.

    3900-CLEAR-CUSTOMER-BUCKETS.
    PERFORM 3910-CLEAR-ONE-BUCKET
        VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 4.
    MOVE 0 TO CUST-OVER-90-AMT.

    3910-CLEAR-ONE-BUCKET.
    MOVE 0 TO CUST-BUCKET-AMT(BUCKET-IDX).
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "oidueproc.cpy".
