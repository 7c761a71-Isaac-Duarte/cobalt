   *> QUOTAPROC - the salesperson quota lookups shared by
   *> QUOTA-ATTAINMENT and COMMISSION-REPORT, so the attainment the
   *> report prints is the attainment the commission run pays on.
   *>     9670-QUOTA-OPEN            -- open SLSQUOTA for input; a
   *>                                   missing file leaves every
   *>                                   quota not found
   *>     9671-QUOTA-FOR-MONTH       -- QUOTA-AMOUNT, QUOTA-ATTAIN-PCT
   *>                                   and the tier for one month
   *>     9673-QUOTA-YEAR-TO-DATE    -- the same over January through
   *>                                   QUOTA-PERIOD's month (no tier)
   *>     9679-QUOTA-CLOSE
   *> Attainment is QUOTA-NET-BILLED as a percent of the quota, zero
   *> when there is no quota to attain.
    9670-QUOTA-OPEN.
    MOVE 0 TO QUOTA-FILE-OPEN.
    OPEN INPUT QUOTA-FILE.
    IF QUOTA-FILE-STATUS = "00" THEN
        MOVE 1 TO QUOTA-FILE-OPEN
    END-IF.

    9671-QUOTA-FOR-MONTH.
    MOVE 0 TO QUOTA-FOUND-SW.
    MOVE 0 TO QUOTA-TIER-SW.
    MOVE 0 TO QUOTA-AMOUNT.
    MOVE 0 TO QUOTA-TIER-PCT.
    MOVE 0 TO QUOTA-TIER-RATE.
    IF QUOTA-FILE-IS-OPEN THEN
        MOVE QUOTA-SALES-ID TO SQ-SALES-ID
        MOVE QUOTA-PERIOD TO SQ-PERIOD
        READ QUOTA-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE 1 TO QUOTA-FOUND-SW
                MOVE SQ-QUOTA-AMT TO QUOTA-AMOUNT
                MOVE SQ-TIER-PCT TO QUOTA-TIER-PCT
                MOVE SQ-TIER-RATE TO QUOTA-TIER-RATE
        END-READ
    END-IF.
    PERFORM 9672-QUOTA-ATTAINMENT.
    IF QUOTA-TIER-PCT > 0 AND QUOTA-AMOUNT > 0
            AND QUOTA-ATTAIN-PCT NOT < QUOTA-TIER-PCT THEN
        MOVE 1 TO QUOTA-TIER-SW
    END-IF.

    9672-QUOTA-ATTAINMENT.
    IF QUOTA-AMOUNT > 0 THEN
        COMPUTE QUOTA-ATTAIN-PCT ROUNDED =
            QUOTA-NET-BILLED * 100 / QUOTA-AMOUNT
            ON SIZE ERROR MOVE 99999.99 TO QUOTA-ATTAIN-PCT
        END-COMPUTE
    ELSE
        MOVE 0 TO QUOTA-ATTAIN-PCT
    END-IF.

    9673-QUOTA-YEAR-TO-DATE.
    MOVE 0 TO QUOTA-FOUND-SW.
    MOVE 0 TO QUOTA-TIER-SW.
    MOVE 0 TO QUOTA-AMOUNT.
    IF QUOTA-FILE-IS-OPEN THEN
        MOVE 0 TO QUOTA-SCAN-EOF
        MOVE QUOTA-SALES-ID TO SQ-SALES-ID
        MOVE QUOTA-PERIOD TO SQ-PERIOD
        MOVE "01" TO SQ-PERIOD(5:2)
        START QUOTA-FILE KEY IS NOT LESS THAN SQ-QUOTA-KEY
            INVALID KEY MOVE 1 TO QUOTA-SCAN-EOF
        END-START
        PERFORM 9674-QUOTA-ADD-ONE-MONTH UNTIL QUOTA-SCAN-AT-EOF
    END-IF.
    PERFORM 9672-QUOTA-ATTAINMENT.

    9674-QUOTA-ADD-ONE-MONTH.
    READ QUOTA-FILE NEXT RECORD
        AT END MOVE 1 TO QUOTA-SCAN-EOF
        NOT AT END
            IF SQ-SALES-ID NOT = QUOTA-SALES-ID
                    OR SQ-PERIOD > QUOTA-PERIOD THEN
                MOVE 1 TO QUOTA-SCAN-EOF
            ELSE
                MOVE 1 TO QUOTA-FOUND-SW
                ADD SQ-QUOTA-AMT TO QUOTA-AMOUNT
            END-IF
    END-READ.

    9679-QUOTA-CLOSE.
    IF QUOTA-FILE-IS-OPEN THEN
        CLOSE QUOTA-FILE
        MOVE 0 TO QUOTA-FILE-OPEN
    END-IF.
