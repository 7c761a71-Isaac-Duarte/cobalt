            10 IT-INVOICE-DATE PIC 9(8).
            10 IT-ORIG-AMOUNT PIC S9(7)V99 COMP-3.
            10 IT-REMAIN-AMOUNT PIC S9(7)V99 COMP-3.
            10 IT-DUE-DATE PIC 9(8).
            10 IT-DISC-DATE PIC 9(8).
            10 IT-DISC-AMOUNT PIC S9(7)V99 COMP-3.

    01 ORDER-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 ORDER-SCAN-AT-EOF VALUE 1.
    01 ITEMS-LEFT-THIS-MERGE PIC 9(4) COMP VALUE 0.
    01 ORDERS-MOVED-THIS-MERGE PIC 9(4) COMP VALUE 0.

*> A duplicate that is still the bill-to parent of branches cannot
*> be closed by CUSTOMER-MAINT, so the pair is refused here before
*> anything moves; the branches are re-pointed first.
    01 BRANCH-COUNT PIC 9(6) COMP VALUE 0.
    01 BRANCH-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 BRANCH-SCAN-AT-EOF VALUE 1.

    01 KEYED-TRANS-COUNT PIC 9(6) COMP VALUE 0.
    01 KEYED-HASH-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
    01 TRAILER-STAGING.
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-MERGE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-MERGE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    PERFORM 2000-READ-MERGE-CARD.

    *> Both halves of the pair must exist, be distinct, and the
    *> survivor must not itself be closed; the duplicate must have no
    *> branches still billing to it.
    3100-VALIDATE-MERGE-PAIR.
    MOVE 0 TO MERGE-VALID-SWITCH.
    IF MG-SURVIVOR-ID = MG-DUPLICATE-ID THEN
            MOVE CM-PRICE-TIER TO DUPLICATE-TIER-SAVE
            MOVE CM-MTD-SALES TO DUPLICATE-MTD-SAVE
            MOVE CM-YTD-SALES TO DUPLICATE-YTD-SAVE
            PERFORM 3250-COUNT-DUPLICATE-BRANCHES
            IF BRANCH-COUNT > 0 THEN
                DISPLAY "MERGE REJECTED: duplicate " MG-DUPLICATE-ID
                    " is still parent of " BRANCH-COUNT " branches."
                ADD 1 TO TOTAL-PAIRS-REJECTED
            ELSE
                MOVE 1 TO MERGE-VALID-SWITCH
            END-IF
    END-READ.

    3250-COUNT-DUPLICATE-BRANCHES.
    MOVE 0 TO BRANCH-COUNT.
    MOVE 0 TO BRANCH-SCAN-EOF.
    MOVE LOW-VALUES TO CM-CUST-ID.
    START CUSTOMER-MASTER-FILE KEY NOT < CM-CUST-ID
        INVALID KEY MOVE 1 TO BRANCH-SCAN-EOF
    END-START.
    PERFORM 3260-COUNT-ONE-BRANCH UNTIL BRANCH-SCAN-AT-EOF.

    3260-COUNT-ONE-BRANCH.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO BRANCH-SCAN-EOF
        NOT AT END
            IF CM-PARENT-ID = MG-DUPLICATE-ID THEN
                ADD 1 TO BRANCH-COUNT
            END-IF
    END-READ.

    *> ---------------------
                    MOVE OI-INVOICE-DATE TO IT-INVOICE-DATE(ITEM-COUNT)
                    MOVE OI-ORIG-AMOUNT TO IT-ORIG-AMOUNT(ITEM-COUNT)
                    MOVE OI-REMAIN-AMOUNT TO IT-REMAIN-AMOUNT(ITEM-COUNT)
                    MOVE OI-DUE-DATE TO IT-DUE-DATE(ITEM-COUNT)
                    MOVE OI-DISC-DATE TO IT-DISC-DATE(ITEM-COUNT)
                    MOVE OI-DISC-AMOUNT TO IT-DISC-AMOUNT(ITEM-COUNT)
                END-IF
            END-IF
    END-READ.
    MOVE IT-INVOICE-DATE(ITEM-IDX) TO OI-INVOICE-DATE.
    MOVE IT-ORIG-AMOUNT(ITEM-IDX) TO OI-ORIG-AMOUNT.
    MOVE IT-REMAIN-AMOUNT(ITEM-IDX) TO OI-REMAIN-AMOUNT.
    MOVE IT-DUE-DATE(ITEM-IDX) TO OI-DUE-DATE.
    MOVE IT-DISC-DATE(ITEM-IDX) TO OI-DISC-DATE.
    MOVE IT-DISC-AMOUNT(ITEM-IDX) TO OI-DISC-AMOUNT.
    WRITE OPEN-ITEM-REC
        INVALID KEY
            DISPLAY "ITEM LEFT IN PLACE: invoice "
