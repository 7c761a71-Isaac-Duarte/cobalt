
*> CREDIT-HOLD is the nightly connection between what AR-AGING
*> knows and what CUSTOMER-MAINT enforces: the open items are aged
*> from their due dates exactly as AR-AGING ages them (see
*> OIDUEPROC), each customer's amount in the oldest bucket -- more
*> than sixty days past due, the old 90-plus on net 30 terms, and
*> less any amount under open dispute (see DISPPROC) -- is
*> compared to an operator-parameterized threshold, and the
*> status changes leave as a complete header/trailer CUSTTRAN batch
*> -- active customers over the threshold go to hold (reason AGE,
*> effective tonight), and customers sitting on hold whose last
*> change before a release is generated. The existing maintenance,
*> journal, and status-history machinery does all the applying.
*>
*> Customers in a parent/child family are also judged as a family:
*> every member's balance plus their open and shipped orders on
*> ORDFILE is totalled against the parent's CM-CREDIT-LIMIT, and
*> when the family is over a non-zero limit its active members go
*> to hold (reason FAM). A FAM hold is released the same way an AGE
*> hold is, once the family is back inside its limit and the member
*> is clear of the aging test. Customers standing alone keep the
*> aging test only, as before.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  over-60-past-due threshold in whole units
*>               (zero keeps the 500 default)

ENVIRONMENT DIVISION.
        COPY "oisel.cpy".
        COPY "custsel.cpy".
        COPY "stathsel.cpy".
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        SELECT CUSTOMER-TRANS-FILE ASSIGN TO "CUSTTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER-TRANS-STATUS.
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "dispsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  STATUS-HIST-FILE.
    COPY "stathrec.cpy".

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  CUSTOMER-TRANS-FILE.
    COPY "trnrec.cpy".

    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    FD  DISPUTE-FILE.
    COPY "disprec.cpy".

    WORKING-STORAGE SECTION.
    01 OPEN-ITEM-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 STATUS-HIST-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-FILE-EOF PIC 9(1) COMP VALUE 0.
        88 ORDER-FILE-AT-EOF VALUE 1.
    01 ORDER-LINE-STATUS PIC X(2).
    01 LINE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 LINE-SCAN-AT-EOF VALUE 1.
    01 CUSTOMER-TRANS-STATUS PIC X(2).
    01 OPEN-ITEM-EOF PIC 9(1) COMP VALUE 0.
        88 OPEN-ITEM-AT-EOF VALUE 1.

    01 HOLD-THRESHOLD PIC 9(9) COMP VALUE 500.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 PARM-STAGING PIC X(5).

*> Each customer's oldest-bucket exposure, accumulated in one pass
*> over the open items before the master is walked. The OVER90
*> names date from invoice-date aging on net 30, when the oldest
*> bucket began at ninety days old.
    01 AGED-TABLE-MAX PIC 9(4) COMP VALUE 1000.
    01 AGED-COUNT PIC 9(4) COMP VALUE 0.
    01 AGED-IDX PIC 9(4) COMP VALUE 0.
            10 HT-CUST-ID PIC X(6).
            10 HT-LAST-REASON PIC X(3).

*> Each family's standing, keyed on the parent (a customer with no
*> parent is the root of its own family of one). Balances come from
*> one pass of the master, order exposure from one pass of ORDFILE.
    01 FAMILY-TABLE-MAX PIC 9(4) COMP VALUE 1000.
    01 FAMILY-COUNT PIC 9(4) COMP VALUE 0.
    01 FAMILY-IDX PIC 9(4) COMP VALUE 0.
    01 FAMILY-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 FAMILY-LOOKUP-ID PIC X(6).
    01 FAMILY-TABLE.
        05 FAMILY-ENTRY OCCURS 1000 TIMES.
            10 FX-PARENT-ID PIC X(6).
            10 FX-MEMBER-COUNT PIC 9(4) COMP.
            10 FX-CREDIT-LIMIT PIC S9(7)V99 COMP-3.
            10 FX-BALANCE PIC S9(11)V99 COMP-3.
            10 FX-ORDER-EXPOSURE PIC S9(11)V99 COMP-3.
    01 FAMILY-OVER-SWITCH PIC 9(1) COMP VALUE 0.
        88 FAMILY-IS-OVER-LIMIT VALUE 1.
    01 FAMILY-EXPOSURE PIC S9(11)V99 COMP-3 VALUE 0.

    01 CUSTOMER-OVER90 PIC S9(9)V99 COMP-3 VALUE 0.
    01 HOLD-NEW-STATUS PIC X(1).
    01 HOLD-NEW-REASON PIC X(3).
        05 TS-HASH-TOTAL PIC S9(11)V99.

    01 TOTAL-HOLDS-GENERATED PIC 9(6) COMP VALUE 0.
    01 TOTAL-FAMILY-HOLDS PIC 9(6) COMP VALUE 0.
    01 TOTAL-RELEASES-GENERATED PIC 9(6) COMP VALUE 0.
    01 TOTAL-HOLDS-LEFT-ALONE PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CREDIT-HOLD"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CREDIT-HOLD"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="CREDIT-HOLD"==.
    COPY "oiduedata.cpy".
    COPY "dispdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    IF HOLD-FILES-ARE-OPEN THEN
        PERFORM 2000-ACCUMULATE-AGED-AMOUNTS
        PERFORM 2500-LOAD-STATUS-REASONS
        PERFORM 2800-LOAD-FAMILY-BALANCES
        PERFORM 2900-LOAD-FAMILY-ORDERS
        PERFORM 2990-REWIND-CUSTOMER-MASTER
        PERFORM 3000-WALK-CUSTOMER-MASTER
        PERFORM 7000-CLOSE-TRANS-BATCH
    END-IF.
            MOVE PC-NUM-1 TO HOLD-THRESHOLD
        END-IF
    ELSE
        DISPLAY "Over-60-past-due hold threshold in whole units:"
        ACCEPT HOLD-THRESHOLD
    END-IF.
    IF HOLD-THRESHOLD = 0 THEN
        MOVE 500 TO HOLD-THRESHOLD
    END-IF.
    DISPLAY "Credit holds placed above over-60-past-due of "
        HOLD-THRESHOLD ".".

    *> ---------------------
    *> INITIALIZATION
    END-IF.

    *> ---------------------
    *> AGING PASS: each item more than sixty days past due adds its
    *> collectible amount to its customer's oldest bucket.
    *> ---------------------

    2000-ACCUMULATE-AGED-AMOUNTS.
    PERFORM 2100-READ-OPEN-ITEM.
    PERFORM 2200-AGE-ONE-ITEM UNTIL OPEN-ITEM-AT-EOF.
    CLOSE OPEN-ITEM-FILE.
    PERFORM 9849-OI-DISPUTE-CLOSE.

    2100-READ-OPEN-ITEM.
    READ OPEN-ITEM-FILE NEXT RECORD
    END-READ.

    2200-AGE-ONE-ITEM.
    MOVE RUN-DATE-SAVE TO OIDUE-AS-OF-DATE.
    PERFORM 9840-OI-DAYS-PAST-DUE.
    IF OIDUE-DAYS-PAST-DUE > 60 AND OI-REMAIN-AMOUNT > 0 THEN
        PERFORM 9845-OI-DISPUTED-AMOUNT
        IF OIDISP-COLLECTIBLE > 0 THEN
            PERFORM 2300-ADD-TO-AGED-TABLE
        END-IF
    END-IF.
    PERFORM 2100-READ-OPEN-ITEM.

    PERFORM 2310-MATCH-ONE-AGED-ENTRY
        VARYING AGED-IDX FROM 1 BY 1 UNTIL AGED-IDX > AGED-COUNT.
    IF AGED-FOUND-IDX > 0 THEN
        ADD OIDISP-COLLECTIBLE TO AG-OVER90-AMOUNT(AGED-FOUND-IDX)
    ELSE
        IF AGED-COUNT >= AGED-TABLE-MAX THEN
            DISPLAY "Aged table full; some customers not considered."
        ELSE
            ADD 1 TO AGED-COUNT
            MOVE OI-CUST-ID TO AG-CUST-ID(AGED-COUNT)
            MOVE OIDISP-COLLECTIBLE TO AG-OVER90-AMOUNT(AGED-COUNT)
        END-IF
    END-IF.

        MOVE HIST-COUNT TO HIST-IDX
    END-IF.

    *> ---------------------
    *> FAMILY LOAD: balances by family from the master, then open
    *> and shipped order value from ORDFILE. The master is put back
    *> at its first record for the walk that follows.
    *> ---------------------

    2800-LOAD-FAMILY-BALANCES.
    MOVE 0 TO CUSTOMER-MASTER-EOF.
    PERFORM 3100-READ-CUSTOMER.
    PERFORM 2810-TABLE-ONE-FAMILY-MEMBER UNTIL CUSTOMER-MASTER-AT-EOF.

    2810-TABLE-ONE-FAMILY-MEMBER.
    IF CM-PARENT-ID = SPACES THEN
        MOVE CM-CUST-ID TO FAMILY-LOOKUP-ID
    ELSE
        MOVE CM-PARENT-ID TO FAMILY-LOOKUP-ID
    END-IF.
    PERFORM 2850-FIND-FAMILY-ENTRY.
    IF FAMILY-FOUND-IDX = 0 AND FAMILY-COUNT < FAMILY-TABLE-MAX THEN
        ADD 1 TO FAMILY-COUNT
        MOVE FAMILY-COUNT TO FAMILY-FOUND-IDX
        MOVE FAMILY-LOOKUP-ID TO FX-PARENT-ID(FAMILY-COUNT)
        MOVE 0 TO FX-MEMBER-COUNT(FAMILY-COUNT)
        MOVE 0 TO FX-CREDIT-LIMIT(FAMILY-COUNT)
        MOVE 0 TO FX-BALANCE(FAMILY-COUNT)
        MOVE 0 TO FX-ORDER-EXPOSURE(FAMILY-COUNT)
    END-IF.
    IF FAMILY-FOUND-IDX = 0 THEN
        DISPLAY "Family table full; customer " CM-CUST-ID
            " judged on aging only."
        MOVE 4 TO WS-RETURN-CODE
    ELSE
        ADD 1 TO FX-MEMBER-COUNT(FAMILY-FOUND-IDX)
        ADD CM-CUST-BALANCE TO FX-BALANCE(FAMILY-FOUND-IDX)
        IF CM-CUST-ID = FAMILY-LOOKUP-ID THEN
            MOVE CM-CREDIT-LIMIT TO FX-CREDIT-LIMIT(FAMILY-FOUND-IDX)
        END-IF
    END-IF.
    PERFORM 3100-READ-CUSTOMER.

    2850-FIND-FAMILY-ENTRY.
    MOVE 0 TO FAMILY-FOUND-IDX.
    PERFORM 2860-MATCH-ONE-FAMILY-ENTRY
        VARYING FAMILY-IDX FROM 1 BY 1 UNTIL FAMILY-IDX > FAMILY-COUNT.

    2860-MATCH-ONE-FAMILY-ENTRY.
    IF FX-PARENT-ID(FAMILY-IDX) = FAMILY-LOOKUP-ID THEN
        MOVE FAMILY-IDX TO FAMILY-FOUND-IDX
        MOVE FAMILY-COUNT TO FAMILY-IDX
    END-IF.

    *> An order's customer is read for its parent; an order whose
    *> customer has left the master adds to no family.
    2900-LOAD-FAMILY-ORDERS.
    MOVE 0 TO ORDER-FILE-EOF.
    OPEN INPUT ORDER-FILE.
    IF ORDER-FILE-STATUS NOT = "00" THEN
        DISPLAY "Order file not found; family exposure is balances only."
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS NOT = "00" THEN
        DISPLAY "Order line file not found; family exposure is balances only."
        CLOSE ORDER-FILE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2910-READ-ORDER.
    PERFORM 2920-ADD-ONE-ORDER UNTIL ORDER-FILE-AT-EOF.
    CLOSE ORDER-FILE.
    CLOSE ORDER-LINE-FILE.

    2910-READ-ORDER.
    READ ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO ORDER-FILE-EOF
    END-READ.

    2920-ADD-ONE-ORDER.
    IF OR-STATUS-OPEN OR OR-STATUS-SHIPPED THEN
        MOVE OR-CUST-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                MOVE SPACES TO FAMILY-LOOKUP-ID
            NOT INVALID KEY
                IF CM-PARENT-ID = SPACES THEN
                    MOVE CM-CUST-ID TO FAMILY-LOOKUP-ID
                ELSE
                    MOVE CM-PARENT-ID TO FAMILY-LOOKUP-ID
                END-IF
        END-READ
        IF FAMILY-LOOKUP-ID NOT = SPACES THEN
            PERFORM 2850-FIND-FAMILY-ENTRY
            IF FAMILY-FOUND-IDX > 0 THEN
                MOVE 0 TO LINE-SCAN-EOF
                MOVE OR-ORDER-NO TO OL-ORDER-NO
                MOVE 0 TO OL-LINE-NO
                START ORDER-LINE-FILE KEY NOT < OL-LINE-KEY
                    INVALID KEY MOVE 1 TO LINE-SCAN-EOF
                END-START
                PERFORM 2930-ADD-ONE-ORDER-LINE UNTIL LINE-SCAN-AT-EOF
            END-IF
        END-IF
    END-IF.
    PERFORM 2910-READ-ORDER.

    2930-ADD-ONE-ORDER-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO LINE-SCAN-EOF
        NOT AT END
            IF OL-ORDER-NO NOT = OR-ORDER-NO THEN
                MOVE 1 TO LINE-SCAN-EOF
            ELSE
                COMPUTE FX-ORDER-EXPOSURE(FAMILY-FOUND-IDX) =
                    FX-ORDER-EXPOSURE(FAMILY-FOUND-IDX)
                    + OL-QUANTITY * OL-UNIT-PRICE
            END-IF
    END-READ.

    2990-REWIND-CUSTOMER-MASTER.
    MOVE 0 TO CUSTOMER-MASTER-EOF.
    MOVE LOW-VALUES TO CM-CUST-ID.
    START CUSTOMER-MASTER-FILE KEY NOT < CM-CUST-ID
        INVALID KEY MOVE 1 TO CUSTOMER-MASTER-EOF
    END-START.

    *> ---------------------
    *> MASTER WALK: hold what is over, release what this program
    *> held and has since cleared.

    3200-CONSIDER-ONE-CUSTOMER.
    PERFORM 3300-FETCH-CUSTOMER-OVER90.
    PERFORM 3350-FETCH-FAMILY-STANDING.
    EVALUATE TRUE
        WHEN CM-STATUS-ACTIVE AND CUSTOMER-OVER90 > HOLD-THRESHOLD
            PERFORM 3400-GENERATE-HOLD
        WHEN CM-STATUS-ACTIVE AND FAMILY-IS-OVER-LIMIT
            PERFORM 3450-GENERATE-FAMILY-HOLD
        WHEN CM-STATUS-HOLD AND CUSTOMER-OVER90 <= HOLD-THRESHOLD
                AND NOT FAMILY-IS-OVER-LIMIT
            PERFORM 3500-CONSIDER-RELEASE
        WHEN OTHER
            CONTINUE
        MOVE AGED-COUNT TO AGED-IDX
    END-IF.

    *> Only a real family -- a parent with at least one branch -- with
    *> a non-zero limit on the parent is judged here.
    3350-FETCH-FAMILY-STANDING.
    MOVE 0 TO FAMILY-OVER-SWITCH.
    MOVE 0 TO FAMILY-EXPOSURE.
    IF CM-PARENT-ID = SPACES THEN
        MOVE CM-CUST-ID TO FAMILY-LOOKUP-ID
    ELSE
        MOVE CM-PARENT-ID TO FAMILY-LOOKUP-ID
    END-IF.
    PERFORM 2850-FIND-FAMILY-ENTRY.
    IF FAMILY-FOUND-IDX > 0 THEN
        COMPUTE FAMILY-EXPOSURE = FX-BALANCE(FAMILY-FOUND-IDX)
            + FX-ORDER-EXPOSURE(FAMILY-FOUND-IDX)
        IF FX-MEMBER-COUNT(FAMILY-FOUND-IDX) > 1
                AND FX-CREDIT-LIMIT(FAMILY-FOUND-IDX) > 0
                AND FAMILY-EXPOSURE > FX-CREDIT-LIMIT(FAMILY-FOUND-IDX) THEN
            MOVE 1 TO FAMILY-OVER-SWITCH
        END-IF
    END-IF.

    3400-GENERATE-HOLD.
    MOVE "H" TO HOLD-NEW-STATUS.
    MOVE "AGE" TO HOLD-NEW-REASON.
    PERFORM 3600-WRITE-STATUS-TRANS.
    ADD 1 TO TOTAL-HOLDS-GENERATED.
    DISPLAY "HOLD: customer " CM-CUST-ID " over-60-past-due "
        CUSTOMER-OVER90.

    3450-GENERATE-FAMILY-HOLD.
    MOVE "H" TO HOLD-NEW-STATUS.
    MOVE "FAM" TO HOLD-NEW-REASON.
    PERFORM 3600-WRITE-STATUS-TRANS.
    ADD 1 TO TOTAL-FAMILY-HOLDS.
    DISPLAY "HOLD: customer " CM-CUST-ID " family of " FAMILY-LOOKUP-ID
        " exposure " FAMILY-EXPOSURE " over limit "
        FX-CREDIT-LIMIT(FAMILY-FOUND-IDX).

    *> A held customer is released only when this program placed the
    *> hold: the latest status-history reason must be AGE or FAM.
    3500-CONSIDER-RELEASE.
    MOVE 0 TO HIST-FOUND-IDX.
    PERFORM 3510-MATCH-HELD-CUSTOMER
        VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > HIST-COUNT.
    IF HIST-FOUND-IDX > 0
            AND (HT-LAST-REASON(HIST-FOUND-IDX) = "AGE"
                OR HT-LAST-REASON(HIST-FOUND-IDX) = "FAM") THEN
        MOVE "A" TO HOLD-NEW-STATUS
        MOVE "CLR" TO HOLD-NEW-REASON
        PERFORM 3600-WRITE-STATUS-TRANS
    8000-TERMINATE.
    DISPLAY "-- Credit Hold Report --".
    DISPLAY "Holds generated     : " TOTAL-HOLDS-GENERATED.
    DISPLAY "Family holds        : " TOTAL-FAMILY-HOLDS.
    DISPLAY "Releases generated  : " TOTAL-RELEASES-GENERATED.
    DISPLAY "Holds left alone    : " TOTAL-HOLDS-LEFT-ALONE.
    PERFORM 9810-CTL-PRINT-FOOTER.
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "oidueproc.cpy".
    COPY "dispproc.cpy".
