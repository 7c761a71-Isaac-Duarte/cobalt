IDENTIFICATION DIVISION.
PROGRAM-ID. BIZ-ALERT-EVAL.

*> BIZ-ALERT-EVAL raises business alerts the same way failing steps
*> raise operational ones. It loads the active rules from ALRTRULE
*> (maintained on ALERT-RULE-MAINT) and checks the masters and the
*> night's registers against them:
*>     CL  CUSTMAST  balance over CM-CREDIT-LIMIT by more than the
*>                   threshold (no limit, or a closed account, skips)
*>     ZB  PARTDAT   nothing on hand while more than the threshold
*>                   quantity stands on BACKORD (kits carry no stock)
*>     BC  ORDLINE   a line on tonight's orders priced more than the
*>                   threshold percent under PM-UNIT-COST (an
*>                   uncosted part or a cancelled order skips)
*>     IT  INVREG    an invoice dated tonight totalling more than
*>                   the threshold
*>     BS  CUSTJRNL  a customer whose balance moved by more than the
*>                   threshold percent of where it opened tonight
*>                   (first before-image to last after-image; an
*>                   account opening at zero counts any movement)
*> Every hit prints one report line and writes one ALERTIN card:
*>     BIZALERT RC=nnn GRP=xxxxxxxx rule-id detail
*> the RC banded from the rule's severity (I 000, W 004, E 008,
*> S 016) so ALERTGEN grades it as it grades any card, and GRP= only
*> when the rule names a routing group -- otherwise ALRTROUT routes
*> it on the first word BIZALERT. From ALERTGEN on, a business alert
*> is browsed, acknowledged and escalated like any other. Back
*> orders and tonight's journal entries go through one sort so each
*> part's and each customer's movement is judged once. Any hit, or
*> a file that cannot be read, ends the run RC=4 so the ALERTGEN
*> step behind it runs. Nothing is corrected here.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "alrulesel.cpy".
        COPY "custsel.cpy".
        COPY "partsel.cpy".
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "invregsel.cpy".
        COPY "bkordsel.cpy".
        COPY "jrnlsel.cpy".
        SELECT SORT-WORK-FILE ASSIGN TO "BIZWORK".
        SELECT ALERT-IN-FILE ASSIGN TO "ALERTIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ALERT-IN-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  ALERT-RULE-FILE.
    COPY "alrulerec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  INVOICE-REGISTER-FILE.
    COPY "invregrec.cpy".

    FD  BACK-ORDER-FILE.
    COPY "bkordrec.cpy".

    FD  CUST-JOURNAL-FILE.
    COPY "jrnlrec.cpy".

*> One record per back order (B, keyed on the part) or per journal
*> entry stamped tonight (J, keyed on the customer, in stamp order).
    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05 SW-SOURCE PIC X(1).
            88 SW-FROM-BACK-ORDER VALUE "B".
            88 SW-FROM-JOURNAL VALUE "J".
        05 SW-KEY PIC X(6).
        05 SW-STAMP PIC X(14).
        05 SW-QUANTITY PIC 9(5).
        05 SW-OPEN-BALANCE PIC S9(7)V99 COMP-3.
        05 SW-CLOSE-BALANCE PIC S9(7)V99 COMP-3.

    FD  ALERT-IN-FILE.
    01  ALERT-IN-REC PIC X(80).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 ALERT-RULE-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 INVOICE-REGISTER-STATUS PIC X(2).
    01 BACK-ORDER-STATUS PIC X(2).
    01 CUST-JOURNAL-STATUS PIC X(2).
    01 ALERT-IN-STATUS PIC X(2).

    01 SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 SCAN-AT-EOF VALUE 1.
    01 LINE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 LINE-SCAN-AT-EOF VALUE 1.
    01 SORT-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 SORT-WORK-AT-EOF VALUE 1.
    01 PART-OPEN-SW PIC 9(1) COMP VALUE 0.
        88 PART-IS-OPEN VALUE 1.
    01 PART-FOUND-SW PIC 9(1) COMP VALUE 0.
        88 PART-WAS-FOUND VALUE 1.

    01 EVAL-DATE PIC 9(8).

*> The active rules, loaded once, with the number of each condition
*> so a pass nobody asked for is not run at all.
    01 RULE-TABLE-MAX PIC 9(2) COMP VALUE 50.
    01 RULE-COUNT PIC 9(2) COMP VALUE 0.
    01 RULE-IDX PIC 9(2) COMP VALUE 0.
    01 RULE-TABLE.
        05 RULE-ENTRY OCCURS 50 TIMES.
            10 RT-RULE-ID PIC X(6).
            10 RT-CONDITION PIC X(2).
            10 RT-THRESHOLD PIC 9(9)V99.
            10 RT-SEVERITY PIC X(1).
            10 RT-ROUTE-GROUP PIC X(8).
            10 RT-DESCRIPTION PIC X(30).
            10 RT-HITS PIC 9(6) COMP.
    01 CL-RULE-COUNT PIC 9(2) COMP VALUE 0.
    01 ZB-RULE-COUNT PIC 9(2) COMP VALUE 0.
    01 BC-RULE-COUNT PIC 9(2) COMP VALUE 0.
    01 IT-RULE-COUNT PIC 9(2) COMP VALUE 0.
    01 BS-RULE-COUNT PIC 9(2) COMP VALUE 0.
    01 RULES-SKIPPED PIC 9(2) COMP VALUE 0.

*> The key being judged and what was gathered for it.
    01 GROUP-SOURCE PIC X(1).
    01 GROUP-KEY PIC X(6).
    01 GROUP-BO-QUANTITY PIC 9(7) COMP.
    01 GROUP-OPEN-BALANCE PIC S9(7)V99 COMP-3.
    01 GROUP-CLOSE-BALANCE PIC S9(7)V99 COMP-3.
    01 CURRENT-ORDER-NO PIC X(8).

    01 CREDIT-CEILING PIC S9(9)V99 COMP-3.
    01 COST-FLOOR PIC S9(7)V99 COMP-3.
    01 SWING-AMOUNT PIC S9(9)V99 COMP-3.
    01 OPEN-AMOUNT PIC S9(9)V99 COMP-3.
    01 SWING-PERCENT PIC 9(7)V99 COMP-3.

*> The journal images carry the master record bytes; only the packed
*> balance is picked out here, at its offset in CUSTOMER-MASTER-REC.
    01 IMAGE-STAGING.
        05 FILLER PIC X(78).
        05 IM-BALANCE PIC S9(7)V99 COMP-3.
        05 FILLER PIC X(30).

    01 HIT-DETAIL PIC X(44).
    01 MISSING-FILE-NAME PIC X(8).
    01 MISSING-CONDITION PIC X(3).
    01 SEVERITY-RC PIC X(3).
    01 LINE-POINTER PIC 9(2) COMP.

    01 AMOUNT-DISP PIC -(7)9.99.
    01 AMOUNT-DISP-2 PIC -(7)9.99.
    01 TOTAL-DISP PIC -(8)9.99.
    01 PRICE-DISP PIC -(5)9.99.
    01 COST-DISP PIC -(5)9.99.
    01 PERCENT-DISP PIC Z(6)9.99.
    01 QTY-DISP PIC Z(6)9.
    01 RPT-COUNT-DISP PIC Z(5)9.

    01 TOTAL-CHECKED PIC 9(8) COMP VALUE 0.
    01 TOTAL-HITS PIC 9(6) COMP VALUE 0.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BIZ-ALERT-EVAL"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BIZ-ALERT-EVAL"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF RULE-COUNT > 0 THEN
        PERFORM 2000-CHECK-CREDIT-LIMITS
        PERFORM 3000-CHECK-BELOW-COST
        PERFORM 4000-CHECK-INVOICE-TOTALS
        IF ZB-RULE-COUNT > 0 OR BS-RULE-COUNT > 0 THEN
            SORT SORT-WORK-FILE
                ON ASCENDING KEY SW-SOURCE SW-KEY SW-STAMP
                INPUT PROCEDURE IS 5000-EXTRACT-MOVEMENT
                OUTPUT PROCEDURE IS 6000-JUDGE-MOVEMENT
        END-IF
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION: tonight's date, report and alert files opened,
    *> the active rules tabled.
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO EVAL-DATE.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Business Exception Alerts" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    OPEN EXTEND ALERT-IN-FILE.
    IF ALERT-IN-STATUS = "35" THEN
        OPEN OUTPUT ALERT-IN-FILE
    END-IF.
    PERFORM 1100-LOAD-RULE-TABLE.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS = "00" THEN
        MOVE 1 TO PART-OPEN-SW
    END-IF.
    STRING "Evaluated for " EVAL-DATE DELIMITED BY SIZE
        INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE RULE-COUNT TO RPT-COUNT-DISP.
    STRING "Active rules  " RPT-COUNT-DISP DELIMITED BY SIZE
        INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 7900-PRINT-REPORT-LINE.

    1100-LOAD-RULE-TABLE.
    OPEN INPUT ALERT-RULE-FILE.
    IF ALERT-RULE-STATUS NOT = "00" THEN
        MOVE "ALRTRULE" TO MISSING-FILE-NAME
        MOVE "ALL" TO MISSING-CONDITION
        PERFORM 7300-REPORT-FILE-MISSING
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SCAN-EOF.
    PERFORM 1110-TABLE-ONE-RULE UNTIL SCAN-AT-EOF.
    CLOSE ALERT-RULE-FILE.

    1110-TABLE-ONE-RULE.
    READ ALERT-RULE-FILE NEXT RECORD
        AT END MOVE 1 TO SCAN-EOF
        NOT AT END
            IF AU-RULE-IS-ACTIVE AND AU-COND-IS-VALID
                    AND RULE-COUNT < RULE-TABLE-MAX THEN
                ADD 1 TO RULE-COUNT
                MOVE AU-RULE-ID TO RT-RULE-ID(RULE-COUNT)
                MOVE AU-CONDITION TO RT-CONDITION(RULE-COUNT)
                MOVE AU-THRESHOLD TO RT-THRESHOLD(RULE-COUNT)
                MOVE AU-SEVERITY TO RT-SEVERITY(RULE-COUNT)
                MOVE AU-ROUTE-GROUP TO RT-ROUTE-GROUP(RULE-COUNT)
                MOVE AU-DESCRIPTION TO RT-DESCRIPTION(RULE-COUNT)
                MOVE 0 TO RT-HITS(RULE-COUNT)
                EVALUATE TRUE
                    WHEN AU-COND-CREDIT-LIMIT ADD 1 TO CL-RULE-COUNT
                    WHEN AU-COND-ZERO-ON-HAND ADD 1 TO ZB-RULE-COUNT
                    WHEN AU-COND-BELOW-COST ADD 1 TO BC-RULE-COUNT
                    WHEN AU-COND-INVOICE-TOTAL ADD 1 TO IT-RULE-COUNT
                    WHEN AU-COND-BALANCE-SWING ADD 1 TO BS-RULE-COUNT
                END-EVALUATE
            END-IF
    END-READ.

    *> ---------------------
    *> CL: every open account over its credit limit by more than the
    *> rule's margin. A zero limit waives the check, as at order entry.
    *> ---------------------

    2000-CHECK-CREDIT-LIMITS.
    IF CL-RULE-COUNT = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        MOVE "CUSTMAST" TO MISSING-FILE-NAME
        MOVE "CL" TO MISSING-CONDITION
        PERFORM 7300-REPORT-FILE-MISSING
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SCAN-EOF.
    PERFORM 2100-CHECK-ONE-CUSTOMER UNTIL SCAN-AT-EOF.
    CLOSE CUSTOMER-MASTER-FILE.

    2100-CHECK-ONE-CUSTOMER.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO SCAN-EOF
    END-READ.
    IF SCAN-AT-EOF THEN
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-CHECKED.
    IF CM-CREDIT-LIMIT > 0 AND NOT CM-STATUS-CLOSED THEN
        PERFORM 2200-TEST-ONE-CL-RULE
            VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT
    END-IF.

    2200-TEST-ONE-CL-RULE.
    IF RT-CONDITION(RULE-IDX) = "CL" THEN
        COMPUTE CREDIT-CEILING = CM-CREDIT-LIMIT + RT-THRESHOLD(RULE-IDX)
        IF CM-CUST-BALANCE > CREDIT-CEILING THEN
            MOVE CM-CUST-BALANCE TO AMOUNT-DISP
            MOVE CM-CREDIT-LIMIT TO AMOUNT-DISP-2
            MOVE SPACES TO HIT-DETAIL
            STRING "CUST " CM-CUST-ID " BAL" AMOUNT-DISP
                " LIMIT" AMOUNT-DISP-2
                DELIMITED BY SIZE INTO HIT-DETAIL
            PERFORM 7000-RAISE-ALERT
        END-IF
    END-IF.

    *> ---------------------
    *> BC: each line of an order dated tonight, priced against what
    *> the part cost us.
    *> ---------------------

    3000-CHECK-BELOW-COST.
    IF BC-RULE-COUNT = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF NOT PART-IS-OPEN THEN
        MOVE "PARTDAT" TO MISSING-FILE-NAME
        MOVE "BC" TO MISSING-CONDITION
        PERFORM 7300-REPORT-FILE-MISSING
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ORDER-FILE.
    IF ORDER-FILE-STATUS NOT = "00" THEN
        MOVE "ORDFILE" TO MISSING-FILE-NAME
        MOVE "BC" TO MISSING-CONDITION
        PERFORM 7300-REPORT-FILE-MISSING
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS NOT = "00" THEN
        CLOSE ORDER-FILE
        MOVE "ORDLINE" TO MISSING-FILE-NAME
        MOVE "BC" TO MISSING-CONDITION
        PERFORM 7300-REPORT-FILE-MISSING
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SCAN-EOF.
    PERFORM 3100-CHECK-ONE-ORDER UNTIL SCAN-AT-EOF.
    CLOSE ORDER-LINE-FILE.
    CLOSE ORDER-FILE.

    3100-CHECK-ONE-ORDER.
    READ ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO SCAN-EOF
    END-READ.
    IF SCAN-AT-EOF THEN
        EXIT PARAGRAPH
    END-IF.
    IF OR-ORDER-DATE NOT = EVAL-DATE OR OR-STATUS-CANCELLED THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE OR-ORDER-NO TO CURRENT-ORDER-NO.
    MOVE OR-ORDER-NO TO OL-ORDER-NO.
    MOVE 0 TO OL-LINE-NO.
    MOVE 0 TO LINE-SCAN-EOF.
    START ORDER-LINE-FILE KEY IS NOT LESS THAN OL-LINE-KEY
        INVALID KEY MOVE 1 TO LINE-SCAN-EOF
    END-START.
    PERFORM 3200-CHECK-ONE-LINE UNTIL LINE-SCAN-AT-EOF.

    3200-CHECK-ONE-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO LINE-SCAN-EOF
    END-READ.
    IF LINE-SCAN-AT-EOF THEN
        EXIT PARAGRAPH
    END-IF.
    IF OL-ORDER-NO NOT = CURRENT-ORDER-NO THEN
        MOVE 1 TO LINE-SCAN-EOF
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-CHECKED.
    MOVE OL-PART-NO TO PM-PART-NO.
    PERFORM 6900-READ-PART.
    IF PART-WAS-FOUND AND PM-UNIT-COST > 0 THEN
        PERFORM 3300-TEST-ONE-BC-RULE
            VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT
    END-IF.

    3300-TEST-ONE-BC-RULE.
    IF RT-CONDITION(RULE-IDX) = "BC" THEN
        COMPUTE COST-FLOOR ROUNDED = PM-UNIT-COST
            * (100 - RT-THRESHOLD(RULE-IDX)) / 100
        IF OL-UNIT-PRICE < COST-FLOOR THEN
            MOVE OL-UNIT-PRICE TO PRICE-DISP
            MOVE PM-UNIT-COST TO COST-DISP
            MOVE SPACES TO HIT-DETAIL
            STRING "ORD " OL-ORDER-NO "/" OL-LINE-NO " PR" PRICE-DISP
                " CST" COST-DISP
                DELIMITED BY SIZE INTO HIT-DETAIL
            PERFORM 7000-RAISE-ALERT
        END-IF
    END-IF.

    *> ---------------------
    *> IT: every invoice registered tonight over the rule's amount.
    *> ---------------------

    4000-CHECK-INVOICE-TOTALS.
    IF IT-RULE-COUNT = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT INVOICE-REGISTER-FILE.
    IF INVOICE-REGISTER-STATUS NOT = "00" THEN
        MOVE "INVREG" TO MISSING-FILE-NAME
        MOVE "IT" TO MISSING-CONDITION
        PERFORM 7300-REPORT-FILE-MISSING
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SCAN-EOF.
    PERFORM 4100-CHECK-ONE-INVOICE UNTIL SCAN-AT-EOF.
    CLOSE INVOICE-REGISTER-FILE.

    4100-CHECK-ONE-INVOICE.
    READ INVOICE-REGISTER-FILE
        AT END MOVE 1 TO SCAN-EOF
    END-READ.
    IF SCAN-AT-EOF THEN
        EXIT PARAGRAPH
    END-IF.
    IF IR-INVOICE-DATE = EVAL-DATE THEN
        ADD 1 TO TOTAL-CHECKED
        PERFORM 4200-TEST-ONE-IT-RULE
            VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT
    END-IF.

    4200-TEST-ONE-IT-RULE.
    IF RT-CONDITION(RULE-IDX) = "IT" THEN
        IF IR-TOTAL > RT-THRESHOLD(RULE-IDX) THEN
            MOVE IR-TOTAL TO TOTAL-DISP
            MOVE SPACES TO HIT-DETAIL
            STRING "INV " IR-INVOICE-NO " CUST " IR-CUST-ID
                " TOTAL" TOTAL-DISP
                DELIMITED BY SIZE INTO HIT-DETAIL
            PERFORM 7000-RAISE-ALERT
        END-IF
    END-IF.

    *> ---------------------
    *> SORT INPUT PROCEDURE: every open back order (ZB rules) and
    *> every journal entry stamped tonight (BS rules), with the
    *> balance each image carried -- zero for an add's empty
    *> before-image or a delete's empty after-image.
    *> ---------------------

    5000-EXTRACT-MOVEMENT.
    IF ZB-RULE-COUNT > 0 THEN
        PERFORM 5100-EXTRACT-BACK-ORDERS
    END-IF.
    IF BS-RULE-COUNT > 0 THEN
        PERFORM 5200-EXTRACT-JOURNAL
    END-IF.

    5100-EXTRACT-BACK-ORDERS.
    IF NOT PART-IS-OPEN THEN
        MOVE "PARTDAT" TO MISSING-FILE-NAME
        MOVE "ZB" TO MISSING-CONDITION
        PERFORM 7300-REPORT-FILE-MISSING
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT BACK-ORDER-FILE.
    IF BACK-ORDER-STATUS NOT = "00" THEN
        MOVE "BACKORD" TO MISSING-FILE-NAME
        MOVE "ZB" TO MISSING-CONDITION
        PERFORM 7300-REPORT-FILE-MISSING
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SCAN-EOF.
    PERFORM 5110-RELEASE-BACK-ORDER UNTIL SCAN-AT-EOF.
    CLOSE BACK-ORDER-FILE.

    5110-RELEASE-BACK-ORDER.
    READ BACK-ORDER-FILE
        AT END MOVE 1 TO SCAN-EOF
        NOT AT END
            MOVE SPACES TO SORT-WORK-REC
            SET SW-FROM-BACK-ORDER TO TRUE
            MOVE BO-PART-NO TO SW-KEY
            MOVE BO-QUANTITY TO SW-QUANTITY
            MOVE 0 TO SW-OPEN-BALANCE
            MOVE 0 TO SW-CLOSE-BALANCE
            RELEASE SORT-WORK-REC
    END-READ.

    5200-EXTRACT-JOURNAL.
    OPEN INPUT CUST-JOURNAL-FILE.
    IF CUST-JOURNAL-STATUS NOT = "00" THEN
        MOVE "CUSTJRNL" TO MISSING-FILE-NAME
        MOVE "BS" TO MISSING-CONDITION
        PERFORM 7300-REPORT-FILE-MISSING
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SCAN-EOF.
    PERFORM 5210-RELEASE-JOURNAL-ENTRY UNTIL SCAN-AT-EOF.
    CLOSE CUST-JOURNAL-FILE.

    5210-RELEASE-JOURNAL-ENTRY.
    READ CUST-JOURNAL-FILE
        AT END MOVE 1 TO SCAN-EOF
    END-READ.
    IF SCAN-AT-EOF THEN
        EXIT PARAGRAPH
    END-IF.
    IF JR-TIMESTAMP(1:8) NOT = EVAL-DATE THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO SORT-WORK-REC.
    SET SW-FROM-JOURNAL TO TRUE.
    MOVE JR-CUST-ID TO SW-KEY.
    MOVE JR-TIMESTAMP TO SW-STAMP.
    MOVE 0 TO SW-QUANTITY.
    MOVE 0 TO SW-OPEN-BALANCE.
    MOVE 0 TO SW-CLOSE-BALANCE.
    MOVE JR-BEFORE-IMAGE TO IMAGE-STAGING.
    IF JR-BEFORE-IMAGE NOT = LOW-VALUES
            AND IM-BALANCE IS NUMERIC THEN
        MOVE IM-BALANCE TO SW-OPEN-BALANCE
    END-IF.
    MOVE JR-AFTER-IMAGE TO IMAGE-STAGING.
    IF JR-AFTER-IMAGE NOT = LOW-VALUES
            AND IM-BALANCE IS NUMERIC THEN
        MOVE IM-BALANCE TO SW-CLOSE-BALANCE
    END-IF.
    RELEASE SORT-WORK-REC.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: one judgement per part and per customer.
    *> A part's back orders are totalled; a customer's night runs
    *> from the first entry's before-image to the last's after-image.
    *> ---------------------

    6000-JUDGE-MOVEMENT.
    MOVE 0 TO SORT-WORK-EOF.
    PERFORM 6100-RETURN-SORTED-RECORD.
    PERFORM 6200-JUDGE-ONE-KEY UNTIL SORT-WORK-AT-EOF.

    6100-RETURN-SORTED-RECORD.
    RETURN SORT-WORK-FILE
        AT END MOVE 1 TO SORT-WORK-EOF
    END-RETURN.

    6200-JUDGE-ONE-KEY.
    MOVE SW-SOURCE TO GROUP-SOURCE.
    MOVE SW-KEY TO GROUP-KEY.
    MOVE 0 TO GROUP-BO-QUANTITY.
    MOVE SW-OPEN-BALANCE TO GROUP-OPEN-BALANCE.
    MOVE 0 TO GROUP-CLOSE-BALANCE.
    PERFORM 6300-GATHER-ONE-RECORD
        UNTIL SORT-WORK-AT-EOF
        OR SW-SOURCE NOT = GROUP-SOURCE
        OR SW-KEY NOT = GROUP-KEY.
    ADD 1 TO TOTAL-CHECKED.
    IF GROUP-SOURCE = "B" THEN
        PERFORM 6400-JUDGE-PART
    ELSE
        PERFORM 6500-JUDGE-CUSTOMER
    END-IF.

    6300-GATHER-ONE-RECORD.
    ADD SW-QUANTITY TO GROUP-BO-QUANTITY.
    MOVE SW-CLOSE-BALANCE TO GROUP-CLOSE-BALANCE.
    PERFORM 6100-RETURN-SORTED-RECORD.

    6400-JUDGE-PART.
    MOVE GROUP-KEY TO PM-PART-NO.
    PERFORM 6900-READ-PART.
    IF PART-WAS-FOUND AND NOT PM-IS-KIT AND PM-QTY-ON-HAND = 0 THEN
        PERFORM 6410-TEST-ONE-ZB-RULE
            VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT
    END-IF.

    6410-TEST-ONE-ZB-RULE.
    IF RT-CONDITION(RULE-IDX) = "ZB" THEN
        IF GROUP-BO-QUANTITY > RT-THRESHOLD(RULE-IDX) THEN
            MOVE GROUP-BO-QUANTITY TO QTY-DISP
            MOVE SPACES TO HIT-DETAIL
            STRING "PART " GROUP-KEY " ON HAND 0 BACKORDERED" QTY-DISP
                DELIMITED BY SIZE INTO HIT-DETAIL
            PERFORM 7000-RAISE-ALERT
        END-IF
    END-IF.

    *> Swing is the night's movement as a percent of the opening
    *> balance; an account that opened at zero has no base, so any
    *> movement at all is reported against every BS rule.
    6500-JUDGE-CUSTOMER.
    COMPUTE SWING-AMOUNT = GROUP-CLOSE-BALANCE - GROUP-OPEN-BALANCE.
    IF SWING-AMOUNT = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF SWING-AMOUNT < 0 THEN
        COMPUTE SWING-AMOUNT = 0 - SWING-AMOUNT
    END-IF.
    MOVE GROUP-OPEN-BALANCE TO OPEN-AMOUNT.
    IF OPEN-AMOUNT < 0 THEN
        COMPUTE OPEN-AMOUNT = 0 - OPEN-AMOUNT
    END-IF.
    IF OPEN-AMOUNT = 0 THEN
        MOVE 9999999.99 TO SWING-PERCENT
    ELSE
        COMPUTE SWING-PERCENT ROUNDED = SWING-AMOUNT * 100 / OPEN-AMOUNT
            ON SIZE ERROR MOVE 9999999.99 TO SWING-PERCENT
        END-COMPUTE
    END-IF.
    PERFORM 6510-TEST-ONE-BS-RULE
        VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT.

    6510-TEST-ONE-BS-RULE.
    IF RT-CONDITION(RULE-IDX) = "BS" THEN
        IF SWING-PERCENT > RT-THRESHOLD(RULE-IDX) THEN
            MOVE GROUP-OPEN-BALANCE TO AMOUNT-DISP
            MOVE GROUP-CLOSE-BALANCE TO AMOUNT-DISP-2
            MOVE SPACES TO HIT-DETAIL
            STRING "CUST " GROUP-KEY " OPEN" AMOUNT-DISP
                " NOW" AMOUNT-DISP-2
                DELIMITED BY SIZE INTO HIT-DETAIL
            PERFORM 7000-RAISE-ALERT
        END-IF
    END-IF.

    6900-READ-PART.
    MOVE 1 TO PART-FOUND-SW.
    READ PART-MASTER-FILE
        INVALID KEY MOVE 0 TO PART-FOUND-SW
    END-READ.

    *> ---------------------
    *> REPORTING
    *> ---------------------

    *> One hit: a report line and an ALERTIN card for rule RULE-IDX,
    *> carrying HIT-DETAIL.
    7000-RAISE-ALERT.
    ADD 1 TO RT-HITS(RULE-IDX).
    ADD 1 TO TOTAL-HITS.
    EVALUATE RT-SEVERITY(RULE-IDX)
        WHEN "S" MOVE "016" TO SEVERITY-RC
        WHEN "E" MOVE "008" TO SEVERITY-RC
        WHEN "W" MOVE "004" TO SEVERITY-RC
        WHEN OTHER MOVE "000" TO SEVERITY-RC
    END-EVALUATE.
    STRING RT-RULE-ID(RULE-IDX) " " RT-CONDITION(RULE-IDX) " "
        RT-SEVERITY(RULE-IDX) "  " HIT-DETAIL
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    IF RT-CONDITION(RULE-IDX) = "BS" THEN
        IF GROUP-OPEN-BALANCE = 0 THEN
            MOVE "   from zero" TO RW-LINE-TEXT(58:)
        ELSE
            MOVE SWING-PERCENT TO PERCENT-DISP
            STRING PERCENT-DISP "%" DELIMITED BY SIZE
                INTO RW-LINE-TEXT(58:)
        END-IF
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE SPACES TO ALERT-IN-REC.
    MOVE 1 TO LINE-POINTER.
    STRING "BIZALERT RC=" SEVERITY-RC " " DELIMITED BY SIZE
        INTO ALERT-IN-REC WITH POINTER LINE-POINTER.
    IF RT-ROUTE-GROUP(RULE-IDX) NOT = SPACES THEN
        STRING "GRP=" RT-ROUTE-GROUP(RULE-IDX) " " DELIMITED BY SIZE
            INTO ALERT-IN-REC WITH POINTER LINE-POINTER
    END-IF.
    STRING RT-RULE-ID(RULE-IDX) " " HIT-DETAIL DELIMITED BY SIZE
        INTO ALERT-IN-REC WITH POINTER LINE-POINTER.
    WRITE ALERT-IN-REC.

    *> A file a condition needs could not be opened: its rules are
    *> not evaluated tonight, which must not pass for a clean night.
    7300-REPORT-FILE-MISSING.
    ADD 1 TO RULES-SKIPPED.
    STRING MISSING-FILE-NAME " could not be opened - "
        MISSING-CONDITION " rules not evaluated"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE 4 TO WS-RETURN-CODE.
    STRING "Business alert file " MISSING-FILE-NAME
        " could not be opened; " MISSING-CONDITION
        " rules skipped." DELIMITED BY SIZE INTO WS-ERROR-MSG.
    PERFORM 9300-LOG-ERROR.
    MOVE SPACES TO ALERT-IN-REC.
    STRING "BIZALERT RC=004 " MISSING-FILE-NAME " NOT READ - "
        MISSING-CONDITION " RULES NOT EVALUATED"
        DELIMITED BY SIZE INTO ALERT-IN-REC.
    WRITE ALERT-IN-REC.

    7800-PRINT-RULE-SUMMARY.
    MOVE RT-HITS(RULE-IDX) TO RPT-COUNT-DISP.
    STRING RT-RULE-ID(RULE-IDX) " " RT-CONDITION(RULE-IDX) " "
        RT-SEVERITY(RULE-IDX) " " RT-ROUTE-GROUP(RULE-IDX)
        " hits" RPT-COUNT-DISP "  " RT-DESCRIPTION(RULE-IDX)
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
    IF PART-IS-OPEN THEN
        CLOSE PART-MASTER-FILE
    END-IF.
    CLOSE ALERT-IN-FILE.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "RULE   CD S GROUP    HITS" TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 7800-PRINT-RULE-SUMMARY
        VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-HITS TO RPT-COUNT-DISP.
    STRING "Alerts raised      : " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE RULES-SKIPPED TO RPT-COUNT-DISP.
    STRING "Files not read     : " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Business Exception Alerts --".
    DISPLAY "Items checked  : " TOTAL-CHECKED.
    DISPLAY "Alerts raised  : " TOTAL-HITS.
    IF TOTAL-HITS > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Business exception alerts were raised; see ALERTIN." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
