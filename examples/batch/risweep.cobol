IDENTIFICATION DIVISION.
PROGRAM-ID. REF-INTEGRITY-SWEEP.

*> REF-INTEGRITY-SWEEP answers "does every file still point at
*> something that exists?" after the night's posting. Each rule scans
*> one child file and random-reads the parent master for every
*> reference it carries; a reference with no parent record is an
*> orphan and prints one line with the rule, the offending record's
*> key, and the missing reference through REPORT-WRITER. The report
*> is grouped by rule with a per-rule orphan count:
*>     R01  ORDFILE  order customer      must be on CUSTMAST
*>     R02  ORDFILE  order salesperson   must be on SLSMAST (if keyed)
*>     R03  OPENITEM open-item customer  must be on CUSTMAST
*>     R04  PARTDAT  part vendor         must be on VENDMAST (if keyed)
*>     R05  KITDEF   kit parent part     must be on PARTDAT
*>     R06  KITDEF   kit component part  must be on PARTDAT
*>     R07  LOCSTOCK stocked part        must be on PARTDAT
*>     R08  PRICEDAT priced part         must be on PARTDAT
*>     R09  BACKORD  back-order customer must be on CUSTMAST
*>     R10  BACKORD  back-ordered part   must be on PARTDAT
*>     R11  CUSTMAST parent account      must be on CUSTMAST (if keyed)
*> A back order's original order number is not checked: filled and
*> invoiced orders are purged from ORDFILE while the back order
*> stands. A file that cannot be opened skips the rules that need
*> it. Orphans, or a skipped rule, end the run RC=4 so the step's
*> alert reaches the morning shift on SHIFT-HANDOVER. The sweep only
*> reads; nothing is corrected here.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "custsel.cpy".
        COPY "partsel.cpy".
        COPY "vendsel.cpy".
        COPY "slssel.cpy".
        COPY "ordsel.cpy".
        COPY "oisel.cpy".
        COPY "kitsel.cpy".
        COPY "locsel.cpy".
        COPY "prcsel.cpy".
        COPY "bkordsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  VENDOR-FILE.
    COPY "vendrec.cpy".

    FD  SALESPERSON-FILE.
    COPY "slsrec.cpy".

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  OPEN-ITEM-FILE.
    COPY "oirec.cpy".

    FD  KIT-DEF-FILE.
    COPY "kitrec.cpy".

    FD  LOCATION-STOCK-FILE.
    COPY "locrec.cpy".

    FD  PRICE-FILE.
    COPY "prcrec.cpy".

    FD  BACK-ORDER-FILE.
    COPY "bkordrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 VENDOR-STATUS PIC X(2).
    01 SALESPERSON-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 OPEN-ITEM-STATUS PIC X(2).
    01 KIT-DEF-STATUS PIC X(2).
    01 LOCATION-STOCK-STATUS PIC X(2).
    01 PRICE-FILE-STATUS PIC X(2).
    01 BACK-ORDER-STATUS PIC X(2).

*> Parent masters are opened once for the whole sweep.
    01 CUST-OPEN-SW PIC 9(1) COMP VALUE 0.
        88 CUST-IS-OPEN VALUE 1.
    01 PART-OPEN-SW PIC 9(1) COMP VALUE 0.
        88 PART-IS-OPEN VALUE 1.
    01 VEND-OPEN-SW PIC 9(1) COMP VALUE 0.
        88 VEND-IS-OPEN VALUE 1.
    01 SLS-OPEN-SW PIC 9(1) COMP VALUE 0.
        88 SLS-IS-OPEN VALUE 1.

    01 CHILD-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 CHILD-SCAN-AT-EOF VALUE 1.
    01 PARENT-FOUND-SW PIC 9(1) COMP VALUE 0.
        88 PARENT-FOUND VALUE 1.

    01 LOOKUP-KEY PIC X(6).
    01 RESUME-CUST-ID PIC X(6).

*> The rule in progress and the orphan being reported.
    01 RULE-ID PIC X(3).
    01 RULE-TEXT PIC X(60).
    01 ORPHAN-KEY PIC X(20).
    01 ORPHAN-REF PIC X(6).
    01 SKIP-FILE-NAME PIC X(8).

    01 RULE-ORPHANS PIC 9(6) COMP VALUE 0.
    01 RULE-RECORDS PIC 9(9) COMP VALUE 0.
    01 TOTAL-ORPHANS PIC 9(6) COMP VALUE 0.
    01 RULES-RUN PIC 9(4) COMP VALUE 0.
    01 RULES-SKIPPED PIC 9(4) COMP VALUE 0.
    01 RULE-SKIPPED-SW PIC 9(1) COMP VALUE 0.
        88 RULE-WAS-SKIPPED VALUE 1.

    01 RPT-COUNT-DISP PIC Z(8)9.
    01 RPT-ORPHAN-DISP PIC Z(5)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="REF-INTEGRITY-SWEEP"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="REF-INTEGRITY-SWEEP"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-ORDER-RULES.
    PERFORM 3000-OPEN-ITEM-RULE.
    PERFORM 4000-PART-RULES.
    PERFORM 5000-BACK-ORDER-RULES.
    PERFORM 5500-CUSTOMER-PARENT-RULE.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION: open the four parent masters for random reads.
    *> A master that will not open skips every rule that needs it.
    *> ---------------------

    1000-INITIALIZE.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Referential Integrity Sweep" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        MOVE 1 TO CUST-OPEN-SW
    ELSE
        DISPLAY "CUSTMAST not present, dependent rules skipped."
    END-IF.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS = "00" THEN
        MOVE 1 TO PART-OPEN-SW
    ELSE
        DISPLAY "PARTDAT not present, dependent rules skipped."
    END-IF.
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-STATUS = "00" THEN
        MOVE 1 TO VEND-OPEN-SW
    ELSE
        DISPLAY "VENDMAST not present, dependent rules skipped."
    END-IF.
    OPEN INPUT SALESPERSON-FILE.
    IF SALESPERSON-STATUS = "00" THEN
        MOVE 1 TO SLS-OPEN-SW
    ELSE
        DISPLAY "SLSMAST not present, dependent rules skipped."
    END-IF.

    *> ---------------------
    *> ORDFILE RULES: R01 order customer on CUSTMAST, R02 keyed
    *> salesperson on SLSMAST. One pass of ORDFILE per rule keeps the
    *> report grouped by rule.
    *> ---------------------

    2000-ORDER-RULES.
    MOVE "R01" TO RULE-ID.
    MOVE "ORDFILE order customer not on CUSTMAST" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT CUST-IS-OPEN THEN
        MOVE "CUSTMAST" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        PERFORM 2100-OPEN-ORDERS
        IF NOT RULE-WAS-SKIPPED THEN
            PERFORM 2200-CHECK-ORDER-CUSTOMER UNTIL CHILD-SCAN-AT-EOF
            CLOSE ORDER-FILE
        END-IF
    END-IF.
    PERFORM 7200-END-RULE.

    MOVE "R02" TO RULE-ID.
    MOVE "ORDFILE order salesperson not on SLSMAST" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT SLS-IS-OPEN THEN
        MOVE "SLSMAST" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        PERFORM 2100-OPEN-ORDERS
        IF NOT RULE-WAS-SKIPPED THEN
            PERFORM 2300-CHECK-ORDER-SALESPERSON UNTIL CHILD-SCAN-AT-EOF
            CLOSE ORDER-FILE
        END-IF
    END-IF.
    PERFORM 7200-END-RULE.

    2100-OPEN-ORDERS.
    OPEN INPUT ORDER-FILE.
    IF ORDER-FILE-STATUS = "00" THEN
        PERFORM 2110-READ-ORDER
    ELSE
        MOVE "ORDFILE" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    END-IF.

    2110-READ-ORDER.
    READ ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO CHILD-SCAN-EOF
    END-READ.

    2200-CHECK-ORDER-CUSTOMER.
    ADD 1 TO RULE-RECORDS.
    MOVE OR-CUST-ID TO LOOKUP-KEY.
    PERFORM 6000-LOOKUP-CUSTOMER.
    IF NOT PARENT-FOUND THEN
        MOVE OR-ORDER-NO TO ORPHAN-KEY
        MOVE OR-CUST-ID TO ORPHAN-REF
        PERFORM 7000-REPORT-ORPHAN
    END-IF.
    PERFORM 2110-READ-ORDER.

    2300-CHECK-ORDER-SALESPERSON.
    ADD 1 TO RULE-RECORDS.
    IF OR-SALES-ID NOT = SPACES THEN
        MOVE OR-SALES-ID TO LOOKUP-KEY
        PERFORM 6300-LOOKUP-SALESPERSON
        IF NOT PARENT-FOUND THEN
            MOVE OR-ORDER-NO TO ORPHAN-KEY
            MOVE OR-SALES-ID TO ORPHAN-REF
            PERFORM 7000-REPORT-ORPHAN
        END-IF
    END-IF.
    PERFORM 2110-READ-ORDER.

    *> ---------------------
    *> OPENITEM RULE: R03 open-item customer on CUSTMAST.
    *> ---------------------

    3000-OPEN-ITEM-RULE.
    MOVE "R03" TO RULE-ID.
    MOVE "OPENITEM open-item customer not on CUSTMAST" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT CUST-IS-OPEN THEN
        MOVE "CUSTMAST" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        OPEN INPUT OPEN-ITEM-FILE
        IF OPEN-ITEM-STATUS = "00" THEN
            PERFORM 3100-READ-OPEN-ITEM
            PERFORM 3200-CHECK-OPEN-ITEM UNTIL CHILD-SCAN-AT-EOF
            CLOSE OPEN-ITEM-FILE
        ELSE
            MOVE "OPENITEM" TO SKIP-FILE-NAME
            PERFORM 7300-SKIP-RULE
        END-IF
    END-IF.
    PERFORM 7200-END-RULE.

    3100-READ-OPEN-ITEM.
    READ OPEN-ITEM-FILE NEXT RECORD
        AT END MOVE 1 TO CHILD-SCAN-EOF
    END-READ.

    3200-CHECK-OPEN-ITEM.
    ADD 1 TO RULE-RECORDS.
    MOVE OI-CUST-ID TO LOOKUP-KEY.
    PERFORM 6000-LOOKUP-CUSTOMER.
    IF NOT PARENT-FOUND THEN
        MOVE SPACES TO ORPHAN-KEY
        STRING OI-CUST-ID "/" OI-INVOICE-NO
            DELIMITED BY SIZE INTO ORPHAN-KEY
        MOVE OI-CUST-ID TO ORPHAN-REF
        PERFORM 7000-REPORT-ORPHAN
    END-IF.
    PERFORM 3100-READ-OPEN-ITEM.

    *> ---------------------
    *> PART-SIDE RULES: R04 part vendor on VENDMAST, R05/R06 kit
    *> parent and component on PARTDAT, R07 LOCSTOCK part and R08
    *> PRICEDAT part on PARTDAT. R04 scans PARTDAT itself, so it reads
    *> the part master sequentially before the kit rules use it for
    *> random reads again.
    *> ---------------------

    4000-PART-RULES.
    MOVE "R04" TO RULE-ID.
    MOVE "PARTDAT part vendor not on VENDMAST" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT VEND-IS-OPEN THEN
        MOVE "VENDMAST" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        IF NOT PART-IS-OPEN THEN
            MOVE "PARTDAT" TO SKIP-FILE-NAME
            PERFORM 7300-SKIP-RULE
        ELSE
            MOVE LOW-VALUES TO PM-PART-NO
            START PART-MASTER-FILE KEY IS NOT LESS THAN PM-PART-NO
                INVALID KEY MOVE 1 TO CHILD-SCAN-EOF
            END-START
            IF NOT CHILD-SCAN-AT-EOF THEN
                PERFORM 4010-READ-PART
            END-IF
            PERFORM 4020-CHECK-PART-VENDOR UNTIL CHILD-SCAN-AT-EOF
        END-IF
    END-IF.
    PERFORM 7200-END-RULE.

    MOVE "R05" TO RULE-ID.
    MOVE "KITDEF kit parent part not on PARTDAT" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT PART-IS-OPEN THEN
        MOVE "PARTDAT" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        PERFORM 4100-OPEN-KITS
        IF NOT RULE-WAS-SKIPPED THEN
            PERFORM 4200-CHECK-KIT-PARENT UNTIL CHILD-SCAN-AT-EOF
            CLOSE KIT-DEF-FILE
        END-IF
    END-IF.
    PERFORM 7200-END-RULE.

    MOVE "R06" TO RULE-ID.
    MOVE "KITDEF kit component part not on PARTDAT" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT PART-IS-OPEN THEN
        MOVE "PARTDAT" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        PERFORM 4100-OPEN-KITS
        IF NOT RULE-WAS-SKIPPED THEN
            PERFORM 4300-CHECK-KIT-COMPONENT UNTIL CHILD-SCAN-AT-EOF
            CLOSE KIT-DEF-FILE
        END-IF
    END-IF.
    PERFORM 7200-END-RULE.

    MOVE "R07" TO RULE-ID.
    MOVE "LOCSTOCK stocked part not on PARTDAT" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT PART-IS-OPEN THEN
        MOVE "PARTDAT" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        OPEN INPUT LOCATION-STOCK-FILE
        IF LOCATION-STOCK-STATUS = "00" THEN
            PERFORM 4400-READ-LOCATION-STOCK
            PERFORM 4500-CHECK-LOCATION-STOCK UNTIL CHILD-SCAN-AT-EOF
            CLOSE LOCATION-STOCK-FILE
        ELSE
            MOVE "LOCSTOCK" TO SKIP-FILE-NAME
            PERFORM 7300-SKIP-RULE
        END-IF
    END-IF.
    PERFORM 7200-END-RULE.

    MOVE "R08" TO RULE-ID.
    MOVE "PRICEDAT priced part not on PARTDAT" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT PART-IS-OPEN THEN
        MOVE "PARTDAT" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        OPEN INPUT PRICE-FILE
        IF PRICE-FILE-STATUS = "00" THEN
            PERFORM 4600-READ-PRICE
            PERFORM 4700-CHECK-PRICE UNTIL CHILD-SCAN-AT-EOF
            CLOSE PRICE-FILE
        ELSE
            MOVE "PRICEDAT" TO SKIP-FILE-NAME
            PERFORM 7300-SKIP-RULE
        END-IF
    END-IF.
    PERFORM 7200-END-RULE.

    4010-READ-PART.
    READ PART-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO CHILD-SCAN-EOF
    END-READ.

    4020-CHECK-PART-VENDOR.
    ADD 1 TO RULE-RECORDS.
    IF PM-VENDOR-ID NOT = SPACES THEN
        MOVE PM-VENDOR-ID TO LOOKUP-KEY
        PERFORM 6200-LOOKUP-VENDOR
        IF NOT PARENT-FOUND THEN
            MOVE PM-PART-NO TO ORPHAN-KEY
            MOVE PM-VENDOR-ID TO ORPHAN-REF
            PERFORM 7000-REPORT-ORPHAN
        END-IF
    END-IF.
    PERFORM 4010-READ-PART.

    4100-OPEN-KITS.
    OPEN INPUT KIT-DEF-FILE.
    IF KIT-DEF-STATUS = "00" THEN
        PERFORM 4110-READ-KIT
    ELSE
        MOVE "KITDEF" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    END-IF.

    4110-READ-KIT.
    READ KIT-DEF-FILE NEXT RECORD
        AT END MOVE 1 TO CHILD-SCAN-EOF
    END-READ.

    4200-CHECK-KIT-PARENT.
    ADD 1 TO RULE-RECORDS.
    MOVE KD-KIT-PART TO LOOKUP-KEY.
    PERFORM 6100-LOOKUP-PART.
    IF NOT PARENT-FOUND THEN
        MOVE SPACES TO ORPHAN-KEY
        STRING KD-KIT-PART "/" KD-COMP-PART
            DELIMITED BY SIZE INTO ORPHAN-KEY
        MOVE KD-KIT-PART TO ORPHAN-REF
        PERFORM 7000-REPORT-ORPHAN
    END-IF.
    PERFORM 4110-READ-KIT.

    4300-CHECK-KIT-COMPONENT.
    ADD 1 TO RULE-RECORDS.
    MOVE KD-COMP-PART TO LOOKUP-KEY.
    PERFORM 6100-LOOKUP-PART.
    IF NOT PARENT-FOUND THEN
        MOVE SPACES TO ORPHAN-KEY
        STRING KD-KIT-PART "/" KD-COMP-PART
            DELIMITED BY SIZE INTO ORPHAN-KEY
        MOVE KD-COMP-PART TO ORPHAN-REF
        PERFORM 7000-REPORT-ORPHAN
    END-IF.
    PERFORM 4110-READ-KIT.

    4400-READ-LOCATION-STOCK.
    READ LOCATION-STOCK-FILE NEXT RECORD
        AT END MOVE 1 TO CHILD-SCAN-EOF
    END-READ.

    4500-CHECK-LOCATION-STOCK.
    ADD 1 TO RULE-RECORDS.
    MOVE LS-PART-NO TO LOOKUP-KEY.
    PERFORM 6100-LOOKUP-PART.
    IF NOT PARENT-FOUND THEN
        MOVE SPACES TO ORPHAN-KEY
        STRING LS-PART-NO "/" LS-LOCATION
            DELIMITED BY SIZE INTO ORPHAN-KEY
        MOVE LS-PART-NO TO ORPHAN-REF
        PERFORM 7000-REPORT-ORPHAN
    END-IF.
    PERFORM 4400-READ-LOCATION-STOCK.

    4600-READ-PRICE.
    READ PRICE-FILE NEXT RECORD
        AT END MOVE 1 TO CHILD-SCAN-EOF
    END-READ.

    4700-CHECK-PRICE.
    ADD 1 TO RULE-RECORDS.
    MOVE PR-PART-NO TO LOOKUP-KEY.
    PERFORM 6100-LOOKUP-PART.
    IF NOT PARENT-FOUND THEN
        MOVE SPACES TO ORPHAN-KEY
        STRING PR-PART-NO "/" PR-PRICE-TIER "/" PR-MIN-QTY
            DELIMITED BY SIZE INTO ORPHAN-KEY
        MOVE PR-PART-NO TO ORPHAN-REF
        PERFORM 7000-REPORT-ORPHAN
    END-IF.
    PERFORM 4600-READ-PRICE.

    *> ---------------------
    *> BACKORD RULES: R09 back-order customer on CUSTMAST, R10
    *> back-ordered part on PARTDAT. BACKORD is sequential and has no
    *> key of its own; the orphan line carries the original order
    *> number with the customer and part.
    *> ---------------------

    5000-BACK-ORDER-RULES.
    MOVE "R09" TO RULE-ID.
    MOVE "BACKORD back-order customer not on CUSTMAST" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT CUST-IS-OPEN THEN
        MOVE "CUSTMAST" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        PERFORM 5100-OPEN-BACK-ORDERS
        IF NOT RULE-WAS-SKIPPED THEN
            PERFORM 5200-CHECK-BACK-ORDER-CUST UNTIL CHILD-SCAN-AT-EOF
            CLOSE BACK-ORDER-FILE
        END-IF
    END-IF.
    PERFORM 7200-END-RULE.

    MOVE "R10" TO RULE-ID.
    MOVE "BACKORD back-ordered part not on PARTDAT" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT PART-IS-OPEN THEN
        MOVE "PARTDAT" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        PERFORM 5100-OPEN-BACK-ORDERS
        IF NOT RULE-WAS-SKIPPED THEN
            PERFORM 5300-CHECK-BACK-ORDER-PART UNTIL CHILD-SCAN-AT-EOF
            CLOSE BACK-ORDER-FILE
        END-IF
    END-IF.
    PERFORM 7200-END-RULE.

    5100-OPEN-BACK-ORDERS.
    OPEN INPUT BACK-ORDER-FILE.
    IF BACK-ORDER-STATUS = "00" THEN
        PERFORM 5110-READ-BACK-ORDER
    ELSE
        MOVE "BACKORD" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    END-IF.

    5110-READ-BACK-ORDER.
    READ BACK-ORDER-FILE
        AT END MOVE 1 TO CHILD-SCAN-EOF
    END-READ.

    5200-CHECK-BACK-ORDER-CUST.
    ADD 1 TO RULE-RECORDS.
    MOVE BO-CUST-ID TO LOOKUP-KEY.
    PERFORM 6000-LOOKUP-CUSTOMER.
    IF NOT PARENT-FOUND THEN
        PERFORM 5400-BUILD-BACK-ORDER-KEY
        MOVE BO-CUST-ID TO ORPHAN-REF
        PERFORM 7000-REPORT-ORPHAN
    END-IF.
    PERFORM 5110-READ-BACK-ORDER.

    5300-CHECK-BACK-ORDER-PART.
    ADD 1 TO RULE-RECORDS.
    MOVE BO-PART-NO TO LOOKUP-KEY.
    PERFORM 6100-LOOKUP-PART.
    IF NOT PARENT-FOUND THEN
        PERFORM 5400-BUILD-BACK-ORDER-KEY
        MOVE BO-PART-NO TO ORPHAN-REF
        PERFORM 7000-REPORT-ORPHAN
    END-IF.
    PERFORM 5110-READ-BACK-ORDER.

    5400-BUILD-BACK-ORDER-KEY.
    MOVE SPACES TO ORPHAN-KEY.
    STRING BO-ORIG-ORDER-NO "/" BO-CUST-ID "/" BO-PART-NO
        DELIMITED BY SIZE INTO ORPHAN-KEY.

    *> ---------------------
    *> CUSTMAST RULE: R11 keyed parent account on CUSTMAST. The scan
    *> and the parent lookup share the one file, so after each lookup
    *> the scan is repositioned just past the customer being checked.
    *> ---------------------

    5500-CUSTOMER-PARENT-RULE.
    MOVE "R11" TO RULE-ID.
    MOVE "CUSTMAST parent account not on CUSTMAST" TO RULE-TEXT.
    PERFORM 7100-START-RULE.
    IF NOT CUST-IS-OPEN THEN
        MOVE "CUSTMAST" TO SKIP-FILE-NAME
        PERFORM 7300-SKIP-RULE
    ELSE
        MOVE LOW-VALUES TO CM-CUST-ID
        START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN CM-CUST-ID
            INVALID KEY MOVE 1 TO CHILD-SCAN-EOF
        END-START
        IF NOT CHILD-SCAN-AT-EOF THEN
            PERFORM 5510-READ-CUSTOMER
        END-IF
        PERFORM 5520-CHECK-CUSTOMER-PARENT UNTIL CHILD-SCAN-AT-EOF
    END-IF.
    PERFORM 7200-END-RULE.

    5510-READ-CUSTOMER.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO CHILD-SCAN-EOF
    END-READ.

    5520-CHECK-CUSTOMER-PARENT.
    ADD 1 TO RULE-RECORDS.
    IF CM-PARENT-ID NOT = SPACES THEN
        MOVE CM-CUST-ID TO RESUME-CUST-ID
        MOVE CM-PARENT-ID TO LOOKUP-KEY
        PERFORM 6000-LOOKUP-CUSTOMER
        IF NOT PARENT-FOUND THEN
            MOVE RESUME-CUST-ID TO ORPHAN-KEY
            MOVE LOOKUP-KEY TO ORPHAN-REF
            PERFORM 7000-REPORT-ORPHAN
        END-IF
        MOVE RESUME-CUST-ID TO CM-CUST-ID
        START CUSTOMER-MASTER-FILE KEY IS GREATER THAN CM-CUST-ID
            INVALID KEY MOVE 1 TO CHILD-SCAN-EOF
        END-START
    END-IF.
    IF NOT CHILD-SCAN-AT-EOF THEN
        PERFORM 5510-READ-CUSTOMER
    END-IF.

    *> ---------------------
    *> PARENT LOOKUPS: random read of LOOKUP-KEY, PARENT-FOUND set.
    *> ---------------------

    6000-LOOKUP-CUSTOMER.
    MOVE LOOKUP-KEY TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY MOVE 0 TO PARENT-FOUND-SW
        NOT INVALID KEY MOVE 1 TO PARENT-FOUND-SW
    END-READ.

    6100-LOOKUP-PART.
    MOVE LOOKUP-KEY TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY MOVE 0 TO PARENT-FOUND-SW
        NOT INVALID KEY MOVE 1 TO PARENT-FOUND-SW
    END-READ.

    6200-LOOKUP-VENDOR.
    MOVE LOOKUP-KEY TO VN-VENDOR-ID.
    READ VENDOR-FILE
        INVALID KEY MOVE 0 TO PARENT-FOUND-SW
        NOT INVALID KEY MOVE 1 TO PARENT-FOUND-SW
    END-READ.

    6300-LOOKUP-SALESPERSON.
    MOVE LOOKUP-KEY TO SP-SALES-ID.
    READ SALESPERSON-FILE
        INVALID KEY MOVE 0 TO PARENT-FOUND-SW
        NOT INVALID KEY MOVE 1 TO PARENT-FOUND-SW
    END-READ.

    *> ---------------------
    *> REPORTING: rule heading, one line per orphan, rule footing.
    *> ---------------------

    7000-REPORT-ORPHAN.
    ADD 1 TO RULE-ORPHANS.
    ADD 1 TO TOTAL-ORPHANS.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " RULE-ID " KEY " ORPHAN-KEY " MISSING " ORPHAN-REF
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    7100-START-RULE.
    MOVE 0 TO RULE-ORPHANS.
    MOVE 0 TO RULE-RECORDS.
    MOVE 0 TO CHILD-SCAN-EOF.
    MOVE 0 TO RULE-SKIPPED-SW.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    STRING RULE-ID " " RULE-TEXT
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    7200-END-RULE.
    IF RULE-WAS-SKIPPED THEN
        ADD 1 TO RULES-SKIPPED
    ELSE
        ADD 1 TO RULES-RUN
        MOVE RULE-RECORDS TO RPT-COUNT-DISP
        MOVE RULE-ORPHANS TO RPT-ORPHAN-DISP
        STRING "  " RULE-ID " records checked " RPT-COUNT-DISP
            "  orphans " RPT-ORPHAN-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.

    7300-SKIP-RULE.
    MOVE 1 TO RULE-SKIPPED-SW.
    STRING "  " RULE-ID " SKIPPED - " SKIP-FILE-NAME " could not be opened"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE 4 TO WS-RETURN-CODE.
    MOVE SPACES TO WS-ERROR-MSG.
    STRING "Rule " RULE-ID " skipped, " SKIP-FILE-NAME " could not be opened."
        DELIMITED BY SIZE INTO WS-ERROR-MSG.
    PERFORM 9300-LOG-ERROR.

    7900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF CUST-IS-OPEN THEN
        CLOSE CUSTOMER-MASTER-FILE
    END-IF.
    IF PART-IS-OPEN THEN
        CLOSE PART-MASTER-FILE
    END-IF.
    IF VEND-IS-OPEN THEN
        CLOSE VENDOR-FILE
    END-IF.
    IF SLS-IS-OPEN THEN
        CLOSE SALESPERSON-FILE
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-ORPHANS TO RPT-ORPHAN-DISP.
    STRING "Orphans found      : " RPT-ORPHAN-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE RULES-SKIPPED TO RPT-ORPHAN-DISP.
    STRING "Rules skipped      : " RPT-ORPHAN-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Referential Integrity Sweep Summary --".
    DISPLAY "Rules run     : " RULES-RUN.
    DISPLAY "Rules skipped : " RULES-SKIPPED.
    DISPLAY "Orphans found : " TOTAL-ORPHANS.
    IF TOTAL-ORPHANS > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Referential integrity orphans were found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
