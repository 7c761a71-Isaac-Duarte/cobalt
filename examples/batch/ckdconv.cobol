IDENTIFICATION DIVISION.
PROGRAM-ID. CHECK-DIGIT-CONVERT.

*> CHECK-DIGIT-CONVERT is the one-time conversion that gives every
*> customer id and part number a check digit, so a transposed or
*> mistyped id is caught by the shared EDITPROC edits the moment it
*> is keyed or carded instead of posting to the wrong account. The
*> scheme is the weighted modulus 11 kept in EDITDATA.CPY: position
*> 6 is the check digit of positions 1-5.
*>
*> Customers -- those on CUSTMAST and those archived to CUSTARCH --
*> are renumbered in their old key order from a series that starts
*> above the highest old id, skipping any base that cannot carry a
*> digit, so no new id ever repeats an old one and the order of the
*> master is unchanged. A part whose old number used only the first
*> five characters keeps them and gains its digit (A1002 becomes
*> A10028), so the number on the bin label still reads true; every
*> other part is renumbered from a numeric series above the highest
*> numeric part, never onto a base a kept part already holds.
*>
*> The old-to-new cross-reference goes to IDXREF (type C or P, old
*> id, new id) before a single file is touched, and then every file
*> that carries the ids is converted in the same run: each is sorted
*> off in its stored order, the ids it carries are translated, and
*> it is reloaded in place. An id a file carries that neither master
*> knows is left as it was and counted; a file not present is
*> reported and skipped. The transaction and recycle feeds are not
*> converted -- run this at a quiet point after the cycle, when they
*> are empty -- and inbound partner data is translated through
*> PARTNERS and PARTXREF, which are.
*>
*> Take the master backups before the run; the way back from a
*> failed conversion is the restore. The run refuses an IDXREF that
*> already holds records, so it can never renumber the already
*> converted ids a second time.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ID-XREF-FILE ASSIGN TO "IDXREF"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ID-XREF-STATUS.
        SELECT SORT-WORK-FILE ASSIGN TO "CKDWORK".
        COPY "custsel.cpy".
        SELECT CUST-ARCHIVE-FILE ASSIGN TO "CUSTARCH"
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CUST-ARCHIVE-STATUS.
        COPY "partsel.cpy".
        COPY "oisel.cpy".
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "invregsel.cpy".
        COPY "saleshsel.cpy".
        COPY "bkordsel.cpy".
        COPY "jrnlsel.cpy".
        COPY "payhsel.cpy".
        COPY "stathsel.cpy".
        COPY "shiptosel.cpy".
        COPY "quotsel.cpy".
        COPY "quothsel.cpy".
        COPY "stordsel.cpy".
        COPY "chkregsel.cpy".
        COPY "crmregsel.cpy".
        COPY "dunnhsel.cpy".
        COPY "perbalsel.cpy".
        COPY "confsel.cpy".
        COPY "dispsel.cpy".
        COPY "pendsel.cpy".
        COPY "wopsel.cpy".
        SELECT SALES-YEAR-FILE ASSIGN TO "SALESYR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS SALES-YEAR-STATUS.
        SELECT PERIOD-AGED-FILE ASSIGN TO "PERAGED"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PERIOD-AGED-STATUS.
        SELECT PARTNER-FILE ASSIGN TO "PARTNERS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PARTNER-STATUS.
        COPY "pjrnlsel.cpy".
        COPY "posel.cpy".
        COPY "ppvsel.cpy".
        COPY "prcsel.cpy".
        COPY "sthsel.cpy".
        COPY "locsel.cpy".
        COPY "lotstksel.cpy".
        COPY "lothsel.cpy".
        COPY "kitsel.cpy".
        COPY "binssel.cpy".
        COPY "shrtsel.cpy".
        SELECT DEMAND-HIST-FILE ASSIGN TO "DEMANDHS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DEMAND-HIST-STATUS.
        SELECT CROSS-REF-FILE ASSIGN TO "PARTXREF"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CROSS-REF-STATUS.
        COPY "promosel.cpy".
        SELECT LAST-COUNT-FILE ASSIGN TO "CCLAST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LAST-COUNT-STATUS.
        COPY "bohsel.cpy".
        COPY "svchsel.cpy".
        SELECT STOCK-REGISTER-FILE ASSIGN TO "STKREG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STOCK-REGISTER-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
*> One row per id converted: C customer or P part, the old id, and
*> the id that replaced it.
    FD  ID-XREF-FILE.
    01  ID-XREF-REC.
        05 IX-ID-TYPE PIC X(1).
            88 IX-IS-CUSTOMER VALUE "C".
            88 IX-IS-PART VALUE "P".
        05 IX-OLD-ID PIC X(6).
        05 IX-NEW-ID PIC X(6).

*> The work file carries each carrier record whole behind its stored
*> sequence, so a file goes back in the order it came off; the id
*> view is the old id alone, for building the customer series.
    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05 SW-SEQ PIC 9(8).
        05 SW-DATA PIC X(400).
    01  SORT-ID-REC.
        05 SI-OLD-ID PIC X(6).
        05 FILLER PIC X(402).

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  CUST-ARCHIVE-FILE.
    01  CUST-ARCHIVE-REC.
        05 AR-REC-TYPE PIC X(1).
            88 AR-IS-CUSTOMER VALUE "C".
            88 AR-IS-STATUS VALUE "S".
        05 AR-DATA PIC X(113).

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  OPEN-ITEM-FILE.
    COPY "oirec.cpy".

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  INVOICE-REGISTER-FILE.
    COPY "invregrec.cpy".

    FD  SALES-HISTORY-FILE.
    COPY "saleshrec.cpy".

    FD  BACK-ORDER-FILE.
    COPY "bkordrec.cpy".

    FD  CUST-JOURNAL-FILE.
    COPY "jrnlrec.cpy".

    FD  PAY-HIST-FILE.
    COPY "payhrec.cpy".

    FD  STATUS-HIST-FILE.
    COPY "stathrec.cpy".

    FD  SHIP-TO-FILE.
    COPY "shiptorec.cpy".

    FD  QUOTE-FILE.
    COPY "quotrec.cpy".

    FD  QUOTE-HIST-FILE.
    COPY "quothrec.cpy".

    FD  STANDING-ORDER-FILE.
    COPY "stordrec.cpy".

    FD  CHECK-REG-FILE.
    COPY "chkregrec.cpy".

    FD  CREDIT-MEMO-REGISTER-FILE.
    COPY "crmregrec.cpy".

    FD  DUNNING-HIST-FILE.
    COPY "dunnhrec.cpy".

    FD  PERIOD-BAL-FILE.
    COPY "perbalrec.cpy".

    FD  CONFIRM-FILE.
    COPY "confrec.cpy".

    FD  DISPUTE-FILE.
    COPY "disprec.cpy".

    FD  PEND-APPROVAL-FILE.
    COPY "pendrec.cpy".

    FD  WRITEOFF-PROP-FILE.
    COPY "woprec.cpy".

    FD  SALES-YEAR-FILE.
    01  SALES-YEAR-REC.
        05 SY-YEAR PIC 9(4).
        05 SY-CUST-ID PIC X(6).
        05 SY-YTD-SALES PIC S9(9)V99.
        05 SY-TIMESTAMP PIC X(14).

    FD  PERIOD-AGED-FILE.
    01  PERIOD-AGED-REC.
        05 AG-PERIOD PIC 9(6).
        05 AG-CUST-ID PIC X(6).
        05 AG-BUCKET-AMT OCCURS 4 TIMES PIC S9(9)V99.
        05 AG-TIMESTAMP PIC X(14).
        05 AG-OVER-90-AMT PIC S9(9)V99.

    FD  PARTNER-FILE.
    01  PARTNER-REC.
        05 PX-PARTNER-SLOT PIC 9(1).
        05 PX-PARTNER-ID PIC X(8).
        05 PX-CUST-ID PIC X(6).

    FD  PART-JOURNAL-FILE.
    COPY "pjrnlrec.cpy".

    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    FD  PPV-HIST-FILE.
    COPY "ppvrec.cpy".

    FD  PRICE-FILE.
    COPY "prcrec.cpy".

    FD  PART-HIST-FILE.
    COPY "sthrec.cpy".

    FD  LOCATION-STOCK-FILE.
    COPY "locrec.cpy".

    FD  LOT-STOCK-FILE.
    COPY "lotstkrec.cpy".

    FD  LOT-HIST-FILE.
    COPY "lothrec.cpy".

    FD  KIT-DEF-FILE.
    COPY "kitrec.cpy".

    FD  BIN-STOCK-FILE.
    COPY "binsrec.cpy".

    FD  REPL-SHORT-FILE.
    COPY "shrtrec.cpy".

    FD  DEMAND-HIST-FILE.
    01  DEMAND-HIST-REC.
        05 DM-PART-NO PIC X(6).
        05 DM-PERIOD PIC 9(6).
        05 DM-ISSUE-QTY PIC 9(9).

    FD  CROSS-REF-FILE.
    01  CROSS-REF-REC.
        05 XF-PARTNER-ID PIC X(8).
        05 XF-PARTNER-PART PIC X(12).
        05 XF-PART-NO PIC X(6).

    FD  PROMO-FILE.
    COPY "promorec.cpy".

    FD  LAST-COUNT-FILE.
    01  LAST-COUNT-REC.
        05 LC-PART-NO PIC X(6).
        05 LC-LAST-COUNT-DATE PIC 9(8).

*> Back-order history is kept in the BKORDREC layout: the customer
*> in positions 1-6, the part in 7-12.
    FD  BACK-ORDER-HIST-FILE.
    01  BACK-ORDER-HIST-REC PIC X(49).

    FD  SERVICE-HIST-FILE.
    COPY "svchrec.cpy".

    FD  STOCK-REGISTER-FILE.
    01  STOCK-REGISTER-REC.
        05 RG-PART-NO PIC X(6).
        05 RG-MOVE-TYPE PIC X(1).
        05 RG-QUANTITY PIC 9(6).
        05 RG-REFERENCE PIC X(8).
        05 RG-OLD-ON-HAND PIC 9(6).
        05 RG-NEW-ON-HAND PIC 9(6).
        05 RG-LOCATION PIC X(3).
        05 RG-TO-LOCATION PIC X(3).
        05 RG-MOVE-DATE PIC 9(8).
        05 RG-UNIT-COST PIC 9(5)V99.
        05 RG-STD-COST PIC 9(5)V99.

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 ID-XREF-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 CUST-ARCHIVE-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 OPEN-ITEM-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 INVOICE-REGISTER-STATUS PIC X(2).
    01 SALES-HISTORY-STATUS PIC X(2).
    01 BACK-ORDER-STATUS PIC X(2).
    01 CUST-JOURNAL-STATUS PIC X(2).
    01 PAY-HIST-STATUS PIC X(2).
    01 STATUS-HIST-STATUS PIC X(2).
    01 SHIP-TO-STATUS PIC X(2).
    01 QUOTE-FILE-STATUS PIC X(2).
    01 QUOTE-HIST-STATUS PIC X(2).
    01 STANDING-ORDER-STATUS PIC X(2).
    01 CHECK-REG-STATUS PIC X(2).
    01 CREDIT-MEMO-REGISTER-STATUS PIC X(2).
    01 DUNNING-HIST-STATUS PIC X(2).
    01 PERIOD-BAL-STATUS PIC X(2).
    01 CONFIRM-STATUS PIC X(2).
    01 DISPUTE-STATUS PIC X(2).
    01 PEND-APPROVAL-STATUS PIC X(2).
    01 WRITEOFF-PROP-STATUS PIC X(2).
    01 SALES-YEAR-STATUS PIC X(2).
    01 PERIOD-AGED-STATUS PIC X(2).
    01 PARTNER-STATUS PIC X(2).
    01 PART-JOURNAL-STATUS PIC X(2).
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 PPV-HIST-STATUS PIC X(2).
    01 PRICE-FILE-STATUS PIC X(2).
    01 PART-HIST-STATUS PIC X(2).
    01 LOCATION-STOCK-STATUS PIC X(2).
    01 LOT-STOCK-STATUS PIC X(2).
    01 LOT-HIST-STATUS PIC X(2).
    01 KIT-DEF-STATUS PIC X(2).
    01 BIN-STOCK-STATUS PIC X(2).
    01 REPL-SHORT-STATUS PIC X(2).
    01 DEMAND-HIST-STATUS PIC X(2).
    01 CROSS-REF-STATUS PIC X(2).
    01 PROMO-FILE-STATUS PIC X(2).
    01 LAST-COUNT-STATUS PIC X(2).
    01 BACK-ORDER-HIST-STATUS PIC X(2).
    01 SERVICE-HIST-STATUS PIC X(2).
    01 STOCK-REGISTER-STATUS PIC X(2).

    01 CONVERSION-SWITCH PIC 9(1) COMP VALUE 0.
        88 CONVERSION-CAN-RUN VALUE 1.
    01 MASTER-EOF PIC 9(1) COMP VALUE 0.
        88 MASTER-AT-EOF VALUE 1.
    01 XREF-OVERFLOW-SW PIC 9(1) COMP VALUE 0.
        88 XREF-OVERFLOWED VALUE 1.

*> The cross-reference, one table per id type, in ascending old-id
*> order -- the customer table straight off the id sort, the part
*> table straight off PARTDAT's key -- so a carrier's id is found
*> by halving the table rather than walking it.
    01 XREF-TABLE-MAX PIC 9(5) COMP VALUE 50000.
    01 CUST-XREF-COUNT PIC 9(5) COMP VALUE 0.
    01 CUST-XREF-TABLE.
        05 CX-ENTRY OCCURS 50000 TIMES.
            10 CX-OLD-ID PIC X(6).
            10 CX-NEW-ID PIC X(6).
    01 PART-XREF-COUNT PIC 9(5) COMP VALUE 0.
    01 PART-XREF-TABLE.
        05 PX-ENTRY OCCURS 50000 TIMES.
            10 PX-OLD-ID PIC X(6).
            10 PX-NEW-ID PIC X(6).
    01 XREF-IDX PIC 9(5) COMP VALUE 0.
    01 LAST-OLD-ID PIC X(6) VALUE SPACES.
    01 HIGH-NUMERIC-BASE PIC X(5) VALUE SPACES.

    01 FIND-ID PIC X(6).
    01 FIND-IDX PIC 9(5) COMP VALUE 0.
    01 FIND-LOW PIC 9(5) COMP VALUE 0.
    01 FIND-HIGH PIC 9(5) COMP VALUE 0.
    01 FIND-MID PIC 9(5) COMP VALUE 0.

*> The numbering series: the next base is tried upward from the last
*> one issued, wrapping once past 99999, until one can carry a check
*> digit (and, for parts, is not a base a kept part already holds).
    01 SERIES-BASE PIC 9(5) VALUE 0.
    01 SERIES-TRIES PIC 9(6) COMP VALUE 0.
    01 SERIES-ID PIC X(6) VALUE SPACES.
    01 SERIES-KIND PIC X(1) VALUE SPACE.
        88 SERIES-FOR-PARTS VALUE "P".
    01 SERIES-FOUND-SW PIC 9(1) COMP VALUE 0.
        88 SERIES-BASE-IS-FOUND VALUE 1.
    01 SERIES-WRAP-SW PIC 9(1) COMP VALUE 0.
        88 SERIES-HAS-WRAPPED VALUE 1.
    01 SERIES-EXHAUST-SW PIC 9(1) COMP VALUE 0.
        88 SERIES-IS-EXHAUSTED VALUE 1.

*> Per carrier file, reset as each one starts.
    01 CARRIER-NAME PIC X(8) VALUE SPACES.
    01 CARRIER-OPEN-STATUS PIC X(2).
    01 CARRIER-EOF PIC 9(1) COMP VALUE 0.
        88 CARRIER-AT-EOF VALUE 1.
    01 SORT-RETURN-EOF PIC 9(1) COMP VALUE 0.
        88 SORT-RETURN-AT-EOF VALUE 1.
    01 CARRIER-SEQ PIC 9(8) VALUE 0.
    01 CARRIER-READ PIC 9(7) COMP VALUE 0.
    01 CARRIER-WRITTEN PIC 9(7) COMP VALUE 0.
    01 CARRIER-IDS-CHANGED PIC 9(7) COMP VALUE 0.
    01 CARRIER-IDS-UNKNOWN PIC 9(7) COMP VALUE 0.
    01 CARRIER-WRITE-FAILS PIC 9(7) COMP VALUE 0.
    01 XLATE-ID PIC X(6).
    01 PO-SLOT-MAX PIC 9(1) COMP VALUE 5.
    01 PO-SLOT-IDX PIC 9(1) COMP VALUE 0.

    01 TOTAL-CUSTOMERS-RENUMBERED PIC 9(6) COMP VALUE 0.
    01 TOTAL-ARCHIVED-IDS PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS-KEPT PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS-RENUMBERED PIC 9(6) COMP VALUE 0.
    01 TOTAL-KEPT-ON-OLD-ID PIC 9(6) COMP VALUE 0.
    01 TOTAL-XREF-WRITTEN PIC 9(6) COMP VALUE 0.
    01 TOTAL-FILES-CONVERTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-FILES-ABSENT PIC 9(6) COMP VALUE 0.
    01 TOTAL-IDS-CHANGED PIC 9(9) COMP VALUE 0.
    01 TOTAL-IDS-UNKNOWN PIC 9(9) COMP VALUE 0.
    01 TOTAL-NOT-RELOADED PIC 9(9) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CHECK-DIGIT-CONVERT"==
        ==":PGMVERS:"== BY =="01.03"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CHECK-DIGIT-CONVERT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF CONVERSION-CAN-RUN THEN
        PERFORM 2000-BUILD-CUSTOMER-XREF
    END-IF.
    IF CONVERSION-CAN-RUN THEN
        PERFORM 2500-BUILD-PART-XREF
    END-IF.
    IF CONVERSION-CAN-RUN THEN
        PERFORM 2800-WRITE-CROSS-REFERENCE
    END-IF.
    IF CONVERSION-CAN-RUN THEN
        PERFORM 3000-CONVERT-CARRIERS
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> An IDXREF with even one row on it means the ids have already
    *> been converted; a second pass would renumber them again and
    *> orphan every cross-reference already handed out, so the run
    *> refuses instead. Both masters must be there to convert from.
    1000-INITIALIZE.
    OPEN INPUT ID-XREF-FILE.
    IF ID-XREF-STATUS = "00" THEN
        MOVE 0 TO MASTER-EOF
        READ ID-XREF-FILE
            AT END MOVE 1 TO MASTER-EOF
        END-READ
        CLOSE ID-XREF-FILE
        IF NOT MASTER-AT-EOF THEN
            DISPLAY "CONVERSION REFUSED: IDXREF already carries"
                " records; the ids are converted."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "IDXREF already carries records; conversion refused." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
            EXIT PARAGRAPH
        END-IF
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Customer master (CUSTMAST) not found, nothing to convert."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Customer master (CUSTMAST) was not found for conversion." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    CLOSE CUSTOMER-MASTER-FILE.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Part master (PARTDAT) not found, nothing to convert."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part master (PARTDAT) was not found for conversion." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    CLOSE PART-MASTER-FILE.
    MOVE 1 TO CONVERSION-SWITCH.

    *> ---------------------
    *> CUSTOMER CROSS-REFERENCE: every id on the master and in the
    *> archive, sorted and de-duplicated (a customer retrieved from
    *> the archive is in both), then numbered in that order.
    *> ---------------------

    2000-BUILD-CUSTOMER-XREF.
    SORT SORT-WORK-FILE ON ASCENDING KEY SI-OLD-ID
        INPUT PROCEDURE 2100-COLLECT-CUSTOMER-IDS
        OUTPUT PROCEDURE 2200-LOAD-CUSTOMER-XREF.
    IF XREF-OVERFLOWED THEN
        DISPLAY "CONVERSION REFUSED: more than " XREF-TABLE-MAX
            " customer ids; nothing was changed."
        MOVE 0 TO CONVERSION-SWITCH
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Customer ids exceed the cross-reference table; conversion refused." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE "C" TO SERIES-KIND.
    PERFORM 2400-START-SERIES.
    PERFORM 2300-NUMBER-ONE-CUSTOMER
        VARYING XREF-IDX FROM 1 BY 1
        UNTIL XREF-IDX > CUST-XREF-COUNT OR NOT CONVERSION-CAN-RUN.

    2100-COLLECT-CUSTOMER-IDS.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    MOVE 0 TO MASTER-EOF.
    PERFORM 2110-COLLECT-ONE-CUSTOMER UNTIL MASTER-AT-EOF.
    CLOSE CUSTOMER-MASTER-FILE.
    OPEN INPUT CUST-ARCHIVE-FILE.
    IF CUST-ARCHIVE-STATUS NOT = "00" THEN
        DISPLAY "CUSTARCH not present; no archived customers to number."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO MASTER-EOF.
    PERFORM 2120-COLLECT-ONE-ARCHIVED UNTIL MASTER-AT-EOF.
    CLOSE CUST-ARCHIVE-FILE.

    2110-COLLECT-ONE-CUSTOMER.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO MASTER-EOF
        NOT AT END
            MOVE SPACES TO SORT-ID-REC
            MOVE CM-CUST-ID TO SI-OLD-ID
            RELEASE SORT-ID-REC
    END-READ.

    2120-COLLECT-ONE-ARCHIVED.
    READ CUST-ARCHIVE-FILE
        AT END MOVE 1 TO MASTER-EOF
        NOT AT END
            IF AR-IS-CUSTOMER THEN
                ADD 1 TO TOTAL-ARCHIVED-IDS
                MOVE SPACES TO SORT-ID-REC
                MOVE AR-DATA(1:6) TO SI-OLD-ID
                RELEASE SORT-ID-REC
            END-IF
    END-READ.

    2200-LOAD-CUSTOMER-XREF.
    MOVE 0 TO SORT-RETURN-EOF.
    MOVE SPACES TO LAST-OLD-ID.
    MOVE SPACES TO HIGH-NUMERIC-BASE.
    PERFORM 2210-RETURN-CUSTOMER-ID.
    PERFORM 2220-LOAD-ONE-CUSTOMER-ID UNTIL SORT-RETURN-AT-EOF.

    2210-RETURN-CUSTOMER-ID.
    RETURN SORT-WORK-FILE
        AT END MOVE 1 TO SORT-RETURN-EOF
    END-RETURN.

    2220-LOAD-ONE-CUSTOMER-ID.
    IF SI-OLD-ID NOT = SPACES AND SI-OLD-ID NOT = LAST-OLD-ID THEN
        MOVE SI-OLD-ID TO LAST-OLD-ID
        IF CUST-XREF-COUNT NOT < XREF-TABLE-MAX THEN
            MOVE 1 TO XREF-OVERFLOW-SW
        ELSE
            ADD 1 TO CUST-XREF-COUNT
            MOVE SI-OLD-ID TO CX-OLD-ID(CUST-XREF-COUNT)
            MOVE SPACES TO CX-NEW-ID(CUST-XREF-COUNT)
            IF SI-OLD-ID(1:5) IS NUMERIC THEN
                MOVE SI-OLD-ID(1:5) TO HIGH-NUMERIC-BASE
            END-IF
        END-IF
    END-IF.
    PERFORM 2210-RETURN-CUSTOMER-ID.

    2300-NUMBER-ONE-CUSTOMER.
    PERFORM 2410-NEXT-SERIES-ID.
    IF CONVERSION-CAN-RUN THEN
        MOVE SERIES-ID TO CX-NEW-ID(XREF-IDX)
        ADD 1 TO TOTAL-CUSTOMERS-RENUMBERED
    END-IF.

    *> The series starts one above the highest numeric base the old
    *> ids used, so a new id cannot repeat an old one until the
    *> series wraps past 99999 -- which is reported when it happens.
    2400-START-SERIES.
    MOVE 0 TO SERIES-TRIES.
    IF HIGH-NUMERIC-BASE = SPACES THEN
        MOVE 0 TO SERIES-BASE
    ELSE
        MOVE HIGH-NUMERIC-BASE TO SERIES-BASE
    END-IF.

    2410-NEXT-SERIES-ID.
    MOVE 0 TO SERIES-FOUND-SW.
    PERFORM 2420-TRY-SERIES-BASE
        UNTIL SERIES-BASE-IS-FOUND OR SERIES-IS-EXHAUSTED.
    IF SERIES-IS-EXHAUSTED THEN
        DISPLAY "CONVERSION REFUSED: the numbering series ran out;"
            " nothing was changed."
        MOVE 0 TO CONVERSION-SWITCH
        MOVE 8 TO WS-RETURN-CODE
        MOVE "The id numbering series ran out; conversion refused." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    2420-TRY-SERIES-BASE.
    ADD 1 TO SERIES-TRIES.
    IF SERIES-TRIES > 99999 THEN
        MOVE 1 TO SERIES-EXHAUST-SW
        EXIT PARAGRAPH
    END-IF.
    IF SERIES-BASE = 99999 THEN
        MOVE 1 TO SERIES-BASE
        IF NOT SERIES-HAS-WRAPPED THEN
            MOVE 1 TO SERIES-WRAP-SW
            DISPLAY "NOTE: the numbering series wrapped past 99999;"
                " new ids may repeat retired old ones."
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    ELSE
        ADD 1 TO SERIES-BASE
    END-IF.
    MOVE SPACES TO EDIT-INPUT-FIELD.
    MOVE SERIES-BASE TO EDIT-INPUT-FIELD(1:5).
    PERFORM 9265-EDIT-MAKE-CHECK-DIGIT.
    IF NOT EDIT-IS-VALID THEN
        EXIT PARAGRAPH
    END-IF.
    IF SERIES-FOR-PARTS THEN
        MOVE EDIT-INPUT-FIELD(1:6) TO FIND-ID
        PERFORM 6110-FIND-PART-ID
        IF FIND-IDX > 0 THEN
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE EDIT-INPUT-FIELD(1:5) TO SERIES-ID(1:5).
    MOVE EDIT-CHECK-DIGIT TO SERIES-ID(6:1).
    MOVE 1 TO SERIES-FOUND-SW.

    *> ---------------------
    *> PART CROSS-REFERENCE: PARTDAT in key order. A five-character
    *> part keeps its base when the base can carry a digit; every
    *> other part takes the next numeric base no kept part holds --
    *> a base a kept part holds is an old five-character id, so the
    *> test is whether that old id is on the table.
    *> ---------------------

    2500-BUILD-PART-XREF.
    OPEN INPUT PART-MASTER-FILE.
    MOVE 0 TO MASTER-EOF.
    MOVE SPACES TO HIGH-NUMERIC-BASE.
    PERFORM 2510-LOAD-ONE-PART UNTIL MASTER-AT-EOF.
    CLOSE PART-MASTER-FILE.
    IF XREF-OVERFLOWED THEN
        DISPLAY "CONVERSION REFUSED: more than " XREF-TABLE-MAX
            " part numbers; nothing was changed."
        MOVE 0 TO CONVERSION-SWITCH
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part numbers exceed the cross-reference table; conversion refused." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE "P" TO SERIES-KIND.
    MOVE 0 TO SERIES-WRAP-SW.
    PERFORM 2400-START-SERIES.
    PERFORM 2520-NUMBER-ONE-PART
        VARYING XREF-IDX FROM 1 BY 1
        UNTIL XREF-IDX > PART-XREF-COUNT OR NOT CONVERSION-CAN-RUN.

    2510-LOAD-ONE-PART.
    READ PART-MASTER-FILE NEXT RECORD
        AT END
            MOVE 1 TO MASTER-EOF
            EXIT PARAGRAPH
    END-READ.
    IF PART-XREF-COUNT NOT < XREF-TABLE-MAX THEN
        MOVE 1 TO XREF-OVERFLOW-SW
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO PART-XREF-COUNT.
    MOVE PM-PART-NO TO PX-OLD-ID(PART-XREF-COUNT).
    MOVE SPACES TO PX-NEW-ID(PART-XREF-COUNT).
    IF PM-PART-NO(1:5) IS NUMERIC THEN
        MOVE PM-PART-NO(1:5) TO HIGH-NUMERIC-BASE
    END-IF.
    IF PM-PART-NO(6:1) = SPACE THEN
        MOVE SPACES TO EDIT-INPUT-FIELD
        MOVE PM-PART-NO(1:5) TO EDIT-INPUT-FIELD(1:5)
        PERFORM 9265-EDIT-MAKE-CHECK-DIGIT
        IF EDIT-IS-VALID THEN
            MOVE PM-PART-NO(1:5) TO PX-NEW-ID(PART-XREF-COUNT)(1:5)
            MOVE EDIT-CHECK-DIGIT TO PX-NEW-ID(PART-XREF-COUNT)(6:1)
        END-IF
    END-IF.

    *> A kept part whose new number was some other part's old number
    *> is converted correctly, but a paper document still quoting the
    *> old number now names the wrong part -- so each one is listed.
    2520-NUMBER-ONE-PART.
    IF PX-NEW-ID(XREF-IDX) NOT = SPACES THEN
        ADD 1 TO TOTAL-PARTS-KEPT
        MOVE PX-NEW-ID(XREF-IDX) TO FIND-ID
        PERFORM 6110-FIND-PART-ID
        IF FIND-IDX > 0 THEN
            DISPLAY "NOTE: part " PX-OLD-ID(XREF-IDX) " becomes "
                PX-NEW-ID(XREF-IDX) ", the old number of part "
                PX-OLD-ID(FIND-IDX) "."
            ADD 1 TO TOTAL-KEPT-ON-OLD-ID
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2410-NEXT-SERIES-ID.
    IF CONVERSION-CAN-RUN THEN
        MOVE SERIES-ID TO PX-NEW-ID(XREF-IDX)
        ADD 1 TO TOTAL-PARTS-RENUMBERED
    END-IF.

    *> ---------------------
    *> IDXREF: written whole before any file is converted, so the
    *> mapping survives whatever happens next.
    *> ---------------------

    2800-WRITE-CROSS-REFERENCE.
    OPEN OUTPUT ID-XREF-FILE.
    IF ID-XREF-STATUS NOT = "00" THEN
        DISPLAY "CONVERSION REFUSED: IDXREF could not be opened;"
            " nothing was changed."
        MOVE 0 TO CONVERSION-SWITCH
        MOVE 8 TO WS-RETURN-CODE
        MOVE "IDXREF could not be opened for output; conversion refused." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE "C" TO IX-ID-TYPE.
    PERFORM 2810-WRITE-ONE-CUSTOMER-ROW
        VARYING XREF-IDX FROM 1 BY 1 UNTIL XREF-IDX > CUST-XREF-COUNT.
    MOVE "P" TO IX-ID-TYPE.
    PERFORM 2820-WRITE-ONE-PART-ROW
        VARYING XREF-IDX FROM 1 BY 1 UNTIL XREF-IDX > PART-XREF-COUNT.
    CLOSE ID-XREF-FILE.
    IF TOTAL-XREF-WRITTEN NOT = CUST-XREF-COUNT + PART-XREF-COUNT THEN
        DISPLAY "CONVERSION REFUSED: IDXREF took " TOTAL-XREF-WRITTEN
            " of " CUST-XREF-COUNT " customer and " PART-XREF-COUNT
            " part rows; nothing was changed."
        MOVE 0 TO CONVERSION-SWITCH
        MOVE 8 TO WS-RETURN-CODE
        MOVE "IDXREF could not be written whole; conversion refused." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    2810-WRITE-ONE-CUSTOMER-ROW.
    MOVE CX-OLD-ID(XREF-IDX) TO IX-OLD-ID.
    MOVE CX-NEW-ID(XREF-IDX) TO IX-NEW-ID.
    WRITE ID-XREF-REC.
    IF ID-XREF-STATUS = "00" THEN
        ADD 1 TO TOTAL-XREF-WRITTEN
    END-IF.

    2820-WRITE-ONE-PART-ROW.
    MOVE PX-OLD-ID(XREF-IDX) TO IX-OLD-ID.
    MOVE PX-NEW-ID(XREF-IDX) TO IX-NEW-ID.
    WRITE ID-XREF-REC.
    IF ID-XREF-STATUS = "00" THEN
        ADD 1 TO TOTAL-XREF-WRITTEN
    END-IF.

    *> ---------------------
    *> CARRIER FILES: each sorted off in stored order, its ids
    *> translated, and reloaded in place.
    *> ---------------------

    3000-CONVERT-CARRIERS.
    PERFORM 3100-CONVERT-CUSTMAST.
    PERFORM 3110-CONVERT-CUSTARCH.
    PERFORM 3120-CONVERT-PARTDAT.
    PERFORM 3130-CONVERT-OPENITEM.
    PERFORM 3140-CONVERT-ORDFILE.
    PERFORM 3150-CONVERT-ORDLINE.
    PERFORM 3160-CONVERT-INVREG.
    PERFORM 3170-CONVERT-SALESHST.
    PERFORM 3180-CONVERT-BACKORD.
    PERFORM 3190-CONVERT-CUSTJRNL.
    PERFORM 3200-CONVERT-PAYHIST.
    PERFORM 3210-CONVERT-STATHIST.
    PERFORM 3220-CONVERT-SHIPTO.
    PERFORM 3230-CONVERT-QUOTE.
    PERFORM 3240-CONVERT-QUOTHIST.
    PERFORM 3250-CONVERT-STDORD.
    PERFORM 3260-CONVERT-CHKREG.
    PERFORM 3270-CONVERT-CRMREG.
    PERFORM 3280-CONVERT-DUNNHIST.
    PERFORM 3290-CONVERT-PERBALS.
    PERFORM 3300-CONVERT-CONFREG.
    PERFORM 3310-CONVERT-DISPUTE.
    PERFORM 3320-CONVERT-PENDAPPR.
    PERFORM 3330-CONVERT-WOPROP.
    PERFORM 3340-CONVERT-SALESYR.
    PERFORM 3350-CONVERT-PERAGED.
    PERFORM 3360-CONVERT-PARTNERS.
    PERFORM 3370-CONVERT-PARTJRNL.
    PERFORM 3380-CONVERT-POFILE.
    PERFORM 3390-CONVERT-PPVHIST.
    PERFORM 3400-CONVERT-PRICEDAT.
    PERFORM 3410-CONVERT-STKHIST.
    PERFORM 3420-CONVERT-LOCSTOCK.
    PERFORM 3430-CONVERT-LOTSTOCK.
    PERFORM 3440-CONVERT-LOTHIST.
    PERFORM 3450-CONVERT-KITDEF.
    PERFORM 3460-CONVERT-BINSTOCK.
    PERFORM 3470-CONVERT-REPLSHRT.
    PERFORM 3480-CONVERT-DEMANDHS.
    PERFORM 3490-CONVERT-PARTXREF.
    PERFORM 3500-CONVERT-PROMO.
    PERFORM 3510-CONVERT-CCLAST.
    PERFORM 3520-CONVERT-BOHIST.
    PERFORM 3530-CONVERT-SVCHIST.
    PERFORM 3540-CONVERT-STKREG.
    *> CUSTMAST: the customer's own id and the bill-to parent it names.
    3100-CONVERT-CUSTMAST.
    MOVE "CUSTMAST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        MOVE CUSTOMER-MASTER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE CUSTOMER-MASTER-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3101-UNLOAD-CUSTMAST
        OUTPUT PROCEDURE 3103-RELOAD-CUSTMAST.
    PERFORM 4040-REPORT-CARRIER.

    3101-UNLOAD-CUSTMAST.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    PERFORM 3102-UNLOAD-ONE-CUSTMAST UNTIL CARRIER-AT-EOF.
    CLOSE CUSTOMER-MASTER-FILE.

    3102-UNLOAD-ONE-CUSTMAST.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE CUSTOMER-MASTER-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3103-RELOAD-CUSTMAST.
    OPEN OUTPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        MOVE CUSTOMER-MASTER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3104-RELOAD-ONE-CUSTMAST UNTIL SORT-RETURN-AT-EOF.
    CLOSE CUSTOMER-MASTER-FILE.

    3104-RELOAD-ONE-CUSTMAST.
    MOVE SW-DATA TO CUSTOMER-MASTER-REC.
    MOVE CM-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO CM-CUST-ID.
    MOVE CM-PARENT-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO CM-PARENT-ID.
    WRITE CUSTOMER-MASTER-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> CUSTARCH: archived customer images (id and parent) and the status
    *> history archived with them (id in the first six bytes).
    3110-CONVERT-CUSTARCH.
    MOVE "CUSTARCH" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT CUST-ARCHIVE-FILE.
    IF CUST-ARCHIVE-STATUS NOT = "00" THEN
        MOVE CUST-ARCHIVE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE CUST-ARCHIVE-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3111-UNLOAD-CUSTARCH
        OUTPUT PROCEDURE 3113-RELOAD-CUSTARCH.
    PERFORM 4040-REPORT-CARRIER.

    3111-UNLOAD-CUSTARCH.
    OPEN INPUT CUST-ARCHIVE-FILE.
    PERFORM 3112-UNLOAD-ONE-CUSTARCH UNTIL CARRIER-AT-EOF.
    CLOSE CUST-ARCHIVE-FILE.

    3112-UNLOAD-ONE-CUSTARCH.
    READ CUST-ARCHIVE-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE CUST-ARCHIVE-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3113-RELOAD-CUSTARCH.
    OPEN OUTPUT CUST-ARCHIVE-FILE.
    IF CUST-ARCHIVE-STATUS NOT = "00" THEN
        MOVE CUST-ARCHIVE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3114-RELOAD-ONE-CUSTARCH UNTIL SORT-RETURN-AT-EOF.
    CLOSE CUST-ARCHIVE-FILE.

    3114-RELOAD-ONE-CUSTARCH.
    MOVE SW-DATA TO CUST-ARCHIVE-REC.
    IF AR-IS-CUSTOMER THEN
        MOVE AR-DATA(1:6) TO XLATE-ID
        PERFORM 6000-XLATE-CUST-ID
        MOVE XLATE-ID TO AR-DATA(1:6)
        MOVE AR-DATA(108:6) TO XLATE-ID
        PERFORM 6000-XLATE-CUST-ID
        MOVE XLATE-ID TO AR-DATA(108:6)
    ELSE
        MOVE AR-DATA(1:6) TO XLATE-ID
        PERFORM 6000-XLATE-CUST-ID
        MOVE XLATE-ID TO AR-DATA(1:6)
    END-IF.
    WRITE CUST-ARCHIVE-REC.
    IF CUST-ARCHIVE-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> PARTDAT: the part master itself.
    3120-CONVERT-PARTDAT.
    MOVE "PARTDAT" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        MOVE PART-MASTER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PART-MASTER-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3121-UNLOAD-PARTDAT
        OUTPUT PROCEDURE 3123-RELOAD-PARTDAT.
    PERFORM 4040-REPORT-CARRIER.

    3121-UNLOAD-PARTDAT.
    OPEN INPUT PART-MASTER-FILE.
    PERFORM 3122-UNLOAD-ONE-PARTDAT UNTIL CARRIER-AT-EOF.
    CLOSE PART-MASTER-FILE.

    3122-UNLOAD-ONE-PARTDAT.
    READ PART-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PART-MASTER-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3123-RELOAD-PARTDAT.
    OPEN OUTPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        MOVE PART-MASTER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3124-RELOAD-ONE-PARTDAT UNTIL SORT-RETURN-AT-EOF.
    CLOSE PART-MASTER-FILE.

    3124-RELOAD-ONE-PARTDAT.
    MOVE SW-DATA TO PART-MASTER-REC.
    MOVE PM-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO PM-PART-NO.
    WRITE PART-MASTER-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> OPENITEM: the customer in the open item's key.
    3130-CONVERT-OPENITEM.
    MOVE "OPENITEM" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT OPEN-ITEM-FILE.
    IF OPEN-ITEM-STATUS NOT = "00" THEN
        MOVE OPEN-ITEM-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE OPEN-ITEM-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3131-UNLOAD-OPENITEM
        OUTPUT PROCEDURE 3133-RELOAD-OPENITEM.
    PERFORM 4040-REPORT-CARRIER.

    3131-UNLOAD-OPENITEM.
    OPEN INPUT OPEN-ITEM-FILE.
    PERFORM 3132-UNLOAD-ONE-OPENITEM UNTIL CARRIER-AT-EOF.
    CLOSE OPEN-ITEM-FILE.

    3132-UNLOAD-ONE-OPENITEM.
    READ OPEN-ITEM-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE OPEN-ITEM-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3133-RELOAD-OPENITEM.
    OPEN OUTPUT OPEN-ITEM-FILE.
    IF OPEN-ITEM-STATUS NOT = "00" THEN
        MOVE OPEN-ITEM-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3134-RELOAD-ONE-OPENITEM UNTIL SORT-RETURN-AT-EOF.
    CLOSE OPEN-ITEM-FILE.

    3134-RELOAD-ONE-OPENITEM.
    MOVE SW-DATA TO OPEN-ITEM-REC.
    MOVE OI-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO OI-CUST-ID.
    WRITE OPEN-ITEM-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> ORDFILE: the ordering customer.
    3140-CONVERT-ORDFILE.
    MOVE "ORDFILE" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT ORDER-FILE.
    IF ORDER-FILE-STATUS NOT = "00" THEN
        MOVE ORDER-FILE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE ORDER-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3141-UNLOAD-ORDFILE
        OUTPUT PROCEDURE 3143-RELOAD-ORDFILE.
    PERFORM 4040-REPORT-CARRIER.

    3141-UNLOAD-ORDFILE.
    OPEN INPUT ORDER-FILE.
    PERFORM 3142-UNLOAD-ONE-ORDFILE UNTIL CARRIER-AT-EOF.
    CLOSE ORDER-FILE.

    3142-UNLOAD-ONE-ORDFILE.
    READ ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE ORDER-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3143-RELOAD-ORDFILE.
    OPEN OUTPUT ORDER-FILE.
    IF ORDER-FILE-STATUS NOT = "00" THEN
        MOVE ORDER-FILE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3144-RELOAD-ONE-ORDFILE UNTIL SORT-RETURN-AT-EOF.
    CLOSE ORDER-FILE.

    3144-RELOAD-ONE-ORDFILE.
    MOVE SW-DATA TO ORDER-REC.
    MOVE OR-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO OR-CUST-ID.
    WRITE ORDER-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> ORDLINE: the part on each order line.
    3150-CONVERT-ORDLINE.
    MOVE "ORDLINE" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS NOT = "00" THEN
        MOVE ORDER-LINE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE ORDER-LINE-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3151-UNLOAD-ORDLINE
        OUTPUT PROCEDURE 3153-RELOAD-ORDLINE.
    PERFORM 4040-REPORT-CARRIER.

    3151-UNLOAD-ORDLINE.
    OPEN INPUT ORDER-LINE-FILE.
    PERFORM 3152-UNLOAD-ONE-ORDLINE UNTIL CARRIER-AT-EOF.
    CLOSE ORDER-LINE-FILE.

    3152-UNLOAD-ONE-ORDLINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE ORDER-LINE-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3153-RELOAD-ORDLINE.
    OPEN OUTPUT ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS NOT = "00" THEN
        MOVE ORDER-LINE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3154-RELOAD-ONE-ORDLINE UNTIL SORT-RETURN-AT-EOF.
    CLOSE ORDER-LINE-FILE.

    3154-RELOAD-ONE-ORDLINE.
    MOVE SW-DATA TO ORDER-LINE-REC.
    MOVE OL-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO OL-PART-NO.
    WRITE ORDER-LINE-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> INVREG: the billed customer.
    3160-CONVERT-INVREG.
    MOVE "INVREG" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT INVOICE-REGISTER-FILE.
    IF INVOICE-REGISTER-STATUS NOT = "00" THEN
        MOVE INVOICE-REGISTER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE INVOICE-REGISTER-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3161-UNLOAD-INVREG
        OUTPUT PROCEDURE 3163-RELOAD-INVREG.
    PERFORM 4040-REPORT-CARRIER.

    3161-UNLOAD-INVREG.
    OPEN INPUT INVOICE-REGISTER-FILE.
    PERFORM 3162-UNLOAD-ONE-INVREG UNTIL CARRIER-AT-EOF.
    CLOSE INVOICE-REGISTER-FILE.

    3162-UNLOAD-ONE-INVREG.
    READ INVOICE-REGISTER-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE INVOICE-REGISTER-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3163-RELOAD-INVREG.
    OPEN OUTPUT INVOICE-REGISTER-FILE.
    IF INVOICE-REGISTER-STATUS NOT = "00" THEN
        MOVE INVOICE-REGISTER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3164-RELOAD-ONE-INVREG UNTIL SORT-RETURN-AT-EOF.
    CLOSE INVOICE-REGISTER-FILE.

    3164-RELOAD-ONE-INVREG.
    MOVE SW-DATA TO INVOICE-REGISTER-REC.
    MOVE IR-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO IR-CUST-ID.
    WRITE INVOICE-REGISTER-REC.
    IF INVOICE-REGISTER-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> SALESHST: customer and part on every sales line.
    3170-CONVERT-SALESHST.
    MOVE "SALESHST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT SALES-HISTORY-FILE.
    IF SALES-HISTORY-STATUS NOT = "00" THEN
        MOVE SALES-HISTORY-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE SALES-HISTORY-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3171-UNLOAD-SALESHST
        OUTPUT PROCEDURE 3173-RELOAD-SALESHST.
    PERFORM 4040-REPORT-CARRIER.

    3171-UNLOAD-SALESHST.
    OPEN INPUT SALES-HISTORY-FILE.
    PERFORM 3172-UNLOAD-ONE-SALESHST UNTIL CARRIER-AT-EOF.
    CLOSE SALES-HISTORY-FILE.

    3172-UNLOAD-ONE-SALESHST.
    READ SALES-HISTORY-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE SALES-HISTORY-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3173-RELOAD-SALESHST.
    OPEN OUTPUT SALES-HISTORY-FILE.
    IF SALES-HISTORY-STATUS NOT = "00" THEN
        MOVE SALES-HISTORY-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3174-RELOAD-ONE-SALESHST UNTIL SORT-RETURN-AT-EOF.
    CLOSE SALES-HISTORY-FILE.

    3174-RELOAD-ONE-SALESHST.
    MOVE SW-DATA TO SALES-HISTORY-REC.
    MOVE SL-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO SL-CUST-ID.
    MOVE SL-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO SL-PART-NO.
    WRITE SALES-HISTORY-REC.
    IF SALES-HISTORY-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> BACKORD: customer and part on every back order.
    3180-CONVERT-BACKORD.
    MOVE "BACKORD" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT BACK-ORDER-FILE.
    IF BACK-ORDER-STATUS NOT = "00" THEN
        MOVE BACK-ORDER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE BACK-ORDER-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3181-UNLOAD-BACKORD
        OUTPUT PROCEDURE 3183-RELOAD-BACKORD.
    PERFORM 4040-REPORT-CARRIER.

    3181-UNLOAD-BACKORD.
    OPEN INPUT BACK-ORDER-FILE.
    PERFORM 3182-UNLOAD-ONE-BACKORD UNTIL CARRIER-AT-EOF.
    CLOSE BACK-ORDER-FILE.

    3182-UNLOAD-ONE-BACKORD.
    READ BACK-ORDER-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE BACK-ORDER-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3183-RELOAD-BACKORD.
    OPEN OUTPUT BACK-ORDER-FILE.
    IF BACK-ORDER-STATUS NOT = "00" THEN
        MOVE BACK-ORDER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3184-RELOAD-ONE-BACKORD UNTIL SORT-RETURN-AT-EOF.
    CLOSE BACK-ORDER-FILE.

    3184-RELOAD-ONE-BACKORD.
    MOVE SW-DATA TO BACK-ORDER-REC.
    MOVE BO-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO BO-CUST-ID.
    MOVE BO-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO BO-PART-NO.
    WRITE BACK-ORDER-REC.
    IF BACK-ORDER-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> CUSTJRNL: the journaled id and both master images, parent included,
    *> so a backout after the conversion restores converted ids.
    3190-CONVERT-CUSTJRNL.
    MOVE "CUSTJRNL" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT CUST-JOURNAL-FILE.
    IF CUST-JOURNAL-STATUS NOT = "00" THEN
        MOVE CUST-JOURNAL-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE CUST-JOURNAL-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3191-UNLOAD-CUSTJRNL
        OUTPUT PROCEDURE 3193-RELOAD-CUSTJRNL.
    PERFORM 4040-REPORT-CARRIER.

    3191-UNLOAD-CUSTJRNL.
    OPEN INPUT CUST-JOURNAL-FILE.
    PERFORM 3192-UNLOAD-ONE-CUSTJRNL UNTIL CARRIER-AT-EOF.
    CLOSE CUST-JOURNAL-FILE.

    3192-UNLOAD-ONE-CUSTJRNL.
    READ CUST-JOURNAL-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE CUST-JOURNAL-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3193-RELOAD-CUSTJRNL.
    OPEN OUTPUT CUST-JOURNAL-FILE.
    IF CUST-JOURNAL-STATUS NOT = "00" THEN
        MOVE CUST-JOURNAL-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3194-RELOAD-ONE-CUSTJRNL UNTIL SORT-RETURN-AT-EOF.
    CLOSE CUST-JOURNAL-FILE.

    3194-RELOAD-ONE-CUSTJRNL.
    MOVE SW-DATA TO CUST-JOURNAL-REC.
    MOVE JR-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO JR-CUST-ID.
    MOVE JR-BEFORE-IMAGE(1:6) TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO JR-BEFORE-IMAGE(1:6).
    MOVE JR-BEFORE-IMAGE(108:6) TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO JR-BEFORE-IMAGE(108:6).
    MOVE JR-AFTER-IMAGE(1:6) TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO JR-AFTER-IMAGE(1:6).
    MOVE JR-AFTER-IMAGE(108:6) TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO JR-AFTER-IMAGE(108:6).
    WRITE CUST-JOURNAL-REC.
    IF CUST-JOURNAL-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> PAYHIST: the paying customer.
    3200-CONVERT-PAYHIST.
    MOVE "PAYHIST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PAY-HIST-FILE.
    IF PAY-HIST-STATUS NOT = "00" THEN
        MOVE PAY-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PAY-HIST-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3201-UNLOAD-PAYHIST
        OUTPUT PROCEDURE 3203-RELOAD-PAYHIST.
    PERFORM 4040-REPORT-CARRIER.

    3201-UNLOAD-PAYHIST.
    OPEN INPUT PAY-HIST-FILE.
    PERFORM 3202-UNLOAD-ONE-PAYHIST UNTIL CARRIER-AT-EOF.
    CLOSE PAY-HIST-FILE.

    3202-UNLOAD-ONE-PAYHIST.
    READ PAY-HIST-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PAY-HIST-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3203-RELOAD-PAYHIST.
    OPEN OUTPUT PAY-HIST-FILE.
    IF PAY-HIST-STATUS NOT = "00" THEN
        MOVE PAY-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3204-RELOAD-ONE-PAYHIST UNTIL SORT-RETURN-AT-EOF.
    CLOSE PAY-HIST-FILE.

    3204-RELOAD-ONE-PAYHIST.
    MOVE SW-DATA TO PAY-HIST-REC.
    MOVE PH-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO PH-CUST-ID.
    WRITE PAY-HIST-REC.
    IF PAY-HIST-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> STATHIST: the customer whose status changed.
    3210-CONVERT-STATHIST.
    MOVE "STATHIST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT STATUS-HIST-FILE.
    IF STATUS-HIST-STATUS NOT = "00" THEN
        MOVE STATUS-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE STATUS-HIST-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3211-UNLOAD-STATHIST
        OUTPUT PROCEDURE 3213-RELOAD-STATHIST.
    PERFORM 4040-REPORT-CARRIER.

    3211-UNLOAD-STATHIST.
    OPEN INPUT STATUS-HIST-FILE.
    PERFORM 3212-UNLOAD-ONE-STATHIST UNTIL CARRIER-AT-EOF.
    CLOSE STATUS-HIST-FILE.

    3212-UNLOAD-ONE-STATHIST.
    READ STATUS-HIST-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE STATUS-HIST-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3213-RELOAD-STATHIST.
    OPEN OUTPUT STATUS-HIST-FILE.
    IF STATUS-HIST-STATUS NOT = "00" THEN
        MOVE STATUS-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3214-RELOAD-ONE-STATHIST UNTIL SORT-RETURN-AT-EOF.
    CLOSE STATUS-HIST-FILE.

    3214-RELOAD-ONE-STATHIST.
    MOVE SW-DATA TO STATUS-HIST-REC.
    MOVE SH-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO SH-CUST-ID.
    WRITE STATUS-HIST-REC.
    IF STATUS-HIST-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> SHIPTO: the customer in the ship-to key.
    3220-CONVERT-SHIPTO.
    MOVE "SHIPTO" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT SHIP-TO-FILE.
    IF SHIP-TO-STATUS NOT = "00" THEN
        MOVE SHIP-TO-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE SHIP-TO-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3221-UNLOAD-SHIPTO
        OUTPUT PROCEDURE 3223-RELOAD-SHIPTO.
    PERFORM 4040-REPORT-CARRIER.

    3221-UNLOAD-SHIPTO.
    OPEN INPUT SHIP-TO-FILE.
    PERFORM 3222-UNLOAD-ONE-SHIPTO UNTIL CARRIER-AT-EOF.
    CLOSE SHIP-TO-FILE.

    3222-UNLOAD-ONE-SHIPTO.
    READ SHIP-TO-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE SHIP-TO-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3223-RELOAD-SHIPTO.
    OPEN OUTPUT SHIP-TO-FILE.
    IF SHIP-TO-STATUS NOT = "00" THEN
        MOVE SHIP-TO-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3224-RELOAD-ONE-SHIPTO UNTIL SORT-RETURN-AT-EOF.
    CLOSE SHIP-TO-FILE.

    3224-RELOAD-ONE-SHIPTO.
    MOVE SW-DATA TO SHIP-TO-REC.
    MOVE SA-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO SA-CUST-ID.
    WRITE SHIP-TO-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> QUOTE: the customer on a quote header, the part on a quote line.
    3230-CONVERT-QUOTE.
    MOVE "QUOTE" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT QUOTE-FILE.
    IF QUOTE-FILE-STATUS NOT = "00" THEN
        MOVE QUOTE-FILE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE QUOTE-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3231-UNLOAD-QUOTE
        OUTPUT PROCEDURE 3233-RELOAD-QUOTE.
    PERFORM 4040-REPORT-CARRIER.

    3231-UNLOAD-QUOTE.
    OPEN INPUT QUOTE-FILE.
    PERFORM 3232-UNLOAD-ONE-QUOTE UNTIL CARRIER-AT-EOF.
    CLOSE QUOTE-FILE.

    3232-UNLOAD-ONE-QUOTE.
    READ QUOTE-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE QUOTE-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3233-RELOAD-QUOTE.
    OPEN OUTPUT QUOTE-FILE.
    IF QUOTE-FILE-STATUS NOT = "00" THEN
        MOVE QUOTE-FILE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3234-RELOAD-ONE-QUOTE UNTIL SORT-RETURN-AT-EOF.
    CLOSE QUOTE-FILE.

    3234-RELOAD-ONE-QUOTE.
    MOVE SW-DATA TO QUOTE-REC.
    IF QT-IS-HEADER THEN
        MOVE QT-CUST-ID TO XLATE-ID
        PERFORM 6000-XLATE-CUST-ID
        MOVE XLATE-ID TO QT-CUST-ID
    ELSE
        MOVE QT-PART-NO TO XLATE-ID
        PERFORM 6100-XLATE-PART-ID
        MOVE XLATE-ID TO QT-PART-NO
    END-IF.
    WRITE QUOTE-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> QUOTHIST: the same split for purged quotes.
    3240-CONVERT-QUOTHIST.
    MOVE "QUOTHIST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT QUOTE-HIST-FILE.
    IF QUOTE-HIST-STATUS NOT = "00" THEN
        MOVE QUOTE-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE QUOTE-HIST-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3241-UNLOAD-QUOTHIST
        OUTPUT PROCEDURE 3243-RELOAD-QUOTHIST.
    PERFORM 4040-REPORT-CARRIER.

    3241-UNLOAD-QUOTHIST.
    OPEN INPUT QUOTE-HIST-FILE.
    PERFORM 3242-UNLOAD-ONE-QUOTHIST UNTIL CARRIER-AT-EOF.
    CLOSE QUOTE-HIST-FILE.

    3242-UNLOAD-ONE-QUOTHIST.
    READ QUOTE-HIST-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE QUOTE-HIST-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3243-RELOAD-QUOTHIST.
    OPEN OUTPUT QUOTE-HIST-FILE.
    IF QUOTE-HIST-STATUS NOT = "00" THEN
        MOVE QUOTE-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3244-RELOAD-ONE-QUOTHIST UNTIL SORT-RETURN-AT-EOF.
    CLOSE QUOTE-HIST-FILE.

    3244-RELOAD-ONE-QUOTHIST.
    MOVE SW-DATA TO QUOTE-HIST-REC.
    IF QH-IS-HEADER THEN
        MOVE QH-CUST-ID TO XLATE-ID
        PERFORM 6000-XLATE-CUST-ID
        MOVE XLATE-ID TO QH-CUST-ID
    ELSE
        MOVE QH-PART-NO TO XLATE-ID
        PERFORM 6100-XLATE-PART-ID
        MOVE XLATE-ID TO QH-PART-NO
    END-IF.
    WRITE QUOTE-HIST-REC.
    IF QUOTE-HIST-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> STDORD: the customer on a template header, the part on its lines.
    3250-CONVERT-STDORD.
    MOVE "STDORD" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT STANDING-ORDER-FILE.
    IF STANDING-ORDER-STATUS NOT = "00" THEN
        MOVE STANDING-ORDER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE STANDING-ORDER-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3251-UNLOAD-STDORD
        OUTPUT PROCEDURE 3253-RELOAD-STDORD.
    PERFORM 4040-REPORT-CARRIER.

    3251-UNLOAD-STDORD.
    OPEN INPUT STANDING-ORDER-FILE.
    PERFORM 3252-UNLOAD-ONE-STDORD UNTIL CARRIER-AT-EOF.
    CLOSE STANDING-ORDER-FILE.

    3252-UNLOAD-ONE-STDORD.
    READ STANDING-ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE STANDING-ORDER-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3253-RELOAD-STDORD.
    OPEN OUTPUT STANDING-ORDER-FILE.
    IF STANDING-ORDER-STATUS NOT = "00" THEN
        MOVE STANDING-ORDER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3254-RELOAD-ONE-STDORD UNTIL SORT-RETURN-AT-EOF.
    CLOSE STANDING-ORDER-FILE.

    3254-RELOAD-ONE-STDORD.
    MOVE SW-DATA TO STANDING-ORDER-REC.
    IF SO-IS-HEADER THEN
        MOVE SO-CUST-ID TO XLATE-ID
        PERFORM 6000-XLATE-CUST-ID
        MOVE XLATE-ID TO SO-CUST-ID
    ELSE
        MOVE SO-PART-NO TO XLATE-ID
        PERFORM 6100-XLATE-PART-ID
        MOVE XLATE-ID TO SO-PART-NO
    END-IF.
    WRITE STANDING-ORDER-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> CHKREG: the customer a refund check was cut to.
    3260-CONVERT-CHKREG.
    MOVE "CHKREG" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT CHECK-REG-FILE.
    IF CHECK-REG-STATUS NOT = "00" THEN
        MOVE CHECK-REG-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE CHECK-REG-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3261-UNLOAD-CHKREG
        OUTPUT PROCEDURE 3263-RELOAD-CHKREG.
    PERFORM 4040-REPORT-CARRIER.

    3261-UNLOAD-CHKREG.
    OPEN INPUT CHECK-REG-FILE.
    PERFORM 3262-UNLOAD-ONE-CHKREG UNTIL CARRIER-AT-EOF.
    CLOSE CHECK-REG-FILE.

    3262-UNLOAD-ONE-CHKREG.
    READ CHECK-REG-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE CHECK-REG-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3263-RELOAD-CHKREG.
    OPEN OUTPUT CHECK-REG-FILE.
    IF CHECK-REG-STATUS NOT = "00" THEN
        MOVE CHECK-REG-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3264-RELOAD-ONE-CHKREG UNTIL SORT-RETURN-AT-EOF.
    CLOSE CHECK-REG-FILE.

    3264-RELOAD-ONE-CHKREG.
    MOVE SW-DATA TO CHECK-REG-REC.
    MOVE CK-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO CK-CUST-ID.
    WRITE CHECK-REG-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> CRMREG: the credited customer.
    3270-CONVERT-CRMREG.
    MOVE "CRMREG" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT CREDIT-MEMO-REGISTER-FILE.
    IF CREDIT-MEMO-REGISTER-STATUS NOT = "00" THEN
        MOVE CREDIT-MEMO-REGISTER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE CREDIT-MEMO-REGISTER-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3271-UNLOAD-CRMREG
        OUTPUT PROCEDURE 3273-RELOAD-CRMREG.
    PERFORM 4040-REPORT-CARRIER.

    3271-UNLOAD-CRMREG.
    OPEN INPUT CREDIT-MEMO-REGISTER-FILE.
    PERFORM 3272-UNLOAD-ONE-CRMREG UNTIL CARRIER-AT-EOF.
    CLOSE CREDIT-MEMO-REGISTER-FILE.

    3272-UNLOAD-ONE-CRMREG.
    READ CREDIT-MEMO-REGISTER-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE CREDIT-MEMO-REGISTER-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3273-RELOAD-CRMREG.
    OPEN OUTPUT CREDIT-MEMO-REGISTER-FILE.
    IF CREDIT-MEMO-REGISTER-STATUS NOT = "00" THEN
        MOVE CREDIT-MEMO-REGISTER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3274-RELOAD-ONE-CRMREG UNTIL SORT-RETURN-AT-EOF.
    CLOSE CREDIT-MEMO-REGISTER-FILE.

    3274-RELOAD-ONE-CRMREG.
    MOVE SW-DATA TO CREDIT-MEMO-REGISTER-REC.
    MOVE CR-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO CR-CUST-ID.
    WRITE CREDIT-MEMO-REGISTER-REC.
    IF CREDIT-MEMO-REGISTER-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> DUNNHIST: the dunned customer.
    3280-CONVERT-DUNNHIST.
    MOVE "DUNNHIST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT DUNNING-HIST-FILE.
    IF DUNNING-HIST-STATUS NOT = "00" THEN
        MOVE DUNNING-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE DUNNING-HIST-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3281-UNLOAD-DUNNHIST
        OUTPUT PROCEDURE 3283-RELOAD-DUNNHIST.
    PERFORM 4040-REPORT-CARRIER.

    3281-UNLOAD-DUNNHIST.
    OPEN INPUT DUNNING-HIST-FILE.
    PERFORM 3282-UNLOAD-ONE-DUNNHIST UNTIL CARRIER-AT-EOF.
    CLOSE DUNNING-HIST-FILE.

    3282-UNLOAD-ONE-DUNNHIST.
    READ DUNNING-HIST-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE DUNNING-HIST-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3283-RELOAD-DUNNHIST.
    OPEN OUTPUT DUNNING-HIST-FILE.
    IF DUNNING-HIST-STATUS NOT = "00" THEN
        MOVE DUNNING-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3284-RELOAD-ONE-DUNNHIST UNTIL SORT-RETURN-AT-EOF.
    CLOSE DUNNING-HIST-FILE.

    3284-RELOAD-ONE-DUNNHIST.
    MOVE SW-DATA TO DUNNING-HIST-REC.
    MOVE DH-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO DH-CUST-ID.
    WRITE DUNNING-HIST-REC.
    IF DUNNING-HIST-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> PERBALS: the customer on each closed-period balance.
    3290-CONVERT-PERBALS.
    MOVE "PERBALS" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PERIOD-BAL-FILE.
    IF PERIOD-BAL-STATUS NOT = "00" THEN
        MOVE PERIOD-BAL-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PERIOD-BAL-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3291-UNLOAD-PERBALS
        OUTPUT PROCEDURE 3293-RELOAD-PERBALS.
    PERFORM 4040-REPORT-CARRIER.

    3291-UNLOAD-PERBALS.
    OPEN INPUT PERIOD-BAL-FILE.
    PERFORM 3292-UNLOAD-ONE-PERBALS UNTIL CARRIER-AT-EOF.
    CLOSE PERIOD-BAL-FILE.

    3292-UNLOAD-ONE-PERBALS.
    READ PERIOD-BAL-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PERIOD-BAL-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3293-RELOAD-PERBALS.
    OPEN OUTPUT PERIOD-BAL-FILE.
    IF PERIOD-BAL-STATUS NOT = "00" THEN
        MOVE PERIOD-BAL-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3294-RELOAD-ONE-PERBALS UNTIL SORT-RETURN-AT-EOF.
    CLOSE PERIOD-BAL-FILE.

    3294-RELOAD-ONE-PERBALS.
    MOVE SW-DATA TO PERIOD-BAL-REC.
    MOVE PB-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO PB-CUST-ID.
    WRITE PERIOD-BAL-REC.
    IF PERIOD-BAL-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> CONFREG: the customer in the confirmation key.
    3300-CONVERT-CONFREG.
    MOVE "CONFREG" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT CONFIRM-FILE.
    IF CONFIRM-STATUS NOT = "00" THEN
        MOVE CONFIRM-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE CONFIRM-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3301-UNLOAD-CONFREG
        OUTPUT PROCEDURE 3303-RELOAD-CONFREG.
    PERFORM 4040-REPORT-CARRIER.

    3301-UNLOAD-CONFREG.
    OPEN INPUT CONFIRM-FILE.
    PERFORM 3302-UNLOAD-ONE-CONFREG UNTIL CARRIER-AT-EOF.
    CLOSE CONFIRM-FILE.

    3302-UNLOAD-ONE-CONFREG.
    READ CONFIRM-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE CONFIRM-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3303-RELOAD-CONFREG.
    OPEN OUTPUT CONFIRM-FILE.
    IF CONFIRM-STATUS NOT = "00" THEN
        MOVE CONFIRM-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3304-RELOAD-ONE-CONFREG UNTIL SORT-RETURN-AT-EOF.
    CLOSE CONFIRM-FILE.

    3304-RELOAD-ONE-CONFREG.
    MOVE SW-DATA TO CONFIRM-REC.
    MOVE CF-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO CF-CUST-ID.
    WRITE CONFIRM-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> DISPUTE: the customer in the disputed item's key.
    3310-CONVERT-DISPUTE.
    MOVE "DISPUTE" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT DISPUTE-FILE.
    IF DISPUTE-STATUS NOT = "00" THEN
        MOVE DISPUTE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE DISPUTE-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3311-UNLOAD-DISPUTE
        OUTPUT PROCEDURE 3313-RELOAD-DISPUTE.
    PERFORM 4040-REPORT-CARRIER.

    3311-UNLOAD-DISPUTE.
    OPEN INPUT DISPUTE-FILE.
    PERFORM 3312-UNLOAD-ONE-DISPUTE UNTIL CARRIER-AT-EOF.
    CLOSE DISPUTE-FILE.

    3312-UNLOAD-ONE-DISPUTE.
    READ DISPUTE-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE DISPUTE-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3313-RELOAD-DISPUTE.
    OPEN OUTPUT DISPUTE-FILE.
    IF DISPUTE-STATUS NOT = "00" THEN
        MOVE DISPUTE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3314-RELOAD-ONE-DISPUTE UNTIL SORT-RETURN-AT-EOF.
    CLOSE DISPUTE-FILE.

    3314-RELOAD-ONE-DISPUTE.
    MOVE SW-DATA TO DISPUTE-REC.
    MOVE DP-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO DP-CUST-ID.
    WRITE DISPUTE-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> PENDAPPR: the customer in the key and the held CUSTTRAN image's
    *> customer and parent, so a later release applies converted ids.
    3320-CONVERT-PENDAPPR.
    MOVE "PENDAPPR" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PEND-APPROVAL-FILE.
    IF PEND-APPROVAL-STATUS NOT = "00" THEN
        MOVE PEND-APPROVAL-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PEND-APPROVAL-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3321-UNLOAD-PENDAPPR
        OUTPUT PROCEDURE 3323-RELOAD-PENDAPPR.
    PERFORM 4040-REPORT-CARRIER.

    3321-UNLOAD-PENDAPPR.
    OPEN INPUT PEND-APPROVAL-FILE.
    PERFORM 3322-UNLOAD-ONE-PENDAPPR UNTIL CARRIER-AT-EOF.
    CLOSE PEND-APPROVAL-FILE.

    3322-UNLOAD-ONE-PENDAPPR.
    READ PEND-APPROVAL-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PEND-APPROVAL-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3323-RELOAD-PENDAPPR.
    OPEN OUTPUT PEND-APPROVAL-FILE.
    IF PEND-APPROVAL-STATUS NOT = "00" THEN
        MOVE PEND-APPROVAL-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3324-RELOAD-ONE-PENDAPPR UNTIL SORT-RETURN-AT-EOF.
    CLOSE PEND-APPROVAL-FILE.

    3324-RELOAD-ONE-PENDAPPR.
    MOVE SW-DATA TO PEND-APPROVAL-REC.
    MOVE PA-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO PA-CUST-ID.
    MOVE PA-TRANS-IMAGE(2:6) TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO PA-TRANS-IMAGE(2:6).
    MOVE PA-TRANS-IMAGE(138:6) TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO PA-TRANS-IMAGE(138:6).
    WRITE PEND-APPROVAL-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> WOPROP: the customer in the proposed write-off's key.
    3330-CONVERT-WOPROP.
    MOVE "WOPROP" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT WRITEOFF-PROP-FILE.
    IF WRITEOFF-PROP-STATUS NOT = "00" THEN
        MOVE WRITEOFF-PROP-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE WRITEOFF-PROP-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3331-UNLOAD-WOPROP
        OUTPUT PROCEDURE 3333-RELOAD-WOPROP.
    PERFORM 4040-REPORT-CARRIER.

    3331-UNLOAD-WOPROP.
    OPEN INPUT WRITEOFF-PROP-FILE.
    PERFORM 3332-UNLOAD-ONE-WOPROP UNTIL CARRIER-AT-EOF.
    CLOSE WRITEOFF-PROP-FILE.

    3332-UNLOAD-ONE-WOPROP.
    READ WRITEOFF-PROP-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE WRITEOFF-PROP-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3333-RELOAD-WOPROP.
    OPEN OUTPUT WRITEOFF-PROP-FILE.
    IF WRITEOFF-PROP-STATUS NOT = "00" THEN
        MOVE WRITEOFF-PROP-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3334-RELOAD-ONE-WOPROP UNTIL SORT-RETURN-AT-EOF.
    CLOSE WRITEOFF-PROP-FILE.

    3334-RELOAD-ONE-WOPROP.
    MOVE SW-DATA TO WRITEOFF-PROP-REC.
    MOVE WP-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO WP-CUST-ID.
    WRITE WRITEOFF-PROP-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> SALESYR: the customer on each closed year's sales.
    3340-CONVERT-SALESYR.
    MOVE "SALESYR" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT SALES-YEAR-FILE.
    IF SALES-YEAR-STATUS NOT = "00" THEN
        MOVE SALES-YEAR-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE SALES-YEAR-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3341-UNLOAD-SALESYR
        OUTPUT PROCEDURE 3343-RELOAD-SALESYR.
    PERFORM 4040-REPORT-CARRIER.

    3341-UNLOAD-SALESYR.
    OPEN INPUT SALES-YEAR-FILE.
    PERFORM 3342-UNLOAD-ONE-SALESYR UNTIL CARRIER-AT-EOF.
    CLOSE SALES-YEAR-FILE.

    3342-UNLOAD-ONE-SALESYR.
    READ SALES-YEAR-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE SALES-YEAR-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3343-RELOAD-SALESYR.
    OPEN OUTPUT SALES-YEAR-FILE.
    IF SALES-YEAR-STATUS NOT = "00" THEN
        MOVE SALES-YEAR-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3344-RELOAD-ONE-SALESYR UNTIL SORT-RETURN-AT-EOF.
    CLOSE SALES-YEAR-FILE.

    3344-RELOAD-ONE-SALESYR.
    MOVE SW-DATA TO SALES-YEAR-REC.
    MOVE SY-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO SY-CUST-ID.
    WRITE SALES-YEAR-REC.
    IF SALES-YEAR-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> PERAGED: the customer on each closed period's aging.
    3350-CONVERT-PERAGED.
    MOVE "PERAGED" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PERIOD-AGED-FILE.
    IF PERIOD-AGED-STATUS NOT = "00" THEN
        MOVE PERIOD-AGED-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PERIOD-AGED-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3351-UNLOAD-PERAGED
        OUTPUT PROCEDURE 3353-RELOAD-PERAGED.
    PERFORM 4040-REPORT-CARRIER.

    3351-UNLOAD-PERAGED.
    OPEN INPUT PERIOD-AGED-FILE.
    PERFORM 3352-UNLOAD-ONE-PERAGED UNTIL CARRIER-AT-EOF.
    CLOSE PERIOD-AGED-FILE.

    3352-UNLOAD-ONE-PERAGED.
    READ PERIOD-AGED-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PERIOD-AGED-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3353-RELOAD-PERAGED.
    OPEN OUTPUT PERIOD-AGED-FILE.
    IF PERIOD-AGED-STATUS NOT = "00" THEN
        MOVE PERIOD-AGED-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3354-RELOAD-ONE-PERAGED UNTIL SORT-RETURN-AT-EOF.
    CLOSE PERIOD-AGED-FILE.

    3354-RELOAD-ONE-PERAGED.
    MOVE SW-DATA TO PERIOD-AGED-REC.
    MOVE AG-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO AG-CUST-ID.
    WRITE PERIOD-AGED-REC.
    IF PERIOD-AGED-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> PARTNERS: the customer each trading partner bills to.
    3360-CONVERT-PARTNERS.
    MOVE "PARTNERS" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PARTNER-FILE.
    IF PARTNER-STATUS NOT = "00" THEN
        MOVE PARTNER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PARTNER-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3361-UNLOAD-PARTNERS
        OUTPUT PROCEDURE 3363-RELOAD-PARTNERS.
    PERFORM 4040-REPORT-CARRIER.

    3361-UNLOAD-PARTNERS.
    OPEN INPUT PARTNER-FILE.
    PERFORM 3362-UNLOAD-ONE-PARTNERS UNTIL CARRIER-AT-EOF.
    CLOSE PARTNER-FILE.

    3362-UNLOAD-ONE-PARTNERS.
    READ PARTNER-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PARTNER-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3363-RELOAD-PARTNERS.
    OPEN OUTPUT PARTNER-FILE.
    IF PARTNER-STATUS NOT = "00" THEN
        MOVE PARTNER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3364-RELOAD-ONE-PARTNERS UNTIL SORT-RETURN-AT-EOF.
    CLOSE PARTNER-FILE.

    3364-RELOAD-ONE-PARTNERS.
    MOVE SW-DATA TO PARTNER-REC.
    MOVE PX-CUST-ID TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO PX-CUST-ID.
    WRITE PARTNER-REC.
    IF PARTNER-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> PARTJRNL: the journaled part and both images (a part master or a
    *> tier-price row, the part first in either).
    3370-CONVERT-PARTJRNL.
    MOVE "PARTJRNL" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PART-JOURNAL-FILE.
    IF PART-JOURNAL-STATUS NOT = "00" THEN
        MOVE PART-JOURNAL-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PART-JOURNAL-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3371-UNLOAD-PARTJRNL
        OUTPUT PROCEDURE 3373-RELOAD-PARTJRNL.
    PERFORM 4040-REPORT-CARRIER.

    3371-UNLOAD-PARTJRNL.
    OPEN INPUT PART-JOURNAL-FILE.
    PERFORM 3372-UNLOAD-ONE-PARTJRNL UNTIL CARRIER-AT-EOF.
    CLOSE PART-JOURNAL-FILE.

    3372-UNLOAD-ONE-PARTJRNL.
    READ PART-JOURNAL-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PART-JOURNAL-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3373-RELOAD-PARTJRNL.
    OPEN OUTPUT PART-JOURNAL-FILE.
    IF PART-JOURNAL-STATUS NOT = "00" THEN
        MOVE PART-JOURNAL-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3374-RELOAD-ONE-PARTJRNL UNTIL SORT-RETURN-AT-EOF.
    CLOSE PART-JOURNAL-FILE.

    3374-RELOAD-ONE-PARTJRNL.
    MOVE SW-DATA TO PART-JOURNAL-REC.
    MOVE PJ-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO PJ-PART-NO.
    MOVE PJ-BEFORE-IMAGE(1:6) TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO PJ-BEFORE-IMAGE(1:6).
    MOVE PJ-AFTER-IMAGE(1:6) TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO PJ-AFTER-IMAGE(1:6).
    WRITE PART-JOURNAL-REC.
    IF PART-JOURNAL-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> POFILE: the part in every line slot on the purchase order.
    3380-CONVERT-POFILE.
    MOVE "POFILE" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PURCHASE-ORDER-FILE.
    IF PURCHASE-ORDER-STATUS NOT = "00" THEN
        MOVE PURCHASE-ORDER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PURCHASE-ORDER-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3381-UNLOAD-POFILE
        OUTPUT PROCEDURE 3383-RELOAD-POFILE.
    PERFORM 4040-REPORT-CARRIER.

    3381-UNLOAD-POFILE.
    OPEN INPUT PURCHASE-ORDER-FILE.
    PERFORM 3382-UNLOAD-ONE-POFILE UNTIL CARRIER-AT-EOF.
    CLOSE PURCHASE-ORDER-FILE.

    3382-UNLOAD-ONE-POFILE.
    READ PURCHASE-ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PURCHASE-ORDER-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3383-RELOAD-POFILE.
    OPEN OUTPUT PURCHASE-ORDER-FILE.
    IF PURCHASE-ORDER-STATUS NOT = "00" THEN
        MOVE PURCHASE-ORDER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3384-RELOAD-ONE-POFILE UNTIL SORT-RETURN-AT-EOF.
    CLOSE PURCHASE-ORDER-FILE.

    3384-RELOAD-ONE-POFILE.
    MOVE SW-DATA TO PURCHASE-ORDER-REC.
    PERFORM 3385-XLATE-ONE-PO-LINE
        VARYING PO-SLOT-IDX FROM 1 BY 1 UNTIL PO-SLOT-IDX > PO-SLOT-MAX.
    WRITE PURCHASE-ORDER-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    3385-XLATE-ONE-PO-LINE.
    MOVE POL-PART-NO(PO-SLOT-IDX) TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO POL-PART-NO(PO-SLOT-IDX).

    *> PPVHIST: the part on each price-variance line.
    3390-CONVERT-PPVHIST.
    MOVE "PPVHIST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PPV-HIST-FILE.
    IF PPV-HIST-STATUS NOT = "00" THEN
        MOVE PPV-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PPV-HIST-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3391-UNLOAD-PPVHIST
        OUTPUT PROCEDURE 3393-RELOAD-PPVHIST.
    PERFORM 4040-REPORT-CARRIER.

    3391-UNLOAD-PPVHIST.
    OPEN INPUT PPV-HIST-FILE.
    PERFORM 3392-UNLOAD-ONE-PPVHIST UNTIL CARRIER-AT-EOF.
    CLOSE PPV-HIST-FILE.

    3392-UNLOAD-ONE-PPVHIST.
    READ PPV-HIST-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PPV-HIST-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3393-RELOAD-PPVHIST.
    OPEN OUTPUT PPV-HIST-FILE.
    IF PPV-HIST-STATUS NOT = "00" THEN
        MOVE PPV-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3394-RELOAD-ONE-PPVHIST UNTIL SORT-RETURN-AT-EOF.
    CLOSE PPV-HIST-FILE.

    3394-RELOAD-ONE-PPVHIST.
    MOVE SW-DATA TO PPV-HIST-REC.
    MOVE PV-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO PV-PART-NO.
    WRITE PPV-HIST-REC.
    IF PPV-HIST-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> PRICEDAT: the part in the tier-price key.
    3400-CONVERT-PRICEDAT.
    MOVE "PRICEDAT" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PRICE-FILE.
    IF PRICE-FILE-STATUS NOT = "00" THEN
        MOVE PRICE-FILE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PRICE-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3401-UNLOAD-PRICEDAT
        OUTPUT PROCEDURE 3403-RELOAD-PRICEDAT.
    PERFORM 4040-REPORT-CARRIER.

    3401-UNLOAD-PRICEDAT.
    OPEN INPUT PRICE-FILE.
    PERFORM 3402-UNLOAD-ONE-PRICEDAT UNTIL CARRIER-AT-EOF.
    CLOSE PRICE-FILE.

    3402-UNLOAD-ONE-PRICEDAT.
    READ PRICE-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PRICE-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3403-RELOAD-PRICEDAT.
    OPEN OUTPUT PRICE-FILE.
    IF PRICE-FILE-STATUS NOT = "00" THEN
        MOVE PRICE-FILE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3404-RELOAD-ONE-PRICEDAT UNTIL SORT-RETURN-AT-EOF.
    CLOSE PRICE-FILE.

    3404-RELOAD-ONE-PRICEDAT.
    MOVE SW-DATA TO PRICE-REC.
    MOVE PR-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO PR-PART-NO.
    WRITE PRICE-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> STKHIST: the part in the stock-history key.
    3410-CONVERT-STKHIST.
    MOVE "STKHIST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PART-HIST-FILE.
    IF PART-HIST-STATUS NOT = "00" THEN
        MOVE PART-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PART-HIST-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3411-UNLOAD-STKHIST
        OUTPUT PROCEDURE 3413-RELOAD-STKHIST.
    PERFORM 4040-REPORT-CARRIER.

    3411-UNLOAD-STKHIST.
    OPEN INPUT PART-HIST-FILE.
    PERFORM 3412-UNLOAD-ONE-STKHIST UNTIL CARRIER-AT-EOF.
    CLOSE PART-HIST-FILE.

    3412-UNLOAD-ONE-STKHIST.
    READ PART-HIST-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PART-HIST-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3413-RELOAD-STKHIST.
    OPEN OUTPUT PART-HIST-FILE.
    IF PART-HIST-STATUS NOT = "00" THEN
        MOVE PART-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3414-RELOAD-ONE-STKHIST UNTIL SORT-RETURN-AT-EOF.
    CLOSE PART-HIST-FILE.

    3414-RELOAD-ONE-STKHIST.
    MOVE SW-DATA TO PART-HIST-REC.
    MOVE PH-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO PH-PART-NO.
    WRITE PART-HIST-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> LOCSTOCK: the part in the location-stock key.
    3420-CONVERT-LOCSTOCK.
    MOVE "LOCSTOCK" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT LOCATION-STOCK-FILE.
    IF LOCATION-STOCK-STATUS NOT = "00" THEN
        MOVE LOCATION-STOCK-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE LOCATION-STOCK-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3421-UNLOAD-LOCSTOCK
        OUTPUT PROCEDURE 3423-RELOAD-LOCSTOCK.
    PERFORM 4040-REPORT-CARRIER.

    3421-UNLOAD-LOCSTOCK.
    OPEN INPUT LOCATION-STOCK-FILE.
    PERFORM 3422-UNLOAD-ONE-LOCSTOCK UNTIL CARRIER-AT-EOF.
    CLOSE LOCATION-STOCK-FILE.

    3422-UNLOAD-ONE-LOCSTOCK.
    READ LOCATION-STOCK-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE LOCATION-STOCK-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3423-RELOAD-LOCSTOCK.
    OPEN OUTPUT LOCATION-STOCK-FILE.
    IF LOCATION-STOCK-STATUS NOT = "00" THEN
        MOVE LOCATION-STOCK-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3424-RELOAD-ONE-LOCSTOCK UNTIL SORT-RETURN-AT-EOF.
    CLOSE LOCATION-STOCK-FILE.

    3424-RELOAD-ONE-LOCSTOCK.
    MOVE SW-DATA TO LOCATION-STOCK-REC.
    MOVE LS-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO LS-PART-NO.
    WRITE LOCATION-STOCK-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> LOTSTOCK: the part in the lot-stock key.
    3430-CONVERT-LOTSTOCK.
    MOVE "LOTSTOCK" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT LOT-STOCK-FILE.
    IF LOT-STOCK-STATUS NOT = "00" THEN
        MOVE LOT-STOCK-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE LOT-STOCK-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3431-UNLOAD-LOTSTOCK
        OUTPUT PROCEDURE 3433-RELOAD-LOTSTOCK.
    PERFORM 4040-REPORT-CARRIER.

    3431-UNLOAD-LOTSTOCK.
    OPEN INPUT LOT-STOCK-FILE.
    PERFORM 3432-UNLOAD-ONE-LOTSTOCK UNTIL CARRIER-AT-EOF.
    CLOSE LOT-STOCK-FILE.

    3432-UNLOAD-ONE-LOTSTOCK.
    READ LOT-STOCK-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE LOT-STOCK-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3433-RELOAD-LOTSTOCK.
    OPEN OUTPUT LOT-STOCK-FILE.
    IF LOT-STOCK-STATUS NOT = "00" THEN
        MOVE LOT-STOCK-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3434-RELOAD-ONE-LOTSTOCK UNTIL SORT-RETURN-AT-EOF.
    CLOSE LOT-STOCK-FILE.

    3434-RELOAD-ONE-LOTSTOCK.
    MOVE SW-DATA TO LOT-STOCK-REC.
    MOVE LT-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO LT-PART-NO.
    WRITE LOT-STOCK-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> LOTHIST: the part on each lot movement.
    3440-CONVERT-LOTHIST.
    MOVE "LOTHIST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT LOT-HIST-FILE.
    IF LOT-HIST-STATUS NOT = "00" THEN
        MOVE LOT-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE LOT-HIST-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3441-UNLOAD-LOTHIST
        OUTPUT PROCEDURE 3443-RELOAD-LOTHIST.
    PERFORM 4040-REPORT-CARRIER.

    3441-UNLOAD-LOTHIST.
    OPEN INPUT LOT-HIST-FILE.
    PERFORM 3442-UNLOAD-ONE-LOTHIST UNTIL CARRIER-AT-EOF.
    CLOSE LOT-HIST-FILE.

    3442-UNLOAD-ONE-LOTHIST.
    READ LOT-HIST-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE LOT-HIST-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3443-RELOAD-LOTHIST.
    OPEN OUTPUT LOT-HIST-FILE.
    IF LOT-HIST-STATUS NOT = "00" THEN
        MOVE LOT-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3444-RELOAD-ONE-LOTHIST UNTIL SORT-RETURN-AT-EOF.
    CLOSE LOT-HIST-FILE.

    3444-RELOAD-ONE-LOTHIST.
    MOVE SW-DATA TO LOT-HIST-REC.
    MOVE LH-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO LH-PART-NO.
    WRITE LOT-HIST-REC.
    IF LOT-HIST-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> KITDEF: the kit and the component, both parts.
    3450-CONVERT-KITDEF.
    MOVE "KITDEF" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT KIT-DEF-FILE.
    IF KIT-DEF-STATUS NOT = "00" THEN
        MOVE KIT-DEF-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE KIT-DEF-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3451-UNLOAD-KITDEF
        OUTPUT PROCEDURE 3453-RELOAD-KITDEF.
    PERFORM 4040-REPORT-CARRIER.

    3451-UNLOAD-KITDEF.
    OPEN INPUT KIT-DEF-FILE.
    PERFORM 3452-UNLOAD-ONE-KITDEF UNTIL CARRIER-AT-EOF.
    CLOSE KIT-DEF-FILE.

    3452-UNLOAD-ONE-KITDEF.
    READ KIT-DEF-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE KIT-DEF-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3453-RELOAD-KITDEF.
    OPEN OUTPUT KIT-DEF-FILE.
    IF KIT-DEF-STATUS NOT = "00" THEN
        MOVE KIT-DEF-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3454-RELOAD-ONE-KITDEF UNTIL SORT-RETURN-AT-EOF.
    CLOSE KIT-DEF-FILE.

    3454-RELOAD-ONE-KITDEF.
    MOVE SW-DATA TO KIT-DEF-REC.
    MOVE KD-KIT-PART TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO KD-KIT-PART.
    MOVE KD-COMP-PART TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO KD-COMP-PART.
    WRITE KIT-DEF-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> BINSTOCK: the part in the bin-stock key.
    3460-CONVERT-BINSTOCK.
    MOVE "BINSTOCK" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT BIN-STOCK-FILE.
    IF BIN-STOCK-STATUS NOT = "00" THEN
        MOVE BIN-STOCK-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE BIN-STOCK-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3461-UNLOAD-BINSTOCK
        OUTPUT PROCEDURE 3463-RELOAD-BINSTOCK.
    PERFORM 4040-REPORT-CARRIER.

    3461-UNLOAD-BINSTOCK.
    OPEN INPUT BIN-STOCK-FILE.
    PERFORM 3462-UNLOAD-ONE-BINSTOCK UNTIL CARRIER-AT-EOF.
    CLOSE BIN-STOCK-FILE.

    3462-UNLOAD-ONE-BINSTOCK.
    READ BIN-STOCK-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE BIN-STOCK-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3463-RELOAD-BINSTOCK.
    OPEN OUTPUT BIN-STOCK-FILE.
    IF BIN-STOCK-STATUS NOT = "00" THEN
        MOVE BIN-STOCK-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3464-RELOAD-ONE-BINSTOCK UNTIL SORT-RETURN-AT-EOF.
    CLOSE BIN-STOCK-FILE.

    3464-RELOAD-ONE-BINSTOCK.
    MOVE SW-DATA TO BIN-STOCK-REC.
    MOVE BS-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO BS-PART-NO.
    WRITE BIN-STOCK-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> REPLSHRT: the part on each replenishment shortage.
    3470-CONVERT-REPLSHRT.
    MOVE "REPLSHRT" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT REPL-SHORT-FILE.
    IF REPL-SHORT-STATUS NOT = "00" THEN
        MOVE REPL-SHORT-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE REPL-SHORT-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3471-UNLOAD-REPLSHRT
        OUTPUT PROCEDURE 3473-RELOAD-REPLSHRT.
    PERFORM 4040-REPORT-CARRIER.

    3471-UNLOAD-REPLSHRT.
    OPEN INPUT REPL-SHORT-FILE.
    PERFORM 3472-UNLOAD-ONE-REPLSHRT UNTIL CARRIER-AT-EOF.
    CLOSE REPL-SHORT-FILE.

    3472-UNLOAD-ONE-REPLSHRT.
    READ REPL-SHORT-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE REPL-SHORT-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3473-RELOAD-REPLSHRT.
    OPEN OUTPUT REPL-SHORT-FILE.
    IF REPL-SHORT-STATUS NOT = "00" THEN
        MOVE REPL-SHORT-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3474-RELOAD-ONE-REPLSHRT UNTIL SORT-RETURN-AT-EOF.
    CLOSE REPL-SHORT-FILE.

    3474-RELOAD-ONE-REPLSHRT.
    MOVE SW-DATA TO REPL-SHORT-REC.
    MOVE RQ-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO RQ-PART-NO.
    WRITE REPL-SHORT-REC.
    IF REPL-SHORT-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> DEMANDHS: the part on each period's issue history.
    3480-CONVERT-DEMANDHS.
    MOVE "DEMANDHS" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT DEMAND-HIST-FILE.
    IF DEMAND-HIST-STATUS NOT = "00" THEN
        MOVE DEMAND-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE DEMAND-HIST-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3481-UNLOAD-DEMANDHS
        OUTPUT PROCEDURE 3483-RELOAD-DEMANDHS.
    PERFORM 4040-REPORT-CARRIER.

    3481-UNLOAD-DEMANDHS.
    OPEN INPUT DEMAND-HIST-FILE.
    PERFORM 3482-UNLOAD-ONE-DEMANDHS UNTIL CARRIER-AT-EOF.
    CLOSE DEMAND-HIST-FILE.

    3482-UNLOAD-ONE-DEMANDHS.
    READ DEMAND-HIST-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE DEMAND-HIST-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3483-RELOAD-DEMANDHS.
    OPEN OUTPUT DEMAND-HIST-FILE.
    IF DEMAND-HIST-STATUS NOT = "00" THEN
        MOVE DEMAND-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3484-RELOAD-ONE-DEMANDHS UNTIL SORT-RETURN-AT-EOF.
    CLOSE DEMAND-HIST-FILE.

    3484-RELOAD-ONE-DEMANDHS.
    MOVE SW-DATA TO DEMAND-HIST-REC.
    MOVE DM-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO DM-PART-NO.
    WRITE DEMAND-HIST-REC.
    IF DEMAND-HIST-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> PARTXREF: our part behind each partner part number.
    3490-CONVERT-PARTXREF.
    MOVE "PARTXREF" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT CROSS-REF-FILE.
    IF CROSS-REF-STATUS NOT = "00" THEN
        MOVE CROSS-REF-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE CROSS-REF-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3491-UNLOAD-PARTXREF
        OUTPUT PROCEDURE 3493-RELOAD-PARTXREF.
    PERFORM 4040-REPORT-CARRIER.

    3491-UNLOAD-PARTXREF.
    OPEN INPUT CROSS-REF-FILE.
    PERFORM 3492-UNLOAD-ONE-PARTXREF UNTIL CARRIER-AT-EOF.
    CLOSE CROSS-REF-FILE.

    3492-UNLOAD-ONE-PARTXREF.
    READ CROSS-REF-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE CROSS-REF-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3493-RELOAD-PARTXREF.
    OPEN OUTPUT CROSS-REF-FILE.
    IF CROSS-REF-STATUS NOT = "00" THEN
        MOVE CROSS-REF-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3494-RELOAD-ONE-PARTXREF UNTIL SORT-RETURN-AT-EOF.
    CLOSE CROSS-REF-FILE.

    3494-RELOAD-ONE-PARTXREF.
    MOVE SW-DATA TO CROSS-REF-REC.
    MOVE XF-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO XF-PART-NO.
    WRITE CROSS-REF-REC.
    IF CROSS-REF-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> PROMO: the part a part-scoped promotion prices; a vendor
    *> scope names a vendor and is left alone.
    3500-CONVERT-PROMO.
    MOVE "PROMO" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT PROMO-FILE.
    IF PROMO-FILE-STATUS NOT = "00" THEN
        MOVE PROMO-FILE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE PROMO-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3501-UNLOAD-PROMO
        OUTPUT PROCEDURE 3503-RELOAD-PROMO.
    PERFORM 4040-REPORT-CARRIER.

    3501-UNLOAD-PROMO.
    OPEN INPUT PROMO-FILE.
    PERFORM 3502-UNLOAD-ONE-PROMO UNTIL CARRIER-AT-EOF.
    CLOSE PROMO-FILE.

    3502-UNLOAD-ONE-PROMO.
    READ PROMO-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE PROMO-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3503-RELOAD-PROMO.
    OPEN OUTPUT PROMO-FILE.
    IF PROMO-FILE-STATUS NOT = "00" THEN
        MOVE PROMO-FILE-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3504-RELOAD-ONE-PROMO UNTIL SORT-RETURN-AT-EOF.
    CLOSE PROMO-FILE.

    3504-RELOAD-ONE-PROMO.
    MOVE SW-DATA TO PROMO-REC.
    IF PMO-SCOPE-PART THEN
        MOVE PMO-SCOPE-ID TO XLATE-ID
        PERFORM 6100-XLATE-PART-ID
        MOVE XLATE-ID TO PMO-SCOPE-ID
    END-IF.
    WRITE PROMO-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> CCLAST: the part on each last-count row, so CYCLE-COUNT-SELECT
    *> still knows when a renumbered part was last counted.
    3510-CONVERT-CCLAST.
    MOVE "CCLAST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT LAST-COUNT-FILE.
    IF LAST-COUNT-STATUS NOT = "00" THEN
        MOVE LAST-COUNT-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE LAST-COUNT-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3511-UNLOAD-CCLAST
        OUTPUT PROCEDURE 3513-RELOAD-CCLAST.
    PERFORM 4040-REPORT-CARRIER.

    3511-UNLOAD-CCLAST.
    OPEN INPUT LAST-COUNT-FILE.
    PERFORM 3512-UNLOAD-ONE-CCLAST UNTIL CARRIER-AT-EOF.
    CLOSE LAST-COUNT-FILE.

    3512-UNLOAD-ONE-CCLAST.
    READ LAST-COUNT-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE LAST-COUNT-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3513-RELOAD-CCLAST.
    OPEN OUTPUT LAST-COUNT-FILE.
    IF LAST-COUNT-STATUS NOT = "00" THEN
        MOVE LAST-COUNT-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3514-RELOAD-ONE-CCLAST UNTIL SORT-RETURN-AT-EOF.
    CLOSE LAST-COUNT-FILE.

    3514-RELOAD-ONE-CCLAST.
    MOVE SW-DATA TO LAST-COUNT-REC.
    MOVE LC-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO LC-PART-NO.
    WRITE LAST-COUNT-REC.
    IF LAST-COUNT-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> BOHIST: customer and part on every back order ever created.
    3520-CONVERT-BOHIST.
    MOVE "BOHIST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT BACK-ORDER-HIST-FILE.
    IF BACK-ORDER-HIST-STATUS NOT = "00" THEN
        MOVE BACK-ORDER-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE BACK-ORDER-HIST-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3521-UNLOAD-BOHIST
        OUTPUT PROCEDURE 3523-RELOAD-BOHIST.
    PERFORM 4040-REPORT-CARRIER.

    3521-UNLOAD-BOHIST.
    OPEN INPUT BACK-ORDER-HIST-FILE.
    PERFORM 3522-UNLOAD-ONE-BOHIST UNTIL CARRIER-AT-EOF.
    CLOSE BACK-ORDER-HIST-FILE.

    3522-UNLOAD-ONE-BOHIST.
    READ BACK-ORDER-HIST-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE BACK-ORDER-HIST-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3523-RELOAD-BOHIST.
    OPEN OUTPUT BACK-ORDER-HIST-FILE.
    IF BACK-ORDER-HIST-STATUS NOT = "00" THEN
        MOVE BACK-ORDER-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3524-RELOAD-ONE-BOHIST UNTIL SORT-RETURN-AT-EOF.
    CLOSE BACK-ORDER-HIST-FILE.

    3524-RELOAD-ONE-BOHIST.
    MOVE SW-DATA TO BACK-ORDER-HIST-REC.
    MOVE BACK-ORDER-HIST-REC(1:6) TO XLATE-ID.
    PERFORM 6000-XLATE-CUST-ID.
    MOVE XLATE-ID TO BACK-ORDER-HIST-REC(1:6).
    MOVE BACK-ORDER-HIST-REC(7:6) TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO BACK-ORDER-HIST-REC(7:6).
    WRITE BACK-ORDER-HIST-REC.
    IF BACK-ORDER-HIST-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> SVCHIST: the customer or part in a month's group key; the
    *> house row carries no id.
    3530-CONVERT-SVCHIST.
    MOVE "SVCHIST" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT SERVICE-HIST-FILE.
    IF SERVICE-HIST-STATUS NOT = "00" THEN
        MOVE SERVICE-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE SERVICE-HIST-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3531-UNLOAD-SVCHIST
        OUTPUT PROCEDURE 3533-RELOAD-SVCHIST.
    PERFORM 4040-REPORT-CARRIER.

    3531-UNLOAD-SVCHIST.
    OPEN INPUT SERVICE-HIST-FILE.
    PERFORM 3532-UNLOAD-ONE-SVCHIST UNTIL CARRIER-AT-EOF.
    CLOSE SERVICE-HIST-FILE.

    3532-UNLOAD-ONE-SVCHIST.
    READ SERVICE-HIST-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE SERVICE-HIST-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3533-RELOAD-SVCHIST.
    OPEN OUTPUT SERVICE-HIST-FILE.
    IF SERVICE-HIST-STATUS NOT = "00" THEN
        MOVE SERVICE-HIST-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3534-RELOAD-ONE-SVCHIST UNTIL SORT-RETURN-AT-EOF.
    CLOSE SERVICE-HIST-FILE.

    3534-RELOAD-ONE-SVCHIST.
    MOVE SW-DATA TO SERVICE-HIST-REC.
    EVALUATE TRUE
        WHEN SH-GROUP-CUSTOMER
            MOVE SH-GROUP-ID TO XLATE-ID
            PERFORM 6000-XLATE-CUST-ID
            MOVE XLATE-ID TO SH-GROUP-ID
        WHEN SH-GROUP-PART
            MOVE SH-GROUP-ID TO XLATE-ID
            PERFORM 6100-XLATE-PART-ID
            MOVE XLATE-ID TO SH-GROUP-ID
    END-EVALUATE.
    WRITE SERVICE-HIST-REC
        INVALID KEY PERFORM 4060-NOTE-WRITE-FAILURE
        NOT INVALID KEY ADD 1 TO CARRIER-WRITTEN
    END-WRITE.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> STKREG: the part on every stock-register line, so the history
    *> VENDOR-SCORECARD and DEMAND-ACCUM read stays on one number.
    3540-CONVERT-STKREG.
    MOVE "STKREG" TO CARRIER-NAME.
    PERFORM 4000-START-CARRIER.
    OPEN INPUT STOCK-REGISTER-FILE.
    IF STOCK-REGISTER-STATUS NOT = "00" THEN
        MOVE STOCK-REGISTER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4030-NOTE-OPEN-FAILURE
        EXIT PARAGRAPH
    END-IF.
    CLOSE STOCK-REGISTER-FILE.
    SORT SORT-WORK-FILE ON ASCENDING KEY SW-SEQ
        INPUT PROCEDURE 3541-UNLOAD-STKREG
        OUTPUT PROCEDURE 3543-RELOAD-STKREG.
    PERFORM 4040-REPORT-CARRIER.

    3541-UNLOAD-STKREG.
    OPEN INPUT STOCK-REGISTER-FILE.
    PERFORM 3542-UNLOAD-ONE-STKREG UNTIL CARRIER-AT-EOF.
    CLOSE STOCK-REGISTER-FILE.

    3542-UNLOAD-ONE-STKREG.
    READ STOCK-REGISTER-FILE
        AT END MOVE 1 TO CARRIER-EOF
        NOT AT END
            MOVE STOCK-REGISTER-REC TO SW-DATA
            PERFORM 4010-RELEASE-CARRIER-REC
    END-READ.

    3543-RELOAD-STKREG.
    OPEN OUTPUT STOCK-REGISTER-FILE.
    IF STOCK-REGISTER-STATUS NOT = "00" THEN
        MOVE STOCK-REGISTER-STATUS TO CARRIER-OPEN-STATUS
        PERFORM 4050-NOTE-RELOAD-FAILURE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.
    PERFORM 3544-RELOAD-ONE-STKREG UNTIL SORT-RETURN-AT-EOF.
    CLOSE STOCK-REGISTER-FILE.

    3544-RELOAD-ONE-STKREG.
    MOVE SW-DATA TO STOCK-REGISTER-REC.
    MOVE RG-PART-NO TO XLATE-ID.
    PERFORM 6100-XLATE-PART-ID.
    MOVE XLATE-ID TO RG-PART-NO.
    WRITE STOCK-REGISTER-REC.
    IF STOCK-REGISTER-STATUS = "00" THEN
        ADD 1 TO CARRIER-WRITTEN
    ELSE
        PERFORM 4060-NOTE-WRITE-FAILURE
    END-IF.
    PERFORM 4020-RETURN-CARRIER-REC.

    *> ---------------------
    *> CARRIER HOUSEKEEPING
    *> ---------------------

    4000-START-CARRIER.
    MOVE 0 TO CARRIER-EOF.
    MOVE 0 TO SORT-RETURN-EOF.
    MOVE 0 TO CARRIER-SEQ.
    MOVE 0 TO CARRIER-READ.
    MOVE 0 TO CARRIER-WRITTEN.
    MOVE 0 TO CARRIER-IDS-CHANGED.
    MOVE 0 TO CARRIER-IDS-UNKNOWN.
    MOVE 0 TO CARRIER-WRITE-FAILS.

    4010-RELEASE-CARRIER-REC.
    ADD 1 TO CARRIER-SEQ.
    ADD 1 TO CARRIER-READ.
    MOVE CARRIER-SEQ TO SW-SEQ.
    RELEASE SORT-WORK-REC.

    4020-RETURN-CARRIER-REC.
    RETURN SORT-WORK-FILE
        AT END MOVE 1 TO SORT-RETURN-EOF
    END-RETURN.

    *> A file this installation does not keep is simply not there; any
    *> other open failure leaves a file the conversion could not reach.
    4030-NOTE-OPEN-FAILURE.
    IF CARRIER-OPEN-STATUS = "35" THEN
        DISPLAY CARRIER-NAME " not present; skipped."
        ADD 1 TO TOTAL-FILES-ABSENT
    ELSE
        DISPLAY "NOT CONVERTED: " CARRIER-NAME " could not be opened,"
            " status " CARRIER-OPEN-STATUS "."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "A file carrying ids could not be opened for conversion." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    4040-REPORT-CARRIER.
    ADD 1 TO TOTAL-FILES-CONVERTED.
    ADD CARRIER-IDS-CHANGED TO TOTAL-IDS-CHANGED.
    ADD CARRIER-IDS-UNKNOWN TO TOTAL-IDS-UNKNOWN.
    DISPLAY CARRIER-NAME " read " CARRIER-READ " written "
        CARRIER-WRITTEN " ids changed " CARRIER-IDS-CHANGED
        " not on xref " CARRIER-IDS-UNKNOWN.
    IF CARRIER-IDS-UNKNOWN > 0 AND WS-RETURN-CODE < 4 THEN
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
    IF CARRIER-WRITTEN NOT = CARRIER-READ THEN
        DISPLAY "CONVERSION NOT PROVED: " CARRIER-NAME " read "
            CARRIER-READ " but reloaded " CARRIER-WRITTEN
            " -- restore it from the backup."
        COMPUTE TOTAL-NOT-RELOADED = TOTAL-NOT-RELOADED
            + CARRIER-READ - CARRIER-WRITTEN
        MOVE 8 TO WS-RETURN-CODE
        MOVE "A converted file did not reload whole; restore it from the backup." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    *> The file was read and sorted but could not be reopened to take
    *> the records back; it is left empty or as the system left it.
    4050-NOTE-RELOAD-FAILURE.
    DISPLAY "NOT RELOADED: " CARRIER-NAME " could not be reopened,"
        " status " CARRIER-OPEN-STATUS " -- restore it from the backup.".
    MOVE 8 TO WS-RETURN-CODE.
    MOVE "A converted file could not be reopened for reload." TO WS-ERROR-MSG.
    PERFORM 9300-LOG-ERROR.
    MOVE 1 TO SORT-RETURN-EOF.

    4060-NOTE-WRITE-FAILURE.
    ADD 1 TO CARRIER-WRITE-FAILS.
    DISPLAY "NOT RELOADED: " CARRIER-NAME " record " SW-SEQ ": "
        SW-DATA(1:40).

    *> ---------------------
    *> ID TRANSLATION: XLATE-ID in, the converted id out. Blank ids,
    *> LOW-VALUES, and the *NONE* parent marker are not ids.
    *> ---------------------

    6000-XLATE-CUST-ID.
    IF XLATE-ID = SPACES OR XLATE-ID = LOW-VALUES
            OR XLATE-ID = "*NONE*" THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE XLATE-ID TO FIND-ID.
    PERFORM 6010-FIND-CUST-ID.
    IF FIND-IDX = 0 THEN
        ADD 1 TO CARRIER-IDS-UNKNOWN
    ELSE
        IF CX-NEW-ID(FIND-IDX) NOT = XLATE-ID THEN
            MOVE CX-NEW-ID(FIND-IDX) TO XLATE-ID
            ADD 1 TO CARRIER-IDS-CHANGED
        END-IF
    END-IF.

    6010-FIND-CUST-ID.
    MOVE 0 TO FIND-IDX.
    MOVE 1 TO FIND-LOW.
    MOVE CUST-XREF-COUNT TO FIND-HIGH.
    PERFORM 6011-PROBE-CUST-XREF
        UNTIL FIND-LOW > FIND-HIGH OR FIND-IDX > 0.

    6011-PROBE-CUST-XREF.
    COMPUTE FIND-MID = (FIND-LOW + FIND-HIGH) / 2.
    EVALUATE TRUE
        WHEN CX-OLD-ID(FIND-MID) = FIND-ID
            MOVE FIND-MID TO FIND-IDX
        WHEN CX-OLD-ID(FIND-MID) < FIND-ID
            COMPUTE FIND-LOW = FIND-MID + 1
        WHEN OTHER
            COMPUTE FIND-HIGH = FIND-MID - 1
    END-EVALUATE.

    6100-XLATE-PART-ID.
    IF XLATE-ID = SPACES OR XLATE-ID = LOW-VALUES THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE XLATE-ID TO FIND-ID.
    PERFORM 6110-FIND-PART-ID.
    IF FIND-IDX = 0 THEN
        ADD 1 TO CARRIER-IDS-UNKNOWN
    ELSE
        IF PX-NEW-ID(FIND-IDX) NOT = XLATE-ID THEN
            MOVE PX-NEW-ID(FIND-IDX) TO XLATE-ID
            ADD 1 TO CARRIER-IDS-CHANGED
        END-IF
    END-IF.

    6110-FIND-PART-ID.
    MOVE 0 TO FIND-IDX.
    MOVE 1 TO FIND-LOW.
    MOVE PART-XREF-COUNT TO FIND-HIGH.
    PERFORM 6111-PROBE-PART-XREF
        UNTIL FIND-LOW > FIND-HIGH OR FIND-IDX > 0.

    6111-PROBE-PART-XREF.
    COMPUTE FIND-MID = (FIND-LOW + FIND-HIGH) / 2.
    EVALUATE TRUE
        WHEN PX-OLD-ID(FIND-MID) = FIND-ID
            MOVE FIND-MID TO FIND-IDX
        WHEN PX-OLD-ID(FIND-MID) < FIND-ID
            COMPUTE FIND-LOW = FIND-MID + 1
        WHEN OTHER
            COMPUTE FIND-HIGH = FIND-MID - 1
    END-EVALUATE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    DISPLAY "-- Check-Digit Id Conversion Report --".
    DISPLAY "Customers renumbered : " TOTAL-CUSTOMERS-RENUMBERED.
    DISPLAY "  from the archive   : " TOTAL-ARCHIVED-IDS.
    DISPLAY "Parts keeping base   : " TOTAL-PARTS-KEPT.
    DISPLAY "  on an old number   : " TOTAL-KEPT-ON-OLD-ID.
    DISPLAY "Parts renumbered     : " TOTAL-PARTS-RENUMBERED.
    DISPLAY "IDXREF rows written  : " TOTAL-XREF-WRITTEN.
    DISPLAY "Files converted      : " TOTAL-FILES-CONVERTED.
    DISPLAY "Files not present    : " TOTAL-FILES-ABSENT.
    DISPLAY "Ids changed          : " TOTAL-IDS-CHANGED.
    DISPLAY "Ids not on the xref  : " TOTAL-IDS-UNKNOWN.
    DISPLAY "Records not reloaded : " TOTAL-NOT-RELOADED.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
