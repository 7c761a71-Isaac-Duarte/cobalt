IDENTIFICATION DIVISION.
PROGRAM-ID. TRANS-GENERATOR.

*> TRANS-GENERATOR builds synthetic transaction batches for volume
*> and regression runs of the applying programs: CUSTTRAN for
*> CUSTOMER-MAINT, OITRAN for OPENITEM-MAINT, ORDTRAN for
*> ORDER-ENTRY, and STKMOVE for STOCK-POST, each wrapped in the
*> header ("H", creation date, source id) and trailer ("T", detail
*> count, hash total) every consumer and BATCH-PREEDIT prove. The
*> keys are real: customers come from a CUST-MASK-EXTRACT copy of
*> CUSTMAST (MASKOUT) and parts from a MASTER-UNLOAD-RELOAD unload
*> of PARTDAT (PARTUNLD), so the batches run against a test region
*> loaded from the same copies. A key whose check digit does not
*> prove is never drawn for a good record.
*>
*> The GENPROF profile drives the run. A RUN card carries the
*> random seed -- the same seed, profile, and extracts produce the
*> same batches byte for byte; zero takes one from the clock and
*> the manifest records it -- the header source id, and a two-
*> character prefix for the invoice, order, and reference numbers
*> the run makes up. One card per feed asks for that feed:
*>     cols  1-8   feed: CUSTTRAN, OITRAN, ORDTRAN, or STKMOVE
*>     cols  9-14  detail records wanted
*>     cols 15-30  up to four code/percent pairs (code X, pct 999);
*>                 blank takes the feed's standard mix
*>     cols 31-51  percent of deliberately bad records per EDITPROC
*>                 rule, three digits each, in the order
*>                 NUM 9200 numeric, ALP 9210 alpha, DAT 9220 date,
*>                 STA 9230 state, PST 9240 postal-state,
*>                 CID 9260 customer id, PNO 9262 part number
*>     cols 52-53  most lines per order (ORDTRAN; default 3)
*>     cols 54-56  to-location for transfers (STKMOVE; default WH2)
*> A RUN card is cols 1-8 RUN, 9-17 seed, 18-25 source id, 26-27
*> prefix. A feed with no card is not generated.
*>
*> Codes and the rules each feed can carry:
*>     CUSTTRAN  A add, U update, D delete
*>               NUM postal, ALP name, STA state, PST postal not in
*>               state (needs STPOSTAL), CID customer id
*>     OITRAN    A add, P payment, K discount, D delete
*>               DAT invoice date, CID customer id
*>     ORDTRAN   O order (with its L lines), C cancel, X line cancel
*>               CID on the order card; NUM quantity, PNO part on a
*>               line card
*>     STKMOVE   R receipt, I issue, A count, T transfer
*>               PNO part number
*> A bad record carries exactly one fault. Payments, discounts,
*> deletes, cancels, issues, and transfers act only on what the
*> same batch created earlier, so none depends on what the open-
*> item, order, or location files happen to hold.
*>
*> The GENMANIF manifest records what was written -- counts by code,
*> faults by rule, each batch's count and hash -- and the rejects
*> each consumer should report: BATCH-PREEDIT's rejects, faults, and
*> verdict, and the applying program's rejected count. Those are
*> the rejects the batch was built to carry; a good order line the
*> extract's on-hand cannot cover is counted too. Business outcomes
*> the extracts cannot see -- a credit referral, stock already
*> moved by an earlier run -- are not.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PROFILE-FILE ASSIGN TO "GENPROF"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PROFILE-STATUS.
        SELECT CUST-EXTRACT-FILE ASSIGN TO "MASKOUT"
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CUST-EXTRACT-STATUS.
        SELECT PART-EXTRACT-FILE ASSIGN TO "PARTUNLD"
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS PART-EXTRACT-STATUS.
        SELECT CUSTOMER-TRANS-FILE ASSIGN TO "CUSTTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER-TRANS-STATUS.
        SELECT OPEN-ITEM-TRANS-FILE ASSIGN TO "OITRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OPEN-ITEM-TRANS-STATUS.
        SELECT ORDER-TRANS-FILE ASSIGN TO "ORDTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ORDER-TRANS-STATUS.
        SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STOCK-MOVE-STATUS.
        SELECT MANIFEST-FILE ASSIGN TO "GENMANIF"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MANIFEST-STATUS.
        COPY "stposel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PROFILE-FILE.
    01  PROFILE-REC.
        05 PF-CARD-NAME PIC X(8).
            88 PF-IS-RUN-CARD VALUE "RUN".
        05 PF-DETAIL-COUNT PIC 9(6).
        05 PF-MIX-ENTRY OCCURS 4 TIMES.
            10 PF-MIX-CODE PIC X(1).
            10 PF-MIX-PCT PIC 9(3).
        05 PF-BAD-PCT PIC 9(3) OCCURS 7 TIMES.
        05 PF-LINES-PER-ORDER PIC 9(2).
        05 PF-TO-LOCATION PIC X(3).
        05 FILLER PIC X(24).
    01  PROFILE-RUN-CARD REDEFINES PROFILE-REC.
        05 FILLER PIC X(8).
        05 PR-SEED PIC 9(9).
        05 PR-SOURCE-ID PIC X(8).
        05 PR-KEY-PREFIX PIC X(2).
        05 FILLER PIC X(53).

    FD  CUST-EXTRACT-FILE.
    01  CUST-EXTRACT-REC.
        05 CE-REC-TYPE PIC X(1).
            88 CE-IS-DATA VALUE "D".
            88 CE-IS-TRAILER VALUE "T".
        05 CE-DATA PIC X(120).
    01  CUST-EXTRACT-TRAILER REDEFINES CUST-EXTRACT-REC.
        05 FILLER PIC X(1).
        05 CE-TRAILER-COUNT PIC 9(8).
        05 CE-TRAILER-HASH PIC S9(15).
        05 FILLER PIC X(96).

    FD  PART-EXTRACT-FILE.
    01  PART-EXTRACT-REC.
        05 PE-REC-TYPE PIC X(1).
            88 PE-IS-DATA VALUE "D".
            88 PE-IS-TRAILER VALUE "T".
        05 PE-DATA PIC X(120).
    01  PART-EXTRACT-TRAILER REDEFINES PART-EXTRACT-REC.
        05 FILLER PIC X(1).
        05 PE-TRAILER-COUNT PIC 9(8).
        05 PE-TRAILER-HASH PIC S9(15).
        05 FILLER PIC X(96).

    FD  CUSTOMER-TRANS-FILE.
    COPY "trnrec.cpy".

    FD  OPEN-ITEM-TRANS-FILE.
    01  OPEN-ITEM-TRANS-REC.
        05 OT-TRANS-CODE PIC X(1).
        05 OT-CUST-ID PIC X(6).
        05 OT-INVOICE-NO PIC X(8).
        05 OT-INVOICE-DATE PIC 9(8).
        05 OT-AMOUNT PIC S9(7)V99.
        05 OT-DUE-DATE PIC 9(8).
        05 OT-DISC-DATE PIC 9(8).
        05 OT-DISC-AMOUNT PIC S9(7)V99.

    FD  ORDER-TRANS-FILE.
    01  ORDER-TRANS-REC.
        05 OC-CARD-TYPE PIC X(1).
        05 OC-FIELD-1 PIC X(8).
        05 OC-FIELD-2 PIC X(6).
        05 OC-FIELD-3 PIC X(6).
        05 OC-FIELD-4 PIC X(4).
    01  ORDER-LINE-CARD REDEFINES ORDER-TRANS-REC.
        05 FILLER PIC X(1).
        05 OC-PART-NO PIC X(6).
        05 OC-QUANTITY PIC 9(5).
        05 OC-QUANTITY-X REDEFINES OC-QUANTITY PIC X(5).
        05 OC-LOCATION PIC X(3).
        05 OC-QUOTED-PRICE PIC 9(5)V99.
        05 FILLER PIC X(3).
    01  ORDER-CANCEL-CARD REDEFINES ORDER-TRANS-REC.
        05 FILLER PIC X(1).
        05 OC-CANCEL-ORDER-NO PIC X(8).
        05 OC-CANCEL-LINE-NO PIC 9(4).
        05 FILLER PIC X(12).

    FD  STOCK-MOVE-FILE.
    01  STOCK-MOVE-REC.
        05 MV-PART-NO PIC X(6).
        05 MV-MOVE-TYPE PIC X(1).
        05 MV-QUANTITY PIC 9(6).
        05 MV-REFERENCE PIC X(8).
        05 MV-LOCATION PIC X(3).
        05 MV-TO-LOCATION PIC X(3).
        05 MV-UNIT-COST PIC 9(5)V99.
        05 MV-LOT-NO PIC X(10).
        05 MV-EXPIRY-DATE PIC 9(8).
        05 MV-BIN PIC X(6).
        05 MV-TO-BIN PIC X(6).

*> The manifest: one "H" run record, then per feed an "F" batch
*> record, a "C" record per transaction code, a "B" record per rule
*> the feed can carry, and an "E" record per consumer expected to
*> reject; a "T" record closes it.
    FD  MANIFEST-FILE.
    01  MANIFEST-REC.
        05 MF-REC-TYPE PIC X(1).
        05 FILLER PIC X(1).
        05 MF-FEED PIC X(8).
        05 FILLER PIC X(1).
        05 MF-ITEM PIC X(16).
        05 FILLER PIC X(1).
        05 MF-COUNT PIC 9(6).
        05 FILLER PIC X(1).
        05 MF-COUNT-2 PIC 9(6).
        05 FILLER PIC X(1).
        05 MF-TEXT PIC X(38).
    01  MANIFEST-RUN-REC REDEFINES MANIFEST-REC.
        05 FILLER PIC X(2).
        05 MH-TIMESTAMP PIC X(14).
        05 FILLER PIC X(1).
        05 MH-SEED PIC 9(9).
        05 FILLER PIC X(1).
        05 MH-SOURCE-ID PIC X(8).
        05 FILLER PIC X(1).
        05 MH-KEY-PREFIX PIC X(2).
        05 FILLER PIC X(1).
        05 MH-CUST-KEYS PIC 9(6).
        05 FILLER PIC X(1).
        05 MH-PART-KEYS PIC 9(6).
        05 FILLER PIC X(28).

    COPY "stpofd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 PROFILE-STATUS PIC X(2).
    01 CUST-EXTRACT-STATUS PIC X(2).
    01 PART-EXTRACT-STATUS PIC X(2).
    01 CUSTOMER-TRANS-STATUS PIC X(2).
    01 OPEN-ITEM-TRANS-STATUS PIC X(2).
    01 ORDER-TRANS-STATUS PIC X(2).
    01 STOCK-MOVE-STATUS PIC X(2).
    01 MANIFEST-STATUS PIC X(2).
    01 PROFILE-EOF PIC 9(1) COMP VALUE 0.
        88 PROFILE-AT-EOF VALUE 1.
    01 EXTRACT-EOF PIC 9(1) COMP VALUE 0.
        88 EXTRACT-AT-EOF VALUE 1.
    01 PROFILE-OK-SW PIC 9(1) COMP VALUE 0.
        88 PROFILE-IS-OK VALUE 1.
    01 EXTRACT-TRAILER-SW PIC 9(1) COMP VALUE 0.
        88 EXTRACT-TRAILER-SEEN VALUE 1.
    01 EXTRACT-TRAILER-COUNT PIC 9(8) COMP VALUE 0.
    01 EXTRACT-RECORDS-READ PIC 9(8) COMP VALUE 0.

*> The run card.
    01 RUN-SEED PIC 9(9) VALUE 0.
    01 RUN-SOURCE-ID PIC X(8) VALUE "TRANGEN".
    01 RUN-KEY-PREFIX PIC X(2) VALUE "TG".

*> The standard profile of each feed: its name, the rules it can
*> carry (Y/N in NUM ALP DAT STA PST CID PNO order), and its mix.
*> ORDTRAN's fourth slot counts the L line cards each order brings;
*> a card never draws it.
    01 FEED-DEFAULT-VALUES.
        05 FILLER PIC X(31) VALUE "CUSTTRANYYNYYYNA030U060D010 000".
        05 FILLER PIC X(31) VALUE "OITRAN  NNYNNYNA060P030K005D005".
        05 FILLER PIC X(31) VALUE "ORDTRAN YNNNNYYO090C005X005L000".
        05 FILLER PIC X(31) VALUE "STKMOVE NNNNNNYR040I030A010T020".
    01 FEED-DEFAULT-TABLE REDEFINES FEED-DEFAULT-VALUES.
        05 FEED-DEFAULT OCCURS 4 TIMES.
            10 FDF-NAME PIC X(8).
            10 FDF-RULE-MASK PIC X(7).
            10 FDF-MIX-ENTRY OCCURS 4 TIMES.
                15 FDF-MIX-CODE PIC X(1).
                15 FDF-MIX-PCT PIC 9(3).

    01 FEED-IDX PIC 9(1) COMP VALUE 0.
    01 FEED-TABLE.
        05 FEED-ENTRY OCCURS 4 TIMES.
            10 FP-NAME PIC X(8).
            10 FP-RULE-MASK PIC X(7).
            10 FP-REQUESTED-SW PIC 9(1) COMP.
                88 FP-IS-REQUESTED VALUE 1.
            10 FP-DETAIL-TARGET PIC 9(6) COMP.
            10 FP-MIX OCCURS 4 TIMES.
                15 FP-MIX-CODE PIC X(1).
                15 FP-MIX-PCT PIC 9(3) COMP.
                15 FP-CODE-COUNT PIC 9(6) COMP.
            10 FP-BAD OCCURS 7 TIMES.
                15 FP-BAD-PCT PIC 9(3) COMP.
                15 FP-BAD-COUNT PIC 9(6) COMP.
            10 FP-LINES-PER-ORDER PIC 9(2) COMP.
            10 FP-TO-LOCATION PIC X(3).
            10 FP-DETAIL-COUNT PIC 9(6) COMP.
            10 FP-HASH-TOTAL PIC S9(11)V99 COMP-3.
            10 FP-EDIT-REJECTS PIC 9(6) COMP.
            10 FP-EDIT-FAULTS PIC 9(6) COMP.
            10 FP-APPLY-REJECTS PIC 9(6) COMP.
            10 FP-APPLY-REJECTS-2 PIC 9(6) COMP.
            10 FP-SHORT-LINES PIC 9(6) COMP.
    01 MIX-IDX PIC 9(1) COMP VALUE 0.
    01 MIX-TOTAL PIC 9(4) COMP VALUE 0.
    01 MIX-RUNNING PIC 9(4) COMP VALUE 0.
    01 BAD-TOTAL PIC 9(4) COMP VALUE 0.
    01 CHOSEN-CODE PIC X(1).

    01 RULE-IDX PIC 9(1) COMP VALUE 0.
    01 RULE-NAME-VALUES PIC X(21) VALUE "NUMALPDATSTAPSTCIDPNO".
    01 RULE-NAME-TABLE REDEFINES RULE-NAME-VALUES.
        05 RULE-NAME PIC X(3) OCCURS 7 TIMES.
    01 RULE-PARA-VALUES.
        05 FILLER PIC X(28) VALUE "9200-EDIT-CHECK-NUMERIC".
        05 FILLER PIC X(28) VALUE "9210-EDIT-CHECK-ALPHA".
        05 FILLER PIC X(28) VALUE "9220-EDIT-CHECK-DATE-FORMAT".
        05 FILLER PIC X(28) VALUE "9230-EDIT-CHECK-STATE".
        05 FILLER PIC X(28) VALUE "9240-EDIT-CHECK-POSTAL-STATE".
        05 FILLER PIC X(28) VALUE "9260-EDIT-CHECK-CUST-ID".
        05 FILLER PIC X(28) VALUE "9262-EDIT-CHECK-PART-NO".
    01 RULE-PARA-TABLE REDEFINES RULE-PARA-VALUES.
        05 RULE-PARA PIC X(28) OCCURS 7 TIMES.
*> The rule the record in hand was drawn to break, and which rules
*> the card being built can carry at all.
    01 BAD-RULE PIC 9(1) COMP VALUE 0.
        88 RECORD-IS-GOOD VALUE 0.
        88 BAD-NUMERIC VALUE 1.
        88 BAD-ALPHA VALUE 2.
        88 BAD-DATE VALUE 3.
        88 BAD-STATE VALUE 4.
        88 BAD-POSTAL-STATE VALUE 5.
        88 BAD-CUST-ID VALUE 6.
        88 BAD-PART-NO VALUE 7.
    01 CARD-RULE-MASK PIC X(7).
    01 RULE-RUNNING PIC 9(4) COMP VALUE 0.

*> Park-Miller minimal-standard generator: the same seed always
*> walks the same sequence, on any machine.
    01 RANDOM-SEED PIC 9(10) COMP VALUE 1.
    01 RANDOM-PRODUCT PIC 9(18) COMP VALUE 0.
    01 RANDOM-QUOTIENT PIC 9(18) COMP VALUE 0.
    01 RANDOM-LIMIT PIC 9(9) COMP VALUE 1.
    01 RANDOM-DRAW PIC 9(9) COMP VALUE 0.

*> The extracts, tabled. Records past the table size are skipped.
    01 CUST-MAX PIC 9(5) COMP VALUE 5000.
    01 CUST-COUNT PIC 9(5) COMP VALUE 0.
    01 CUST-ACTIVE-COUNT PIC 9(5) COMP VALUE 0.
    01 CUST-IDX PIC 9(5) COMP VALUE 0.
    01 CUST-IDX-2 PIC 9(5) COMP VALUE 0.
    01 CUST-TABLE.
        05 CUST-ENTRY OCCURS 5000 TIMES.
            10 CK-CUST-ID PIC X(6).
            10 CK-STATUS PIC X(1).
            10 CK-PARENT-ID PIC X(6).
            10 CK-BALANCE PIC S9(7)V99 COMP-3.
            10 CK-CREDIT-LIMIT PIC S9(7)V99 COMP-3.
            10 CK-REGION-CODE PIC X(3).
            10 CK-PRICE-TIER PIC X(1).
            10 CK-PARENT-SW PIC 9(1) COMP.
                88 CK-IS-PARENT VALUE 1.
            10 CK-DELETED-SW PIC 9(1) COMP.
                88 CK-IS-DELETED VALUE 1.
    01 PART-MAX PIC 9(5) COMP VALUE 5000.
    01 PART-COUNT PIC 9(5) COMP VALUE 0.
    01 PART-IDX PIC 9(5) COMP VALUE 0.
    01 PART-TABLE.
        05 PART-ENTRY OCCURS 5000 TIMES.
            10 PK-PART-NO PIC X(6).
            10 PK-ON-HAND PIC 9(7) COMP.
            10 PK-BATCH-STOCK PIC 9(7) COMP.
            10 PK-UNIT-COST PIC 9(5)V99 COMP-3.
    01 EXTRACT-SKIPPED PIC 9(6) COMP VALUE 0.
    01 HIGH-CUST-BASE PIC 9(5) VALUE 0.

*> Open items and orders this run created, for the cards that act
*> on them later in the same batch.
    01 ITEM-MAX PIC 9(4) COMP VALUE 2000.
    01 ITEM-COUNT PIC 9(4) COMP VALUE 0.
    01 ITEM-IDX PIC 9(4) COMP VALUE 0.
    01 ITEM-TABLE.
        05 ITEM-ENTRY OCCURS 2000 TIMES.
            10 IT-CUST-ID PIC X(6).
            10 IT-INVOICE-NO PIC X(8).
            10 IT-REMAIN-CENTS PIC 9(9) COMP.
    01 ORDER-MAX PIC 9(4) COMP VALUE 2000.
    01 ORDER-COUNT PIC 9(4) COMP VALUE 0.
    01 ORDER-IDX PIC 9(4) COMP VALUE 0.
    01 ORDER-TABLE.
        05 ORDER-ENTRY OCCURS 2000 TIMES.
            10 OG-ORDER-NO PIC X(8).
            10 OG-GOOD-LINES PIC 9(3) COMP.
            10 OG-LINES-CANCELLED PIC 9(3) COMP.
            10 OG-CANCELLED-SW PIC 9(1) COMP.
                88 OG-IS-CANCELLED VALUE 1.

*> What kind of key a draw wants.
    01 KEY-WANTED PIC 9(1) COMP VALUE 0.
        88 WANT-ANY-CUSTOMER VALUE 1.
        88 WANT-ACTIVE-CUSTOMER VALUE 2.
        88 WANT-DELETABLE-CUSTOMER VALUE 3.
        88 WANT-ANY-PART VALUE 4.
        88 WANT-STOCKED-PART VALUE 5.
        88 WANT-BATCH-STOCK-PART VALUE 6.
        88 WANT-OPEN-ITEM VALUE 7.
        88 WANT-CANCELLABLE-ORDER VALUE 8.
        88 WANT-LINE-CANCEL-ORDER VALUE 9.
    01 KEY-FOUND-SW PIC 9(1) COMP VALUE 0.
        88 KEY-WAS-FOUND VALUE 1.
    01 PROBE-COUNT PIC 9(5) COMP VALUE 0.

    01 NEW-CUST-BASE PIC 9(5) VALUE 0.
    01 NEW-CUST-ID PIC X(6).
    01 BROKEN-ID PIC X(6).
    01 BROKEN-DIGIT PIC 9(1).
    01 GENERATED-KEY.
        05 GK-PREFIX PIC X(2).
        05 GK-SEQ PIC 9(6).
    01 INVOICE-SEQ PIC 9(6) VALUE 0.
    01 ORDER-SEQ PIC 9(6) VALUE 0.
    01 REFERENCE-SEQ PIC 9(6) VALUE 0.

    01 AMOUNT-CENTS PIC 9(9) COMP VALUE 0.
    01 WORK-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
    01 WORK-QUANTITY PIC 9(6) COMP VALUE 0.
    01 QUANTITY-CEILING PIC 9(7) COMP VALUE 0.
    01 LINES-WANTED PIC 9(3) COMP VALUE 0.
    01 LINES-MADE PIC 9(3) COMP VALUE 0.
    01 GOOD-LINES PIC 9(3) COMP VALUE 0.
    01 ORDER-CARD-BAD-SW PIC 9(1) COMP VALUE 0.
        88 ORDER-CARD-IS-BAD VALUE 1.
    01 CARDS-LEFT PIC 9(6) COMP VALUE 0.

*> The made-up customer: letters only, so the name and city edits
*> pass unless the record is meant to fail them.
    01 LETTER-ALPHABET PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    01 LETTER-IDX PIC 9(2) COMP VALUE 0.
    01 SYNTH-NAME.
        05 FILLER PIC X(10) VALUE "SYNTHETIC ".
        05 SN-LETTERS PIC X(4).
        05 FILLER PIC X(11) VALUE " ACCOUNT".
    01 SYNTH-STATE PIC X(2).
    01 SYNTH-POSTAL PIC X(10).
    01 STATE-ROW PIC 9(3) COMP VALUE 0.
    01 FOREIGN-PREFIX PIC 9(3) VALUE 0.
    01 FOREIGN-PREFIX-SW PIC 9(1) COMP VALUE 0.
        88 FOREIGN-PREFIX-FOUND VALUE 1.
    01 RUN-CCYY PIC 9(4).

*> Batch-control records, shared by the four feeds.
    01 CONTROL-STAGING PIC X(159).
    01 CONTROL-HEADER REDEFINES CONTROL-STAGING.
        05 CH-REC-TYPE PIC X(1).
        05 CH-CREATE-DATE PIC 9(8).
        05 CH-SOURCE-ID PIC X(8).
        05 FILLER PIC X(142).
    01 CONTROL-TRAILER REDEFINES CONTROL-STAGING.
        05 CT-REC-TYPE PIC X(1).
        05 CT-TRANS-COUNT PIC 9(6).
        05 CT-HASH-TOTAL PIC S9(11)V99.
        05 FILLER PIC X(139).

    01 HASH-DISP PIC -(11)9.99.
    01 SHORT-DISP PIC ZZZZZ9.
    01 TOTAL-DETAILS PIC 9(6) COMP VALUE 0.
    01 MANIFEST-RECORDS PIC 9(6) COMP VALUE 0.

    COPY "custrec.cpy".
    COPY "partrec.cpy".

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="TRANS-GENERATOR"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="TRANS-GENERATOR"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF PROFILE-IS-OK THEN
        PERFORM 2000-GENERATE-CUSTTRAN
        PERFORM 3000-GENERATE-OITRAN
        PERFORM 4000-GENERATE-ORDTRAN
        PERFORM 5000-GENERATE-STKMOVE
        PERFORM 8000-WRITE-MANIFEST
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION: the profile, the seed, the extracts.
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8(1:4) TO RUN-CCYY.
    PERFORM 1050-SET-FEED-DEFAULTS
        VARYING FEED-IDX FROM 1 BY 1 UNTIL FEED-IDX > 4.
    PERFORM 1100-LOAD-PROFILE.
    IF NOT PROFILE-IS-OK THEN
        EXIT PARAGRAPH
    END-IF.
    IF RUN-SEED = 0 THEN
        MOVE WS-CURRENT-TIMESTAMP(7:8) TO RUN-SEED
        ADD 1 TO RUN-SEED
    END-IF.
    MOVE RUN-SEED TO RANDOM-SEED.
    DISPLAY "Random seed " RUN-SEED.
    PERFORM 9250-EDIT-LOAD-STATE-TABLE.
    IF NOT EDIT-STATE-TABLE-LOADED AND FP-BAD-PCT(1, 5) > 0 THEN
        DISPLAY "PST faults need STPOSTAL; none will be made."
        MOVE 0 TO FP-BAD-PCT(1, 5)
    END-IF.
    PERFORM 1300-LOAD-CUSTOMER-KEYS.
    PERFORM 1400-LOAD-PART-KEYS.
    PERFORM 1500-FLAG-PARENTS
        VARYING CUST-IDX FROM 1 BY 1 UNTIL CUST-IDX > CUST-COUNT.
    DISPLAY "Customer keys usable " CUST-COUNT
        ", part keys usable " PART-COUNT
        ", skipped " EXTRACT-SKIPPED.

    1050-SET-FEED-DEFAULTS.
    INITIALIZE FEED-ENTRY(FEED-IDX).
    MOVE FDF-NAME(FEED-IDX) TO FP-NAME(FEED-IDX).
    MOVE FDF-RULE-MASK(FEED-IDX) TO FP-RULE-MASK(FEED-IDX).
    PERFORM 1060-SET-DEFAULT-MIX
        VARYING MIX-IDX FROM 1 BY 1 UNTIL MIX-IDX > 4.
    MOVE 3 TO FP-LINES-PER-ORDER(FEED-IDX).
    MOVE "WH2" TO FP-TO-LOCATION(FEED-IDX).

    1060-SET-DEFAULT-MIX.
    MOVE FDF-MIX-CODE(FEED-IDX, MIX-IDX) TO FP-MIX-CODE(FEED-IDX, MIX-IDX).
    MOVE FDF-MIX-PCT(FEED-IDX, MIX-IDX) TO FP-MIX-PCT(FEED-IDX, MIX-IDX).

    1100-LOAD-PROFILE.
    OPEN INPUT PROFILE-FILE.
    IF PROFILE-STATUS NOT = "00" THEN
        DISPLAY "Profile (GENPROF) not found, nothing generated."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Generator profile (GENPROF) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO PROFILE-OK-SW.
    PERFORM 1110-TAKE-PROFILE-CARD UNTIL PROFILE-AT-EOF.
    CLOSE PROFILE-FILE.

    1110-TAKE-PROFILE-CARD.
    READ PROFILE-FILE
        AT END
            MOVE 1 TO PROFILE-EOF
            EXIT PARAGRAPH
    END-READ.
    IF PF-IS-RUN-CARD THEN
        IF PR-SEED IS NUMERIC THEN
            MOVE PR-SEED TO RUN-SEED
        END-IF
        IF PR-SOURCE-ID NOT = SPACES THEN
            MOVE PR-SOURCE-ID TO RUN-SOURCE-ID
        END-IF
        IF PR-KEY-PREFIX NOT = SPACES THEN
            MOVE PR-KEY-PREFIX TO RUN-KEY-PREFIX
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO FEED-IDX.
    PERFORM 1115-MATCH-FEED-NAME
        VARYING MIX-IDX FROM 1 BY 1 UNTIL MIX-IDX > 4.
    IF FEED-IDX = 0 THEN
        DISPLAY "Profile card for unknown feed '" PF-CARD-NAME "' ignored."
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    ELSE
        PERFORM 1120-TAKE-FEED-CARD
    END-IF.

    1115-MATCH-FEED-NAME.
    IF FP-NAME(MIX-IDX) = PF-CARD-NAME THEN
        MOVE MIX-IDX TO FEED-IDX
    END-IF.

    *> A card's own mix replaces the standard one only when it names
    *> a code; a code the feed does not know is dropped with a
    *> warning, and so is a fault the feed cannot carry.
    1120-TAKE-FEED-CARD.
    MOVE 1 TO FP-REQUESTED-SW(FEED-IDX).
    IF PF-DETAIL-COUNT IS NUMERIC THEN
        MOVE PF-DETAIL-COUNT TO FP-DETAIL-TARGET(FEED-IDX)
    END-IF.
    IF PF-MIX-CODE(1) NOT = SPACE OR PF-MIX-CODE(2) NOT = SPACE
            OR PF-MIX-CODE(3) NOT = SPACE
            OR PF-MIX-CODE(4) NOT = SPACE THEN
        PERFORM 1130-TAKE-CARD-MIX
            VARYING MIX-IDX FROM 1 BY 1 UNTIL MIX-IDX > 4
    END-IF.
    MOVE 0 TO BAD-TOTAL.
    PERFORM 1140-TAKE-CARD-RULE
        VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 7.
    IF BAD-TOTAL > 100 THEN
        DISPLAY FP-NAME(FEED-IDX) " asks for more than 100 percent bad; not generated."
        MOVE 0 TO FP-REQUESTED-SW(FEED-IDX)
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Generator profile card asks for over 100 percent bad records." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    IF PF-LINES-PER-ORDER IS NUMERIC AND PF-LINES-PER-ORDER > 0 THEN
        MOVE PF-LINES-PER-ORDER TO FP-LINES-PER-ORDER(FEED-IDX)
    END-IF.
    IF PF-TO-LOCATION NOT = SPACES THEN
        MOVE PF-TO-LOCATION TO FP-TO-LOCATION(FEED-IDX)
    END-IF.

    1130-TAKE-CARD-MIX.
    IF FEED-IDX = 3 AND MIX-IDX = 4 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE PF-MIX-CODE(MIX-IDX) TO CHOSEN-CODE.
    IF CHOSEN-CODE NOT = SPACE
            AND CHOSEN-CODE NOT = FDF-MIX-CODE(FEED-IDX, 1)
            AND CHOSEN-CODE NOT = FDF-MIX-CODE(FEED-IDX, 2)
            AND CHOSEN-CODE NOT = FDF-MIX-CODE(FEED-IDX, 3)
            AND (CHOSEN-CODE NOT = FDF-MIX-CODE(FEED-IDX, 4)
                OR FEED-IDX = 3) THEN
        DISPLAY FP-NAME(FEED-IDX) " code '" CHOSEN-CODE "' is not generated; dropped."
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE SPACE TO CHOSEN-CODE
    END-IF.
    MOVE CHOSEN-CODE TO FP-MIX-CODE(FEED-IDX, MIX-IDX).
    IF CHOSEN-CODE NOT = SPACE AND PF-MIX-PCT(MIX-IDX) IS NUMERIC THEN
        MOVE PF-MIX-PCT(MIX-IDX) TO FP-MIX-PCT(FEED-IDX, MIX-IDX)
    ELSE
        MOVE 0 TO FP-MIX-PCT(FEED-IDX, MIX-IDX)
    END-IF.

    1140-TAKE-CARD-RULE.
    IF PF-BAD-PCT(RULE-IDX) IS NOT NUMERIC THEN
        EXIT PARAGRAPH
    END-IF.
    IF PF-BAD-PCT(RULE-IDX) > 0
            AND FP-RULE-MASK(FEED-IDX)(RULE-IDX:1) NOT = "Y" THEN
        DISPLAY FP-NAME(FEED-IDX) " cannot carry " RULE-NAME(RULE-IDX)
            " faults; ignored."
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE PF-BAD-PCT(RULE-IDX) TO FP-BAD-PCT(FEED-IDX, RULE-IDX).
    ADD PF-BAD-PCT(RULE-IDX) TO BAD-TOTAL.

    *> Only keys whose check digit proves are tabled: a good record
    *> must not be refused for a legacy id.
    1300-LOAD-CUSTOMER-KEYS.
    OPEN INPUT CUST-EXTRACT-FILE.
    IF CUST-EXTRACT-STATUS NOT = "00" THEN
        DISPLAY "Customer extract (MASKOUT) could not be opened."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO EXTRACT-EOF.
    MOVE 0 TO EXTRACT-TRAILER-SW.
    MOVE 0 TO EXTRACT-RECORDS-READ.
    PERFORM 1310-TAKE-CUSTOMER-KEY UNTIL EXTRACT-AT-EOF.
    CLOSE CUST-EXTRACT-FILE.
    IF NOT EXTRACT-TRAILER-SEEN
            OR EXTRACT-TRAILER-COUNT NOT = EXTRACT-RECORDS-READ THEN
        DISPLAY "MASKOUT trailer missing or disagrees; customer keys not used."
        MOVE 0 TO CUST-COUNT
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Customer extract trailer missing or disagrees with its records." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    1310-TAKE-CUSTOMER-KEY.
    READ CUST-EXTRACT-FILE
        AT END
            MOVE 1 TO EXTRACT-EOF
            EXIT PARAGRAPH
    END-READ.
    IF CE-IS-TRAILER THEN
        MOVE 1 TO EXTRACT-TRAILER-SW
        MOVE CE-TRAILER-COUNT TO EXTRACT-TRAILER-COUNT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO EXTRACT-RECORDS-READ.
    MOVE CE-DATA TO CUSTOMER-MASTER-REC.
    IF CM-CUST-ID(1:5) IS NUMERIC AND CM-CUST-ID(1:5) > HIGH-CUST-BASE THEN
        MOVE CM-CUST-ID(1:5) TO HIGH-CUST-BASE
    END-IF.
    MOVE CM-CUST-ID TO EDIT-INPUT-FIELD.
    PERFORM 9260-EDIT-CHECK-CUST-ID.
    IF NOT EDIT-IS-VALID OR CUST-COUNT >= CUST-MAX THEN
        ADD 1 TO EXTRACT-SKIPPED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO CUST-COUNT.
    MOVE CM-CUST-ID TO CK-CUST-ID(CUST-COUNT).
    MOVE CM-CUST-STATUS TO CK-STATUS(CUST-COUNT).
    MOVE CM-PARENT-ID TO CK-PARENT-ID(CUST-COUNT).
    IF CM-CUST-BALANCE IS NUMERIC THEN
        MOVE CM-CUST-BALANCE TO CK-BALANCE(CUST-COUNT)
    ELSE
        MOVE 0 TO CK-BALANCE(CUST-COUNT)
    END-IF.
    IF CM-CREDIT-LIMIT IS NUMERIC THEN
        MOVE CM-CREDIT-LIMIT TO CK-CREDIT-LIMIT(CUST-COUNT)
    ELSE
        MOVE 0 TO CK-CREDIT-LIMIT(CUST-COUNT)
    END-IF.
    MOVE CM-REGION-CODE TO CK-REGION-CODE(CUST-COUNT).
    MOVE CM-PRICE-TIER TO CK-PRICE-TIER(CUST-COUNT).
    MOVE 0 TO CK-PARENT-SW(CUST-COUNT).
    MOVE 0 TO CK-DELETED-SW(CUST-COUNT).
    IF CM-STATUS-ACTIVE THEN
        ADD 1 TO CUST-ACTIVE-COUNT
    END-IF.

    *> Kits carry no stock of their own and are never drawn.
    1400-LOAD-PART-KEYS.
    OPEN INPUT PART-EXTRACT-FILE.
    IF PART-EXTRACT-STATUS NOT = "00" THEN
        DISPLAY "Part unload (PARTUNLD) could not be opened."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO EXTRACT-EOF.
    MOVE 0 TO EXTRACT-TRAILER-SW.
    MOVE 0 TO EXTRACT-RECORDS-READ.
    PERFORM 1410-TAKE-PART-KEY UNTIL EXTRACT-AT-EOF.
    CLOSE PART-EXTRACT-FILE.
    IF NOT EXTRACT-TRAILER-SEEN
            OR EXTRACT-TRAILER-COUNT NOT = EXTRACT-RECORDS-READ THEN
        DISPLAY "PARTUNLD trailer missing or disagrees; part keys not used."
        MOVE 0 TO PART-COUNT
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part unload trailer missing or disagrees with its records." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    1410-TAKE-PART-KEY.
    READ PART-EXTRACT-FILE
        AT END
            MOVE 1 TO EXTRACT-EOF
            EXIT PARAGRAPH
    END-READ.
    IF PE-IS-TRAILER THEN
        MOVE 1 TO EXTRACT-TRAILER-SW
        MOVE PE-TRAILER-COUNT TO EXTRACT-TRAILER-COUNT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO EXTRACT-RECORDS-READ.
    MOVE PE-DATA TO PART-MASTER-REC.
    MOVE PM-PART-NO TO EDIT-INPUT-FIELD.
    PERFORM 9262-EDIT-CHECK-PART-NO.
    IF NOT EDIT-IS-VALID OR PM-IS-KIT OR PART-COUNT >= PART-MAX THEN
        ADD 1 TO EXTRACT-SKIPPED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO PART-COUNT.
    MOVE PM-PART-NO TO PK-PART-NO(PART-COUNT).
    MOVE PM-QTY-ON-HAND TO PK-ON-HAND(PART-COUNT).
    MOVE 0 TO PK-BATCH-STOCK(PART-COUNT).
    IF PM-UNIT-COST IS NUMERIC THEN
        MOVE PM-UNIT-COST TO PK-UNIT-COST(PART-COUNT)
    ELSE
        MOVE 0 TO PK-UNIT-COST(PART-COUNT)
    END-IF.

    *> A customer some branch bills to cannot be deleted, so it is
    *> never drawn for a delete.
    1500-FLAG-PARENTS.
    IF CK-PARENT-ID(CUST-IDX) NOT = SPACES THEN
        PERFORM 1510-MARK-ONE-PARENT
            VARYING CUST-IDX-2 FROM 1 BY 1 UNTIL CUST-IDX-2 > CUST-COUNT
    END-IF.

    1510-MARK-ONE-PARENT.
    IF CK-CUST-ID(CUST-IDX-2) = CK-PARENT-ID(CUST-IDX) THEN
        MOVE 1 TO CK-PARENT-SW(CUST-IDX-2)
    END-IF.

    *> ---------------------
    *> CUSTTRAN: adds take new ids above the extract's highest, so
    *> none can already exist; updates carry the customer's own
    *> status, balance, and limit so the lifecycle edits pass.
    *> ---------------------

    2000-GENERATE-CUSTTRAN.
    MOVE 1 TO FEED-IDX.
    IF NOT FP-IS-REQUESTED(FEED-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    IF CUST-COUNT = 0 THEN
        PERFORM 6900-REFUSE-FEED-NO-KEYS
        EXIT PARAGRAPH
    END-IF.
    MOVE HIGH-CUST-BASE TO NEW-CUST-BASE.
    OPEN OUTPUT CUSTOMER-TRANS-FILE.
    PERFORM 6000-STAGE-HEADER.
    WRITE CUSTOMER-TRANS-REC FROM CONTROL-STAGING.
    PERFORM 2100-GENERATE-ONE-CUSTTRAN
        UNTIL FP-DETAIL-COUNT(FEED-IDX) >= FP-DETAIL-TARGET(FEED-IDX).
    PERFORM 6100-STAGE-TRAILER.
    WRITE CUSTOMER-TRANS-REC FROM CONTROL-STAGING.
    CLOSE CUSTOMER-TRANS-FILE.

    2100-GENERATE-ONE-CUSTTRAN.
    PERFORM 7100-DRAW-TRANS-CODE.
    MOVE FP-RULE-MASK(FEED-IDX) TO CARD-RULE-MASK.
    PERFORM 7200-DRAW-BAD-RULE.
*> The address and name edits run on adds and updates only.
    IF CHOSEN-CODE = "D" AND NOT RECORD-IS-GOOD AND NOT BAD-CUST-ID THEN
        MOVE "U" TO CHOSEN-CODE
    END-IF.
    IF CHOSEN-CODE = "D" THEN
        MOVE 3 TO KEY-WANTED
        PERFORM 7300-DRAW-CUSTOMER
        IF NOT KEY-WAS-FOUND THEN
            MOVE "U" TO CHOSEN-CODE
        END-IF
    END-IF.
    IF CHOSEN-CODE = "U" THEN
        MOVE 1 TO KEY-WANTED
        PERFORM 7300-DRAW-CUSTOMER
        IF NOT KEY-WAS-FOUND THEN
            MOVE "A" TO CHOSEN-CODE
        END-IF
    END-IF.
    MOVE SPACES TO CUSTOMER-TRANS-REC.
    MOVE CHOSEN-CODE TO TR-TRANS-CODE.
    MOVE 0 TO TR-EFF-DATE.
    EVALUATE CHOSEN-CODE
        WHEN "A"
            PERFORM 2200-BUILD-CUSTOMER-ADD
        WHEN "U"
            PERFORM 2300-BUILD-CUSTOMER-UPDATE
        WHEN "D"
            MOVE CK-CUST-ID(CUST-IDX) TO TR-CUST-ID
            MOVE CK-BALANCE(CUST-IDX) TO TR-CUST-BALANCE
            MOVE 0 TO TR-CREDIT-LIMIT
    END-EVALUATE.
    PERFORM 2400-APPLY-CUSTOMER-FAULT.
    IF CHOSEN-CODE = "D" AND RECORD-IS-GOOD THEN
        MOVE 1 TO CK-DELETED-SW(CUST-IDX)
    END-IF.
    ADD TR-CUST-BALANCE TO FP-HASH-TOTAL(FEED-IDX).
    WRITE CUSTOMER-TRANS-REC.
    PERFORM 7150-COUNT-DETAIL.

    2200-BUILD-CUSTOMER-ADD.
    PERFORM 7600-MAKE-NEW-CUST-ID.
    MOVE NEW-CUST-ID TO TR-CUST-ID.
    PERFORM 7700-MAKE-NAME-AND-ADDRESS.
    MOVE 500000 TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    COMPUTE TR-CUST-BALANCE = RANDOM-DRAW / 100.
    MOVE "A" TO TR-CUST-STATUS.
    MOVE 50 TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    COMPUTE TR-CREDIT-LIMIT = (RANDOM-DRAW + 1) * 1000.

    2300-BUILD-CUSTOMER-UPDATE.
    MOVE CK-CUST-ID(CUST-IDX) TO TR-CUST-ID.
    PERFORM 7700-MAKE-NAME-AND-ADDRESS.
    MOVE CK-BALANCE(CUST-IDX) TO TR-CUST-BALANCE.
    MOVE CK-STATUS(CUST-IDX) TO TR-CUST-STATUS.
    MOVE CK-CREDIT-LIMIT(CUST-IDX) TO TR-CREDIT-LIMIT.
    MOVE CK-REGION-CODE(CUST-IDX) TO TR-REGION-CODE.
    MOVE CK-PRICE-TIER(CUST-IDX) TO TR-PRICE-TIER.

    *> CUSTOMER-MAINT rejects each fault once: the check digit before
    *> anything, the name, then the first address field at fault.
    2400-APPLY-CUSTOMER-FAULT.
    EVALUATE TRUE
        WHEN RECORD-IS-GOOD
            EXIT PARAGRAPH
        WHEN BAD-CUST-ID
            MOVE TR-CUST-ID TO BROKEN-ID
            PERFORM 7500-BREAK-CHECK-DIGIT
            MOVE BROKEN-ID TO TR-CUST-ID
        WHEN BAD-ALPHA
            MOVE "9" TO TR-CUST-NAME(11:1)
        WHEN BAD-NUMERIC
            MOVE "9A9A9" TO TR-ADDR-POSTAL
        WHEN BAD-STATE
            MOVE "Z9" TO TR-ADDR-STATE
        WHEN BAD-POSTAL-STATE
            PERFORM 7750-MAKE-FOREIGN-POSTAL
            IF NOT FOREIGN-PREFIX-FOUND THEN
                MOVE 0 TO BAD-RULE
                EXIT PARAGRAPH
            END-IF
    END-EVALUATE.
    ADD 1 TO FP-BAD-COUNT(FEED-IDX, BAD-RULE).
    ADD 1 TO FP-APPLY-REJECTS(FEED-IDX).

    *> ---------------------
    *> OITRAN: every add is a new invoice number, and payments,
    *> discounts, and deletes act on the items added before them.
    *> ---------------------

    3000-GENERATE-OITRAN.
    MOVE 2 TO FEED-IDX.
    IF NOT FP-IS-REQUESTED(FEED-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    IF CUST-COUNT = 0 THEN
        PERFORM 6900-REFUSE-FEED-NO-KEYS
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT OPEN-ITEM-TRANS-FILE.
    PERFORM 6000-STAGE-HEADER.
    WRITE OPEN-ITEM-TRANS-REC FROM CONTROL-STAGING.
    PERFORM 3100-GENERATE-ONE-OITRAN
        UNTIL FP-DETAIL-COUNT(FEED-IDX) >= FP-DETAIL-TARGET(FEED-IDX).
    PERFORM 6100-STAGE-TRAILER.
    WRITE OPEN-ITEM-TRANS-REC FROM CONTROL-STAGING.
    CLOSE OPEN-ITEM-TRANS-FILE.

    3100-GENERATE-ONE-OITRAN.
    PERFORM 7100-DRAW-TRANS-CODE.
    MOVE FP-RULE-MASK(FEED-IDX) TO CARD-RULE-MASK.
    PERFORM 7200-DRAW-BAD-RULE.
    IF BAD-DATE THEN
        MOVE "A" TO CHOSEN-CODE
    END-IF.
    IF CHOSEN-CODE NOT = "A" THEN
        MOVE 7 TO KEY-WANTED
        PERFORM 7400-DRAW-ITEM
        IF NOT KEY-WAS-FOUND THEN
            MOVE "A" TO CHOSEN-CODE
        END-IF
    END-IF.
    MOVE SPACES TO OPEN-ITEM-TRANS-REC.
    MOVE CHOSEN-CODE TO OT-TRANS-CODE.
    MOVE WS-CURRENT-DATE-8 TO OT-INVOICE-DATE.
    MOVE 0 TO OT-DUE-DATE.
    MOVE 0 TO OT-DISC-DATE.
    MOVE 0 TO OT-DISC-AMOUNT.
    IF CHOSEN-CODE = "A" THEN
        PERFORM 3200-BUILD-ITEM-ADD
    ELSE
        PERFORM 3300-BUILD-ITEM-ACTION
    END-IF.
    IF NOT RECORD-IS-GOOD THEN
        PERFORM 3400-APPLY-ITEM-FAULT
    ELSE
        PERFORM 3500-TRACK-ITEM
    END-IF.
    ADD OT-AMOUNT TO FP-HASH-TOTAL(FEED-IDX).
    WRITE OPEN-ITEM-TRANS-REC.
    PERFORM 7150-COUNT-DETAIL.

    3200-BUILD-ITEM-ADD.
    MOVE 1 TO KEY-WANTED.
    PERFORM 7300-DRAW-CUSTOMER.
    MOVE CK-CUST-ID(CUST-IDX) TO OT-CUST-ID.
    ADD 1 TO INVOICE-SEQ.
    MOVE RUN-KEY-PREFIX TO GK-PREFIX.
    MOVE INVOICE-SEQ TO GK-SEQ.
    MOVE GENERATED-KEY TO OT-INVOICE-NO.
    MOVE 499000 TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    COMPUTE AMOUNT-CENTS = RANDOM-DRAW + 1000.
    COMPUTE OT-AMOUNT = AMOUNT-CENTS / 100.

    *> A payment or discount takes part of what is left, or all of
    *> it; a delete carries no amount.
    3300-BUILD-ITEM-ACTION.
    MOVE IT-CUST-ID(ITEM-IDX) TO OT-CUST-ID.
    MOVE IT-INVOICE-NO(ITEM-IDX) TO OT-INVOICE-NO.
    IF CHOSEN-CODE = "D" THEN
        MOVE 0 TO AMOUNT-CENTS
    ELSE
        MOVE IT-REMAIN-CENTS(ITEM-IDX) TO RANDOM-LIMIT
        PERFORM 7000-DRAW-RANDOM
        COMPUTE AMOUNT-CENTS = RANDOM-DRAW + 1
    END-IF.
    COMPUTE OT-AMOUNT = AMOUNT-CENTS / 100.

    *> A bad check digit is rejected by both BATCH-PREEDIT (the batch
    *> is refused) and OPENITEM-MAINT; a month-13 invoice date is a
    *> BATCH-PREEDIT fault and an OPENITEM-MAINT reject.
    3400-APPLY-ITEM-FAULT.
    EVALUATE TRUE
        WHEN BAD-CUST-ID
            MOVE OT-CUST-ID TO BROKEN-ID
            PERFORM 7500-BREAK-CHECK-DIGIT
            MOVE BROKEN-ID TO OT-CUST-ID
            ADD 1 TO FP-EDIT-REJECTS(FEED-IDX)
        WHEN BAD-DATE
            STRING RUN-CCYY "1301" DELIMITED BY SIZE
                INTO OT-INVOICE-DATE
            ADD 1 TO FP-EDIT-FAULTS(FEED-IDX)
    END-EVALUATE.
    ADD 1 TO FP-BAD-COUNT(FEED-IDX, BAD-RULE).
    ADD 1 TO FP-APPLY-REJECTS(FEED-IDX).

    3500-TRACK-ITEM.
    IF CHOSEN-CODE = "A" THEN
        IF ITEM-COUNT < ITEM-MAX THEN
            ADD 1 TO ITEM-COUNT
            MOVE OT-CUST-ID TO IT-CUST-ID(ITEM-COUNT)
            MOVE OT-INVOICE-NO TO IT-INVOICE-NO(ITEM-COUNT)
            MOVE AMOUNT-CENTS TO IT-REMAIN-CENTS(ITEM-COUNT)
        END-IF
    ELSE
        IF CHOSEN-CODE = "D" THEN
            MOVE 0 TO IT-REMAIN-CENTS(ITEM-IDX)
        ELSE
            SUBTRACT AMOUNT-CENTS FROM IT-REMAIN-CENTS(ITEM-IDX)
        END-IF
    END-IF.

    *> ---------------------
    *> ORDTRAN: an order card and its lines; cancels name orders
    *> made earlier in the batch. The detail count is a card count,
    *> so an order's lines are trimmed to what the count has left.
    *> ---------------------

    4000-GENERATE-ORDTRAN.
    MOVE 3 TO FEED-IDX.
    IF NOT FP-IS-REQUESTED(FEED-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    IF CUST-ACTIVE-COUNT = 0 OR PART-COUNT = 0 THEN
        PERFORM 6900-REFUSE-FEED-NO-KEYS
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT ORDER-TRANS-FILE.
    PERFORM 6000-STAGE-HEADER.
    WRITE ORDER-TRANS-REC FROM CONTROL-STAGING.
    PERFORM 4100-GENERATE-ONE-ORDTRAN
        UNTIL FP-DETAIL-COUNT(FEED-IDX) >= FP-DETAIL-TARGET(FEED-IDX).
    PERFORM 6100-STAGE-TRAILER.
    WRITE ORDER-TRANS-REC FROM CONTROL-STAGING.
    CLOSE ORDER-TRANS-FILE.

    4100-GENERATE-ONE-ORDTRAN.
    PERFORM 7100-DRAW-TRANS-CODE.
*> The last card cannot be an order with a line under it; it is a
*> cancel if there is an order to cancel, else the count runs one
*> over rather than leave an order without lines.
    IF CHOSEN-CODE = "O"
            AND FP-DETAIL-COUNT(FEED-IDX) + 1 >= FP-DETAIL-TARGET(FEED-IDX) THEN
        MOVE "C" TO CHOSEN-CODE
    END-IF.
    IF CHOSEN-CODE = "C" THEN
        MOVE 8 TO KEY-WANTED
        PERFORM 7450-DRAW-ORDER
        IF NOT KEY-WAS-FOUND THEN
            MOVE "O" TO CHOSEN-CODE
        END-IF
    END-IF.
    IF CHOSEN-CODE = "X" THEN
        MOVE 9 TO KEY-WANTED
        PERFORM 7450-DRAW-ORDER
        IF NOT KEY-WAS-FOUND THEN
            MOVE "O" TO CHOSEN-CODE
        END-IF
    END-IF.
    MOVE SPACES TO ORDER-TRANS-REC.
    MOVE CHOSEN-CODE TO OC-CARD-TYPE.
    EVALUATE CHOSEN-CODE
        WHEN "O"
            PERFORM 4200-BUILD-ORDER
        WHEN "C"
            MOVE OG-ORDER-NO(ORDER-IDX) TO OC-CANCEL-ORDER-NO
            MOVE 1 TO OG-CANCELLED-SW(ORDER-IDX)
            WRITE ORDER-TRANS-REC
            PERFORM 7150-COUNT-DETAIL
        WHEN "X"
            ADD 1 TO OG-LINES-CANCELLED(ORDER-IDX)
            MOVE OG-ORDER-NO(ORDER-IDX) TO OC-CANCEL-ORDER-NO
            MOVE OG-LINES-CANCELLED(ORDER-IDX) TO OC-CANCEL-LINE-NO
            WRITE ORDER-TRANS-REC
            PERFORM 7150-COUNT-DETAIL
    END-EVALUATE.

    *> ORDER-ENTRY rejects an order whose customer fails, and every
    *> line under it; an order that keeps no good line is rejected
    *> whole when it closes.
    4200-BUILD-ORDER.
    MOVE "NNNNNYN" TO CARD-RULE-MASK.
    PERFORM 7200-DRAW-BAD-RULE.
    MOVE 2 TO KEY-WANTED.
    PERFORM 7300-DRAW-CUSTOMER.
    ADD 1 TO ORDER-SEQ.
    MOVE RUN-KEY-PREFIX TO GK-PREFIX.
    MOVE ORDER-SEQ TO GK-SEQ.
    MOVE GENERATED-KEY TO OC-FIELD-1.
    MOVE CK-CUST-ID(CUST-IDX) TO OC-FIELD-2.
    MOVE 0 TO ORDER-CARD-BAD-SW.
    IF BAD-CUST-ID THEN
        MOVE OC-FIELD-2 TO BROKEN-ID
        PERFORM 7500-BREAK-CHECK-DIGIT
        MOVE BROKEN-ID TO OC-FIELD-2
        MOVE 1 TO ORDER-CARD-BAD-SW
        ADD 1 TO FP-BAD-COUNT(FEED-IDX, BAD-RULE)
        ADD 1 TO FP-EDIT-REJECTS(FEED-IDX)
        ADD 1 TO FP-APPLY-REJECTS(FEED-IDX)
    END-IF.
    WRITE ORDER-TRANS-REC.
    PERFORM 7150-COUNT-DETAIL.
    MOVE FP-LINES-PER-ORDER(FEED-IDX) TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    COMPUTE LINES-WANTED = RANDOM-DRAW + 1.
    IF FP-DETAIL-TARGET(FEED-IDX) > FP-DETAIL-COUNT(FEED-IDX) THEN
        COMPUTE CARDS-LEFT = FP-DETAIL-TARGET(FEED-IDX)
            - FP-DETAIL-COUNT(FEED-IDX)
    ELSE
        MOVE 0 TO CARDS-LEFT
    END-IF.
    IF LINES-WANTED > CARDS-LEFT THEN
        MOVE CARDS-LEFT TO LINES-WANTED
    END-IF.
    IF LINES-WANTED = 0 THEN
        MOVE 1 TO LINES-WANTED
    END-IF.
    MOVE 0 TO LINES-MADE.
    MOVE 0 TO GOOD-LINES.
    PERFORM 4300-BUILD-ORDER-LINE UNTIL LINES-MADE >= LINES-WANTED.
    IF ORDER-CARD-IS-BAD THEN
        ADD LINES-MADE TO FP-APPLY-REJECTS-2(FEED-IDX)
    ELSE
        IF GOOD-LINES = 0 THEN
            ADD 1 TO FP-APPLY-REJECTS(FEED-IDX)
        ELSE
            IF ORDER-COUNT < ORDER-MAX THEN
                ADD 1 TO ORDER-COUNT
                MOVE GENERATED-KEY TO OG-ORDER-NO(ORDER-COUNT)
                MOVE GOOD-LINES TO OG-GOOD-LINES(ORDER-COUNT)
                MOVE 0 TO OG-LINES-CANCELLED(ORDER-COUNT)
                MOVE 0 TO OG-CANCELLED-SW(ORDER-COUNT)
            END-IF
        END-IF
    END-IF.

    *> A good line draws a part whose extract on-hand covers it and
    *> takes the quantity off, so later orders do not count on stock
    *> already reserved; with none left, the line is written anyway
    *> and counted as a stock refusal.
    4300-BUILD-ORDER-LINE.
    MOVE "YNNNNNY" TO CARD-RULE-MASK.
    PERFORM 7200-DRAW-BAD-RULE.
    MOVE SPACES TO ORDER-TRANS-REC.
    MOVE "L" TO OC-CARD-TYPE.
    MOVE 0 TO OC-QUOTED-PRICE.
    MOVE 5 TO KEY-WANTED.
    PERFORM 7350-DRAW-PART.
    MOVE 1 TO WORK-QUANTITY.
    IF KEY-WAS-FOUND THEN
        MOVE PK-ON-HAND(PART-IDX) TO QUANTITY-CEILING
        IF QUANTITY-CEILING > 10 THEN
            MOVE 10 TO QUANTITY-CEILING
        END-IF
        MOVE QUANTITY-CEILING TO RANDOM-LIMIT
        PERFORM 7000-DRAW-RANDOM
        COMPUTE WORK-QUANTITY = RANDOM-DRAW + 1
    ELSE
        MOVE 4 TO KEY-WANTED
        PERFORM 7350-DRAW-PART
    END-IF.
    MOVE PK-PART-NO(PART-IDX) TO OC-PART-NO.
    MOVE WORK-QUANTITY TO OC-QUANTITY.
    EVALUATE TRUE
        WHEN BAD-PART-NO
            MOVE OC-PART-NO TO BROKEN-ID
            PERFORM 7500-BREAK-CHECK-DIGIT
            MOVE BROKEN-ID TO OC-PART-NO
            ADD 1 TO FP-EDIT-REJECTS(FEED-IDX)
        WHEN BAD-NUMERIC
            MOVE "0A0A1" TO OC-QUANTITY-X
            ADD 1 TO FP-EDIT-FAULTS(FEED-IDX)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF NOT RECORD-IS-GOOD THEN
        ADD 1 TO FP-BAD-COUNT(FEED-IDX, BAD-RULE)
        IF NOT ORDER-CARD-IS-BAD THEN
            ADD 1 TO FP-APPLY-REJECTS-2(FEED-IDX)
        END-IF
    ELSE
        IF KEY-WAS-FOUND THEN
            SUBTRACT WORK-QUANTITY FROM PK-ON-HAND(PART-IDX)
            ADD 1 TO GOOD-LINES
        ELSE
            ADD 1 TO FP-SHORT-LINES(FEED-IDX)
            IF NOT ORDER-CARD-IS-BAD THEN
                ADD 1 TO FP-APPLY-REJECTS-2(FEED-IDX)
            END-IF
        END-IF
    END-IF.
    IF OC-QUANTITY IS NUMERIC THEN
        ADD OC-QUANTITY TO FP-HASH-TOTAL(FEED-IDX)
    END-IF.
    WRITE ORDER-TRANS-REC.
    ADD 1 TO LINES-MADE.
    ADD 1 TO FP-CODE-COUNT(FEED-IDX, 4).
    ADD 1 TO FP-DETAIL-COUNT(FEED-IDX).

    *> ---------------------
    *> STKMOVE: receipts go into MAIN and counts set it outright,
    *> so issues and transfers draw only on stock this batch has
    *> put there.
    *> ---------------------

    5000-GENERATE-STKMOVE.
    MOVE 4 TO FEED-IDX.
    IF NOT FP-IS-REQUESTED(FEED-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    IF PART-COUNT = 0 THEN
        PERFORM 6900-REFUSE-FEED-NO-KEYS
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT STOCK-MOVE-FILE.
    PERFORM 6000-STAGE-HEADER.
    WRITE STOCK-MOVE-REC FROM CONTROL-STAGING.
    PERFORM 5100-GENERATE-ONE-STKMOVE
        UNTIL FP-DETAIL-COUNT(FEED-IDX) >= FP-DETAIL-TARGET(FEED-IDX).
    PERFORM 6100-STAGE-TRAILER.
    WRITE STOCK-MOVE-REC FROM CONTROL-STAGING.
    CLOSE STOCK-MOVE-FILE.

    5100-GENERATE-ONE-STKMOVE.
    PERFORM 7100-DRAW-TRANS-CODE.
    MOVE FP-RULE-MASK(FEED-IDX) TO CARD-RULE-MASK.
    PERFORM 7200-DRAW-BAD-RULE.
    IF CHOSEN-CODE = "I" OR CHOSEN-CODE = "T" THEN
        MOVE 6 TO KEY-WANTED
        PERFORM 7350-DRAW-PART
        IF NOT KEY-WAS-FOUND THEN
            MOVE "R" TO CHOSEN-CODE
        END-IF
    END-IF.
    IF CHOSEN-CODE = "R" OR CHOSEN-CODE = "A" THEN
        MOVE 4 TO KEY-WANTED
        PERFORM 7350-DRAW-PART
    END-IF.
    MOVE SPACES TO STOCK-MOVE-REC.
    MOVE PK-PART-NO(PART-IDX) TO MV-PART-NO.
    MOVE CHOSEN-CODE TO MV-MOVE-TYPE.
    ADD 1 TO REFERENCE-SEQ.
    MOVE RUN-KEY-PREFIX TO GK-PREFIX.
    MOVE REFERENCE-SEQ TO GK-SEQ.
    MOVE GENERATED-KEY TO MV-REFERENCE.
    MOVE 0 TO MV-UNIT-COST.
    MOVE 0 TO MV-EXPIRY-DATE.
    EVALUATE CHOSEN-CODE
        WHEN "R"
            MOVE 500 TO RANDOM-LIMIT
            PERFORM 7000-DRAW-RANDOM
            COMPUTE WORK-QUANTITY = RANDOM-DRAW + 1
            MOVE PK-UNIT-COST(PART-IDX) TO MV-UNIT-COST
        WHEN "A"
            MOVE 500 TO RANDOM-LIMIT
            PERFORM 7000-DRAW-RANDOM
            COMPUTE WORK-QUANTITY = RANDOM-DRAW + 1
        WHEN OTHER
            MOVE PK-BATCH-STOCK(PART-IDX) TO QUANTITY-CEILING
            IF QUANTITY-CEILING > 100 THEN
                MOVE 100 TO QUANTITY-CEILING
            END-IF
            MOVE QUANTITY-CEILING TO RANDOM-LIMIT
            PERFORM 7000-DRAW-RANDOM
            COMPUTE WORK-QUANTITY = RANDOM-DRAW + 1
            IF CHOSEN-CODE = "T" THEN
                MOVE FP-TO-LOCATION(FEED-IDX) TO MV-TO-LOCATION
            END-IF
    END-EVALUATE.
    MOVE WORK-QUANTITY TO MV-QUANTITY.
    IF BAD-PART-NO THEN
        MOVE MV-PART-NO TO BROKEN-ID
        PERFORM 7500-BREAK-CHECK-DIGIT
        MOVE BROKEN-ID TO MV-PART-NO
        ADD 1 TO FP-BAD-COUNT(FEED-IDX, BAD-RULE)
        ADD 1 TO FP-EDIT-REJECTS(FEED-IDX)
        ADD 1 TO FP-APPLY-REJECTS(FEED-IDX)
    ELSE
        PERFORM 5200-TRACK-BATCH-STOCK
    END-IF.
    ADD MV-QUANTITY TO FP-HASH-TOTAL(FEED-IDX).
    WRITE STOCK-MOVE-REC.
    PERFORM 7150-COUNT-DETAIL.

    5200-TRACK-BATCH-STOCK.
    EVALUATE CHOSEN-CODE
        WHEN "R"
            ADD WORK-QUANTITY TO PK-BATCH-STOCK(PART-IDX)
        WHEN "A"
            MOVE WORK-QUANTITY TO PK-BATCH-STOCK(PART-IDX)
        WHEN OTHER
            SUBTRACT WORK-QUANTITY FROM PK-BATCH-STOCK(PART-IDX)
    END-EVALUATE.

    *> ---------------------
    *> BATCH CONTROLS
    *> ---------------------

    6000-STAGE-HEADER.
    MOVE SPACES TO CONTROL-STAGING.
    MOVE "H" TO CH-REC-TYPE.
    MOVE WS-CURRENT-DATE-8 TO CH-CREATE-DATE.
    MOVE RUN-SOURCE-ID TO CH-SOURCE-ID.

    6100-STAGE-TRAILER.
    MOVE SPACES TO CONTROL-STAGING.
    MOVE "T" TO CT-REC-TYPE.
    MOVE FP-DETAIL-COUNT(FEED-IDX) TO CT-TRANS-COUNT.
    MOVE FP-HASH-TOTAL(FEED-IDX) TO CT-HASH-TOTAL.
    ADD FP-DETAIL-COUNT(FEED-IDX) TO TOTAL-DETAILS.
    MOVE FP-HASH-TOTAL(FEED-IDX) TO HASH-DISP.
    DISPLAY FP-NAME(FEED-IDX) " written: " FP-DETAIL-COUNT(FEED-IDX)
        " details, hash " HASH-DISP.

    6900-REFUSE-FEED-NO-KEYS.
    DISPLAY FP-NAME(FEED-IDX) " not generated: the extracts hold no usable keys for it."
    MOVE 0 TO FP-REQUESTED-SW(FEED-IDX).
    MOVE 8 TO WS-RETURN-CODE.
    MOVE "Generator extracts hold no usable keys for a requested feed." TO WS-ERROR-MSG.
    PERFORM 9300-LOG-ERROR.

    *> ---------------------
    *> DRAWS
    *> ---------------------

    *> Next number in the sequence; RANDOM-DRAW comes back between
    *> zero and RANDOM-LIMIT less one.
    7000-DRAW-RANDOM.
    IF RANDOM-LIMIT = 0 THEN
        MOVE 1 TO RANDOM-LIMIT
    END-IF.
    COMPUTE RANDOM-PRODUCT = RANDOM-SEED * 16807.
    DIVIDE RANDOM-PRODUCT BY 2147483647 GIVING RANDOM-QUOTIENT
        REMAINDER RANDOM-SEED.
    DIVIDE RANDOM-SEED BY RANDOM-LIMIT GIVING RANDOM-QUOTIENT
        REMAINDER RANDOM-DRAW.

    *> The mix percentages are weights; they need not add to 100.
    7100-DRAW-TRANS-CODE.
    MOVE 0 TO MIX-TOTAL.
    PERFORM 7110-ADD-MIX-WEIGHT
        VARYING MIX-IDX FROM 1 BY 1 UNTIL MIX-IDX > 4.
    MOVE FP-MIX-CODE(FEED-IDX, 1) TO CHOSEN-CODE.
    IF MIX-TOTAL = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE MIX-TOTAL TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    MOVE 0 TO MIX-RUNNING.
    MOVE SPACE TO CHOSEN-CODE.
    PERFORM 7120-WALK-MIX
        VARYING MIX-IDX FROM 1 BY 1
        UNTIL MIX-IDX > 4 OR CHOSEN-CODE NOT = SPACE.

    7110-ADD-MIX-WEIGHT.
    IF FP-MIX-CODE(FEED-IDX, MIX-IDX) NOT = SPACE THEN
        ADD FP-MIX-PCT(FEED-IDX, MIX-IDX) TO MIX-TOTAL
    END-IF.

    7120-WALK-MIX.
    IF FP-MIX-CODE(FEED-IDX, MIX-IDX) NOT = SPACE THEN
        ADD FP-MIX-PCT(FEED-IDX, MIX-IDX) TO MIX-RUNNING
        IF RANDOM-DRAW < MIX-RUNNING THEN
            MOVE FP-MIX-CODE(FEED-IDX, MIX-IDX) TO CHOSEN-CODE
        END-IF
    END-IF.

    *> Counts the detail under the code it was finally written as.
    7150-COUNT-DETAIL.
    ADD 1 TO FP-DETAIL-COUNT(FEED-IDX).
    PERFORM 7160-COUNT-CODE
        VARYING MIX-IDX FROM 1 BY 1 UNTIL MIX-IDX > 4.

    7160-COUNT-CODE.
    IF FDF-MIX-CODE(FEED-IDX, MIX-IDX) = CHOSEN-CODE THEN
        ADD 1 TO FP-CODE-COUNT(FEED-IDX, MIX-IDX)
    END-IF.

    *> Each rule the card can carry claims its percentage of the
    *> hundred; a draw past them all leaves the record good.
    7200-DRAW-BAD-RULE.
    MOVE 0 TO BAD-RULE.
    MOVE 100 TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    MOVE 0 TO RULE-RUNNING.
    PERFORM 7210-WALK-RULE
        VARYING RULE-IDX FROM 1 BY 1
        UNTIL RULE-IDX > 7 OR NOT RECORD-IS-GOOD.

    7210-WALK-RULE.
    IF CARD-RULE-MASK(RULE-IDX:1) = "Y" THEN
        ADD FP-BAD-PCT(FEED-IDX, RULE-IDX) TO RULE-RUNNING
        IF RANDOM-DRAW < RULE-RUNNING THEN
            MOVE RULE-IDX TO BAD-RULE
        END-IF
    END-IF.

    *> Starts at a random entry and walks forward, wrapping, to the
    *> first one the draw can use.
    7300-DRAW-CUSTOMER.
    MOVE CUST-COUNT TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    COMPUTE CUST-IDX = RANDOM-DRAW + 1.
    MOVE 0 TO KEY-FOUND-SW.
    MOVE 0 TO PROBE-COUNT.
    PERFORM 7310-PROBE-CUSTOMER
        UNTIL KEY-WAS-FOUND OR PROBE-COUNT >= CUST-COUNT.

    7310-PROBE-CUSTOMER.
    IF NOT CK-IS-DELETED(CUST-IDX) THEN
        EVALUATE TRUE
            WHEN WANT-ANY-CUSTOMER
                MOVE 1 TO KEY-FOUND-SW
            WHEN WANT-ACTIVE-CUSTOMER AND CK-STATUS(CUST-IDX) = "A"
                MOVE 1 TO KEY-FOUND-SW
            WHEN WANT-DELETABLE-CUSTOMER AND NOT CK-IS-PARENT(CUST-IDX)
                MOVE 1 TO KEY-FOUND-SW
        END-EVALUATE
    END-IF.
    IF NOT KEY-WAS-FOUND THEN
        ADD 1 TO PROBE-COUNT
        ADD 1 TO CUST-IDX
        IF CUST-IDX > CUST-COUNT THEN
            MOVE 1 TO CUST-IDX
        END-IF
    END-IF.

    7350-DRAW-PART.
    MOVE PART-COUNT TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    COMPUTE PART-IDX = RANDOM-DRAW + 1.
    MOVE 0 TO KEY-FOUND-SW.
    MOVE 0 TO PROBE-COUNT.
    PERFORM 7360-PROBE-PART
        UNTIL KEY-WAS-FOUND OR PROBE-COUNT >= PART-COUNT.

    7360-PROBE-PART.
    EVALUATE TRUE
        WHEN WANT-ANY-PART
            MOVE 1 TO KEY-FOUND-SW
        WHEN WANT-STOCKED-PART AND PK-ON-HAND(PART-IDX) > 0
            MOVE 1 TO KEY-FOUND-SW
        WHEN WANT-BATCH-STOCK-PART AND PK-BATCH-STOCK(PART-IDX) > 0
            MOVE 1 TO KEY-FOUND-SW
    END-EVALUATE.
    IF NOT KEY-WAS-FOUND THEN
        ADD 1 TO PROBE-COUNT
        ADD 1 TO PART-IDX
        IF PART-IDX > PART-COUNT THEN
            MOVE 1 TO PART-IDX
        END-IF
    END-IF.

    7400-DRAW-ITEM.
    MOVE 0 TO KEY-FOUND-SW.
    IF ITEM-COUNT = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE ITEM-COUNT TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    COMPUTE ITEM-IDX = RANDOM-DRAW + 1.
    MOVE 0 TO PROBE-COUNT.
    PERFORM 7410-PROBE-ITEM
        UNTIL KEY-WAS-FOUND OR PROBE-COUNT >= ITEM-COUNT.

    7410-PROBE-ITEM.
    IF IT-REMAIN-CENTS(ITEM-IDX) > 0 THEN
        MOVE 1 TO KEY-FOUND-SW
    ELSE
        ADD 1 TO PROBE-COUNT
        ADD 1 TO ITEM-IDX
        IF ITEM-IDX > ITEM-COUNT THEN
            MOVE 1 TO ITEM-IDX
        END-IF
    END-IF.

    7450-DRAW-ORDER.
    MOVE 0 TO KEY-FOUND-SW.
    IF ORDER-COUNT = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE ORDER-COUNT TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    COMPUTE ORDER-IDX = RANDOM-DRAW + 1.
    MOVE 0 TO PROBE-COUNT.
    PERFORM 7460-PROBE-ORDER
        UNTIL KEY-WAS-FOUND OR PROBE-COUNT >= ORDER-COUNT.

    7460-PROBE-ORDER.
    IF NOT OG-IS-CANCELLED(ORDER-IDX) THEN
        EVALUATE TRUE
            WHEN WANT-CANCELLABLE-ORDER
                MOVE 1 TO KEY-FOUND-SW
            WHEN WANT-LINE-CANCEL-ORDER
                    AND OG-LINES-CANCELLED(ORDER-IDX)
                        < OG-GOOD-LINES(ORDER-IDX)
                MOVE 1 TO KEY-FOUND-SW
        END-EVALUATE
    END-IF.
    IF NOT KEY-WAS-FOUND THEN
        ADD 1 TO PROBE-COUNT
        ADD 1 TO ORDER-IDX
        IF ORDER-IDX > ORDER-COUNT THEN
            MOVE 1 TO ORDER-IDX
        END-IF
    END-IF.

    *> Any other digit in position 6 is wrong, since a base has one
    *> check digit only.
    7500-BREAK-CHECK-DIGIT.
    IF BROKEN-ID(6:1) IS NUMERIC THEN
        MOVE BROKEN-ID(6:1) TO BROKEN-DIGIT
        IF BROKEN-DIGIT = 9 THEN
            MOVE 0 TO BROKEN-DIGIT
        ELSE
            ADD 1 TO BROKEN-DIGIT
        END-IF
    ELSE
        MOVE 0 TO BROKEN-DIGIT
    END-IF.
    MOVE BROKEN-DIGIT TO BROKEN-ID(6:1).

    *> The next base above the last one issued that can carry a
    *> check digit.
    7600-MAKE-NEW-CUST-ID.
    MOVE 0 TO EDIT-VALID-SWITCH.
    PERFORM 7610-TRY-NEXT-BASE
        UNTIL EDIT-IS-VALID OR NEW-CUST-BASE >= 99999.
    MOVE NEW-CUST-BASE TO NEW-CUST-ID(1:5).
    MOVE EDIT-CHECK-DIGIT TO NEW-CUST-ID(6:1).

    7610-TRY-NEXT-BASE.
    ADD 1 TO NEW-CUST-BASE.
    MOVE SPACES TO EDIT-INPUT-FIELD.
    MOVE NEW-CUST-BASE TO EDIT-INPUT-FIELD(1:5).
    PERFORM 9265-EDIT-MAKE-CHECK-DIGIT.

    *> Name and city are letters; the state and postal code come
    *> off a random STPOSTAL row, or stay blank without the table.
    7700-MAKE-NAME-AND-ADDRESS.
    PERFORM 7710-DRAW-ONE-LETTER
        VARYING LETTER-IDX FROM 1 BY 1 UNTIL LETTER-IDX > 4.
    MOVE SYNTH-NAME TO TR-CUST-NAME.
    MOVE "1 SYNTHETIC WAY" TO TR-ADDR-STREET.
    MOVE "TESTVILLE" TO TR-ADDR-CITY.
    IF EDIT-STATE-TABLE-LOADED THEN
        MOVE EDIT-STATE-COUNT TO RANDOM-LIMIT
        PERFORM 7000-DRAW-RANDOM
        COMPUTE STATE-ROW = RANDOM-DRAW + 1
        MOVE EDIT-ST-STATE(STATE-ROW) TO TR-ADDR-STATE
        MOVE SPACES TO TR-ADDR-POSTAL
        STRING EDIT-ST-POSTAL-LOW(STATE-ROW) "01" DELIMITED BY SIZE
            INTO TR-ADDR-POSTAL
    END-IF.

    7710-DRAW-ONE-LETTER.
    MOVE 26 TO RANDOM-LIMIT.
    PERFORM 7000-DRAW-RANDOM.
    MOVE LETTER-ALPHABET(RANDOM-DRAW + 1:1) TO SN-LETTERS(LETTER-IDX:1).

    *> The lowest prefix the record's state does not own.
    7750-MAKE-FOREIGN-POSTAL.
    MOVE 0 TO FOREIGN-PREFIX-SW.
    IF TR-ADDR-STATE = SPACES THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO FOREIGN-PREFIX.
    PERFORM 7760-TRY-PREFIX
        UNTIL FOREIGN-PREFIX-FOUND OR FOREIGN-PREFIX >= 999.

    7760-TRY-PREFIX.
    MOVE SPACES TO EDIT-INPUT-FIELD.
    STRING TR-ADDR-STATE FOREIGN-PREFIX "01" DELIMITED BY SIZE
        INTO EDIT-INPUT-FIELD.
    PERFORM 9240-EDIT-CHECK-POSTAL-STATE.
    IF EDIT-IS-VALID THEN
        ADD 1 TO FOREIGN-PREFIX
    ELSE
        MOVE 1 TO FOREIGN-PREFIX-SW
        MOVE SPACES TO TR-ADDR-POSTAL
        STRING FOREIGN-PREFIX "01" DELIMITED BY SIZE
            INTO TR-ADDR-POSTAL
    END-IF.

    *> ---------------------
    *> MANIFEST
    *> ---------------------

    8000-WRITE-MANIFEST.
    OPEN OUTPUT MANIFEST-FILE.
    MOVE SPACES TO MANIFEST-REC.
    MOVE "H" TO MF-REC-TYPE.
    MOVE WS-CURRENT-TIMESTAMP TO MH-TIMESTAMP.
    MOVE RUN-SEED TO MH-SEED.
    MOVE RUN-SOURCE-ID TO MH-SOURCE-ID.
    MOVE RUN-KEY-PREFIX TO MH-KEY-PREFIX.
    MOVE CUST-COUNT TO MH-CUST-KEYS.
    MOVE PART-COUNT TO MH-PART-KEYS.
    PERFORM 8900-WRITE-MANIFEST-REC.
    PERFORM 8100-WRITE-FEED-MANIFEST
        VARYING FEED-IDX FROM 1 BY 1 UNTIL FEED-IDX > 4.
    MOVE SPACES TO MANIFEST-REC.
    MOVE "T" TO MF-REC-TYPE.
    MOVE "DETAILS" TO MF-ITEM.
    MOVE TOTAL-DETAILS TO MF-COUNT.
    ADD 1 TO MANIFEST-RECORDS.
    MOVE MANIFEST-RECORDS TO MF-COUNT-2.
    MOVE "manifest records in MF-COUNT-2" TO MF-TEXT.
    WRITE MANIFEST-REC.
    CLOSE MANIFEST-FILE.
    DISPLAY "-- Transaction Generator Summary --".
    DISPLAY "Seed               : " RUN-SEED.
    DISPLAY "Details written    : " TOTAL-DETAILS.
    DISPLAY "Manifest records   : " MANIFEST-RECORDS.

    8100-WRITE-FEED-MANIFEST.
    IF NOT FP-IS-REQUESTED(FEED-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO MANIFEST-REC.
    MOVE "F" TO MF-REC-TYPE.
    MOVE FP-NAME(FEED-IDX) TO MF-FEED.
    MOVE "DETAILS" TO MF-ITEM.
    MOVE FP-DETAIL-COUNT(FEED-IDX) TO MF-COUNT.
    MOVE FP-DETAIL-TARGET(FEED-IDX) TO MF-COUNT-2.
    MOVE FP-HASH-TOTAL(FEED-IDX) TO HASH-DISP.
    STRING "hash " HASH-DISP DELIMITED BY SIZE INTO MF-TEXT.
    PERFORM 8900-WRITE-MANIFEST-REC.
    PERFORM 8200-WRITE-CODE-COUNT
        VARYING MIX-IDX FROM 1 BY 1 UNTIL MIX-IDX > 4.
    PERFORM 8300-WRITE-RULE-COUNT
        VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 7.
    IF FEED-IDX > 1 THEN
        PERFORM 8400-WRITE-PREEDIT-EXPECTED
    END-IF.
    MOVE SPACES TO MANIFEST-REC.
    MOVE "E" TO MF-REC-TYPE.
    MOVE FP-NAME(FEED-IDX) TO MF-FEED.
    MOVE FP-APPLY-REJECTS(FEED-IDX) TO MF-COUNT.
    MOVE FP-APPLY-REJECTS-2(FEED-IDX) TO MF-COUNT-2.
    EVALUATE FEED-IDX
        WHEN 1
            MOVE "CUSTOMER-MAINT" TO MF-ITEM
            MOVE "transactions rejected" TO MF-TEXT
        WHEN 2
            MOVE "OPENITEM-MAINT" TO MF-ITEM
            MOVE "transactions rejected" TO MF-TEXT
        WHEN 3
            MOVE "ORDER-ENTRY" TO MF-ITEM
            MOVE FP-SHORT-LINES(FEED-IDX) TO SHORT-DISP
            STRING "orders / lines rejected, short " SHORT-DISP
                DELIMITED BY SIZE INTO MF-TEXT
        WHEN 4
            MOVE "STOCK-POST" TO MF-ITEM
            MOVE "movements rejected" TO MF-TEXT
    END-EVALUATE.
    PERFORM 8900-WRITE-MANIFEST-REC.

    8200-WRITE-CODE-COUNT.
    IF FDF-MIX-CODE(FEED-IDX, MIX-IDX) = SPACE THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO MANIFEST-REC.
    MOVE "C" TO MF-REC-TYPE.
    MOVE FP-NAME(FEED-IDX) TO MF-FEED.
    MOVE FDF-MIX-CODE(FEED-IDX, MIX-IDX) TO MF-ITEM.
    MOVE FP-CODE-COUNT(FEED-IDX, MIX-IDX) TO MF-COUNT.
    IF FP-MIX-CODE(FEED-IDX, MIX-IDX) = FDF-MIX-CODE(FEED-IDX, MIX-IDX) THEN
        MOVE FP-MIX-PCT(FEED-IDX, MIX-IDX) TO MF-COUNT-2
    ELSE
        MOVE 0 TO MF-COUNT-2
    END-IF.
    MOVE "written / weight asked" TO MF-TEXT.
    PERFORM 8900-WRITE-MANIFEST-REC.

    8300-WRITE-RULE-COUNT.
    IF FP-RULE-MASK(FEED-IDX)(RULE-IDX:1) NOT = "Y" THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO MANIFEST-REC.
    MOVE "B" TO MF-REC-TYPE.
    MOVE FP-NAME(FEED-IDX) TO MF-FEED.
    MOVE RULE-NAME(RULE-IDX) TO MF-ITEM.
    MOVE FP-BAD-COUNT(FEED-IDX, RULE-IDX) TO MF-COUNT.
    MOVE FP-BAD-PCT(FEED-IDX, RULE-IDX) TO MF-COUNT-2.
    MOVE RULE-PARA(RULE-IDX) TO MF-TEXT.
    PERFORM 8900-WRITE-MANIFEST-REC.

    *> BATCH-PREEDIT refuses a batch carrying any check-digit reject
    *> and warns on field faults.
    8400-WRITE-PREEDIT-EXPECTED.
    MOVE SPACES TO MANIFEST-REC.
    MOVE "E" TO MF-REC-TYPE.
    MOVE FP-NAME(FEED-IDX) TO MF-FEED.
    MOVE "BATCH-PREEDIT" TO MF-ITEM.
    MOVE FP-EDIT-REJECTS(FEED-IDX) TO MF-COUNT.
    MOVE FP-EDIT-FAULTS(FEED-IDX) TO MF-COUNT-2.
    EVALUATE TRUE
        WHEN FP-EDIT-REJECTS(FEED-IDX) > 0
            MOVE "rejects / faults, verdict REFUSE" TO MF-TEXT
        WHEN FP-EDIT-FAULTS(FEED-IDX) > 0
            MOVE "rejects / faults, verdict WARNINGS" TO MF-TEXT
        WHEN OTHER
            MOVE "rejects / faults, verdict CLEAN" TO MF-TEXT
    END-EVALUATE.
    PERFORM 8900-WRITE-MANIFEST-REC.

    8900-WRITE-MANIFEST-REC.
    WRITE MANIFEST-REC.
    ADD 1 TO MANIFEST-RECORDS.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "stpoproc.cpy".
