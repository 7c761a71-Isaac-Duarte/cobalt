*> out part by part; and rejects recycled to PARTRCYC with a reason
*> code instead of vanishing. A truncated or altered transmission
*> refuses the whole run with RC=8, exactly as CUSTOMER-MAINT
*> refuses a bad CUSTTRAN batch. Tier-price ("P") transactions
*> reprice a negotiated PRICEDAT row under the same journal, so a
*> mass price change to the tiers is proven and backed out exactly
*> as one to the master is.
*>
*> Recycle reason codes:
*>     UNK unrecognized transaction code    NUM non-numeric field
*>     DUP add already on the master        NFU update target missing
*>     NFD delete target missing            RWF rewrite failed
*>     DLF delete failed                   NFP tier price row missing
*>     CKD part number fails its check digit

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PART-TRANS-STATUS.
        COPY "pjrnlsel.cpy".
        COPY "prcsel.cpy".
        SELECT PART-RECYCLE-FILE ASSIGN TO "PARTRCYC"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PART-RECYCLE-STATUS.
    FD  PART-JOURNAL-FILE.
    COPY "pjrnlrec.cpy".

    FD  PRICE-FILE.
    COPY "prcrec.cpy".

    FD  PART-RECYCLE-FILE.
    01  PART-RECYCLE-REC.
        05 PY-REASON-CODE PIC X(3).
        05 PY-ORIG-TRANS PIC X(79).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    01 PART-TRANS-EOF PIC 9(1) COMP VALUE 0.
        88 PART-TRANS-AT-EOF VALUE 1.
    01 PART-JOURNAL-STATUS PIC X(2).
    01 PRICE-FILE-STATUS PIC X(2).
    01 PRICE-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 PRICE-FILE-IS-OPEN VALUE 1.
    01 PJRNL-BEFORE-SAVE PIC X(58).
    01 TOTAL-JOURNALED PIC 9(6) COMP VALUE 0.
    01 PART-RECYCLE-STATUS PIC X(2).
    01 RECYCLE-REASON PIC X(3).
    01 TOTAL-RECYCLED PIC 9(6) COMP VALUE 0.
    01 PART-NO-DIGIT-SW PIC 9(1) COMP VALUE 0.
        88 PART-NO-DIGIT-FAILS VALUE 1.

*> The transaction file must arrive wrapped in a header record ("H",
*> creation date, source id) and a trailer record ("T", transaction
*> count, hash total of the PT-UNIT-PRICE amounts). The batch is
*> proven complete in a validation pre-pass before any transaction
*> touches the master.
    01 TRANS-STAGING PIC X(79).
    01 TRANS-HEADER REDEFINES TRANS-STAGING.
        05 TH-REC-TYPE PIC X(1).
        05 TH-CREATE-DATE PIC 9(8).
        05 TH-SOURCE-ID PIC X(8).
        05 FILLER PIC X(62).
    01 TRANS-TRAILER REDEFINES TRANS-STAGING.
        05 TT-REC-TYPE PIC X(1).
        05 TT-TRANS-COUNT PIC 9(6).
        05 TT-HASH-TOTAL PIC S9(9)V99.
        05 FILLER PIC X(61).

    01 BATCH-VALID-SWITCH PIC 9(1) COMP VALUE 0.
        88 BATCH-IS-VALID VALUE 1.
    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-UPDATED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-TIER-REPRICED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PART-MAINT"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PART-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    IF PART-RECYCLE-STATUS = "35" THEN
        OPEN OUTPUT PART-RECYCLE-FILE
    END-IF.
    OPEN I-O PRICE-FILE.
    IF PRICE-FILE-STATUS = "00" THEN
        MOVE 1 TO PRICE-FILE-OPEN
    END-IF.
    OPEN INPUT PART-TRANS-FILE.
    IF PART-TRANS-STATUS NOT = "00" THEN
        DISPLAY "Part transaction file not found, nothing to apply."
    END-READ.

    3000-APPLY-TRANSACTION.
    MOVE 0 TO PART-NO-DIGIT-SW.
    MOVE PT-PART-NO TO EDIT-INPUT-FIELD.
    PERFORM 9262-EDIT-CHECK-PART-NO.
    IF NOT EDIT-IS-VALID THEN
        MOVE 1 TO PART-NO-DIGIT-SW
    END-IF.
    EVALUATE TRUE
        WHEN PT-TRANS-CODE = "H" OR PT-TRANS-CODE = "T"
            CONTINUE
        WHEN PART-NO-DIGIT-FAILS
            DISPLAY "REJECTED: part " PT-PART-NO " fails its check digit."
            ADD 1 TO TOTAL-REJECTED
            MOVE "CKD" TO RECYCLE-REASON
            PERFORM 3950-RECYCLE-REJECT
        WHEN PT-IS-ADD
            PERFORM 3100-ADD-PART
        WHEN PT-IS-UPDATE
            PERFORM 3200-UPDATE-PART
        WHEN PT-IS-DELETE
            PERFORM 3300-DELETE-PART
        WHEN PT-IS-TIER-PRICE
            PERFORM 3400-REPRICE-TIER-ROW
        WHEN OTHER
            DISPLAY "REJECTED: unrecognized transaction code '"
                PT-TRANS-CODE "' for part " PT-PART-NO
    PERFORM 2000-READ-TRANSACTION.

    *> Part ids are alphanumeric (the master carries the likes of
    *> A10028), so the id only has to be present here -- its check
    *> digit is proven before the transaction is applied; every quantity,
    *> price, and cost field must be fully keyed and numeric -- a
    *> short price would land left-justified and inflate. The
    *> shipping weight is the one field that may be left blank.
    3050-EDIT-PART-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF PT-PART-NO = SPACES THEN
            OR PT-UNIT-COST IS NOT NUMERIC THEN
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF PT-SHIP-WEIGHT-X NOT = SPACES
            AND PT-SHIP-WEIGHT IS NOT NUMERIC THEN
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3100-ADD-PART.
    PERFORM 3050-EDIT-PART-FIELDS.
    MOVE PT-VENDOR-ID TO PM-VENDOR-ID.
    MOVE PT-UNIT-COST TO PM-UNIT-COST.
    MOVE PT-KIT-FLAG TO PM-KIT-FLAG.
    MOVE 0 TO PM-SHIP-WEIGHT.
    IF PT-SHIP-WEIGHT-X NOT = SPACES THEN
        MOVE PT-SHIP-WEIGHT TO PM-SHIP-WEIGHT
    END-IF.
    MOVE SPACE TO PM-ABC-CLASS.
    WRITE PART-MASTER-REC
        INVALID KEY
            DISPLAY "REJECTED: part " PT-PART-NO " already exists."
        MOVE PT-VENDOR-ID TO PM-VENDOR-ID
        MOVE PT-UNIT-COST TO PM-UNIT-COST
        MOVE PT-KIT-FLAG TO PM-KIT-FLAG
        IF PT-SHIP-WEIGHT-X NOT = SPACES THEN
            MOVE PT-SHIP-WEIGHT TO PM-SHIP-WEIGHT
        END-IF
        REWRITE PART-MASTER-REC
            INVALID KEY
                DISPLAY "REJECTED: part " PT-PART-NO
            PERFORM 3900-JOURNAL-TRANSACTION
    END-DELETE.

    *> A tier row is only ever repriced here, never added or
    *> dropped: the row must already be on PRICEDAT, and a run with
    *> no PRICEDAT at all recycles every tier transaction.
    3400-REPRICE-TIER-ROW.
    IF PT-UNIT-PRICE IS NOT NUMERIC OR PT-MIN-QTY IS NOT NUMERIC
            OR PT-PART-NO = SPACES THEN
        DISPLAY "REJECTED: tier price for part " PT-PART-NO
            " has a non-numeric field."
        ADD 1 TO TOTAL-REJECTED
        MOVE "NUM" TO RECYCLE-REASON
        PERFORM 3950-RECYCLE-REJECT
        EXIT PARAGRAPH
    END-IF.
    IF NOT PRICE-FILE-IS-OPEN THEN
        DISPLAY "REJECTED: no price file for tier row of part " PT-PART-NO
        ADD 1 TO TOTAL-REJECTED
        MOVE "NFP" TO RECYCLE-REASON
        PERFORM 3950-RECYCLE-REJECT
        EXIT PARAGRAPH
    END-IF.
    MOVE PT-PART-NO TO PR-PART-NO.
    MOVE PT-PRICE-TIER TO PR-PRICE-TIER.
    MOVE PT-MIN-QTY TO PR-MIN-QTY.
    READ PRICE-FILE
        INVALID KEY
            DISPLAY "REJECTED: part " PT-PART-NO " tier " PT-PRICE-TIER
                " min " PT-MIN-QTY " has no price row."
            ADD 1 TO TOTAL-REJECTED
            MOVE "NFP" TO RECYCLE-REASON
            PERFORM 3950-RECYCLE-REJECT
        NOT INVALID KEY
            PERFORM 3410-REWRITE-TIER-ROW
    END-READ.

    3410-REWRITE-TIER-ROW.
    MOVE PRICE-REC TO PJRNL-BEFORE-SAVE.
    MOVE PT-UNIT-PRICE TO PR-UNIT-PRICE.
    REWRITE PRICE-REC
        INVALID KEY
            DISPLAY "REJECTED: tier row for part " PT-PART-NO
                " could not be rewritten."
            ADD 1 TO TOTAL-REJECTED
            MOVE "RWF" TO RECYCLE-REASON
            PERFORM 3950-RECYCLE-REJECT
        NOT INVALID KEY
            DISPLAY "REPRICED: part " PT-PART-NO " tier " PT-PRICE-TIER
                " min " PT-MIN-QTY
            ADD 1 TO TOTAL-TIER-REPRICED
            PERFORM 3900-JOURNAL-TRANSACTION
    END-REWRITE.

    *> Appends the rejected transaction, exactly as it arrived, to
    *> the recycle file with its reason code.
    3950-RECYCLE-REJECT.
    MOVE PT-PART-NO TO PJ-PART-NO.
    MOVE PJRNL-BEFORE-SAVE TO PJ-BEFORE-IMAGE.
    MOVE AUDIT-OPER-ID TO PJ-OPER-ID.
    EVALUATE TRUE
        WHEN PT-IS-DELETE
            MOVE LOW-VALUES TO PJ-AFTER-IMAGE
        WHEN PT-IS-TIER-PRICE
            MOVE PRICE-REC TO PJ-AFTER-IMAGE
        WHEN OTHER
            MOVE PART-MASTER-REC TO PJ-AFTER-IMAGE
    END-EVALUATE.
    WRITE PART-JOURNAL-REC.
    ADD 1 TO TOTAL-JOURNALED.

    CLOSE PART-MASTER-FILE.
    CLOSE PART-JOURNAL-FILE.
    CLOSE PART-RECYCLE-FILE.
    IF PRICE-FILE-IS-OPEN THEN
        CLOSE PRICE-FILE
    END-IF.
    IF PART-TRANS-STATUS = "00" THEN
        CLOSE PART-TRANS-FILE
    END-IF.
    DISPLAY "Parts added          : " TOTAL-ADDED.
    DISPLAY "Parts updated        : " TOTAL-UPDATED.
    DISPLAY "Parts deleted        : " TOTAL-DELETED.
    DISPLAY "Tier rows repriced   : " TOTAL-TIER-REPRICED.
    DISPLAY "Transactions rejected: " TOTAL-REJECTED.
    DISPLAY "Transactions journaled: " TOTAL-JOURNALED.
    DISPLAY "Rejects recycled     : " TOTAL-RECYCLED.
