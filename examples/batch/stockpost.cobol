*> touching the total -- no more faked issue-plus-receipt pairs. A
*> movement that would drive a location negative is rejected, and
*> every applied movement is written to the register with the old
*> and new cross-location on-hand, its locations, the cost it was
*> booked at, and the standing cost it met, so the day's stock
*> activity audits line by line. Receipts, issues, and
*> adjustments are valued at cost and booked to the GL interface
*> file as STK R, STK I, and STK A; a transfer moves no value. A
*> card referenced to a credit memo ("CM") or an RTV debit memo
*> ("RT") is not booked here -- RETURNS-PROCESSING and
*> RTV-PROCESSING book its value with the memo.
*> A receipt may carry a lot number and expiry date, and the stock
*> is then carried by lot on LOTSTOCK under the location total. An
*> issue or transfer naming a lot takes from that lot, and is
*> rejected when the lot is short; one naming none draws the
*> part's lots at the location oldest expiry first, any quantity
*> no lot covers coming out of untracked stock. A count naming a
*> lot sets that lot, the location and total moving by its
*> difference; a count naming none sets the location and leaves
*> its lots alone. Every lot movement is appended to LOTHIST.
*> Stock is carried by bin on BINSTOCK under the location total as
*> well. A receipt goes into its put-away bin, or -- none keyed, or
*> one not active on the bin master -- into the bin suggested for
*> it, and the run shows which. An issue naming a bin takes from
*> it and is rejected when it is short; one naming none draws the
*> part's bins in walk sequence. A transfer draws the same way at
*> the from-location and puts away at the to-location into
*> MV-TO-BIN or a suggested bin. A count naming a bin sets that
*> bin, the location and total moving by its difference; a count
*> may name a lot or a bin but not both.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "glsel.cpy".
        COPY "lotsel.cpy".
        COPY "binsel.cpy".

DATA DIVISION.
    FILE SECTION.
            88 MV-IS-TRANSFER VALUE "T".
        05 MV-QUANTITY PIC 9(6).
        05 MV-REFERENCE PIC X(8).
        05 MV-REFERENCE-PARTS REDEFINES MV-REFERENCE.
            10 MV-REF-PREFIX PIC X(2).
                88 MV-REF-BOOKED-AT-SOURCE VALUE "CM" "RT".
            10 FILLER PIC X(6).
        05 MV-LOCATION PIC X(3).
        05 MV-TO-LOCATION PIC X(3).
        05 MV-UNIT-COST PIC 9(5)V99.
        05 MV-LOT-NO PIC X(10).
        05 MV-EXPIRY-DATE PIC 9(8).
        05 MV-BIN PIC X(6).
        05 MV-TO-BIN PIC X(6).

    FD  STOCK-REGISTER-FILE.
    01  STOCK-REGISTER-REC.
        05 RG-LOCATION PIC X(3).
        05 RG-TO-LOCATION PIC X(3).
        05 RG-MOVE-DATE PIC 9(8).
        05 RG-UNIT-COST PIC 9(5)V99.
        05 RG-STD-COST PIC 9(5)V99.

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "glfd.cpy".
    COPY "lotfd.cpy".
    COPY "binfd.cpy".

    WORKING-STORAGE SECTION.
    01 PART-MASTER-STATUS PIC X(2).
        88 POST-FILES-ARE-OPEN VALUE 1.

    01 OLD-ON-HAND-SAVE PIC 9(6) COMP VALUE 0.
    01 OLD-UNIT-COST-SAVE PIC 9(5)V99 COMP-3 VALUE 0.
    01 FROM-LOCATION PIC X(3) VALUE SPACES.
    01 FROM-LOC-QTY PIC 9(6) COMP VALUE 0.
    01 ADJUST-DELTA PIC S9(7) COMP VALUE 0.
    01 COSTED-VALUE PIC S9(13)V99 COMP-3 VALUE 0.
    01 TOTAL-APPLIED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.
    01 STOCK-CHECK-SWITCH PIC 9(1) COMP VALUE 0.
        88 STOCK-CHECK-FAILED VALUE 1.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="STOCK-POST"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="STOCK-POST"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="STOCK-POST"==.
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="STOCK-POST"==.
    COPY "lotdata.cpy".
    COPY "bindata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.

    3100-POST-TO-PART.
    MOVE PM-QTY-ON-HAND TO OLD-ON-HAND-SAVE.
    MOVE PM-UNIT-COST TO OLD-UNIT-COST-SAVE.
    PERFORM 3400-FETCH-LOCATION-QTY.
    PERFORM 3920-CHECK-NAMED-LOT.
    PERFORM 3980-CHECK-NAMED-BIN.
    EVALUATE TRUE
        WHEN MV-IS-RECEIPT
            PERFORM 3600-RECOMPUTE-MOVING-AVERAGE
            ADD MV-QUANTITY TO LS-QTY-ON-HAND
            PERFORM 3500-STORE-LOCATION-QTY
            PERFORM 3200-REWRITE-AND-REGISTER
        WHEN (MV-IS-ISSUE OR MV-IS-TRANSFER) AND STOCK-CHECK-FAILED
            ADD 1 TO TOTAL-REJECTED
        WHEN MV-IS-ISSUE
            IF MV-QUANTITY > LS-QTY-ON-HAND THEN
                DISPLAY "REJECTED: issue of " MV-QUANTITY " for part "
                PERFORM 3500-STORE-LOCATION-QTY
                PERFORM 3200-REWRITE-AND-REGISTER
            END-IF
        WHEN MV-IS-ADJUSTMENT AND MV-LOT-NO NOT = SPACES
                AND MV-BIN NOT = SPACES
            DISPLAY "REJECTED: count for part " MV-PART-NO
                " names both lot " MV-LOT-NO " and bin " MV-BIN
                ", ref " MV-REFERENCE
            ADD 1 TO TOTAL-REJECTED
        WHEN MV-IS-ADJUSTMENT AND MV-LOT-NO NOT = SPACES
            PERFORM 3910-COUNT-LOT
        WHEN MV-IS-ADJUSTMENT AND MV-BIN NOT = SPACES
            PERFORM 3970-COUNT-BIN
        WHEN MV-IS-ADJUSTMENT
*> The adjustment is absolute at its location; the cross-location
*> total moves by the difference so the other building's stock is
        END-IF
    END-IF.

    *> ---------------------
    *> LOTS: the movement carried down to LOTSTOCK once the part
    *> and location have taken it. Receipts without a lot stay
    *> untracked; counts naming a lot were set by 3910.
    *> ---------------------

    3900-POST-LOT-MOVEMENT.
    PERFORM 3950-LOAD-LOT-FIELDS.
    EVALUATE TRUE
        WHEN MV-IS-RECEIPT
            IF MV-LOT-NO NOT = SPACES THEN
                PERFORM 9951-LOT-RECEIVE
            END-IF
        WHEN MV-IS-ISSUE OR MV-IS-TRANSFER
            IF MV-IS-TRANSFER THEN
                MOVE MV-TO-LOCATION TO LOT-TO-LOCATION
            END-IF
            IF MV-LOT-NO NOT = SPACES THEN
                PERFORM 9953-LOT-DRAW-NAMED
            ELSE
                PERFORM 9954-LOT-DRAW-FEFO
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    *> A count against a lot: the lot takes the counted figure, and
    *> the location and cross-location total move by its difference.
    *> A count that would take the location below zero is refused
    *> before the lot is touched.
    3910-COUNT-LOT.
    PERFORM 3950-LOAD-LOT-FIELDS.
    PERFORM 9952-LOT-FETCH.
    COMPUTE ADJUST-DELTA = MV-QUANTITY - LOT-ON-HAND.
    IF LS-QTY-ON-HAND + ADJUST-DELTA < 0 THEN
        DISPLAY "REJECTED: count of lot " MV-LOT-NO " for part "
            MV-PART-NO " takes location " MV-LOCATION
            " below zero, ref " MV-REFERENCE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 9959-LOT-SET-COUNT.
    COMPUTE PM-QTY-ON-HAND = PM-QTY-ON-HAND + ADJUST-DELTA.
    COMPUTE LS-QTY-ON-HAND = LS-QTY-ON-HAND + ADJUST-DELTA.
    PERFORM 3500-STORE-LOCATION-QTY.
    PERFORM 3200-REWRITE-AND-REGISTER.

    *> An issue or transfer naming a lot must find the lot at its
    *> location holding the quantity.
    3920-CHECK-NAMED-LOT.
    MOVE 0 TO STOCK-CHECK-SWITCH.
    IF MV-LOT-NO = SPACES
            OR (NOT MV-IS-ISSUE AND NOT MV-IS-TRANSFER) THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3950-LOAD-LOT-FIELDS.
    PERFORM 9952-LOT-FETCH.
    IF NOT LOT-RESULT-OK THEN
        DISPLAY "REJECTED: lot " MV-LOT-NO " for part " MV-PART-NO
            " not at location " MV-LOCATION ", ref " MV-REFERENCE
        MOVE 1 TO STOCK-CHECK-SWITCH
    ELSE
        IF MV-QUANTITY > LOT-ON-HAND THEN
            DISPLAY "REJECTED: " MV-MOVE-TYPE " of " MV-QUANTITY
                " for part " MV-PART-NO " exceeds lot " MV-LOT-NO
                " on-hand " LOT-ON-HAND ", ref " MV-REFERENCE
            MOVE 1 TO STOCK-CHECK-SWITCH
        END-IF
    END-IF.

    3950-LOAD-LOT-FIELDS.
    MOVE MV-PART-NO TO LOT-PART-NO.
    MOVE MV-LOCATION TO LOT-LOCATION.
    MOVE SPACES TO LOT-TO-LOCATION.
    MOVE MV-LOT-NO TO LOT-LOT-NO.
    MOVE MV-QUANTITY TO LOT-QUANTITY.
    MOVE MV-MOVE-TYPE TO LOT-MOVE-TYPE.
    MOVE MV-REFERENCE TO LOT-REFERENCE.
    MOVE 0 TO LOT-LINE-NO.
    IF MV-EXPIRY-DATE IS NUMERIC THEN
        MOVE MV-EXPIRY-DATE TO LOT-EXPIRY
    ELSE
        MOVE 0 TO LOT-EXPIRY
    END-IF.

    *> ---------------------
    *> BINS: the movement carried down to BINSTOCK once the part
    *> and location have taken it. Counts naming a bin were set by
    *> 3970; other counts leave the bins alone.
    *> ---------------------

    3960-POST-BIN-MOVEMENT.
    PERFORM 3990-LOAD-BIN-FIELDS.
    EVALUATE TRUE
        WHEN MV-IS-RECEIPT
            PERFORM 3965-PUT-AWAY-RECEIPT
        WHEN MV-IS-ISSUE OR MV-IS-TRANSFER
            IF MV-BIN NOT = SPACES THEN
                PERFORM 9974-BIN-DRAW-NAMED
            ELSE
                PERFORM 9975-BIN-DRAW-WALK
            END-IF
            IF MV-IS-TRANSFER THEN
                MOVE MV-TO-LOCATION TO BIN-LOCATION
                MOVE MV-TO-BIN TO BIN-BIN
                PERFORM 3965-PUT-AWAY-RECEIPT
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    3965-PUT-AWAY-RECEIPT.
    PERFORM 9971-BIN-PUT-AWAY.
    EVALUATE TRUE
        WHEN BIN-RESULT-OK
            DISPLAY "PUT AWAY: " BIN-QUANTITY " part " BIN-PART-NO
                " to bin " BIN-LOCATION " " BIN-BIN
        WHEN BIN-RESULT-SUGGESTED
            DISPLAY "PUT AWAY: " BIN-QUANTITY " part " BIN-PART-NO
                " to suggested bin " BIN-LOCATION " " BIN-BIN
        WHEN OTHER
            DISPLAY "NO BIN: " BIN-QUANTITY " part " BIN-PART-NO
                " at " BIN-LOCATION " left unbinned, ref " MV-REFERENCE
    END-EVALUATE.

    *> A count against a bin: the bin takes the counted figure, and
    *> the location and cross-location total move by its difference.
    *> A count that would take the location below zero is refused
    *> before the bin is touched.
    3970-COUNT-BIN.
    PERFORM 3990-LOAD-BIN-FIELDS.
    PERFORM 9973-BIN-FETCH.
    COMPUTE ADJUST-DELTA = MV-QUANTITY - BIN-ON-HAND.
    IF LS-QTY-ON-HAND + ADJUST-DELTA < 0 THEN
        DISPLAY "REJECTED: count of bin " MV-BIN " for part "
            MV-PART-NO " takes location " MV-LOCATION
            " below zero, ref " MV-REFERENCE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 9978-BIN-SET-COUNT.
    COMPUTE PM-QTY-ON-HAND = PM-QTY-ON-HAND + ADJUST-DELTA.
    COMPUTE LS-QTY-ON-HAND = LS-QTY-ON-HAND + ADJUST-DELTA.
    PERFORM 3500-STORE-LOCATION-QTY.
    PERFORM 3200-REWRITE-AND-REGISTER.

    *> An issue or transfer naming a bin must find the part in that
    *> bin at its location holding the quantity.
    3980-CHECK-NAMED-BIN.
    IF MV-BIN = SPACES OR STOCK-CHECK-FAILED
            OR (NOT MV-IS-ISSUE AND NOT MV-IS-TRANSFER) THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3990-LOAD-BIN-FIELDS.
    PERFORM 9973-BIN-FETCH.
    IF NOT BIN-RESULT-OK THEN
        DISPLAY "REJECTED: part " MV-PART-NO " not in bin " MV-BIN
            " at location " MV-LOCATION ", ref " MV-REFERENCE
        MOVE 1 TO STOCK-CHECK-SWITCH
    ELSE
        IF MV-QUANTITY > BIN-ON-HAND THEN
            DISPLAY "REJECTED: " MV-MOVE-TYPE " of " MV-QUANTITY
                " for part " MV-PART-NO " exceeds bin " MV-BIN
                " on-hand " BIN-ON-HAND ", ref " MV-REFERENCE
            MOVE 1 TO STOCK-CHECK-SWITCH
        END-IF
    END-IF.

    3990-LOAD-BIN-FIELDS.
    MOVE MV-PART-NO TO BIN-PART-NO.
    MOVE MV-LOCATION TO BIN-LOCATION.
    MOVE MV-BIN TO BIN-BIN.
    MOVE MV-QUANTITY TO BIN-QUANTITY.

    *> The moving average: the old on-hand at the old cost plus the
    *> receipt at its keyed cost, averaged over the new on-hand. A
    *> receipt carrying no cost (zero or unkeyed) leaves the average
        END-IF
    END-IF.

    *> The register carries the cost the movement was booked at
    *> and the standing average it met, so PO-MATCH-REPORT can price
    *> a receipt against its PO and against the standing cost: a
    *> receipt at its keyed cost (the standing cost when none was
    *> keyed), anything else at the standing cost.
    3210-SET-REGISTER-COSTS.
    MOVE OLD-UNIT-COST-SAVE TO RG-STD-COST.
    IF MV-IS-RECEIPT AND MV-UNIT-COST IS NUMERIC
            AND MV-UNIT-COST > 0 THEN
        MOVE MV-UNIT-COST TO RG-UNIT-COST
    ELSE
        MOVE OLD-UNIT-COST-SAVE TO RG-UNIT-COST
    END-IF.

    *> The same movement onto the keyed history, stamped and
    *> sequenced so two movements in one second still key apart.
    3700-WRITE-HISTORY-RECORD.
            MOVE 4 TO WS-RETURN-CODE
    END-WRITE.

    *> The movement valued for the ledger: a receipt at its keyed
    *> cost (the average when none was keyed), an issue at the
    *> average, an adjustment's difference at the average -- signed,
    *> so a count that comes up short books the mapping reversed.
    *> Credit and debit memos book their own cost at the memo, so
    *> their cards are not booked a second time here.
    3800-BOOK-MOVEMENT-TO-GL.
    IF MV-REF-BOOKED-AT-SOURCE THEN
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
        WHEN MV-IS-RECEIPT
            IF MV-UNIT-COST IS NOT NUMERIC OR MV-UNIT-COST = 0 THEN
                COMPUTE GL-ENTRY-AMOUNT = MV-QUANTITY * PM-UNIT-COST
            ELSE
                COMPUTE GL-ENTRY-AMOUNT = MV-QUANTITY * MV-UNIT-COST
            END-IF
        WHEN MV-IS-ISSUE
            COMPUTE GL-ENTRY-AMOUNT = MV-QUANTITY * PM-UNIT-COST
        WHEN MV-IS-ADJUSTMENT
            COMPUTE GL-ENTRY-AMOUNT = ADJUST-DELTA * PM-UNIT-COST
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE.
    MOVE "STK" TO GL-ENTRY-SOURCE.
    MOVE MV-MOVE-TYPE TO GL-ENTRY-TYPE.
    MOVE MV-REFERENCE TO GL-ENTRY-REFERENCE.
    MOVE WS-CURRENT-DATE-8 TO GL-ENTRY-DATE.
    PERFORM 9830-GL-BOOK-ENTRY.

    *> Reads the (part, location) quantity into LS-QTY-ON-HAND; a
    *> location never stocked before starts at zero.
    3400-FETCH-LOCATION-QTY.
            MOVE MV-PART-NO TO LS-PART-NO
            MOVE MV-LOCATION TO LS-LOCATION
            MOVE 0 TO LS-QTY-ON-HAND
            MOVE 0 TO LS-MIN-QTY
            MOVE 0 TO LS-MAX-QTY
    END-READ.

    3500-STORE-LOCATION-QTY.
            MOVE MV-TO-LOCATION TO RG-TO-LOCATION
            PERFORM 9400-STAMP-CURRENT-DATETIME
            MOVE WS-CURRENT-DATE-8 TO RG-MOVE-DATE
            PERFORM 3210-SET-REGISTER-COSTS
            WRITE STOCK-REGISTER-REC
            PERFORM 3700-WRITE-HISTORY-RECORD
            PERFORM 3800-BOOK-MOVEMENT-TO-GL
            PERFORM 3900-POST-LOT-MOVEMENT
            PERFORM 3960-POST-BIN-MOVEMENT
            ADD 1 TO TOTAL-APPLIED
            MOVE PM-QTY-ON-HAND TO CTL-HASH-VALUE
            PERFORM 9800-CTL-ACCUMULATE-TOTALS
    DISPLAY "-- Stock Posting Report --".
    DISPLAY "Movements applied  : " TOTAL-APPLIED.
    DISPLAY "Movements rejected : " TOTAL-REJECTED.
    PERFORM 9839-GL-CLOSE.
    PERFORM 9969-LOT-CLOSE.
    PERFORM 9989-BIN-CLOSE.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "glproc.cpy".
    COPY "lotproc.cpy".
    COPY "binproc.cpy".
