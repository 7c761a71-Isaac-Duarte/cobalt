   *> BINPROC - shared bin paragraphs. Stock under a LOCSTOCK total
   *> is carried by bin on BINSTOCK, and BINMAST gives each bin's
   *> aisle, shelf and walk sequence:
   *>     9971-BIN-PUT-AWAY      adds BIN-QUANTITY to the named bin, or
   *>                            -- none named, or one not active on
   *>                            the bin master -- to the bin
   *>                            9972-BIN-SUGGEST picks (BIN-RESULT
   *>                            -SUGGESTED, BIN-BIN the bin used);
   *>     9972-BIN-SUGGEST       the part's bin at the location first
   *>                            in the walk, else the location's
   *>                            first empty active bin in the walk;
   *>                            BIN-BIN spaces when there is neither;
   *>     9973-BIN-FETCH         reads the bin, BIN-ON-HAND its count;
   *>     9974-BIN-DRAW-NAMED    takes BIN-QUANTITY from the named bin,
   *>                            or leaves it alone and sets
   *>                            BIN-RESULT-NOT-FOUND / -SHORT;
   *>     9975-BIN-DRAW-WALK     takes BIN-QUANTITY from the part's
   *>                            bins at the location in walk
   *>                            sequence, whatever no bin covers left
   *>                            in BIN-UNTRACKED-QTY;
   *>     9976-BIN-LOAD-PART-BINS tables the part's stocked bins at
   *>                            the location (every location when
   *>                            BIN-LOCATION is spaces) in walk order;
   *>     9978-BIN-SET-COUNT     sets the bin to BIN-QUANTITY outright,
   *>                            the difference in BIN-ADJUST-DELTA.
   *> The files open on first use -- BINSTOCK is created the first
   *> time it is missing, and a missing BINMAST means no bin is ever
   *> suggested -- and PERFORM 9989-BIN-CLOSE once at end of run. COPY
   *> BINSEL.CPY into FILE-CONTROL, BINFD.CPY into the FILE SECTION
   *> and BINDATA.CPY into WORKING-STORAGE. Requires RETCODE and
   *> ERRLOGPROC in the caller.
    9970-BIN-OPEN.
    MOVE 1 TO BIN-OPEN-TRIED.
    IF BIN-OPEN-READ-ONLY THEN
        OPEN INPUT BIN-STOCK-FILE
    ELSE
        OPEN I-O BIN-STOCK-FILE
        IF BIN-STOCK-STATUS = "35" THEN
            OPEN OUTPUT BIN-STOCK-FILE
            CLOSE BIN-STOCK-FILE
            OPEN I-O BIN-STOCK-FILE
        END-IF
    END-IF.
    IF BIN-STOCK-STATUS NOT = "00" THEN
        IF NOT BIN-OPEN-READ-ONLY THEN
            DISPLAY "Bin-stock file could not be opened, bins not tracked."
            MOVE 4 TO WS-RETURN-CODE
            MOVE "Bin-stock file (BINSTOCK) could not be opened." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        END-IF
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO BIN-FILES-OPEN.
    OPEN INPUT BIN-MASTER-FILE.
    IF BIN-MASTER-STATUS = "00" THEN
        MOVE 1 TO BIN-MASTER-OPEN
    END-IF.

    9971-BIN-PUT-AWAY.
    IF NOT BIN-OPEN-WAS-TRIED THEN
        PERFORM 9970-BIN-OPEN
    END-IF.
    SET BIN-RESULT-NOT-FOUND TO TRUE.
    IF NOT BIN-FILES-ARE-OPEN OR BIN-QUANTITY = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF BIN-BIN NOT = SPACES THEN
        SET BIN-RESULT-OK TO TRUE
        IF BIN-MASTER-IS-OPEN THEN
            MOVE BIN-LOCATION TO BN-LOCATION
            MOVE BIN-BIN TO BN-BIN
            READ BIN-MASTER-FILE
                INVALID KEY
                    SET BIN-RESULT-NOT-FOUND TO TRUE
                NOT INVALID KEY
                    IF NOT BN-IS-ACTIVE THEN
                        SET BIN-RESULT-NOT-FOUND TO TRUE
                    END-IF
            END-READ
        END-IF
    END-IF.
    IF NOT BIN-RESULT-OK THEN
        PERFORM 9972-BIN-SUGGEST
        IF BIN-BIN = SPACES THEN
            SET BIN-RESULT-NOT-FOUND TO TRUE
            EXIT PARAGRAPH
        END-IF
        SET BIN-RESULT-SUGGESTED TO TRUE
    END-IF.
    MOVE BIN-QUANTITY TO BIN-TAKE.
    PERFORM 9977-BIN-ADD-TO-BIN.

    9972-BIN-SUGGEST.
    MOVE SPACES TO BIN-BIN.
    PERFORM 9976-BIN-LOAD-PART-BINS.
    IF BIN-PART-COUNT > 0 THEN
        MOVE BP-BIN(1) TO BIN-BIN
        EXIT PARAGRAPH
    END-IF.
    IF NOT BIN-MASTER-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO BIN-SCAN-EOF.
    MOVE BIN-LOCATION TO BN-WALK-LOCATION.
    MOVE 0 TO BN-WALK-SEQ.
    START BIN-MASTER-FILE KEY NOT < BN-WALK-KEY
        INVALID KEY MOVE 1 TO BIN-SCAN-EOF
    END-START.
    PERFORM 9981-BIN-TRY-EMPTY-BIN
        UNTIL BIN-SCAN-AT-EOF OR BIN-BIN NOT = SPACES.

    9981-BIN-TRY-EMPTY-BIN.
    READ BIN-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO BIN-SCAN-EOF
        NOT AT END
            IF BN-WALK-LOCATION NOT = BIN-LOCATION THEN
                MOVE 1 TO BIN-SCAN-EOF
            ELSE
                IF BN-IS-ACTIVE THEN
                    PERFORM 9982-BIN-CHECK-EMPTY
                    IF BIN-IS-EMPTY THEN
                        MOVE BN-BIN TO BIN-BIN
                    END-IF
                END-IF
            END-IF
    END-READ.

    *> A bin is empty when nothing on BINSTOCK under its location
    *> and bin code holds stock.
    9982-BIN-CHECK-EMPTY.
    MOVE 1 TO BIN-EMPTY-SWITCH.
    MOVE BN-LOCATION TO BS-BIN-LOCATION.
    MOVE BN-BIN TO BS-BIN-BIN.
    START BIN-STOCK-FILE KEY = BS-BIN-KEY
        INVALID KEY EXIT PARAGRAPH
    END-START.
    MOVE 0 TO BIN-EMPTY-SWITCH.
    PERFORM 9983-BIN-READ-BIN-CONTENT.
    PERFORM 9983-BIN-READ-BIN-CONTENT
        UNTIL BIN-IS-EMPTY OR BS-QTY-ON-HAND > 0.

    9983-BIN-READ-BIN-CONTENT.
    READ BIN-STOCK-FILE NEXT RECORD
        AT END MOVE 1 TO BIN-EMPTY-SWITCH
        NOT AT END
            IF BS-BIN-LOCATION NOT = BN-LOCATION
                    OR BS-BIN-BIN NOT = BN-BIN THEN
                MOVE 1 TO BIN-EMPTY-SWITCH
            END-IF
    END-READ.

    9973-BIN-FETCH.
    IF NOT BIN-OPEN-WAS-TRIED THEN
        PERFORM 9970-BIN-OPEN
    END-IF.
    MOVE 0 TO BIN-ON-HAND.
    SET BIN-RESULT-NOT-FOUND TO TRUE.
    IF NOT BIN-FILES-ARE-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE BIN-PART-NO TO BS-PART-NO.
    MOVE BIN-LOCATION TO BS-LOCATION.
    MOVE BIN-BIN TO BS-BIN.
    READ BIN-STOCK-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE BS-QTY-ON-HAND TO BIN-ON-HAND
            SET BIN-RESULT-OK TO TRUE
    END-READ.

    9974-BIN-DRAW-NAMED.
    PERFORM 9973-BIN-FETCH.
    IF NOT BIN-RESULT-OK THEN
        EXIT PARAGRAPH
    END-IF.
    IF BIN-QUANTITY > BS-QTY-ON-HAND THEN
        SET BIN-RESULT-SHORT TO TRUE
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT BIN-QUANTITY FROM BS-QTY-ON-HAND.
    PERFORM 9979-BIN-REWRITE.

    9975-BIN-DRAW-WALK.
    IF NOT BIN-OPEN-WAS-TRIED THEN
        PERFORM 9970-BIN-OPEN
    END-IF.
    MOVE BIN-QUANTITY TO BIN-REMAINING.
    SET BIN-RESULT-OK TO TRUE.
    IF BIN-FILES-ARE-OPEN THEN
        PERFORM 9976-BIN-LOAD-PART-BINS
        MOVE 0 TO BIN-IDX
        PERFORM 9984-BIN-DRAW-NEXT-BIN
            UNTIL BIN-REMAINING = 0 OR BIN-IDX >= BIN-PART-COUNT
    END-IF.
    MOVE BIN-REMAINING TO BIN-UNTRACKED-QTY.

    9984-BIN-DRAW-NEXT-BIN.
    ADD 1 TO BIN-IDX.
    MOVE BIN-PART-NO TO BS-PART-NO.
    MOVE BP-LOCATION(BIN-IDX) TO BS-LOCATION.
    MOVE BP-BIN(BIN-IDX) TO BS-BIN.
    READ BIN-STOCK-FILE
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF BS-QTY-ON-HAND < BIN-REMAINING THEN
        MOVE BS-QTY-ON-HAND TO BIN-TAKE
    ELSE
        MOVE BIN-REMAINING TO BIN-TAKE
    END-IF.
    SUBTRACT BIN-TAKE FROM BS-QTY-ON-HAND.
    SUBTRACT BIN-TAKE FROM BIN-REMAINING.
    PERFORM 9979-BIN-REWRITE.

    *> The part's bins holding stock, in location and walk order:
    *> each is ranked as it is read and slotted into the table ahead
    *> of the first entry ranking after it.
    9976-BIN-LOAD-PART-BINS.
    IF NOT BIN-OPEN-WAS-TRIED THEN
        PERFORM 9970-BIN-OPEN
    END-IF.
    MOVE 0 TO BIN-PART-COUNT.
    IF NOT BIN-FILES-ARE-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO BIN-SCAN-EOF.
    MOVE BIN-PART-NO TO BS-PART-NO.
    IF BIN-LOCATION = SPACES THEN
        MOVE LOW-VALUES TO BS-LOCATION
    ELSE
        MOVE BIN-LOCATION TO BS-LOCATION
    END-IF.
    MOVE LOW-VALUES TO BS-BIN.
    START BIN-STOCK-FILE KEY NOT < BS-STOCK-KEY
        INVALID KEY MOVE 1 TO BIN-SCAN-EOF
    END-START.
    PERFORM 9985-BIN-TABLE-NEXT-BIN UNTIL BIN-SCAN-AT-EOF.

    9985-BIN-TABLE-NEXT-BIN.
    READ BIN-STOCK-FILE NEXT RECORD
        AT END MOVE 1 TO BIN-SCAN-EOF
        NOT AT END
            IF BS-PART-NO NOT = BIN-PART-NO
                    OR (BIN-LOCATION NOT = SPACES
                        AND BS-LOCATION NOT = BIN-LOCATION) THEN
                MOVE 1 TO BIN-SCAN-EOF
            ELSE
                IF BS-QTY-ON-HAND > 0
                        AND BIN-PART-COUNT < BIN-PART-MAX THEN
                    PERFORM 9986-BIN-SLOT-ENTRY
                END-IF
            END-IF
    END-READ.

    9986-BIN-SLOT-ENTRY.
    MOVE BS-LOCATION TO BIN-NEW-RANK(1:3).
    MOVE "99999" TO BIN-NEW-RANK(4:5).
    MOVE SPACES TO BN-AISLE.
    MOVE SPACES TO BN-SHELF.
    IF BIN-MASTER-IS-OPEN THEN
        MOVE BS-LOCATION TO BN-LOCATION
        MOVE BS-BIN TO BN-BIN
        READ BIN-MASTER-FILE
            INVALID KEY
                MOVE SPACES TO BN-AISLE
                MOVE SPACES TO BN-SHELF
            NOT INVALID KEY
                MOVE BN-WALK-SEQ TO BIN-NEW-RANK(4:5)
        END-READ
    END-IF.
    MOVE 1 TO BIN-INSERT-AT.
    PERFORM 9987-BIN-FIND-SLOT
        UNTIL BIN-INSERT-AT > BIN-PART-COUNT
        OR BP-RANK(BIN-INSERT-AT) > BIN-NEW-RANK.
    MOVE BIN-PART-COUNT TO BIN-SHIFT-IDX.
    PERFORM 9988-BIN-SHIFT-ENTRY UNTIL BIN-SHIFT-IDX < BIN-INSERT-AT.
    ADD 1 TO BIN-PART-COUNT.
    MOVE BIN-NEW-RANK TO BP-RANK(BIN-INSERT-AT).
    MOVE BS-BIN TO BP-BIN(BIN-INSERT-AT).
    MOVE BN-AISLE TO BP-AISLE(BIN-INSERT-AT).
    MOVE BN-SHELF TO BP-SHELF(BIN-INSERT-AT).
    MOVE BS-QTY-ON-HAND TO BP-QTY(BIN-INSERT-AT).

    9987-BIN-FIND-SLOT.
    ADD 1 TO BIN-INSERT-AT.

    9988-BIN-SHIFT-ENTRY.
    MOVE BIN-PART-ENTRY(BIN-SHIFT-IDX)
        TO BIN-PART-ENTRY(BIN-SHIFT-IDX + 1).
    SUBTRACT 1 FROM BIN-SHIFT-IDX.

    *> BIN-TAKE onto the bin at BIN-LOCATION, the record created when
    *> the part has never sat there.
    9977-BIN-ADD-TO-BIN.
    MOVE BIN-PART-NO TO BS-PART-NO.
    MOVE BIN-LOCATION TO BS-LOCATION.
    MOVE BIN-BIN TO BS-BIN.
    READ BIN-STOCK-FILE
        INVALID KEY
            MOVE BIN-PART-NO TO BS-PART-NO
            MOVE BIN-LOCATION TO BS-LOCATION
            MOVE BIN-BIN TO BS-BIN
            MOVE BIN-LOCATION TO BS-BIN-LOCATION
            MOVE BIN-BIN TO BS-BIN-BIN
            MOVE BIN-TAKE TO BS-QTY-ON-HAND
            WRITE BIN-STOCK-REC
                INVALID KEY
                    DISPLAY "BIN WRITE FAILED: part " BS-PART-NO
                        " bin " BS-LOCATION " " BS-BIN "."
                    MOVE 4 TO WS-RETURN-CODE
            END-WRITE
        NOT INVALID KEY
            ADD BIN-TAKE TO BS-QTY-ON-HAND
            PERFORM 9979-BIN-REWRITE
    END-READ.

    *> A count keyed against a bin: the bin is set to it, created
    *> when the count finds the part in a bin it was never put in.
    9978-BIN-SET-COUNT.
    PERFORM 9973-BIN-FETCH.
    IF NOT BIN-FILES-ARE-OPEN THEN
        MOVE 0 TO BIN-ADJUST-DELTA
        EXIT PARAGRAPH
    END-IF.
    COMPUTE BIN-ADJUST-DELTA = BIN-QUANTITY - BIN-ON-HAND.
    IF BIN-RESULT-OK THEN
        MOVE BIN-QUANTITY TO BS-QTY-ON-HAND
        PERFORM 9979-BIN-REWRITE
    ELSE
        MOVE BIN-QUANTITY TO BIN-TAKE
        PERFORM 9977-BIN-ADD-TO-BIN
        SET BIN-RESULT-OK TO TRUE
    END-IF.

    9979-BIN-REWRITE.
    REWRITE BIN-STOCK-REC
        INVALID KEY
            DISPLAY "BIN REWRITE FAILED: part " BS-PART-NO
                " bin " BS-LOCATION " " BS-BIN "."
            MOVE 4 TO WS-RETURN-CODE
    END-REWRITE.

    9989-BIN-CLOSE.
    IF BIN-FILES-ARE-OPEN THEN
        CLOSE BIN-STOCK-FILE
        IF BIN-MASTER-IS-OPEN THEN
            CLOSE BIN-MASTER-FILE
        END-IF
        MOVE 0 TO BIN-FILES-OPEN
        MOVE 0 TO BIN-MASTER-OPEN
    END-IF.
