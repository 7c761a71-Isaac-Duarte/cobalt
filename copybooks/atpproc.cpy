   *> ATPPROC - shared available-to-promise walk. A part's position
   *> starts from PM-QTY-ON-HAND, which ORDER-ENTRY has already cut
   *> by every open order's reservation, less the back-order demand
   *> queued ahead of this line; if that covers the quantity the
   *> line is promised for the run date. Otherwise the open
   *> purchase-order lines for the part are added in expected-date
   *> order until the quantity is covered, and the line is promised
   *> for the business day after that order is due in -- or after
   *> the run date, when the order is already overdue. Nothing on
   *> order covering it leaves the date zero: no promise can be
   *> made. COPY POSEL.CPY and BKORDSEL.CPY into FILE-CONTROL,
   *> POREC.CPY and BKORDREC.CPY under their FDs, and ATPDATA.CPY
   *> into WORKING-STORAGE; the program declares
   *> PURCHASE-ORDER-STATUS and BACK-ORDER-STATUS and must not have
   *> either file open while the tables load. A missing POFILE or
   *> BACKORD is not an error: the table is simply empty.
    9890-ATP-PROMISE-DATE.
    MOVE 0 TO ATP-PROMISE-DATE.
    MOVE SPACES TO ATP-COVER-PO-NO.
    MOVE 0 TO ATP-COVER-EXP-DATE.
    SET ATP-NOT-COVERED TO TRUE.
    MOVE ATP-ON-HAND TO ATP-NET-QTY.
    MOVE 0 TO ATP-FOUND-IDX.
    PERFORM 9893-ATP-MATCH-ONE-DEMAND
        VARYING ATP-IDX FROM 1 BY 1 UNTIL ATP-IDX > ATP-DEMAND-COUNT.
    IF ATP-FOUND-IDX > 0 THEN
        SUBTRACT ATP-DM-QTY(ATP-FOUND-IDX) FROM ATP-NET-QTY
    END-IF.
    IF ATP-NET-QTY >= ATP-QUANTITY THEN
        SET ATP-FROM-STOCK TO TRUE
        MOVE ATP-RUN-DATE TO ATP-PROMISE-DATE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 9891-ATP-WALK-ONE-SUPPLY
        VARYING ATP-IDX FROM 1 BY 1
        UNTIL ATP-IDX > ATP-SUPPLY-COUNT OR ATP-FROM-PO.
    IF NOT ATP-FROM-PO THEN
        EXIT PARAGRAPH
    END-IF.
    IF ATP-COVER-EXP-DATE > ATP-RUN-DATE THEN
        MOVE ATP-COVER-EXP-DATE TO ATP-DE-DATE-1
    ELSE
        MOVE ATP-RUN-DATE TO ATP-DE-DATE-1
    END-IF.
    MOVE "N" TO ATP-DE-FUNCTION.
    CALL "DATE-ENGINE" USING ATP-DE-FUNCTION ATP-DE-DATE-1
        ATP-DE-DATE-2 ATP-DE-DAY-COUNT ATP-DE-RESULT-DATE
        ATP-DE-RESULT-COUNT ATP-DE-RETURN-CODE.
    IF ATP-DE-RETURN-CODE = 0 THEN
        MOVE ATP-DE-RESULT-DATE TO ATP-PROMISE-DATE
    ELSE
        MOVE ATP-DE-DATE-1 TO ATP-PROMISE-DATE
    END-IF.

    9891-ATP-WALK-ONE-SUPPLY.
    IF ATP-SP-PART-NO(ATP-IDX) = ATP-PART-NO THEN
        ADD ATP-SP-QTY(ATP-IDX) TO ATP-NET-QTY
        IF ATP-NET-QTY >= ATP-QUANTITY THEN
            SET ATP-FROM-PO TO TRUE
            MOVE ATP-SP-PO-NO(ATP-IDX) TO ATP-COVER-PO-NO
            MOVE ATP-SP-DATE(ATP-IDX) TO ATP-COVER-EXP-DATE
        END-IF
    END-IF.

    9892-ATP-ADD-DEMAND.
    MOVE 0 TO ATP-FOUND-IDX.
    PERFORM 9893-ATP-MATCH-ONE-DEMAND
        VARYING ATP-IDX FROM 1 BY 1 UNTIL ATP-IDX > ATP-DEMAND-COUNT.
    IF ATP-FOUND-IDX > 0 THEN
        ADD ATP-QUANTITY TO ATP-DM-QTY(ATP-FOUND-IDX)
    ELSE
        IF ATP-DEMAND-COUNT < ATP-DEMAND-MAX THEN
            ADD 1 TO ATP-DEMAND-COUNT
            MOVE ATP-PART-NO TO ATP-DM-PART-NO(ATP-DEMAND-COUNT)
            MOVE ATP-QUANTITY TO ATP-DM-QTY(ATP-DEMAND-COUNT)
        ELSE
            MOVE 1 TO ATP-FULL-SWITCH
        END-IF
    END-IF.

    9893-ATP-MATCH-ONE-DEMAND.
    IF ATP-DM-PART-NO(ATP-IDX) = ATP-PART-NO THEN
        MOVE ATP-IDX TO ATP-FOUND-IDX
        MOVE ATP-DEMAND-COUNT TO ATP-IDX
    END-IF.

    9894-ATP-LOAD-DEMAND.
    MOVE 0 TO ATP-DEMAND-COUNT.
    MOVE 0 TO ATP-LOAD-EOF.
    OPEN INPUT BACK-ORDER-FILE.
    IF BACK-ORDER-STATUS = "00" THEN
        PERFORM 9895-ATP-READ-ONE-BACK-ORDER UNTIL ATP-LOAD-AT-EOF
        CLOSE BACK-ORDER-FILE
    END-IF.

    9895-ATP-READ-ONE-BACK-ORDER.
    READ BACK-ORDER-FILE
        AT END MOVE 1 TO ATP-LOAD-EOF
        NOT AT END
            IF BO-QUANTITY IS NUMERIC THEN
                MOVE BO-PART-NO TO ATP-PART-NO
                MOVE BO-QUANTITY TO ATP-QUANTITY
                PERFORM 9892-ATP-ADD-DEMAND
            END-IF
    END-READ.

    9896-ATP-LOAD-SUPPLY.
    MOVE 0 TO ATP-SUPPLY-COUNT.
    MOVE 0 TO ATP-LOAD-EOF.
    OPEN INPUT PURCHASE-ORDER-FILE.
    IF PURCHASE-ORDER-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO PO-PO-NO.
    START PURCHASE-ORDER-FILE KEY NOT < PO-PO-NO
        INVALID KEY MOVE 1 TO ATP-LOAD-EOF
    END-START.
    PERFORM 9897-ATP-TABLE-ONE-PO UNTIL ATP-LOAD-AT-EOF.
    CLOSE PURCHASE-ORDER-FILE.

    9897-ATP-TABLE-ONE-PO.
    READ PURCHASE-ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO ATP-LOAD-EOF
        NOT AT END
            IF PO-STATUS-OPEN THEN
                PERFORM 9898-ATP-TABLE-ONE-PO-LINE
                    VARYING ATP-PO-LINE FROM 1 BY 1
                    UNTIL ATP-PO-LINE > PO-LINE-COUNT
            END-IF
    END-READ.

    *> A line still short of its order quantity is slotted in
    *> behind every line due the same day or earlier.
    9898-ATP-TABLE-ONE-PO-LINE.
    IF POL-RECVD-QTY(ATP-PO-LINE) >= POL-ORDER-QTY(ATP-PO-LINE) THEN
        EXIT PARAGRAPH
    END-IF.
    IF ATP-SUPPLY-COUNT >= ATP-SUPPLY-MAX THEN
        MOVE 1 TO ATP-FULL-SWITCH
        EXIT PARAGRAPH
    END-IF.
    IF PO-EXPECTED-DATE IS NUMERIC THEN
        MOVE PO-EXPECTED-DATE TO ATP-NEW-DATE
    ELSE
        MOVE 0 TO ATP-NEW-DATE
    END-IF.
    MOVE POL-PART-NO(ATP-PO-LINE) TO ATP-NEW-PART-NO.
    MOVE PO-PO-NO TO ATP-NEW-PO-NO.
    COMPUTE ATP-NEW-QTY = POL-ORDER-QTY(ATP-PO-LINE)
        - POL-RECVD-QTY(ATP-PO-LINE).
    ADD 1 TO ATP-SUPPLY-COUNT.
    MOVE ATP-SUPPLY-COUNT TO ATP-IDX.
    MOVE 0 TO ATP-PLACED-SWITCH.
    PERFORM 9899-ATP-SHIFT-ONE-SUPPLY UNTIL ATP-ENTRY-IS-PLACED.
    MOVE ATP-NEW-SUPPLY TO ATP-SUPPLY-ENTRY(ATP-IDX).

    9899-ATP-SHIFT-ONE-SUPPLY.
    IF ATP-IDX = 1 THEN
        MOVE 1 TO ATP-PLACED-SWITCH
        EXIT PARAGRAPH
    END-IF.
    IF ATP-SP-DATE(ATP-IDX - 1) NOT > ATP-NEW-DATE THEN
        MOVE 1 TO ATP-PLACED-SWITCH
        EXIT PARAGRAPH
    END-IF.
    MOVE ATP-SUPPLY-ENTRY(ATP-IDX - 1) TO ATP-SUPPLY-ENTRY(ATP-IDX).
    SUBTRACT 1 FROM ATP-IDX.
