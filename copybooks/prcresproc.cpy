   *> PRCRESPROC - shared line-price resolution. A line's real price
   *> is the part master's price unless the PRICEDAT table carries
   *> rows for the part under the customer's tier, in which case the
   *> row with the highest minimum quantity the line's quantity
   *> reaches wins -- the quantity break. Rows are walked in (part,
   *> tier, min-qty) key order, so the last qualifying row is the
   *> deepest break. COPY PRCSEL.CPY into FILE-CONTROL, PRCREC.CPY
   *> under an FD for PRICE-FILE, and PRCRESDATA.CPY into
   *> WORKING-STORAGE. A missing PRICEDAT is not an error: every
   *> line then prices at list.
    9880-RESOLVE-EFFECTIVE-PRICE.
    MOVE PRICE-LIST-PRICE TO EFFECTIVE-UNIT-PRICE.
    SET PRICE-FROM-LIST TO TRUE.
    IF PRICE-FILE-IS-OPEN THEN
        MOVE 0 TO PRICE-SCAN-EOF
        MOVE PRICE-PART-NO TO PR-PART-NO
        MOVE PRICE-TIER TO PR-PRICE-TIER
        MOVE 0 TO PR-MIN-QTY
        START PRICE-FILE KEY NOT < PR-PRICE-KEY
            INVALID KEY MOVE 1 TO PRICE-SCAN-EOF
        END-START
        PERFORM 9885-SCAN-ONE-PRICE-ROW UNTIL PRICE-SCAN-AT-EOF
    END-IF.

    9881-PRICE-OPEN.
    OPEN INPUT PRICE-FILE.
    IF PRICE-FILE-STATUS = "00" THEN
        MOVE 1 TO PRICE-FILE-OPEN
    ELSE
        DISPLAY "Price file not found; part-master prices apply."
    END-IF.

    9885-SCAN-ONE-PRICE-ROW.
    READ PRICE-FILE NEXT RECORD
        AT END MOVE 1 TO PRICE-SCAN-EOF
        NOT AT END
            IF PR-PART-NO NOT = PRICE-PART-NO
                    OR PR-PRICE-TIER NOT = PRICE-TIER
                    OR PR-MIN-QTY > PRICE-QUANTITY THEN
                MOVE 1 TO PRICE-SCAN-EOF
            ELSE
                MOVE PR-UNIT-PRICE TO EFFECTIVE-UNIT-PRICE
                SET PRICE-FROM-TABLE TO TRUE
            END-IF
    END-READ.

    9889-PRICE-CLOSE.
    IF PRICE-FILE-IS-OPEN THEN
        CLOSE PRICE-FILE
        MOVE 0 TO PRICE-FILE-OPEN
    END-IF.
