   *> PROMOPROC - shared promotional pricing, applied on top of the
   *> PRCRESPROC tier and quantity-break price. Every active
   *> promotion whose dates take in the order date, whose part or
   *> vendor scope takes in the line's part, and whose tier is blank
   *> or the customer's own is a candidate; a percent off is taken
   *> from the price the line would otherwise pay. The lowest
   *> candidate wins when it beats that price, and ties go to the
   *> promotion tabled first (lowest id). COPY PROMOSEL.CPY into
   *> FILE-CONTROL, PROMOREC.CPY under an FD for PROMO-FILE, and
   *> PROMODATA.CPY after PRCRESDATA.CPY in WORKING-STORAGE. A
   *> missing PROMO file is not an error: no line is promoted.
    9882-PROMO-OPEN.
    MOVE 0 TO PROMO-COUNT.
    MOVE 0 TO PROMO-LOAD-EOF.
    OPEN INPUT PROMO-FILE.
    IF PROMO-FILE-STATUS NOT = "00" THEN
        DISPLAY "Promotion file not found; no promotional prices apply."
        EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO PMO-PROMO-ID.
    START PROMO-FILE KEY NOT < PMO-PROMO-ID
        INVALID KEY MOVE 1 TO PROMO-LOAD-EOF
    END-START.
    PERFORM 9883-PROMO-TABLE-ONE UNTIL PROMO-LOAD-AT-EOF.
    CLOSE PROMO-FILE.

    *> Only active promotions with usable dates are tabled; the rest
    *> can never price a line.
    9883-PROMO-TABLE-ONE.
    READ PROMO-FILE NEXT RECORD
        AT END MOVE 1 TO PROMO-LOAD-EOF
        NOT AT END
            IF PMO-STATUS-ACTIVE AND PMO-SCOPE-VALID
                    AND PMO-DISCOUNT-VALID
                    AND PMO-START-DATE IS NUMERIC
                    AND PMO-END-DATE IS NUMERIC THEN
                IF PROMO-COUNT < PROMO-MAX THEN
                    ADD 1 TO PROMO-COUNT
                    MOVE PMO-PROMO-ID TO PT-PROMO-ID(PROMO-COUNT)
                    MOVE PMO-SCOPE-TYPE TO PT-SCOPE-TYPE(PROMO-COUNT)
                    MOVE PMO-SCOPE-ID TO PT-SCOPE-ID(PROMO-COUNT)
                    MOVE PMO-PRICE-TIER TO PT-PRICE-TIER(PROMO-COUNT)
                    MOVE PMO-DISCOUNT-TYPE TO PT-DISCOUNT-TYPE(PROMO-COUNT)
                    MOVE PMO-PROMO-PRICE TO PT-PROMO-PRICE(PROMO-COUNT)
                    MOVE PMO-DISC-PERCENT TO PT-DISC-PERCENT(PROMO-COUNT)
                    MOVE PMO-START-DATE TO PT-START-DATE(PROMO-COUNT)
                    MOVE PMO-END-DATE TO PT-END-DATE(PROMO-COUNT)
                ELSE
                    MOVE 1 TO PROMO-FULL-SWITCH
                END-IF
            END-IF
    END-READ.

    9886-PROMO-BEST-PRICE.
    MOVE SPACES TO PROMO-APPLIED-ID.
    MOVE EFFECTIVE-UNIT-PRICE TO PROMO-BASE-PRICE.
    IF PROMO-ORDER-DATE = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 9887-PROMO-TRY-ONE
        VARYING PROMO-IDX FROM 1 BY 1 UNTIL PROMO-IDX > PROMO-COUNT.
    IF PROMO-APPLIED-ID NOT = SPACES THEN
        SET PRICE-FROM-PROMO TO TRUE
    END-IF.

    9887-PROMO-TRY-ONE.
    IF PT-START-DATE(PROMO-IDX) > PROMO-ORDER-DATE
            OR PT-END-DATE(PROMO-IDX) < PROMO-ORDER-DATE THEN
        EXIT PARAGRAPH
    END-IF.
    IF PT-PRICE-TIER(PROMO-IDX) NOT = SPACE
            AND PT-PRICE-TIER(PROMO-IDX) NOT = PRICE-TIER THEN
        EXIT PARAGRAPH
    END-IF.
    IF PT-SCOPE-TYPE(PROMO-IDX) = "P" THEN
        IF PT-SCOPE-ID(PROMO-IDX) NOT = PRICE-PART-NO THEN
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF PT-SCOPE-ID(PROMO-IDX) NOT = PROMO-VENDOR-ID
                OR PROMO-VENDOR-ID = SPACES THEN
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF PT-DISCOUNT-TYPE(PROMO-IDX) = "F" THEN
        MOVE PT-PROMO-PRICE(PROMO-IDX) TO PROMO-CANDIDATE-PRICE
    ELSE
        COMPUTE PROMO-CANDIDATE-PRICE ROUNDED = PROMO-BASE-PRICE
            * (100 - PT-DISC-PERCENT(PROMO-IDX)) / 100
    END-IF.
    IF PROMO-CANDIDATE-PRICE < EFFECTIVE-UNIT-PRICE THEN
        MOVE PROMO-CANDIDATE-PRICE TO EFFECTIVE-UNIT-PRICE
        MOVE PT-PROMO-ID(PROMO-IDX) TO PROMO-APPLIED-ID
    END-IF.
