   *>     9210-EDIT-CHECK-ALPHA       -- letters and spaces only
   *>     9220-EDIT-CHECK-DATE-FORMAT -- CCYYMMDD, with a plausible
   *>                                    month and day
   *>     9230-EDIT-CHECK-STATE       -- a state code on STPOSTAL
   *>     9240-EDIT-CHECK-POSTAL-STATE -- state (1:2) and postal code
   *>                                    (3:10): the postal prefix is
   *>                                    one the state owns
   *>     9260-EDIT-CHECK-CUST-ID     -- six digits, the last the
   *>                                    check digit of the first five
   *>     9262-EDIT-CHECK-PART-NO     -- five letters or digits and
   *>                                    their check digit
   *>     9265-EDIT-MAKE-CHECK-DIGIT  -- EDIT-CHECK-DIGIT for the base
   *>                                    in (1:5); not valid when the
   *>                                    base cannot carry one
   *> and test EDIT-IS-VALID afterward.

    *> Passes EDIT-IS-VALID when EDIT-INPUT-FIELD (trimmed) is all digits.
            MOVE 0 TO EDIT-VALID-SWITCH
        END-IF
    END-IF.

    *> Passes EDIT-IS-VALID when EDIT-INPUT-FIELD(1:2) is a state code
    *> with a row on the STPOSTAL table. Until the table is loaded
    *> (STPOPROC.CPY) any letters pass, as they always did.
    9230-EDIT-CHECK-STATE.
    MOVE EDIT-INPUT-FIELD(1:2) TO EDIT-STATE-CODE.
    INSPECT EDIT-STATE-CODE CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    IF NOT EDIT-STATE-TABLE-LOADED THEN
        PERFORM 9210-EDIT-CHECK-ALPHA
    ELSE
        MOVE 0 TO EDIT-VALID-SWITCH
        PERFORM 9231-SCAN-STATE-ROW
            VARYING EDIT-STATE-IDX FROM 1 BY 1
            UNTIL EDIT-STATE-IDX > EDIT-STATE-COUNT OR EDIT-IS-VALID
    END-IF.

    9231-SCAN-STATE-ROW.
    IF EDIT-ST-STATE(EDIT-STATE-IDX) = EDIT-STATE-CODE THEN
        MOVE 1 TO EDIT-VALID-SWITCH
    END-IF.

    *> Passes EDIT-IS-VALID when the postal code in EDIT-INPUT-FIELD
    *> (3:10) starts with a three-digit prefix inside one of the
    *> ranges the state in EDIT-INPUT-FIELD(1:2) owns. Passes without
    *> judging when the table is not loaded.
    9240-EDIT-CHECK-POSTAL-STATE.
    MOVE EDIT-INPUT-FIELD(1:2) TO EDIT-STATE-CODE.
    INSPECT EDIT-STATE-CODE CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    MOVE EDIT-INPUT-FIELD(3:3) TO EDIT-POSTAL-PREFIX.
    IF NOT EDIT-STATE-TABLE-LOADED THEN
        MOVE 1 TO EDIT-VALID-SWITCH
    ELSE
        MOVE 0 TO EDIT-VALID-SWITCH
        IF EDIT-POSTAL-PREFIX IS NUMERIC THEN
            PERFORM 9241-SCAN-POSTAL-ROW
                VARYING EDIT-STATE-IDX FROM 1 BY 1
                UNTIL EDIT-STATE-IDX > EDIT-STATE-COUNT OR EDIT-IS-VALID
        END-IF
    END-IF.

    9241-SCAN-POSTAL-ROW.
    IF EDIT-ST-STATE(EDIT-STATE-IDX) = EDIT-STATE-CODE
            AND EDIT-POSTAL-PREFIX >= EDIT-ST-POSTAL-LOW(EDIT-STATE-IDX)
            AND EDIT-POSTAL-PREFIX <= EDIT-ST-POSTAL-HIGH(EDIT-STATE-IDX) THEN
        MOVE 1 TO EDIT-VALID-SWITCH
    END-IF.

    *> Passes EDIT-IS-VALID when EDIT-INPUT-FIELD(1:6) is a customer
    *> id: all digits, position 6 the check digit of positions 1-5.
    9260-EDIT-CHECK-CUST-ID.
    IF EDIT-INPUT-FIELD(1:6) IS NOT NUMERIC THEN
        MOVE 0 TO EDIT-VALID-SWITCH
    ELSE
        PERFORM 9263-EDIT-MATCH-CHECK-DIGIT
    END-IF.

    *> Passes EDIT-IS-VALID when EDIT-INPUT-FIELD(1:6) is a part
    *> number: letters or digits in positions 1-5 (either case) and
    *> their check digit in position 6.
    9262-EDIT-CHECK-PART-NO.
    INSPECT EDIT-INPUT-FIELD(1:6) CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    PERFORM 9263-EDIT-MATCH-CHECK-DIGIT.

    9263-EDIT-MATCH-CHECK-DIGIT.
    PERFORM 9265-EDIT-MAKE-CHECK-DIGIT.
    IF EDIT-IS-VALID AND EDIT-INPUT-FIELD(6:1) NOT = EDIT-CHECK-DIGIT THEN
        MOVE 0 TO EDIT-VALID-SWITCH
    END-IF.

    *> Sets EDIT-CHECK-DIGIT for the base in EDIT-INPUT-FIELD(1:5).
    *> Not valid when a base position is not a letter or digit, or
    *> when the base's remainder calls for a digit of 10.
    9265-EDIT-MAKE-CHECK-DIGIT.
    MOVE 1 TO EDIT-VALID-SWITCH.
    MOVE 0 TO EDIT-ID-WEIGHTED-SUM.
    MOVE SPACE TO EDIT-CHECK-DIGIT.
    PERFORM 9266-EDIT-WEIGH-ONE-CHAR
        VARYING EDIT-SCAN-IDX FROM 1 BY 1
        UNTIL EDIT-SCAN-IDX > 5 OR NOT EDIT-IS-VALID.
    IF NOT EDIT-IS-VALID THEN
        EXIT PARAGRAPH
    END-IF.
    DIVIDE EDIT-ID-WEIGHTED-SUM BY 11 GIVING EDIT-ID-QUOTIENT
        REMAINDER EDIT-ID-REMAINDER.
    IF EDIT-ID-REMAINDER = 0 THEN
        MOVE 0 TO EDIT-ID-DIGIT-VALUE
    ELSE
        COMPUTE EDIT-ID-DIGIT-VALUE = 11 - EDIT-ID-REMAINDER
    END-IF.
    IF EDIT-ID-DIGIT-VALUE = 10 THEN
        MOVE 0 TO EDIT-VALID-SWITCH
    ELSE
        MOVE EDIT-ID-ALPHABET(EDIT-ID-DIGIT-VALUE + 1:1) TO EDIT-CHECK-DIGIT
    END-IF.

    9266-EDIT-WEIGH-ONE-CHAR.
    MOVE EDIT-INPUT-FIELD(EDIT-SCAN-IDX:1) TO EDIT-SCAN-CHAR.
    MOVE 0 TO EDIT-ID-CHAR-VALUE.
    INSPECT EDIT-ID-ALPHABET TALLYING EDIT-ID-CHAR-VALUE
        FOR CHARACTERS BEFORE INITIAL EDIT-SCAN-CHAR.
    IF EDIT-ID-CHAR-VALUE > 35 THEN
        MOVE 0 TO EDIT-VALID-SWITCH
    ELSE
        COMPUTE EDIT-ID-WEIGHTED-SUM = EDIT-ID-WEIGHTED-SUM
            + EDIT-ID-CHAR-VALUE * (7 - EDIT-SCAN-IDX)
    END-IF.
