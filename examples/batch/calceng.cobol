*>         across COUNT-1 parts. Every part is the cents-truncated
*>         share, and the leftover cents go one each to the leading
*>         parts, so the COUNT-1 parts always re-add to AMOUNT.
*>     "R" round to increment: RESULT = AMOUNT half-up to the
*>         nearest whole multiple of RATE, taken as a money step
*>         (.05 to the nickel, 1.00 to the dollar)
*> CE-RETURN-CODE: 0 ok, 8 bad function code or unusable operands
*> (zero parts, part number out of range, negative day count, zero
*> or negative rounding step).

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    01 SPLIT-LEFTOVER-CENTS PIC S9(4) COMP.
    01 SPLIT-PART-CENTS PIC S9(15) COMP-3.

*> Rounding staging: how many whole steps the amount comes to.
    01 ROUND-STEP-COUNT PIC S9(15) COMP-3.

    COPY "retcode.cpy".
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CALC-ENGINE"==.
    COPY "cycledata.cpy".
        88 CE-FUNCTION-PERCENT VALUE "P".
        88 CE-FUNCTION-INTEREST VALUE "I".
        88 CE-FUNCTION-SPLIT VALUE "S".
        88 CE-FUNCTION-ROUND VALUE "R".
    01 CE-AMOUNT PIC S9(13)V99 COMP-3.
    01 CE-RATE PIC S9(7)V9(4) COMP-3.
    01 CE-COUNT-1 PIC 9(4) COMP.
            PERFORM 2000-SIMPLE-INTEREST
        WHEN CE-FUNCTION-SPLIT
            PERFORM 3000-PROPORTIONAL-SPLIT
        WHEN CE-FUNCTION-ROUND
            PERFORM 4000-ROUND-TO-INCREMENT
        WHEN OTHER
            MOVE 8 TO WS-RETURN-CODE
            MOVE "CALC-ENGINE called with an unrecognized function code." TO WS-ERROR-MSG
        COMPUTE CE-RESULT = SPLIT-PART-CENTS / 100
    END-IF.

    *> ---------------------
    *> "R": CE-AMOUNT half-up to the nearest whole multiple of the
    *> money step in CE-RATE -- a price to the nickel or the dollar.
    *> ---------------------

    4000-ROUND-TO-INCREMENT.
    IF CE-RATE NOT > 0 THEN
        MOVE 8 TO WS-RETURN-CODE
        MOVE "CALC-ENGINE rounding step must be above zero." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        COMPUTE ROUND-STEP-COUNT ROUNDED = CE-AMOUNT / CE-RATE
        COMPUTE CE-RESULT ROUNDED = ROUND-STEP-COUNT * CE-RATE
            ON SIZE ERROR
                MOVE 8 TO WS-RETURN-CODE
                MOVE "CALC-ENGINE rounding result overflowed." TO WS-ERROR-MSG
                PERFORM 9300-LOG-ERROR
        END-COMPUTE
    END-IF.

    COPY "errlogproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "cycleproc.cpy".
