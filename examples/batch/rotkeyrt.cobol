IDENTIFICATION DIVISION.
PROGRAM-ID. ROT-KEY-ROTATE.

*> ROT-KEY-ROTATE is the scheduled side of the keyword-cipher key
*> registry ROT-KEY-MAINT keeps. Run each night ahead of ROT-ENCODER,
*> it does three things:
*>
*> Every active key whose retirement day has come is retired: status
*> "R", stamped with the day it was retired. ROT-ENCODER already
*> stops choosing a key on its retirement day by date alone; this is
*> the registry catching up so the record says so.
*>
*> The succession is checked: with no key in force today a "*"
*> keyword run falls back to the fixed Caesar shift, and a key in
*> force that retires within the lead days with nothing keyed to
*> follow it will leave the same gap. Either is a warning (RC=4) so
*> a supervisor keys the successor before the night it is needed.
*>
*> The ROTOUT generation register is walked. Generations older than
*> the retained count have rolled off the end of the generation data
*> group and are marked scratched; every generation still kept that
*> was encrypted under a key now retired, or under a keyword that
*> was never registered, is reported, since it is still sitting on
*> disk readable by whoever held the old key. Any such generation
*> ends the run RC=4.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>   PC-NUM-1   ROTOUT generations retained (zero = 7)
*>   PC-NUM-2   succession warning lead days (zero = 14)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "rotkeysel.cpy".
        COPY "rotgensel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "parmsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  ROT-KEY-FILE.
    COPY "rotkeyrec.cpy".

    FD  ROT-GEN-FILE.
    COPY "rotgenrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "parmfd.cpy".

    WORKING-STORAGE SECTION.
    01 ROT-GEN-STATUS PIC X(2).
    01 PARM-STAGING PIC X(20).
    01 NUMBER-STAGING PIC X(9).

    01 GENS-RETAINED PIC 9(4) COMP VALUE 7.
    01 LEAD-DAYS PIC 9(4) COMP VALUE 14.
    01 RUN-DATE PIC 9(8) VALUE 0.
    01 LEAD-LIMIT-DATE PIC 9(8) VALUE 0.

    01 KEY-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 KEY-SCAN-AT-EOF VALUE 1.
    01 GEN-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 GEN-SCAN-AT-EOF VALUE 1.

    01 GEN-NEWEST PIC 9(6) VALUE 0.
    01 GEN-OLDEST-KEPT PIC 9(6) VALUE 0.
    01 GEN-RELATIVE PIC S9(6) VALUE 0.
    01 GEN-RELATIVE-DISP PIC -(5)9.

    01 IN-FORCE-KEY-ID PIC X(8) VALUE SPACES.
    01 IN-FORCE-RETIRE-DATE PIC 9(8) VALUE 0.

*> DATE-ENGINE carries today forward by the lead days.
    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-KEYS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-KEYS-RETIRED PIC 9(6) COMP VALUE 0.
    01 TOTAL-GENS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-GENS-SCRATCHED PIC 9(6) COMP VALUE 0.
    01 TOTAL-GENS-EXPOSED PIC 9(6) COMP VALUE 0.
    01 TOTAL-WARNINGS PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-KEY-ROTATE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-KEY-ROTATE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "rotkeydata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-RETIRE-DUE-KEYS.
    IF ROTKEY-FILE-IS-OPEN THEN
        PERFORM 3000-CHECK-SUCCESSION
    END-IF.
    PERFORM 4000-CHECK-GENERATIONS.
    PERFORM 9629-ROTKEY-CLOSE.
    PERFORM 8000-REPORT-TOTALS.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE.
    PERFORM 9820-LOAD-CURRENT-CYCLE.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            IF PC-NUM-1 > 0 AND PC-NUM-1 < 10000 THEN
                MOVE PC-NUM-1 TO GENS-RETAINED
            END-IF
            IF PC-NUM-2 > 0 AND PC-NUM-2 < 10000 THEN
                MOVE PC-NUM-2 TO LEAD-DAYS
            END-IF
        END-IF
    ELSE
        DISPLAY "ROTOUT generations retained (blank = 7):"
        MOVE SPACES TO NUMBER-STAGING
        ACCEPT NUMBER-STAGING
        IF NUMBER-STAGING NOT = SPACES THEN
            MOVE FUNCTION NUMVAL(NUMBER-STAGING) TO GENS-RETAINED
        END-IF
        DISPLAY "Succession warning lead days (blank = 14):"
        MOVE SPACES TO NUMBER-STAGING
        ACCEPT NUMBER-STAGING
        IF NUMBER-STAGING NOT = SPACES THEN
            MOVE FUNCTION NUMVAL(NUMBER-STAGING) TO LEAD-DAYS
        END-IF
    END-IF.
    IF GENS-RETAINED = 0 THEN
        MOVE 7 TO GENS-RETAINED
    END-IF.
    DISPLAY "-- Key Rotation Run " RUN-DATE " --".

    *> ---------------------
    *> SCHEDULED RETIREMENT
    *> ---------------------

    *> The registry is opened for update and left open for the
    *> succession check and the by-id fetches of the generation walk.
    2000-RETIRE-DUE-KEYS.
    OPEN I-O ROT-KEY-FILE.
    IF ROT-KEY-STATUS NOT = "00" THEN
        DISPLAY "Key registry not found; no keys to retire."
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO ROTKEY-FILE-OPEN.
    MOVE 0 TO KEY-SCAN-EOF.
    MOVE LOW-VALUES TO RK-KEY-ID.
    START ROT-KEY-FILE KEY IS NOT LESS THAN RK-KEY-ID
        INVALID KEY MOVE 1 TO KEY-SCAN-EOF
    END-START.
    PERFORM 2100-RETIRE-ONE-KEY UNTIL KEY-SCAN-AT-EOF.

    2100-RETIRE-ONE-KEY.
    READ ROT-KEY-FILE NEXT RECORD
        AT END
            MOVE 1 TO KEY-SCAN-EOF
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO TOTAL-KEYS-READ.
    IF RK-IS-RETIRED OR RK-RETIRE-DATE = 0
            OR RK-RETIRE-DATE > RUN-DATE THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE "R" TO RK-KEY-STATUS.
    MOVE RUN-DATE TO RK-RETIRED-ON.
    REWRITE ROT-KEY-REC
        INVALID KEY
            DISPLAY "Key " RK-KEY-ID " could not be retired."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "A key due for retirement could not be rewritten." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        NOT INVALID KEY
            DISPLAY "RETIRED : key " RK-KEY-ID " scheduled "
                RK-RETIRE-DATE " (effective " RK-EFFECTIVE-DATE ")"
            ADD 1 TO TOTAL-KEYS-RETIRED
    END-REWRITE.

    *> ---------------------
    *> SUCCESSION
    *> ---------------------

    3000-CHECK-SUCCESSION.
    IF TOTAL-KEYS-READ = 0 THEN
        DISPLAY "Key registry holds no keys."
        EXIT PARAGRAPH
    END-IF.
    MOVE RUN-DATE TO ROTKEY-AS-OF-DATE.
    PERFORM 9621-ROTKEY-IN-FORCE.
    IF NOT ROTKEY-WAS-FOUND THEN
        DISPLAY "WARNING : no registry key is in force today."
        PERFORM 3900-RAISE-SUCCESSION-WARNING
        EXIT PARAGRAPH
    END-IF.
    MOVE ROTKEY-KEY-ID TO IN-FORCE-KEY-ID.
    MOVE ROTKEY-RETIRE-DATE TO IN-FORCE-RETIRE-DATE.
    DISPLAY "In force: key " IN-FORCE-KEY-ID " retires "
        IN-FORCE-RETIRE-DATE.
    IF IN-FORCE-RETIRE-DATE = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE "A" TO DE-FUNCTION.
    MOVE RUN-DATE TO DE-DATE-1.
    MOVE LEAD-DAYS TO DE-DAY-COUNT.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    MOVE DE-RESULT-DATE TO LEAD-LIMIT-DATE.
    IF IN-FORCE-RETIRE-DATE > LEAD-LIMIT-DATE THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE IN-FORCE-RETIRE-DATE TO ROTKEY-AS-OF-DATE.
    PERFORM 9621-ROTKEY-IN-FORCE.
    IF ROTKEY-WAS-FOUND THEN
        DISPLAY "Successor: key " ROTKEY-KEY-ID " from "
            IN-FORCE-RETIRE-DATE
    ELSE
        DISPLAY "WARNING : key " IN-FORCE-KEY-ID " retires "
            IN-FORCE-RETIRE-DATE " with no successor keyed."
        PERFORM 3900-RAISE-SUCCESSION-WARNING
    END-IF.

    3900-RAISE-SUCCESSION-WARNING.
    ADD 1 TO TOTAL-WARNINGS.
    IF WS-RETURN-CODE < 4 THEN
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
    MOVE "Keyword-cipher key succession has a gap; key a successor." TO WS-ERROR-MSG.
    PERFORM 9300-LOG-ERROR.

    *> ---------------------
    *> ROTOUT GENERATIONS
    *> ---------------------

    4000-CHECK-GENERATIONS.
    OPEN I-O ROT-GEN-FILE.
    IF ROT-GEN-STATUS NOT = "00" THEN
        DISPLAY "No ROTOUT generation register; no generations to check."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO GEN-NEWEST.
    MOVE 0 TO GEN-SCAN-EOF.
    MOVE 0 TO RG-GENERATION.
    START ROT-GEN-FILE KEY IS NOT LESS THAN RG-GENERATION
        INVALID KEY MOVE 1 TO GEN-SCAN-EOF
    END-START.
    PERFORM 4100-FIND-NEWEST UNTIL GEN-SCAN-AT-EOF.
    MOVE 1 TO GEN-OLDEST-KEPT.
    IF GEN-NEWEST > GENS-RETAINED THEN
        COMPUTE GEN-OLDEST-KEPT = GEN-NEWEST - GENS-RETAINED + 1
    END-IF.
    MOVE 0 TO GEN-SCAN-EOF.
    MOVE 0 TO RG-GENERATION.
    START ROT-GEN-FILE KEY IS NOT LESS THAN RG-GENERATION
        INVALID KEY MOVE 1 TO GEN-SCAN-EOF
    END-START.
    PERFORM 4200-CHECK-ONE-GENERATION UNTIL GEN-SCAN-AT-EOF.
    CLOSE ROT-GEN-FILE.
    IF TOTAL-GENS-EXPOSED > 0 THEN
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE "ROTOUT generations remain encrypted under retired or unregistered keys." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    4100-FIND-NEWEST.
    READ ROT-GEN-FILE NEXT RECORD
        AT END MOVE 1 TO GEN-SCAN-EOF
        NOT AT END MOVE RG-GENERATION TO GEN-NEWEST
    END-READ.

    4200-CHECK-ONE-GENERATION.
    READ ROT-GEN-FILE NEXT RECORD
        AT END
            MOVE 1 TO GEN-SCAN-EOF
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO TOTAL-GENS-READ.
    IF RG-GEN-SCRATCHED THEN
        EXIT PARAGRAPH
    END-IF.
    IF RG-GENERATION < GEN-OLDEST-KEPT THEN
        PERFORM 4300-SCRATCH-GENERATION
        EXIT PARAGRAPH
    END-IF.
    IF NOT RG-MODE-KEYWORD THEN
        EXIT PARAGRAPH
    END-IF.
    COMPUTE GEN-RELATIVE = RG-GENERATION - GEN-NEWEST.
    MOVE GEN-RELATIVE TO GEN-RELATIVE-DISP.
    IF RG-KEY-ID = SPACES THEN
        DISPLAY "EXPOSED : generation " RG-GENERATION " ("
            FUNCTION TRIM(GEN-RELATIVE-DISP) ") of " RG-RUN-STAMP(1:8)
            " under an unregistered keyword"
        ADD 1 TO TOTAL-GENS-EXPOSED
        EXIT PARAGRAPH
    END-IF.
    MOVE RG-KEY-ID TO ROTKEY-KEY-ID.
    PERFORM 9623-ROTKEY-FETCH.
    EVALUATE TRUE
        WHEN ROTKEY-IS-RETIRED
            DISPLAY "EXPOSED : generation " RG-GENERATION " ("
                FUNCTION TRIM(GEN-RELATIVE-DISP) ") of " RG-RUN-STAMP(1:8)
                " under retired key " RG-KEY-ID
            ADD 1 TO TOTAL-GENS-EXPOSED
        WHEN ROTKEY-NOT-FOUND
            DISPLAY "EXPOSED : generation " RG-GENERATION " ("
                FUNCTION TRIM(GEN-RELATIVE-DISP) ") of " RG-RUN-STAMP(1:8)
                " under key " RG-KEY-ID " not on the registry"
            ADD 1 TO TOTAL-GENS-EXPOSED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    4300-SCRATCH-GENERATION.
    MOVE "S" TO RG-GEN-STATUS.
    REWRITE ROT-GEN-REC
        INVALID KEY
            DISPLAY "Generation " RG-GENERATION " could not be marked scratched."
        NOT INVALID KEY
            ADD 1 TO TOTAL-GENS-SCRATCHED
    END-REWRITE.

    *> ---------------------
    *> REPORT
    *> ---------------------

    8000-REPORT-TOTALS.
    DISPLAY "-- Key Rotation Report --".
    DISPLAY "Keys on registry      : " TOTAL-KEYS-READ.
    DISPLAY "Keys retired tonight  : " TOTAL-KEYS-RETIRED.
    DISPLAY "Succession warnings   : " TOTAL-WARNINGS.
    DISPLAY "Generations registered: " TOTAL-GENS-READ.
    DISPLAY "Generations rolled off: " TOTAL-GENS-SCRATCHED.
    DISPLAY "Generations exposed   : " TOTAL-GENS-EXPOSED.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "rotkeyproc.cpy".
