   *> SHRTPROC - shared replenishment-shortfall paragraphs for the
   *> purchasing programs:
   *>     9990-SHORT-LOAD   tables REPLSHRT once at start-up (none
   *>                       on file leaves every part unplanned);
   *>     9991-SHORT-FIND   looks SHORT-PART-NO up, setting
   *>                       SHORT-PART-IS-PLANNED and SHORT-QTY, the
   *>                       net shortfall left to buy.
   *> COPY SHRTSEL.CPY into FILE-CONTROL, an FD REPL-SHORT-FILE with
   *> SHRTREC.CPY into the FILE SECTION, and SHRTDATA.CPY into
   *> WORKING-STORAGE.
    9990-SHORT-LOAD.
    MOVE 0 TO SHORT-COUNT.
    MOVE 0 TO SHORT-EOF.
    OPEN INPUT REPL-SHORT-FILE.
    IF REPL-SHORT-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 9992-SHORT-TABLE-ONE UNTIL SHORT-AT-EOF.
    CLOSE REPL-SHORT-FILE.

    9992-SHORT-TABLE-ONE.
    READ REPL-SHORT-FILE
        AT END MOVE 1 TO SHORT-EOF
        NOT AT END
            IF SHORT-COUNT < SHORT-TABLE-MAX
                    AND RQ-SHORT-QTY IS NUMERIC THEN
                ADD 1 TO SHORT-COUNT
                MOVE RQ-PART-NO TO ST-PART-NO(SHORT-COUNT)
                MOVE RQ-SHORT-QTY TO ST-SHORT-QTY(SHORT-COUNT)
            END-IF
    END-READ.

    9991-SHORT-FIND.
    MOVE 0 TO SHORT-PLANNED.
    MOVE 0 TO SHORT-QTY.
    MOVE 0 TO SHORT-IDX.
    PERFORM 9993-SHORT-MATCH-ONE
        UNTIL SHORT-PART-IS-PLANNED OR SHORT-IDX >= SHORT-COUNT.

    9993-SHORT-MATCH-ONE.
    ADD 1 TO SHORT-IDX.
    IF ST-PART-NO(SHORT-IDX) = SHORT-PART-NO THEN
        MOVE 1 TO SHORT-PLANNED
        MOVE ST-SHORT-QTY(SHORT-IDX) TO SHORT-QTY
    END-IF.
