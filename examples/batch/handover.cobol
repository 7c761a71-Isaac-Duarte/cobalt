*> operator used to rebuild from four screens -- every ALERTOUT
*> alert still unacknowledged, every batch-in-progress lock with
*> the stream that owns it and when that stream's CYCLE-START
*> stamped in, the run-control steps a rerun of today will skip
*> with the version of each that last ran,
*> the reject counts waiting on the customer and part correction
*> screens, and the last NORMAL/WARNING/ERROR/SEVERE line the ops
*> summary wrote to OPSHIST. Run automatically at the tail of the
    FD  PART-RECYCLE-FILE.
    01  PART-RECYCLE-REC.
        05 PY-REASON-CODE PIC X(3).
        05 PY-ORIG-TRANS PIC X(79).

    FD  OPS-HISTORY-FILE.
    COPY "opshist.cpy".
            10 SR-START-STAMP PIC X(14).
    01 LOCK-SINCE-STAMP PIC X(14).

*> The version each program last ran, off the same pass of the audit
*> trail, for the skippable-step lines.
    01 VERS-TABLE-MAX PIC 9(4) COMP VALUE 300.
    01 VERS-COUNT PIC 9(4) COMP VALUE 0.
    01 VERS-IDX PIC 9(4) COMP VALUE 0.
    01 VERS-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 VERS-TABLE.
        05 VERS-ENTRY OCCURS 300 TIMES.
            10 VS-PROGRAM-NAME PIC X(20).
            10 VS-VERSION PIC X(8).
    01 VERS-SEARCH-NAME PIC X(20).
    01 STEP-VERSION PIC X(8).

    01 COUNT-DISP PIC Z(5)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="SHIFT-HANDOVER"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="SHIFT-HANDOVER"==.
    COPY "runctldata.cpy" REPLACING ==":PGMNAME:"== BY =="SHIFT-HANDOVER"==.
    COPY "cycledata.cpy".

    *> ---------------------
    *> STREAM STARTS: the latest CYCLE-START start stamp per stream,
    *> for dating the locks, and the latest version each program ran.
    *> ---------------------

    1000-LOAD-STREAM-STARTS.
            IF AL-PROGRAM-NAME = "CYCLE-START" THEN
                PERFORM 1200-TABLE-ONE-START
            END-IF
            IF AL-PROGRAM-VERSION NOT = SPACES THEN
                PERFORM 1300-TABLE-ONE-VERSION
            END-IF
    END-READ.

    1200-TABLE-ONE-START.
        MOVE STRT-COUNT TO STRT-IDX
    END-IF.

    1300-TABLE-ONE-VERSION.
    MOVE AL-PROGRAM-NAME TO VERS-SEARCH-NAME.
    PERFORM 1310-FIND-PROGRAM-VERSION.
    IF VERS-FOUND-IDX > 0 THEN
        MOVE AL-PROGRAM-VERSION TO VS-VERSION(VERS-FOUND-IDX)
    ELSE
        IF VERS-COUNT < VERS-TABLE-MAX THEN
            ADD 1 TO VERS-COUNT
            MOVE AL-PROGRAM-NAME TO VS-PROGRAM-NAME(VERS-COUNT)
            MOVE AL-PROGRAM-VERSION TO VS-VERSION(VERS-COUNT)
        END-IF
    END-IF.

    1310-FIND-PROGRAM-VERSION.
    MOVE 0 TO VERS-FOUND-IDX.
    PERFORM 1320-MATCH-ONE-PROGRAM
        VARYING VERS-IDX FROM 1 BY 1 UNTIL VERS-IDX > VERS-COUNT.

    1320-MATCH-ONE-PROGRAM.
    IF VS-PROGRAM-NAME(VERS-IDX) = VERS-SEARCH-NAME THEN
        MOVE VERS-IDX TO VERS-FOUND-IDX
        MOVE VERS-COUNT TO VERS-IDX
    END-IF.

    *> ---------------------
    *> UNACKNOWLEDGED ALERTS
    *> ---------------------
        NOT AT END
            IF RN-CYCLE-DATE = RUN-DATE-SAVE AND RN-FINAL-RC <= 4 THEN
                ADD 1 TO TOTAL-STEPS-SKIPPABLE
                MOVE RN-PROGRAM-NAME TO VERS-SEARCH-NAME
                PERFORM 1310-FIND-PROGRAM-VERSION
                MOVE "(none)" TO STEP-VERSION
                IF VERS-FOUND-IDX > 0 THEN
                    MOVE VS-VERSION(VERS-FOUND-IDX) TO STEP-VERSION
                END-IF
                MOVE SPACES TO RW-LINE-TEXT
                STRING "  " RN-PROGRAM-NAME " finished RC "
                    RN-FINAL-RC " version " STEP-VERSION
                    DELIMITED BY SIZE INTO RW-LINE-TEXT
                PERFORM 9000-PRINT-AND-SHOW
            END-IF
