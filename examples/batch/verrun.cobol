IDENTIFICATION DIVISION.
PROGRAM-ID. VERSION-RUN-REPORT.

*> VERSION-RUN-REPORT shows, for each of the most recent processing
*> cycles, which version of each program ran and when that build was
*> compiled, from the version stamp every program writes on its
*> audit-trail start record (AUDITPROC.CPY). Each version is looked
*> up on the release register (RELREG, maintained by RELEASE-MAINT);
*> a version with no register entry is flagged, and any cycle that
*> ran one is called out at the end of the cycle, RC=4. Runs logged
*> before programs were version-stamped show as unstamped and are
*> not flagged -- there is nothing to look up.
*>
*> Cycle, program and version are tabled in key order as they are
*> met, the way OPER-PRODUCTIVITY tables its operators; a window
*> busier than the table ends the run RC=4 with the overflow counted.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1        cycles to report back from the current one
*>                     (0 = 10)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "relregsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  RELEASE-REGISTER-FILE.
    COPY "relregrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 RELEASE-REGISTER-STATUS PIC X(2).
    01 REGISTER-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 REGISTER-IS-OPEN VALUE 1.
    01 AUDIT-EOF PIC 9(1) COMP VALUE 0.
        88 AUDIT-AT-EOF VALUE 1.
    01 ON-REGISTER-SWITCH PIC 9(1) COMP VALUE 0.
        88 VERSION-IS-REGISTERED VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 CYCLES-BACK-STAGING PIC X(4).
    01 CYCLES-BACK PIC 9(4) VALUE 10.
    01 FIRST-CYCLE PIC 9(6) VALUE 0.
    01 LAST-CYCLE PIC 9(6) VALUE 0.

*> One entry per cycle, program and version run, kept in that order,
*> with the compile date of the build and how many times it ran.
    01 VRN-TABLE-MAX PIC 9(4) COMP VALUE 2000.
    01 VRN-COUNT PIC 9(4) COMP VALUE 0.
    01 VRN-IDX PIC 9(4) COMP VALUE 0.
    01 VRN-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 VRN-INSERT-AT PIC 9(4) COMP VALUE 0.
    01 VRN-SHIFT-IDX PIC 9(4) COMP VALUE 0.
    01 VRN-TABLE.
        05 VRN-ENTRY OCCURS 2000 TIMES.
            10 VRN-KEY.
                15 VRN-CYCLE-NO PIC 9(6).
                15 VRN-PROGRAM PIC X(20).
                15 VRN-VERSION PIC X(8).
            10 VRN-COMPILE-DATE PIC X(8).
            10 VRN-RUNS PIC 9(5) COMP.
    01 VRN-SEARCH-KEY.
        05 VRN-SEARCH-CYCLE-NO PIC 9(6).
        05 VRN-SEARCH-PROGRAM PIC X(20).
        05 VRN-SEARCH-VERSION PIC X(8).

    01 PRIOR-CYCLE-NO PIC 9(6) VALUE 0.
    01 CYCLE-UNREGISTERED PIC 9(4) COMP VALUE 0.

    01 TOTAL-RECORDS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-OUTSIDE-WINDOW PIC 9(6) COMP VALUE 0.
    01 TOTAL-RUNS PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNSTAMPED PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNREGISTERED PIC 9(6) COMP VALUE 0.
    01 TOTAL-FLAGGED-CYCLES PIC 9(6) COMP VALUE 0.
    01 TOTAL-OVERFLOWED PIC 9(6) COMP VALUE 0.

    01 RPT-RUNS-DISP PIC ZZZZ9.
    01 RPT-COUNT-DISP PIC ZZZ9.
    01 RPT-STATUS PIC X(16).

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="VERSION-RUN-REPORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="VERSION-RUN-REPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 2000-LOAD-AUDIT-STARTS.
    PERFORM 3000-PRINT-VERSIONS-RUN.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS: how many cycles back from the current one to
    *> report, ten unless named.
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND AND PC-NUM-1 > 0 AND PC-NUM-1 < 10000 THEN
            MOVE PC-NUM-1 TO CYCLES-BACK
        END-IF
    ELSE
        DISPLAY "Cycles to report (blank for 10):"
        ACCEPT CYCLES-BACK-STAGING
        IF CYCLES-BACK-STAGING IS NUMERIC THEN
            MOVE CYCLES-BACK-STAGING TO CYCLES-BACK
        END-IF
    END-IF.
    IF CYCLES-BACK = 0 THEN
        MOVE 10 TO CYCLES-BACK
    END-IF.
    MOVE CYCLE-CURRENT-NO TO LAST-CYCLE.
    IF LAST-CYCLE > CYCLES-BACK THEN
        COMPUTE FIRST-CYCLE = LAST-CYCLE - CYCLES-BACK + 1
    ELSE
        MOVE 0 TO FIRST-CYCLE
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Program Versions Run" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "CYCLES " FIRST-CYCLE " THROUGH " LAST-CYCLE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    *> ---------------------
    *> AUDIT TRAIL: every run's start record inside the cycle window,
    *> tabled by cycle, program and the version it carried.
    *> ---------------------

    2000-LOAD-AUDIT-STARTS.
    OPEN INPUT AUDIT-LOG-FILE.
    IF AUDIT-LOG-STATUS NOT = "00" THEN
        DISPLAY "No audit trail found, nothing to report."
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2100-READ-AUDIT.
    PERFORM 2200-TABLE-ONE-RUN UNTIL AUDIT-AT-EOF.
    CLOSE AUDIT-LOG-FILE.

    2100-READ-AUDIT.
    READ AUDIT-LOG-FILE
        AT END MOVE 1 TO AUDIT-EOF
    END-READ.

    2200-TABLE-ONE-RUN.
    ADD 1 TO TOTAL-RECORDS-READ.
    IF AL-END-TIME NOT = SPACES THEN
        PERFORM 2100-READ-AUDIT
        EXIT PARAGRAPH
    END-IF.
    IF AL-CYCLE-NO < FIRST-CYCLE OR AL-CYCLE-NO > LAST-CYCLE THEN
        ADD 1 TO TOTAL-OUTSIDE-WINDOW
        PERFORM 2100-READ-AUDIT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-RUNS.
    MOVE AL-CYCLE-NO TO VRN-SEARCH-CYCLE-NO.
    MOVE AL-PROGRAM-NAME TO VRN-SEARCH-PROGRAM.
    MOVE AL-PROGRAM-VERSION TO VRN-SEARCH-VERSION.
    PERFORM 2300-LOCATE-RUN.
    IF VRN-FOUND-IDX = 0 THEN
        PERFORM 2400-ADD-RUN
    END-IF.
    IF VRN-FOUND-IDX > 0 THEN
        ADD 1 TO VRN-RUNS(VRN-FOUND-IDX)
        MOVE AL-COMPILE-DATE TO VRN-COMPILE-DATE(VRN-FOUND-IDX)
    END-IF.
    PERFORM 2100-READ-AUDIT.

    2300-LOCATE-RUN.
    MOVE 0 TO VRN-FOUND-IDX.
    MOVE 0 TO VRN-INSERT-AT.
    PERFORM 2310-COMPARE-ONE-ENTRY
        VARYING VRN-IDX FROM 1 BY 1 UNTIL VRN-IDX > VRN-COUNT.

    2310-COMPARE-ONE-ENTRY.
    IF VRN-INSERT-AT = 0
            AND VRN-KEY(VRN-IDX) NOT < VRN-SEARCH-KEY THEN
        IF VRN-KEY(VRN-IDX) = VRN-SEARCH-KEY THEN
            MOVE VRN-IDX TO VRN-FOUND-IDX
        END-IF
        MOVE VRN-IDX TO VRN-INSERT-AT
    END-IF.

    2400-ADD-RUN.
    IF VRN-COUNT >= VRN-TABLE-MAX THEN
        ADD 1 TO TOTAL-OVERFLOWED
        EXIT PARAGRAPH
    END-IF.
    IF VRN-INSERT-AT = 0 THEN
        COMPUTE VRN-INSERT-AT = VRN-COUNT + 1
    ELSE
        PERFORM 2410-SHIFT-ONE-ENTRY
            VARYING VRN-SHIFT-IDX FROM VRN-COUNT BY -1
            UNTIL VRN-SHIFT-IDX < VRN-INSERT-AT
    END-IF.
    ADD 1 TO VRN-COUNT.
    INITIALIZE VRN-ENTRY(VRN-INSERT-AT).
    MOVE VRN-SEARCH-KEY TO VRN-KEY(VRN-INSERT-AT).
    MOVE VRN-INSERT-AT TO VRN-FOUND-IDX.

    2410-SHIFT-ONE-ENTRY.
    MOVE VRN-ENTRY(VRN-SHIFT-IDX) TO VRN-ENTRY(VRN-SHIFT-IDX + 1).

    *> ---------------------
    *> VERSIONS RUN: one line per cycle, program and version, each
    *> version checked against the release register. A cycle that
    *> ran anything unregistered gets a closing warning line.
    *> ---------------------

    3000-PRINT-VERSIONS-RUN.
    OPEN INPUT RELEASE-REGISTER-FILE.
    IF RELEASE-REGISTER-STATUS = "00" THEN
        MOVE 1 TO REGISTER-OPEN-SWITCH
    ELSE
        DISPLAY "Release register not available; every stamped "
            "version is unregistered."
    END-IF.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE "CYCLE  PROGRAM              VERSION  COMPILED  RUNS  STATUS"
        TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    PERFORM 3100-PRINT-ONE-RUN
        VARYING VRN-IDX FROM 1 BY 1 UNTIL VRN-IDX > VRN-COUNT.
    PERFORM 3200-CLOSE-CYCLE.
    IF REGISTER-IS-OPEN THEN
        CLOSE RELEASE-REGISTER-FILE
    END-IF.

    3100-PRINT-ONE-RUN.
    IF VRN-IDX > 1
            AND VRN-CYCLE-NO(VRN-IDX) NOT = PRIOR-CYCLE-NO THEN
        PERFORM 3200-CLOSE-CYCLE
    END-IF.
    MOVE VRN-CYCLE-NO(VRN-IDX) TO PRIOR-CYCLE-NO.
    IF VRN-VERSION(VRN-IDX) = SPACES THEN
        MOVE "(unstamped)" TO RPT-STATUS
        ADD VRN-RUNS(VRN-IDX) TO TOTAL-UNSTAMPED
    ELSE
        PERFORM 3110-CHECK-REGISTER
        IF VERSION-IS-REGISTERED THEN
            MOVE SPACES TO RPT-STATUS
        ELSE
            MOVE "NOT ON REGISTER" TO RPT-STATUS
            ADD 1 TO CYCLE-UNREGISTERED
            ADD 1 TO TOTAL-UNREGISTERED
        END-IF
    END-IF.
    MOVE VRN-RUNS(VRN-IDX) TO RPT-RUNS-DISP.
    STRING VRN-CYCLE-NO(VRN-IDX) " " VRN-PROGRAM(VRN-IDX) " "
        VRN-VERSION(VRN-IDX) " " VRN-COMPILE-DATE(VRN-IDX) " "
        RPT-RUNS-DISP " " RPT-STATUS
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    3110-CHECK-REGISTER.
    MOVE 0 TO ON-REGISTER-SWITCH.
    IF NOT REGISTER-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE VRN-PROGRAM(VRN-IDX) TO RR-PROGRAM.
    MOVE VRN-VERSION(VRN-IDX) TO RR-VERSION.
    READ RELEASE-REGISTER-FILE
        INVALID KEY
            MOVE 0 TO ON-REGISTER-SWITCH
        NOT INVALID KEY
            MOVE 1 TO ON-REGISTER-SWITCH
    END-READ.

    3200-CLOSE-CYCLE.
    IF CYCLE-UNREGISTERED > 0 THEN
        MOVE CYCLE-UNREGISTERED TO RPT-COUNT-DISP
        STRING "  ** CYCLE " PRIOR-CYCLE-NO " RAN " RPT-COUNT-DISP
            " UNREGISTERED VERSION(S) **"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
        ADD 1 TO TOTAL-FLAGGED-CYCLES
    END-IF.
    MOVE 0 TO CYCLE-UNREGISTERED.

    3950-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Program Versions Run Report --".
    DISPLAY "Cycles reported     : " FIRST-CYCLE " - " LAST-CYCLE.
    DISPLAY "Audit records read  : " TOTAL-RECORDS-READ.
    DISPLAY "  Outside window    : " TOTAL-OUTSIDE-WINDOW.
    DISPLAY "Runs reported       : " TOTAL-RUNS.
    DISPLAY "  Unstamped         : " TOTAL-UNSTAMPED.
    DISPLAY "Unregistered lines  : " TOTAL-UNREGISTERED.
    DISPLAY "Cycles flagged      : " TOTAL-FLAGGED-CYCLES.
    IF TOTAL-UNREGISTERED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Programs ran versions that are not on the release register." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    IF TOTAL-OVERFLOWED > 0 THEN
        DISPLAY "Not tabled (table full): " TOTAL-OVERFLOWED
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Version table overflowed; the report is incomplete." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    IF RW-RETURN-CODE NOT = 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "REPORT-WRITER reported an error printing the versions report." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
