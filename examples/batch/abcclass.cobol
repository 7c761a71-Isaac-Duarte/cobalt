IDENTIFICATION DIVISION.
PROGRAM-ID. ABC-CLASSIFY.

*> ABC-CLASSIFY is the quarterly ABC classification of the part
*> master. Each stocked part's annual usage -- its DEMANDHS issue
*> quantities over the twelve months ending with the run month --
*> is valued at PM-UNIT-COST, and the parts are ranked by that
*> value, highest first, with the same SORT/OUTPUT PROCEDURE
*> structure REORDER-REPORT uses. Walking down the ranking, a part
*> is class A while the value ranked above it is still under the
*> A cutoff percentage of the total, class B while under the B
*> cutoff, and class C after that; a part with no usage value is
*> always C. Kits carry no stock of their own and are left out.
*> The class is set on the part master as PM-ABC-CLASS -- this is
*> the only program that sets it -- and COUNT-SHEET-SELECT counts
*> each class on its own interval. The ranking report prints
*> through REPORT-WRITER with the cumulative percentage on every
*> line and a summary by class, followed by the class-change
*> report: every part whose class differs from the one the last
*> run left on the master. With no demand history on file nothing
*> is reclassified.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  A cutoff, cumulative percent of value (zero = 80)
*>     PC-NUM-2  B cutoff, cumulative percent of value (zero = 95)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "partsel.cpy".
        SELECT DEMAND-HIST-FILE ASSIGN TO "DEMANDHS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DEMAND-HIST-STATUS.
        SELECT ABC-WORK-FILE ASSIGN TO "ABCWORK".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  DEMAND-HIST-FILE.
    01  DEMAND-HIST-REC.
        05 DM-PART-NO PIC X(6).
        05 DM-PERIOD PIC 9(6).
        05 DM-ISSUE-QTY PIC 9(9).

    SD  ABC-WORK-FILE.
    01  ABC-WORK-REC.
        05 AW-USAGE-VALUE PIC 9(11)V99.
        05 AW-PART-NO PIC X(6).
        05 AW-DESCRIPTION PIC X(20).
        05 AW-USAGE-QTY PIC 9(9).
        05 AW-OLD-CLASS PIC X(1).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 PART-MASTER-STATUS PIC X(2).
    01 DEMAND-HIST-STATUS PIC X(2).
    01 PART-MASTER-EOF PIC 9(1) COMP VALUE 0.
        88 PART-MASTER-AT-EOF VALUE 1.
    01 DEMAND-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 DEMAND-HIST-AT-EOF VALUE 1.
    01 ABC-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 ABC-WORK-AT-EOF VALUE 1.
    01 PARM-STAGING PIC X(5).

    01 A-CUTOFF-PCT PIC 9(3) VALUE 80.
    01 B-CUTOFF-PCT PIC 9(3) VALUE 95.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.

*> The usage year: the run month and the eleven before it.
    01 RUN-PERIOD.
        05 RUN-PERIOD-YEAR PIC 9(4).
        05 RUN-PERIOD-MONTH PIC 9(2).
    01 RUN-PERIOD-NUM REDEFINES RUN-PERIOD PIC 9(6).
    01 FIRST-PERIOD.
        05 FIRST-PERIOD-YEAR PIC 9(4).
        05 FIRST-PERIOD-MONTH PIC 9(2).
    01 FIRST-PERIOD-NUM REDEFINES FIRST-PERIOD PIC 9(6).

*> The whole demand history, tabled as REORDER-RECALC tables it.
    01 DEM-TABLE-MAX PIC 9(4) COMP VALUE 3000.
    01 DEM-COUNT PIC 9(4) COMP VALUE 0.
    01 DEM-IDX PIC 9(4) COMP VALUE 0.
    01 DEM-TABLE.
        05 DEM-ENTRY OCCURS 3000 TIMES.
            10 DT-PART-NO PIC X(6).
            10 DT-PERIOD PIC 9(6).
            10 DT-ISSUE-QTY PIC 9(9) COMP.

    01 PART-USAGE-QTY PIC 9(9) COMP VALUE 0.
    01 TOTAL-USAGE-VALUE PIC 9(13)V99 COMP-3 VALUE 0.
    01 CUM-USAGE-VALUE PIC 9(13)V99 COMP-3 VALUE 0.
    01 CUM-BEFORE-PCT PIC 9(3)V9 COMP-3 VALUE 0.
    01 CUM-AFTER-PCT PIC 9(3)V9 COMP-3 VALUE 0.
    01 RANK-NO PIC 9(5) COMP VALUE 0.
    01 NEW-CLASS PIC X(1).
    01 OLD-CLASS-SHOWN PIC X(1).

*> Parts whose class moved this run, held for the change report
*> that follows the ranking.
    01 CHG-TABLE-MAX PIC 9(4) COMP VALUE 1000.
    01 CHG-COUNT PIC 9(4) COMP VALUE 0.
    01 CHG-IDX PIC 9(4) COMP VALUE 0.
    01 CHG-TABLE.
        05 CHG-ENTRY OCCURS 1000 TIMES.
            10 CG-PART-NO PIC X(6).
            10 CG-DESCRIPTION PIC X(20).
            10 CG-OLD-CLASS PIC X(1).
            10 CG-NEW-CLASS PIC X(1).
            10 CG-USAGE-VALUE PIC 9(11)V99 COMP-3.

*> Parts and value by class, A B C.
    01 CLASS-IDX PIC 9(1) COMP VALUE 0.
    01 CLASS-TOTALS.
        05 CLASS-TOTAL OCCURS 3 TIMES.
            10 CT-PARTS PIC 9(6) COMP.
            10 CT-VALUE PIC 9(13)V99 COMP-3.
    01 CLASS-LETTERS PIC X(3) VALUE "ABC".

    01 TOTAL-PARTS-SCANNED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS-RANKED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CLASS-CHANGES PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGES-UNLISTED PIC 9(6) COMP VALUE 0.

    01 ABC-RANK-DISP PIC Z(4)9.
    01 ABC-QTY-DISP PIC Z(8)9.
    01 ABC-VALUE-DISP PIC Z(10)9.99.
    01 ABC-PCT-DISP PIC ZZ9.9.
    01 ABC-COUNT-DISP PIC Z(5)9.
    01 ABC-CUTOFF-DISP PIC ZZ9.
    01 ABC-CUTOFF-DISP-2 PIC ZZ9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ABC-CLASSIFY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ABC-CLASSIFY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="ABC-CLASSIFY"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    INITIALIZE CLASS-TOTALS.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    PERFORM 1100-SET-USAGE-YEAR.
    PERFORM 1200-LOAD-DEMAND-TABLE.
    IF DEM-COUNT = 0 THEN
        DISPLAY "No demand history on file; nothing to classify."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Demand history (DEMANDHS) was empty or missing." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        OPEN I-O PART-MASTER-FILE
        IF PART-MASTER-STATUS NOT = "00" THEN
            DISPLAY "Part master not found, nothing to classify."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "Part master (PARTDAT) was not found." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        ELSE
            SORT ABC-WORK-FILE
                ON DESCENDING KEY AW-USAGE-VALUE
                ON ASCENDING KEY AW-PART-NO
                INPUT PROCEDURE IS 2000-VALUE-PARTS
                OUTPUT PROCEDURE IS 3000-CLASS-BY-RANK
            CLOSE PART-MASTER-FILE
        END-IF
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            IF PC-NUM-1 > 0 THEN
                MOVE PC-NUM-1 TO A-CUTOFF-PCT
            END-IF
            IF PC-NUM-2 > 0 THEN
                MOVE PC-NUM-2 TO B-CUTOFF-PCT
            END-IF
        END-IF
    ELSE
        DISPLAY "A cutoff, cumulative percent of value (80 default):"
        ACCEPT A-CUTOFF-PCT
        DISPLAY "B cutoff, cumulative percent of value (95 default):"
        ACCEPT B-CUTOFF-PCT
    END-IF.
    IF A-CUTOFF-PCT = 0 OR A-CUTOFF-PCT > 100 THEN
        MOVE 80 TO A-CUTOFF-PCT
    END-IF.
    IF B-CUTOFF-PCT = 0 OR B-CUTOFF-PCT > 100 THEN
        MOVE 95 TO B-CUTOFF-PCT
    END-IF.
    IF B-CUTOFF-PCT < A-CUTOFF-PCT THEN
        DISPLAY "B cutoff below A cutoff; B cutoff set to A cutoff."
        MOVE A-CUTOFF-PCT TO B-CUTOFF-PCT
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> Twelve months back to front: the run month, and the month
    *> after it a year earlier.
    1100-SET-USAGE-YEAR.
    MOVE RUN-DATE-SAVE(1:6) TO RUN-PERIOD-NUM.
    IF RUN-PERIOD-MONTH = 12 THEN
        MOVE RUN-PERIOD-YEAR TO FIRST-PERIOD-YEAR
        MOVE 1 TO FIRST-PERIOD-MONTH
    ELSE
        COMPUTE FIRST-PERIOD-YEAR = RUN-PERIOD-YEAR - 1
        COMPUTE FIRST-PERIOD-MONTH = RUN-PERIOD-MONTH + 1
    END-IF.

    1200-LOAD-DEMAND-TABLE.
    MOVE 0 TO DEMAND-HIST-EOF.
    OPEN INPUT DEMAND-HIST-FILE.
    IF DEMAND-HIST-STATUS = "00" THEN
        PERFORM 1300-LOAD-ONE-DEMAND-REC UNTIL DEMAND-HIST-AT-EOF
        CLOSE DEMAND-HIST-FILE
    END-IF.

    1300-LOAD-ONE-DEMAND-REC.
    READ DEMAND-HIST-FILE
        AT END MOVE 1 TO DEMAND-HIST-EOF
        NOT AT END
            IF DM-PERIOD >= FIRST-PERIOD-NUM
                    AND DM-PERIOD <= RUN-PERIOD-NUM
                    AND DM-ISSUE-QTY IS NUMERIC THEN
                IF DEM-COUNT < DEM-TABLE-MAX THEN
                    ADD 1 TO DEM-COUNT
                    MOVE DM-PART-NO TO DT-PART-NO(DEM-COUNT)
                    MOVE DM-PERIOD TO DT-PERIOD(DEM-COUNT)
                    MOVE DM-ISSUE-QTY TO DT-ISSUE-QTY(DEM-COUNT)
                ELSE
                    DISPLAY "Demand table full; history truncated."
                    MOVE 4 TO WS-RETURN-CODE
                    MOVE 1 TO DEMAND-HIST-EOF
                END-IF
            END-IF
    END-READ.

    *> ---------------------
    *> SORT INPUT PROCEDURE: every stocked part valued at a year's
    *> usage, the grand total kept for the cumulative percentages.
    *> ---------------------

    2000-VALUE-PARTS.
    MOVE LOW-VALUES TO PM-PART-NO.
    START PART-MASTER-FILE KEY NOT < PM-PART-NO
        INVALID KEY MOVE 1 TO PART-MASTER-EOF
    END-START.
    PERFORM 2100-READ-PART.
    PERFORM 2200-VALUE-ONE-PART UNTIL PART-MASTER-AT-EOF.

    2100-READ-PART.
    IF NOT PART-MASTER-AT-EOF THEN
        READ PART-MASTER-FILE NEXT RECORD
            AT END MOVE 1 TO PART-MASTER-EOF
        END-READ
    END-IF.

    2200-VALUE-ONE-PART.
    ADD 1 TO TOTAL-PARTS-SCANNED.
    IF NOT PM-IS-KIT THEN
        MOVE 0 TO PART-USAGE-QTY
        PERFORM 2210-SUM-ONE-DEMAND-ROW
            VARYING DEM-IDX FROM 1 BY 1 UNTIL DEM-IDX > DEM-COUNT
        MOVE PM-PART-NO TO AW-PART-NO
        MOVE PM-DESCRIPTION TO AW-DESCRIPTION
        MOVE PART-USAGE-QTY TO AW-USAGE-QTY
        COMPUTE AW-USAGE-VALUE = PART-USAGE-QTY * PM-UNIT-COST
        MOVE PM-ABC-CLASS TO AW-OLD-CLASS
        ADD AW-USAGE-VALUE TO TOTAL-USAGE-VALUE
        RELEASE ABC-WORK-REC
    END-IF.
    PERFORM 2100-READ-PART.

    2210-SUM-ONE-DEMAND-ROW.
    IF DT-PART-NO(DEM-IDX) = PM-PART-NO THEN
        ADD DT-ISSUE-QTY(DEM-IDX) TO PART-USAGE-QTY
    END-IF.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: the ranking, highest value first, each
    *> part classed by the share of value ranked above it.
    *> ---------------------

    3000-CLASS-BY-RANK.
    MOVE "I" TO RW-FUNCTION.
    MOVE "ABC Classification by Usage Value" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING " RANK PART   DESCRIPTION          USAGE QTY"
        "   ANNUAL VALUE  CUM% CLASS"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 3100-RETURN-RANKED-PART.
    PERFORM 3200-CLASS-ONE-PART UNTIL ABC-WORK-AT-EOF.
    PERFORM 4000-PRINT-CLASS-SUMMARY.
    PERFORM 5000-PRINT-CLASS-CHANGES.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    3100-RETURN-RANKED-PART.
    RETURN ABC-WORK-FILE
        AT END MOVE 1 TO ABC-WORK-EOF
    END-RETURN.

    3200-CLASS-ONE-PART.
    ADD 1 TO RANK-NO.
    ADD 1 TO TOTAL-PARTS-RANKED.
    MOVE 0 TO CUM-BEFORE-PCT.
    IF TOTAL-USAGE-VALUE > 0 THEN
        COMPUTE CUM-BEFORE-PCT =
            CUM-USAGE-VALUE * 100 / TOTAL-USAGE-VALUE
    END-IF.
    EVALUATE TRUE
        WHEN AW-USAGE-VALUE = 0
            MOVE "C" TO NEW-CLASS
        WHEN CUM-BEFORE-PCT < A-CUTOFF-PCT
            MOVE "A" TO NEW-CLASS
        WHEN CUM-BEFORE-PCT < B-CUTOFF-PCT
            MOVE "B" TO NEW-CLASS
        WHEN OTHER
            MOVE "C" TO NEW-CLASS
    END-EVALUATE.
    ADD AW-USAGE-VALUE TO CUM-USAGE-VALUE.
    MOVE 0 TO CUM-AFTER-PCT.
    IF TOTAL-USAGE-VALUE > 0 THEN
        COMPUTE CUM-AFTER-PCT ROUNDED =
            CUM-USAGE-VALUE * 100 / TOTAL-USAGE-VALUE
    END-IF.
    PERFORM 3300-PRINT-RANKED-PART.
    PERFORM 3400-ADD-CLASS-TOTAL.
    IF NEW-CLASS NOT = AW-OLD-CLASS THEN
        PERFORM 3500-SET-PART-CLASS
    END-IF.
    MOVE AW-USAGE-VALUE TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    PERFORM 3100-RETURN-RANKED-PART.

    3300-PRINT-RANKED-PART.
    MOVE RANK-NO TO ABC-RANK-DISP.
    MOVE AW-USAGE-QTY TO ABC-QTY-DISP.
    MOVE AW-USAGE-VALUE TO ABC-VALUE-DISP.
    MOVE CUM-AFTER-PCT TO ABC-PCT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING ABC-RANK-DISP " " AW-PART-NO " " AW-DESCRIPTION " "
        ABC-QTY-DISP " " ABC-VALUE-DISP " " ABC-PCT-DISP "    "
        NEW-CLASS
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3400-ADD-CLASS-TOTAL.
    EVALUATE NEW-CLASS
        WHEN "A"
            MOVE 1 TO CLASS-IDX
        WHEN "B"
            MOVE 2 TO CLASS-IDX
        WHEN OTHER
            MOVE 3 TO CLASS-IDX
    END-EVALUATE.
    ADD 1 TO CT-PARTS(CLASS-IDX).
    ADD AW-USAGE-VALUE TO CT-VALUE(CLASS-IDX).

    *> The new class goes straight onto the master; the part's old
    *> class is kept for the change report.
    3500-SET-PART-CLASS.
    MOVE AW-PART-NO TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY
            DISPLAY "Part " AW-PART-NO " left the master during the run."
            EXIT PARAGRAPH
    END-READ.
    MOVE NEW-CLASS TO PM-ABC-CLASS.
    REWRITE PART-MASTER-REC
        INVALID KEY
            DISPLAY "Part " AW-PART-NO " class could not be rewritten."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "A part's ABC class could not be rewritten." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
            EXIT PARAGRAPH
    END-REWRITE.
    ADD 1 TO TOTAL-CLASS-CHANGES.
    IF CHG-COUNT < CHG-TABLE-MAX THEN
        ADD 1 TO CHG-COUNT
        MOVE AW-PART-NO TO CG-PART-NO(CHG-COUNT)
        MOVE AW-DESCRIPTION TO CG-DESCRIPTION(CHG-COUNT)
        MOVE AW-OLD-CLASS TO CG-OLD-CLASS(CHG-COUNT)
        MOVE NEW-CLASS TO CG-NEW-CLASS(CHG-COUNT)
        MOVE AW-USAGE-VALUE TO CG-USAGE-VALUE(CHG-COUNT)
    ELSE
        ADD 1 TO TOTAL-CHANGES-UNLISTED
    END-IF.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> CLASS SUMMARY AND CLASS-CHANGE REPORT
    *> ---------------------

    4000-PRINT-CLASS-SUMMARY.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE A-CUTOFF-PCT TO ABC-CUTOFF-DISP.
    MOVE B-CUTOFF-PCT TO ABC-CUTOFF-DISP-2.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "CLASS SUMMARY (A under " ABC-CUTOFF-DISP
        "%, B under " ABC-CUTOFF-DISP-2 "% of value)"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 4100-PRINT-ONE-CLASS-TOTAL
        VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 3.
    MOVE TOTAL-USAGE-VALUE TO ABC-VALUE-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  TOTAL ANNUAL USAGE VALUE " ABC-VALUE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    4100-PRINT-ONE-CLASS-TOTAL.
    MOVE CT-PARTS(CLASS-IDX) TO ABC-COUNT-DISP.
    MOVE CT-VALUE(CLASS-IDX) TO ABC-VALUE-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  CLASS " CLASS-LETTERS(CLASS-IDX:1) " parts "
        ABC-COUNT-DISP " value " ABC-VALUE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    *> Every part whose class moved since the last run; a part
    *> never classified before shows its old class as "-".
    5000-PRINT-CLASS-CHANGES.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE "CLASS CHANGES SINCE THE LAST RUN" TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    IF CHG-COUNT = 0 THEN
        MOVE "  No part changed class." TO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    END-IF.
    PERFORM 5100-PRINT-ONE-CHANGE
        VARYING CHG-IDX FROM 1 BY 1 UNTIL CHG-IDX > CHG-COUNT.
    IF TOTAL-CHANGES-UNLISTED > 0 THEN
        MOVE TOTAL-CHANGES-UNLISTED TO ABC-COUNT-DISP
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  and " ABC-COUNT-DISP " more changes not listed"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    END-IF.

    5100-PRINT-ONE-CHANGE.
    IF CG-OLD-CLASS(CHG-IDX) = SPACE THEN
        MOVE "-" TO OLD-CLASS-SHOWN
    ELSE
        MOVE CG-OLD-CLASS(CHG-IDX) TO OLD-CLASS-SHOWN
    END-IF.
    MOVE CG-USAGE-VALUE(CHG-IDX) TO ABC-VALUE-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " CG-PART-NO(CHG-IDX) " " CG-DESCRIPTION(CHG-IDX)
        " " OLD-CLASS-SHOWN " -> " CG-NEW-CLASS(CHG-IDX)
        "  value " ABC-VALUE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    DISPLAY "-- ABC Classification Summary --".
    DISPLAY "Parts scanned   : " TOTAL-PARTS-SCANNED.
    DISPLAY "Parts ranked    : " TOTAL-PARTS-RANKED.
    DISPLAY "Class A parts   : " CT-PARTS(1).
    DISPLAY "Class B parts   : " CT-PARTS(2).
    DISPLAY "Class C parts   : " CT-PARTS(3).
    DISPLAY "Class changes   : " TOTAL-CLASS-CHANGES.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
