
*> COUNT-SHEET-SELECT opens the cycle-count subsystem: it walks the
*> part master, picks the parts due for counting -- never counted,
*> or last counted longer ago than the count interval for the
*> part's ABC class (ABC-CLASSIFY sets it on the master) per the
*> CCLAST last-count file COUNT-VARIANCE maintains, so a costly
*> fast mover is counted far more often than a cheap washer -- up
*> to the parameterized sheet size, and prints blind count sheets by
*> bin through REPORT-WRITER: one line for every bin on BINSTOCK
*> holding a selected part, sorted by location and walk sequence so
*> the counter walks each building once, with the bin's aisle and
*> shelf, the part and description, and blanks for the shelf count.
*> A selected part no bin holds prints at the end under UNBINNED
*> with blanks to write the location and bin on as well. The
*> on-hand figure is deliberately absent so the counter counts
*> instead of confirming. Counts come back as CCENTRY cards, with
*> the location and bin counted, for COUNT-VARIANCE.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  count-due age in days for a part not yet
*>               classified (zero keeps the 90 default)
*>     PC-NUM-2  maximum parts per sheet run (zero keeps 50)
*>     PC-TEXT-1(1:4)   class A count-due age in days (blank = 30)
*>     PC-TEXT-1(5:4)   class B count-due age in days (blank = 90)
*>     PC-TEXT-1(9:4)   class C count-due age in days (blank = 180)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        SELECT LAST-COUNT-FILE ASSIGN TO "CCLAST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LAST-COUNT-STATUS.
        COPY "binsel.cpy".
        SELECT COUNT-WORK-FILE ASSIGN TO "CCWORK".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        05 LC-PART-NO PIC X(6).
        05 LC-LAST-COUNT-DATE PIC 9(8).

    COPY "binfd.cpy".

    SD  COUNT-WORK-FILE.
    01  COUNT-WORK-REC.
        05 CW-UNBINNED PIC X(1).
        05 CW-LOCATION PIC X(3).
        05 CW-WALK-SEQ PIC 9(5).
        05 CW-BIN PIC X(6).
        05 CW-PART-NO PIC X(6).
        05 CW-AISLE PIC X(3).
        05 CW-SHELF PIC X(2).
        05 CW-DESCRIPTION PIC X(20).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
        88 PART-MASTER-AT-EOF VALUE 1.
    01 LAST-COUNT-EOF PIC 9(1) COMP VALUE 0.
        88 LAST-COUNT-AT-EOF VALUE 1.
    01 COUNT-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 COUNT-WORK-AT-EOF VALUE 1.
    01 CURRENT-SHEET-LOCATION PIC X(4) VALUE SPACES.
    01 SHEET-LOCATION PIC X(4).

    01 COUNT-DUE-DAYS PIC 9(4) COMP VALUE 90.
    01 CLASS-A-DUE-DAYS PIC 9(4) COMP VALUE 30.
    01 CLASS-B-DUE-DAYS PIC 9(4) COMP VALUE 90.
    01 CLASS-C-DUE-DAYS PIC 9(4) COMP VALUE 180.
    01 PART-DUE-DAYS PIC 9(4) COMP VALUE 0.
    01 SHEET-LIMIT PIC 9(4) COMP VALUE 50.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 PART-COUNT-AGE PIC S9(9) COMP VALUE 0.

    01 TOTAL-PARTS-SCANNED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS-SELECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-SHEET-LINES PIC 9(6) COMP VALUE 0.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="COUNT-SHEET-SELECT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="COUNT-SHEET-SELECT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "bindata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="COUNT-SHEET-SELECT"==.

PROCEDURE DIVISION.
        MOVE "Part master (PARTDAT) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        MOVE 1 TO BIN-READ-ONLY
        SORT COUNT-WORK-FILE
            ON ASCENDING KEY CW-UNBINNED CW-LOCATION CW-WALK-SEQ
                CW-BIN CW-PART-NO
            INPUT PROCEDURE IS 2500-SELECT-DUE-PARTS
            OUTPUT PROCEDURE IS 4000-PRINT-COUNT-SHEETS
        CLOSE PART-MASTER-FILE
        PERFORM 9989-BIN-CLOSE
    END-IF.
    DISPLAY "-- Count Sheet Selection --".
    DISPLAY "Parts scanned  : " TOTAL-PARTS-SCANNED.
    DISPLAY "Parts selected : " TOTAL-PARTS-SELECTED.
    DISPLAY "Sheet lines    : " TOTAL-SHEET-LINES.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-PARTS-SELECTED = 0 THEN
        MOVE 4 TO WS-RETURN-CODE
            IF PC-NUM-2 > 0 THEN
                MOVE PC-NUM-2 TO SHEET-LIMIT
            END-IF
            IF PC-TEXT-1(1:4) IS NUMERIC THEN
                MOVE PC-TEXT-1(1:4) TO CLASS-A-DUE-DAYS
            END-IF
            IF PC-TEXT-1(5:4) IS NUMERIC THEN
                MOVE PC-TEXT-1(5:4) TO CLASS-B-DUE-DAYS
            END-IF
            IF PC-TEXT-1(9:4) IS NUMERIC THEN
                MOVE PC-TEXT-1(9:4) TO CLASS-C-DUE-DAYS
            END-IF
        END-IF
    ELSE
        DISPLAY "Count-due age in days, unclassified parts:"
        ACCEPT COUNT-DUE-DAYS
        DISPLAY "Count-due age in days, class A:"
        ACCEPT CLASS-A-DUE-DAYS
        DISPLAY "Count-due age in days, class B:"
        ACCEPT CLASS-B-DUE-DAYS
        DISPLAY "Count-due age in days, class C:"
        ACCEPT CLASS-C-DUE-DAYS
        DISPLAY "Maximum parts this run:"
        ACCEPT SHEET-LIMIT
    END-IF.
    IF SHEET-LIMIT = 0 THEN
        MOVE 50 TO SHEET-LIMIT
    END-IF.
    IF CLASS-A-DUE-DAYS = 0 THEN
        MOVE 30 TO CLASS-A-DUE-DAYS
    END-IF.
    IF CLASS-B-DUE-DAYS = 0 THEN
        MOVE 90 TO CLASS-B-DUE-DAYS
    END-IF.
    IF CLASS-C-DUE-DAYS = 0 THEN
        MOVE 180 TO CLASS-C-DUE-DAYS
    END-IF.

    1500-LOAD-LAST-COUNTS.
    MOVE 0 TO LAST-COUNT-EOF.
    END-IF.

    *> ---------------------
    *> SORT INPUT PROCEDURE: the parts due, one record per bin each
    *> sits in.
    *> ---------------------

    2500-SELECT-DUE-PARTS.
    PERFORM 2000-READ-PART.
    PERFORM 3000-SELECT-ONE-PART
        UNTIL PART-MASTER-AT-EOF
        OR TOTAL-PARTS-SELECTED >= SHEET-LIMIT.

    2000-READ-PART.
    READ PART-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO PART-MASTER-EOF

    3000-SELECT-ONE-PART.
    ADD 1 TO TOTAL-PARTS-SCANNED.
    EVALUATE TRUE
        WHEN PM-ABC-IS-A
            MOVE CLASS-A-DUE-DAYS TO PART-DUE-DAYS
        WHEN PM-ABC-IS-B
            MOVE CLASS-B-DUE-DAYS TO PART-DUE-DAYS
        WHEN PM-ABC-IS-C
            MOVE CLASS-C-DUE-DAYS TO PART-DUE-DAYS
        WHEN OTHER
            MOVE COUNT-DUE-DAYS TO PART-DUE-DAYS
    END-EVALUATE.
    PERFORM 3100-COMPUTE-COUNT-AGE.
    IF PART-COUNT-AGE > PART-DUE-DAYS THEN
        PERFORM 3200-RELEASE-PART-BINS
    END-IF.
    PERFORM 2000-READ-PART.

        VARYING LAST-IDX FROM 1 BY 1
        UNTIL LAST-IDX > LAST-COUNT-ENTRIES.
    IF LAST-FOUND-IDX = 0 THEN
        COMPUTE PART-COUNT-AGE = PART-DUE-DAYS + 1
    ELSE
        MOVE "B" TO DE-FUNCTION
        MOVE LT-COUNT-DATE(LAST-FOUND-IDX) TO DE-DATE-1
        IF DE-RETURN-CODE = 0 THEN
            MOVE DE-RESULT-COUNT TO PART-COUNT-AGE
        ELSE
            COMPUTE PART-COUNT-AGE = PART-DUE-DAYS + 1
        END-IF
    END-IF.

        MOVE LAST-COUNT-ENTRIES TO LAST-IDX
    END-IF.

    *> Every bin holding the part, at every location; a part no
    *> bin holds is released once, unbinned.
    3200-RELEASE-PART-BINS.
    ADD 1 TO TOTAL-PARTS-SELECTED.
    MOVE PM-PART-NO TO BIN-PART-NO.
    MOVE SPACES TO BIN-LOCATION.
    PERFORM 9976-BIN-LOAD-PART-BINS.
    MOVE PM-PART-NO TO CW-PART-NO.
    MOVE PM-DESCRIPTION TO CW-DESCRIPTION.
    IF BIN-PART-COUNT = 0 THEN
        MOVE "1" TO CW-UNBINNED
        MOVE SPACES TO CW-LOCATION
        MOVE 0 TO CW-WALK-SEQ
        MOVE SPACES TO CW-BIN
        MOVE SPACES TO CW-AISLE
        MOVE SPACES TO CW-SHELF
        RELEASE COUNT-WORK-REC
    ELSE
        MOVE 0 TO BIN-IDX
        PERFORM 3300-RELEASE-ONE-BIN BIN-PART-COUNT TIMES
    END-IF.

    3300-RELEASE-ONE-BIN.
    ADD 1 TO BIN-IDX.
    MOVE "0" TO CW-UNBINNED.
    MOVE BP-LOCATION(BIN-IDX) TO CW-LOCATION.
    MOVE BP-WALK-SEQ(BIN-IDX) TO CW-WALK-SEQ.
    MOVE BP-BIN(BIN-IDX) TO CW-BIN.
    MOVE BP-AISLE(BIN-IDX) TO CW-AISLE.
    MOVE BP-SHELF(BIN-IDX) TO CW-SHELF.
    RELEASE COUNT-WORK-REC.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: the sheets in walk order, a heading
    *> for each location. The blind sheet line: no on-hand anywhere
    *> on it.
    *> ---------------------

    4000-PRINT-COUNT-SHEETS.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Cycle Count Sheets" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    PERFORM 4100-RETURN-COUNT-WORK.
    PERFORM 4200-PRINT-COUNT-SHEET-LINE UNTIL COUNT-WORK-AT-EOF.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    4100-RETURN-COUNT-WORK.
    RETURN COUNT-WORK-FILE
        AT END MOVE 1 TO COUNT-WORK-EOF
    END-RETURN.

    4200-PRINT-COUNT-SHEET-LINE.
    IF CW-UNBINNED = "1" THEN
        MOVE "NONE" TO SHEET-LOCATION
    ELSE
        MOVE CW-LOCATION TO SHEET-LOCATION
    END-IF.
    IF SHEET-LOCATION NOT = CURRENT-SHEET-LOCATION THEN
        MOVE SHEET-LOCATION TO CURRENT-SHEET-LOCATION
        MOVE SPACES TO RW-LINE-TEXT
        IF CW-UNBINNED = "1" THEN
            MOVE "UNBINNED -- write the location and bin counted"
                TO RW-LINE-TEXT
        ELSE
            STRING "LOCATION " CW-LOCATION
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        END-IF
        PERFORM 4900-PRINT-REPORT-LINE
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    IF CW-UNBINNED = "1" THEN
        STRING CW-PART-NO " " CW-DESCRIPTION
            "  LOC: ___  BIN: ______  COUNTED: ______  BY: ___"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        STRING "BIN " CW-BIN " " CW-AISLE "-" CW-SHELF " "
            CW-PART-NO " " CW-DESCRIPTION
            "  COUNTED: ______  BY: ___"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 4900-PRINT-REPORT-LINE.
    ADD 1 TO TOTAL-SHEET-LINES.
    MOVE 1 TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    PERFORM 4100-RETURN-COUNT-WORK.

    4900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "binproc.cpy".
