IDENTIFICATION DIVISION.
PROGRAM-ID. LOT-EXPIRY-REPORT.

*> LOT-EXPIRY-REPORT is the warehouse's nightly list of the lots on
*> the shelf that are about to go out of date: every LOTSTOCK lot
*> still holding stock whose expiry falls within the parameter's
*> number of days of the run date -- lots already past it included,
*> flagged EXPIRED -- sorted soonest first, with the days each has
*> left. Lots that never expire (expiry zero) are not listed. The
*> report prints through REPORT-WRITER, and the step ends RC=4 when
*> expired stock is still on the shelf so the warehouse is alerted
*> to pull it.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  days ahead to list (zero for 30)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "lotstksel.cpy".
        SELECT SORT-WORK-FILE ASSIGN TO "EXPWORK".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  LOT-STOCK-FILE.
    COPY "lotstkrec.cpy".

    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05  SW-EXPIRY-DATE PIC 9(8).
        05  SW-PART-NO PIC X(6).
        05  SW-LOCATION PIC X(3).
        05  SW-LOT-NO PIC X(10).
        05  SW-QUANTITY PIC 9(6).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 LOT-STOCK-STATUS PIC X(2).
    01 LOT-STOCK-EOF PIC 9(1) COMP VALUE 0.
        88 LOT-STOCK-AT-EOF VALUE 1.
    01 SORT-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 SORT-WORK-AT-EOF VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 DAYS-AHEAD PIC 9(5) VALUE 0.
    01 RUN-DATE PIC 9(8) VALUE 0.
    01 CUTOFF-DATE PIC 9(8) VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 EXPIRY-FLAG PIC X(8).
    01 TOTAL-LOTS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-LOTS-LISTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LOTS-EXPIRED PIC 9(6) COMP VALUE 0.
    01 TOTAL-QTY-EXPIRED PIC 9(7) COMP VALUE 0.

    01 RPT-QTY-DISP PIC Z(5)9.
    01 RPT-DAYS-DISP PIC -(4)9.
    01 RPT-COUNT-DISP PIC Z(5)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="LOT-EXPIRY-REPORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="LOT-EXPIRY-REPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="LOT-EXPIRY-REPORT"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    OPEN INPUT LOT-STOCK-FILE.
    IF LOT-STOCK-STATUS NOT = "00" THEN
        DISPLAY "Lot-stock file not found, no lots to check."
    ELSE
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SW-EXPIRY-DATE SW-PART-NO
                SW-LOCATION SW-LOT-NO
            INPUT PROCEDURE IS 2000-SELECT-EXPIRING-LOTS
            OUTPUT PROCEDURE IS 3000-PRINT-EXPIRY-REPORT
        CLOSE LOT-STOCK-FILE
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS: the window runs from the run date forward the
    *> number of days asked for.
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            MOVE PC-NUM-1 TO DAYS-AHEAD
        END-IF
    ELSE
        DISPLAY "Days ahead to list (zero for 30):"
        ACCEPT DAYS-AHEAD
    END-IF.
    IF DAYS-AHEAD = 0 THEN
        MOVE 30 TO DAYS-AHEAD
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE.
    MOVE "A" TO DE-FUNCTION.
    MOVE RUN-DATE TO DE-DATE-1.
    MOVE DAYS-AHEAD TO DE-DAY-COUNT.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE = 0 THEN
        MOVE DE-RESULT-DATE TO CUTOFF-DATE
    ELSE
        MOVE RUN-DATE TO CUTOFF-DATE
    END-IF.
    DISPLAY "Lots expiring by " CUTOFF-DATE " (" DAYS-AHEAD " days).".

    *> ---------------------
    *> SORT INPUT PROCEDURE: one released record per lot still
    *> holding stock with an expiry on or before the cut-off.
    *> ---------------------

    2000-SELECT-EXPIRING-LOTS.
    MOVE 0 TO LOT-STOCK-EOF.
    PERFORM 2100-READ-LOT.
    PERFORM 2200-SELECT-ONE-LOT UNTIL LOT-STOCK-AT-EOF.

    2100-READ-LOT.
    READ LOT-STOCK-FILE NEXT RECORD
        AT END MOVE 1 TO LOT-STOCK-EOF
    END-READ.

    2200-SELECT-ONE-LOT.
    ADD 1 TO TOTAL-LOTS-READ.
    IF LT-QTY-ON-HAND > 0 AND LT-EXPIRY-DATE IS NUMERIC
            AND LT-EXPIRY-DATE NOT = 0
            AND LT-EXPIRY-DATE NOT > CUTOFF-DATE THEN
        MOVE LT-EXPIRY-DATE TO SW-EXPIRY-DATE
        MOVE LT-PART-NO TO SW-PART-NO
        MOVE LT-LOCATION TO SW-LOCATION
        MOVE LT-LOT-NO TO SW-LOT-NO
        MOVE LT-QTY-ON-HAND TO SW-QUANTITY
        RELEASE SORT-WORK-REC
    END-IF.
    PERFORM 2100-READ-LOT.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: one report line per lot, soonest
    *> expiry first, with the days it has left (negative once it
    *> has gone over).
    *> ---------------------

    3000-PRINT-EXPIRY-REPORT.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Lots Expiring" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "EXPIRY   PART   LOC LOT           QTY ON HAND  DAYS LEFT"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE 0 TO SORT-WORK-EOF.
    PERFORM 3100-RETURN-SORTED-LOT.
    PERFORM 3200-PRINT-ONE-LOT UNTIL SORT-WORK-AT-EOF.
    MOVE TOTAL-LOTS-LISTED TO RPT-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "LOTS LISTED: " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE TOTAL-LOTS-EXPIRED TO RPT-COUNT-DISP.
    MOVE TOTAL-QTY-EXPIRED TO RPT-QTY-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "EXPIRED LOTS ON SHELF: " RPT-COUNT-DISP
        "  QTY " RPT-QTY-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    3100-RETURN-SORTED-LOT.
    RETURN SORT-WORK-FILE
        AT END MOVE 1 TO SORT-WORK-EOF
    END-RETURN.

    3200-PRINT-ONE-LOT.
    ADD 1 TO TOTAL-LOTS-LISTED.
    MOVE SW-QUANTITY TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    MOVE "B" TO DE-FUNCTION.
    MOVE RUN-DATE TO DE-DATE-1.
    MOVE SW-EXPIRY-DATE TO DE-DATE-2.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE = 0 THEN
        MOVE DE-RESULT-COUNT TO RPT-DAYS-DISP
    ELSE
        MOVE 0 TO RPT-DAYS-DISP
    END-IF.
    MOVE SPACES TO EXPIRY-FLAG.
    IF SW-EXPIRY-DATE < RUN-DATE THEN
        MOVE "EXPIRED" TO EXPIRY-FLAG
        ADD 1 TO TOTAL-LOTS-EXPIRED
        ADD SW-QUANTITY TO TOTAL-QTY-EXPIRED
    END-IF.
    MOVE SW-QUANTITY TO RPT-QTY-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING SW-EXPIRY-DATE " " SW-PART-NO " " SW-LOCATION " "
        SW-LOT-NO "     " RPT-QTY-DISP "      " RPT-DAYS-DISP " "
        EXPIRY-FLAG
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 3100-RETURN-SORTED-LOT.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    DISPLAY "-- Lot Expiry Report --".
    DISPLAY "Lots read          : " TOTAL-LOTS-READ.
    DISPLAY "Lots listed        : " TOTAL-LOTS-LISTED.
    DISPLAY "Expired on shelf   : " TOTAL-LOTS-EXPIRED.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-LOTS-EXPIRED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Expired lots are still on the shelf." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
