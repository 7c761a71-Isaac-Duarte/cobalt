IDENTIFICATION DIVISION.
PROGRAM-ID. SLOW-MOVE-RESERVE.

*> SLOW-MOVE-RESERVE is the month-end slow-moving and obsolete
*> stock report. INV-VALUATION says what the stockroom cost; this
*> says how much of that cost has stopped moving. For every stocked
*> part with on-hand, the last issue or shipment is found from the
*> part's STKHIST activity ("I" and "S" movements, one keyed START
*> per part) and from DEMANDHS, whichever is later, so a part whose
*> last movement predates the activity history still dates from its
*> demand. The months since that movement put the part in an age
*> bucket -- by default 6, 12 and 24 months -- and each bucket
*> reserves its own percentage of the part's on-hand at
*> PM-UNIT-COST. A part with on-hand and no movement ever recorded
*> in either file is listed on its own and reserved at the oldest
*> bucket's rate. Months of supply is on-hand over the average
*> monthly issues of the twelve months ending with the run month.
*> The report prints through REPORT-WRITER bucket by bucket, sorted
*> by part, with totals by bucket and for the whole reserve. When
*> the run is told to book, the change in the reserve since the
*> last booked run goes to GLINTF as one STK/RSV journal entry for
*> GL-POST -- a reserve that grew debits the GLMAP row's debit
*> account, one that shrank books the reverse -- and the new
*> reserve balance is kept on the RSVCTL control file for the next
*> month's close. Kits carry no stock of their own and are left
*> out.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1          1 = book the reserve change to the GL
*>     PC-TEXT-1(1:3)    first bucket age, months  (blank = 6)
*>     PC-TEXT-1(4:3)    second bucket age, months (blank = 12)
*>     PC-TEXT-1(7:3)    third bucket age, months  (blank = 24)
*>     PC-TEXT-1(10:3)   first bucket reserve percent  (blank = 25)
*>     PC-TEXT-1(13:3)   second bucket reserve percent (blank = 50)
*>     PC-TEXT-1(16:3)   third bucket reserve percent  (blank = 100)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "partsel.cpy".
        COPY "sthsel.cpy".
        SELECT DEMAND-HIST-FILE ASSIGN TO "DEMANDHS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DEMAND-HIST-STATUS.
        SELECT RESERVE-CTL-FILE ASSIGN TO "RSVCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RESERVE-CTL-STATUS.
        SELECT SLOW-WORK-FILE ASSIGN TO "SLOWWORK".
        COPY "glsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  PART-HIST-FILE.
    COPY "sthrec.cpy".

    FD  DEMAND-HIST-FILE.
    01  DEMAND-HIST-REC.
        05 DM-PART-NO PIC X(6).
        05 DM-PERIOD PIC 9(6).
        05 DM-ISSUE-QTY PIC 9(9).

    FD  RESERVE-CTL-FILE.
    01  RESERVE-CTL-REC.
        05 RC-RESERVE-BALANCE PIC 9(11)V99.
        05 RC-LAST-BOOKED-DATE PIC 9(8).

    SD  SLOW-WORK-FILE.
    01  SLOW-WORK-REC.
        05 SW-BUCKET PIC 9(1).
        05 SW-PART-NO PIC X(6).
        05 SW-DESCRIPTION PIC X(20).
        05 SW-ON-HAND PIC 9(6).
        05 SW-LAST-PERIOD PIC 9(6).
        05 SW-AGE-MONTHS PIC 9(4).
        05 SW-MONTHS-SUPPLY PIC 9(4)V9.
        05 SW-NO-DEMAND PIC X(1).
        05 SW-COST-VALUE PIC 9(9)V99.
        05 SW-RESERVE PIC 9(9)V99.

    COPY "glfd.cpy".
    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 PART-MASTER-STATUS PIC X(2).
    01 PART-HIST-STATUS PIC X(2).
    01 DEMAND-HIST-STATUS PIC X(2).
    01 RESERVE-CTL-STATUS PIC X(2).
    01 PART-MASTER-EOF PIC 9(1) COMP VALUE 0.
        88 PART-MASTER-AT-EOF VALUE 1.
    01 DEMAND-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 DEMAND-HIST-AT-EOF VALUE 1.
    01 HIST-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 HIST-SCAN-AT-EOF VALUE 1.
    01 SLOW-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 SLOW-WORK-AT-EOF VALUE 1.
    01 PART-HIST-OPEN PIC 9(1) COMP VALUE 0.
        88 PART-HIST-IS-OPEN VALUE 1.
    01 BOOK-RESERVE PIC 9(1) COMP VALUE 0.
        88 BOOK-RESERVE-TO-GL VALUE 1.
    01 PARM-STAGING PIC X(5).
    01 BOOK-ANSWER PIC X(1) VALUE "N".

*> Bucket ages in months since last movement, and the percentage
*> of cost each reserves. Bucket 9 is on-hand never moved at all.
    01 BUCKET-AGE-1 PIC 9(3) VALUE 6.
    01 BUCKET-AGE-2 PIC 9(3) VALUE 12.
    01 BUCKET-AGE-3 PIC 9(3) VALUE 24.
    01 BUCKET-PCT-1 PIC 9(3) VALUE 25.
    01 BUCKET-PCT-2 PIC 9(3) VALUE 50.
    01 BUCKET-PCT-3 PIC 9(3) VALUE 100.
    01 NEVER-MOVED-BUCKET PIC 9(1) VALUE 9.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.

*> The demand year: the run month and the eleven before it.
    01 RUN-PERIOD.
        05 RUN-PERIOD-YEAR PIC 9(4).
        05 RUN-PERIOD-MONTH PIC 9(2).
    01 RUN-PERIOD-NUM REDEFINES RUN-PERIOD PIC 9(6).
    01 FIRST-PERIOD.
        05 FIRST-PERIOD-YEAR PIC 9(4).
        05 FIRST-PERIOD-MONTH PIC 9(2).
    01 FIRST-PERIOD-NUM REDEFINES FIRST-PERIOD PIC 9(6).
    01 LAST-PERIOD.
        05 LAST-PERIOD-YEAR PIC 9(4).
        05 LAST-PERIOD-MONTH PIC 9(2).
    01 LAST-PERIOD-NUM REDEFINES LAST-PERIOD PIC 9(6).

*> Every month of demand history with issues in it, tabled as
*> REORDER-RECALC tables it but without the twelve-month cut, since
*> the last month a part moved may be years back.
    01 DEM-TABLE-MAX PIC 9(4) COMP VALUE 3000.
    01 DEM-COUNT PIC 9(4) COMP VALUE 0.
    01 DEM-IDX PIC 9(4) COMP VALUE 0.
    01 DEM-TABLE.
        05 DEM-ENTRY OCCURS 3000 TIMES.
            10 DT-PART-NO PIC X(6).
            10 DT-PERIOD PIC 9(6).
            10 DT-ISSUE-QTY PIC 9(9) COMP.

    01 PART-YEAR-QTY PIC 9(9) COMP VALUE 0.
    01 PART-AGE-MONTHS PIC S9(5) COMP VALUE 0.
    01 PART-BUCKET PIC 9(1) VALUE 0.
    01 PART-RESERVE-PCT PIC 9(3) VALUE 0.
    01 PRIOR-BUCKET PIC 9(1) VALUE 0.

*> Parts and money by bucket: 1-3 by age, 4 never moved.
    01 BUCKET-IDX PIC 9(1) COMP VALUE 0.
    01 BUCKET-TOTALS.
        05 BUCKET-TOTAL OCCURS 4 TIMES.
            10 BT-PARTS PIC 9(6) COMP.
            10 BT-COST-VALUE PIC 9(11)V99 COMP-3.
            10 BT-RESERVE PIC 9(11)V99 COMP-3.

    01 TOTAL-PARTS-SCANNED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS-ON-HAND PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS-RESERVED PIC 9(6) COMP VALUE 0.
    01 TOTAL-NEVER-MOVED PIC 9(6) COMP VALUE 0.
    01 TOTAL-ON-HAND-COST PIC 9(11)V99 COMP-3 VALUE 0.
    01 TOTAL-RESERVE PIC 9(11)V99 COMP-3 VALUE 0.
    01 PRIOR-RESERVE PIC 9(11)V99 COMP-3 VALUE 0.
    01 PRIOR-BOOKED-DATE PIC 9(8) VALUE 0.
    01 RESERVE-CHANGE PIC S9(11)V99 COMP-3 VALUE 0.

    01 SLM-QTY-DISP PIC Z(5)9.
    01 SLM-AGE-DISP PIC ZZZ9.
    01 SLM-AGE-TEXT PIC X(4).
    01 SLM-SUPPLY-DISP PIC ZZZ9.9.
    01 SLM-SUPPLY-TEXT PIC X(6).
    01 SLM-PERIOD-TEXT PIC X(7).
    01 SLM-VALUE-DISP PIC Z(8)9.99.
    01 SLM-VALUE-DISP-2 PIC Z(8)9.99.
    01 SLM-TOTAL-DISP PIC Z(10)9.99.
    01 SLM-CHANGE-DISP PIC -(10)9.99.
    01 SLM-COUNT-DISP PIC Z(5)9.
    01 SLM-AGE-LO-DISP PIC ZZ9.
    01 SLM-AGE-HI-DISP PIC ZZ9.
    01 SLM-PCT-DISP PIC ZZ9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="SLOW-MOVE-RESERVE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="SLOW-MOVE-RESERVE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="SLOW-MOVE-RESERVE"==.
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="SLOW-MOVE-RESERVE"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    INITIALIZE BUCKET-TOTALS.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    PERFORM 1100-SET-DEMAND-YEAR.
    PERFORM 1200-LOAD-DEMAND-TABLE.
    PERFORM 1400-READ-RESERVE-CONTROL.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Part master not found, nothing to reserve."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part master (PARTDAT) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        OPEN INPUT PART-HIST-FILE
        IF PART-HIST-STATUS = "00" THEN
            MOVE 1 TO PART-HIST-OPEN
        ELSE
            DISPLAY "No activity history; dating from demand only."
            MOVE 4 TO WS-RETURN-CODE
            MOVE "Activity history (STKHIST) could not be opened." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        END-IF
        SORT SLOW-WORK-FILE
            ON ASCENDING KEY SW-BUCKET SW-PART-NO
            INPUT PROCEDURE IS 2000-AGE-PARTS
            OUTPUT PROCEDURE IS 3000-PRINT-BY-BUCKET
        CLOSE PART-MASTER-FILE
        IF PART-HIST-IS-OPEN THEN
            CLOSE PART-HIST-FILE
        END-IF
        IF BOOK-RESERVE-TO-GL THEN
            PERFORM 7000-BOOK-RESERVE-CHANGE
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
            IF PC-NUM-1 = 1 THEN
                MOVE 1 TO BOOK-RESERVE
            END-IF
            IF PC-TEXT-1(1:3) IS NUMERIC THEN
                MOVE PC-TEXT-1(1:3) TO BUCKET-AGE-1
            END-IF
            IF PC-TEXT-1(4:3) IS NUMERIC THEN
                MOVE PC-TEXT-1(4:3) TO BUCKET-AGE-2
            END-IF
            IF PC-TEXT-1(7:3) IS NUMERIC THEN
                MOVE PC-TEXT-1(7:3) TO BUCKET-AGE-3
            END-IF
            IF PC-TEXT-1(10:3) IS NUMERIC THEN
                MOVE PC-TEXT-1(10:3) TO BUCKET-PCT-1
            END-IF
            IF PC-TEXT-1(13:3) IS NUMERIC THEN
                MOVE PC-TEXT-1(13:3) TO BUCKET-PCT-2
            END-IF
            IF PC-TEXT-1(16:3) IS NUMERIC THEN
                MOVE PC-TEXT-1(16:3) TO BUCKET-PCT-3
            END-IF
        END-IF
    ELSE
        DISPLAY "First bucket age, months since last movement (6):"
        ACCEPT BUCKET-AGE-1
        DISPLAY "First bucket reserve percent (25):"
        ACCEPT BUCKET-PCT-1
        DISPLAY "Second bucket age, months (12):"
        ACCEPT BUCKET-AGE-2
        DISPLAY "Second bucket reserve percent (50):"
        ACCEPT BUCKET-PCT-2
        DISPLAY "Third bucket age, months (24):"
        ACCEPT BUCKET-AGE-3
        DISPLAY "Third bucket reserve percent (100):"
        ACCEPT BUCKET-PCT-3
        DISPLAY "Book the reserve change to the GL (Y/N):"
        ACCEPT BOOK-ANSWER
        IF BOOK-ANSWER = "Y" OR BOOK-ANSWER = "y" THEN
            MOVE 1 TO BOOK-RESERVE
        END-IF
    END-IF.
    IF BUCKET-AGE-1 = 0 THEN
        MOVE 6 TO BUCKET-AGE-1
    END-IF.
    IF BUCKET-AGE-2 NOT > BUCKET-AGE-1 THEN
        DISPLAY "Second bucket age not past the first; reset."
        COMPUTE BUCKET-AGE-2 = BUCKET-AGE-1 * 2
    END-IF.
    IF BUCKET-AGE-3 NOT > BUCKET-AGE-2 THEN
        DISPLAY "Third bucket age not past the second; reset."
        COMPUTE BUCKET-AGE-3 = BUCKET-AGE-2 * 2
    END-IF.
    IF BUCKET-PCT-1 > 100 THEN
        MOVE 100 TO BUCKET-PCT-1
    END-IF.
    IF BUCKET-PCT-2 > 100 THEN
        MOVE 100 TO BUCKET-PCT-2
    END-IF.
    IF BUCKET-PCT-3 > 100 THEN
        MOVE 100 TO BUCKET-PCT-3
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> Twelve months back to front: the run month, and the month
    *> after it a year earlier.
    1100-SET-DEMAND-YEAR.
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
            IF DM-ISSUE-QTY IS NUMERIC AND DM-ISSUE-QTY > 0
                    AND DM-PERIOD NOT > RUN-PERIOD-NUM THEN
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

    *> The reserve balance the last booked run left; none on file
    *> means nothing has been reserved yet.
    1400-READ-RESERVE-CONTROL.
    MOVE 0 TO PRIOR-RESERVE.
    MOVE 0 TO PRIOR-BOOKED-DATE.
    OPEN INPUT RESERVE-CTL-FILE.
    IF RESERVE-CTL-STATUS = "00" THEN
        READ RESERVE-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF RC-RESERVE-BALANCE IS NUMERIC THEN
                    MOVE RC-RESERVE-BALANCE TO PRIOR-RESERVE
                END-IF
                IF RC-LAST-BOOKED-DATE IS NUMERIC THEN
                    MOVE RC-LAST-BOOKED-DATE TO PRIOR-BOOKED-DATE
                END-IF
        END-READ
        CLOSE RESERVE-CTL-FILE
    END-IF.

    *> ---------------------
    *> SORT INPUT PROCEDURE: every stocked part with on-hand, dated
    *> by its last movement and put in its bucket.
    *> ---------------------

    2000-AGE-PARTS.
    MOVE LOW-VALUES TO PM-PART-NO.
    START PART-MASTER-FILE KEY NOT < PM-PART-NO
        INVALID KEY MOVE 1 TO PART-MASTER-EOF
    END-START.
    PERFORM 2100-READ-PART.
    PERFORM 2200-AGE-ONE-PART UNTIL PART-MASTER-AT-EOF.

    2100-READ-PART.
    IF NOT PART-MASTER-AT-EOF THEN
        READ PART-MASTER-FILE NEXT RECORD
            AT END MOVE 1 TO PART-MASTER-EOF
        END-READ
    END-IF.

    2200-AGE-ONE-PART.
    ADD 1 TO TOTAL-PARTS-SCANNED.
    IF NOT PM-IS-KIT AND PM-QTY-ON-HAND > 0 THEN
        ADD 1 TO TOTAL-PARTS-ON-HAND
        COMPUTE TOTAL-ON-HAND-COST = TOTAL-ON-HAND-COST
            + PM-QTY-ON-HAND * PM-UNIT-COST
        MOVE 0 TO LAST-PERIOD-NUM
        MOVE 0 TO PART-YEAR-QTY
        PERFORM 2300-SCAN-DEMAND-ROW
            VARYING DEM-IDX FROM 1 BY 1 UNTIL DEM-IDX > DEM-COUNT
        IF PART-HIST-IS-OPEN THEN
            PERFORM 2400-SCAN-PART-HISTORY
        END-IF
        PERFORM 2500-BUCKET-PART
        IF PART-BUCKET > 0 THEN
            PERFORM 2600-RELEASE-PART
        END-IF
    END-IF.
    PERFORM 2100-READ-PART.

    *> The latest month the part was issued, and its issues over
    *> the demand year.
    2300-SCAN-DEMAND-ROW.
    IF DT-PART-NO(DEM-IDX) = PM-PART-NO THEN
        IF DT-PERIOD(DEM-IDX) > LAST-PERIOD-NUM THEN
            MOVE DT-PERIOD(DEM-IDX) TO LAST-PERIOD-NUM
        END-IF
        IF DT-PERIOD(DEM-IDX) NOT < FIRST-PERIOD-NUM THEN
            ADD DT-ISSUE-QTY(DEM-IDX) TO PART-YEAR-QTY
        END-IF
    END-IF.

    *> The part's activity arrives in timestamp order, so the last
    *> issue or shipment read is the latest.
    2400-SCAN-PART-HISTORY.
    MOVE 0 TO HIST-SCAN-EOF.
    MOVE PM-PART-NO TO PH-PART-NO.
    MOVE LOW-VALUES TO PH-TIMESTAMP.
    MOVE 0 TO PH-SEQ.
    START PART-HIST-FILE KEY NOT < PH-HIST-KEY
        INVALID KEY MOVE 1 TO HIST-SCAN-EOF
    END-START.
    PERFORM 2410-READ-ONE-MOVEMENT UNTIL HIST-SCAN-AT-EOF.

    2410-READ-ONE-MOVEMENT.
    READ PART-HIST-FILE NEXT RECORD
        AT END MOVE 1 TO HIST-SCAN-EOF
        NOT AT END
            IF PH-PART-NO NOT = PM-PART-NO THEN
                MOVE 1 TO HIST-SCAN-EOF
            ELSE
                IF (PH-MOVE-TYPE = "I" OR PH-MOVE-TYPE = "S")
                        AND PH-TIMESTAMP(1:6) IS NUMERIC THEN
                    IF PH-TIMESTAMP(1:6) > LAST-PERIOD THEN
                        MOVE PH-TIMESTAMP(1:6) TO LAST-PERIOD
                    END-IF
                END-IF
            END-IF
    END-READ.

    *> Whole months from the month of last movement to the run
    *> month; no movement at all is the never-moved bucket.
    2500-BUCKET-PART.
    MOVE 0 TO PART-BUCKET.
    MOVE 0 TO PART-RESERVE-PCT.
    IF LAST-PERIOD-NUM = 0 THEN
        MOVE 0 TO PART-AGE-MONTHS
        MOVE NEVER-MOVED-BUCKET TO PART-BUCKET
        MOVE BUCKET-PCT-3 TO PART-RESERVE-PCT
        EXIT PARAGRAPH
    END-IF.
    COMPUTE PART-AGE-MONTHS =
        (RUN-PERIOD-YEAR * 12 + RUN-PERIOD-MONTH)
        - (LAST-PERIOD-YEAR * 12 + LAST-PERIOD-MONTH).
    EVALUATE TRUE
        WHEN PART-AGE-MONTHS >= BUCKET-AGE-3
            MOVE 3 TO PART-BUCKET
            MOVE BUCKET-PCT-3 TO PART-RESERVE-PCT
        WHEN PART-AGE-MONTHS >= BUCKET-AGE-2
            MOVE 2 TO PART-BUCKET
            MOVE BUCKET-PCT-2 TO PART-RESERVE-PCT
        WHEN PART-AGE-MONTHS >= BUCKET-AGE-1
            MOVE 1 TO PART-BUCKET
            MOVE BUCKET-PCT-1 TO PART-RESERVE-PCT
    END-EVALUATE.

    2600-RELEASE-PART.
    MOVE PART-BUCKET TO SW-BUCKET.
    MOVE PM-PART-NO TO SW-PART-NO.
    MOVE PM-DESCRIPTION TO SW-DESCRIPTION.
    MOVE PM-QTY-ON-HAND TO SW-ON-HAND.
    MOVE LAST-PERIOD-NUM TO SW-LAST-PERIOD.
    MOVE PART-AGE-MONTHS TO SW-AGE-MONTHS.
    MOVE 0 TO SW-MONTHS-SUPPLY.
    MOVE "Y" TO SW-NO-DEMAND.
    IF PART-YEAR-QTY > 0 THEN
        MOVE "N" TO SW-NO-DEMAND
        COMPUTE SW-MONTHS-SUPPLY ROUNDED =
            PM-QTY-ON-HAND * 12 / PART-YEAR-QTY
            ON SIZE ERROR MOVE 9999.9 TO SW-MONTHS-SUPPLY
        END-COMPUTE
    END-IF.
    COMPUTE SW-COST-VALUE = PM-QTY-ON-HAND * PM-UNIT-COST.
    COMPUTE SW-RESERVE ROUNDED =
        SW-COST-VALUE * PART-RESERVE-PCT / 100.
    RELEASE SLOW-WORK-REC.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: the reserve by bucket, oldest stock
    *> last, never-moved stock listed on its own at the end.
    *> ---------------------

    3000-PRINT-BY-BUCKET.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Slow-Moving and Obsolete Stock Reserve" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "PART   DESCRIPTION          ONHAND LAST MV  AGE"
        " MOSSUP   COST VALUE      RESERVE"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE 0 TO PRIOR-BUCKET.
    PERFORM 3100-RETURN-AGED-PART.
    PERFORM 3200-PRINT-ONE-PART UNTIL SLOW-WORK-AT-EOF.
    IF PRIOR-BUCKET > 0 THEN
        PERFORM 3500-PRINT-BUCKET-TOTAL
    ELSE
        MOVE "  No stock on hand is past the first bucket age."
            TO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    END-IF.
    PERFORM 4000-PRINT-RESERVE-SUMMARY.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    3100-RETURN-AGED-PART.
    RETURN SLOW-WORK-FILE
        AT END MOVE 1 TO SLOW-WORK-EOF
    END-RETURN.

    3200-PRINT-ONE-PART.
    IF SW-BUCKET NOT = PRIOR-BUCKET THEN
        IF PRIOR-BUCKET > 0 THEN
            PERFORM 3500-PRINT-BUCKET-TOTAL
        END-IF
        MOVE SW-BUCKET TO PRIOR-BUCKET
        PERFORM 3400-PRINT-BUCKET-HEADING
    END-IF.
    PERFORM 3300-PRINT-PART-LINE.
    IF SW-BUCKET = NEVER-MOVED-BUCKET THEN
        MOVE 4 TO BUCKET-IDX
        ADD 1 TO TOTAL-NEVER-MOVED
    ELSE
        MOVE SW-BUCKET TO BUCKET-IDX
    END-IF.
    ADD 1 TO BT-PARTS(BUCKET-IDX).
    ADD SW-COST-VALUE TO BT-COST-VALUE(BUCKET-IDX).
    ADD SW-RESERVE TO BT-RESERVE(BUCKET-IDX).
    ADD SW-RESERVE TO TOTAL-RESERVE.
    ADD 1 TO TOTAL-PARTS-RESERVED.
    MOVE SW-RESERVE TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    PERFORM 3100-RETURN-AGED-PART.

    3300-PRINT-PART-LINE.
    MOVE SW-ON-HAND TO SLM-QTY-DISP.
    MOVE SW-COST-VALUE TO SLM-VALUE-DISP.
    MOVE SW-RESERVE TO SLM-VALUE-DISP-2.
    IF SW-BUCKET = NEVER-MOVED-BUCKET THEN
        MOVE " never" TO SLM-PERIOD-TEXT
        MOVE SPACES TO SLM-AGE-TEXT
    ELSE
        MOVE SPACES TO SLM-PERIOD-TEXT
        STRING SW-LAST-PERIOD(1:4) "-" SW-LAST-PERIOD(5:2)
            DELIMITED BY SIZE INTO SLM-PERIOD-TEXT
        MOVE SW-AGE-MONTHS TO SLM-AGE-DISP
        MOVE SLM-AGE-DISP TO SLM-AGE-TEXT
    END-IF.
    IF SW-NO-DEMAND = "Y" THEN
        MOVE "  none" TO SLM-SUPPLY-TEXT
    ELSE
        MOVE SW-MONTHS-SUPPLY TO SLM-SUPPLY-DISP
        MOVE SLM-SUPPLY-DISP TO SLM-SUPPLY-TEXT
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING SW-PART-NO " " SW-DESCRIPTION " " SLM-QTY-DISP " "
        SLM-PERIOD-TEXT " " SLM-AGE-TEXT " " SLM-SUPPLY-TEXT " "
        SLM-VALUE-DISP " " SLM-VALUE-DISP-2
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3400-PRINT-BUCKET-HEADING.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    EVALUATE SW-BUCKET
        WHEN 1
            MOVE BUCKET-AGE-1 TO SLM-AGE-LO-DISP
            COMPUTE SLM-AGE-HI-DISP = BUCKET-AGE-2 - 1
            MOVE BUCKET-PCT-1 TO SLM-PCT-DISP
            STRING "NO MOVEMENT " SLM-AGE-LO-DISP " TO "
                SLM-AGE-HI-DISP " MONTHS - RESERVE " SLM-PCT-DISP "%"
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        WHEN 2
            MOVE BUCKET-AGE-2 TO SLM-AGE-LO-DISP
            COMPUTE SLM-AGE-HI-DISP = BUCKET-AGE-3 - 1
            MOVE BUCKET-PCT-2 TO SLM-PCT-DISP
            STRING "NO MOVEMENT " SLM-AGE-LO-DISP " TO "
                SLM-AGE-HI-DISP " MONTHS - RESERVE " SLM-PCT-DISP "%"
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        WHEN 3
            MOVE BUCKET-AGE-3 TO SLM-AGE-LO-DISP
            MOVE BUCKET-PCT-3 TO SLM-PCT-DISP
            STRING "NO MOVEMENT " SLM-AGE-LO-DISP
                " MONTHS OR MORE - RESERVE " SLM-PCT-DISP "%"
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        WHEN OTHER
            MOVE BUCKET-PCT-3 TO SLM-PCT-DISP
            STRING "ON HAND, NO MOVEMENT EVER RECORDED - RESERVE "
                SLM-PCT-DISP "%"
                DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-EVALUATE.
    PERFORM 3900-PRINT-REPORT-LINE.

    3500-PRINT-BUCKET-TOTAL.
    IF PRIOR-BUCKET = NEVER-MOVED-BUCKET THEN
        MOVE 4 TO BUCKET-IDX
    ELSE
        MOVE PRIOR-BUCKET TO BUCKET-IDX
    END-IF.
    MOVE BT-PARTS(BUCKET-IDX) TO SLM-COUNT-DISP.
    MOVE BT-COST-VALUE(BUCKET-IDX) TO SLM-VALUE-DISP.
    MOVE BT-RESERVE(BUCKET-IDX) TO SLM-VALUE-DISP-2.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  BUCKET TOTAL parts " SLM-COUNT-DISP
        "                            " SLM-VALUE-DISP " "
        SLM-VALUE-DISP-2
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> RESERVE SUMMARY: the figures the month-end close takes.
    *> ---------------------

    4000-PRINT-RESERVE-SUMMARY.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE "RESERVE SUMMARY" TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 4100-PRINT-ONE-BUCKET-SUMMARY
        VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 4.
    MOVE TOTAL-ON-HAND-COST TO SLM-TOTAL-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  ALL STOCK ON HAND AT COST        " SLM-TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE TOTAL-RESERVE TO SLM-TOTAL-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  RESERVE REQUIRED                 " SLM-TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE PRIOR-RESERVE TO SLM-TOTAL-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  RESERVE LAST BOOKED              " SLM-TOTAL-DISP
        "  on " PRIOR-BOOKED-DATE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    COMPUTE RESERVE-CHANGE = TOTAL-RESERVE - PRIOR-RESERVE.
    MOVE RESERVE-CHANGE TO SLM-CHANGE-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    IF BOOK-RESERVE-TO-GL THEN
        STRING "  CHANGE BOOKED TO THE GL          " SLM-CHANGE-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        STRING "  CHANGE TO BOOK (NOT BOOKED)      " SLM-CHANGE-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 3900-PRINT-REPORT-LINE.

    4100-PRINT-ONE-BUCKET-SUMMARY.
    MOVE BT-PARTS(BUCKET-IDX) TO SLM-COUNT-DISP.
    MOVE BT-COST-VALUE(BUCKET-IDX) TO SLM-VALUE-DISP.
    MOVE BT-RESERVE(BUCKET-IDX) TO SLM-VALUE-DISP-2.
    MOVE SPACES TO RW-LINE-TEXT.
    EVALUATE BUCKET-IDX
        WHEN 1
            MOVE BUCKET-AGE-1 TO SLM-AGE-LO-DISP
            STRING "  " SLM-AGE-LO-DISP "+ MONTHS   parts "
                SLM-COUNT-DISP " cost " SLM-VALUE-DISP
                " reserve " SLM-VALUE-DISP-2
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        WHEN 2
            MOVE BUCKET-AGE-2 TO SLM-AGE-LO-DISP
            STRING "  " SLM-AGE-LO-DISP "+ MONTHS   parts "
                SLM-COUNT-DISP " cost " SLM-VALUE-DISP
                " reserve " SLM-VALUE-DISP-2
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        WHEN 3
            MOVE BUCKET-AGE-3 TO SLM-AGE-LO-DISP
            STRING "  " SLM-AGE-LO-DISP "+ MONTHS   parts "
                SLM-COUNT-DISP " cost " SLM-VALUE-DISP
                " reserve " SLM-VALUE-DISP-2
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        WHEN OTHER
            STRING "  NEVER MOVED  parts "
                SLM-COUNT-DISP " cost " SLM-VALUE-DISP
                " reserve " SLM-VALUE-DISP-2
                DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-EVALUATE.
    PERFORM 3900-PRINT-REPORT-LINE.

    *> ---------------------
    *> GL BOOKING: the reserve is adjusted to this run's figure by
    *> its change since the last booked run, and the new balance
    *> kept for next month.
    *> ---------------------

    7000-BOOK-RESERVE-CHANGE.
    COMPUTE RESERVE-CHANGE = TOTAL-RESERVE - PRIOR-RESERVE.
    IF RESERVE-CHANGE NOT = 0 THEN
        MOVE RESERVE-CHANGE TO GL-ENTRY-AMOUNT
        MOVE "STK" TO GL-ENTRY-SOURCE
        MOVE "RSV" TO GL-ENTRY-TYPE
        MOVE SPACES TO GL-ENTRY-REFERENCE
        STRING "RS" RUN-PERIOD DELIMITED BY SIZE
            INTO GL-ENTRY-REFERENCE
        MOVE RUN-DATE-SAVE TO GL-ENTRY-DATE
        PERFORM 9830-GL-BOOK-ENTRY
        PERFORM 9839-GL-CLOSE
    END-IF.
    OPEN OUTPUT RESERVE-CTL-FILE.
    IF RESERVE-CTL-STATUS NOT = "00" THEN
        DISPLAY "Reserve control file could not be written."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Reserve control (RSVCTL) could not be written." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE TOTAL-RESERVE TO RC-RESERVE-BALANCE.
    MOVE RUN-DATE-SAVE TO RC-LAST-BOOKED-DATE.
    WRITE RESERVE-CTL-REC.
    CLOSE RESERVE-CTL-FILE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    DISPLAY "-- Slow-Moving Stock Reserve Summary --".
    DISPLAY "Parts scanned      : " TOTAL-PARTS-SCANNED.
    DISPLAY "Parts with on-hand : " TOTAL-PARTS-ON-HAND.
    DISPLAY "Parts reserved     : " TOTAL-PARTS-RESERVED.
    DISPLAY "Never moved        : " TOTAL-NEVER-MOVED.
    MOVE TOTAL-RESERVE TO SLM-TOTAL-DISP.
    DISPLAY "Reserve required   : " SLM-TOTAL-DISP.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "glproc.cpy".
