IDENTIFICATION DIVISION.
PROGRAM-ID. PROMISE-RISK-REPORT.

*> PROMISE-RISK-REPORT is the order desk's morning list of the
*> ship dates it can no longer keep. Every back-order carrying a
*> promised date is walked again through the available-to-promise
*> paragraphs in ATPPROC, oldest first so each waits behind the
*> same demand it waited behind when it was promised, against the
*> purchase orders as they stand tonight. A promise is at risk
*> when the order now covering it is overdue (its expected date has
*> passed and it is still open), when the walk now lands later than
*> the date promised -- a buyer re-dated the order, or a receipt
*> came in short -- or when nothing on order covers it any more.
*> Back-orders the stock on hand covers release tonight and are not
*> at risk; those captured without a promise are only counted. The
*> report prints through REPORT-WRITER, one line per promise at
*> risk with the order it now depends on, and the step ends RC=4
*> when there is anything on it so the desk is alerted.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  as-of date, CCYYMMDD (zero for today)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "bkordsel.cpy".
        COPY "partsel.cpy".
        COPY "posel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  BACK-ORDER-FILE.
    COPY "bkordrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 BACK-ORDER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 BACK-ORDER-EOF PIC 9(1) COMP VALUE 0.
        88 BACK-ORDER-AT-EOF VALUE 1.
    01 CHECK-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 CHECK-FILES-ARE-OPEN VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 AS-OF-DATE PIC 9(8) VALUE 0.

    01 RISK-REASON PIC X(8).
        88 RISK-NONE VALUE SPACES.

    01 TOTAL-BACK-ORDERS PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNPROMISED PIC 9(6) COMP VALUE 0.
    01 TOTAL-NOT-CHECKED PIC 9(6) COMP VALUE 0.
    01 TOTAL-ON-TRACK PIC 9(6) COMP VALUE 0.
    01 TOTAL-LATE-PO PIC 9(6) COMP VALUE 0.
    01 TOTAL-SLIPPED PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNCOVERED PIC 9(6) COMP VALUE 0.
    01 TOTAL-AT-RISK PIC 9(6) COMP VALUE 0.

    01 RPT-QTY-DISP PIC Z(4)9.
    01 RPT-NEW-DATE PIC X(8).
    01 RPT-COUNT-DISP PIC Z(5)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PROMISE-RISK-REPORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PROMISE-RISK-REPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="PROMISE-RISK-REPORT"==.
    COPY "atpdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1500-INITIALIZE.
    IF CHECK-FILES-ARE-OPEN THEN
        PERFORM 2000-READ-BACK-ORDER
        PERFORM 2100-CHECK-ONE-PROMISE UNTIL BACK-ORDER-AT-EOF
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
            MOVE PC-NUM-1 TO AS-OF-DATE
        END-IF
    ELSE
        DISPLAY "As-of date, CCYYMMDD (zero for today):"
        ACCEPT AS-OF-DATE
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    IF AS-OF-DATE = 0 THEN
        MOVE WS-CURRENT-DATE-8 TO AS-OF-DATE
    END-IF.
    DISPLAY "Promised dates at risk as of " AS-OF-DATE ".".

    *> ---------------------
    *> INITIALIZATION: the open purchase orders are tabled by
    *> expected date first; the back-order demand is queued as the
    *> file is read, so it starts empty.
    *> ---------------------

    1500-INITIALIZE.
    MOVE AS-OF-DATE TO ATP-RUN-DATE.
    PERFORM 9896-ATP-LOAD-SUPPLY.
    MOVE 0 TO ATP-DEMAND-COUNT.
    DISPLAY "Open purchase-order lines tabled: " ATP-SUPPLY-COUNT.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Promised Dates At Risk" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "CUST   PART     QTY ORDER    PROMISED NOW      "
        "PO       PO DUE   REASON"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Part master not found, promises cannot be checked."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part master (PARTDAT) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT BACK-ORDER-FILE.
    IF BACK-ORDER-STATUS = "00" THEN
        MOVE 1 TO CHECK-FILES-OPEN
    ELSE
        DISPLAY "Back-order file not found, no promises to check."
        CLOSE PART-MASTER-FILE
    END-IF.

    2000-READ-BACK-ORDER.
    READ BACK-ORDER-FILE
        AT END MOVE 1 TO BACK-ORDER-EOF
    END-READ.

    *> ---------------------
    *> CHECK LOOP: each back-order is walked against tonight's
    *> orders, then queued so the next waits behind it.
    *> ---------------------

    2100-CHECK-ONE-PROMISE.
    ADD 1 TO TOTAL-BACK-ORDERS.
    IF BO-QUANTITY IS NOT NUMERIC THEN
        ADD 1 TO TOTAL-NOT-CHECKED
        PERFORM 2000-READ-BACK-ORDER
        EXIT PARAGRAPH
    END-IF.
    MOVE BO-QUANTITY TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    MOVE BO-PART-NO TO ATP-PART-NO.
    MOVE BO-QUANTITY TO ATP-QUANTITY.
    MOVE BO-PART-NO TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY
            ADD 1 TO TOTAL-NOT-CHECKED
        NOT INVALID KEY
            IF BO-PROMISE-DATE IS NOT NUMERIC OR BO-PROMISE-DATE = 0
                    OR PM-IS-KIT THEN
                ADD 1 TO TOTAL-UNPROMISED
            ELSE
                MOVE PM-QTY-ON-HAND TO ATP-ON-HAND
                PERFORM 9890-ATP-PROMISE-DATE
                PERFORM 2200-JUDGE-PROMISE
            END-IF
    END-READ.
    MOVE BO-PART-NO TO ATP-PART-NO.
    MOVE BO-QUANTITY TO ATP-QUANTITY.
    PERFORM 9892-ATP-ADD-DEMAND.
    PERFORM 2000-READ-BACK-ORDER.

    *> An overdue covering order is named first, since it is the
    *> one the buyer has to chase; a walk that now lands later than
    *> the promise, or finds no cover at all, follows.
    2200-JUDGE-PROMISE.
    MOVE SPACES TO RISK-REASON.
    EVALUATE TRUE
        WHEN ATP-FROM-STOCK
            CONTINUE
        WHEN ATP-NOT-COVERED
            MOVE "NO COVER" TO RISK-REASON
            ADD 1 TO TOTAL-UNCOVERED
        WHEN ATP-COVER-EXP-DATE < AS-OF-DATE
            MOVE "LATE PO" TO RISK-REASON
            ADD 1 TO TOTAL-LATE-PO
        WHEN ATP-PROMISE-DATE > BO-PROMISE-DATE
            MOVE "SLIPPED" TO RISK-REASON
            ADD 1 TO TOTAL-SLIPPED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF RISK-NONE THEN
        ADD 1 TO TOTAL-ON-TRACK
    ELSE
        ADD 1 TO TOTAL-AT-RISK
        PERFORM 2300-PRINT-RISK-LINE
    END-IF.

    2300-PRINT-RISK-LINE.
    MOVE BO-QUANTITY TO RPT-QTY-DISP.
    IF ATP-NOT-COVERED THEN
        MOVE "NONE" TO RPT-NEW-DATE
    ELSE
        MOVE ATP-PROMISE-DATE TO RPT-NEW-DATE
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    IF ATP-FROM-PO THEN
        STRING BO-CUST-ID " " BO-PART-NO " " RPT-QTY-DISP " "
            BO-ORIG-ORDER-NO " " BO-PROMISE-DATE " " RPT-NEW-DATE " "
            ATP-COVER-PO-NO " " ATP-COVER-EXP-DATE " " RISK-REASON
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        STRING BO-CUST-ID " " BO-PART-NO " " RPT-QTY-DISP " "
            BO-ORIG-ORDER-NO " " BO-PROMISE-DATE " " RPT-NEW-DATE " "
            "                  " RISK-REASON
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 3900-PRINT-REPORT-LINE.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF CHECK-FILES-ARE-OPEN THEN
        CLOSE BACK-ORDER-FILE
        CLOSE PART-MASTER-FILE
    END-IF.
    MOVE TOTAL-AT-RISK TO RPT-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "PROMISES AT RISK: " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Promise Risk Report --".
    DISPLAY "Back-orders read   : " TOTAL-BACK-ORDERS.
    DISPLAY "Without a promise  : " TOTAL-UNPROMISED.
    DISPLAY "Not checked        : " TOTAL-NOT-CHECKED.
    DISPLAY "On track           : " TOTAL-ON-TRACK.
    DISPLAY "Late purchase order: " TOTAL-LATE-PO.
    DISPLAY "Slipped            : " TOTAL-SLIPPED.
    DISPLAY "No longer covered  : " TOTAL-UNCOVERED.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF ATP-TABLE-WAS-FULL THEN
        DISPLAY "Promise tables overflowed; some lines were walked short."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Available-to-promise tables overflowed." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    IF TOTAL-AT-RISK > 0 AND WS-RETURN-CODE < 4 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Promised ship dates are at risk from late purchase orders." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "atpproc.cpy".
