IDENTIFICATION DIVISION.
PROGRAM-ID. STANDING-ORDER-GEN.

*> STANDING-ORDER-GEN saves the order clerk rekeying the customers
*> who take the same parts every week or month. Run at the head of
*> the order-to-cash stream, it walks the STDORD templates
*> STANDING-ORDER-MAINT keeps and, for every active template whose
*> next due date has come, cuts an ordinary ORDTRAN batch -- an "O"
*> card under a new "SO" order number and one "L" card per template
*> line, wrapped in header/trailer controls -- for BATCH-PREEDIT to
*> grade and ORDER-ENTRY to price and reserve like any keyed order.
*> The template's next due date then moves on by its frequency, the
*> CYCLE-SCHEDULER codes worked over DATE-ENGINE and the CALFILE
*> business calendar: D the next business day, W seven days on,
*> M the template's day of the month in the next month (pulled in
*> to the month's last day when the month is short), E the next
*> month's last business day. A due date that falls on a weekend
*> or holiday is picked up by the first run after it, and a
*> template that missed several dates while the stream was down
*> generates one order, not one per date missed. A template past
*> its end date is marked finished.
*>
*> A template whose customer is no longer CM-STATUS-ACTIVE (or has
*> left the master) is suspended and reported, not generated; the
*> clerk resumes it on the screen once the account is put right.
*> Order numbers are SO plus six digits from the SOCTL control
*> file. A rerun the same night cuts again the orders this run
*> already generated, under the same numbers, so a stream restarted
*> ahead of order entry loses nothing and a duplicate is refused by
*> ORDER-ENTRY as an order already on file.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  run date, CCYYMMDD (zero runs as of today)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "stordsel.cpy".
        COPY "custsel.cpy".
        SELECT ORDER-TRANS-FILE ASSIGN TO "ORDTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ORDER-TRANS-STATUS.
        SELECT STANDING-CTL-FILE ASSIGN TO "SOCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STANDING-CTL-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  STANDING-ORDER-FILE.
    COPY "stordrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  ORDER-TRANS-FILE.
    01  ORDER-TRANS-REC PIC X(25).

    FD  STANDING-CTL-FILE.
    01  STANDING-CTL-REC.
        05 SC-LAST-ORDER-NO PIC 9(6).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 STANDING-ORDER-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 ORDER-TRANS-STATUS PIC X(2).
    01 STANDING-CTL-STATUS PIC X(2).
    01 TEMPLATE-EOF PIC 9(1) COMP VALUE 0.
        88 TEMPLATE-AT-EOF VALUE 1.
    01 GEN-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 GEN-FILES-ARE-OPEN VALUE 1.
    01 DATES-VALID-SWITCH PIC 9(1) COMP VALUE 0.
        88 DATES-ARE-VALID VALUE 1.
    01 CUSTOMER-OK-SWITCH PIC 9(1) COMP VALUE 0.
        88 CUSTOMER-IS-OK VALUE 1.
    01 BUSINESS-DAY-SWITCH PIC 9(1) COMP VALUE 0.
        88 DATE-IS-BUSINESS-DAY VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 RUN-DATE PIC 9(8) VALUE 0.

*> What tonight's pass is doing with the template whose header was
*> read last; its lines follow it in key order and get the same.
    01 TEMPLATE-ACTION PIC X(1) VALUE SPACE.
        88 TEMPLATE-ACTION-SKIP VALUE "S".
        88 TEMPLATE-ACTION-GENERATE VALUE "G".
    01 ACTION-TEMPLATE-ID PIC X(6) VALUE SPACES.

*> Order numbers: "SO" plus the next number off SOCTL.
    01 NEXT-ORDER-NO PIC 9(6) VALUE 0.
    01 NEW-ORDER-NO.
        05 FILLER PIC X(2) VALUE "SO".
        05 NO-NUMBER PIC 9(6).

*> Due-date arithmetic: the date being stepped on, split so the
*> month can be moved on directly.
    01 STEP-DATE PIC 9(8) VALUE 0.
    01 STEP-DATE-SPLIT REDEFINES STEP-DATE.
        05 SD-CCYY PIC 9(4).
        05 SD-MM PIC 9(2).
        05 SD-DD PIC 9(2).
    01 PRIOR-DATE-WORK PIC 9(8) VALUE 0.
    01 STEP-GUARD PIC 9(4) COMP VALUE 0.
    01 DAY-GUARD PIC 9(2) COMP VALUE 0.
    01 PERIODS-STEPPED PIC 9(4) COMP VALUE 0.
    01 PERIODS-MISSED PIC 9(4) VALUE 0.
    01 STEP-FAILED-SWITCH PIC 9(1) COMP VALUE 0.
        88 STEP-HAS-FAILED VALUE 1.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

*> ORDTRAN card staging, in the layouts ORDER-ENTRY reads:
*>     "O" + order number (8) + customer id (6) + salesperson (6)
*>         + ship-to code (4)
*>     "L" + part number (6) + quantity (5) + location (3)
*> A standing order is priced at tonight's table like a keyed one,
*> so the line card's quoted-price slot rides blank.
    01 ORDER-CARD-STAGING.
        05 OC-CARD-TYPE PIC X(1).
        05 OC-ORDER-NO PIC X(8).
        05 OC-CUST-ID PIC X(6).
        05 OC-SALES-ID PIC X(6).
        05 OC-SHIPTO-CODE PIC X(4).
    01 LINE-CARD-STAGING.
        05 LC-CARD-TYPE PIC X(1).
        05 LC-PART-NO PIC X(6).
        05 LC-QUANTITY PIC 9(5).
        05 LC-LOCATION PIC X(3).
        05 FILLER PIC X(10) VALUE SPACES.

*> The cards leave wrapped in header/trailer batch controls for
*> BATCH-PREEDIT, hashing the line quantities.
    01 OC-KEYED-COUNT PIC 9(6) COMP VALUE 0.
    01 OC-KEYED-HASH PIC S9(11)V99 COMP-3 VALUE 0.
    01 OC-TRAILER-STAGING.
        05 CS-REC-TYPE PIC X(1) VALUE "T".
        05 CS-TRANS-COUNT PIC 9(6).
        05 CS-HASH-TOTAL PIC S9(11)V99.

    01 TOTAL-TEMPLATES-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-GENERATED PIC 9(6) COMP VALUE 0.
    01 TOTAL-RECUT PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-GENERATED PIC 9(6) COMP VALUE 0.
    01 TOTAL-NOT-DUE PIC 9(6) COMP VALUE 0.
    01 TOTAL-SUSPENDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-FINISHED PIC 9(6) COMP VALUE 0.
    01 TOTAL-NO-LINES PIC 9(6) COMP VALUE 0.
    01 TOTAL-ORPHAN-LINES PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="STANDING-ORDER-GEN"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="STANDING-ORDER-GEN"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="STANDING-ORDER-GEN"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    IF DATES-ARE-VALID THEN
        PERFORM 1500-INITIALIZE
    END-IF.
    IF GEN-FILES-ARE-OPEN THEN
        PERFORM 2000-READ-TEMPLATE-NEXT
        PERFORM 3000-PROCESS-ONE-TEMPLATE-REC UNTIL TEMPLATE-AT-EOF
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
            MOVE PC-NUM-1 TO RUN-DATE
        END-IF
    ELSE
        DISPLAY "Run date, CCYYMMDD (zero for today):"
        ACCEPT RUN-DATE
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    IF RUN-DATE = 0 THEN
        MOVE WS-CURRENT-DATE-8 TO RUN-DATE
    END-IF.
    MOVE "V" TO DE-FUNCTION.
    MOVE RUN-DATE TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        DISPLAY "Run date " RUN-DATE " is not a valid date."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Standing-order run date was not a valid date." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        MOVE 1 TO DATES-VALID-SWITCH
        DISPLAY "Standing orders generated as of " RUN-DATE "."
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The card file is rewritten on every run -- a night with nothing
    *> due still cuts an empty controlled batch -- so last night's
    *> cards can never ride into order entry twice.
    1500-INITIALIZE.
    OPEN OUTPUT ORDER-TRANS-FILE.
    MOVE SPACES TO ORDER-TRANS-REC.
    STRING "H" WS-CURRENT-DATE-8 "STDOGEN"
        DELIMITED BY SIZE INTO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    OPEN I-O STANDING-ORDER-FILE.
    IF STANDING-ORDER-STATUS NOT = "00" THEN
        DISPLAY "Standing-order file not found, nothing to generate."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Standing-order file (STDORD) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        PERFORM 8200-WRITE-CARD-TRAILER
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Customer master not found, cannot generate standing orders."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Customer master (CUSTMAST) was not found for standing orders." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        CLOSE STANDING-ORDER-FILE
        PERFORM 8200-WRITE-CARD-TRAILER
        EXIT PARAGRAPH
    END-IF.
    PERFORM 1100-READ-STANDING-CONTROL.
    MOVE LOW-VALUES TO SO-TEMPLATE-KEY.
    START STANDING-ORDER-FILE KEY NOT < SO-TEMPLATE-KEY
        INVALID KEY MOVE 1 TO TEMPLATE-EOF
    END-START.
    MOVE 1 TO GEN-FILES-OPEN.

    1100-READ-STANDING-CONTROL.
    MOVE 0 TO NEXT-ORDER-NO.
    OPEN INPUT STANDING-CTL-FILE.
    IF STANDING-CTL-STATUS = "00" THEN
        READ STANDING-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF SC-LAST-ORDER-NO IS NUMERIC THEN
                    MOVE SC-LAST-ORDER-NO TO NEXT-ORDER-NO
                END-IF
        END-READ
        CLOSE STANDING-CTL-FILE
    END-IF.

    2000-READ-TEMPLATE-NEXT.
    READ STANDING-ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO TEMPLATE-EOF
    END-READ.

    *> ---------------------
    *> TEMPLATE PASS: each header decides whether its template orders
    *> tonight, and the lines that follow it in key order go out on
    *> the order when it does.
    *> ---------------------

    3000-PROCESS-ONE-TEMPLATE-REC.
    IF SO-IS-HEADER THEN
        PERFORM 3100-DECIDE-TEMPLATE-ACTION
    ELSE
        IF SO-TEMPLATE-ID NOT = ACTION-TEMPLATE-ID THEN
*> A line with no header ahead of it: left alone and reported.
            ADD 1 TO TOTAL-ORPHAN-LINES
            DISPLAY "TEMPLATE " SO-TEMPLATE-ID " line " SO-LINE-NO
                " has no header; left on file."
            MOVE 4 TO WS-RETURN-CODE
        ELSE
            IF TEMPLATE-ACTION-GENERATE THEN
                PERFORM 3600-WRITE-LINE-CARD
            END-IF
        END-IF
    END-IF.
    PERFORM 2000-READ-TEMPLATE-NEXT.

    3100-DECIDE-TEMPLATE-ACTION.
    ADD 1 TO TOTAL-TEMPLATES-READ.
    MOVE SO-TEMPLATE-ID TO ACTION-TEMPLATE-ID.
    SET TEMPLATE-ACTION-SKIP TO TRUE.
    EVALUATE TRUE
        WHEN SO-LAST-GEN-DATE = RUN-DATE AND SO-LAST-ORDER-NO NOT = SPACES
*> Already generated tonight: a rerun cuts the same order again.
            MOVE SO-LAST-ORDER-NO TO OC-ORDER-NO
            PERFORM 3450-WRITE-ORDER-CARD
            ADD 1 TO TOTAL-RECUT
            DISPLAY "RECUT: template " SO-TEMPLATE-ID " order "
                SO-LAST-ORDER-NO " (already generated tonight)."
        WHEN NOT SO-STATUS-ACTIVE
            CONTINUE
        WHEN SO-NEXT-DUE-DATE > RUN-DATE
            ADD 1 TO TOTAL-NOT-DUE
        WHEN SO-END-DATE NOT = 0 AND SO-NEXT-DUE-DATE > SO-END-DATE
            PERFORM 3700-FINISH-TEMPLATE
        WHEN NOT SO-FREQ-VALID
            DISPLAY "TEMPLATE " SO-TEMPLATE-ID " has frequency '"
                SO-FREQUENCY "'; not generated."
            MOVE 4 TO WS-RETURN-CODE
        WHEN OTHER
            PERFORM 3200-CHECK-CUSTOMER
            EVALUATE TRUE
                WHEN NOT CUSTOMER-IS-OK
                    PERFORM 3300-SUSPEND-TEMPLATE
                WHEN SO-LINE-COUNT = 0
*> Left due, so the order goes out the first night it has lines.
                    ADD 1 TO TOTAL-NO-LINES
                    DISPLAY "TEMPLATE " SO-TEMPLATE-ID
                        " is due but has no lines; left due."
                    MOVE 4 TO WS-RETURN-CODE
                WHEN OTHER
                    PERFORM 3400-GENERATE-ORDER
            END-EVALUATE
    END-EVALUATE.

    3200-CHECK-CUSTOMER.
    MOVE 0 TO CUSTOMER-OK-SWITCH.
    MOVE SO-CUST-ID TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE SPACE TO CM-CUST-STATUS
        NOT INVALID KEY
            IF CM-STATUS-ACTIVE THEN
                MOVE 1 TO CUSTOMER-OK-SWITCH
            END-IF
    END-READ.

    3300-SUSPEND-TEMPLATE.
    SET SO-STATUS-SUSPENDED TO TRUE.
    MOVE RUN-DATE TO SO-STATUS-DATE.
    MOVE "STDOGEN" TO SO-OPER-ID.
    REWRITE STANDING-ORDER-REC
        INVALID KEY
            DISPLAY "TEMPLATE " SO-TEMPLATE-ID " could not be suspended."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "A standing-order template could not be rewritten as suspended." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        NOT INVALID KEY
            ADD 1 TO TOTAL-SUSPENDED
            IF CM-CUST-STATUS = SPACE THEN
                DISPLAY "SUSPENDED: template " SO-TEMPLATE-ID
                    " - customer " SO-CUST-ID " is not on the master."
            ELSE
                DISPLAY "SUSPENDED: template " SO-TEMPLATE-ID
                    " - customer " SO-CUST-ID " status " CM-CUST-STATUS
                    " is not active."
            END-IF
    END-REWRITE.

    *> The header is rewritten with its new due date before any card
    *> is cut; a failed rewrite cuts nothing and leaves the template
    *> due for tomorrow, so no order is ever generated twice.
    3400-GENERATE-ORDER.
    PERFORM 3500-ADVANCE-DUE-DATE.
    IF STEP-HAS-FAILED THEN
        DISPLAY "TEMPLATE " SO-TEMPLATE-ID " next due date could not"
            " be worked out; not generated."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "A standing-order due date could not be advanced." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO NEXT-ORDER-NO.
    MOVE NEXT-ORDER-NO TO NO-NUMBER.
    MOVE RUN-DATE TO SO-LAST-GEN-DATE.
    MOVE NEW-ORDER-NO TO SO-LAST-ORDER-NO.
    IF SO-END-DATE NOT = 0 AND SO-NEXT-DUE-DATE > SO-END-DATE THEN
        SET SO-STATUS-FINISHED TO TRUE
        MOVE RUN-DATE TO SO-STATUS-DATE
        ADD 1 TO TOTAL-FINISHED
    END-IF.
    REWRITE STANDING-ORDER-REC
        INVALID KEY
            DISPLAY "TEMPLATE " SO-TEMPLATE-ID " could not be advanced;"
                " not generated."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "A standing-order template could not be rewritten." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        NOT INVALID KEY
            MOVE NEW-ORDER-NO TO OC-ORDER-NO
            PERFORM 3450-WRITE-ORDER-CARD
            ADD 1 TO TOTAL-GENERATED
            DISPLAY "GENERATED: template " SO-TEMPLATE-ID " order "
                NEW-ORDER-NO " for customer " SO-CUST-ID
                ", next due " SO-NEXT-DUE-DATE "."
            IF PERIODS-MISSED > 0 THEN
                DISPLAY "    " PERIODS-MISSED
                    " earlier due dates were missed; one order cut."
            END-IF
            IF SO-STATUS-FINISHED THEN
                DISPLAY "    template has reached its end date "
                    SO-END-DATE " and is finished."
            END-IF
    END-REWRITE.

    3450-WRITE-ORDER-CARD.
    MOVE "O" TO OC-CARD-TYPE.
    MOVE SO-CUST-ID TO OC-CUST-ID.
    MOVE SO-SALES-ID TO OC-SALES-ID.
    MOVE SO-SHIPTO-CODE TO OC-SHIPTO-CODE.
    MOVE ORDER-CARD-STAGING TO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    ADD 1 TO OC-KEYED-COUNT.
    SET TEMPLATE-ACTION-GENERATE TO TRUE.

    *> ---------------------
    *> DUE DATES: stepped a period at a time until past tonight, so a
    *> template that missed dates while the stream was down comes
    *> back on its own schedule rather than ordering once per miss.
    *> ---------------------

    3500-ADVANCE-DUE-DATE.
    MOVE 0 TO STEP-FAILED-SWITCH.
    MOVE 0 TO PERIODS-STEPPED.
    MOVE 0 TO STEP-GUARD.
    PERFORM 3510-STEP-ONE-PERIOD
        UNTIL SO-NEXT-DUE-DATE > RUN-DATE
        OR STEP-HAS-FAILED.
    MOVE 0 TO PERIODS-MISSED.
    IF PERIODS-STEPPED > 1 THEN
        COMPUTE PERIODS-MISSED = PERIODS-STEPPED - 1
    END-IF.

    3510-STEP-ONE-PERIOD.
    ADD 1 TO STEP-GUARD.
    IF STEP-GUARD > 400 THEN
        MOVE 1 TO STEP-FAILED-SWITCH
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
        WHEN SO-FREQ-DAILY
            MOVE "N" TO DE-FUNCTION
            MOVE SO-NEXT-DUE-DATE TO DE-DATE-1
            CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
                DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE
        WHEN SO-FREQ-WEEKLY
            MOVE "A" TO DE-FUNCTION
            MOVE SO-NEXT-DUE-DATE TO DE-DATE-1
            MOVE 7 TO DE-DAY-COUNT
            CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
                DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE
        WHEN SO-FREQ-MONTHLY
            PERFORM 3520-NEXT-MONTH-DAY
        WHEN OTHER
            PERFORM 3530-NEXT-MONTH-END
    END-EVALUATE.
    IF DE-RETURN-CODE NOT = 0 THEN
        MOVE 1 TO STEP-FAILED-SWITCH
    ELSE
        MOVE DE-RESULT-DATE TO SO-NEXT-DUE-DATE
        ADD 1 TO PERIODS-STEPPED
    END-IF.

    *> The template's own day of the month in the month after, backed
    *> off a day at a time until DATE-ENGINE takes it as a real date.
    3520-NEXT-MONTH-DAY.
    MOVE SO-NEXT-DUE-DATE TO STEP-DATE.
    PERFORM 3540-STEP-TO-NEXT-MONTH.
    IF SO-RUN-DAY > 0 AND SO-RUN-DAY NOT > 31 THEN
        MOVE SO-RUN-DAY TO SD-DD
    END-IF.
    MOVE "V" TO DE-FUNCTION.
    MOVE STEP-DATE TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    MOVE 0 TO DAY-GUARD.
    PERFORM 3525-BACK-OFF-ONE-DAY
        UNTIL DE-RETURN-CODE = 0 OR DAY-GUARD > 3.
    MOVE STEP-DATE TO DE-RESULT-DATE.

    3525-BACK-OFF-ONE-DAY.
    ADD 1 TO DAY-GUARD.
    SUBTRACT 1 FROM SD-DD.
    MOVE STEP-DATE TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.

    *> The last business day of the month after: the day before the
    *> first of the month following it, walked back over weekends and
    *> CALFILE holidays. A date is a business day when DATE-ENGINE's
    *> next business day after the day before it is the date itself.
    3530-NEXT-MONTH-END.
    MOVE SO-NEXT-DUE-DATE TO STEP-DATE.
    PERFORM 3540-STEP-TO-NEXT-MONTH.
    PERFORM 3540-STEP-TO-NEXT-MONTH.
    MOVE 1 TO SD-DD.
    MOVE "A" TO DE-FUNCTION.
    MOVE STEP-DATE TO DE-DATE-1.
    MOVE -1 TO DE-DAY-COUNT.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE DE-RESULT-DATE TO STEP-DATE.
    MOVE 0 TO BUSINESS-DAY-SWITCH.
    MOVE 0 TO DAY-GUARD.
    PERFORM 3535-TEST-BUSINESS-DAY
        UNTIL DATE-IS-BUSINESS-DAY OR DAY-GUARD > 10.
    MOVE 0 TO DE-RETURN-CODE.
    MOVE STEP-DATE TO DE-RESULT-DATE.

    3535-TEST-BUSINESS-DAY.
    ADD 1 TO DAY-GUARD.
    MOVE "A" TO DE-FUNCTION.
    MOVE STEP-DATE TO DE-DATE-1.
    MOVE -1 TO DE-DAY-COUNT.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    MOVE DE-RESULT-DATE TO PRIOR-DATE-WORK.
    MOVE "N" TO DE-FUNCTION.
    MOVE PRIOR-DATE-WORK TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RESULT-DATE = STEP-DATE THEN
        MOVE 1 TO BUSINESS-DAY-SWITCH
    ELSE
        MOVE PRIOR-DATE-WORK TO STEP-DATE
    END-IF.

    3540-STEP-TO-NEXT-MONTH.
    IF SD-MM >= 12 THEN
        MOVE 1 TO SD-MM
        ADD 1 TO SD-CCYY
    ELSE
        ADD 1 TO SD-MM
    END-IF.

    3600-WRITE-LINE-CARD.
    MOVE "L" TO LC-CARD-TYPE.
    MOVE SO-PART-NO TO LC-PART-NO.
    MOVE SO-QUANTITY TO LC-QUANTITY.
    MOVE SO-LOCATION TO LC-LOCATION.
    MOVE LINE-CARD-STAGING TO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    ADD 1 TO OC-KEYED-COUNT.
    ADD LC-QUANTITY TO OC-KEYED-HASH.
    ADD 1 TO TOTAL-LINES-GENERATED.
    MOVE SO-QUANTITY TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    3700-FINISH-TEMPLATE.
    SET SO-STATUS-FINISHED TO TRUE.
    MOVE RUN-DATE TO SO-STATUS-DATE.
    REWRITE STANDING-ORDER-REC
        INVALID KEY
            MOVE 8 TO WS-RETURN-CODE
            MOVE "A standing-order template could not be marked finished." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        NOT INVALID KEY
            ADD 1 TO TOTAL-FINISHED
            DISPLAY "FINISHED: template " SO-TEMPLATE-ID " ended "
                SO-END-DATE "."
    END-REWRITE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF GEN-FILES-ARE-OPEN THEN
        CLOSE STANDING-ORDER-FILE
        CLOSE CUSTOMER-MASTER-FILE
        PERFORM 8200-WRITE-CARD-TRAILER
        IF TOTAL-GENERATED > 0 THEN
            PERFORM 8100-STORE-STANDING-CONTROL
        END-IF
    END-IF.
    DISPLAY "-- Standing Order Generation Report --".
    DISPLAY "Templates read     : " TOTAL-TEMPLATES-READ.
    DISPLAY "Orders generated   : " TOTAL-GENERATED.
    DISPLAY "Orders recut       : " TOTAL-RECUT.
    DISPLAY "Lines generated    : " TOTAL-LINES-GENERATED.
    DISPLAY "Not yet due        : " TOTAL-NOT-DUE.
    DISPLAY "Templates suspended: " TOTAL-SUSPENDED.
    DISPLAY "Templates finished : " TOTAL-FINISHED.
    DISPLAY "Due with no lines  : " TOTAL-NO-LINES.
    DISPLAY "Lines with no header: " TOTAL-ORPHAN-LINES.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-SUSPENDED > 0 THEN
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE "Standing orders suspended for customers no longer active." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    8100-STORE-STANDING-CONTROL.
    OPEN OUTPUT STANDING-CTL-FILE.
    MOVE NEXT-ORDER-NO TO SC-LAST-ORDER-NO.
    WRITE STANDING-CTL-REC.
    CLOSE STANDING-CTL-FILE.

    8200-WRITE-CARD-TRAILER.
    MOVE OC-KEYED-COUNT TO CS-TRANS-COUNT.
    MOVE OC-KEYED-HASH TO CS-HASH-TOTAL.
    MOVE SPACES TO ORDER-TRANS-REC.
    MOVE OC-TRAILER-STAGING TO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    CLOSE ORDER-TRANS-FILE.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
