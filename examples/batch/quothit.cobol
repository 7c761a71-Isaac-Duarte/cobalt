IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTE-HIT-RATE.

*> QUOTE-HIT-RATE shows how many quotes each salesperson wins. Every
*> quote dated inside the period is counted under the salesperson
*> on its header, from the live QUOTE file and from the QUOTHIST
*> history QUOTE-CONVERT purges closed quotes to, so a quote counts
*> once whichever file it is on tonight. A quote the customer
*> accepted (whether or not it has been converted to an order yet)
*> is won; one recorded lost, or left to expire, is lost; one still
*> open is pending and stays out of the hit rate. The hit rate is
*> won over won plus lost, by count, with the values quoted won and
*> lost alongside, since a salesperson who wins the small quotes
*> and loses the large ones reads well by count alone. The report
*> prints through REPORT-WRITER in salesperson order with the name
*> from SLSMAST, and closes with the house totals; quotes keyed
*> without a salesperson are shown as (NONE).
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  first quote date, CCYYMMDD (zero from the start)
*>     PC-NUM-2  last quote date, CCYYMMDD (zero through today)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "quotsel.cpy".
        COPY "quothsel.cpy".
        COPY "slssel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  QUOTE-FILE.
    COPY "quotrec.cpy".

    FD  QUOTE-HIST-FILE.
    COPY "quothrec.cpy".

    FD  SALESPERSON-FILE.
    COPY "slsrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 QUOTE-FILE-STATUS PIC X(2).
    01 QUOTE-HIST-STATUS PIC X(2).
    01 SALESPERSON-STATUS PIC X(2).
    01 QUOTE-EOF PIC 9(1) COMP VALUE 0.
        88 QUOTE-AT-EOF VALUE 1.
    01 QUOTE-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 QUOTE-HIST-AT-EOF VALUE 1.
    01 SALESPERSON-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 SALESPERSON-FILE-IS-OPEN VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 PERIOD-FROM-DATE PIC 9(8) VALUE 0.
    01 PERIOD-TO-DATE PIC 9(8) VALUE 0.

*> One quote header, from whichever file it came off, in the shape
*> the tally works from.
    01 TALLY-SALES-ID PIC X(6).
    01 TALLY-QUOTE-DATE PIC 9(8).
    01 TALLY-STATUS PIC X(1).
        88 TALLY-IS-PENDING VALUE "O".
        88 TALLY-IS-WON VALUE "A" "C".
        88 TALLY-IS-LOST VALUE "L".
        88 TALLY-IS-EXPIRED VALUE "E".
    01 TALLY-VALUE PIC 9(7)V99 COMP-3 VALUE 0.

*> One entry per salesperson quoting in the period, held in
*> salesperson order as they are found so the report comes out
*> sorted.
    01 SELLER-SEARCH-ID PIC X(6).
    01 SELLER-TABLE-MAX PIC 9(4) COMP VALUE 500.
    01 SELLER-COUNT PIC 9(4) COMP VALUE 0.
    01 SELLER-IDX PIC 9(4) COMP VALUE 0.
    01 SELLER-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 SELLER-INSERT-AT PIC 9(4) COMP VALUE 0.
    01 SELLER-SHIFT-IDX PIC 9(4) COMP VALUE 0.
    01 SELLER-TABLE.
        05 SELLER-ENTRY OCCURS 500 TIMES.
            10 SL-SALES-ID PIC X(6).
            10 SL-QUOTED-COUNT PIC 9(6) COMP.
            10 SL-WON-COUNT PIC 9(6) COMP.
            10 SL-LOST-COUNT PIC 9(6) COMP.
            10 SL-EXPIRED-COUNT PIC 9(6) COMP.
            10 SL-PENDING-COUNT PIC 9(6) COMP.
            10 SL-WON-VALUE PIC 9(9)V99 COMP-3.
            10 SL-LOST-VALUE PIC 9(9)V99 COMP-3.

    01 HIT-RATE PIC 9(3)V9 COMP-3 VALUE 0.
    01 DECIDED-COUNT PIC 9(8) COMP VALUE 0.
    01 SELLER-NAME PIC X(16).

    01 HOUSE-QUOTED-COUNT PIC 9(8) COMP VALUE 0.
    01 HOUSE-WON-COUNT PIC 9(8) COMP VALUE 0.
    01 HOUSE-LOST-COUNT PIC 9(8) COMP VALUE 0.
    01 HOUSE-EXPIRED-COUNT PIC 9(8) COMP VALUE 0.
    01 HOUSE-PENDING-COUNT PIC 9(8) COMP VALUE 0.
    01 HOUSE-WON-VALUE PIC 9(11)V99 COMP-3 VALUE 0.
    01 HOUSE-LOST-VALUE PIC 9(11)V99 COMP-3 VALUE 0.

    01 TOTAL-LIVE-HEADERS PIC 9(6) COMP VALUE 0.
    01 TOTAL-HIST-HEADERS PIC 9(6) COMP VALUE 0.
    01 TOTAL-OUTSIDE-PERIOD PIC 9(6) COMP VALUE 0.
    01 TOTAL-OVERFLOWED PIC 9(6) COMP VALUE 0.

    01 RPT-COUNT-1 PIC Z(4)9.
    01 RPT-COUNT-2 PIC Z(4)9.
    01 RPT-COUNT-3 PIC Z(4)9.
    01 RPT-COUNT-4 PIC Z(4)9.
    01 RPT-COUNT-5 PIC Z(4)9.
    01 RPT-RATE-DISP PIC ZZ9.9.
    01 RPT-VALUE-1 PIC Z(8)9.99.
    01 RPT-VALUE-2 PIC Z(8)9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTE-HIT-RATE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTE-HIT-RATE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTE-HIT-RATE"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1500-INITIALIZE.
    PERFORM 2000-TALLY-LIVE-QUOTES.
    PERFORM 2500-TALLY-QUOTE-HISTORY.
    PERFORM 3000-PRINT-HIT-RATE.
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
            MOVE PC-NUM-1 TO PERIOD-FROM-DATE
            MOVE PC-NUM-2 TO PERIOD-TO-DATE
        END-IF
    ELSE
        DISPLAY "First quote date, CCYYMMDD (zero from the start):"
        ACCEPT PERIOD-FROM-DATE
        DISPLAY "Last quote date, CCYYMMDD (zero through today):"
        ACCEPT PERIOD-TO-DATE
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    IF PERIOD-TO-DATE = 0 THEN
        MOVE WS-CURRENT-DATE-8 TO PERIOD-TO-DATE
    END-IF.
    DISPLAY "Quote hit rate for quotes dated " PERIOD-FROM-DATE
        " through " PERIOD-TO-DATE ".".

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> Either quote file may be missing -- a new installation has no
    *> history, and a purge can empty the live file -- and the report
    *> then covers the one that is there. The salesperson master
    *> only supplies names.
    1500-INITIALIZE.
    OPEN INPUT QUOTE-FILE.
    IF QUOTE-FILE-STATUS NOT = "00" THEN
        DISPLAY "Quote file not found; history only."
        MOVE 1 TO QUOTE-EOF
    ELSE
        MOVE LOW-VALUES TO QT-QUOTE-KEY
        START QUOTE-FILE KEY NOT < QT-QUOTE-KEY
            INVALID KEY MOVE 1 TO QUOTE-EOF
        END-START
    END-IF.
    OPEN INPUT QUOTE-HIST-FILE.
    IF QUOTE-HIST-STATUS NOT = "00" THEN
        DISPLAY "Quote history not found; live quotes only."
        MOVE 1 TO QUOTE-HIST-EOF
    END-IF.
    IF QUOTE-FILE-STATUS NOT = "00" AND QUOTE-HIST-STATUS NOT = "00" THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Neither QUOTE nor QUOTHIST was found for the hit-rate report." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    OPEN INPUT SALESPERSON-FILE.
    IF SALESPERSON-STATUS = "00" THEN
        MOVE 1 TO SALESPERSON-FILE-OPEN
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Quotation Hit Rate by Salesperson" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TALLY: headers only, from the live file and then the history.
    *> ---------------------

    2000-TALLY-LIVE-QUOTES.
    PERFORM 2010-READ-LIVE-QUOTE.
    PERFORM 2020-TALLY-ONE-LIVE-QUOTE UNTIL QUOTE-AT-EOF.

    2010-READ-LIVE-QUOTE.
    READ QUOTE-FILE NEXT RECORD
        AT END MOVE 1 TO QUOTE-EOF
    END-READ.

    2020-TALLY-ONE-LIVE-QUOTE.
    IF QT-IS-HEADER THEN
        ADD 1 TO TOTAL-LIVE-HEADERS
        MOVE QT-SALES-ID TO TALLY-SALES-ID
        MOVE QT-QUOTE-DATE TO TALLY-QUOTE-DATE
        MOVE QT-STATUS TO TALLY-STATUS
        MOVE QT-QUOTE-VALUE TO TALLY-VALUE
        PERFORM 2200-TALLY-ONE-QUOTE
    END-IF.
    PERFORM 2010-READ-LIVE-QUOTE.

    2500-TALLY-QUOTE-HISTORY.
    PERFORM 2510-READ-QUOTE-HISTORY.
    PERFORM 2520-TALLY-ONE-HIST-QUOTE UNTIL QUOTE-HIST-AT-EOF.

    2510-READ-QUOTE-HISTORY.
    READ QUOTE-HIST-FILE
        AT END MOVE 1 TO QUOTE-HIST-EOF
    END-READ.

    2520-TALLY-ONE-HIST-QUOTE.
    IF QH-IS-HEADER THEN
        ADD 1 TO TOTAL-HIST-HEADERS
        MOVE QH-SALES-ID TO TALLY-SALES-ID
        MOVE QH-QUOTE-DATE TO TALLY-QUOTE-DATE
        MOVE QH-STATUS TO TALLY-STATUS
        MOVE QH-QUOTE-VALUE TO TALLY-VALUE
        PERFORM 2200-TALLY-ONE-QUOTE
    END-IF.
    PERFORM 2510-READ-QUOTE-HISTORY.

    2200-TALLY-ONE-QUOTE.
    IF TALLY-QUOTE-DATE < PERIOD-FROM-DATE
            OR TALLY-QUOTE-DATE > PERIOD-TO-DATE THEN
        ADD 1 TO TOTAL-OUTSIDE-PERIOD
        EXIT PARAGRAPH
    END-IF.
    MOVE TALLY-SALES-ID TO SELLER-SEARCH-ID.
    PERFORM 2300-LOCATE-SELLER.
    IF SELLER-FOUND-IDX = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO SL-QUOTED-COUNT(SELLER-FOUND-IDX).
    EVALUATE TRUE
        WHEN TALLY-IS-WON
            ADD 1 TO SL-WON-COUNT(SELLER-FOUND-IDX)
            ADD TALLY-VALUE TO SL-WON-VALUE(SELLER-FOUND-IDX)
        WHEN TALLY-IS-LOST
            ADD 1 TO SL-LOST-COUNT(SELLER-FOUND-IDX)
            ADD TALLY-VALUE TO SL-LOST-VALUE(SELLER-FOUND-IDX)
        WHEN TALLY-IS-EXPIRED
            ADD 1 TO SL-EXPIRED-COUNT(SELLER-FOUND-IDX)
            ADD TALLY-VALUE TO SL-LOST-VALUE(SELLER-FOUND-IDX)
        WHEN OTHER
            ADD 1 TO SL-PENDING-COUNT(SELLER-FOUND-IDX)
    END-EVALUATE.

    2300-LOCATE-SELLER.
    MOVE 0 TO SELLER-FOUND-IDX.
    MOVE 0 TO SELLER-INSERT-AT.
    PERFORM 2310-COMPARE-ONE-SELLER
        VARYING SELLER-IDX FROM 1 BY 1 UNTIL SELLER-IDX > SELLER-COUNT.
    IF SELLER-FOUND-IDX > 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF SELLER-COUNT >= SELLER-TABLE-MAX THEN
        ADD 1 TO TOTAL-OVERFLOWED
        MOVE 4 TO WS-RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    IF SELLER-INSERT-AT = 0 THEN
        COMPUTE SELLER-INSERT-AT = SELLER-COUNT + 1
    ELSE
        PERFORM 2320-SHIFT-ONE-SELLER
            VARYING SELLER-SHIFT-IDX FROM SELLER-COUNT BY -1
            UNTIL SELLER-SHIFT-IDX < SELLER-INSERT-AT
    END-IF.
    ADD 1 TO SELLER-COUNT.
    MOVE SELLER-SEARCH-ID TO SL-SALES-ID(SELLER-INSERT-AT).
    MOVE 0 TO SL-QUOTED-COUNT(SELLER-INSERT-AT).
    MOVE 0 TO SL-WON-COUNT(SELLER-INSERT-AT).
    MOVE 0 TO SL-LOST-COUNT(SELLER-INSERT-AT).
    MOVE 0 TO SL-EXPIRED-COUNT(SELLER-INSERT-AT).
    MOVE 0 TO SL-PENDING-COUNT(SELLER-INSERT-AT).
    MOVE 0 TO SL-WON-VALUE(SELLER-INSERT-AT).
    MOVE 0 TO SL-LOST-VALUE(SELLER-INSERT-AT).
    MOVE SELLER-INSERT-AT TO SELLER-FOUND-IDX.

    2310-COMPARE-ONE-SELLER.
    IF SELLER-INSERT-AT = 0
            AND SL-SALES-ID(SELLER-IDX) NOT < SELLER-SEARCH-ID THEN
        IF SL-SALES-ID(SELLER-IDX) = SELLER-SEARCH-ID THEN
            MOVE SELLER-IDX TO SELLER-FOUND-IDX
        END-IF
        MOVE SELLER-IDX TO SELLER-INSERT-AT
    END-IF.

    2320-SHIFT-ONE-SELLER.
    MOVE SELLER-ENTRY(SELLER-SHIFT-IDX) TO SELLER-ENTRY(SELLER-SHIFT-IDX + 1).

    *> ---------------------
    *> REPORT: one line per salesperson, then the house totals.
    *> ---------------------

    3000-PRINT-HIT-RATE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "SLSP   NAME             QUOTED   WON  LOST EXPRD  OPEN"
        "  HIT%     VALUE WON    VALUE LOST"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 3100-PRINT-ONE-SELLER
        VARYING SELLER-IDX FROM 1 BY 1 UNTIL SELLER-IDX > SELLER-COUNT.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    COMPUTE DECIDED-COUNT = HOUSE-WON-COUNT + HOUSE-LOST-COUNT
        + HOUSE-EXPIRED-COUNT.
    MOVE 0 TO HIT-RATE.
    IF DECIDED-COUNT > 0 THEN
        COMPUTE HIT-RATE ROUNDED = HOUSE-WON-COUNT * 100 / DECIDED-COUNT
    END-IF.
    MOVE HOUSE-QUOTED-COUNT TO RPT-COUNT-1.
    MOVE HOUSE-WON-COUNT TO RPT-COUNT-2.
    MOVE HOUSE-LOST-COUNT TO RPT-COUNT-3.
    MOVE HOUSE-EXPIRED-COUNT TO RPT-COUNT-4.
    MOVE HOUSE-PENDING-COUNT TO RPT-COUNT-5.
    MOVE HIT-RATE TO RPT-RATE-DISP.
    MOVE HOUSE-WON-VALUE TO RPT-VALUE-1.
    MOVE HOUSE-LOST-VALUE TO RPT-VALUE-2.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "ALL SALESPEOPLE         " RPT-COUNT-1 " " RPT-COUNT-2 " "
        RPT-COUNT-3 " " RPT-COUNT-4 " " RPT-COUNT-5 " " RPT-RATE-DISP
        " " RPT-VALUE-1 " " RPT-VALUE-2
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3100-PRINT-ONE-SELLER.
    ADD SL-QUOTED-COUNT(SELLER-IDX) TO HOUSE-QUOTED-COUNT.
    ADD SL-WON-COUNT(SELLER-IDX) TO HOUSE-WON-COUNT.
    ADD SL-LOST-COUNT(SELLER-IDX) TO HOUSE-LOST-COUNT.
    ADD SL-EXPIRED-COUNT(SELLER-IDX) TO HOUSE-EXPIRED-COUNT.
    ADD SL-PENDING-COUNT(SELLER-IDX) TO HOUSE-PENDING-COUNT.
    ADD SL-WON-VALUE(SELLER-IDX) TO HOUSE-WON-VALUE.
    ADD SL-LOST-VALUE(SELLER-IDX) TO HOUSE-LOST-VALUE.
    COMPUTE DECIDED-COUNT = SL-WON-COUNT(SELLER-IDX)
        + SL-LOST-COUNT(SELLER-IDX) + SL-EXPIRED-COUNT(SELLER-IDX).
    MOVE 0 TO HIT-RATE.
    IF DECIDED-COUNT > 0 THEN
        COMPUTE HIT-RATE ROUNDED = SL-WON-COUNT(SELLER-IDX) * 100
            / DECIDED-COUNT
    END-IF.
    MOVE SPACES TO SELLER-NAME.
    IF SL-SALES-ID(SELLER-IDX) = SPACES THEN
        MOVE "(NONE)" TO SELLER-NAME
    ELSE
        IF SALESPERSON-FILE-IS-OPEN THEN
            MOVE SL-SALES-ID(SELLER-IDX) TO SP-SALES-ID
            READ SALESPERSON-FILE
                INVALID KEY MOVE "(NOT ON MASTER)" TO SELLER-NAME
                NOT INVALID KEY MOVE SP-SALES-NAME TO SELLER-NAME
            END-READ
        END-IF
    END-IF.
    MOVE SL-QUOTED-COUNT(SELLER-IDX) TO RPT-COUNT-1.
    MOVE SL-WON-COUNT(SELLER-IDX) TO RPT-COUNT-2.
    MOVE SL-LOST-COUNT(SELLER-IDX) TO RPT-COUNT-3.
    MOVE SL-EXPIRED-COUNT(SELLER-IDX) TO RPT-COUNT-4.
    MOVE SL-PENDING-COUNT(SELLER-IDX) TO RPT-COUNT-5.
    MOVE HIT-RATE TO RPT-RATE-DISP.
    MOVE SL-WON-VALUE(SELLER-IDX) TO RPT-VALUE-1.
    MOVE SL-LOST-VALUE(SELLER-IDX) TO RPT-VALUE-2.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING SL-SALES-ID(SELLER-IDX) " " SELLER-NAME " " RPT-COUNT-1 " "
        RPT-COUNT-2 " " RPT-COUNT-3 " " RPT-COUNT-4 " " RPT-COUNT-5 " "
        RPT-RATE-DISP " " RPT-VALUE-1 " " RPT-VALUE-2
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SL-QUOTED-COUNT(SELLER-IDX) TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF QUOTE-FILE-STATUS = "00" THEN
        CLOSE QUOTE-FILE
    END-IF.
    IF QUOTE-HIST-STATUS = "00" OR QUOTE-HIST-STATUS = "10" THEN
        CLOSE QUOTE-HIST-FILE
    END-IF.
    IF SALESPERSON-FILE-IS-OPEN THEN
        CLOSE SALESPERSON-FILE
    END-IF.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    IF TOTAL-OVERFLOWED > 0 THEN
        MOVE "Hit-rate salesperson table overflowed; report is incomplete." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    DISPLAY "-- Quote Hit Rate Report --".
    DISPLAY "Live quotes read     : " TOTAL-LIVE-HEADERS.
    DISPLAY "History quotes read  : " TOTAL-HIST-HEADERS.
    DISPLAY "Outside the period   : " TOTAL-OUTSIDE-PERIOD.
    DISPLAY "Salespeople reported : " SELLER-COUNT.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
