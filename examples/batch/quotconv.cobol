IDENTIFICATION DIVISION.
PROGRAM-ID. QUOTE-CONVERT.

*> QUOTE-CONVERT is the nightly pass over the QUOTE file that
*> QUOTE-SCREEN-ENTRY builds. Every quote the customer accepted that
*> has not yet expired is turned into ORDTRAN cards -- an "O" card
*> whose order number is the quote number, carrying the quote's
*> customer, salesperson and ship-to, and one "L" card per quoted
*> line carrying the quoted unit price -- and marked converted, so
*> ORDER-ENTRY honours the price the customer was promised rather
*> than re-pricing at tonight's table. The cards leave wrapped in
*> header/trailer batch controls for BATCH-PREEDIT, like the
*> back-order release cards.
*>
*> The same pass keeps the live file to live quotes: an open or
*> accepted quote past its expiry date is marked expired and purged
*> to QUOTHIST at once, and lost or converted quotes are purged once
*> they have been closed longer than the retention days, so what
*> was quoted can still be shown from the history afterward.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  run date, CCYYMMDD (zero runs as of today)
*>     PC-NUM-2  days a lost or converted quote stays on the live
*>               file before it purges (zero keeps the 30 default)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "quotsel.cpy".
        COPY "quothsel.cpy".
        SELECT ORDER-TRANS-FILE ASSIGN TO "ORDTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ORDER-TRANS-STATUS.
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

    FD  ORDER-TRANS-FILE.
    01  ORDER-TRANS-REC PIC X(25).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 QUOTE-FILE-STATUS PIC X(2).
    01 QUOTE-HIST-STATUS PIC X(2).
    01 ORDER-TRANS-STATUS PIC X(2).
    01 QUOTE-EOF PIC 9(1) COMP VALUE 0.
        88 QUOTE-AT-EOF VALUE 1.
    01 CONVERT-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 CONVERT-FILES-ARE-OPEN VALUE 1.
    01 DATES-VALID-SWITCH PIC 9(1) COMP VALUE 0.
        88 DATES-ARE-VALID VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 RUN-DATE PIC 9(8) VALUE 0.
    01 KEEP-DAYS PIC 9(5) VALUE 0.
    01 PURGE-BEFORE-DATE PIC 9(8) VALUE 0.

*> What tonight's pass is doing with the quote whose header was
*> read last; its lines follow it in key order and get the same.
    01 QUOTE-ACTION PIC X(1) VALUE SPACE.
        88 QUOTE-ACTION-KEEP VALUE "K".
        88 QUOTE-ACTION-CONVERT VALUE "C".
        88 QUOTE-ACTION-PURGE VALUE "P".
    01 ACTION-QUOTE-NO PIC X(8) VALUE SPACES.

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
*>         + quoted unit price (7)
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
        05 LC-LOCATION PIC X(3) VALUE SPACES.
        05 LC-QUOTED-PRICE PIC 9(5)V99.
        05 FILLER PIC X(3) VALUE SPACES.

*> The cards leave wrapped in header/trailer batch controls for
*> BATCH-PREEDIT, hashing the line quantities.
    01 OC-KEYED-COUNT PIC 9(6) COMP VALUE 0.
    01 OC-KEYED-HASH PIC S9(11)V99 COMP-3 VALUE 0.
    01 OC-TRAILER-STAGING.
        05 CS-REC-TYPE PIC X(1) VALUE "T".
        05 CS-TRANS-COUNT PIC 9(6).
        05 CS-HASH-TOTAL PIC S9(11)V99.

    01 TOTAL-QUOTES-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-CONVERTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-CONVERTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-EXPIRED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PURGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-HIST-RECORDS PIC 9(6) COMP VALUE 0.
    01 TOTAL-ORPHAN-LINES PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTE-CONVERT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTE-CONVERT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUOTE-CONVERT"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    IF DATES-ARE-VALID THEN
        PERFORM 1500-INITIALIZE
    END-IF.
    IF CONVERT-FILES-ARE-OPEN THEN
        PERFORM 2000-READ-QUOTE-NEXT
        PERFORM 3000-PROCESS-ONE-QUOTE-REC UNTIL QUOTE-AT-EOF
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
            MOVE PC-NUM-2 TO KEEP-DAYS
        END-IF
    ELSE
        DISPLAY "Run date, CCYYMMDD (zero for today):"
        ACCEPT RUN-DATE
        DISPLAY "Days closed quotes stay on file (zero for 30):"
        ACCEPT KEEP-DAYS
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    IF RUN-DATE = 0 THEN
        MOVE WS-CURRENT-DATE-8 TO RUN-DATE
    END-IF.
    IF KEEP-DAYS = 0 THEN
        MOVE 30 TO KEEP-DAYS
    END-IF.
    MOVE "A" TO DE-FUNCTION.
    MOVE RUN-DATE TO DE-DATE-1.
    COMPUTE DE-DAY-COUNT = 0 - KEEP-DAYS.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        DISPLAY "Run date " RUN-DATE " is not a valid date."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Quote conversion run date was not a valid date." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        MOVE DE-RESULT-DATE TO PURGE-BEFORE-DATE
        MOVE 1 TO DATES-VALID-SWITCH
        DISPLAY "Quotes converted as of " RUN-DATE
            ", closed quotes purged if closed before "
            PURGE-BEFORE-DATE "."
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The card file is rewritten on every run -- a night with no
    *> quote to convert still cuts an empty controlled batch -- so
    *> last night's cards can never ride into order entry twice.
    1500-INITIALIZE.
    OPEN OUTPUT ORDER-TRANS-FILE.
    MOVE SPACES TO ORDER-TRANS-REC.
    STRING "H" WS-CURRENT-DATE-8 "QUOTCNV"
        DELIMITED BY SIZE INTO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    OPEN I-O QUOTE-FILE.
    IF QUOTE-FILE-STATUS NOT = "00" THEN
        DISPLAY "Quote file not found, nothing to convert."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Quote file (QUOTE) was not found for conversion." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        PERFORM 8200-WRITE-CARD-TRAILER
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND QUOTE-HIST-FILE.
    IF QUOTE-HIST-STATUS = "35" THEN
        OPEN OUTPUT QUOTE-HIST-FILE
    END-IF.
    MOVE LOW-VALUES TO QT-QUOTE-KEY.
    START QUOTE-FILE KEY NOT < QT-QUOTE-KEY
        INVALID KEY MOVE 1 TO QUOTE-EOF
    END-START.
    MOVE 1 TO CONVERT-FILES-OPEN.

    2000-READ-QUOTE-NEXT.
    READ QUOTE-FILE NEXT RECORD
        AT END MOVE 1 TO QUOTE-EOF
    END-READ.

    *> ---------------------
    *> QUOTE PASS: each header decides the fate of its quote, and the
    *> lines that follow it in key order share that fate.
    *> ---------------------

    3000-PROCESS-ONE-QUOTE-REC.
    IF QT-IS-HEADER THEN
        PERFORM 3100-DECIDE-QUOTE-ACTION
    ELSE
        IF QT-QUOTE-NO NOT = ACTION-QUOTE-NO THEN
*> A line with no header ahead of it: left alone and reported.
            ADD 1 TO TOTAL-ORPHAN-LINES
            DISPLAY "QUOTE " QT-QUOTE-NO " line " QT-LINE-NO
                " has no header; left on file."
            MOVE 4 TO WS-RETURN-CODE
        ELSE
            EVALUATE TRUE
                WHEN QUOTE-ACTION-CONVERT
                    PERFORM 3300-WRITE-LINE-CARD
                WHEN QUOTE-ACTION-PURGE
                    PERFORM 3500-PURGE-QUOTE-REC
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.
    PERFORM 2000-READ-QUOTE-NEXT.

    3100-DECIDE-QUOTE-ACTION.
    ADD 1 TO TOTAL-QUOTES-READ.
    MOVE QT-QUOTE-NO TO ACTION-QUOTE-NO.
    SET QUOTE-ACTION-KEEP TO TRUE.
    EVALUATE TRUE
        WHEN (QT-STATUS-OPEN OR QT-STATUS-ACCEPTED)
                AND QT-EXPIRY-DATE < RUN-DATE
            SET QT-STATUS-EXPIRED TO TRUE
            MOVE RUN-DATE TO QT-STATUS-DATE
            ADD 1 TO TOTAL-EXPIRED
            DISPLAY "EXPIRED: quote " QT-QUOTE-NO " for customer "
                QT-CUST-ID " (valid until " QT-EXPIRY-DATE ")."
            SET QUOTE-ACTION-PURGE TO TRUE
            PERFORM 3500-PURGE-QUOTE-REC
        WHEN QT-STATUS-ACCEPTED
            PERFORM 3200-CONVERT-QUOTE-HEADER
        WHEN (QT-STATUS-LOST OR QT-STATUS-CONVERTED OR QT-STATUS-EXPIRED)
                AND QT-STATUS-DATE < PURGE-BEFORE-DATE
            SET QUOTE-ACTION-PURGE TO TRUE
            PERFORM 3500-PURGE-QUOTE-REC
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    *> The header is marked converted before its cards are cut; a
    *> failed rewrite leaves the quote accepted for tomorrow's run
    *> and cuts nothing, so no quote is ever carded twice.
    3200-CONVERT-QUOTE-HEADER.
    SET QT-STATUS-CONVERTED TO TRUE.
    MOVE RUN-DATE TO QT-STATUS-DATE.
    REWRITE QUOTE-REC
        INVALID KEY
            DISPLAY "QUOTE " QT-QUOTE-NO " could not be marked converted;"
                " left accepted."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "A quote header could not be rewritten as converted." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        NOT INVALID KEY
            MOVE "O" TO OC-CARD-TYPE
            MOVE QT-QUOTE-NO TO OC-ORDER-NO
            MOVE QT-CUST-ID TO OC-CUST-ID
            MOVE QT-SALES-ID TO OC-SALES-ID
            MOVE QT-SHIPTO-CODE TO OC-SHIPTO-CODE
            MOVE ORDER-CARD-STAGING TO ORDER-TRANS-REC
            WRITE ORDER-TRANS-REC
            ADD 1 TO OC-KEYED-COUNT
            ADD 1 TO TOTAL-CONVERTED
            SET QUOTE-ACTION-CONVERT TO TRUE
            DISPLAY "CONVERTED: quote " QT-QUOTE-NO " for customer "
                QT-CUST-ID ", " QT-LINE-COUNT " lines."
    END-REWRITE.

    3300-WRITE-LINE-CARD.
    MOVE "L" TO LC-CARD-TYPE.
    MOVE QT-PART-NO TO LC-PART-NO.
    MOVE QT-QUANTITY TO LC-QUANTITY.
    MOVE QT-UNIT-PRICE TO LC-QUOTED-PRICE.
    MOVE LINE-CARD-STAGING TO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    ADD 1 TO OC-KEYED-COUNT.
    ADD LC-QUANTITY TO OC-KEYED-HASH.
    ADD 1 TO TOTAL-LINES-CONVERTED.
    MOVE QT-QUANTITY TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    *> The record goes to history first and only then off the live
    *> file, so a failure between the two duplicates history rather
    *> than losing a quote.
    3500-PURGE-QUOTE-REC.
    MOVE SPACES TO QUOTE-HIST-REC.
    MOVE QT-QUOTE-NO TO QH-QUOTE-NO.
    MOVE QT-LINE-NO TO QH-LINE-NO.
    MOVE RUN-DATE TO QH-PURGE-DATE.
    IF QT-IS-HEADER THEN
        MOVE QT-CUST-ID TO QH-CUST-ID
        MOVE QT-SALES-ID TO QH-SALES-ID
        MOVE QT-SHIPTO-CODE TO QH-SHIPTO-CODE
        MOVE QT-PRICE-TIER TO QH-PRICE-TIER
        MOVE QT-QUOTE-DATE TO QH-QUOTE-DATE
        MOVE QT-EXPIRY-DATE TO QH-EXPIRY-DATE
        MOVE QT-STATUS TO QH-STATUS
        MOVE QT-STATUS-DATE TO QH-STATUS-DATE
        MOVE QT-LINE-COUNT TO QH-LINE-COUNT
        MOVE QT-QUOTE-VALUE TO QH-QUOTE-VALUE
        MOVE QT-OPER-ID TO QH-OPER-ID
        ADD 1 TO TOTAL-PURGED
    ELSE
        MOVE QT-PART-NO TO QH-PART-NO
        MOVE QT-QUANTITY TO QH-QUANTITY
        MOVE QT-UNIT-PRICE TO QH-UNIT-PRICE
        MOVE QT-PRICE-SOURCE TO QH-PRICE-SOURCE
    END-IF.
    WRITE QUOTE-HIST-REC.
    ADD 1 TO TOTAL-HIST-RECORDS.
    DELETE QUOTE-FILE
        INVALID KEY
            DISPLAY "QUOTE " QT-QUOTE-NO " line " QT-LINE-NO
                " could not be deleted after history was written."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "A purged quote record could not be deleted." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
    END-DELETE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF CONVERT-FILES-ARE-OPEN THEN
        CLOSE QUOTE-FILE
        CLOSE QUOTE-HIST-FILE
        PERFORM 8200-WRITE-CARD-TRAILER
    END-IF.
    DISPLAY "-- Quote Conversion Report --".
    DISPLAY "Quotes read        : " TOTAL-QUOTES-READ.
    DISPLAY "Quotes converted   : " TOTAL-CONVERTED.
    DISPLAY "Lines converted    : " TOTAL-LINES-CONVERTED.
    DISPLAY "Quotes expired     : " TOTAL-EXPIRED.
    DISPLAY "Quotes purged      : " TOTAL-PURGED.
    DISPLAY "History records    : " TOTAL-HIST-RECORDS.
    DISPLAY "Lines with no header: " TOTAL-ORPHAN-LINES.
    PERFORM 9810-CTL-PRINT-FOOTER.

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
