IDENTIFICATION DIVISION.
PROGRAM-ID. ORDER-LINE-CONVERT.

*> ORDER-LINE-CONVERT is the one-time conversion that moves order
*> lines off the order record and onto their own ORDLINE file, so
*> an order is no longer capped at the five lines ORDER-REC had room
*> for. The job renames the production order file to ORDOLD and
*> points ORDFILE and ORDLINE at fresh data sets; this program
*> copies every order header across unchanged and writes one ORDLINE
*> record per line the old record carried, numbered 1 up to its
*> line count in the slot order the old record held them -- so the
*> line numbers on shipping cards, RMA cards, and pick lists already
*> in the warehouse still name the same lines. Cancelled lines
*> (quantity zero) go across too, for the same reason. An old line
*> count that is not numeric or exceeds the five slots is reported
*> and converted as far as the slots go, never guessed past them.
*> The run refuses an ORDFILE or ORDLINE that already holds records,
*> so a rerun can never overwrite orders entered since; and both
*> written files are read back and proved -- the header count, the
*> line count, and the line quantity sum must match what was copied.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OLD-ORDER-FILE ASSIGN TO "ORDOLD"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OM-ORDER-NO
            FILE STATUS IS OLD-ORDER-STATUS.
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
*> The order record exactly as it stood before the split: up to
*> five line items carried on the header.
    FD  OLD-ORDER-FILE.
    01  OLD-ORDER-REC.
        05 OM-ORDER-NO PIC X(8).
        05 OM-CUST-ID PIC X(6).
        05 OM-SALES-ID PIC X(6).
        05 OM-ORDER-DATE PIC 9(8).
        05 OM-ORDER-STATUS PIC X(1).
        05 OM-LINE-COUNT PIC 9(2).
        05 OM-LINE-ITEM OCCURS 5 TIMES.
            10 OM-PART-NO PIC X(6).
            10 OM-QUANTITY PIC 9(5).
            10 OM-UNIT-PRICE PIC 9(5)V99 COMP-3.
            10 OM-LOCATION PIC X(3).

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 OLD-ORDER-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 OLD-ORDER-EOF PIC 9(1) COMP VALUE 0.
        88 OLD-ORDER-AT-EOF VALUE 1.
    01 PROVE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 PROVE-SCAN-AT-EOF VALUE 1.
    01 CONVERT-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 CONVERT-FILES-ARE-OPEN VALUE 1.

    01 OLD-SLOT-MAX PIC 9(2) COMP VALUE 5.
    01 CONVERT-LINE-COUNT PIC 9(2) COMP VALUE 0.
    01 LINE-IDX PIC 9(2) COMP VALUE 0.

    01 TOTAL-ORDERS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-HEADERS-WRITTEN PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-WRITTEN PIC 9(6) COMP VALUE 0.
    01 TOTAL-COUNT-EXCEPTIONS PIC 9(6) COMP VALUE 0.
    01 WRITTEN-QTY-TOTAL PIC S9(11) COMP-3 VALUE 0.
    01 PROVED-HEADER-COUNT PIC 9(6) COMP VALUE 0.
    01 PROVED-LINE-COUNT PIC 9(6) COMP VALUE 0.
    01 PROVED-QTY-TOTAL PIC S9(11) COMP-3 VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ORDER-LINE-CONVERT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ORDER-LINE-CONVERT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="ORDER-LINE-CONVERT"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF CONVERT-FILES-ARE-OPEN THEN
        PERFORM 2000-READ-OLD-ORDER
        PERFORM 3000-CONVERT-ONE-ORDER UNTIL OLD-ORDER-AT-EOF
        PERFORM 4000-PROVE-CONVERTED-FILES
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> An ORDFILE or ORDLINE with even one record on it has already
    *> been converted (or has live orders entered since); opening it
    *> for output here would wipe them, so the run refuses instead.
    1000-INITIALIZE.
    OPEN INPUT OLD-ORDER-FILE.
    IF OLD-ORDER-STATUS NOT = "00" THEN
        DISPLAY "Old order file (ORDOLD) not found, nothing to convert."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Old order file (ORDOLD) was not found for conversion." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ORDER-FILE.
    IF ORDER-FILE-STATUS = "00" THEN
        MOVE 0 TO PROVE-SCAN-EOF
        READ ORDER-FILE NEXT RECORD
            AT END MOVE 1 TO PROVE-SCAN-EOF
        END-READ
        CLOSE ORDER-FILE
        IF NOT PROVE-SCAN-AT-EOF THEN
            DISPLAY "CONVERSION REFUSED: ORDFILE already carries"
                " records."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "ORDFILE already carries records; conversion refused." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
            CLOSE OLD-ORDER-FILE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    OPEN INPUT ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS = "00" THEN
        MOVE 0 TO PROVE-SCAN-EOF
        READ ORDER-LINE-FILE NEXT RECORD
            AT END MOVE 1 TO PROVE-SCAN-EOF
        END-READ
        CLOSE ORDER-LINE-FILE
        IF NOT PROVE-SCAN-AT-EOF THEN
            DISPLAY "CONVERSION REFUSED: ORDLINE already carries"
                " records."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "ORDLINE already carries records; conversion refused." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
            CLOSE OLD-ORDER-FILE
            EXIT PARAGRAPH
        END-IF
    END-IF.
    OPEN OUTPUT ORDER-FILE.
    OPEN OUTPUT ORDER-LINE-FILE.
    IF ORDER-FILE-STATUS NOT = "00" OR ORDER-LINE-STATUS NOT = "00" THEN
        DISPLAY "ORDFILE or ORDLINE could not be opened for output."
        CLOSE OLD-ORDER-FILE
        MOVE 8 TO WS-RETURN-CODE
        MOVE "ORDFILE or ORDLINE could not be opened for output." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO CONVERT-FILES-OPEN.

    *> ---------------------
    *> CONVERSION LOOP
    *> ---------------------

    2000-READ-OLD-ORDER.
    READ OLD-ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO OLD-ORDER-EOF
    END-READ.

    *> The header goes across field for field; the line count it
    *> carries is the number of ORDLINE records actually written.
    3000-CONVERT-ONE-ORDER.
    ADD 1 TO TOTAL-ORDERS-READ.
    IF OM-LINE-COUNT IS NOT NUMERIC THEN
        DISPLAY "ORDER " OM-ORDER-NO " line count unreadable;"
            " no lines converted."
        ADD 1 TO TOTAL-COUNT-EXCEPTIONS
        MOVE 4 TO WS-RETURN-CODE
        MOVE 0 TO CONVERT-LINE-COUNT
    ELSE
        IF OM-LINE-COUNT > OLD-SLOT-MAX THEN
            DISPLAY "ORDER " OM-ORDER-NO " line count " OM-LINE-COUNT
                " exceeds the old slots; " OLD-SLOT-MAX " converted."
            ADD 1 TO TOTAL-COUNT-EXCEPTIONS
            MOVE 4 TO WS-RETURN-CODE
            MOVE OLD-SLOT-MAX TO CONVERT-LINE-COUNT
        ELSE
            MOVE OM-LINE-COUNT TO CONVERT-LINE-COUNT
        END-IF
    END-IF.
    MOVE SPACES TO ORDER-REC.
    MOVE OM-ORDER-NO TO OR-ORDER-NO.
    MOVE OM-CUST-ID TO OR-CUST-ID.
    MOVE OM-SALES-ID TO OR-SALES-ID.
    MOVE OM-ORDER-DATE TO OR-ORDER-DATE.
    MOVE OM-ORDER-STATUS TO OR-ORDER-STATUS.
    MOVE CONVERT-LINE-COUNT TO OR-LINE-COUNT.
    WRITE ORDER-REC
        INVALID KEY
            DISPLAY "CONVERT FAILED: order " OM-ORDER-NO "."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "An order header could not be converted." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        NOT INVALID KEY
            ADD 1 TO TOTAL-HEADERS-WRITTEN
            PERFORM 3100-CONVERT-ONE-LINE
                VARYING LINE-IDX FROM 1 BY 1
                UNTIL LINE-IDX > CONVERT-LINE-COUNT
    END-WRITE.
    PERFORM 2000-READ-OLD-ORDER.

    3100-CONVERT-ONE-LINE.
    MOVE SPACES TO ORDER-LINE-REC.
    MOVE OM-ORDER-NO TO OL-ORDER-NO.
    MOVE LINE-IDX TO OL-LINE-NO.
    MOVE OM-PART-NO(LINE-IDX) TO OL-PART-NO.
    MOVE OM-QUANTITY(LINE-IDX) TO OL-QUANTITY.
    MOVE OM-UNIT-PRICE(LINE-IDX) TO OL-UNIT-PRICE.
    MOVE OM-LOCATION(LINE-IDX) TO OL-LOCATION.
    MOVE OM-ORDER-DATE TO OL-PROMISE-DATE.
    WRITE ORDER-LINE-REC
        INVALID KEY
            DISPLAY "CONVERT FAILED: order " OM-ORDER-NO " line "
                LINE-IDX "."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "An order line could not be converted." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        NOT INVALID KEY
            ADD 1 TO TOTAL-LINES-WRITTEN
            ADD OL-QUANTITY TO WRITTEN-QTY-TOTAL
            MOVE OL-QUANTITY TO CTL-HASH-VALUE
            PERFORM 9800-CTL-ACCUMULATE-TOTALS
    END-WRITE.

    *> ---------------------
    *> PROOF: both files just written are read back whole; the
    *> header count, line count, and quantity sum must match what
    *> was copied.
    *> ---------------------

    4000-PROVE-CONVERTED-FILES.
    CLOSE ORDER-FILE.
    CLOSE ORDER-LINE-FILE.
    MOVE 0 TO PROVE-SCAN-EOF.
    OPEN INPUT ORDER-FILE.
    PERFORM 4100-PROVE-ONE-HEADER UNTIL PROVE-SCAN-AT-EOF.
    CLOSE ORDER-FILE.
    MOVE 0 TO PROVE-SCAN-EOF.
    OPEN INPUT ORDER-LINE-FILE.
    PERFORM 4200-PROVE-ONE-LINE UNTIL PROVE-SCAN-AT-EOF.
    CLOSE ORDER-LINE-FILE.
    IF PROVED-HEADER-COUNT NOT = TOTAL-HEADERS-WRITTEN
            OR PROVED-LINE-COUNT NOT = TOTAL-LINES-WRITTEN
            OR PROVED-QTY-TOTAL NOT = WRITTEN-QTY-TOTAL THEN
        DISPLAY "CONVERSION NOT PROVED: wrote " TOTAL-HEADERS-WRITTEN
            " orders " TOTAL-LINES-WRITTEN " lines, read back "
            PROVED-HEADER-COUNT " orders " PROVED-LINE-COUNT " lines."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "The converted order and line files did not prove." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        DISPLAY "Conversion proved: " PROVED-HEADER-COUNT " orders, "
            PROVED-LINE-COUNT " lines, quantity total "
            PROVED-QTY-TOTAL "."
    END-IF.

    4100-PROVE-ONE-HEADER.
    READ ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO PROVE-SCAN-EOF
        NOT AT END ADD 1 TO PROVED-HEADER-COUNT
    END-READ.

    4200-PROVE-ONE-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO PROVE-SCAN-EOF
        NOT AT END
            ADD 1 TO PROVED-LINE-COUNT
            ADD OL-QUANTITY TO PROVED-QTY-TOTAL
    END-READ.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF CONVERT-FILES-ARE-OPEN THEN
        CLOSE OLD-ORDER-FILE
    END-IF.
    DISPLAY "-- Order Line Conversion Report --".
    DISPLAY "Orders read        : " TOTAL-ORDERS-READ.
    DISPLAY "Orders written     : " TOTAL-HEADERS-WRITTEN.
    DISPLAY "Lines written      : " TOTAL-LINES-WRITTEN.
    DISPLAY "Line-count errors  : " TOTAL-COUNT-EXCEPTIONS.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
