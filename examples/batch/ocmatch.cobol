    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "invregsel.cpy".
        SELECT CUSTOMER-TRANS-FILE ASSIGN TO "CUSTTRAN"
            ORGANIZATION LINE SEQUENTIAL
    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  INVOICE-REGISTER-FILE.
    COPY "invregrec.cpy".


    WORKING-STORAGE SECTION.
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 LINE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 LINE-SCAN-AT-EOF VALUE 1.
    01 INVOICE-REGISTER-STATUS PIC X(2).
    01 CUSTOMER-TRANS-STATUS PIC X(2).
    01 OPEN-ITEM-STATUS PIC X(2).
    01 INVOICE-NO-X PIC X(8).
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 ORDER-VALUE-WORK PIC S9(9)V99 COMP-3 VALUE 0.

    01 TOTAL-ORPHANS PIC 9(6) COMP VALUE 0.
    01 TOTAL-SHIPPED-NOT-BILLED PIC 9(6) COMP VALUE 0.
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ORDER-CASH-MATCH"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ORDER-CASH-MATCH"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
*> The lines only value a shipped-not-billed orphan; without them the
*> orphan is still reported, at a value of zero.
    OPEN INPUT ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS NOT = "00" THEN
        DISPLAY "Order line file not found; orphans are not valued."
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
    PERFORM 1100-SCAN-ONE-ORDER UNTIL ORDER-FILE-AT-EOF.
    CLOSE ORDER-FILE.
    IF ORDER-LINE-STATUS = "00" OR ORDER-LINE-STATUS = "10" THEN
        CLOSE ORDER-LINE-FILE
    END-IF.

    1100-SCAN-ONE-ORDER.
    READ ORDER-FILE NEXT RECORD
    ADD 1 TO TOTAL-SHIPPED-NOT-BILLED.
    ADD 1 TO TOTAL-ORPHANS.
    MOVE 0 TO ORDER-VALUE-WORK.
    MOVE 1 TO LINE-SCAN-EOF.
    IF ORDER-LINE-STATUS = "00" OR ORDER-LINE-STATUS = "10" THEN
        MOVE 0 TO LINE-SCAN-EOF
        MOVE OR-ORDER-NO TO OL-ORDER-NO
        MOVE 0 TO OL-LINE-NO
        START ORDER-LINE-FILE KEY NOT < OL-LINE-KEY
            INVALID KEY MOVE 1 TO LINE-SCAN-EOF
        END-START
    END-IF.
    PERFORM 1210-VALUE-ONE-LINE UNTIL LINE-SCAN-AT-EOF.
    MOVE ORDER-VALUE-WORK TO AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "SHIPPED NOT BILLED: order " OR-ORDER-NO
    PERFORM 9000-PRINT-REPORT-LINE.

    1210-VALUE-ONE-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO LINE-SCAN-EOF
        NOT AT END
            IF OL-ORDER-NO NOT = OR-ORDER-NO THEN
                MOVE 1 TO LINE-SCAN-EOF
            ELSE
                COMPUTE ORDER-VALUE-WORK = ORDER-VALUE-WORK
                    + OL-QUANTITY * OL-UNIT-PRICE
            END-IF
    END-READ.

    *> ---------------------
    *> LEG TWO SET-UP: who the CUSTTRAN batch would post.
