*> carrying the counted location and the count's reference number,
*> so the correction flows through STOCK-POST's register with a
*> trail back to the count that caused it instead of rewriting the
*> master here. A card naming the bin it was counted in is compared
*> to that bin's BINSTOCK figure instead, and its adjustment card
*> carries the bin so STOCK-POST sets the bin and moves the
*> location by its difference. Every counted part's last-count date
*> is appended to CCLAST so COUNT-SHEET-SELECT knows it has been
*> done.
*>
*> CCENTRY card layout:
*>     part number (6) + counted quantity (6) + counter initials
*>     (3) + location (3, blank = MAI) + bin (6, blank = the
*>     location as a whole)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
            FILE STATUS IS COUNT-ENTRY-STATUS.
        COPY "partsel.cpy".
        COPY "locsel.cpy".
        COPY "binsel.cpy".
        SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STOCK-MOVE-STATUS.
        05 CE-COUNTED-QTY PIC 9(6).
        05 CE-COUNTER-INIT PIC X(3).
        05 CE-LOCATION PIC X(3).
        05 CE-BIN PIC X(6).

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".
    FD  LOCATION-STOCK-FILE.
    COPY "locrec.cpy".

    COPY "binfd.cpy".

    FD  STOCK-MOVE-FILE.
    01  STOCK-MOVE-REC.
        05 MV-PART-NO PIC X(6).
        05 MV-LOCATION PIC X(3).
        05 MV-TO-LOCATION PIC X(3).
        05 MV-UNIT-COST PIC 9(5)V99.
        05 MV-LOT-NO PIC X(10).
        05 MV-EXPIRY-DATE PIC 9(8).
        05 MV-BIN PIC X(6).

    FD  LAST-COUNT-FILE.
    01  LAST-COUNT-REC.
    01 NEXT-COUNT-NO PIC 9(6) VALUE 0.
    01 COUNT-REFERENCE PIC X(8).
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 BOOK-QTY PIC 9(7) COMP VALUE 0.
    01 VARIANCE-QTY PIC S9(7) COMP VALUE 0.
    01 VARIANCE-VALUE PIC S9(11)V99 COMP-3 VALUE 0.
    01 TOTAL-VARIANCE-VALUE PIC S9(13)V99 COMP-3 VALUE 0.
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="COUNT-VARIANCE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="COUNT-VARIANCE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="COUNT-VARIANCE"==.
    COPY "bindata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
            MOVE "Cycle Count Variance" TO RW-REPORT-TITLE
            CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
                RW-LINE-TEXT RW-RETURN-CODE
            MOVE 1 TO BIN-READ-ONLY
            MOVE 1 TO VARIANCE-FILES-OPEN
        END-IF
    END-IF.

    *> The book figure is the counted location's, never the
    *> cross-location master total: the count was taken on one
    *> shelf and the adjustment will land on that shelf -- or the
    *> counted bin's, when the card names one.
    3100-COMPARE-ONE-COUNT.
    IF CE-LOCATION = SPACES THEN
        MOVE "MAI" TO COUNT-LOCATION
    READ LOCATION-STOCK-FILE
        INVALID KEY MOVE 0 TO LS-QTY-ON-HAND
    END-READ.
    MOVE LS-QTY-ON-HAND TO BOOK-QTY.
    IF CE-BIN NOT = SPACES THEN
        MOVE CE-PART-NO TO BIN-PART-NO
        MOVE COUNT-LOCATION TO BIN-LOCATION
        MOVE CE-BIN TO BIN-BIN
        PERFORM 9973-BIN-FETCH
        MOVE BIN-ON-HAND TO BOOK-QTY
    END-IF.
    COMPUTE VARIANCE-QTY = CE-COUNTED-QTY - BOOK-QTY.
    COMPUTE VARIANCE-VALUE = VARIANCE-QTY * PM-UNIT-PRICE.
    ADD VARIANCE-VALUE TO TOTAL-VARIANCE-VALUE.
    MOVE CE-COUNTED-QTY TO VAR-QTY-DISP-2.
    MOVE BOOK-QTY TO VAR-QTY-DISP-3.
    MOVE VARIANCE-QTY TO VAR-QTY-DISP.
    MOVE VARIANCE-VALUE TO VAR-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING CE-PART-NO " " COUNT-LOCATION " " CE-BIN
        " cnt " VAR-QTY-DISP-2
        " book " VAR-QTY-DISP-3 " var " VAR-QTY-DISP
        " val " VAR-AMT-DISP " by " CE-COUNTER-INIT
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    IF VARIANCE-QTY = 0 THEN
    MOVE CE-COUNTED-QTY TO MV-QUANTITY.
    MOVE COUNT-REFERENCE TO MV-REFERENCE.
    MOVE COUNT-LOCATION TO MV-LOCATION.
    MOVE CE-BIN TO MV-BIN.
    WRITE STOCK-MOVE-REC.
    ADD 1 TO MV-KEYED-COUNT.
    ADD MV-QUANTITY TO MV-KEYED-HASH.
        CLOSE COUNT-ENTRY-FILE
        CLOSE PART-MASTER-FILE
        CLOSE LOCATION-STOCK-FILE
        PERFORM 9989-BIN-CLOSE
        MOVE MV-KEYED-COUNT TO MS-TRANS-COUNT
        MOVE MV-KEYED-HASH TO MS-HASH-TOTAL
        MOVE SPACES TO STOCK-MOVE-REC
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "binproc.cpy".
