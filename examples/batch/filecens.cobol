
*> FILE-CENSUS is the nightly head-count LOG-ARCHIVE never gave the
*> rest of the shop: each production file that only ever grows --
*> OPENITEM, ORDFILE and its ORDLINE lines, STATHIST, PERFHIST, RPTARCH, and the customer
*> journal -- is read end to end, and one record per file per cycle
*> lands on the CENSHIST census history with the record count and
*> the byte size (count times the fixed record length). CENSUS-TREND
    FILE-CONTROL.
        COPY "oisel.cpy".
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "stathsel.cpy".
        SELECT PERF-HISTORY-FILE ASSIGN TO "PERFHIST"
            ORGANIZATION LINE SEQUENTIAL
    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  STATUS-HIST-FILE.
    COPY "stathrec.cpy".

    WORKING-STORAGE SECTION.
    01 OPEN-ITEM-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 STATUS-HIST-STATUS PIC X(2).
    01 PERF-HISTORY-STATUS PIC X(2).
    01 REPORT-ARCH-STATUS PIC X(2).
    01 TOTAL-FILES-CENSUSED PIC 9(2) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="FILE-CENSUS"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="FILE-CENSUS"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    END-IF.
    PERFORM 2000-CENSUS-OPEN-ITEMS.
    PERFORM 2100-CENSUS-ORDERS.
    PERFORM 2150-CENSUS-ORDER-LINES.
    PERFORM 2200-CENSUS-STATUS-HIST.
    PERFORM 2300-CENSUS-PERF-HIST.
    PERFORM 2400-CENSUS-REPORT-ARCHIVE.
        NOT AT END ADD 1 TO CENSUS-RECORD-COUNT
    END-READ.

    2150-CENSUS-ORDER-LINES.
    MOVE 0 TO CENSUS-RECORD-COUNT.
    MOVE 0 TO COUNT-SCAN-EOF.
    OPEN INPUT ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS = "00" THEN
        PERFORM 2160-COUNT-ONE-ORDER-LINE UNTIL COUNT-SCAN-AT-EOF
        CLOSE ORDER-LINE-FILE
    END-IF.
    MOVE LENGTH OF ORDER-LINE-REC TO CENSUS-RECORD-LENGTH.
    MOVE "ORDLINE" TO CN-FILE-NAME.
    PERFORM 5000-WRITE-CENSUS-RECORD.

    2160-COUNT-ONE-ORDER-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO COUNT-SCAN-EOF
        NOT AT END ADD 1 TO CENSUS-RECORD-COUNT
    END-READ.

    2200-CENSUS-STATUS-HIST.
    MOVE 0 TO CENSUS-RECORD-COUNT.
    MOVE 0 TO COUNT-SCAN-EOF.
