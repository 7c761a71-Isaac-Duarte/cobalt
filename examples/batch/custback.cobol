        05 JRNL-ENTRY OCCURS 5000 TIMES.
            10 JT-TRANS-CODE PIC X(1).
            10 JT-CUST-ID PIC X(6).
            10 JT-BEFORE-IMAGE PIC X(113).
            10 JT-AFTER-IMAGE PIC X(113).

    01 TOTAL-BACKED-OUT PIC 9(6) COMP VALUE 0.
    01 TOTAL-NOT-REVERSED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-BACKOUT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-BACKOUT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
