    01 TOTAL-RECORDS-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="LAYOUT-CONVERT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="LAYOUT-CONVERT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
