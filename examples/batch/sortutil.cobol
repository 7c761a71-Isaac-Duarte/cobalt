    01 TOTAL-RECORDS-DROPPED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="SORT-UTILITY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="SORT-UTILITY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
