    01 TOTAL-ENTRIES-LISTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="RUNCTL-UTIL"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="RUNCTL-UTIL"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
