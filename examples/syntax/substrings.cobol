    01 SPLIT-FIELDS PIC X(11) OCCURS 5 TIMES.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="SUBSTRINGS-TEST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="SUBSTRINGS-TEST"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
