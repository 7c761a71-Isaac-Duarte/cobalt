    01 TOTAL-FIELDS-SKIPPED PIC 9(4) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="DELIMITED-EXPORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="DELIMITED-EXPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
