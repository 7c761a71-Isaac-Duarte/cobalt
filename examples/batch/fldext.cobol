    01 TOTAL-FIELDS-SKIPPED PIC 9(8) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="FIELD-EXTRACT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="FIELD-EXTRACT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
