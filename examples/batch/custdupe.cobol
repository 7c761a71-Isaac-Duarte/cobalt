    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-DUPE-SCAN"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-DUPE-SCAN"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
