    01 TOTAL-ALREADY-SENT PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="INVOICE-INTERFACE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="INVOICE-INTERFACE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
