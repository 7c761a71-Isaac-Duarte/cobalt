    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="INVOICE-ACK-MATCH"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="INVOICE-ACK-MATCH"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
