    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ADDRESS-CONVERT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ADDRESS-CONVERT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
*> bytes the buffer held.
    MOVE ZERO TO CM-MTD-SALES.
    MOVE ZERO TO CM-YTD-SALES.
    MOVE SPACES TO CM-TERMS-CODE.
    MOVE SPACES TO CM-PARENT-ID.
    WRITE CUSTOMER-MASTER-REC
        INVALID KEY
            DISPLAY "CONVERT FAILED: customer " OM-CUST-ID
