        05 AR-REC-TYPE PIC X(1).
            88 AR-IS-CUSTOMER VALUE "C".
            88 AR-IS-STATUS VALUE "S".
        05 AR-DATA PIC X(113).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    01 TOTAL-LISTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-ARCHIVE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-ARCHIVE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    MOVE CUSTOMER-MASTER-REC TO JR-BEFORE-IMAGE.
    MOVE LOW-VALUES TO JR-AFTER-IMAGE.
    MOVE AUDIT-OPER-ID TO JR-OPER-ID.
    MOVE SPACES TO JR-MAKER-ID.
    MOVE SPACES TO JR-CHECKER-ID.
    WRITE CUST-JOURNAL-REC.
    DELETE CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE LOW-VALUES TO JR-BEFORE-IMAGE
            MOVE CUSTOMER-MASTER-REC TO JR-AFTER-IMAGE
            MOVE AUDIT-OPER-ID TO JR-OPER-ID
            MOVE SPACES TO JR-MAKER-ID
            MOVE SPACES TO JR-CHECKER-ID
            WRITE CUST-JOURNAL-REC
            DISPLAY "RETRIEVED: customer " CM-CUST-ID " "
                CM-CUST-NAME " restored intact."
