DATA DIVISION.
    FILE SECTION.
    FD  ARCHIVE-AUDIT-FILE.
    01  ARCHIVE-AUDIT-REC PIC X(82).

    FD  ARCHIVE-ERROR-FILE.
    01  ARCHIVE-ERROR-REC PIC X(128).
    01 TOTAL-RETAINED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="LOG-ARCHIVE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="LOG-ARCHIVE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
