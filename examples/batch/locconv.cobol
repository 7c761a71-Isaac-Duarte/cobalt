    01 PROVED-QTY-TOTAL PIC S9(11) COMP-3 VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="LOC-STOCK-CONVERT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="LOC-STOCK-CONVERT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
        MOVE PM-PART-NO TO LS-PART-NO
        MOVE "MAI" TO LS-LOCATION
        MOVE PM-QTY-ON-HAND TO LS-QTY-ON-HAND
        MOVE 0 TO LS-MIN-QTY
        MOVE 0 TO LS-MAX-QTY
        WRITE LOCATION-STOCK-REC
            INVALID KEY
                DISPLAY "SEED FAILED: part " PM-PART-NO "."
