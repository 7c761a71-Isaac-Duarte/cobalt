*> part per calendar month. The file is tabled whole and rewritten,
*> the way the lock utility rewrites its flag file, so a part's
*> month accumulates across the nights instead of fragmenting.
*> An issue referenced to an RTV number is stock going back to the
*> vendor, not demand, and is left out.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    01 TOTAL-QTY-FOLDED PIC 9(9) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="DEMAND-ACCUM"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="DEMAND-ACCUM"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    *> are already in the month's figure from that night's run.
    3000-FOLD-ONE-LINE.
    IF (RG-MOVE-TYPE = "I" OR RG-MOVE-TYPE = "S")
            AND RG-REFERENCE(1:3) NOT = "RTV"
            AND RG-MOVE-DATE = RUN-DATE-SAVE THEN
        PERFORM 3100-ADD-TO-DEMAND-TABLE
        ADD 1 TO TOTAL-ISSUES-FOLDED
