*> a pseudo-conversational screen in the ALERT-BROWSE style that
*> re-reads AUDITLOG on demand and paints one line per program for
*> the current cycle -- start time, finish time or *RUNNING*,
*> elapsed seconds so far, the NORMAL/WARNING/ERROR/SEVERE band
*> DAILY-OPS-SUMMARY computes after the fact, and the version the
*> program's audit record says ran. The audit trail's
*> start records (written by 9700-AUDIT-LOG-START) are what make a
*> program visible before it finishes, and any program started more
*> than the threshold number of minutes ago with no finish record
            10 PM-END-TIME PIC X(14).
            10 PM-RETURN-CODE PIC 9(4).
            10 PM-STATE PIC X(1).
            10 PM-VERSION PIC X(8).

    01 RECORD-CYCLE-NO PIC 9(6) VALUE 0.

    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BATCH-MONITOR"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BATCH-MONITOR"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    01 MONITOR-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "BATCH-MONITOR -- Nightly Stream, Current Cycle".
        05 LINE 2 COLUMN 1 VALUE "PROGRAM              START  FINISH  ELAPSED STATUS      VERSION".
        05 LINE 3 COLUMN 1 PIC X(78) FROM MON-LINE(1).
        05 LINE 4 COLUMN 1 PIC X(78) FROM MON-LINE(2).
        05 LINE 5 COLUMN 1 PIC X(78) FROM MON-LINE(3).
        MOVE AL-START-TIME TO PM-START-TIME(PROG-FOUND-IDX)
        MOVE AL-RETURN-CODE TO PM-RETURN-CODE(PROG-FOUND-IDX)
        MOVE "F" TO PM-STATE(PROG-FOUND-IDX)
        MOVE AL-PROGRAM-VERSION TO PM-VERSION(PROG-FOUND-IDX)
    ELSE
*> A fresh start record resets the entry: the latest attempt is
*> the one the operator is watching.
        MOVE SPACES TO PM-END-TIME(PROG-FOUND-IDX)
        MOVE 0 TO PM-RETURN-CODE(PROG-FOUND-IDX)
        MOVE "R" TO PM-STATE(PROG-FOUND-IDX)
        MOVE AL-PROGRAM-VERSION TO PM-VERSION(PROG-FOUND-IDX)
    END-IF.

    1310-MATCH-ONE-PROGRAM.
    MOVE SPACES TO MON-LINE(PAINT-SLOT).
    IF PM-STATE(PROG-IDX) = "R" THEN
        STRING PM-NAME(PROG-IDX) " " PM-START-TIME(PROG-IDX)(9:6)
            " *RUNNING* " ELAPSED-DISP "s " STATUS-WORD " "
            PM-VERSION(PROG-IDX)
            DELIMITED BY SIZE INTO MON-LINE(PAINT-SLOT)
    ELSE
        STRING PM-NAME(PROG-IDX) " " PM-START-TIME(PROG-IDX)(9:6)
            " " PM-END-TIME(PROG-IDX)(9:6) "    " ELAPSED-DISP "s "
            STATUS-WORD " " PM-VERSION(PROG-IDX)
            DELIMITED BY SIZE INTO MON-LINE(PAINT-SLOT)
    END-IF.

