    *> time, zero return code) is appended so the batch monitor can
    *> see a program that is running -- or hung -- before its finish
    *> record exists. DAILY-OPS-SUMMARY skips these in-flight records;
    *> the finish record in 9710 is still the one that counts. Both
    *> carry the program's version and compile date, for
    *> VERSION-RUN-REPORT to check against the release register.
    9700-AUDIT-LOG-START.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-TIMESTAMP TO AUDIT-START-STAMP.
    MOVE FUNCTION WHEN-COMPILED(1:8) TO AUDIT-COMPILE-DATE.
    OPEN EXTEND AUDIT-LOG-FILE.
    MOVE AUDIT-PROGRAM-NAME TO AL-PROGRAM-NAME.
    MOVE AUDIT-START-STAMP TO AL-START-TIME.
    PERFORM 9820-LOAD-CURRENT-CYCLE.
    MOVE CYCLE-CURRENT-NO TO AL-CYCLE-NO.
    MOVE CYCLE-CURRENT-STREAM TO AL-STREAM-ID.
    MOVE AUDIT-PROGRAM-VERSION TO AL-PROGRAM-VERSION.
    MOVE AUDIT-COMPILE-DATE TO AL-COMPILE-DATE.
    WRITE AUDIT-LOG-REC.
    CLOSE AUDIT-LOG-FILE.

    PERFORM 9820-LOAD-CURRENT-CYCLE.
    MOVE CYCLE-CURRENT-NO TO AL-CYCLE-NO.
    MOVE CYCLE-CURRENT-STREAM TO AL-STREAM-ID.
    MOVE AUDIT-PROGRAM-VERSION TO AL-PROGRAM-VERSION.
    MOVE AUDIT-COMPILE-DATE TO AL-COMPILE-DATE.
    WRITE AUDIT-LOG-REC.
    CLOSE AUDIT-LOG-FILE.
