   *> SCRACTPROC - shared paragraph that appends one record to the
   *> screen-activity log for each completed action at a screen.
   *> Requires SCRACTDATA.CPY, SIGNONDATA.CPY (the operator),
   *> AUDITDATA.CPY (the program name), and DTSTAMPDATA.CPY/
   *> DTSTAMPPROC.CPY to also be COPYed into the calling program.
    *> The file is opened and closed around each record, as the
    *> security event log is, so a session that abends has still
    *> logged every action up to the one it died on.
    9720-LOG-SCREEN-ACTION.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    OPEN EXTEND SCREEN-ACTIVITY-FILE.
    IF SCREEN-ACTIVITY-STATUS = "35" THEN
        OPEN OUTPUT SCREEN-ACTIVITY-FILE
    END-IF.
    IF SCREEN-ACTIVITY-STATUS = "00" THEN
        MOVE WS-CURRENT-TIMESTAMP TO SA-TIMESTAMP
        MOVE SIGNON-OPER-ID TO SA-OPER-ID
        MOVE AUDIT-PROGRAM-NAME TO SA-PROGRAM
        MOVE SCRACT-FUNCTION TO SA-FUNCTION
        INSPECT SA-FUNCTION CONVERTING "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        MOVE SCRACT-KEY TO SA-KEY
        IF SCRACT-REJECTS-NOW > SCRACT-REJECTS-SEEN THEN
            MOVE "R" TO SA-RESULT
        ELSE
            MOVE "A" TO SA-RESULT
        END-IF
        WRITE SCREEN-ACTIVITY-REC
        CLOSE SCREEN-ACTIVITY-FILE
    END-IF.
    MOVE SCRACT-REJECTS-NOW TO SCRACT-REJECTS-SEEN.
    MOVE SPACES TO SCRACT-FUNCTION.
    MOVE SPACES TO SCRACT-KEY.
