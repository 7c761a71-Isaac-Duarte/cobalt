   *> ROTKEYPROC - shared keyword-cipher key registry lookups. COPY
   *> ROTKEYSEL.CPY into FILE-CONTROL, ROTKEYREC.CPY under an FD for
   *> ROT-KEY-FILE, and ROTKEYDATA.CPY into WORKING-STORAGE. The key
   *> in force on ROTKEY-AS-OF-DATE is the active key effective on or
   *> before it and not yet due to retire by it -- judged by date as
   *> well as status, so a key whose retirement day has come is out
   *> of force even before ROT-KEY-ROTATE has marked it. The fetch is
   *> by id and ignores dates: a key on a header is the key the batch
   *> was encoded under, whenever it retired.
    9620-ROTKEY-OPEN.
    MOVE 0 TO ROTKEY-FILE-OPEN.
    OPEN INPUT ROT-KEY-FILE.
    IF ROT-KEY-STATUS = "00" THEN
        MOVE 1 TO ROTKEY-FILE-OPEN
    END-IF.

    9621-ROTKEY-IN-FORCE.
    MOVE SPACES TO ROTKEY-KEY-ID.
    MOVE SPACES TO ROTKEY-KEYWORD.
    MOVE 0 TO ROTKEY-RETIRE-DATE.
    MOVE 0 TO ROTKEY-BEST-EFFECTIVE.
    MOVE "N" TO ROTKEY-RESULT.
    IF NOT ROTKEY-FILE-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO ROTKEY-SCAN-EOF.
    MOVE LOW-VALUES TO RK-KEY-ID.
    START ROT-KEY-FILE KEY IS NOT LESS THAN RK-KEY-ID
        INVALID KEY MOVE 1 TO ROTKEY-SCAN-EOF
    END-START.
    PERFORM 9622-ROTKEY-SCAN-ONE UNTIL ROTKEY-SCAN-AT-EOF.

    9622-ROTKEY-SCAN-ONE.
    READ ROT-KEY-FILE NEXT RECORD
        AT END MOVE 1 TO ROTKEY-SCAN-EOF
        NOT AT END
            IF RK-IS-ACTIVE
                    AND RK-EFFECTIVE-DATE NOT > ROTKEY-AS-OF-DATE
                    AND (RK-RETIRE-DATE = 0
                        OR RK-RETIRE-DATE > ROTKEY-AS-OF-DATE)
                    AND RK-EFFECTIVE-DATE NOT < ROTKEY-BEST-EFFECTIVE THEN
                MOVE RK-EFFECTIVE-DATE TO ROTKEY-BEST-EFFECTIVE
                MOVE RK-KEY-ID TO ROTKEY-KEY-ID
                MOVE RK-KEYWORD TO ROTKEY-KEYWORD
                MOVE RK-RETIRE-DATE TO ROTKEY-RETIRE-DATE
                MOVE "F" TO ROTKEY-RESULT
            END-IF
    END-READ.

    9623-ROTKEY-FETCH.
    MOVE SPACES TO ROTKEY-KEYWORD.
    MOVE 0 TO ROTKEY-RETIRE-DATE.
    MOVE "N" TO ROTKEY-RESULT.
    IF NOT ROTKEY-FILE-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE ROTKEY-KEY-ID TO RK-KEY-ID.
    READ ROT-KEY-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE RK-KEYWORD TO ROTKEY-KEYWORD
            MOVE RK-RETIRE-DATE TO ROTKEY-RETIRE-DATE
            IF RK-IS-RETIRED THEN
                MOVE "R" TO ROTKEY-RESULT
            ELSE
                MOVE "F" TO ROTKEY-RESULT
            END-IF
    END-READ.

    9629-ROTKEY-CLOSE.
    IF ROTKEY-FILE-IS-OPEN THEN
        CLOSE ROT-KEY-FILE
        MOVE 0 TO ROTKEY-FILE-OPEN
    END-IF.
