   *> STPOPROC - loads the STPOSTAL reference table into the state
   *> table in EDITDATA.CPY. PERFORM 9250-EDIT-LOAD-STATE-TABLE once
   *> at start-up; afterwards EDITPROC.CPY's 9230-EDIT-CHECK-STATE and
   *> 9240-EDIT-CHECK-POSTAL-STATE judge against it. A missing or
   *> empty table leaves EDIT-STATE-TABLE-LOADED off, and the edits
   *> fall back to what they checked before the table existed.

    9250-EDIT-LOAD-STATE-TABLE.
    MOVE 0 TO EDIT-STATE-COUNT.
    MOVE 0 TO EDIT-STATE-LOADED-SW.
    MOVE 0 TO EDIT-STATE-EOF.
    OPEN INPUT STATE-POSTAL-FILE.
    IF STATE-POSTAL-STATUS NOT = "00" THEN
        DISPLAY "State/postal table (STPOSTAL) not found; state edits limited to letters."
    ELSE
        PERFORM 9251-EDIT-TABLE-ONE-STATE UNTIL EDIT-STATE-AT-EOF
        CLOSE STATE-POSTAL-FILE
        IF EDIT-STATE-COUNT > 0 THEN
            MOVE 1 TO EDIT-STATE-LOADED-SW
        END-IF
    END-IF.

    9251-EDIT-TABLE-ONE-STATE.
    READ STATE-POSTAL-FILE
        AT END MOVE 1 TO EDIT-STATE-EOF
        NOT AT END
            IF EDIT-STATE-COUNT < EDIT-STATE-MAX THEN
                ADD 1 TO EDIT-STATE-COUNT
                MOVE SP-STATE TO EDIT-ST-STATE(EDIT-STATE-COUNT)
                MOVE SP-POSTAL-LOW TO EDIT-ST-POSTAL-LOW(EDIT-STATE-COUNT)
                MOVE SP-POSTAL-HIGH TO EDIT-ST-POSTAL-HIGH(EDIT-STATE-COUNT)
            END-IF
    END-READ.
