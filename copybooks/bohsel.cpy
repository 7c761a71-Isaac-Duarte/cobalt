   *> BOHSEL - FILE-CONTROL entry for the back-order history log:
   *> every back-order ORDER-ENTRY or SHIP-CONFIRM captures, appended
   *> in the BKORDREC.CPY layout at the moment it is written to
   *> BACKORD. BACKORD itself holds only what is still waiting;
   *> this log keeps what was ever created, for SERVICE-LEVEL-REPORT.
   *> Writers declare a flat BACK-ORDER-HIST-REC PIC X(49) and WRITE
   *> it FROM BACK-ORDER-REC.
        SELECT BACK-ORDER-HIST-FILE ASSIGN TO "BOHIST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS BACK-ORDER-HIST-STATUS.
