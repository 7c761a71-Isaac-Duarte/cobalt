   *> DISPSEL - FILE-CONTROL entry for the indexed dispute file (see
   *> DISPREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of DISPUTE-MAINT and of every program
   *> that must hold disputed amounts out of collection.
        SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DP-ITEM-KEY
            FILE STATUS IS DISPUTE-STATUS.
