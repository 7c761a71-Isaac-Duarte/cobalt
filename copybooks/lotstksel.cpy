   *> LOTSTKSEL - FILE-CONTROL entry for the lot-stock file (see
   *> LOTSTKREC.CPY for the record layout). The programs that move
   *> lots get it through LOTSEL.CPY; RECALL-TRACE and
   *> LOT-EXPIRY-REPORT COPY it on its own to read it.
        SELECT LOT-STOCK-FILE ASSIGN TO "LOTSTOCK"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LT-STOCK-KEY
            FILE STATUS IS LOT-STOCK-STATUS.
