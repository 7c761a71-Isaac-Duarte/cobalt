   *> LOTHSEL - FILE-CONTROL entry for the lot history (see
   *> LOTHREC.CPY for the record layout). The programs that move
   *> lots get it through LOTSEL.CPY; RECALL-TRACE COPYs it on its
   *> own to read it.
        SELECT LOT-HIST-FILE ASSIGN TO "LOTHIST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LOT-HIST-STATUS.
