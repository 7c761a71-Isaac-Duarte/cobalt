   *> BINMSEL - FILE-CONTROL entry for the indexed bin master (see
   *> BINMREC.CPY for the record layout), keyed on location and bin,
   *> with the walk sequence within the location as an alternate key
   *> so a location's bins read in the order the picker walks them.
   *> COPY this into BIN-MAINT, and the programs that move or report
   *> bin stock get it through BINSEL.CPY.
        SELECT BIN-MASTER-FILE ASSIGN TO "BINMAST"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BN-BIN-KEY
            ALTERNATE RECORD KEY IS BN-WALK-KEY WITH DUPLICATES
            FILE STATUS IS BIN-MASTER-STATUS.
