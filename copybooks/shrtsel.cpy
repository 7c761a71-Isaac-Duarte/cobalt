   *> SHRTSEL - FILE-CONTROL entry for the replenishment shortfall
   *> file (see SHRTREC.CPY for the record layout). COPY this into
   *> REPLENISH-TRANSFER, which writes it, and into the purchasing
   *> programs that read it through SHRTPROC.CPY.
        SELECT REPL-SHORT-FILE ASSIGN TO "REPLSHRT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS REPL-SHORT-STATUS.
