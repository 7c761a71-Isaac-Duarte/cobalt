   *> TAXHSEL - FILE-CONTROL entry for the sales-tax filing history
   *> (see TAXHREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of every program that appends to or
   *> reads TAXHIST.
        SELECT TAX-HIST-FILE ASSIGN TO "TAXHIST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TAX-HIST-STATUS.
