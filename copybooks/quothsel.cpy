   *> QUOTHSEL - FILE-CONTROL entry for the quotation history (see
   *> QUOTHREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of every program that appends to or
   *> reads QUOTHIST.
        SELECT QUOTE-HIST-FILE ASSIGN TO "QUOTHIST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS QUOTE-HIST-STATUS.
