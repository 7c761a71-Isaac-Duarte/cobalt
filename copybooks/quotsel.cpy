   *> QUOTSEL - FILE-CONTROL entry for the sales quotation file (see
   *> QUOTREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of every program that owns or reads
   *> QUOTE.
        SELECT QUOTE-FILE ASSIGN TO "QUOTE"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS QT-QUOTE-KEY
            FILE STATUS IS QUOTE-FILE-STATUS.
