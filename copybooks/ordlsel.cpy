   *> ORDLSEL - FILE-CONTROL entry for the order line file (see
   *> ORDLREC.CPY for the record layout). COPY this alongside
   *> ORDSEL.CPY into every program that writes or reads order lines.
        SELECT ORDER-LINE-FILE ASSIGN TO "ORDLINE"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OL-LINE-KEY
            FILE STATUS IS ORDER-LINE-STATUS.
