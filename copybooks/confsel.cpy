   *> CONFSEL - FILE-CONTROL entry for the indexed receivables
   *> confirmation register (see CONFREC.CPY for the record layout).
   *> COPY this into CONFIRM-SAMPLE (writer) and CONFIRM-REPLY.
        SELECT CONFIRM-FILE ASSIGN TO "CONFREG"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CF-CONF-KEY
            FILE STATUS IS CONFIRM-STATUS.
