   *> RTVSEL - FILE-CONTROL entry for the indexed open return-to-
   *> vendor file (see RTVREC.CPY for the record layout). COPY this
   *> into RTV-PROCESSING and every program that reports what the
   *> vendors still owe on goods sent back.
        SELECT OPEN-RTV-FILE ASSIGN TO "OPENRTV"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RV-RTV-NO
            FILE STATUS IS OPEN-RTV-STATUS.
