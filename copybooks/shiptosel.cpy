   *> SHIPTOSEL - FILE-CONTROL entry for the indexed ship-to address
   *> file (see SHIPTOREC.CPY for the record layout). COPY this into
   *> the FILE-CONTROL paragraph of SHIPTO-MAINT and every program
   *> that resolves an order's delivery address.
        SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SA-SHIPTO-KEY
            FILE STATUS IS SHIP-TO-STATUS.
