   *> BINSSEL - FILE-CONTROL entry for the indexed bin-stock file
   *> (see BINSREC.CPY for the record layout), keyed on part,
   *> location and bin, with location plus bin as an alternate key so
   *> what sits in one bin is a keyed read. The programs that move or
   *> report bin stock get it through BINSEL.CPY.
        SELECT BIN-STOCK-FILE ASSIGN TO "BINSTOCK"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BS-STOCK-KEY
            ALTERNATE RECORD KEY IS BS-BIN-KEY WITH DUPLICATES
            FILE STATUS IS BIN-STOCK-STATUS.
