   *> BINFD - FD/record layouts for the bin master and the bin-stock
   *> file. COPY this into the FILE SECTION of every program that
   *> moves or reports bin stock.
        FD  BIN-MASTER-FILE.
        COPY "binmrec.cpy".

        FD  BIN-STOCK-FILE.
        COPY "binsrec.cpy".
