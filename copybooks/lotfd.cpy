   *> LOTFD - FD/record layouts for the lot-stock file and the lot
   *> history. COPY this into the FILE SECTION of every program
   *> that moves lots.
        FD  LOT-STOCK-FILE.
        COPY "lotstkrec.cpy".

        FD  LOT-HIST-FILE.
        COPY "lothrec.cpy".
