   *> LOTSEL - FILE-CONTROL entries for the lot-stock file and the
   *> lot history. COPY this into any program that moves lots,
   *> alongside LOTFD.CPY, LOTDATA.CPY and LOTPROC.CPY.
        COPY "lotstksel.cpy".
        COPY "lothsel.cpy".
