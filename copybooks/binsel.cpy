   *> BINSEL - FILE-CONTROL entries for the bin master and the
   *> bin-stock file. COPY this into any program that moves or
   *> reports bin stock, alongside BINFD.CPY, BINDATA.CPY and
   *> BINPROC.CPY.
        COPY "binmsel.cpy".
        COPY "binssel.cpy".
