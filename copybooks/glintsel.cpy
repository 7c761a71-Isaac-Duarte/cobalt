   *> GLINTSEL - FILE-CONTROL entry for the GL interface file (see
   *> GLINTFD.CPY). COPY this into GL-POST, which proves and empties
   *> it; the programs that book journal lines get it through
   *> GLSEL.CPY.
        SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS GL-INTERFACE-STATUS.
