   *> GLMAPSEL - FILE-CONTROL entry for the indexed GL account-mapping
   *> table (see GLMAPREC.CPY). COPY this into GL-TABLE-MAINT and,
   *> through GLSEL.CPY, every program that books journal lines.
        SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GM-MAP-KEY
            FILE STATUS IS GL-MAP-STATUS.
