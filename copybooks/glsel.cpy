   *> GLSEL - FILE-CONTROL entries for the GL interface file and the
   *> account-mapping table it is booked through. COPY this into any
   *> program's FILE-CONTROL paragraph alongside GLFD.CPY, GLDATA.CPY,
   *> and GLPROC.CPY so 9830-GL-BOOK-ENTRY has a mapping to look up
   *> and somewhere to leave its balanced journal lines for GL-POST.
        COPY "glintsel.cpy".
        COPY "glmapsel.cpy".
