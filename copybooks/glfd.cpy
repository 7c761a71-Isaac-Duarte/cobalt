   *> GLFD - FD/record layouts for the GL interface file and the
   *> account-mapping table. COPY this into the FILE SECTION of every
   *> program that books journal lines.
        COPY "glintfd.cpy".

        FD  GL-MAP-FILE.
        COPY "glmaprec.cpy".
