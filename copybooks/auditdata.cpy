   *> AUDITDATA - WORKING-STORAGE fields backing the shared audit-trail
   *> paragraphs in AUDITPROC.CPY. Each program must COPY this REPLACING
   *> ==":PGMNAME:"== BY =="ITS-OWN-PROGRAM-ID"== so the audit record
   *> identifies which program wrote it, and ==":PGMVERS:"== BY its
   *> current version (NN.NN, stepped whenever the program is changed
   *> and registered on RELREG through RELEASE-MAINT before it is
   *> promoted) so the audit record identifies which build ran.
    01  AUDIT-LOG-STATUS PIC X(2).
    01  AUDIT-PROGRAM-NAME PIC X(20) VALUE ":PGMNAME:".
    01  AUDIT-PROGRAM-VERSION PIC X(8) VALUE ":PGMVERS:".
    01  AUDIT-COMPILE-DATE PIC X(8) VALUE SPACES.
    01  AUDIT-START-STAMP PIC X(14).
    01  AUDIT-END-STAMP PIC X(14).
   *> Batch runs audit as "BATCH"; screen programs overwrite this with
