   *> SCRACTSEL - FILE-CONTROL entry for the shared screen-activity log
   *> (see SCRACTFD.CPY). COPY this into every screen program's
   *> FILE-CONTROL paragraph alongside SECEVSEL.CPY; each completed
   *> action at the screen is appended here the way every batch
   *> program appends to AUDITLOG.
        SELECT SCREEN-ACTIVITY-FILE ASSIGN TO "SCRNACT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS SCREEN-ACTIVITY-STATUS.
