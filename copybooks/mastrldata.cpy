   *> MASTRLDATA - WORKING-STORAGE fields backing the master-file
   *> integrity rules in MASTRLPROC.CPY: which file, which key, and
   *> why, for the caller's 7000-REPORT-EXCEPTION to print.
    01  EXCEPTION-KEY PIC X(8).
    01  EXCEPTION-FILE-NAME PIC X(8).
    01  EXCEPTION-REASON PIC X(50).
