        05  AL-OPER-ID PIC X(8).
        05  AL-CYCLE-NO PIC 9(6).
        05  AL-STREAM-ID PIC X(8).
   *> Which build ran: the version the program carries (AUDITDATA.CPY)
   *> and the date it was compiled. Blank on records written before
   *> programs were version-stamped.
        05  AL-PROGRAM-VERSION PIC X(8).
        05  AL-COMPILE-DATE PIC X(8).
