   *> SECEVFD - FD/record layout for the security event log: one
   *> record per security-relevant moment at a screen -- SIGNON,
   *> FAILPW, LOCKOUT, EXPIRED, UNKNOWN, NOAUTH, REFUSED, and
   *> SELFAPPR (an operator deciding their own held change) -- with who,
   *> which program, when, and a short detail. Written through
   *> 9920-LOG-SECURITY-EVENT (SIGNONPROC.CPY).
    FD  SECURITY-EVENT-FILE.
