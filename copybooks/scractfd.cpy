   *> SCRACTFD - FD/record layout for the screen-activity log: one
   *> record per completed action at a maintenance or entry screen --
   *> when, who, which program, the function code keyed, the record
   *> key it was keyed against, and whether it was accepted ("A") or
   *> rejected ("R"). Written through 9720-LOG-SCREEN-ACTION
   *> (SCRACTPROC.CPY); read by OPER-PRODUCTIVITY.
    FD  SCREEN-ACTIVITY-FILE.
    01  SCREEN-ACTIVITY-REC.
        05  SA-TIMESTAMP PIC X(14).
        05  SA-OPER-ID PIC X(8).
        05  SA-PROGRAM PIC X(20).
        05  SA-FUNCTION PIC X(1).
        05  SA-KEY PIC X(30).
        05  SA-RESULT PIC X(1).
            88  SA-ACCEPTED VALUE "A".
            88  SA-REJECTED VALUE "R".
