   *> SCRACTDATA - WORKING-STORAGE fields backing 9720-LOG-SCREEN-ACTION
   *> in SCRACTPROC.CPY. The screen moves the function code and the
   *> record key it was keyed against into SCRACT-FUNCTION and
   *> SCRACT-KEY as soon as the screen is accepted, and its running
   *> reject count into SCRACT-REJECTS-NOW just before the PERFORM;
   *> an action that moved the count is logged as rejected.
    01  SCREEN-ACTIVITY-STATUS PIC X(2).
    01  SCRACT-FUNCTION PIC X(1) VALUE SPACES.
    01  SCRACT-KEY PIC X(30) VALUE SPACES.
    01  SCRACT-REJECTS-NOW PIC 9(6) COMP VALUE 0.
    01  SCRACT-REJECTS-SEEN PIC 9(6) COMP VALUE 0.
