   *> OIDUEDATA - WORKING-STORAGE fields backing 9840-OI-DAYS-PAST-DUE
   *> in OIDUEPROC.CPY. Move the as-of date to OIDUE-AS-OF-DATE, read
   *> the OPEN-ITEM-REC, PERFORM 9840, and take OIDUE-DUE-DATE and
   *> OIDUE-DAYS-PAST-DUE (negative while the item is not yet due).
   *> The routine keeps its own DATE-ENGINE parameters so it never
   *> disturbs a calling program's DE- fields.
    01  OIDUE-AS-OF-DATE PIC 9(8) VALUE 0.
    01  OIDUE-DUE-DATE PIC 9(8) VALUE 0.
    01  OIDUE-DAYS-PAST-DUE PIC S9(9) COMP VALUE 0.
   *> Items created before payment terms carry no due date; they are
   *> dated this many days from the invoice, the old house terms.
    01  OIDUE-DEFAULT-NET-DAYS PIC S9(5) COMP VALUE 30.
    01  OIDUE-DE-FUNCTION PIC X(1).
    01  OIDUE-DE-DATE-1 PIC 9(8).
    01  OIDUE-DE-DATE-2 PIC 9(8).
    01  OIDUE-DE-DAY-COUNT PIC S9(5) COMP.
    01  OIDUE-DE-RESULT-DATE PIC 9(8).
    01  OIDUE-DE-RESULT-COUNT PIC S9(9) COMP.
    01  OIDUE-DE-RETURN-CODE PIC 9(4).
