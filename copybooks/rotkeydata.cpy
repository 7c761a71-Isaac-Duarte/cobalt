   *> ROTKEYDATA - WORKING-STORAGE fields backing the key registry
   *> paragraphs in ROTKEYPROC.CPY. PERFORM 9620-ROTKEY-OPEN once
   *> (a program that opens ROT-KEY-FILE I-O itself moves 1 to
   *> ROTKEY-FILE-OPEN instead). To find the key in force, move the
   *> date to ROTKEY-AS-OF-DATE and PERFORM 9621-ROTKEY-IN-FORCE; to
   *> fetch a key named on a ROTHDR header, move the id to
   *> ROTKEY-KEY-ID and PERFORM 9623-ROTKEY-FETCH. Either way the id
   *> and keyword come back in ROTKEY-KEY-ID / ROTKEY-KEYWORD and
   *> ROTKEY-RESULT says whether a key was found; a fetched key that
   *> has since been retired is still returned, flagged as such, so
   *> an old generation can always be decoded. A missing registry
   *> file finds nothing rather than failing the run.
    01  ROT-KEY-STATUS PIC X(2).
    01  ROTKEY-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88  ROTKEY-FILE-IS-OPEN VALUE 1.
    01  ROTKEY-AS-OF-DATE PIC 9(8) VALUE 0.
    01  ROTKEY-KEY-ID PIC X(8) VALUE SPACES.
    01  ROTKEY-KEYWORD PIC X(20) VALUE SPACES.
    01  ROTKEY-RETIRE-DATE PIC 9(8) VALUE 0.
    01  ROTKEY-RESULT PIC X(1) VALUE SPACE.
        88  ROTKEY-WAS-FOUND VALUE "F" "R".
        88  ROTKEY-IS-RETIRED VALUE "R".
        88  ROTKEY-NOT-FOUND VALUE "N".
    01  ROTKEY-BEST-EFFECTIVE PIC 9(8) VALUE 0.
    01  ROTKEY-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88  ROTKEY-SCAN-AT-EOF VALUE 1.
