   *> LTPREC - vendor lead-time proposal record, keyed on the vendor.
   *> VENDOR-SCORECARD writes one for every vendor whose measured
   *> average lead time has drifted from the VN-LEAD-TIME-DAYS keyed
   *> on VENDMAST by more than the run's tolerance, with the keyed
   *> figure, what was measured, and the quarter measured over. The
   *> buyer accepts it on VENDOR-MAINT, which moves the proposed days
   *> onto the vendor master, or rejects it, leaving the master
   *> alone. A later scorecard that still finds drift proposes
   *> afresh over whatever stands; the decided record stays on file
   *> until then as the record of who accepted what.
   *> Status moves P (proposed) to A (accepted) or R (rejected).
    01  LEAD-PROP-REC.
        05  LP-VENDOR-ID PIC X(6).
        05  LP-STATUS PIC X(1).
            88  LP-IS-PROPOSED VALUE "P".
            88  LP-IS-ACCEPTED VALUE "A".
            88  LP-IS-REJECTED VALUE "R".
        05  LP-PROPOSED-DATE PIC 9(8).
        05  LP-PERIOD-FROM PIC 9(6).
        05  LP-PERIOD-TO PIC 9(6).
        05  LP-KEYED-DAYS PIC 9(3).
        05  LP-MEASURED-AVG PIC 9(3)V9.
        05  LP-WORST-DAYS PIC 9(4).
        05  LP-RECEIPTS PIC 9(5).
        05  LP-PROPOSED-DAYS PIC 9(3).
        05  LP-DECIDED-BY PIC X(8).
        05  LP-DECIDED-DATE PIC 9(8).
