   *> that only cares about "how many anywhere" is undisturbed.
   *> Location "MAI" is the default a blank location code means.
   *> Maintained by STOCK-POST and ORDER-ENTRY's reservations.
   *> LS-MIN-QTY and LS-MAX-QTY are the location's replenishment
   *> levels, keyed on LOC-STOCK-MAINT: below the minimum the
   *> location is short and REPLENISH-TRANSFER brings it back up to
   *> the maximum, and stock above the maximum is surplus another
   *> location may draw on. Zero in both leaves the location out of
   *> the min/max planning altogether.
    01  LOCATION-STOCK-REC.
        05  LS-STOCK-KEY.
            10  LS-PART-NO PIC X(6).
            10  LS-LOCATION PIC X(3).
        05  LS-QTY-ON-HAND PIC 9(6) COMP.
        05  LS-MIN-QTY PIC 9(6) COMP.
        05  LS-MAX-QTY PIC 9(6) COMP.
