   *> PERBALREC - period balance snapshot record: one record per
   *> customer per month-end close, the CM-CUST-BALANCE as it stood
   *> when MONTH-END-CLOSE ran for PB-PERIOD (CCYYMM), stamped with
   *> the run. A period closed twice carries two records for the
   *> customer; the later one is the balance of record.
    01  PERIOD-BAL-REC.
        05  PB-PERIOD PIC 9(6).
        05  PB-CUST-ID PIC X(6).
        05  PB-BALANCE PIC S9(7)V99.
        05  PB-TIMESTAMP PIC X(14).
   *> CM-CUST-STATUS at the close, so the accounts on hold can be
   *> counted period by period. Blank on snapshots taken before the
   *> status was carried.
        05  PB-CUST-STATUS PIC X(1).
            88  PB-STATUS-HOLD VALUE "H".
