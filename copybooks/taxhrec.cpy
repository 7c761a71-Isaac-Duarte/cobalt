   *> TAXHREC - sales-tax filing history record: one record per
   *> region and rate on each run of TAX-LIABILITY, carrying the
   *> filing period (from/to CCYYMM), the filing sequence within that
   *> period (1 for the original return, 2 and up for each amended
   *> one), the run timestamp, and the taxable sales, tax charged,
   *> returned sales, tax credited, and net tax due the run reported.
   *> Appended, never rewritten, so every amendment of a filed period
   *> can be traced back to what was originally filed.
    01  TAX-HIST-REC.
        05  TH-FROM-PERIOD PIC 9(6).
        05  TH-TO-PERIOD PIC 9(6).
        05  TH-FILING-SEQ PIC 9(3).
        05  TH-RUN-STAMP PIC X(14).
        05  TH-REGION-CODE PIC X(3).
        05  TH-TAX-RATE PIC 9(3)V9(4).
        05  TH-TAXABLE-SALES PIC S9(11)V99.
        05  TH-TAX-CHARGED PIC S9(11)V99.
        05  TH-RETURN-SALES PIC S9(11)V99.
        05  TH-TAX-CREDITED PIC S9(11)V99.
        05  TH-NET-TAX PIC S9(11)V99.
