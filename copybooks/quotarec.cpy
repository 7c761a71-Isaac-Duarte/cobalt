   *> QUOTAREC - salesperson quota record, one per salesperson and
   *> month, keyed on the SP-SALES-ID and the month CCYYMM so a
   *> person's year reads back in month order. SQ-QUOTA-AMT is the
   *> net billing the month is expected to bring in. Once the month's
   *> net billings (register billings less SALESHST returns) reach
   *> SQ-TIER-PCT percent of the quota, COMMISSION-REPORT pays the
   *> whole month at SQ-TIER-RATE instead of the person's SP-COMM-RATE;
   *> a zero SQ-TIER-PCT means the month has no tier. Both rates are
   *> percents with two decimals (00750 = 7.50). Maintained by
   *> QUOTA-MAINT.
    01  SALES-QUOTA-REC.
        05  SQ-QUOTA-KEY.
            10  SQ-SALES-ID PIC X(6).
            10  SQ-PERIOD PIC 9(6).
        05  SQ-QUOTA-AMT PIC 9(9)V99.
        05  SQ-TIER-PCT PIC 9(3).
        05  SQ-TIER-RATE PIC 9(3)V99.
        05  SQ-CHANGED-BY PIC X(8).
        05  SQ-CHANGED-DATE PIC 9(8).
