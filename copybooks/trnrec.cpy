   *> zero a month of sales.
        05 TR-MTD-SALES PIC S9(9)V99.
        05 TR-YTD-SALES PIC S9(9)V99.
   *> The terms code is keyed like any maintained field, but a blank
   *> code on an update preserves the master's -- the feeds that
   *> predate payment terms never carry one.
        05 TR-TERMS-CODE PIC X(2).
   *> The parent id follows the terms code's rule -- blank on an
   *> update preserves the master's -- so detaching a branch takes
   *> the explicit *NONE* value rather than an empty field.
        05 TR-PARENT-ID PIC X(6).
            88 TR-PARENT-CLEARED VALUE "*NONE*".
   *> Maker and checker: the operator who keyed the transaction and,
   *> for one held for a second operator's approval, the operator who
   *> approved it. Both reach CUSTJRNL; a feed leaves them blank.
        05 TR-MAKER-ID PIC X(8).
        05 TR-CHECKER-ID PIC X(8).
