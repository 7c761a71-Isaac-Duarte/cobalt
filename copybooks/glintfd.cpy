   *> GLINTFD - FD/record layout for the GL interface file. Every
   *> run's lines carry the writing program and the timestamp of its
   *> first booking: that pair is the batch GL-POST proves nets to
   *> zero. GI-PERIOD is the CCYYMM of the entry date, the period the
   *> trial balance reports the line under.
        FD  GL-INTERFACE-FILE.
        01  GL-INTERFACE-REC.
            05  GI-BATCH-KEY.
                10  GI-PROGRAM-NAME PIC X(20).
                10  GI-BATCH-STAMP PIC X(14).
            05  GI-SOURCE PIC X(4).
            05  GI-TRANS-TYPE PIC X(4).
            05  GI-ENTRY-DATE PIC 9(8).
            05  GI-PERIOD PIC 9(6).
            05  GI-ACCOUNT-NO PIC X(6).
            05  GI-DR-CR PIC X(1).
                88  GI-IS-DEBIT VALUE "D".
                88  GI-IS-CREDIT VALUE "C".
            05  GI-AMOUNT PIC 9(9)V99.
            05  GI-REFERENCE PIC X(8).
