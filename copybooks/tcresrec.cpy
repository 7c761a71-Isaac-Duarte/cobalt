   *> summary and the diff fields carry the first differing record's
   *> number and both full images, so a failure is diagnosable from
   *> the result file alone; scalar cases leave the diff fields
   *> zero and blank. TE-CYCLE-NO is the cycle the run belonged to;
   *> records written before it was carried read back as blanks and
   *> count as cycle zero, the way the shared logs treat them.
    01  TC-RESULT-REC.
        05  TE-TEST-ID PIC X(8).
        05  TE-EXPECTED PIC X(20).
        05  TE-DIFF-RECORD PIC 9(5).
        05  TE-DIFF-EXPECTED PIC X(80).
        05  TE-DIFF-ACTUAL PIC X(80).
        05  TE-CYCLE-NO PIC 9(6).
