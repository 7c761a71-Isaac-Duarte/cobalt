   *> exactly as REGRESS-COMPARE's baselines bless volatile fields.
   *> TCACTUAL carries the captured actual output in the same
   *> layout, so one run can hold many cases' outputs side by side.
   *> The generated QUESTION-MARKS boundary (QB) cases carry one
   *> record each, read through XR-QB-IMAGE: the sixty-byte string
   *> and the conformant flag and failure position it must produce,
   *> in QMRESULT's Y/N and QM-FAIL-POS terms, plus the case name.
    01  TC-EXPECT-REC.
        05  XR-TEST-ID PIC X(8).
        05  XR-RECORD-SEQ PIC 9(5).
        05  XR-LINE-IMAGE PIC X(80).
        05  XR-QB-IMAGE REDEFINES XR-LINE-IMAGE.
            10  XR-QB-STRING PIC X(60).
            10  XR-QB-CONFORMANT PIC X(1).
            10  XR-QB-FAIL-POS PIC 9(5).
            10  FILLER PIC X(1).
            10  XR-QB-CASE-NAME PIC X(13).
