*> validation, and existence-checks the keys against CUSTMAST and
*> PARTDAT. The verdict is graded: a missing or unbalanced trailer
*> refuses the whole batch with RC=8 (the JCL COND chain stops the
*> applying program cold), a customer id or part number whose
*> check digit does not prove is a reject that refuses the batch
*> the same way -- a transposed id usually names some other real
*> account, so the existence check alone cannot catch it -- field
*> and existence faults grade the batch at RC=4 with every fault
*> listed, and a clean batch passes at RC=0. Nothing is applied or changed here; the grade is the
*> whole product.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
        05 OC-FIELD-1 PIC X(8).
        05 OC-FIELD-2 PIC X(6).
        05 OC-FIELD-3 PIC X(6).
        05 OC-FIELD-4 PIC X(4).
    01  ORDER-LINE-CARD REDEFINES ORDER-TRANS-REC.
        05 FILLER PIC X(1).
        05 OC-PART-NO PIC X(6).
        05 OC-QUANTITY PIC 9(5).
        05 OC-LOCATION PIC X(3).
        05 FILLER PIC X(10).

    FD  STOCK-MOVE-FILE.
    01  STOCK-MOVE-REC.
    01 MASTERS-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 MASTERS-ARE-OPEN VALUE 1.
    01 FAULT-COUNT PIC 9(6) COMP VALUE 0.
    01 REJECT-COUNT PIC 9(6) COMP VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BATCH-PREEDIT"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BATCH-PREEDIT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
                    OT-CUST-ID "/" OT-INVOICE-NO
            END-IF
            IF OT-TRANS-CODE NOT = "A" AND OT-TRANS-CODE NOT = "P"
                    AND OT-TRANS-CODE NOT = "D"
                    AND OT-TRANS-CODE NOT = "K" THEN
                PERFORM 6300-COUNT-ONE-FAULT
                DISPLAY "FAULT: bad code '" OT-TRANS-CODE
                    "' on item " OT-CUST-ID "/" OT-INVOICE-NO
    PERFORM 3100-READ-OITRAN.

    3300-CHECK-OITRAN-CUSTOMER.
    MOVE OT-CUST-ID TO EDIT-INPUT-FIELD.
    PERFORM 9260-EDIT-CHECK-CUST-ID.
    IF NOT EDIT-IS-VALID THEN
        PERFORM 6400-COUNT-ONE-REJECT
        DISPLAY "REJECT: customer " OT-CUST-ID
            " fails its check digit (item " OT-INVOICE-NO ")"
        EXIT PARAGRAPH
    END-IF.
    IF NOT MASTERS-ARE-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
        DISPLAY "FAULT: non-numeric customer on order " OC-FIELD-1
        EXIT PARAGRAPH
    END-IF.
    MOVE OC-FIELD-2 TO EDIT-INPUT-FIELD.
    PERFORM 9260-EDIT-CHECK-CUST-ID.
    IF NOT EDIT-IS-VALID THEN
        PERFORM 6400-COUNT-ONE-REJECT
        DISPLAY "REJECT: customer " OC-FIELD-2
            " fails its check digit (order " OC-FIELD-1 ")"
        EXIT PARAGRAPH
    END-IF.
    IF NOT MASTERS-ARE-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    END-READ.

    4400-CHECK-LINE-PART.
    MOVE OC-PART-NO TO EDIT-INPUT-FIELD.
    PERFORM 9262-EDIT-CHECK-PART-NO.
    IF NOT EDIT-IS-VALID THEN
        PERFORM 6400-COUNT-ONE-REJECT
        DISPLAY "REJECT: part " OC-PART-NO " fails its check digit"
        EXIT PARAGRAPH
    END-IF.
    IF NOT MASTERS-ARE-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 5100-READ-STKMOVE.

    5300-CHECK-MOVE-PART.
    MOVE MV-PART-NO TO EDIT-INPUT-FIELD.
    PERFORM 9262-EDIT-CHECK-PART-NO.
    IF NOT EDIT-IS-VALID THEN
        PERFORM 6400-COUNT-ONE-REJECT
        DISPLAY "REJECT: part " MV-PART-NO " fails its check digit"
        EXIT PARAGRAPH
    END-IF.
    IF NOT MASTERS-ARE-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
        MOVE 4 TO WS-RETURN-CODE
    END-IF.

    *> A reject refuses the batch outright; the control totals are
    *> still judged so an unbalanced trailer is reported as well.
    6400-COUNT-ONE-REJECT.
    ADD 1 TO REJECT-COUNT.
    MOVE 8 TO WS-RETURN-CODE.

    6000-JUDGE-CONTROL-TOTALS.
    IF REJECT-COUNT > 0 THEN
        MOVE "Pre-edit refused a batch carrying ids that fail their check digit." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    IF WS-RETURN-CODE >= 8 AND REJECT-COUNT = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
    DISPLAY "-- Pre-Edit Verdict: " FEED-NAME " --".
    DISPLAY "Detail records graded: " DETAIL-COUNT.
    DISPLAY "Faults found         : " FAULT-COUNT.
    DISPLAY "Check-digit rejects  : " REJECT-COUNT.
    EVALUATE TRUE
        WHEN WS-RETURN-CODE >= 8
            DISPLAY "VERDICT: REFUSE - do not run the applying program."
