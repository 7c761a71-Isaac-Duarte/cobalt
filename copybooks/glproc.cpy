   *> GLPROC - shared journal-line paragraphs. PERFORM
   *> 9830-GL-BOOK-ENTRY once per money movement (after moving its
   *> source, type, amount, reference, and entry date to the
   *> GL-ENTRY- fields): the source/type is looked up on GLMAP and a
   *> debit line and a credit line for the same amount are appended
   *> to GLINTF, so every batch a program leaves nets to zero by
   *> construction. A negative amount books the reverse of the
   *> mapping (a negative stock adjustment credits what a positive
   *> one debits). PERFORM 9839-GL-CLOSE once at end of run; an
   *> unmapped source/type is a warning, not a failure, because its
   *> lines still balance on the suspense account. Requires
   *> DTSTAMPDATA/DTSTAMPPROC, RETCODE, and ERRLOGPROC in the caller.
    9830-GL-BOOK-ENTRY.
    IF NOT GL-FILES-ARE-OPEN THEN
        PERFORM 9831-GL-OPEN
    END-IF.
    IF GL-ENTRY-AMOUNT = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE GL-SUSPENSE-ACCOUNT TO GL-DEBIT-ACCOUNT.
    MOVE GL-SUSPENSE-ACCOUNT TO GL-CREDIT-ACCOUNT.
    IF GL-MAP-IS-OPEN THEN
        MOVE GL-ENTRY-SOURCE TO GM-SOURCE
        MOVE GL-ENTRY-TYPE TO GM-TRANS-TYPE
        READ GL-MAP-FILE
            INVALID KEY
                ADD 1 TO GL-ENTRIES-UNMAPPED
            NOT INVALID KEY
                MOVE GM-DEBIT-ACCOUNT TO GL-DEBIT-ACCOUNT
                MOVE GM-CREDIT-ACCOUNT TO GL-CREDIT-ACCOUNT
        END-READ
    ELSE
        ADD 1 TO GL-ENTRIES-UNMAPPED
    END-IF.
    IF GL-ENTRY-AMOUNT < 0 THEN
        MOVE GL-DEBIT-ACCOUNT TO GL-SWAP-ACCOUNT
        MOVE GL-CREDIT-ACCOUNT TO GL-DEBIT-ACCOUNT
        MOVE GL-SWAP-ACCOUNT TO GL-CREDIT-ACCOUNT
    END-IF.
    MOVE SPACES TO GL-INTERFACE-REC.
    MOVE GL-PROGRAM-NAME TO GI-PROGRAM-NAME.
    MOVE GL-BATCH-STAMP TO GI-BATCH-STAMP.
    MOVE GL-ENTRY-SOURCE TO GI-SOURCE.
    MOVE GL-ENTRY-TYPE TO GI-TRANS-TYPE.
    MOVE GL-ENTRY-DATE TO GI-ENTRY-DATE.
    MOVE GL-ENTRY-DATE(1:6) TO GI-PERIOD.
    MOVE GL-ENTRY-AMOUNT TO GI-AMOUNT.
    MOVE GL-ENTRY-REFERENCE TO GI-REFERENCE.
    MOVE GL-DEBIT-ACCOUNT TO GI-ACCOUNT-NO.
    MOVE "D" TO GI-DR-CR.
    WRITE GL-INTERFACE-REC.
    MOVE GL-CREDIT-ACCOUNT TO GI-ACCOUNT-NO.
    MOVE "C" TO GI-DR-CR.
    WRITE GL-INTERFACE-REC.
    ADD 2 TO GL-LINES-WRITTEN.

    9831-GL-OPEN.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-TIMESTAMP TO GL-BATCH-STAMP.
    OPEN EXTEND GL-INTERFACE-FILE.
    IF GL-INTERFACE-STATUS = "35" THEN
        OPEN OUTPUT GL-INTERFACE-FILE
    END-IF.
    OPEN INPUT GL-MAP-FILE.
    IF GL-MAP-STATUS = "00" THEN
        MOVE 1 TO GL-MAP-OPEN
    END-IF.
    MOVE 1 TO GL-FILES-OPEN.

    9839-GL-CLOSE.
    IF GL-FILES-ARE-OPEN THEN
        CLOSE GL-INTERFACE-FILE
        IF GL-MAP-IS-OPEN THEN
            CLOSE GL-MAP-FILE
        END-IF
        MOVE 0 TO GL-FILES-OPEN
        MOVE 0 TO GL-MAP-OPEN
    END-IF.
    DISPLAY "GL lines booked : " GL-LINES-WRITTEN.
    IF GL-ENTRIES-UNMAPPED > 0 THEN
        DISPLAY "GL entries with no mapping row, booked to suspense: "
            GL-ENTRIES-UNMAPPED
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE "GL entries with no GLMAP row were booked to suspense." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
