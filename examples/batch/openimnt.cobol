*>        (an overpayment is rejected; a payment to zero deletes the
*>        item, which is what makes the file open-item)
*>     D  delete an item outright (write-off)
*>     K  apply an early-payment discount taken against an item's
*>        remaining amount, exactly as a payment is applied
*> An add may carry the due date, discount date, and discount amount
*> stamped from the customer's terms; an add without them (a keyed
*> item) is stored with zeros and ages as net 30 from its invoice
*> date. A card whose customer id fails its check digit is rejected
*> before it can touch some other customer's items.
*>
*> Every payment applied is also appended to the PAYHIST payment
*> history with the item's invoice and due dates and the date paid
*> (the date the "P" card carries -- the lockbox deposit date from
*> CASH-APPLICATION -- or the run date when it carries none), for
*> DAYS-TO-PAY and CASH-FORECAST. "P" cards in a DISPUTE or RETURNS
*> batch are credits, not cash, and discounts are not payments;
*> neither is recorded.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        SELECT OPEN-ITEM-TRANS-FILE ASSIGN TO "OITRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OPEN-ITEM-TRANS-STATUS.
        COPY "payhsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
            88 OT-IS-ADD VALUE "A".
            88 OT-IS-PAYMENT VALUE "P".
            88 OT-IS-DELETE VALUE "D".
            88 OT-IS-DISCOUNT VALUE "K".
        05 OT-CUST-ID PIC X(6).
        05 OT-INVOICE-NO PIC X(8).
        05 OT-INVOICE-DATE PIC 9(8).
        05 OT-AMOUNT PIC S9(7)V99.
        05 OT-DUE-DATE PIC 9(8).
        05 OT-DISC-DATE PIC 9(8).
        05 OT-DISC-AMOUNT PIC S9(7)V99.
    01  OPEN-ITEM-TRANS-HEADER.
        05 OH-REC-TYPE PIC X(1).
        05 OH-CREATE-DATE PIC 9(8).
        05 OH-SOURCE-ID PIC X(8).

    FD  PAY-HIST-FILE.
    COPY "payhrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    01 OPEN-ITEM-TRANS-STATUS PIC X(2).
    01 OPEN-ITEM-TRANS-EOF PIC 9(1) COMP VALUE 0.
        88 OPEN-ITEM-TRANS-AT-EOF VALUE 1.
    01 PAY-HIST-STATUS PIC X(2).

*> The source id off the batch header decides whether a "P" card is
*> cash (recorded on the payment history) or a credit (not).
    01 BATCH-SOURCE-ID PIC X(8) VALUE SPACES.
        88 BATCH-IS-CREDIT-SOURCE VALUES "DISPUTE " "RETURNS ".
    01 PAY-HIST-STAGED PIC 9(1) COMP VALUE 0.
        88 PAYMENT-IS-STAGED VALUE 1.
    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PAID PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-HISTORY-RECORDED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="OPENITEM-MAINT"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="OPENITEM-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "oiduedata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
        MOVE "Open-item transaction file (OITRAN) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    OPEN EXTEND PAY-HIST-FILE.
    IF PAY-HIST-STATUS = "35" THEN
        OPEN OUTPUT PAY-HIST-FILE
    END-IF.

    *> ---------------------
    *> TRANSACTION LOOP
    END-READ.

    3000-APPLY-TRANSACTION.
    IF OT-TRANS-CODE NOT = "H" AND OT-TRANS-CODE NOT = "T" THEN
        MOVE OT-CUST-ID TO EDIT-INPUT-FIELD
        PERFORM 9260-EDIT-CHECK-CUST-ID
        IF NOT EDIT-IS-VALID THEN
            DISPLAY "REJECTED: item " OT-CUST-ID "/" OT-INVOICE-NO
                " customer id fails its check digit."
            ADD 1 TO TOTAL-REJECTED
            PERFORM 2000-READ-TRANSACTION
            EXIT PARAGRAPH
        END-IF
    END-IF.
    EVALUATE TRUE
*> Batch-control records; BATCH-PREEDIT proved them before this
*> program ran. The header's source id is kept for the history.
        WHEN OT-TRANS-CODE = "H"
            MOVE OH-SOURCE-ID TO BATCH-SOURCE-ID
        WHEN OT-TRANS-CODE = "T"
            CONTINUE
        WHEN OT-IS-ADD
            PERFORM 3100-ADD-OPEN-ITEM
        WHEN OT-IS-PAYMENT
            PERFORM 3200-APPLY-PAYMENT
        WHEN OT-IS-DISCOUNT
            PERFORM 3200-APPLY-PAYMENT
        WHEN OT-IS-DELETE
            PERFORM 3300-DELETE-OPEN-ITEM
        WHEN OTHER
        MOVE OT-INVOICE-DATE TO OI-INVOICE-DATE
        MOVE OT-AMOUNT TO OI-ORIG-AMOUNT
        MOVE OT-AMOUNT TO OI-REMAIN-AMOUNT
        IF OT-DUE-DATE IS NUMERIC AND OT-DISC-DATE IS NUMERIC
                AND OT-DISC-AMOUNT IS NUMERIC THEN
            MOVE OT-DUE-DATE TO OI-DUE-DATE
            MOVE OT-DISC-DATE TO OI-DISC-DATE
            MOVE OT-DISC-AMOUNT TO OI-DISC-AMOUNT
        ELSE
            MOVE 0 TO OI-DUE-DATE
            MOVE 0 TO OI-DISC-DATE
            MOVE 0 TO OI-DISC-AMOUNT
        END-IF
        WRITE OPEN-ITEM-REC
            INVALID KEY
                DISPLAY "REJECTED: item " OT-CUST-ID "/" OT-INVOICE-NO
            OT-CUST-ID "/" OT-INVOICE-NO
        ADD 1 TO TOTAL-REJECTED
    ELSE
        PERFORM 3250-STAGE-PAYMENT-HISTORY
        SUBTRACT OT-AMOUNT FROM OI-REMAIN-AMOUNT
        IF OI-REMAIN-AMOUNT = 0 THEN
            DELETE OPEN-ITEM-FILE
                NOT INVALID KEY
                    DISPLAY "PAID OFF: item " OT-CUST-ID "/" OT-INVOICE-NO
                    ADD 1 TO TOTAL-PAID
                    MOVE "Y" TO PH-PAID-IN-FULL
                    PERFORM 3260-WRITE-PAYMENT-HISTORY
            END-DELETE
        ELSE
            REWRITE OPEN-ITEM-REC
                    DISPLAY "PAYMENT: item " OT-CUST-ID "/" OT-INVOICE-NO
                        " remaining " OI-REMAIN-AMOUNT
                    ADD 1 TO TOTAL-PAID
                    MOVE "N" TO PH-PAID-IN-FULL
                    PERFORM 3260-WRITE-PAYMENT-HISTORY
            END-REWRITE
        END-IF
    END-IF.

    *> The history record is built while the item is still in the
    *> record area, before a pay-off deletes it, and written only
    *> once the item has actually been updated.
    3250-STAGE-PAYMENT-HISTORY.
    MOVE 0 TO PAY-HIST-STAGED.
    IF NOT OT-IS-PAYMENT OR BATCH-IS-CREDIT-SOURCE THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE SPACES TO PAY-HIST-REC.
    MOVE OI-CUST-ID TO PH-CUST-ID.
    MOVE OI-INVOICE-NO TO PH-INVOICE-NO.
    MOVE OI-INVOICE-DATE TO PH-INVOICE-DATE.
    IF OT-INVOICE-DATE IS NUMERIC AND OT-INVOICE-DATE > 0 THEN
        MOVE OT-INVOICE-DATE TO PH-PAID-DATE
    ELSE
        MOVE WS-CURRENT-DATE-8 TO PH-PAID-DATE
    END-IF.
    MOVE OT-AMOUNT TO PH-AMOUNT.
    MOVE PH-PAID-DATE TO OIDUE-AS-OF-DATE.
    PERFORM 9840-OI-DAYS-PAST-DUE.
    MOVE OIDUE-DUE-DATE TO PH-DUE-DATE.
    MOVE OIDUE-DAYS-PAST-DUE TO PH-DAYS-PAST-DUE.
    MOVE 0 TO PH-DAYS-TO-PAY.
    MOVE "B" TO DE-FUNCTION.
    MOVE OI-INVOICE-DATE TO DE-DATE-1.
    MOVE PH-PAID-DATE TO DE-DATE-2.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE = 0 THEN
        MOVE DE-RESULT-COUNT TO PH-DAYS-TO-PAY
    END-IF.
    MOVE BATCH-SOURCE-ID TO PH-BATCH-SOURCE.
    MOVE WS-CURRENT-TIMESTAMP TO PH-TIMESTAMP.
    MOVE 1 TO PAY-HIST-STAGED.

    3260-WRITE-PAYMENT-HISTORY.
    IF PAYMENT-IS-STAGED THEN
        WRITE PAY-HIST-REC
        ADD 1 TO TOTAL-HISTORY-RECORDED
    END-IF.

    3300-DELETE-OPEN-ITEM.
    MOVE OT-CUST-ID TO OI-CUST-ID.
    MOVE OT-INVOICE-NO TO OI-INVOICE-NO.

    8000-TERMINATE.
    CLOSE OPEN-ITEM-FILE.
    CLOSE PAY-HIST-FILE.
    IF OPEN-ITEM-TRANS-STATUS = "00" OR OPEN-ITEM-TRANS-STATUS = "10" THEN
        CLOSE OPEN-ITEM-TRANS-FILE
    END-IF.
    DISPLAY "Payments applied     : " TOTAL-PAID.
    DISPLAY "Items deleted        : " TOTAL-DELETED.
    DISPLAY "Transactions rejected: " TOTAL-REJECTED.
    DISPLAY "Payments to history  : " TOTAL-HISTORY-RECORDED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more open-item transactions were rejected." TO WS-ERROR-MSG
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "oidueproc.cpy".
