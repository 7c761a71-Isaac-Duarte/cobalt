*> or a payment larger than the item it names -- is parked on the
*> CASHSUSP suspense file with a reason code and listed on a
*> suspense report through REPORT-WRITER for the cash desk.
*> Every deposited check books to the GL interface file: applied
*> payments as CASH PAY, suspended ones as CASH SUSP, so the bank
*> deposit is in the ledger whether or not an item was found.
*> A payment short of the item by exactly the early-payment discount
*> the customer's terms stamped on it, deposited on or before the
*> item's discount date, pays the item in full: the check leaves as
*> its "P" transaction and the discount taken as a separate "K"
*> transaction for the same item, booked to the GL as CASH DISC.
*>
*> LOCKBOX layout (one record per check):
*>     customer id (6) + invoice number (8, may be spaces)
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "glsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "glfd.cpy".

    WORKING-STORAGE SECTION.
    01 LOCKBOX-STATUS PIC X(2).
    01 AMOUNT-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 AMOUNT-SCAN-AT-EOF VALUE 1.
    01 MATCHED-INVOICE-NO PIC X(8).
    01 DISCOUNT-TAKEN PIC S9(7)V99 COMP-3 VALUE 0.
    01 SUSPENSE-REASON PIC X(3).

*> OITRAN leaves wrapped in the same header/trailer batch controls
    01 TOTAL-PAYMENTS-MATCHED PIC 9(6) COMP VALUE 0.
    01 TOTAL-MATCHED-BY-AMOUNT PIC 9(6) COMP VALUE 0.
    01 TOTAL-SUSPENDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DISCOUNTS-TAKEN PIC 9(6) COMP VALUE 0.
    01 TOTAL-MATCHED-VALUE PIC 9(11)V99 COMP-3 VALUE 0.
    01 MATCHED-VALUE-CENTS PIC S9(15) COMP-3 VALUE 0.

    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CASH-APPLICATION"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CASH-APPLICATION"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="CASH-APPLICATION"==.
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="CASH-APPLICATION"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    3000-APPLY-ONE-PAYMENT.
    ADD 1 TO TOTAL-PAYMENTS-READ.
    MOVE 0 TO MATCH-FOUND-SWITCH.
    MOVE 0 TO DISCOUNT-TAKEN.
    MOVE SPACES TO SUSPENSE-REASON.
    IF LB-AMOUNT IS NOT NUMERIC OR LB-AMOUNT = 0 THEN
        MOVE "NUM" TO SUSPENSE-REASON
                ELSE
                    MOVE 1 TO MATCH-FOUND-SWITCH
                    MOVE OI-INVOICE-NO TO MATCHED-INVOICE-NO
                    PERFORM 3150-CHECK-EARNED-DISCOUNT
                END-IF
        END-READ
    END-IF.

    *> The discount is earned only when the check is short of the
    *> item by exactly the discount stamped on it and was deposited
    *> on or before the discount date; any other short payment is an
    *> ordinary partial payment.
    3150-CHECK-EARNED-DISCOUNT.
    MOVE 0 TO DISCOUNT-TAKEN.
    IF OI-DISC-AMOUNT IS NUMERIC AND OI-DISC-DATE IS NUMERIC
            AND LB-DEPOSIT-DATE IS NUMERIC THEN
        IF OI-DISC-AMOUNT > 0 AND LB-DEPOSIT-DATE > 0
                AND LB-DEPOSIT-DATE NOT > OI-DISC-DATE
                AND LB-AMOUNT + OI-DISC-AMOUNT = OI-REMAIN-AMOUNT THEN
            MOVE OI-DISC-AMOUNT TO DISCOUNT-TAKEN
        END-IF
    END-IF.

    *> The fallback: walk the customer's items in key order and take
    *> the first whose remaining amount equals the check exactly, or
    *> equals it plus an earned discount.
    3200-MATCH-BY-EXACT-AMOUNT.
    MOVE 0 TO AMOUNT-SCAN-EOF.
    MOVE LB-CUST-ID TO OI-CUST-ID.
            IF OI-CUST-ID NOT = LB-CUST-ID THEN
                MOVE 1 TO AMOUNT-SCAN-EOF
            ELSE
                PERFORM 3150-CHECK-EARNED-DISCOUNT
                IF OI-REMAIN-AMOUNT = LB-AMOUNT
                        OR DISCOUNT-TAKEN > 0 THEN
                    MOVE 1 TO MATCH-FOUND-SWITCH
                    MOVE OI-INVOICE-NO TO MATCHED-INVOICE-NO
                    ADD 1 TO TOTAL-MATCHED-BY-AMOUNT
    ADD LB-AMOUNT TO TOTAL-MATCHED-VALUE.
    DISPLAY "MATCHED: check " LB-CHECK-NO " customer " LB-CUST-ID
        " to item " MATCHED-INVOICE-NO.
    MOVE "PAY" TO GL-ENTRY-TYPE.
    PERFORM 3500-BOOK-DEPOSIT-TO-GL.
    IF DISCOUNT-TAKEN > 0 THEN
        PERFORM 3350-WRITE-DISCOUNT-TRANS
    END-IF.
*> The hash slot is nine digits; the cents are computed full-width
*> and the low nine digits carried in, so a large amount folds into
*> the hash deterministically instead of truncating silently through
        TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    *> The discount taken, as its own transaction against the same
    *> item: applied after the payment it clears the item to zero.
    3350-WRITE-DISCOUNT-TRANS.
    MOVE SPACES TO OPEN-ITEM-TRANS-REC.
    MOVE "K" TO OT-TRANS-CODE.
    MOVE LB-CUST-ID TO OT-CUST-ID.
    MOVE MATCHED-INVOICE-NO TO OT-INVOICE-NO.
    MOVE LB-DEPOSIT-DATE TO OT-INVOICE-DATE.
    MOVE DISCOUNT-TAKEN TO OT-AMOUNT.
    WRITE OPEN-ITEM-TRANS-REC.
    ADD 1 TO OI-KEYED-COUNT.
    ADD OT-AMOUNT TO OI-KEYED-HASH.
    ADD 1 TO TOTAL-DISCOUNTS-TAKEN.
    DISPLAY "DISCOUNT: check " LB-CHECK-NO " customer " LB-CUST-ID
        " item " MATCHED-INVOICE-NO " paid in full less discount.".
    MOVE "CASH" TO GL-ENTRY-SOURCE.
    MOVE "DISC" TO GL-ENTRY-TYPE.
    MOVE DISCOUNT-TAKEN TO GL-ENTRY-AMOUNT.
    MOVE LB-CHECK-NO TO GL-ENTRY-REFERENCE.
    MOVE LB-DEPOSIT-DATE TO GL-ENTRY-DATE.
    PERFORM 9830-GL-BOOK-ENTRY.

    3400-SUSPEND-PAYMENT.
    MOVE SUSPENSE-REASON TO CS-REASON-CODE.
    MOVE LOCKBOX-REC TO CS-ORIG-PAYMENT.
        " customer " LB-CUST-ID " invoice '" LB-INVOICE-NO "'.".
    IF LB-AMOUNT IS NUMERIC THEN
        MOVE LB-AMOUNT TO SUSP-AMT-DISP
        MOVE "SUSP" TO GL-ENTRY-TYPE
        PERFORM 3500-BOOK-DEPOSIT-TO-GL
    ELSE
        MOVE 0 TO SUSP-AMT-DISP
    END-IF.
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    *> The check as deposited, referenced by check number and dated
    *> the deposit date the bank gave (the run date when the bank's
    *> date is unusable).
    3500-BOOK-DEPOSIT-TO-GL.
    MOVE "CASH" TO GL-ENTRY-SOURCE.
    MOVE LB-AMOUNT TO GL-ENTRY-AMOUNT.
    MOVE LB-CHECK-NO TO GL-ENTRY-REFERENCE.
    IF LB-DEPOSIT-DATE IS NUMERIC AND LB-DEPOSIT-DATE > 0 THEN
        MOVE LB-DEPOSIT-DATE TO GL-ENTRY-DATE
    ELSE
        PERFORM 9400-STAMP-CURRENT-DATETIME
        MOVE WS-CURRENT-DATE-8 TO GL-ENTRY-DATE
    END-IF.
    PERFORM 9830-GL-BOOK-ENTRY.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
    DISPLAY "Payments read        : " TOTAL-PAYMENTS-READ.
    DISPLAY "Payments matched     : " TOTAL-PAYMENTS-MATCHED.
    DISPLAY "  of which by amount : " TOTAL-MATCHED-BY-AMOUNT.
    DISPLAY "Discounts taken      : " TOTAL-DISCOUNTS-TAKEN.
    DISPLAY "Payments suspended   : " TOTAL-SUSPENDED.
    PERFORM 9839-GL-CLOSE.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-SUSPENDED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "glproc.cpy".
