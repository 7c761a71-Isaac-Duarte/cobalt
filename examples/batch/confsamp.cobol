IDENTIFICATION DIVISION.
PROGRAM-ID. CONFIRM-SAMPLE.

*> CONFIRM-SAMPLE draws the external auditors' receivables
*> confirmation sample from the balances MONTH-END-CLOSE snapshotted
*> on PERBALS for a period end, so the sample is the trial balance
*> as closed rather than whatever CUSTMAST says on the day it runs.
*> Every customer whose period-end balance is above a parameterized
*> threshold is taken as a key balance; of the rest, each is drawn
*> with a parameterized percent chance off a seeded pseudo-random
*> sequence (the Park-Miller generator, in plain integer arithmetic)
*> walked in customer order, so the same period, threshold, seed,
*> and percent always draw the same customers and the auditors can
*> reperform the selection. Each sampled customer gets a
*> confirmation letter through REPORT-WRITER with the period-end
*> balance and the open items on OPENITEM invoiced on or before the
*> period end, and a record on the CONFREG confirmation register
*> that CONFIRM-REPLY keys the customer's answer against. A rerun
*> for the same period reprints the letters; a register record
*> already carrying a reply is left as it stands.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1         period end to confirm, CCYYMM (zero takes the
*>                      latest period on PERBALS)
*>     PC-NUM-2         key-balance threshold in whole currency units
*>                      (zero keeps the 10000 default)
*>     PC-TEXT-1(1:9)   random seed, digits (blank or zero seeds
*>                      from the period)
*>     PC-TEXT-1(10:3)  percent of the remaining customers to draw,
*>                      digits (blank or zero keeps the 10 default)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "perbalsel.cpy".
        COPY "custsel.cpy".
        COPY "oisel.cpy".
        COPY "confsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PERIOD-BAL-FILE.
    COPY "perbalrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  OPEN-ITEM-FILE.
    COPY "oirec.cpy".

    FD  CONFIRM-FILE.
    COPY "confrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 PERIOD-BAL-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 OPEN-ITEM-STATUS PIC X(2).
    01 CONFIRM-STATUS PIC X(2).
    01 PERIOD-BAL-EOF PIC 9(1) COMP VALUE 0.
        88 PERIOD-BAL-AT-EOF VALUE 1.
    01 ITEM-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 ITEM-SCAN-AT-EOF VALUE 1.
    01 MASTER-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 MASTER-IS-OPEN VALUE 1.
    01 ITEM-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 ITEM-FILE-IS-OPEN VALUE 1.
    01 SAMPLE-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 SAMPLE-FILES-ARE-OPEN VALUE 1.
    01 CONFIRM-EXISTS-SWITCH PIC 9(1) COMP VALUE 0.
        88 CONFIRM-ALREADY-EXISTS VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 CONFIRM-PERIOD PIC 9(6) VALUE 0.
    01 KEY-THRESHOLD PIC 9(9) VALUE 10000.
    01 SAMPLE-PERCENT PIC 9(3) VALUE 10.
    01 RANDOM-SEED PIC 9(9) VALUE 0.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.

*> Park-Miller minimal standard generator: next = 16807 * last mod
*> (2**31 - 1). The draw is the new value mod 100, so a customer is
*> taken when the draw falls under the sample percent.
    01 RANDOM-MULTIPLIER PIC S9(9) COMP VALUE 16807.
    01 RANDOM-MODULUS PIC S9(11) COMP VALUE 2147483647.
    01 RANDOM-STATE PIC S9(11) COMP VALUE 1.
    01 RANDOM-PRODUCT PIC S9(18) COMP VALUE 0.
    01 RANDOM-QUOTIENT PIC S9(18) COMP VALUE 0.
    01 RANDOM-DRAW PIC 9(2) VALUE 0.
    01 RANDOM-DRAW-QUOTIENT PIC S9(11) COMP VALUE 0.

*> The period's balances, one per customer, in customer order; a
*> period closed twice keeps the later close's balance.
    01 BAL-TABLE-MAX PIC 9(4) COMP VALUE 5000.
    01 BAL-COUNT PIC 9(4) COMP VALUE 0.
    01 BAL-IDX PIC 9(4) COMP VALUE 0.
    01 BAL-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 BAL-TABLE.
        05 BAL-ENTRY OCCURS 5000 TIMES.
            10 BT-CUST-ID PIC X(6).
            10 BT-BALANCE PIC S9(7)V99 COMP-3.

    01 SAMPLE-BASIS PIC X(1) VALUE SPACE.
    01 LETTER-ITEM-COUNT PIC 9(4) VALUE 0.
    01 LETTER-CUST-NAME PIC X(25).
    01 LETTER-CUST-ADDRESS PIC X(47).

    01 TOTAL-CUSTOMERS PIC 9(6) COMP VALUE 0.
    01 TOTAL-KEY-DRAWN PIC 9(6) COMP VALUE 0.
    01 TOTAL-RANDOM-DRAWN PIC 9(6) COMP VALUE 0.
    01 TOTAL-REPLIES-KEPT PIC 9(6) COMP VALUE 0.
    01 TOTAL-PERIOD-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.
    01 TOTAL-SAMPLED-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.

    01 LTR-AMT-DISP PIC -(7)9.99.
    01 LTR-TOTAL-DISP PIC -(10)9.99.
    01 LTR-COUNT-DISP PIC Z(5)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CONFIRM-SAMPLE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CONFIRM-SAMPLE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="CONFIRM-SAMPLE"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1500-INITIALIZE.
    IF SAMPLE-FILES-ARE-OPEN THEN
        PERFORM 3000-DRAW-ONE-CUSTOMER
            VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BAL-COUNT
        PERFORM 5000-PRINT-SAMPLE-SUMMARY
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            MOVE PC-NUM-1 TO CONFIRM-PERIOD
            IF PC-NUM-2 > 0 THEN
                MOVE PC-NUM-2 TO KEY-THRESHOLD
            END-IF
            IF PC-TEXT-1(1:9) IS NUMERIC THEN
                MOVE PC-TEXT-1(1:9) TO RANDOM-SEED
            END-IF
            IF PC-TEXT-1(10:3) IS NUMERIC THEN
                MOVE PC-TEXT-1(10:3) TO SAMPLE-PERCENT
            END-IF
        END-IF
    ELSE
        DISPLAY "Period end to confirm, CCYYMM (zero for the latest closed):"
        ACCEPT CONFIRM-PERIOD
        DISPLAY "Key-balance threshold (10000 default):"
        ACCEPT KEY-THRESHOLD
        DISPLAY "Random seed (zero seeds from the period):"
        ACCEPT RANDOM-SEED
        DISPLAY "Percent of the remaining customers to draw (10 default):"
        ACCEPT SAMPLE-PERCENT
    END-IF.
    IF KEY-THRESHOLD = 0 THEN
        MOVE 10000 TO KEY-THRESHOLD
    END-IF.
    IF SAMPLE-PERCENT = 0 OR SAMPLE-PERCENT > 100 THEN
        MOVE 10 TO SAMPLE-PERCENT
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The period's balances are the population; without them there
    *> is nothing to sample. The master only supplies the letter's
    *> name and address, the open items only its detail.
    1500-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    IF CONFIRM-PERIOD = 0 THEN
        PERFORM 1600-FIND-LATEST-PERIOD
    END-IF.
    PERFORM 1700-LOAD-PERIOD-BALANCES.
    IF BAL-COUNT = 0 THEN
        DISPLAY "No period-end balances for " CONFIRM-PERIOD
            ", nothing to sample."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "No PERBALS balances were found for the confirmation period." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    IF RANDOM-SEED = 0 THEN
        MOVE CONFIRM-PERIOD TO RANDOM-SEED
    END-IF.
    DIVIDE RANDOM-SEED BY RANDOM-MODULUS
        GIVING RANDOM-QUOTIENT REMAINDER RANDOM-STATE.
    IF RANDOM-STATE = 0 THEN
        MOVE 1 TO RANDOM-STATE
    END-IF.
    DISPLAY "Confirming period " CONFIRM-PERIOD ": every balance over "
        KEY-THRESHOLD ", " SAMPLE-PERCENT " percent of the rest, seed "
        RANDOM-SEED ".".
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        MOVE 1 TO MASTER-OPEN-SWITCH
    END-IF.
    OPEN INPUT OPEN-ITEM-FILE.
    IF OPEN-ITEM-STATUS = "00" THEN
        MOVE 1 TO ITEM-FILE-OPEN
    ELSE
        DISPLAY "Open-item file not found; letters carry the balance only."
    END-IF.
    OPEN I-O CONFIRM-FILE.
    IF CONFIRM-STATUS = "35" THEN
        OPEN OUTPUT CONFIRM-FILE
        CLOSE CONFIRM-FILE
        OPEN I-O CONFIRM-FILE
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Receivables Confirmation Letters" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE 1 TO SAMPLE-FILES-OPEN.

    1600-FIND-LATEST-PERIOD.
    OPEN INPUT PERIOD-BAL-FILE.
    IF PERIOD-BAL-STATUS = "00" THEN
        MOVE 0 TO PERIOD-BAL-EOF
        PERFORM 1610-NOTE-ONE-PERIOD UNTIL PERIOD-BAL-AT-EOF
        CLOSE PERIOD-BAL-FILE
    END-IF.

    1610-NOTE-ONE-PERIOD.
    READ PERIOD-BAL-FILE
        AT END MOVE 1 TO PERIOD-BAL-EOF
        NOT AT END
            IF PB-PERIOD IS NUMERIC AND PB-PERIOD > CONFIRM-PERIOD THEN
                MOVE PB-PERIOD TO CONFIRM-PERIOD
            END-IF
    END-READ.

    1700-LOAD-PERIOD-BALANCES.
    OPEN INPUT PERIOD-BAL-FILE.
    IF PERIOD-BAL-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO PERIOD-BAL-EOF.
    PERFORM 1710-LOAD-ONE-BALANCE UNTIL PERIOD-BAL-AT-EOF.
    CLOSE PERIOD-BAL-FILE.

    1710-LOAD-ONE-BALANCE.
    READ PERIOD-BAL-FILE
        AT END MOVE 1 TO PERIOD-BAL-EOF
        NOT AT END
            IF PB-PERIOD = CONFIRM-PERIOD THEN
                PERFORM 1720-TABLE-ONE-BALANCE
            END-IF
    END-READ.

    *> A later close of the same period overwrites the earlier
    *> balance; a customer new to the table is placed in key order.
    1720-TABLE-ONE-BALANCE.
    MOVE 0 TO BAL-FOUND-IDX.
    PERFORM 1730-MATCH-ONE-BALANCE
        VARYING BAL-IDX FROM 1 BY 1 UNTIL BAL-IDX > BAL-COUNT.
    IF BAL-FOUND-IDX > 0 THEN
        IF BT-CUST-ID(BAL-FOUND-IDX) = PB-CUST-ID THEN
            MOVE PB-BALANCE TO BT-BALANCE(BAL-FOUND-IDX)
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF BAL-COUNT >= BAL-TABLE-MAX THEN
        DISPLAY "Balance table full, customer " PB-CUST-ID
            " left out of the population."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "The confirmation balance table overflowed." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    IF BAL-FOUND-IDX = 0 THEN
        COMPUTE BAL-FOUND-IDX = BAL-COUNT + 1
    ELSE
        PERFORM 1740-SHIFT-ONE-BALANCE
            VARYING BAL-IDX FROM BAL-COUNT BY -1
            UNTIL BAL-IDX < BAL-FOUND-IDX
    END-IF.
    ADD 1 TO BAL-COUNT.
    MOVE PB-CUST-ID TO BT-CUST-ID(BAL-FOUND-IDX).
    MOVE PB-BALANCE TO BT-BALANCE(BAL-FOUND-IDX).

    *> Leaves BAL-FOUND-IDX at the first entry not below the
    *> customer: the customer itself, or where it belongs.
    1730-MATCH-ONE-BALANCE.
    IF BT-CUST-ID(BAL-IDX) NOT < PB-CUST-ID THEN
        MOVE BAL-IDX TO BAL-FOUND-IDX
        MOVE BAL-COUNT TO BAL-IDX
    END-IF.

    1740-SHIFT-ONE-BALANCE.
    MOVE BAL-ENTRY(BAL-IDX) TO BAL-ENTRY(BAL-IDX + 1).

    *> ---------------------
    *> SAMPLE: key balances first, then one draw per remaining
    *> customer in customer order.
    *> ---------------------

    3000-DRAW-ONE-CUSTOMER.
    ADD 1 TO TOTAL-CUSTOMERS.
    ADD BT-BALANCE(BAL-IDX) TO TOTAL-PERIOD-BALANCE.
    MOVE SPACE TO SAMPLE-BASIS.
    IF BT-BALANCE(BAL-IDX) > KEY-THRESHOLD THEN
        MOVE "K" TO SAMPLE-BASIS
        ADD 1 TO TOTAL-KEY-DRAWN
    ELSE
        PERFORM 3100-NEXT-RANDOM-DRAW
        IF RANDOM-DRAW < SAMPLE-PERCENT THEN
            MOVE "R" TO SAMPLE-BASIS
            ADD 1 TO TOTAL-RANDOM-DRAWN
        END-IF
    END-IF.
    IF SAMPLE-BASIS NOT = SPACE THEN
        ADD BT-BALANCE(BAL-IDX) TO TOTAL-SAMPLED-BALANCE
        PERFORM 4000-PRINT-CONFIRMATION-LETTER
        PERFORM 3200-REGISTER-CONFIRMATION
    END-IF.

    3100-NEXT-RANDOM-DRAW.
    COMPUTE RANDOM-PRODUCT = RANDOM-MULTIPLIER * RANDOM-STATE.
    DIVIDE RANDOM-PRODUCT BY RANDOM-MODULUS
        GIVING RANDOM-QUOTIENT REMAINDER RANDOM-STATE.
    DIVIDE RANDOM-STATE BY 100
        GIVING RANDOM-DRAW-QUOTIENT REMAINDER RANDOM-DRAW.

    *> A register record already answered is the audit evidence and
    *> stands; one still awaiting a reply is refreshed.
    3200-REGISTER-CONFIRMATION.
    MOVE 0 TO CONFIRM-EXISTS-SWITCH.
    MOVE CONFIRM-PERIOD TO CF-PERIOD.
    MOVE BT-CUST-ID(BAL-IDX) TO CF-CUST-ID.
    READ CONFIRM-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO CONFIRM-EXISTS-SWITCH
    END-READ.
    IF CONFIRM-ALREADY-EXISTS AND NOT CF-IS-SENT THEN
        ADD 1 TO TOTAL-REPLIES-KEPT
        EXIT PARAGRAPH
    END-IF.
    MOVE CONFIRM-PERIOD TO CF-PERIOD.
    MOVE BT-CUST-ID(BAL-IDX) TO CF-CUST-ID.
    MOVE SAMPLE-BASIS TO CF-SAMPLE-BASIS.
    MOVE BT-BALANCE(BAL-IDX) TO CF-BALANCE.
    MOVE LETTER-ITEM-COUNT TO CF-ITEM-COUNT.
    MOVE RUN-DATE-SAVE TO CF-SENT-DATE.
    MOVE "S" TO CF-REPLY-STATUS.
    MOVE 0 TO CF-REPLY-DATE.
    MOVE 0 TO CF-STATED-AMOUNT.
    MOVE SPACES TO CF-REPLY-NOTE.
    IF CONFIRM-ALREADY-EXISTS THEN
        REWRITE CONFIRM-REC
            INVALID KEY
                DISPLAY "Confirmation rewrite failed for " CF-CUST-ID "."
                MOVE 8 TO WS-RETURN-CODE
        END-REWRITE
    ELSE
        WRITE CONFIRM-REC
            INVALID KEY
                DISPLAY "Confirmation write failed for " CF-CUST-ID "."
                MOVE 8 TO WS-RETURN-CODE
        END-WRITE
    END-IF.
    COMPUTE CTL-HASH-VALUE = CF-BALANCE * 100.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    *> ---------------------
    *> LETTER
    *> ---------------------

    4000-PRINT-CONFIRMATION-LETTER.
    MOVE "CUSTOMER NOT ON MASTER" TO LETTER-CUST-NAME.
    MOVE SPACES TO LETTER-CUST-ADDRESS.
    IF MASTER-IS-OPEN THEN
        MOVE BT-CUST-ID(BAL-IDX) TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CM-CUST-NAME TO LETTER-CUST-NAME
                MOVE CM-CUST-ADDRESS TO LETTER-CUST-ADDRESS
        END-READ
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "CONFIRMATION REQUEST  REF " CONFIRM-PERIOD "/"
        BT-CUST-ID(BAL-IDX) "  DATED " RUN-DATE-SAVE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  TO " LETTER-CUST-NAME
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "     " LETTER-CUST-ADDRESS
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE BT-BALANCE(BAL-IDX) TO LTR-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  OUR RECORDS SHOW YOUR BALANCE AT PERIOD END "
        CONFIRM-PERIOD " AS " LTR-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE 0 TO LETTER-ITEM-COUNT.
    IF ITEM-FILE-IS-OPEN THEN
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  OPEN ITEMS   INVOICE   INV DATE     AMOUNT"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 4900-PRINT-REPORT-LINE
        PERFORM 4100-LIST-OPEN-ITEMS
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  PLEASE CONFIRM TO OUR AUDITORS WHETHER YOU AGREE, AND IF"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  NOT, THE AMOUNT YOUR RECORDS SHOW, QUOTING THE REF ABOVE."
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE ALL "-" TO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.

    *> The customer's items invoiced on or before the period end,
    *> walked off the key the customer id leads.
    4100-LIST-OPEN-ITEMS.
    MOVE 0 TO ITEM-SCAN-EOF.
    MOVE BT-CUST-ID(BAL-IDX) TO OI-CUST-ID.
    MOVE LOW-VALUES TO OI-INVOICE-NO.
    START OPEN-ITEM-FILE KEY NOT < OI-ITEM-KEY
        INVALID KEY MOVE 1 TO ITEM-SCAN-EOF
    END-START.
    PERFORM 4110-LIST-ONE-ITEM UNTIL ITEM-SCAN-AT-EOF.

    4110-LIST-ONE-ITEM.
    READ OPEN-ITEM-FILE NEXT RECORD
        AT END MOVE 1 TO ITEM-SCAN-EOF
        NOT AT END
            IF OI-CUST-ID NOT = BT-CUST-ID(BAL-IDX) THEN
                MOVE 1 TO ITEM-SCAN-EOF
            ELSE
                IF OI-INVOICE-DATE(1:6) NOT > CONFIRM-PERIOD
                        AND OI-REMAIN-AMOUNT NOT = 0 THEN
                    ADD 1 TO LETTER-ITEM-COUNT
                    MOVE OI-REMAIN-AMOUNT TO LTR-AMT-DISP
                    MOVE SPACES TO RW-LINE-TEXT
                    STRING "               " OI-INVOICE-NO "  "
                        OI-INVOICE-DATE " " LTR-AMT-DISP
                        DELIMITED BY SIZE INTO RW-LINE-TEXT
                    PERFORM 4900-PRINT-REPORT-LINE
                END-IF
            END-IF
    END-READ.

    4900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> SUMMARY: the sample's coverage of the period's receivables,
    *> for the auditors' working papers.
    *> ---------------------

    5000-PRINT-SAMPLE-SUMMARY.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "SAMPLE FOR PERIOD " CONFIRM-PERIOD "  SEED " RANDOM-SEED
        "  THRESHOLD " KEY-THRESHOLD "  PERCENT " SAMPLE-PERCENT
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE TOTAL-CUSTOMERS TO LTR-COUNT-DISP.
    MOVE TOTAL-PERIOD-BALANCE TO LTR-TOTAL-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  POPULATION     " LTR-COUNT-DISP " CUSTOMERS "
        LTR-TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE TOTAL-KEY-DRAWN TO LTR-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  KEY BALANCES   " LTR-COUNT-DISP " CUSTOMERS"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE TOTAL-RANDOM-DRAWN TO LTR-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  RANDOM DRAW    " LTR-COUNT-DISP " CUSTOMERS"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE TOTAL-SAMPLED-BALANCE TO LTR-TOTAL-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  BALANCE COVERED                  " LTR-TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF SAMPLE-FILES-ARE-OPEN THEN
        CLOSE CONFIRM-FILE
        IF MASTER-IS-OPEN THEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
        IF ITEM-FILE-IS-OPEN THEN
            CLOSE OPEN-ITEM-FILE
        END-IF
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    DISPLAY "-- Confirmation Sample Report --".
    DISPLAY "Customers in period: " TOTAL-CUSTOMERS.
    DISPLAY "Key balances drawn : " TOTAL-KEY-DRAWN.
    DISPLAY "Randomly drawn     : " TOTAL-RANDOM-DRAWN.
    DISPLAY "Replies left as is : " TOTAL-REPLIES-KEPT.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
