IDENTIFICATION DIVISION.
PROGRAM-ID. RECALL-TRACE.

*> RECALL-TRACE answers "where did this lot go" when a supplier
*> recalls one: the operator keys a part and a lot number, and the
*> lot's trail on LOTHIST is followed -- when and where it came in,
*> what else moved it, and every order line SHIP-CONFIRM drew it
*> for, each with the customer the order was for and the invoice
*> that billed it off the invoice register (none yet when the order
*> has not been billed). What the lot still holds on the shelf is
*> listed location by location from LOTSTOCK, so the warehouse
*> knows what to quarantine. A blank part number ends the session,
*> the way PART-ACT-INQ ends.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "lotstksel.cpy".
        COPY "lothsel.cpy".
        COPY "ordsel.cpy".
        COPY "custsel.cpy".
        COPY "invregsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  LOT-STOCK-FILE.
    COPY "lotstkrec.cpy".

    FD  LOT-HIST-FILE.
    COPY "lothrec.cpy".

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  INVOICE-REGISTER-FILE.
    COPY "invregrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 LOT-STOCK-STATUS PIC X(2).
    01 LOT-HIST-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 INVOICE-REGISTER-STATUS PIC X(2).
    01 ORDER-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 ORDER-FILE-IS-OPEN VALUE 1.
    01 CUSTOMER-MASTER-OPEN PIC 9(1) COMP VALUE 0.
        88 CUSTOMER-MASTER-IS-OPEN VALUE 1.
    01 LOT-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 LOT-HIST-AT-EOF VALUE 1.
    01 LOT-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 LOT-SCAN-AT-EOF VALUE 1.
    01 INVOICE-REGISTER-EOF PIC 9(1) COMP VALUE 0.
        88 INVOICE-REGISTER-AT-EOF VALUE 1.
    01 INQUIRY-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 INQUIRY-IS-DONE VALUE 1.

    01 SEARCH-PART-NO PIC X(6).
    01 SEARCH-LOT-NO PIC X(10).

*> The order lines the lot shipped on, tabled off the history and
*> matched to their invoices in one pass of the register.
    01 SHP-TABLE-MAX PIC 9(4) COMP VALUE 500.
    01 SHP-COUNT PIC 9(4) COMP VALUE 0.
    01 SHP-IDX PIC 9(4) COMP VALUE 0.
    01 SHP-TABLE.
        05 SHP-ENTRY OCCURS 500 TIMES.
            10 ST-ORDER-NO PIC X(8).
            10 ST-LINE-NO PIC 9(4).
            10 ST-QUANTITY PIC 9(6).
            10 ST-LOCATION PIC X(3).
            10 ST-SHIP-DATE PIC 9(8).
            10 ST-INVOICE-NO PIC 9(8).

    01 TOTAL-RECEIVED PIC 9(7) COMP VALUE 0.
    01 TOTAL-SHIPPED PIC 9(7) COMP VALUE 0.
    01 TOTAL-ON-SHELF PIC 9(7) COMP VALUE 0.
    01 TRACE-CUST-ID PIC X(6).
    01 TRACE-CUST-NAME PIC X(25).
    01 TRACE-INVOICE PIC X(8).
    01 QTY-DISP PIC Z(5)9.
    01 TOTAL-DISP PIC Z(6)9.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="RECALL-TRACE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="RECALL-TRACE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    OPEN INPUT LOT-STOCK-FILE.
    IF LOT-STOCK-STATUS NOT = "00" THEN
        DISPLAY "Lot-stock file not found, no lots to trace."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Lot-stock file (LOTSTOCK) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        OPEN INPUT ORDER-FILE
        IF ORDER-FILE-STATUS = "00" THEN
            MOVE 1 TO ORDER-FILE-OPEN
        ELSE
            DISPLAY "Order file not found, customers not shown."
        END-IF
        OPEN INPUT CUSTOMER-MASTER-FILE
        IF CUSTOMER-MASTER-STATUS = "00" THEN
            MOVE 1 TO CUSTOMER-MASTER-OPEN
        END-IF
        PERFORM 1000-INQUIRY-STEP UNTIL INQUIRY-IS-DONE
        CLOSE LOT-STOCK-FILE
        IF ORDER-FILE-IS-OPEN THEN
            CLOSE ORDER-FILE
        END-IF
        IF CUSTOMER-MASTER-IS-OPEN THEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INQUIRY LOOP: one part and lot per pass, blank part to end.
    *> ---------------------

    1000-INQUIRY-STEP.
    DISPLAY "Please enter a part number (blank to end).".
    MOVE SPACES TO SEARCH-PART-NO.
    ACCEPT SEARCH-PART-NO.
    IF SEARCH-PART-NO = SPACES THEN
        MOVE 1 TO INQUIRY-DONE-SWITCH
        EXIT PARAGRAPH
    END-IF.
    DISPLAY "Please enter the lot number.".
    MOVE SPACES TO SEARCH-LOT-NO.
    ACCEPT SEARCH-LOT-NO.
    DISPLAY "RECALL TRACE part " SEARCH-PART-NO " lot " SEARCH-LOT-NO.
    PERFORM 2000-FOLLOW-LOT-HISTORY.
    IF SHP-COUNT > 0 THEN
        PERFORM 3000-MATCH-INVOICES
        DISPLAY "Shipped on:"
        MOVE 0 TO SHP-IDX
        PERFORM 3200-SHOW-ONE-SHIPMENT SHP-COUNT TIMES
    ELSE
        DISPLAY "The lot has not shipped on any order."
    END-IF.
    PERFORM 4000-SHOW-SHELF-STOCK.
    MOVE TOTAL-RECEIVED TO TOTAL-DISP.
    DISPLAY "Received " TOTAL-DISP.
    MOVE TOTAL-SHIPPED TO TOTAL-DISP.
    DISPLAY "Shipped  " TOTAL-DISP " on " SHP-COUNT " order lines".
    MOVE TOTAL-ON-SHELF TO TOTAL-DISP.
    DISPLAY "On shelf " TOTAL-DISP.

    *> ---------------------
    *> HISTORY: the lot's movements in the order they were logged.
    *> Shipments are tabled for the order and invoice lookups; the
    *> rest are listed as they are read.
    *> ---------------------

    2000-FOLLOW-LOT-HISTORY.
    MOVE 0 TO SHP-COUNT.
    MOVE 0 TO TOTAL-RECEIVED.
    MOVE 0 TO TOTAL-SHIPPED.
    MOVE 0 TO LOT-HIST-EOF.
    OPEN INPUT LOT-HIST-FILE.
    IF LOT-HIST-STATUS NOT = "00" THEN
        DISPLAY "Lot history (LOTHIST) not found, no movements to follow."
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2100-READ-ONE-MOVEMENT UNTIL LOT-HIST-AT-EOF.
    CLOSE LOT-HIST-FILE.

    2100-READ-ONE-MOVEMENT.
    READ LOT-HIST-FILE
        AT END
            MOVE 1 TO LOT-HIST-EOF
        NOT AT END
            IF LH-PART-NO = SEARCH-PART-NO
                    AND LH-LOT-NO = SEARCH-LOT-NO THEN
                PERFORM 2200-TAKE-MOVEMENT
            END-IF
    END-READ.

    2200-TAKE-MOVEMENT.
    MOVE LH-QUANTITY TO QTY-DISP.
    EVALUATE TRUE
        WHEN LH-IS-SHIPMENT
            ADD LH-QUANTITY TO TOTAL-SHIPPED
            IF SHP-COUNT >= SHP-TABLE-MAX THEN
                DISPLAY "Shipment table full; order " LH-REFERENCE
                    " not listed."
                MOVE 4 TO WS-RETURN-CODE
            ELSE
                ADD 1 TO SHP-COUNT
                MOVE LH-REFERENCE TO ST-ORDER-NO(SHP-COUNT)
                MOVE LH-LINE-NO TO ST-LINE-NO(SHP-COUNT)
                MOVE LH-QUANTITY TO ST-QUANTITY(SHP-COUNT)
                MOVE LH-LOCATION TO ST-LOCATION(SHP-COUNT)
                MOVE LH-MOVE-DATE TO ST-SHIP-DATE(SHP-COUNT)
                MOVE 0 TO ST-INVOICE-NO(SHP-COUNT)
            END-IF
        WHEN LH-IS-RECEIPT
            ADD LH-QUANTITY TO TOTAL-RECEIVED
            DISPLAY LH-MOVE-DATE " RECEIVED " QTY-DISP " at "
                LH-LOCATION " ref " LH-REFERENCE
                " expiry " LH-EXPIRY-DATE
        WHEN OTHER
            DISPLAY LH-MOVE-DATE " " LH-MOVE-TYPE "        " QTY-DISP
                " at " LH-LOCATION " " LH-TO-LOCATION
                " ref " LH-REFERENCE
    END-EVALUATE.

    *> ---------------------
    *> INVOICES: each shipment takes the first invoice the register
    *> holds for its order dated on or after the day it shipped.
    *> ---------------------

    3000-MATCH-INVOICES.
    MOVE 0 TO INVOICE-REGISTER-EOF.
    OPEN INPUT INVOICE-REGISTER-FILE.
    IF INVOICE-REGISTER-STATUS NOT = "00" THEN
        DISPLAY "Invoice register not found, invoices not shown."
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-MATCH-ONE-INVOICE UNTIL INVOICE-REGISTER-AT-EOF.
    CLOSE INVOICE-REGISTER-FILE.

    3100-MATCH-ONE-INVOICE.
    READ INVOICE-REGISTER-FILE
        AT END
            MOVE 1 TO INVOICE-REGISTER-EOF
        NOT AT END
            MOVE 0 TO SHP-IDX
            PERFORM 3110-CHECK-SHIPMENT SHP-COUNT TIMES
    END-READ.

    3110-CHECK-SHIPMENT.
    ADD 1 TO SHP-IDX.
    IF ST-ORDER-NO(SHP-IDX) = IR-ORDER-NO
            AND ST-INVOICE-NO(SHP-IDX) = 0
            AND IR-INVOICE-DATE >= ST-SHIP-DATE(SHP-IDX) THEN
        MOVE IR-INVOICE-NO TO ST-INVOICE-NO(SHP-IDX)
    END-IF.

    3200-SHOW-ONE-SHIPMENT.
    ADD 1 TO SHP-IDX.
    MOVE SPACES TO TRACE-CUST-ID.
    MOVE SPACES TO TRACE-CUST-NAME.
    IF ORDER-FILE-IS-OPEN THEN
        MOVE ST-ORDER-NO(SHP-IDX) TO OR-ORDER-NO
        READ ORDER-FILE
            INVALID KEY
                MOVE "ORDER NOT ON FILE" TO TRACE-CUST-NAME
            NOT INVALID KEY
                MOVE OR-CUST-ID TO TRACE-CUST-ID
                PERFORM 3210-NAME-CUSTOMER
        END-READ
    END-IF.
    IF ST-INVOICE-NO(SHP-IDX) = 0 THEN
        MOVE "NONE YET" TO TRACE-INVOICE
    ELSE
        MOVE ST-INVOICE-NO(SHP-IDX) TO TRACE-INVOICE
    END-IF.
    MOVE ST-QUANTITY(SHP-IDX) TO QTY-DISP.
    DISPLAY ST-SHIP-DATE(SHP-IDX) " order " ST-ORDER-NO(SHP-IDX)
        " line " ST-LINE-NO(SHP-IDX) " qty " QTY-DISP
        " from " ST-LOCATION(SHP-IDX)
        " cust " TRACE-CUST-ID " " TRACE-CUST-NAME
        " invoice " TRACE-INVOICE.

    3210-NAME-CUSTOMER.
    IF NOT CUSTOMER-MASTER-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE OR-CUST-ID TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE "CUSTOMER NOT ON FILE" TO TRACE-CUST-NAME
        NOT INVALID KEY
            MOVE CM-CUST-NAME TO TRACE-CUST-NAME
    END-READ.

    *> ---------------------
    *> SHELF: the lot at every location still holding any of it.
    *> ---------------------

    4000-SHOW-SHELF-STOCK.
    MOVE 0 TO TOTAL-ON-SHELF.
    MOVE 0 TO LOT-SCAN-EOF.
    MOVE SEARCH-PART-NO TO LT-PART-NO.
    MOVE LOW-VALUES TO LT-LOCATION.
    MOVE LOW-VALUES TO LT-LOT-NO.
    START LOT-STOCK-FILE KEY NOT < LT-STOCK-KEY
        INVALID KEY MOVE 1 TO LOT-SCAN-EOF
    END-START.
    PERFORM 4100-SHOW-ONE-LOCATION UNTIL LOT-SCAN-AT-EOF.
    IF TOTAL-ON-SHELF = 0 THEN
        DISPLAY "None of the lot is left on the shelf."
    END-IF.

    4100-SHOW-ONE-LOCATION.
    READ LOT-STOCK-FILE NEXT RECORD
        AT END
            MOVE 1 TO LOT-SCAN-EOF
        NOT AT END
            IF LT-PART-NO NOT = SEARCH-PART-NO THEN
                MOVE 1 TO LOT-SCAN-EOF
            ELSE
                IF LT-LOT-NO = SEARCH-LOT-NO
                        AND LT-QTY-ON-HAND > 0 THEN
                    ADD LT-QTY-ON-HAND TO TOTAL-ON-SHELF
                    MOVE LT-QTY-ON-HAND TO QTY-DISP
                    DISPLAY "ON SHELF at " LT-LOCATION " qty "
                        QTY-DISP " expiry " LT-EXPIRY-DATE
                END-IF
            END-IF
    END-READ.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
