IDENTIFICATION DIVISION.
PROGRAM-ID. RTV-PROCESSING.

*> RTV-PROCESSING sends goods back to the vendor they came from --
*> the defective stock RETURNS-PROCESSING took back from customers,
*> or anything else the buyer has agreed to return. An RTV card
*> names the part, the quantity, the vendor, the original PO, and
*> the reason; the PO must be on POFILE for that vendor and carry
*> the part. Accepted cards are sorted by vendor and each vendor
*> gets one numbered return authorization and debit memo through
*> REPORT-WRITER, every line valued at the cost agreed on the PO
*> line (the part's standing unit cost when the PO carried none).
*> Each line leaves as a STKMOVE "I" issue card referenced to the
*> RTV number, in a header/trailer batch for BATCH-PREEDIT, so the
*> next STOCK-POST takes the stock off with a register line and a
*> STKHIST record, and DEMAND-ACCUM knows it for what it is and
*> leaves it out of demand. Because the card carries an RTV number,
*> STOCK-POST leaves its value alone: the memo's debit books here,
*> to the GL interface file as RTV DEBT (vendor receivable debited,
*> inventory credited). Each memo is written to OPENRTV, where
*> it stays open until the vendor's credits reach the debit: a
*> credit card names the RTV number and the amount the vendor
*> credited, and the run ends listing every RTV still open, aged
*> from the day the goods went back.
*>
*> RTV card layouts (RTVFILE):
*>     "R" + part (6) + quantity (5) + vendor (6) + PO number (8)
*>         + reason code (3) + location (3, blank = MAIN)
*>     "C" + RTV number (8) + amount credited (9, 7.2 implied)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RTV-CARD-FILE ASSIGN TO "RTVFILE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RTV-CARD-STATUS.
        COPY "partsel.cpy".
        COPY "posel.cpy".
        COPY "vendsel.cpy".
        COPY "rtvsel.cpy".
        SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STOCK-MOVE-STATUS.
        SELECT RTV-CTL-FILE ASSIGN TO "RTVCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RTV-CTL-STATUS.
        SELECT RTV-WORK-FILE ASSIGN TO "RTVWORK".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "glsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  RTV-CARD-FILE.
    01  RTV-CARD-REC.
        05 RT-CARD-TYPE PIC X(1).
            88 RT-IS-RETURN VALUE "R".
            88 RT-IS-CREDIT VALUE "C".
        05 RT-RETURN-DATA.
            10 RT-PART-NO PIC X(6).
            10 RT-QUANTITY PIC 9(5).
            10 RT-VENDOR-ID PIC X(6).
            10 RT-PO-NO PIC X(8).
            10 RT-REASON PIC X(3).
            10 RT-LOCATION PIC X(3).
        05 RT-CREDIT-DATA REDEFINES RT-RETURN-DATA.
            10 RT-CREDIT-RTV-NO PIC X(8).
            10 RT-CREDIT-AMOUNT PIC 9(7)V99.
            10 FILLER PIC X(14).

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    FD  VENDOR-FILE.
    COPY "vendrec.cpy".

    FD  OPEN-RTV-FILE.
    COPY "rtvrec.cpy".

    FD  STOCK-MOVE-FILE.
    01  STOCK-MOVE-REC.
        05 MV-PART-NO PIC X(6).
        05 MV-MOVE-TYPE PIC X(1).
        05 MV-QUANTITY PIC 9(6).
        05 MV-REFERENCE PIC X(8).
        05 MV-LOCATION PIC X(3).
        05 MV-TO-LOCATION PIC X(3).
        05 MV-UNIT-COST PIC 9(5)V99.

    FD  RTV-CTL-FILE.
    01  RTV-CTL-REC.
        05 RX-LAST-RTV-NO PIC 9(8).

    SD  RTV-WORK-FILE.
    01  RTV-WORK-REC.
        05 SW-VENDOR-ID PIC X(6).
        05 SW-CARD-SEQ PIC 9(6).
        05 SW-PART-NO PIC X(6).
        05 SW-DESCRIPTION PIC X(20).
        05 SW-QUANTITY PIC 9(5).
        05 SW-PO-NO PIC X(8).
        05 SW-REASON PIC X(3).
        05 SW-LOCATION PIC X(3).
        05 SW-UNIT-COST PIC 9(5)V99.
        05 SW-COST-SOURCE PIC X(3).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "glfd.cpy".

    WORKING-STORAGE SECTION.
    01 RTV-CARD-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 VENDOR-STATUS PIC X(2).
    01 OPEN-RTV-STATUS PIC X(2).
    01 STOCK-MOVE-STATUS PIC X(2).
    01 RTV-CTL-STATUS PIC X(2).
    01 RTV-CARD-EOF PIC 9(1) COMP VALUE 0.
        88 RTV-CARD-AT-EOF VALUE 1.
    01 RTV-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 RTV-WORK-AT-EOF VALUE 1.
    01 OPEN-RTV-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 OPEN-RTV-SCAN-AT-EOF VALUE 1.
    01 VENDOR-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 VENDOR-FILE-IS-OPEN VALUE 1.
    01 RTV-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 RTV-FILES-ARE-OPEN VALUE 1.

    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 NEXT-RTV-NO PIC 9(8) VALUE 0.
    01 RTV-NO-DISP PIC X(8).
    01 CARD-SEQ PIC 9(6) VALUE 0.
    01 PO-LINE-IDX PIC 9(2) COMP VALUE 0.
    01 PO-LINE-FOUND PIC 9(2) COMP VALUE 0.
    01 CURRENT-VENDOR PIC X(6) VALUE SPACES.

*> The memo in progress, totalled at the vendor break.
    01 MEMO-LINE-COUNT PIC 9(3) COMP VALUE 0.
    01 MEMO-TOTAL-QTY PIC 9(7) COMP VALUE 0.
    01 MEMO-DEBIT-AMOUNT PIC 9(9)V99 COMP-3 VALUE 0.
    01 LINE-EXT-COST PIC 9(9)V99 COMP-3 VALUE 0.

*> Open RTVs aged from the day the goods went back.
    01 DAYS-OPEN PIC S9(5) COMP VALUE 0.
    01 AGE-BUCKET-IDX PIC 9(1) COMP VALUE 0.
    01 OPEN-BALANCE PIC 9(9)V99 COMP-3 VALUE 0.
    01 AGE-BUCKET-TABLE.
        05 AGE-BUCKET OCCURS 4 TIMES.
            10 AB-COUNT PIC 9(5) COMP.
            10 AB-AMOUNT PIC 9(11)V99 COMP-3.
    01 AGE-BUCKET-NAMES.
        05 FILLER PIC X(12) VALUE "0-30 DAYS   ".
        05 FILLER PIC X(12) VALUE "31-60 DAYS  ".
        05 FILLER PIC X(12) VALUE "61-90 DAYS  ".
        05 FILLER PIC X(12) VALUE "OVER 90 DAYS".
    01 AGE-BUCKET-NAME-TABLE REDEFINES AGE-BUCKET-NAMES.
        05 AB-NAME PIC X(12) OCCURS 4 TIMES.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 MV-KEYED-COUNT PIC 9(6) COMP VALUE 0.
    01 MV-KEYED-HASH PIC S9(11)V99 COMP-3 VALUE 0.
    01 MV-TRAILER-STAGING.
        05 MS-REC-TYPE PIC X(1) VALUE "T".
        05 MS-TRANS-COUNT PIC 9(6).
        05 MS-HASH-TOTAL PIC S9(11)V99.

    01 TOTAL-CARDS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-CARDS-REJECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-RETURNED PIC 9(6) COMP VALUE 0.
    01 TOTAL-MEMOS-ISSUED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CREDITS-APPLIED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DEBIT-VALUE PIC 9(11)V99 COMP-3 VALUE 0.
    01 TOTAL-OPEN-COUNT PIC 9(6) COMP VALUE 0.
    01 TOTAL-OPEN-BALANCE PIC 9(11)V99 COMP-3 VALUE 0.

    01 RPT-QTY-DISP PIC Z(4)9.
    01 RPT-COST-DISP PIC Z(4)9.99.
    01 RPT-AMT-DISP PIC Z(8)9.99.
    01 RPT-DAYS-DISP PIC Z(4)9.
    01 RPT-COUNT-DISP PIC Z(4)9.
    01 RPT-BIG-AMT-DISP PIC Z(10)9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="RTV-PROCESSING"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="RTV-PROCESSING"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="RTV-PROCESSING"==.
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="RTV-PROCESSING"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF RTV-FILES-ARE-OPEN THEN
        SORT RTV-WORK-FILE
            ON ASCENDING KEY SW-VENDOR-ID SW-CARD-SEQ
            INPUT PROCEDURE IS 2000-EDIT-RTV-CARDS
            OUTPUT PROCEDURE IS 3000-ISSUE-DEBIT-MEMOS
        PERFORM 4000-LIST-OPEN-RTVS
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    OPEN INPUT RTV-CARD-FILE.
    IF RTV-CARD-STATUS NOT = "00" THEN
        DISPLAY "RTV card file not found, nothing to process."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "RTV card file (RTVFILE) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Part master not found, cannot process returns to vendor."
        CLOSE RTV-CARD-FILE
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part master (PARTDAT) was not found for RTV." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PURCHASE-ORDER-FILE.
    IF PURCHASE-ORDER-STATUS NOT = "00" THEN
        DISPLAY "Purchase-order file not found, cannot process returns to vendor."
        CLOSE RTV-CARD-FILE
        CLOSE PART-MASTER-FILE
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Purchase-order file (POFILE) was not found for RTV." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-STATUS = "00" THEN
        MOVE 1 TO VENDOR-FILE-OPEN
    ELSE
        DISPLAY "Vendor master not found; memos print without addresses."
    END-IF.
    OPEN I-O OPEN-RTV-FILE.
    IF OPEN-RTV-STATUS = "35" THEN
        OPEN OUTPUT OPEN-RTV-FILE
        CLOSE OPEN-RTV-FILE
        OPEN I-O OPEN-RTV-FILE
    END-IF.
    PERFORM 1100-READ-RTV-CONTROL.
    OPEN OUTPUT STOCK-MOVE-FILE.
    MOVE SPACES TO STOCK-MOVE-REC.
    STRING "H" RUN-DATE-SAVE "RTV     "
        DELIMITED BY SIZE INTO STOCK-MOVE-REC.
    WRITE STOCK-MOVE-REC.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Return Authorizations and Debit Memos" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE 1 TO RTV-FILES-OPEN.

    1100-READ-RTV-CONTROL.
    MOVE 0 TO NEXT-RTV-NO.
    OPEN INPUT RTV-CTL-FILE.
    IF RTV-CTL-STATUS = "00" THEN
        READ RTV-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF RX-LAST-RTV-NO IS NUMERIC THEN
                    MOVE RX-LAST-RTV-NO TO NEXT-RTV-NO
                END-IF
        END-READ
        CLOSE RTV-CTL-FILE
    END-IF.

    *> ---------------------
    *> SORT INPUT PROCEDURE: credits applied as they are read,
    *> returns edited against the part master and the PO and
    *> released by vendor.
    *> ---------------------

    2000-EDIT-RTV-CARDS.
    PERFORM 2100-READ-RTV-CARD.
    PERFORM 2200-EDIT-ONE-CARD UNTIL RTV-CARD-AT-EOF.

    2100-READ-RTV-CARD.
    READ RTV-CARD-FILE
        AT END MOVE 1 TO RTV-CARD-EOF
    END-READ.

    2200-EDIT-ONE-CARD.
    ADD 1 TO TOTAL-CARDS-READ.
    EVALUATE TRUE
        WHEN RT-IS-RETURN
            PERFORM 2300-EDIT-RETURN-CARD
        WHEN RT-IS-CREDIT
            PERFORM 2500-APPLY-VENDOR-CREDIT
        WHEN OTHER
            DISPLAY "RTV REJECTED: card type '" RT-CARD-TYPE
                "' unknown."
            ADD 1 TO TOTAL-CARDS-REJECTED
    END-EVALUATE.
    PERFORM 2100-READ-RTV-CARD.

    2300-EDIT-RETURN-CARD.
    IF RT-QUANTITY IS NOT NUMERIC OR RT-QUANTITY = 0 THEN
        DISPLAY "RTV REJECTED: part " RT-PART-NO
            " quantity unusable."
        ADD 1 TO TOTAL-CARDS-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF RT-REASON = SPACES THEN
        DISPLAY "RTV REJECTED: part " RT-PART-NO " has no reason code."
        ADD 1 TO TOTAL-CARDS-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE RT-PART-NO TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY
            DISPLAY "RTV REJECTED: part " RT-PART-NO " not on file."
            ADD 1 TO TOTAL-CARDS-REJECTED
            EXIT PARAGRAPH
    END-READ.
    MOVE RT-PO-NO TO PO-PO-NO.
    READ PURCHASE-ORDER-FILE
        INVALID KEY
            DISPLAY "RTV REJECTED: PO " RT-PO-NO " not on file."
            ADD 1 TO TOTAL-CARDS-REJECTED
            EXIT PARAGRAPH
    END-READ.
    IF RT-VENDOR-ID = SPACES THEN
        MOVE PO-VENDOR-ID TO RT-VENDOR-ID
    END-IF.
    IF PO-VENDOR-ID NOT = RT-VENDOR-ID THEN
        DISPLAY "RTV REJECTED: PO " RT-PO-NO " was not raised on vendor "
            RT-VENDOR-ID "."
        ADD 1 TO TOTAL-CARDS-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO PO-LINE-FOUND.
    PERFORM 2310-MATCH-ONE-PO-LINE
        VARYING PO-LINE-IDX FROM 1 BY 1
        UNTIL PO-LINE-IDX > PO-LINE-COUNT.
    IF PO-LINE-FOUND = 0 THEN
        DISPLAY "RTV REJECTED: PO " RT-PO-NO " has no line for part "
            RT-PART-NO "."
        ADD 1 TO TOTAL-CARDS-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2400-RELEASE-RETURN-LINE.

    2310-MATCH-ONE-PO-LINE.
    IF POL-PART-NO(PO-LINE-IDX) = RT-PART-NO AND PO-LINE-FOUND = 0 THEN
        MOVE PO-LINE-IDX TO PO-LINE-FOUND
    END-IF.

    *> The line is valued at what was agreed with the vendor for it
    *> on the PO, or -- a PO raised before lines were priced -- at
    *> the part's standing cost.
    2400-RELEASE-RETURN-LINE.
    ADD 1 TO CARD-SEQ.
    MOVE RT-VENDOR-ID TO SW-VENDOR-ID.
    MOVE CARD-SEQ TO SW-CARD-SEQ.
    MOVE RT-PART-NO TO SW-PART-NO.
    MOVE PM-DESCRIPTION TO SW-DESCRIPTION.
    MOVE RT-QUANTITY TO SW-QUANTITY.
    MOVE RT-PO-NO TO SW-PO-NO.
    MOVE RT-REASON TO SW-REASON.
    MOVE RT-LOCATION TO SW-LOCATION.
    IF POL-AGREED-COST(PO-LINE-FOUND) IS NUMERIC
            AND POL-AGREED-COST(PO-LINE-FOUND) > 0 THEN
        MOVE POL-AGREED-COST(PO-LINE-FOUND) TO SW-UNIT-COST
        MOVE "PO " TO SW-COST-SOURCE
    ELSE
        MOVE PM-UNIT-COST TO SW-UNIT-COST
        MOVE "STD" TO SW-COST-SOURCE
    END-IF.
    RELEASE RTV-WORK-REC.

    *> A credit the vendor has issued against a memo; the memo is
    *> honored once the credits reach its debit.
    2500-APPLY-VENDOR-CREDIT.
    IF RT-CREDIT-AMOUNT IS NOT NUMERIC OR RT-CREDIT-AMOUNT = 0 THEN
        DISPLAY "CREDIT REJECTED: RTV " RT-CREDIT-RTV-NO
            " amount unusable."
        ADD 1 TO TOTAL-CARDS-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE RT-CREDIT-RTV-NO TO RV-RTV-NO.
    READ OPEN-RTV-FILE
        INVALID KEY
            DISPLAY "CREDIT REJECTED: RTV " RT-CREDIT-RTV-NO
                " not on file."
            ADD 1 TO TOTAL-CARDS-REJECTED
            EXIT PARAGRAPH
    END-READ.
    IF NOT RV-IS-OPEN THEN
        DISPLAY "CREDIT REJECTED: RTV " RT-CREDIT-RTV-NO
            " already honored."
        ADD 1 TO TOTAL-CARDS-REJECTED
        EXIT PARAGRAPH
    END-IF.
    ADD RT-CREDIT-AMOUNT TO RV-CREDIT-AMOUNT.
    MOVE RUN-DATE-SAVE TO RV-LAST-CREDIT-DATE.
    IF RV-CREDIT-AMOUNT NOT < RV-DEBIT-AMOUNT THEN
        SET RV-IS-HONORED TO TRUE
    END-IF.
    REWRITE OPEN-RTV-REC
        INVALID KEY
            DISPLAY "CREDIT REJECTED: RTV " RT-CREDIT-RTV-NO
                " could not be updated."
            ADD 1 TO TOTAL-CARDS-REJECTED
            EXIT PARAGRAPH
    END-REWRITE.
    ADD 1 TO TOTAL-CREDITS-APPLIED.
    DISPLAY "Credit applied to RTV " RV-RTV-NO ": " RT-CREDIT-AMOUNT
        " status " RV-STATUS.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: one return authorization and debit
    *> memo per vendor, its lines issued out through STKMOVE.
    *> ---------------------

    3000-ISSUE-DEBIT-MEMOS.
    PERFORM 3100-RETURN-RTV-LINE.
    IF RTV-WORK-AT-EOF THEN
        MOVE "  No returns to vendor this run." TO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    END-IF.
    PERFORM 3200-PRINT-ONE-LINE UNTIL RTV-WORK-AT-EOF.
    IF CURRENT-VENDOR NOT = SPACES THEN
        PERFORM 3500-CLOSE-DEBIT-MEMO
    END-IF.

    3100-RETURN-RTV-LINE.
    RETURN RTV-WORK-FILE
        AT END MOVE 1 TO RTV-WORK-EOF
    END-RETURN.

    3200-PRINT-ONE-LINE.
    IF SW-VENDOR-ID NOT = CURRENT-VENDOR THEN
        IF CURRENT-VENDOR NOT = SPACES THEN
            PERFORM 3500-CLOSE-DEBIT-MEMO
        END-IF
        PERFORM 3300-OPEN-DEBIT-MEMO
    END-IF.
    PERFORM 3400-ISSUE-RETURN-LINE.
    PERFORM 3100-RETURN-RTV-LINE.

    3300-OPEN-DEBIT-MEMO.
    MOVE SW-VENDOR-ID TO CURRENT-VENDOR.
    ADD 1 TO NEXT-RTV-NO.
    MOVE SPACES TO RTV-NO-DISP.
    STRING "RTV" NEXT-RTV-NO(4:5) DELIMITED BY SIZE INTO RTV-NO-DISP.
    MOVE 0 TO MEMO-LINE-COUNT.
    MOVE 0 TO MEMO-TOTAL-QTY.
    MOVE 0 TO MEMO-DEBIT-AMOUNT.
    MOVE SPACES TO VN-VENDOR-NAME.
    MOVE SPACES TO VN-VENDOR-ADDRESS.
    IF VENDOR-FILE-IS-OPEN THEN
        MOVE SW-VENDOR-ID TO VN-VENDOR-ID
        READ VENDOR-FILE
            INVALID KEY
                MOVE "VENDOR NOT ON MASTER" TO VN-VENDOR-NAME
        END-READ
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "RETURN AUTHORIZATION / DEBIT MEMO " RTV-NO-DISP
        "  DATE " RUN-DATE-SAVE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  VENDOR " SW-VENDOR-ID " " VN-VENDOR-NAME
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "         " VN-VENDOR-ADDRESS
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  PART   DESCRIPTION          PO       RSN   QTY"
        "  UNIT COST        EXTENDED"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    *> The issue card carries the RTV number as its reference, so
    *> the register and STKHIST line says where the stock went.
    3400-ISSUE-RETURN-LINE.
    MOVE SPACES TO STOCK-MOVE-REC.
    MOVE SW-PART-NO TO MV-PART-NO.
    MOVE "I" TO MV-MOVE-TYPE.
    MOVE SW-QUANTITY TO MV-QUANTITY.
    MOVE RTV-NO-DISP TO MV-REFERENCE.
    MOVE SW-LOCATION TO MV-LOCATION.
    MOVE SW-UNIT-COST TO MV-UNIT-COST.
    WRITE STOCK-MOVE-REC.
    ADD 1 TO MV-KEYED-COUNT.
    ADD MV-QUANTITY TO MV-KEYED-HASH.
    COMPUTE LINE-EXT-COST = SW-QUANTITY * SW-UNIT-COST.
    ADD 1 TO MEMO-LINE-COUNT.
    ADD SW-QUANTITY TO MEMO-TOTAL-QTY.
    ADD LINE-EXT-COST TO MEMO-DEBIT-AMOUNT.
    ADD 1 TO TOTAL-LINES-RETURNED.
    MOVE SW-QUANTITY TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    MOVE SW-QUANTITY TO RPT-QTY-DISP.
    MOVE SW-UNIT-COST TO RPT-COST-DISP.
    MOVE LINE-EXT-COST TO RPT-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " SW-PART-NO " " SW-DESCRIPTION " " SW-PO-NO " "
        SW-REASON " " RPT-QTY-DISP "  " RPT-COST-DISP " " SW-COST-SOURCE
        " " RPT-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3500-CLOSE-DEBIT-MEMO.
    MOVE MEMO-DEBIT-AMOUNT TO RPT-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  DEBIT TO VENDOR " CURRENT-VENDOR
        "                                       " RPT-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO OPEN-RTV-REC.
    MOVE RTV-NO-DISP TO RV-RTV-NO.
    MOVE CURRENT-VENDOR TO RV-VENDOR-ID.
    SET RV-IS-OPEN TO TRUE.
    MOVE RUN-DATE-SAVE TO RV-RTV-DATE.
    MOVE MEMO-LINE-COUNT TO RV-LINE-COUNT.
    MOVE MEMO-TOTAL-QTY TO RV-TOTAL-QTY.
    MOVE MEMO-DEBIT-AMOUNT TO RV-DEBIT-AMOUNT.
    MOVE 0 TO RV-CREDIT-AMOUNT.
    MOVE 0 TO RV-LAST-CREDIT-DATE.
    WRITE OPEN-RTV-REC
        INVALID KEY
            DISPLAY "Open-RTV write failed for " RTV-NO-DISP "."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "An open-RTV record could not be written." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
    END-WRITE.
    ADD 1 TO TOTAL-MEMOS-ISSUED.
    ADD MEMO-DEBIT-AMOUNT TO TOTAL-DEBIT-VALUE.
    PERFORM 3600-BOOK-DEBIT-TO-GL.

    *> The memo's value leaves the inventory for the vendor's
    *> account at the PO cost the lines were priced at.
    3600-BOOK-DEBIT-TO-GL.
    MOVE "RTV" TO GL-ENTRY-SOURCE.
    MOVE "DEBT" TO GL-ENTRY-TYPE.
    MOVE RTV-NO-DISP TO GL-ENTRY-REFERENCE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO GL-ENTRY-DATE.
    MOVE MEMO-DEBIT-AMOUNT TO GL-ENTRY-AMOUNT.
    PERFORM 9830-GL-BOOK-ENTRY.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> OPEN RTV LISTING: every memo the vendor has not yet fully
    *> credited, in RTV number order, with its age.
    *> ---------------------

    4000-LIST-OPEN-RTVS.
    INITIALIZE AGE-BUCKET-TABLE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE "OPEN RETURNS TO VENDOR AWAITING CREDIT" TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  RTV NO   VENDOR RTV DATE  DAYS        DEBIT"
        "     CREDITED         OPEN"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE 0 TO OPEN-RTV-SCAN-EOF.
    MOVE LOW-VALUES TO RV-RTV-NO.
    START OPEN-RTV-FILE KEY NOT < RV-RTV-NO
        INVALID KEY MOVE 1 TO OPEN-RTV-SCAN-EOF
    END-START.
    PERFORM 4100-LIST-ONE-OPEN-RTV UNTIL OPEN-RTV-SCAN-AT-EOF.
    IF TOTAL-OPEN-COUNT = 0 THEN
        MOVE "  No returns to vendor are awaiting credit." TO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    ELSE
        PERFORM 4200-PRINT-AGE-BUCKET
            VARYING AGE-BUCKET-IDX FROM 1 BY 1 UNTIL AGE-BUCKET-IDX > 4
        MOVE TOTAL-OPEN-COUNT TO RPT-COUNT-DISP
        MOVE TOTAL-OPEN-BALANCE TO RPT-BIG-AMT-DISP
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  TOTAL OPEN    " RPT-COUNT-DISP " RTVS "
            RPT-BIG-AMT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    END-IF.

    4100-LIST-ONE-OPEN-RTV.
    READ OPEN-RTV-FILE NEXT RECORD
        AT END
            MOVE 1 TO OPEN-RTV-SCAN-EOF
            EXIT PARAGRAPH
    END-READ.
    IF NOT RV-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO DAYS-OPEN.
    MOVE "B" TO DE-FUNCTION.
    MOVE RV-RTV-DATE TO DE-DATE-1.
    MOVE RUN-DATE-SAVE TO DE-DATE-2.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE = 0 AND DE-RESULT-COUNT > 0 THEN
        MOVE DE-RESULT-COUNT TO DAYS-OPEN
    END-IF.
    EVALUATE TRUE
        WHEN DAYS-OPEN <= 30
            MOVE 1 TO AGE-BUCKET-IDX
        WHEN DAYS-OPEN <= 60
            MOVE 2 TO AGE-BUCKET-IDX
        WHEN DAYS-OPEN <= 90
            MOVE 3 TO AGE-BUCKET-IDX
        WHEN OTHER
            MOVE 4 TO AGE-BUCKET-IDX
    END-EVALUATE.
    COMPUTE OPEN-BALANCE = RV-DEBIT-AMOUNT - RV-CREDIT-AMOUNT.
    ADD 1 TO AB-COUNT(AGE-BUCKET-IDX).
    ADD OPEN-BALANCE TO AB-AMOUNT(AGE-BUCKET-IDX).
    ADD 1 TO TOTAL-OPEN-COUNT.
    ADD OPEN-BALANCE TO TOTAL-OPEN-BALANCE.
    MOVE DAYS-OPEN TO RPT-DAYS-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    MOVE RV-DEBIT-AMOUNT TO RPT-AMT-DISP.
    STRING "  " RV-RTV-NO " " RV-VENDOR-ID " " RV-RTV-DATE " "
        RPT-DAYS-DISP " " RPT-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    MOVE RV-CREDIT-AMOUNT TO RPT-AMT-DISP.
    MOVE RPT-AMT-DISP TO RW-LINE-TEXT(47:12).
    MOVE OPEN-BALANCE TO RPT-AMT-DISP.
    MOVE RPT-AMT-DISP TO RW-LINE-TEXT(60:12).
    PERFORM 3900-PRINT-REPORT-LINE.

    4200-PRINT-AGE-BUCKET.
    MOVE AB-COUNT(AGE-BUCKET-IDX) TO RPT-COUNT-DISP.
    MOVE AB-AMOUNT(AGE-BUCKET-IDX) TO RPT-BIG-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " AB-NAME(AGE-BUCKET-IDX) "  " RPT-COUNT-DISP " RTVS "
        RPT-BIG-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF RTV-FILES-ARE-OPEN THEN
        CLOSE RTV-CARD-FILE
        CLOSE PART-MASTER-FILE
        CLOSE PURCHASE-ORDER-FILE
        IF VENDOR-FILE-IS-OPEN THEN
            CLOSE VENDOR-FILE
        END-IF
        CLOSE OPEN-RTV-FILE
        MOVE MV-KEYED-COUNT TO MS-TRANS-COUNT
        MOVE MV-KEYED-HASH TO MS-HASH-TOTAL
        MOVE SPACES TO STOCK-MOVE-REC
        MOVE MV-TRAILER-STAGING TO STOCK-MOVE-REC
        WRITE STOCK-MOVE-REC
        CLOSE STOCK-MOVE-FILE
        PERFORM 8100-STORE-RTV-CONTROL
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    DISPLAY "-- Return-to-Vendor Report --".
    DISPLAY "RTV cards read     : " TOTAL-CARDS-READ.
    DISPLAY "RTV cards rejected : " TOTAL-CARDS-REJECTED.
    DISPLAY "Lines returned     : " TOTAL-LINES-RETURNED.
    DISPLAY "Debit memos issued : " TOTAL-MEMOS-ISSUED.
    DISPLAY "Debit value        : " TOTAL-DEBIT-VALUE.
    DISPLAY "Credits applied    : " TOTAL-CREDITS-APPLIED.
    DISPLAY "RTVs still open    : " TOTAL-OPEN-COUNT.
    PERFORM 9839-GL-CLOSE.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-CARDS-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more RTV cards were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    8100-STORE-RTV-CONTROL.
    OPEN OUTPUT RTV-CTL-FILE.
    MOVE NEXT-RTV-NO TO RX-LAST-RTV-NO.
    WRITE RTV-CTL-REC.
    CLOSE RTV-CTL-FILE.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "glproc.cpy".
