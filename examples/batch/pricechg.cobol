IDENTIFICATION DIVISION.
PROGRAM-ID. PRICE-CHANGE.

*> PRICE-CHANGE is the mass price-change utility: when a vendor puts
*> its prices up six percent, nobody keys hundreds of PARTTRAN
*> updates into PART-MAINT one at a time any more. Selection cards
*> on PRICESEL pick the parts -- by vendor, by part-number range,
*> or by kit flag -- and say what happens to them: a percentage or
*> an absolute amount, up or down, rounded by CALC-ENGINE to the
*> cent, the nickel, the dollar, or a .99 ending, applied to the
*> list price on the master, to the part's PRICEDAT tier rows, or
*> to both. A part is changed by the first card that selects it,
*> never twice. Every run prints the before/after proof list
*> through REPORT-WRITER, and a new price that falls below the
*> part's PM-UNIT-COST is flagged on it. Run in update mode, the
*> same changes leave as a complete header/trailer PARTTRAN batch
*> -- "U" transactions for the master, "P" for tier rows -- so
*> PART-MAINT applies them under its journal and PARTJRNL can back
*> them out; the master and the price file are never rewritten
*> here. A proof run writes no PARTTRAN at all.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-TEXT-1(1:1)  mode: P proof list only (the default),
*>                     U update -- write the PARTTRAN batch
*>
*> Selection card (PRICESEL), one per line:
*>     col  1     select by: V vendor, R part range, K kit flag
*>     col  2-13  V: vendor id; R: from part, to part (6 each);
*>                K: Y kits, N everything but kits
*>     col 14     change: P percent, A amount
*>     col 15     direction: + up, - down
*>     col 16-22  change value, 9(5)V99 (0000600 is 6% or $6.00)
*>     col 23     rounding: C (or blank) cent, N nickel, D dollar,
*>                9 whole dollar less one cent
*>     col 24     apply to: M master (or blank), T tiers, B both

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "partsel.cpy".
        COPY "prcsel.cpy".
        SELECT PRICE-SELECT-FILE ASSIGN TO "PRICESEL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PRICE-SELECT-STATUS.
        SELECT PART-TRANS-FILE ASSIGN TO "PARTTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PART-TRANS-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  PRICE-FILE.
    COPY "prcrec.cpy".

    FD  PRICE-SELECT-FILE.
    01  PRICE-SELECT-REC PIC X(24).

    FD  PART-TRANS-FILE.
    COPY "ptrnrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 PART-MASTER-STATUS PIC X(2).
    01 PRICE-FILE-STATUS PIC X(2).
    01 PRICE-SELECT-STATUS PIC X(2).
    01 PART-TRANS-STATUS PIC X(2).
    01 PART-MASTER-EOF PIC 9(1) COMP VALUE 0.
        88 PART-MASTER-AT-EOF VALUE 1.
    01 PRICE-SELECT-EOF PIC 9(1) COMP VALUE 0.
        88 PRICE-SELECT-AT-EOF VALUE 1.
    01 PRICE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 PRICE-SCAN-AT-EOF VALUE 1.
    01 PRICE-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 PRICE-FILE-IS-OPEN VALUE 1.
    01 CHANGE-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 CHANGE-FILES-ARE-OPEN VALUE 1.
    01 PRICE-CHANGE-OK PIC 9(1) COMP VALUE 0.
        88 PRICE-CHANGE-IS-OK VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 RUN-MODE PIC X(1) VALUE "P".
        88 RUN-MODE-PROOF VALUE "P".
        88 RUN-MODE-UPDATE VALUE "U".

*> The selection cards, tabled as read; CARD-WORK lays out the one
*> in hand.
    01 CARD-TABLE-MAX PIC 9(2) COMP VALUE 50.
    01 CARD-COUNT PIC 9(2) COMP VALUE 0.
    01 CARD-IDX PIC 9(2) COMP VALUE 0.
    01 CARD-FOUND-IDX PIC 9(2) COMP VALUE 0.
    01 CARD-TABLE.
        05 CARD-ENTRY OCCURS 50 TIMES PIC X(24).
    01 CARD-WORK.
        05 CW-SELECT-TYPE PIC X(1).
            88 CW-SELECT-VENDOR VALUE "V".
            88 CW-SELECT-RANGE VALUE "R".
            88 CW-SELECT-KIT VALUE "K".
        05 CW-SELECT-VALUE PIC X(12).
        05 CW-SELECT-RANGE-VIEW REDEFINES CW-SELECT-VALUE.
            10 CW-PART-FROM PIC X(6).
            10 CW-PART-TO PIC X(6).
        05 CW-SELECT-VENDOR-VIEW REDEFINES CW-SELECT-VALUE.
            10 CW-VENDOR-ID PIC X(6).
            10 FILLER PIC X(6).
        05 CW-SELECT-KIT-VIEW REDEFINES CW-SELECT-VALUE.
            10 CW-KIT-FLAG PIC X(1).
            10 FILLER PIC X(11).
        05 CW-CHANGE-TYPE PIC X(1).
            88 CW-CHANGE-PERCENT VALUE "P".
            88 CW-CHANGE-AMOUNT VALUE "A".
        05 CW-CHANGE-SIGN PIC X(1).
            88 CW-CHANGE-UP VALUE "+".
            88 CW-CHANGE-DOWN VALUE "-".
        05 CW-CHANGE-VALUE PIC 9(5)V99.
        05 CW-ROUND-RULE PIC X(1).
            88 CW-ROUND-CENT VALUE "C" " ".
            88 CW-ROUND-NICKEL VALUE "N".
            88 CW-ROUND-DOLLAR VALUE "D".
            88 CW-ROUND-NINETY-NINE VALUE "9".
        05 CW-APPLY-TO PIC X(1).
            88 CW-APPLY-MASTER VALUE "M" " ".
            88 CW-APPLY-TIERS VALUE "T".
            88 CW-APPLY-BOTH VALUE "B".

    01 CARD-NO-DISP PIC Z9.
    01 OLD-PRICE PIC 9(5)V99 COMP-3 VALUE 0.
    01 NEW-PRICE PIC 9(5)V99 COMP-3 VALUE 0.
    01 WORK-PRICE PIC S9(7)V99 COMP-3 VALUE 0.
    01 CHANGE-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
    01 ROUND-STEP PIC 9(1)V99 VALUE 0.
    01 PRICE-FLAG PIC X(12).

    01 CE-FUNCTION PIC X(1).
    01 CE-AMOUNT PIC S9(13)V99 COMP-3.
    01 CE-RATE PIC S9(7)V9(4) COMP-3.
    01 CE-COUNT-1 PIC 9(4) COMP VALUE 0.
    01 CE-COUNT-2 PIC 9(4) COMP VALUE 0.
    01 CE-RESULT PIC S9(13)V99 COMP-3.
    01 CE-RETURN-CODE PIC 9(4).

    01 KEYED-TRANS-COUNT PIC 9(6) COMP VALUE 0.
    01 KEYED-HASH-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
    01 TRAILER-STAGING.
        05 TS-REC-TYPE PIC X(1) VALUE "T".
        05 TS-TRANS-COUNT PIC 9(6).
        05 TS-HASH-TOTAL PIC S9(9)V99.

    01 TOTAL-CARDS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-CARDS-REJECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS-SCANNED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS-SELECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-MASTER-CHANGES PIC 9(6) COMP VALUE 0.
    01 TOTAL-TIER-CHANGES PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNCHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-BELOW-COST PIC 9(6) COMP VALUE 0.
    01 TOTAL-REFUSED PIC 9(6) COMP VALUE 0.

    01 RPT-OLD-DISP PIC ZZZZ9.99.
    01 RPT-NEW-DISP PIC ZZZZ9.99.
    01 RPT-COST-DISP PIC ZZZZ9.99.
    01 RPT-WORK-DISP PIC -(7)9.99.
    01 RPT-MIN-DISP PIC Z(4)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "parmdata.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRICE-CHANGE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRICE-CHANGE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRICE-CHANGE"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1100-LOAD-SELECTION-CARDS.
    IF CARD-COUNT > 0 THEN
        PERFORM 1200-OPEN-CHANGE-FILES
    END-IF.
    IF CHANGE-FILES-ARE-OPEN THEN
        PERFORM 2000-READ-PART
        PERFORM 3000-PRICE-ONE-PART UNTIL PART-MASTER-AT-EOF
        PERFORM 7000-CLOSE-CHANGE-FILES
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS AND SELECTION CARDS
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            MOVE PC-TEXT-1(1:1) TO RUN-MODE
        END-IF
    ELSE
        DISPLAY "Mode - (P)roof list only or (U)pdate:"
        ACCEPT PARM-STAGING
        MOVE PARM-STAGING(1:1) TO RUN-MODE
    END-IF.
    IF RUN-MODE = "u" THEN
        MOVE "U" TO RUN-MODE
    END-IF.
    IF NOT RUN-MODE-UPDATE THEN
        MOVE "P" TO RUN-MODE
    END-IF.

    1100-LOAD-SELECTION-CARDS.
    MOVE 0 TO CARD-COUNT.
    OPEN INPUT PRICE-SELECT-FILE.
    IF PRICE-SELECT-STATUS NOT = "00" THEN
        DISPLAY "Price selection file not found, nothing to change."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Price selection cards (PRICESEL) were not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO PRICE-SELECT-EOF.
    PERFORM 1110-READ-SELECTION-CARD.
    PERFORM 1120-TABLE-ONE-CARD UNTIL PRICE-SELECT-AT-EOF.
    CLOSE PRICE-SELECT-FILE.
    IF CARD-COUNT = 0 THEN
        DISPLAY "No usable selection cards, nothing to change."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "No usable price selection cards on PRICESEL." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    1110-READ-SELECTION-CARD.
    READ PRICE-SELECT-FILE
        AT END MOVE 1 TO PRICE-SELECT-EOF
    END-READ.

    1120-TABLE-ONE-CARD.
    ADD 1 TO TOTAL-CARDS-READ.
    MOVE PRICE-SELECT-REC TO CARD-WORK.
    PERFORM 1130-EDIT-SELECTION-CARD.
    IF PRICE-CHANGE-IS-OK THEN
        IF CARD-COUNT < CARD-TABLE-MAX THEN
            ADD 1 TO CARD-COUNT
            MOVE CARD-WORK TO CARD-ENTRY(CARD-COUNT)
        ELSE
            DISPLAY "REJECTED: more than 50 selection cards: "
                PRICE-SELECT-REC
            ADD 1 TO TOTAL-CARDS-REJECTED
        END-IF
    ELSE
        DISPLAY "REJECTED: selection card not understood: "
            PRICE-SELECT-REC
        ADD 1 TO TOTAL-CARDS-REJECTED
    END-IF.
    PERFORM 1110-READ-SELECTION-CARD.

    1130-EDIT-SELECTION-CARD.
    MOVE 1 TO PRICE-CHANGE-OK.
    IF NOT CW-SELECT-VENDOR AND NOT CW-SELECT-RANGE
            AND NOT CW-SELECT-KIT THEN
        MOVE 0 TO PRICE-CHANGE-OK
    END-IF.
    IF CW-SELECT-VENDOR AND CW-VENDOR-ID = SPACES THEN
        MOVE 0 TO PRICE-CHANGE-OK
    END-IF.
    IF CW-SELECT-RANGE AND CW-PART-FROM > CW-PART-TO THEN
        MOVE 0 TO PRICE-CHANGE-OK
    END-IF.
    IF CW-SELECT-KIT AND CW-KIT-FLAG NOT = "Y"
            AND CW-KIT-FLAG NOT = "N" THEN
        MOVE 0 TO PRICE-CHANGE-OK
    END-IF.
    IF NOT CW-CHANGE-PERCENT AND NOT CW-CHANGE-AMOUNT THEN
        MOVE 0 TO PRICE-CHANGE-OK
    END-IF.
    IF NOT CW-CHANGE-UP AND NOT CW-CHANGE-DOWN THEN
        MOVE 0 TO PRICE-CHANGE-OK
    END-IF.
    IF CW-CHANGE-VALUE IS NOT NUMERIC THEN
        MOVE 0 TO PRICE-CHANGE-OK
    END-IF.
    IF NOT CW-ROUND-CENT AND NOT CW-ROUND-NICKEL
            AND NOT CW-ROUND-DOLLAR AND NOT CW-ROUND-NINETY-NINE THEN
        MOVE 0 TO PRICE-CHANGE-OK
    END-IF.
    IF NOT CW-APPLY-MASTER AND NOT CW-APPLY-TIERS
            AND NOT CW-APPLY-BOTH THEN
        MOVE 0 TO PRICE-CHANGE-OK
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The price file is only needed when a card reaches the tiers;
    *> without one, tier changes are reported as having nothing to
    *> change. PARTTRAN is only written in update mode.
    1200-OPEN-CHANGE-FILES.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Part master not found, nothing to change."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part master (PARTDAT) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PRICE-FILE.
    IF PRICE-FILE-STATUS = "00" THEN
        MOVE 1 TO PRICE-FILE-OPEN
    ELSE
        DISPLAY "Price file not found; tier rows cannot be changed."
    END-IF.
    IF RUN-MODE-UPDATE THEN
        OPEN OUTPUT PART-TRANS-FILE
        PERFORM 9400-STAMP-CURRENT-DATETIME
        MOVE SPACES TO PART-TRANS-REC
        STRING "H" WS-CURRENT-DATE-8 "PRICECHG"
            DELIMITED BY SIZE INTO PART-TRANS-REC
        WRITE PART-TRANS-REC
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    IF RUN-MODE-UPDATE THEN
        MOVE "Mass Price Change - Update" TO RW-REPORT-TITLE
    ELSE
        MOVE "Mass Price Change - Proof List" TO RW-REPORT-TITLE
    END-IF.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE "PART   CD WHAT              OLD      NEW     COST" TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE 1 TO CHANGE-FILES-OPEN.

    *> ---------------------
    *> PRICE CHANGE LOOP
    *> ---------------------

    2000-READ-PART.
    READ PART-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO PART-MASTER-EOF
    END-READ.

    3000-PRICE-ONE-PART.
    ADD 1 TO TOTAL-PARTS-SCANNED.
    PERFORM 3100-FIND-SELECTING-CARD.
    IF CARD-FOUND-IDX > 0 THEN
        ADD 1 TO TOTAL-PARTS-SELECTED
        MOVE CARD-ENTRY(CARD-FOUND-IDX) TO CARD-WORK
        MOVE CARD-FOUND-IDX TO CARD-NO-DISP
        IF CW-APPLY-MASTER OR CW-APPLY-BOTH THEN
            PERFORM 3200-CHANGE-LIST-PRICE
        END-IF
        IF CW-APPLY-TIERS OR CW-APPLY-BOTH THEN
            PERFORM 3300-CHANGE-TIER-PRICES
        END-IF
    END-IF.
    PERFORM 2000-READ-PART.

    *> The first card, in PRICESEL order, that selects the part.
    3100-FIND-SELECTING-CARD.
    MOVE 0 TO CARD-FOUND-IDX.
    PERFORM 3110-MATCH-ONE-CARD
        VARYING CARD-IDX FROM 1 BY 1 UNTIL CARD-IDX > CARD-COUNT.

    3110-MATCH-ONE-CARD.
    MOVE CARD-ENTRY(CARD-IDX) TO CARD-WORK.
    EVALUATE TRUE
        WHEN CW-SELECT-VENDOR AND PM-VENDOR-ID = CW-VENDOR-ID
            MOVE CARD-IDX TO CARD-FOUND-IDX
        WHEN CW-SELECT-RANGE AND PM-PART-NO NOT < CW-PART-FROM
                AND PM-PART-NO NOT > CW-PART-TO
            MOVE CARD-IDX TO CARD-FOUND-IDX
        WHEN CW-SELECT-KIT AND CW-KIT-FLAG = "Y" AND PM-IS-KIT
            MOVE CARD-IDX TO CARD-FOUND-IDX
        WHEN CW-SELECT-KIT AND CW-KIT-FLAG = "N" AND NOT PM-IS-KIT
            MOVE CARD-IDX TO CARD-FOUND-IDX
    END-EVALUATE.
    IF CARD-FOUND-IDX > 0 THEN
        MOVE CARD-COUNT TO CARD-IDX
    END-IF.

    3200-CHANGE-LIST-PRICE.
    MOVE PM-UNIT-PRICE TO OLD-PRICE.
    PERFORM 3500-COMPUTE-NEW-PRICE.
    IF NOT PRICE-CHANGE-IS-OK THEN
        MOVE SPACES TO RW-LINE-TEXT
        STRING PM-PART-NO " " CARD-NO-DISP " list      REFUSED  "
            RPT-OLD-DISP " -> " RPT-WORK-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    IF NEW-PRICE = OLD-PRICE THEN
        ADD 1 TO TOTAL-UNCHANGED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-MASTER-CHANGES.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING PM-PART-NO " " CARD-NO-DISP " list          "
        RPT-OLD-DISP " " RPT-NEW-DISP " " RPT-COST-DISP " " PRICE-FLAG
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    IF RUN-MODE-UPDATE THEN
        PERFORM 4000-WRITE-MASTER-TRANS
    END-IF.

    *> Every PRICEDAT row of the part, all tiers and all quantity
    *> breaks, walked in key order from the part's first row.
    3300-CHANGE-TIER-PRICES.
    IF NOT PRICE-FILE-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO PRICE-SCAN-EOF.
    MOVE PM-PART-NO TO PR-PART-NO.
    MOVE LOW-VALUE TO PR-PRICE-TIER.
    MOVE 0 TO PR-MIN-QTY.
    START PRICE-FILE KEY NOT < PR-PRICE-KEY
        INVALID KEY MOVE 1 TO PRICE-SCAN-EOF
    END-START.
    PERFORM 3310-CHANGE-ONE-TIER-ROW UNTIL PRICE-SCAN-AT-EOF.

    3310-CHANGE-ONE-TIER-ROW.
    READ PRICE-FILE NEXT RECORD
        AT END
            MOVE 1 TO PRICE-SCAN-EOF
            EXIT PARAGRAPH
    END-READ.
    IF PR-PART-NO NOT = PM-PART-NO THEN
        MOVE 1 TO PRICE-SCAN-EOF
        EXIT PARAGRAPH
    END-IF.
    MOVE PR-UNIT-PRICE TO OLD-PRICE.
    PERFORM 3500-COMPUTE-NEW-PRICE.
    MOVE PR-MIN-QTY TO RPT-MIN-DISP.
    IF NOT PRICE-CHANGE-IS-OK THEN
        MOVE SPACES TO RW-LINE-TEXT
        STRING PM-PART-NO " " CARD-NO-DISP " tier " PR-PRICE-TIER " "
            RPT-MIN-DISP " REFUSED  " RPT-OLD-DISP " -> " RPT-WORK-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    IF NEW-PRICE = OLD-PRICE THEN
        ADD 1 TO TOTAL-UNCHANGED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-TIER-CHANGES.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING PM-PART-NO " " CARD-NO-DISP " tier " PR-PRICE-TIER " "
        RPT-MIN-DISP "    " RPT-OLD-DISP " " RPT-NEW-DISP " "
        RPT-COST-DISP " " PRICE-FLAG
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    IF RUN-MODE-UPDATE THEN
        PERFORM 4100-WRITE-TIER-TRANS
    END-IF.

    *> OLD-PRICE changed by the card in CARD-WORK: the percentage
    *> or amount, then the card's rounding, both through
    *> CALC-ENGINE. A result at or below zero, or past what a price
    *> field holds, is refused rather than written.
    3500-COMPUTE-NEW-PRICE.
    MOVE 1 TO PRICE-CHANGE-OK.
    MOVE SPACES TO PRICE-FLAG.
    MOVE 0 TO CE-RETURN-CODE.
    IF CW-CHANGE-PERCENT THEN
        MOVE "P" TO CE-FUNCTION
        MOVE OLD-PRICE TO CE-AMOUNT
        MOVE CW-CHANGE-VALUE TO CE-RATE
        PERFORM 3600-CALL-CALC-ENGINE
        MOVE CE-RESULT TO CHANGE-AMOUNT
    ELSE
        MOVE CW-CHANGE-VALUE TO CHANGE-AMOUNT
    END-IF.
    IF CW-CHANGE-DOWN THEN
        COMPUTE WORK-PRICE = OLD-PRICE - CHANGE-AMOUNT
    ELSE
        COMPUTE WORK-PRICE = OLD-PRICE + CHANGE-AMOUNT
    END-IF.
    EVALUATE TRUE
        WHEN CW-ROUND-NICKEL
            MOVE .05 TO ROUND-STEP
        WHEN CW-ROUND-DOLLAR OR CW-ROUND-NINETY-NINE
            MOVE 1 TO ROUND-STEP
        WHEN OTHER
            MOVE 0 TO ROUND-STEP
    END-EVALUATE.
    IF ROUND-STEP > 0 THEN
        MOVE "R" TO CE-FUNCTION
        MOVE WORK-PRICE TO CE-AMOUNT
        MOVE ROUND-STEP TO CE-RATE
        PERFORM 3600-CALL-CALC-ENGINE
        MOVE CE-RESULT TO WORK-PRICE
    END-IF.
    IF CW-ROUND-NINETY-NINE THEN
        SUBTRACT .01 FROM WORK-PRICE
    END-IF.
    MOVE OLD-PRICE TO RPT-OLD-DISP.
    MOVE WORK-PRICE TO RPT-WORK-DISP.
    MOVE PM-UNIT-COST TO RPT-COST-DISP.
    IF WORK-PRICE NOT > 0 OR WORK-PRICE > 99999.99
            OR CE-RETURN-CODE NOT = 0 THEN
        MOVE 0 TO PRICE-CHANGE-OK
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    MOVE WORK-PRICE TO NEW-PRICE.
    MOVE NEW-PRICE TO RPT-NEW-DISP.
    IF NEW-PRICE < PM-UNIT-COST AND NEW-PRICE NOT = OLD-PRICE THEN
        MOVE "*BELOW COST*" TO PRICE-FLAG
        ADD 1 TO TOTAL-BELOW-COST
    END-IF.

    3600-CALL-CALC-ENGINE.
    CALL "CALC-ENGINE" USING CE-FUNCTION CE-AMOUNT CE-RATE
        CE-COUNT-1 CE-COUNT-2 CE-RESULT CE-RETURN-CODE.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> PARTTRAN OUTPUT
    *> ---------------------

    *> A list-price change leaves as an ordinary update with every
    *> other field carried through, as REORDER-RECALC writes its
    *> proposals; PART-MAINT applies it under journal cover.
    4000-WRITE-MASTER-TRANS.
    MOVE SPACES TO PART-TRANS-REC.
    MOVE "U" TO PT-TRANS-CODE.
    MOVE PM-PART-NO TO PT-PART-NO.
    MOVE PM-DESCRIPTION TO PT-DESCRIPTION.
    MOVE PM-QTY-ON-HAND TO PT-QTY-ON-HAND.
    MOVE NEW-PRICE TO PT-UNIT-PRICE.
    MOVE PM-REORDER-POINT TO PT-REORDER-POINT.
    MOVE PM-REORDER-QTY TO PT-REORDER-QTY.
    MOVE PM-VENDOR-ID TO PT-VENDOR-ID.
    MOVE PM-UNIT-COST TO PT-UNIT-COST.
    MOVE PM-KIT-FLAG TO PT-KIT-FLAG.
    MOVE PM-SHIP-WEIGHT TO PT-SHIP-WEIGHT.
    PERFORM 4900-WRITE-TRANS.

    4100-WRITE-TIER-TRANS.
    MOVE SPACES TO PART-TRANS-REC.
    MOVE "P" TO PT-TRANS-CODE.
    MOVE PR-PART-NO TO PT-PART-NO.
    MOVE 0 TO PT-QTY-ON-HAND.
    MOVE NEW-PRICE TO PT-UNIT-PRICE.
    MOVE 0 TO PT-REORDER-POINT.
    MOVE 0 TO PT-REORDER-QTY.
    MOVE 0 TO PT-UNIT-COST.
    MOVE PR-PRICE-TIER TO PT-PRICE-TIER.
    MOVE PR-MIN-QTY TO PT-MIN-QTY.
    PERFORM 4900-WRITE-TRANS.

    4900-WRITE-TRANS.
    WRITE PART-TRANS-REC.
    ADD 1 TO KEYED-TRANS-COUNT.
    ADD PT-UNIT-PRICE TO KEYED-HASH-TOTAL.
    COMPUTE CTL-HASH-VALUE = NEW-PRICE * 100.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    *> ---------------------
    *> BATCH CLOSE AND TERMINATION
    *> ---------------------

    7000-CLOSE-CHANGE-FILES.
    IF RUN-MODE-UPDATE THEN
        MOVE KEYED-TRANS-COUNT TO TS-TRANS-COUNT
        MOVE KEYED-HASH-TOTAL TO TS-HASH-TOTAL
        MOVE SPACES TO PART-TRANS-REC
        MOVE TRAILER-STAGING TO PART-TRANS-REC
        WRITE PART-TRANS-REC
        CLOSE PART-TRANS-FILE
    END-IF.
    CLOSE PART-MASTER-FILE.
    IF PRICE-FILE-IS-OPEN THEN
        CLOSE PRICE-FILE
    END-IF.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    8000-TERMINATE.
    DISPLAY "-- Mass Price Change Report --".
    IF RUN-MODE-UPDATE THEN
        DISPLAY "Mode                : update, PARTTRAN written"
    ELSE
        DISPLAY "Mode                : proof list only"
    END-IF.
    DISPLAY "Selection cards read: " TOTAL-CARDS-READ.
    DISPLAY "Cards rejected      : " TOTAL-CARDS-REJECTED.
    DISPLAY "Parts scanned       : " TOTAL-PARTS-SCANNED.
    DISPLAY "Parts selected      : " TOTAL-PARTS-SELECTED.
    DISPLAY "List prices changed : " TOTAL-MASTER-CHANGES.
    DISPLAY "Tier rows changed   : " TOTAL-TIER-CHANGES.
    DISPLAY "Already at new price: " TOTAL-UNCHANGED.
    DISPLAY "Changes refused     : " TOTAL-REFUSED.
    DISPLAY "Flagged below cost  : " TOTAL-BELOW-COST.
    IF (TOTAL-CARDS-REJECTED > 0 OR TOTAL-REFUSED > 0)
            AND WS-RETURN-CODE < 4 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Price change cards or prices were refused." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    IF TOTAL-BELOW-COST > 0 AND WS-RETURN-CODE < 8 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more new prices fall below unit cost." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "parmproc.cpy".
    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
