IDENTIFICATION DIVISION.
PROGRAM-ID. CONTROL-NUMBER-AUDIT.

*> CONTROL-NUMBER-AUDIT is the statement the auditors ask for each
*> year: that every number series the system issues is complete and
*> used once. Five series are audited, each against the control file
*> that issues it and the files that carry it:
*>     INVOICE       INVCTL  carried on INVREG (one per invoice) and
*>                           SALESHST (a block of lines per invoice;
*>                           credit-memo lines are their own series)
*>     PO            POCTL   carried on POFILE (POnnnnnn)
*>     FIN CHARGE    FCCTL   carried on OPENITEM (FCnnnnnn items)
*>     BO RELEASE    BOCTL   carried on ORDFILE and, once invoiced,
*>                           on INVREG's order number (BOnnnnnn)
*>     REFUND CHECK  RFCTL   carried on the check register CHKREG
*> Every number found is released to one sort by series and number,
*> so each number's occurrences land together. For each series the
*> report lists the gaps (from the lowest number found up to the
*> control file's last-issued value), the duplicates (a number held
*> twice on the file that carries it once, or held for two different
*> parties), the numbers beyond the last-issued value, and invoices
*> found on SALESHST with no INVREG record. Each duplicate also
*> writes an ALERTIN card for ALERTGEN. Duplicates end the run RC=8;
*> gaps, numbers beyond the control value, or a carrier or control
*> file that cannot be read end it RC=4; gaps are not judged for a
*> series whose own carrier could not be read. Nothing is corrected
*> here.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT INVOICE-CTL-FILE ASSIGN TO "INVCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS INVOICE-CTL-STATUS.
        SELECT PO-CTL-FILE ASSIGN TO "POCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PO-CTL-STATUS.
        SELECT CHARGE-CTL-FILE ASSIGN TO "FCCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CHARGE-CTL-STATUS.
        SELECT RELEASE-CTL-FILE ASSIGN TO "BOCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RELEASE-CTL-STATUS.
        SELECT REFUND-CTL-FILE ASSIGN TO "RFCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS REFUND-CTL-STATUS.
        COPY "invregsel.cpy".
        COPY "saleshsel.cpy".
        COPY "posel.cpy".
        COPY "oisel.cpy".
        COPY "ordsel.cpy".
        COPY "chkregsel.cpy".
        SELECT SORT-WORK-FILE ASSIGN TO "CTLNWORK".
        SELECT ALERT-IN-FILE ASSIGN TO "ALERTIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ALERT-IN-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  INVOICE-CTL-FILE.
    01  INVOICE-CTL-REC.
        05 IC-LAST-INVOICE-NO PIC 9(8).

    FD  PO-CTL-FILE.
    01  PO-CTL-REC.
        05 PQ-LAST-PO-NO PIC 9(6).

    FD  CHARGE-CTL-FILE.
    01  CHARGE-CTL-REC.
        05 FC-LAST-CHARGE-NO PIC 9(6).

    FD  RELEASE-CTL-FILE.
    01  RELEASE-CTL-REC.
        05 BC-LAST-RELEASE-NO PIC 9(6).

    FD  REFUND-CTL-FILE.
    01  REFUND-CTL-REC.
        05 RF-LAST-CHECK-NO PIC 9(6).

    FD  INVOICE-REGISTER-FILE.
    COPY "invregrec.cpy".

    FD  SALES-HISTORY-FILE.
    COPY "saleshrec.cpy".

    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    FD  OPEN-ITEM-FILE.
    COPY "oirec.cpy".

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  CHECK-REG-FILE.
    COPY "chkregrec.cpy".

*> One sort record per occurrence of a number. The carrier that
*> should hold each number exactly once ranks 1 and sorts first.
    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05 SW-SERIES-IDX PIC 9(1).
        05 SW-NUMBER PIC 9(8).
        05 SW-SOURCE-RANK PIC 9(1).
        05 SW-PARTY-ID PIC X(6).

    FD  ALERT-IN-FILE.
    01  ALERT-IN-REC PIC X(80).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 INVOICE-CTL-STATUS PIC X(2).
    01 PO-CTL-STATUS PIC X(2).
    01 CHARGE-CTL-STATUS PIC X(2).
    01 RELEASE-CTL-STATUS PIC X(2).
    01 REFUND-CTL-STATUS PIC X(2).
    01 INVOICE-REGISTER-STATUS PIC X(2).
    01 SALES-HISTORY-STATUS PIC X(2).
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 OPEN-ITEM-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 CHECK-REG-STATUS PIC X(2).
    01 ALERT-IN-STATUS PIC X(2).

    01 CARRIER-EOF PIC 9(1) COMP VALUE 0.
        88 CARRIER-AT-EOF VALUE 1.
    01 SORT-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 SORT-WORK-AT-EOF VALUE 1.

*> The five series, in sort order. SR-PREFIX and SR-WIDTH give the
*> printed form of a number (POnnnnnn, or eight bare digits); the
*> control value is the last number the control file says it issued.
    01 SERIES-TABLE.
        05 SERIES-ENTRY OCCURS 5 TIMES.
            10 SR-NAME PIC X(12).
            10 SR-CTL-NAME PIC X(8).
            10 SR-PRIMARY-FILE PIC X(8).
            10 SR-SECONDARY-FILE PIC X(8).
            10 SR-PREFIX PIC X(2).
            10 SR-WIDTH PIC 9(1).
            10 SR-CHECK-PRIMARY PIC X(1).
                88 SR-PRIMARY-REQUIRED VALUE "Y".
            10 SR-CTL-FOUND PIC 9(1) COMP.
                88 SR-CTL-WAS-FOUND VALUE 1.
            10 SR-CARRIER-MISSING PIC 9(1) COMP.
                88 SR-CARRIER-NOT-READ VALUE 1.
            10 SR-LAST-ISSUED PIC 9(8).
            10 SR-LOW-NUMBER PIC 9(8).
            10 SR-HIGH-NUMBER PIC 9(8).
            10 SR-NUMBERS-SEEN PIC 9(8) COMP.
            10 SR-GAP-RANGES PIC 9(6) COMP.
            10 SR-GAP-NUMBERS PIC 9(8) COMP.
            10 SR-DUPLICATES PIC 9(6) COMP.
            10 SR-BEYOND PIC 9(6) COMP.
            10 SR-UNREGISTERED PIC 9(6) COMP.
    01 SERIES-IDX PIC 9(1) COMP.
    01 CURRENT-SERIES PIC 9(1) COMP VALUE 0.

*> SALESHST carries a block of lines per invoice; only the first
*> line of each block is released.
    01 PRIOR-SL-INVOICE-NO PIC 9(8) VALUE 0.
    01 PRIOR-SL-CUST-ID PIC X(6) VALUE SPACES.

*> The number being gathered from the sorted occurrences.
    01 GROUP-HELD-SW PIC 9(1) COMP VALUE 0.
        88 GROUP-HELD VALUE 1.
    01 GROUP-NUMBER PIC 9(8).
    01 GROUP-PRIMARY-COUNT PIC 9(4) COMP.
    01 GROUP-SECONDARY-COUNT PIC 9(4) COMP.
    01 GROUP-FIRST-PARTY PIC X(6).
    01 GROUP-OTHER-PARTY PIC X(6).
    01 GROUP-MIXED-SW PIC 9(1) COMP.
        88 GROUP-PARTIES-MIXED VALUE 1.

    01 GAP-FROM PIC 9(8).
    01 GAP-TO PIC 9(8).
    01 GAP-SIZE PIC 9(8) COMP.
    01 GAP-LABEL PIC X(10).

    01 FORMAT-NUMBER PIC 9(8).
    01 FORMAT-TEXT PIC X(8).
    01 FORMAT-FROM-TEXT PIC X(8).
    01 CARRIER-NAME PIC X(8).
    01 LINE-POINTER PIC 9(2) COMP.

    01 TOTAL-GAP-NUMBERS PIC 9(8) COMP VALUE 0.
    01 TOTAL-DUPLICATES PIC 9(6) COMP VALUE 0.
    01 TOTAL-BEYOND PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNREGISTERED PIC 9(6) COMP VALUE 0.
    01 TOTAL-RELEASED PIC 9(9) COMP VALUE 0.

    01 RPT-COUNT-DISP PIC Z(8)9.
    01 RPT-SMALL-DISP PIC Z(3)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CONTROL-NUMBER-AUDIT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CONTROL-NUMBER-AUDIT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-SERIES-IDX SW-NUMBER SW-SOURCE-RANK
        INPUT PROCEDURE IS 2000-EXTRACT-NUMBERS
        OUTPUT PROCEDURE IS 3000-AUDIT-SERIES.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION: series table, last-issued value from each
    *> control file, report and alert files opened.
    *> ---------------------

    1000-INITIALIZE.
    INITIALIZE SERIES-TABLE.
    MOVE "INVOICE" TO SR-NAME(1).
    MOVE "INVCTL" TO SR-CTL-NAME(1).
    MOVE "INVREG" TO SR-PRIMARY-FILE(1).
    MOVE "SALESHST" TO SR-SECONDARY-FILE(1).
    MOVE SPACES TO SR-PREFIX(1).
    MOVE 8 TO SR-WIDTH(1).
    MOVE "Y" TO SR-CHECK-PRIMARY(1).
    MOVE "PO" TO SR-NAME(2).
    MOVE "POCTL" TO SR-CTL-NAME(2).
    MOVE "POFILE" TO SR-PRIMARY-FILE(2).
    MOVE "PO" TO SR-PREFIX(2).
    MOVE 6 TO SR-WIDTH(2).
    MOVE "FIN CHARGE" TO SR-NAME(3).
    MOVE "FCCTL" TO SR-CTL-NAME(3).
    MOVE "OPENITEM" TO SR-PRIMARY-FILE(3).
    MOVE "FC" TO SR-PREFIX(3).
    MOVE 6 TO SR-WIDTH(3).
    MOVE "BO RELEASE" TO SR-NAME(4).
    MOVE "BOCTL" TO SR-CTL-NAME(4).
    MOVE "ORDFILE" TO SR-PRIMARY-FILE(4).
    MOVE "INVREG" TO SR-SECONDARY-FILE(4).
    MOVE "BO" TO SR-PREFIX(4).
    MOVE 6 TO SR-WIDTH(4).
    MOVE "REFUND CHECK" TO SR-NAME(5).
    MOVE "RFCTL" TO SR-CTL-NAME(5).
    MOVE "CHKREG" TO SR-PRIMARY-FILE(5).
    MOVE SPACES TO SR-PREFIX(5).
    MOVE 6 TO SR-WIDTH(5).
    MOVE "I" TO RW-FUNCTION.
    MOVE "Control-Number Gap and Duplicate Audit" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 1100-READ-CONTROL-FILES.
    OPEN EXTEND ALERT-IN-FILE.
    IF ALERT-IN-STATUS = "35" THEN
        OPEN OUTPUT ALERT-IN-FILE
    END-IF.

    1100-READ-CONTROL-FILES.
    OPEN INPUT INVOICE-CTL-FILE.
    IF INVOICE-CTL-STATUS = "00" THEN
        READ INVOICE-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF IC-LAST-INVOICE-NO IS NUMERIC THEN
                    MOVE IC-LAST-INVOICE-NO TO SR-LAST-ISSUED(1)
                    MOVE 1 TO SR-CTL-FOUND(1)
                END-IF
        END-READ
        CLOSE INVOICE-CTL-FILE
    END-IF.
    OPEN INPUT PO-CTL-FILE.
    IF PO-CTL-STATUS = "00" THEN
        READ PO-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF PQ-LAST-PO-NO IS NUMERIC THEN
                    MOVE PQ-LAST-PO-NO TO SR-LAST-ISSUED(2)
                    MOVE 1 TO SR-CTL-FOUND(2)
                END-IF
        END-READ
        CLOSE PO-CTL-FILE
    END-IF.
    OPEN INPUT CHARGE-CTL-FILE.
    IF CHARGE-CTL-STATUS = "00" THEN
        READ CHARGE-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF FC-LAST-CHARGE-NO IS NUMERIC THEN
                    MOVE FC-LAST-CHARGE-NO TO SR-LAST-ISSUED(3)
                    MOVE 1 TO SR-CTL-FOUND(3)
                END-IF
        END-READ
        CLOSE CHARGE-CTL-FILE
    END-IF.
    OPEN INPUT RELEASE-CTL-FILE.
    IF RELEASE-CTL-STATUS = "00" THEN
        READ RELEASE-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF BC-LAST-RELEASE-NO IS NUMERIC THEN
                    MOVE BC-LAST-RELEASE-NO TO SR-LAST-ISSUED(4)
                    MOVE 1 TO SR-CTL-FOUND(4)
                END-IF
        END-READ
        CLOSE RELEASE-CTL-FILE
    END-IF.
    OPEN INPUT REFUND-CTL-FILE.
    IF REFUND-CTL-STATUS = "00" THEN
        READ REFUND-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF RF-LAST-CHECK-NO IS NUMERIC THEN
                    MOVE RF-LAST-CHECK-NO TO SR-LAST-ISSUED(5)
                    MOVE 1 TO SR-CTL-FOUND(5)
                END-IF
        END-READ
        CLOSE REFUND-CTL-FILE
    END-IF.
    MOVE 1 TO SERIES-IDX.
    PERFORM 1110-CHECK-CONTROL-FOUND UNTIL SERIES-IDX > 5.

    1110-CHECK-CONTROL-FOUND.
    IF NOT SR-CTL-WAS-FOUND(SERIES-IDX) THEN
        STRING SR-CTL-NAME(SERIES-IDX) DELIMITED BY SPACE
            " could not be read - " SR-NAME(SERIES-IDX)
            " has no control value" DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
        MOVE 4 TO WS-RETURN-CODE
        MOVE SPACES TO WS-ERROR-MSG
        STRING "Control file " SR-CTL-NAME(SERIES-IDX) DELIMITED BY SPACE
            " could not be read for the number audit." DELIMITED BY SIZE
            INTO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    ADD 1 TO SERIES-IDX.

    *> ---------------------
    *> SORT INPUT PROCEDURE: release every number each carrier file
    *> holds, tagged with its series, its rank, and its party.
    *> ---------------------

    2000-EXTRACT-NUMBERS.
    PERFORM 2100-EXTRACT-INVREG.
    PERFORM 2200-EXTRACT-SALESHST.
    PERFORM 2300-EXTRACT-POFILE.
    PERFORM 2400-EXTRACT-OPENITEM.
    PERFORM 2500-EXTRACT-ORDFILE.
    PERFORM 2600-EXTRACT-CHKREG.

    *> INVREG carries the invoice number (series 1, rank 1) and, for a
    *> released back order, the BO release number it billed (series
    *> 4, rank 2).
    2100-EXTRACT-INVREG.
    MOVE 0 TO CARRIER-EOF.
    OPEN INPUT INVOICE-REGISTER-FILE.
    IF INVOICE-REGISTER-STATUS NOT = "00" THEN
        MOVE "INVREG" TO CARRIER-NAME
        MOVE 1 TO SERIES-IDX
        MOVE 1 TO SR-CARRIER-MISSING(SERIES-IDX)
        PERFORM 2900-REPORT-CARRIER-MISSING
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2110-READ-INVREG.
    PERFORM 2120-RELEASE-INVREG UNTIL CARRIER-AT-EOF.
    CLOSE INVOICE-REGISTER-FILE.

    2110-READ-INVREG.
    READ INVOICE-REGISTER-FILE
        AT END MOVE 1 TO CARRIER-EOF
    END-READ.

    2120-RELEASE-INVREG.
    IF IR-INVOICE-NO IS NUMERIC THEN
        MOVE 1 TO SW-SERIES-IDX
        MOVE IR-INVOICE-NO TO SW-NUMBER
        MOVE 1 TO SW-SOURCE-RANK
        MOVE IR-CUST-ID TO SW-PARTY-ID
        PERFORM 2800-RELEASE-NUMBER
    END-IF.
    IF IR-ORDER-NO(1:2) = "BO" AND IR-ORDER-NO(3:6) IS NUMERIC THEN
        MOVE 4 TO SW-SERIES-IDX
        MOVE IR-ORDER-NO(3:6) TO SW-NUMBER
        MOVE 2 TO SW-SOURCE-RANK
        MOVE IR-CUST-ID TO SW-PARTY-ID
        PERFORM 2800-RELEASE-NUMBER
    END-IF.
    PERFORM 2110-READ-INVREG.

    *> SALESHST: the first line of each invoice's block, credit-memo
    *> lines excluded.
    2200-EXTRACT-SALESHST.
    MOVE 0 TO CARRIER-EOF.
    OPEN INPUT SALES-HISTORY-FILE.
    IF SALES-HISTORY-STATUS NOT = "00" THEN
        MOVE "SALESHST" TO CARRIER-NAME
        PERFORM 2900-REPORT-CARRIER-MISSING
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2210-READ-SALESHST.
    PERFORM 2220-RELEASE-SALESHST UNTIL CARRIER-AT-EOF.
    CLOSE SALES-HISTORY-FILE.

    2210-READ-SALESHST.
    READ SALES-HISTORY-FILE
        AT END MOVE 1 TO CARRIER-EOF
    END-READ.

    2220-RELEASE-SALESHST.
    IF NOT SL-IS-RETURN AND SL-INVOICE-NO IS NUMERIC THEN
        IF SL-INVOICE-NO NOT = PRIOR-SL-INVOICE-NO
                OR SL-CUST-ID NOT = PRIOR-SL-CUST-ID THEN
            MOVE 1 TO SW-SERIES-IDX
            MOVE SL-INVOICE-NO TO SW-NUMBER
            MOVE 2 TO SW-SOURCE-RANK
            MOVE SL-CUST-ID TO SW-PARTY-ID
            PERFORM 2800-RELEASE-NUMBER
            MOVE SL-INVOICE-NO TO PRIOR-SL-INVOICE-NO
            MOVE SL-CUST-ID TO PRIOR-SL-CUST-ID
        END-IF
    END-IF.
    PERFORM 2210-READ-SALESHST.

    2300-EXTRACT-POFILE.
    MOVE 0 TO CARRIER-EOF.
    OPEN INPUT PURCHASE-ORDER-FILE.
    IF PURCHASE-ORDER-STATUS NOT = "00" THEN
        MOVE "POFILE" TO CARRIER-NAME
        MOVE 2 TO SERIES-IDX
        MOVE 1 TO SR-CARRIER-MISSING(SERIES-IDX)
        PERFORM 2900-REPORT-CARRIER-MISSING
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2310-READ-POFILE.
    PERFORM 2320-RELEASE-POFILE UNTIL CARRIER-AT-EOF.
    CLOSE PURCHASE-ORDER-FILE.

    2310-READ-POFILE.
    READ PURCHASE-ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
    END-READ.

    2320-RELEASE-POFILE.
    IF PO-PO-NO(1:2) = "PO" AND PO-PO-NO(3:6) IS NUMERIC THEN
        MOVE 2 TO SW-SERIES-IDX
        MOVE PO-PO-NO(3:6) TO SW-NUMBER
        MOVE 1 TO SW-SOURCE-RANK
        MOVE PO-VENDOR-ID TO SW-PARTY-ID
        PERFORM 2800-RELEASE-NUMBER
    END-IF.
    PERFORM 2310-READ-POFILE.

    2400-EXTRACT-OPENITEM.
    MOVE 0 TO CARRIER-EOF.
    OPEN INPUT OPEN-ITEM-FILE.
    IF OPEN-ITEM-STATUS NOT = "00" THEN
        MOVE "OPENITEM" TO CARRIER-NAME
        MOVE 3 TO SERIES-IDX
        MOVE 1 TO SR-CARRIER-MISSING(SERIES-IDX)
        PERFORM 2900-REPORT-CARRIER-MISSING
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2410-READ-OPENITEM.
    PERFORM 2420-RELEASE-OPENITEM UNTIL CARRIER-AT-EOF.
    CLOSE OPEN-ITEM-FILE.

    2410-READ-OPENITEM.
    READ OPEN-ITEM-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
    END-READ.

    2420-RELEASE-OPENITEM.
    IF OI-INVOICE-NO(1:2) = "FC" AND OI-INVOICE-NO(3:6) IS NUMERIC THEN
        MOVE 3 TO SW-SERIES-IDX
        MOVE OI-INVOICE-NO(3:6) TO SW-NUMBER
        MOVE 1 TO SW-SOURCE-RANK
        MOVE OI-CUST-ID TO SW-PARTY-ID
        PERFORM 2800-RELEASE-NUMBER
    END-IF.
    PERFORM 2410-READ-OPENITEM.

    2500-EXTRACT-ORDFILE.
    MOVE 0 TO CARRIER-EOF.
    OPEN INPUT ORDER-FILE.
    IF ORDER-FILE-STATUS NOT = "00" THEN
        MOVE "ORDFILE" TO CARRIER-NAME
        MOVE 4 TO SERIES-IDX
        MOVE 1 TO SR-CARRIER-MISSING(SERIES-IDX)
        PERFORM 2900-REPORT-CARRIER-MISSING
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2510-READ-ORDFILE.
    PERFORM 2520-RELEASE-ORDFILE UNTIL CARRIER-AT-EOF.
    CLOSE ORDER-FILE.

    2510-READ-ORDFILE.
    READ ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
    END-READ.

    2520-RELEASE-ORDFILE.
    IF OR-ORDER-NO(1:2) = "BO" AND OR-ORDER-NO(3:6) IS NUMERIC THEN
        MOVE 4 TO SW-SERIES-IDX
        MOVE OR-ORDER-NO(3:6) TO SW-NUMBER
        MOVE 1 TO SW-SOURCE-RANK
        MOVE OR-CUST-ID TO SW-PARTY-ID
        PERFORM 2800-RELEASE-NUMBER
    END-IF.
    PERFORM 2510-READ-ORDFILE.

    2600-EXTRACT-CHKREG.
    MOVE 0 TO CARRIER-EOF.
    OPEN INPUT CHECK-REG-FILE.
    IF CHECK-REG-STATUS NOT = "00" THEN
        MOVE "CHKREG" TO CARRIER-NAME
        MOVE 5 TO SERIES-IDX
        MOVE 1 TO SR-CARRIER-MISSING(SERIES-IDX)
        PERFORM 2900-REPORT-CARRIER-MISSING
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2610-READ-CHKREG.
    PERFORM 2620-RELEASE-CHKREG UNTIL CARRIER-AT-EOF.
    CLOSE CHECK-REG-FILE.

    2610-READ-CHKREG.
    READ CHECK-REG-FILE NEXT RECORD
        AT END MOVE 1 TO CARRIER-EOF
    END-READ.

    2620-RELEASE-CHKREG.
    MOVE 5 TO SW-SERIES-IDX.
    MOVE CK-CHECK-NO TO SW-NUMBER.
    MOVE 1 TO SW-SOURCE-RANK.
    MOVE CK-CUST-ID TO SW-PARTY-ID.
    PERFORM 2800-RELEASE-NUMBER.
    PERFORM 2610-READ-CHKREG.

    2800-RELEASE-NUMBER.
    ADD 1 TO TOTAL-RELEASED.
    RELEASE SORT-WORK-REC.

    2900-REPORT-CARRIER-MISSING.
    STRING CARRIER-NAME DELIMITED BY SPACE
        " could not be opened - numbers it carries are not audited"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE 4 TO WS-RETURN-CODE.
    MOVE SPACES TO WS-ERROR-MSG.
    STRING "Carrier file " CARRIER-NAME DELIMITED BY SPACE
        " could not be opened for the number audit." DELIMITED BY SIZE
        INTO WS-ERROR-MSG.
    PERFORM 9300-LOG-ERROR.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: gather each number's occurrences, judge
    *> it against the number before it and the control value, and
    *> close each series with its trailing gap and its totals. A
    *> series with nothing on file still gets its section.
    *> ---------------------

    3000-AUDIT-SERIES.
    PERFORM 3100-RETURN-SORTED-NUMBER.
    PERFORM 3200-GATHER-OCCURRENCE UNTIL SORT-WORK-AT-EOF.
    IF GROUP-HELD THEN
        PERFORM 3400-JUDGE-NUMBER
    END-IF.
    PERFORM 3300-ADVANCE-SERIES UNTIL CURRENT-SERIES = 5.
    PERFORM 3500-CLOSE-SERIES.

    3100-RETURN-SORTED-NUMBER.
    RETURN SORT-WORK-FILE
        AT END MOVE 1 TO SORT-WORK-EOF
    END-RETURN.

    3200-GATHER-OCCURRENCE.
    IF GROUP-HELD THEN
        IF SW-SERIES-IDX NOT = CURRENT-SERIES
                OR SW-NUMBER NOT = GROUP-NUMBER THEN
            PERFORM 3400-JUDGE-NUMBER
        END-IF
    END-IF.
    PERFORM 3300-ADVANCE-SERIES UNTIL CURRENT-SERIES = SW-SERIES-IDX.
    IF NOT GROUP-HELD THEN
        MOVE 1 TO GROUP-HELD-SW
        MOVE SW-NUMBER TO GROUP-NUMBER
        MOVE 0 TO GROUP-PRIMARY-COUNT
        MOVE 0 TO GROUP-SECONDARY-COUNT
        MOVE SW-PARTY-ID TO GROUP-FIRST-PARTY
        MOVE SPACES TO GROUP-OTHER-PARTY
        MOVE 0 TO GROUP-MIXED-SW
    END-IF.
    IF SW-SOURCE-RANK = 1 THEN
        ADD 1 TO GROUP-PRIMARY-COUNT
    ELSE
        ADD 1 TO GROUP-SECONDARY-COUNT
    END-IF.
    IF SW-PARTY-ID NOT = GROUP-FIRST-PARTY THEN
        MOVE 1 TO GROUP-MIXED-SW
        MOVE SW-PARTY-ID TO GROUP-OTHER-PARTY
    END-IF.
    PERFORM 3100-RETURN-SORTED-NUMBER.

    3300-ADVANCE-SERIES.
    IF CURRENT-SERIES > 0 THEN
        PERFORM 3500-CLOSE-SERIES
    END-IF.
    ADD 1 TO CURRENT-SERIES.
    MOVE CURRENT-SERIES TO SERIES-IDX.
    PERFORM 7900-PRINT-REPORT-LINE.
    STRING "SERIES " SR-NAME(SERIES-IDX) " control " SR-CTL-NAME(SERIES-IDX)
        " carried on " SR-PRIMARY-FILE(SERIES-IDX) " "
        SR-SECONDARY-FILE(SERIES-IDX)
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    *> One number's verdict: a gap before it, used more than once,
    *> issued past the control value, or (invoices) missing from the
    *> register.
    3400-JUDGE-NUMBER.
    MOVE 0 TO GROUP-HELD-SW.
    ADD 1 TO SR-NUMBERS-SEEN(SERIES-IDX).
    IF SR-NUMBERS-SEEN(SERIES-IDX) = 1 THEN
        MOVE GROUP-NUMBER TO SR-LOW-NUMBER(SERIES-IDX)
    ELSE
        IF GROUP-NUMBER > SR-HIGH-NUMBER(SERIES-IDX) + 1
                AND NOT SR-CARRIER-NOT-READ(SERIES-IDX) THEN
            COMPUTE GAP-FROM = SR-HIGH-NUMBER(SERIES-IDX) + 1
            COMPUTE GAP-TO = GROUP-NUMBER - 1
            MOVE "GAP" TO GAP-LABEL
            PERFORM 3600-REPORT-GAP
        END-IF
    END-IF.
    MOVE GROUP-NUMBER TO SR-HIGH-NUMBER(SERIES-IDX).
    IF GROUP-PRIMARY-COUNT > 1 OR GROUP-SECONDARY-COUNT > 1
            OR GROUP-PARTIES-MIXED THEN
        PERFORM 3700-REPORT-DUPLICATE
    END-IF.
    IF SR-CTL-WAS-FOUND(SERIES-IDX)
            AND GROUP-NUMBER > SR-LAST-ISSUED(SERIES-IDX) THEN
        ADD 1 TO SR-BEYOND(SERIES-IDX)
        ADD 1 TO TOTAL-BEYOND
        MOVE GROUP-NUMBER TO FORMAT-NUMBER
        PERFORM 7800-FORMAT-NUMBER
        STRING "  BEYOND    " FORMAT-TEXT " is past " DELIMITED BY SIZE
            SR-CTL-NAME(SERIES-IDX) DELIMITED BY SPACE
            " last-issued value" DELIMITED BY SIZE
            INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.
    IF SR-PRIMARY-REQUIRED(SERIES-IDX) AND GROUP-PRIMARY-COUNT = 0 THEN
        ADD 1 TO SR-UNREGISTERED(SERIES-IDX)
        ADD 1 TO TOTAL-UNREGISTERED
        MOVE GROUP-NUMBER TO FORMAT-NUMBER
        PERFORM 7800-FORMAT-NUMBER
        STRING "  NOT ON    " FORMAT-TEXT " is on " DELIMITED BY SIZE
            SR-SECONDARY-FILE(SERIES-IDX) DELIMITED BY SPACE
            " but not on " SR-PRIMARY-FILE(SERIES-IDX) DELIMITED BY SIZE
            INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.

    *> Numbers the control file says were issued past the highest one
    *> found are a trailing gap; then the series totals.
    3500-CLOSE-SERIES.
    IF SR-CARRIER-NOT-READ(SERIES-IDX) THEN
        STRING "  Gaps not judged - " SR-PRIMARY-FILE(SERIES-IDX)
            " could not be opened"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.
    IF SR-CTL-WAS-FOUND(SERIES-IDX) AND NOT SR-CARRIER-NOT-READ(SERIES-IDX)
            AND SR-LAST-ISSUED(SERIES-IDX) > SR-HIGH-NUMBER(SERIES-IDX) THEN
        COMPUTE GAP-FROM = SR-HIGH-NUMBER(SERIES-IDX) + 1
        MOVE SR-LAST-ISSUED(SERIES-IDX) TO GAP-TO
        MOVE "NOT FOUND" TO GAP-LABEL
        PERFORM 3600-REPORT-GAP
    END-IF.
    IF SR-NUMBERS-SEEN(SERIES-IDX) = 0 THEN
        MOVE "  No numbers found on the carrier files." TO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    ELSE
        MOVE SR-LOW-NUMBER(SERIES-IDX) TO FORMAT-NUMBER
        PERFORM 7800-FORMAT-NUMBER
        MOVE FORMAT-TEXT TO FORMAT-FROM-TEXT
        MOVE SR-HIGH-NUMBER(SERIES-IDX) TO FORMAT-NUMBER
        PERFORM 7800-FORMAT-NUMBER
        MOVE SR-NUMBERS-SEEN(SERIES-IDX) TO RPT-COUNT-DISP
        STRING "  Numbers found  " RPT-COUNT-DISP "  from " FORMAT-FROM-TEXT
            " to " FORMAT-TEXT
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.
    IF SR-CTL-WAS-FOUND(SERIES-IDX) THEN
        MOVE SR-LAST-ISSUED(SERIES-IDX) TO FORMAT-NUMBER
        PERFORM 7800-FORMAT-NUMBER
        STRING "  Last issued    " FORMAT-TEXT " per " SR-CTL-NAME(SERIES-IDX)
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.
    MOVE SR-GAP-NUMBERS(SERIES-IDX) TO RPT-COUNT-DISP.
    MOVE SR-GAP-RANGES(SERIES-IDX) TO RPT-SMALL-DISP.
    STRING "  Missing        " RPT-COUNT-DISP " in " RPT-SMALL-DISP " gaps"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE SR-DUPLICATES(SERIES-IDX) TO RPT-COUNT-DISP.
    STRING "  Duplicates     " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE SR-BEYOND(SERIES-IDX) TO RPT-COUNT-DISP.
    STRING "  Beyond control " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    IF SR-PRIMARY-REQUIRED(SERIES-IDX) THEN
        MOVE SR-UNREGISTERED(SERIES-IDX) TO RPT-COUNT-DISP
        STRING "  Not on " SR-PRIMARY-FILE(SERIES-IDX) RPT-COUNT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.

    3600-REPORT-GAP.
    COMPUTE GAP-SIZE = GAP-TO - GAP-FROM + 1.
    ADD 1 TO SR-GAP-RANGES(SERIES-IDX).
    ADD GAP-SIZE TO SR-GAP-NUMBERS(SERIES-IDX).
    ADD GAP-SIZE TO TOTAL-GAP-NUMBERS.
    MOVE GAP-FROM TO FORMAT-NUMBER.
    PERFORM 7800-FORMAT-NUMBER.
    MOVE FORMAT-TEXT TO FORMAT-FROM-TEXT.
    MOVE GAP-TO TO FORMAT-NUMBER.
    PERFORM 7800-FORMAT-NUMBER.
    MOVE GAP-SIZE TO RPT-COUNT-DISP.
    STRING "  " GAP-LABEL FORMAT-FROM-TEXT " - " FORMAT-TEXT
        RPT-COUNT-DISP " missing"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    3700-REPORT-DUPLICATE.
    ADD 1 TO SR-DUPLICATES(SERIES-IDX).
    ADD 1 TO TOTAL-DUPLICATES.
    MOVE GROUP-NUMBER TO FORMAT-NUMBER.
    PERFORM 7800-FORMAT-NUMBER.
    MOVE GROUP-PRIMARY-COUNT TO RPT-SMALL-DISP.
    MOVE 1 TO LINE-POINTER.
    STRING "  DUPLICATE " FORMAT-TEXT " x" RPT-SMALL-DISP " on "
        SR-PRIMARY-FILE(SERIES-IDX)
        DELIMITED BY SIZE INTO RW-LINE-TEXT
        WITH POINTER LINE-POINTER.
    IF SR-SECONDARY-FILE(SERIES-IDX) NOT = SPACES THEN
        MOVE GROUP-SECONDARY-COUNT TO RPT-SMALL-DISP
        STRING " x" RPT-SMALL-DISP " on " SR-SECONDARY-FILE(SERIES-IDX)
            DELIMITED BY SIZE INTO RW-LINE-TEXT
            WITH POINTER LINE-POINTER
    END-IF.
    IF GROUP-PARTIES-MIXED THEN
        STRING " parties " GROUP-FIRST-PARTY "/" GROUP-OTHER-PARTY
            DELIMITED BY SIZE INTO RW-LINE-TEXT
            WITH POINTER LINE-POINTER
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE SPACES TO ALERT-IN-REC.
    STRING "RC=008 DUPLICATE " SR-NAME(SERIES-IDX) " NO. " FORMAT-TEXT
        " - SEE CONTROL-NUMBER-AUDIT"
        DELIMITED BY SIZE INTO ALERT-IN-REC.
    WRITE ALERT-IN-REC.

    *> ---------------------
    *> REPORTING
    *> ---------------------

    *> FORMAT-NUMBER in the series' printed form: the prefix and six
    *> digits, or all eight digits.
    7800-FORMAT-NUMBER.
    MOVE SPACES TO FORMAT-TEXT.
    IF SR-WIDTH(SERIES-IDX) = 8 THEN
        MOVE FORMAT-NUMBER TO FORMAT-TEXT
    ELSE
        STRING SR-PREFIX(SERIES-IDX) DELIMITED BY SPACE
            FORMAT-NUMBER(3:6) DELIMITED BY SIZE
            INTO FORMAT-TEXT
    END-IF.

    7900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE ALERT-IN-FILE.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-GAP-NUMBERS TO RPT-COUNT-DISP.
    STRING "Numbers missing    : " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-DUPLICATES TO RPT-COUNT-DISP.
    STRING "Duplicates         : " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-BEYOND TO RPT-COUNT-DISP.
    STRING "Beyond control     : " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Control-Number Audit Summary --".
    DISPLAY "Numbers sorted   : " TOTAL-RELEASED.
    DISPLAY "Numbers missing  : " TOTAL-GAP-NUMBERS.
    DISPLAY "Duplicates       : " TOTAL-DUPLICATES.
    DISPLAY "Beyond control   : " TOTAL-BEYOND.
    DISPLAY "Not on INVREG    : " TOTAL-UNREGISTERED.
    IF TOTAL-GAP-NUMBERS > 0 OR TOTAL-BEYOND > 0
            OR TOTAL-UNREGISTERED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Control-number gaps or out-of-range numbers were found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    IF TOTAL-DUPLICATES > 0 THEN
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Control numbers were found used more than once." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
