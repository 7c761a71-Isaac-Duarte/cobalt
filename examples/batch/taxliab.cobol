IDENTIFICATION DIVISION.
PROGRAM-ID. TAX-LIABILITY.

*> TAX-LIABILITY is the sales-tax return for a filing period: it
*> reads every invoice INVOICE-GENERATION registered on INVREG and
*> every credit memo RETURNS-PROCESSING registered on CRMREG dated
*> inside the period, and totals them by tax region and by the rate
*> that was in force when each was priced -- taxable sales and tax
*> charged off the invoices, returned sales and tax credited off the
*> memos, and the net tax due. A region whose rate changed mid-period
*> files one line per rate. The report prints through REPORT-WRITER
*> and closes with a tie-out of the tax charged against the sum of
*> IR-TAX on INVREG for the same dates; a difference ends the run
*> with return code 8. Every run also appends its lines to the
*> TAXHIST filing history under a filing sequence for the period --
*> 1 for the original return, one more for each rerun -- and a rerun
*> prints what it amends, so an amended filing can be traced back
*> to the one it replaced. Register records written before the
*> region and rate were carried are filed under the customer's
*> current region at the rate the TAXRATE table had in force on the
*> invoice date, and counted on the report.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  first month of the filing period, CCYYMM (zero
*>               files the current month)
*>     PC-NUM-2  last month of the filing period, CCYYMM (zero files
*>               the first month alone)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "invregsel.cpy".
        COPY "crmregsel.cpy".
        COPY "custsel.cpy".
        COPY "taxsel.cpy".
        COPY "taxhsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  INVOICE-REGISTER-FILE.
    COPY "invregrec.cpy".

    FD  CREDIT-MEMO-REGISTER-FILE.
    COPY "crmregrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  TAX-RATE-FILE.
    COPY "taxrec.cpy".

    FD  TAX-HIST-FILE.
    COPY "taxhrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 INVOICE-REGISTER-STATUS PIC X(2).
    01 CREDIT-MEMO-REGISTER-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 TAX-RATE-STATUS PIC X(2).
    01 TAX-HIST-STATUS PIC X(2).
    01 INVOICE-REGISTER-EOF PIC 9(1) COMP VALUE 0.
        88 INVOICE-REGISTER-AT-EOF VALUE 1.
    01 CREDIT-MEMO-REGISTER-EOF PIC 9(1) COMP VALUE 0.
        88 CREDIT-MEMO-REGISTER-AT-EOF VALUE 1.
    01 TAX-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 TAX-HIST-AT-EOF VALUE 1.
    01 TAX-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 TAX-SCAN-AT-EOF VALUE 1.
    01 MEMO-REGISTER-OPEN PIC 9(1) COMP VALUE 0.
        88 MEMO-REGISTER-IS-OPEN VALUE 1.
    01 MASTER-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 MASTER-IS-OPEN VALUE 1.
    01 TAX-TABLE-OPEN PIC 9(1) COMP VALUE 0.
        88 TAX-TABLE-IS-OPEN VALUE 1.
    01 TAX-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 TAX-FILES-ARE-OPEN VALUE 1.
    01 PERIOD-VALID-SWITCH PIC 9(1) COMP VALUE 0.
        88 PERIOD-IS-VALID VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 FROM-PERIOD PIC 9(6) VALUE 0.
    01 FROM-PERIOD-PARTS REDEFINES FROM-PERIOD.
        05 FROM-PERIOD-YEAR PIC 9(4).
        05 FROM-PERIOD-MONTH PIC 9(2).
    01 TO-PERIOD PIC 9(6) VALUE 0.
    01 TO-PERIOD-PARTS REDEFINES TO-PERIOD.
        05 TO-PERIOD-YEAR PIC 9(4).
        05 TO-PERIOD-MONTH PIC 9(2).
    01 RUN-STAMP-SAVE PIC X(14) VALUE SPACES.

*> Register records from before the region and rate were carried
*> are filed under an estimated region and rate; the standard rate
*> is the same fallback invoicing used when no row was in force.
    01 STANDARD-TAX-RATE PIC 9(3)V9(4) VALUE 6.
    01 ESTIMATE-CUST-ID PIC X(6).
    01 ESTIMATE-DATE PIC 9(8).

*> One bucket per region and rate, held in key order as they are
*> found so the report and the history come out sorted. A blank
*> region (a customer the master held no region for) files as "---".
    01 BUCKET-SEARCH-KEY.
        05 BS-REGION-CODE PIC X(3).
        05 BS-TAX-RATE PIC 9(3)V9(4).
    01 BUCKET-TABLE-MAX PIC 9(3) COMP VALUE 200.
    01 BUCKET-COUNT PIC 9(3) COMP VALUE 0.
    01 BUCKET-IDX PIC 9(3) COMP VALUE 0.
    01 BUCKET-FOUND-IDX PIC 9(3) COMP VALUE 0.
    01 BUCKET-INSERT-AT PIC 9(3) COMP VALUE 0.
    01 BUCKET-SHIFT-IDX PIC 9(3) COMP VALUE 0.
    01 BUCKET-TABLE.
        05 TAX-BUCKET OCCURS 200 TIMES.
            10 TB-KEY.
                15 TB-REGION-CODE PIC X(3).
                15 TB-TAX-RATE PIC 9(3)V9(4).
            10 TB-TAXABLE-SALES PIC S9(11)V99 COMP-3.
            10 TB-TAX-CHARGED PIC S9(11)V99 COMP-3.
            10 TB-RETURN-SALES PIC S9(11)V99 COMP-3.
            10 TB-TAX-CREDITED PIC S9(11)V99 COMP-3.

*> The last filing already on TAXHIST for the same period, if any.
    01 PRIOR-FILING-SEQ PIC 9(3) VALUE 0.
    01 PRIOR-RUN-STAMP PIC X(14) VALUE SPACES.
    01 PRIOR-NET-TAX PIC S9(11)V99 COMP-3 VALUE 0.
    01 FILING-SEQ PIC 9(3) VALUE 0.

    01 BUCKET-NET-TAX PIC S9(11)V99 COMP-3 VALUE 0.
    01 GRAND-TAXABLE-SALES PIC S9(11)V99 COMP-3 VALUE 0.
    01 GRAND-TAX-CHARGED PIC S9(11)V99 COMP-3 VALUE 0.
    01 GRAND-RETURN-SALES PIC S9(11)V99 COMP-3 VALUE 0.
    01 GRAND-TAX-CREDITED PIC S9(11)V99 COMP-3 VALUE 0.
    01 GRAND-NET-TAX PIC S9(11)V99 COMP-3 VALUE 0.
    01 REGISTER-TAX-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
    01 TIE-OUT-DIFFERENCE PIC S9(11)V99 COMP-3 VALUE 0.
    01 HIST-VALUE-CENTS PIC S9(13) COMP-3 VALUE 0.

    01 TOTAL-INVOICES-FILED PIC 9(6) COMP VALUE 0.
    01 TOTAL-MEMOS-FILED PIC 9(6) COMP VALUE 0.
    01 TOTAL-ESTIMATED PIC 9(6) COMP VALUE 0.
    01 TOTAL-OVERFLOWED PIC 9(6) COMP VALUE 0.
    01 TOTAL-HIST-WRITTEN PIC 9(6) COMP VALUE 0.

    01 RPT-RATE-DISP PIC ZZ9.9999.
    01 RPT-AMT-1 PIC -(8)9.99.
    01 RPT-AMT-2 PIC -(8)9.99.
    01 RPT-AMT-3 PIC -(8)9.99.
    01 RPT-AMT-4 PIC -(8)9.99.
    01 RPT-AMT-5 PIC -(8)9.99.
    01 RPT-COUNT-DISP PIC Z(5)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="TAX-LIABILITY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="TAX-LIABILITY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="TAX-LIABILITY"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    IF PERIOD-IS-VALID THEN
        PERFORM 1500-INITIALIZE
    END-IF.
    IF TAX-FILES-ARE-OPEN THEN
        PERFORM 2000-LOAD-FILING-HISTORY
        PERFORM 3000-READ-INVOICE-REGISTER
        PERFORM 3100-FILE-ONE-INVOICE UNTIL INVOICE-REGISTER-AT-EOF
        IF MEMO-REGISTER-IS-OPEN THEN
            PERFORM 4000-READ-MEMO-REGISTER
            PERFORM 4100-FILE-ONE-MEMO UNTIL CREDIT-MEMO-REGISTER-AT-EOF
        END-IF
        PERFORM 5000-PRINT-LIABILITY-REPORT
        PERFORM 6000-WRITE-FILING-HISTORY
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
            MOVE PC-NUM-1 TO FROM-PERIOD
            MOVE PC-NUM-2 TO TO-PERIOD
        END-IF
    ELSE
        DISPLAY "First month of the filing period, CCYYMM (zero for this month):"
        ACCEPT FROM-PERIOD
        DISPLAY "Last month of the filing period, CCYYMM (zero for the first):"
        ACCEPT TO-PERIOD
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-TIMESTAMP TO RUN-STAMP-SAVE.
    IF FROM-PERIOD = 0 THEN
        MOVE WS-CURRENT-DATE-8(1:6) TO FROM-PERIOD
    END-IF.
    IF TO-PERIOD = 0 THEN
        MOVE FROM-PERIOD TO TO-PERIOD
    END-IF.
    IF FROM-PERIOD-MONTH < 1 OR FROM-PERIOD-MONTH > 12
            OR TO-PERIOD-MONTH < 1 OR TO-PERIOD-MONTH > 12
            OR TO-PERIOD < FROM-PERIOD THEN
        DISPLAY "Filing period " FROM-PERIOD " to " TO-PERIOD
            " is not a valid range of months."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Tax filing period parameters were not a valid range." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        MOVE 1 TO PERIOD-VALID-SWITCH
        DISPLAY "Sales tax filing for " FROM-PERIOD " to " TO-PERIOD "."
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The invoice register is the return; without it there is
    *> nothing to file. No memo register means no returns yet, and
    *> the master and rate table are only needed for old records.
    1500-INITIALIZE.
    OPEN INPUT INVOICE-REGISTER-FILE.
    IF INVOICE-REGISTER-STATUS NOT = "00" THEN
        DISPLAY "Invoice register not found, nothing to file."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Invoice register (INVREG) was not found for tax filing." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CREDIT-MEMO-REGISTER-FILE.
    IF CREDIT-MEMO-REGISTER-STATUS = "00" THEN
        MOVE 1 TO MEMO-REGISTER-OPEN
    ELSE
        DISPLAY "Credit-memo register not found; no tax credited."
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        MOVE 1 TO MASTER-OPEN-SWITCH
    END-IF.
    OPEN INPUT TAX-RATE-FILE.
    IF TAX-RATE-STATUS = "00" THEN
        MOVE 1 TO TAX-TABLE-OPEN
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Sales Tax Liability by Region" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE 1 TO TAX-FILES-OPEN.

    *> ---------------------
    *> FILING HISTORY: the latest filing already made for the same
    *> period decides this run's sequence and what it amends.
    *> ---------------------

    2000-LOAD-FILING-HISTORY.
    OPEN INPUT TAX-HIST-FILE.
    IF TAX-HIST-STATUS = "00" THEN
        MOVE 0 TO TAX-HIST-EOF
        PERFORM 2100-READ-ONE-HISTORY UNTIL TAX-HIST-AT-EOF
        CLOSE TAX-HIST-FILE
    END-IF.
    COMPUTE FILING-SEQ = PRIOR-FILING-SEQ + 1.

    2100-READ-ONE-HISTORY.
    READ TAX-HIST-FILE
        AT END MOVE 1 TO TAX-HIST-EOF
        NOT AT END
            IF TH-FROM-PERIOD = FROM-PERIOD
                    AND TH-TO-PERIOD = TO-PERIOD THEN
                PERFORM 2200-NOTE-PRIOR-FILING
            END-IF
    END-READ.

    2200-NOTE-PRIOR-FILING.
    IF TH-FILING-SEQ > PRIOR-FILING-SEQ THEN
        MOVE TH-FILING-SEQ TO PRIOR-FILING-SEQ
        MOVE TH-RUN-STAMP TO PRIOR-RUN-STAMP
        MOVE 0 TO PRIOR-NET-TAX
    END-IF.
    IF TH-FILING-SEQ = PRIOR-FILING-SEQ THEN
        ADD TH-NET-TAX TO PRIOR-NET-TAX
    END-IF.

    *> ---------------------
    *> INVOICES: taxable sales and tax charged.
    *> ---------------------

    3000-READ-INVOICE-REGISTER.
    READ INVOICE-REGISTER-FILE
        AT END MOVE 1 TO INVOICE-REGISTER-EOF
    END-READ.

    3100-FILE-ONE-INVOICE.
    IF IR-INVOICE-DATE IS NUMERIC
            AND IR-INVOICE-DATE(1:6) NOT < FROM-PERIOD
            AND IR-INVOICE-DATE(1:6) NOT > TO-PERIOD THEN
        ADD IR-TAX TO REGISTER-TAX-TOTAL
        IF IR-TAX-RATE IS NUMERIC THEN
            MOVE IR-REGION-CODE TO BS-REGION-CODE
            MOVE IR-TAX-RATE TO BS-TAX-RATE
        ELSE
            MOVE IR-CUST-ID TO ESTIMATE-CUST-ID
            MOVE IR-INVOICE-DATE TO ESTIMATE-DATE
            PERFORM 3500-ESTIMATE-REGION-AND-RATE
        END-IF
        PERFORM 3600-LOCATE-BUCKET
        IF BUCKET-FOUND-IDX > 0 THEN
            ADD IR-SUBTOTAL TO TB-TAXABLE-SALES(BUCKET-FOUND-IDX)
            ADD IR-TAX TO TB-TAX-CHARGED(BUCKET-FOUND-IDX)
            ADD 1 TO TOTAL-INVOICES-FILED
        END-IF
    END-IF.
    PERFORM 3000-READ-INVOICE-REGISTER.

    *> The customer's region today and the rate the table had in
    *> force on the document date, walked in key order off the
    *> (region, date) index the way invoicing resolves it.
    3500-ESTIMATE-REGION-AND-RATE.
    ADD 1 TO TOTAL-ESTIMATED.
    MOVE SPACES TO BS-REGION-CODE.
    MOVE STANDARD-TAX-RATE TO BS-TAX-RATE.
    IF MASTER-IS-OPEN THEN
        MOVE ESTIMATE-CUST-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CM-REGION-CODE TO BS-REGION-CODE
        END-READ
    END-IF.
    IF NOT TAX-TABLE-IS-OPEN OR BS-REGION-CODE = SPACES THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO TAX-SCAN-EOF.
    MOVE BS-REGION-CODE TO TX-REGION-CODE.
    MOVE 0 TO TX-EFF-DATE.
    START TAX-RATE-FILE KEY NOT < TX-RATE-KEY
        INVALID KEY MOVE 1 TO TAX-SCAN-EOF
    END-START.
    PERFORM 3510-SCAN-ONE-TAX-ROW UNTIL TAX-SCAN-AT-EOF.

    3510-SCAN-ONE-TAX-ROW.
    READ TAX-RATE-FILE NEXT RECORD
        AT END MOVE 1 TO TAX-SCAN-EOF
        NOT AT END
            IF TX-REGION-CODE NOT = BS-REGION-CODE
                    OR TX-EFF-DATE > ESTIMATE-DATE THEN
                MOVE 1 TO TAX-SCAN-EOF
            ELSE
                MOVE TX-RATE TO BS-TAX-RATE
            END-IF
    END-READ.

    *> Finds the bucket for BUCKET-SEARCH-KEY, opening a new one in
    *> key order when this is the first document for that region and
    *> rate. A full table leaves BUCKET-FOUND-IDX zero; the document
    *> is counted and the tie-out shows what it left off the return.
    3600-LOCATE-BUCKET.
    IF BS-REGION-CODE = SPACES THEN
        MOVE "---" TO BS-REGION-CODE
    END-IF.
    MOVE 0 TO BUCKET-FOUND-IDX.
    MOVE 0 TO BUCKET-INSERT-AT.
    PERFORM 3610-COMPARE-ONE-BUCKET
        VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > BUCKET-COUNT.
    IF BUCKET-FOUND-IDX > 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF BUCKET-COUNT >= BUCKET-TABLE-MAX THEN
        ADD 1 TO TOTAL-OVERFLOWED
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Tax bucket table overflowed; return is incomplete." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    IF BUCKET-INSERT-AT = 0 THEN
        COMPUTE BUCKET-INSERT-AT = BUCKET-COUNT + 1
    ELSE
        PERFORM 3620-SHIFT-ONE-BUCKET
            VARYING BUCKET-SHIFT-IDX FROM BUCKET-COUNT BY -1
            UNTIL BUCKET-SHIFT-IDX < BUCKET-INSERT-AT
    END-IF.
    ADD 1 TO BUCKET-COUNT.
    MOVE BUCKET-SEARCH-KEY TO TB-KEY(BUCKET-INSERT-AT).
    MOVE 0 TO TB-TAXABLE-SALES(BUCKET-INSERT-AT).
    MOVE 0 TO TB-TAX-CHARGED(BUCKET-INSERT-AT).
    MOVE 0 TO TB-RETURN-SALES(BUCKET-INSERT-AT).
    MOVE 0 TO TB-TAX-CREDITED(BUCKET-INSERT-AT).
    MOVE BUCKET-INSERT-AT TO BUCKET-FOUND-IDX.

    3610-COMPARE-ONE-BUCKET.
    IF BUCKET-INSERT-AT = 0
            AND TB-KEY(BUCKET-IDX) NOT < BUCKET-SEARCH-KEY THEN
        IF TB-KEY(BUCKET-IDX) = BUCKET-SEARCH-KEY THEN
            MOVE BUCKET-IDX TO BUCKET-FOUND-IDX
        END-IF
        MOVE BUCKET-IDX TO BUCKET-INSERT-AT
    END-IF.

    3620-SHIFT-ONE-BUCKET.
    MOVE TAX-BUCKET(BUCKET-SHIFT-IDX) TO TAX-BUCKET(BUCKET-SHIFT-IDX + 1).

    *> ---------------------
    *> CREDIT MEMOS: returned sales and tax credited.
    *> ---------------------

    4000-READ-MEMO-REGISTER.
    READ CREDIT-MEMO-REGISTER-FILE
        AT END MOVE 1 TO CREDIT-MEMO-REGISTER-EOF
    END-READ.

    4100-FILE-ONE-MEMO.
    IF CR-CREDIT-DATE IS NUMERIC
            AND CR-CREDIT-DATE(1:6) NOT < FROM-PERIOD
            AND CR-CREDIT-DATE(1:6) NOT > TO-PERIOD THEN
        IF CR-TAX-RATE IS NUMERIC THEN
            MOVE CR-REGION-CODE TO BS-REGION-CODE
            MOVE CR-TAX-RATE TO BS-TAX-RATE
        ELSE
            MOVE CR-CUST-ID TO ESTIMATE-CUST-ID
            MOVE CR-CREDIT-DATE TO ESTIMATE-DATE
            PERFORM 3500-ESTIMATE-REGION-AND-RATE
        END-IF
        PERFORM 3600-LOCATE-BUCKET
        IF BUCKET-FOUND-IDX > 0 THEN
            ADD CR-SUBTOTAL TO TB-RETURN-SALES(BUCKET-FOUND-IDX)
            ADD CR-TAX TO TB-TAX-CREDITED(BUCKET-FOUND-IDX)
            ADD 1 TO TOTAL-MEMOS-FILED
        END-IF
    END-IF.
    PERFORM 4000-READ-MEMO-REGISTER.

    *> ---------------------
    *> REPORT
    *> ---------------------

    5000-PRINT-LIABILITY-REPORT.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "FILING PERIOD " FROM-PERIOD " TO " TO-PERIOD
        "   FILING SEQ " FILING-SEQ
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "RGN  RATE PCT      TAXABLE     TAX CHGD    RTN SALES"
        "     TAX CRED      NET TAX"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    PERFORM 5100-PRINT-ONE-BUCKET
        VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > BUCKET-COUNT.
    MOVE GRAND-TAXABLE-SALES TO RPT-AMT-1.
    MOVE GRAND-TAX-CHARGED TO RPT-AMT-2.
    MOVE GRAND-RETURN-SALES TO RPT-AMT-3.
    MOVE GRAND-TAX-CREDITED TO RPT-AMT-4.
    MOVE GRAND-NET-TAX TO RPT-AMT-5.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "TOTAL        " RPT-AMT-1 " " RPT-AMT-2 " " RPT-AMT-3
        " " RPT-AMT-4 " " RPT-AMT-5
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    PERFORM 5200-PRINT-TIE-OUT.
    PERFORM 5300-PRINT-AMENDMENT.
    IF TOTAL-ESTIMATED > 0 THEN
        MOVE TOTAL-ESTIMATED TO RPT-COUNT-DISP
        MOVE SPACES TO RW-LINE-TEXT
        STRING RPT-COUNT-DISP " OLDER REGISTER RECORDS FILED UNDER"
            " CURRENT REGION, RATE IN FORCE"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 5900-PRINT-REPORT-LINE
    END-IF.

    5100-PRINT-ONE-BUCKET.
    COMPUTE BUCKET-NET-TAX = TB-TAX-CHARGED(BUCKET-IDX)
        - TB-TAX-CREDITED(BUCKET-IDX).
    ADD TB-TAXABLE-SALES(BUCKET-IDX) TO GRAND-TAXABLE-SALES.
    ADD TB-TAX-CHARGED(BUCKET-IDX) TO GRAND-TAX-CHARGED.
    ADD TB-RETURN-SALES(BUCKET-IDX) TO GRAND-RETURN-SALES.
    ADD TB-TAX-CREDITED(BUCKET-IDX) TO GRAND-TAX-CREDITED.
    ADD BUCKET-NET-TAX TO GRAND-NET-TAX.
    MOVE TB-TAX-RATE(BUCKET-IDX) TO RPT-RATE-DISP.
    MOVE TB-TAXABLE-SALES(BUCKET-IDX) TO RPT-AMT-1.
    MOVE TB-TAX-CHARGED(BUCKET-IDX) TO RPT-AMT-2.
    MOVE TB-RETURN-SALES(BUCKET-IDX) TO RPT-AMT-3.
    MOVE TB-TAX-CREDITED(BUCKET-IDX) TO RPT-AMT-4.
    MOVE BUCKET-NET-TAX TO RPT-AMT-5.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING TB-REGION-CODE(BUCKET-IDX) "  " RPT-RATE-DISP " " RPT-AMT-1
        " " RPT-AMT-2 " " RPT-AMT-3 " " RPT-AMT-4 " " RPT-AMT-5
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.

    *> The tax charged on the return must be every cent of IR-TAX the
    *> register carries for the same dates.
    5200-PRINT-TIE-OUT.
    COMPUTE TIE-OUT-DIFFERENCE = REGISTER-TAX-TOTAL - GRAND-TAX-CHARGED.
    MOVE REGISTER-TAX-TOTAL TO RPT-AMT-1.
    MOVE SPACES TO RW-LINE-TEXT.
    IF TIE-OUT-DIFFERENCE = 0 THEN
        STRING "INVREG IR-TAX FOR PERIOD " RPT-AMT-1 "  TIES"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        MOVE TIE-OUT-DIFFERENCE TO RPT-AMT-2
        STRING "INVREG IR-TAX FOR PERIOD " RPT-AMT-1
            "  OUT BY " RPT-AMT-2
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Tax return does not tie to INVREG for the period." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    PERFORM 5900-PRINT-REPORT-LINE.

    5300-PRINT-AMENDMENT.
    MOVE SPACES TO RW-LINE-TEXT.
    IF PRIOR-FILING-SEQ = 0 THEN
        STRING "ORIGINAL FILING FOR THE PERIOD"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 5900-PRINT-REPORT-LINE
    ELSE
        STRING "AMENDS FILING SEQ " PRIOR-FILING-SEQ " OF "
            PRIOR-RUN-STAMP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 5900-PRINT-REPORT-LINE
        MOVE PRIOR-NET-TAX TO RPT-AMT-1
        COMPUTE BUCKET-NET-TAX = GRAND-NET-TAX - PRIOR-NET-TAX
        MOVE BUCKET-NET-TAX TO RPT-AMT-2
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  NET TAX AS FILED " RPT-AMT-1 "  CHANGE " RPT-AMT-2
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 5900-PRINT-REPORT-LINE
    END-IF.

    5900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> FILING HISTORY: one line per region and rate, appended.
    *> ---------------------

    6000-WRITE-FILING-HISTORY.
    IF BUCKET-COUNT = 0 THEN
        DISPLAY "No taxable activity in the period; nothing filed."
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND TAX-HIST-FILE.
    IF TAX-HIST-STATUS = "35" THEN
        OPEN OUTPUT TAX-HIST-FILE
    END-IF.
    PERFORM 6100-WRITE-ONE-HISTORY
        VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > BUCKET-COUNT.
    CLOSE TAX-HIST-FILE.

    6100-WRITE-ONE-HISTORY.
    MOVE FROM-PERIOD TO TH-FROM-PERIOD.
    MOVE TO-PERIOD TO TH-TO-PERIOD.
    MOVE FILING-SEQ TO TH-FILING-SEQ.
    MOVE RUN-STAMP-SAVE TO TH-RUN-STAMP.
    MOVE TB-REGION-CODE(BUCKET-IDX) TO TH-REGION-CODE.
    MOVE TB-TAX-RATE(BUCKET-IDX) TO TH-TAX-RATE.
    MOVE TB-TAXABLE-SALES(BUCKET-IDX) TO TH-TAXABLE-SALES.
    MOVE TB-TAX-CHARGED(BUCKET-IDX) TO TH-TAX-CHARGED.
    MOVE TB-RETURN-SALES(BUCKET-IDX) TO TH-RETURN-SALES.
    MOVE TB-TAX-CREDITED(BUCKET-IDX) TO TH-TAX-CREDITED.
    COMPUTE TH-NET-TAX = TB-TAX-CHARGED(BUCKET-IDX)
        - TB-TAX-CREDITED(BUCKET-IDX).
    WRITE TAX-HIST-REC.
    ADD 1 TO TOTAL-HIST-WRITTEN.
    COMPUTE HIST-VALUE-CENTS = TH-NET-TAX * 100.
    MOVE FUNCTION MOD(HIST-VALUE-CENTS, 1000000000)
        TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF TAX-FILES-ARE-OPEN THEN
        CLOSE INVOICE-REGISTER-FILE
        IF MEMO-REGISTER-IS-OPEN THEN
            CLOSE CREDIT-MEMO-REGISTER-FILE
        END-IF
        IF MASTER-IS-OPEN THEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
        IF TAX-TABLE-IS-OPEN THEN
            CLOSE TAX-RATE-FILE
        END-IF
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    DISPLAY "-- Sales Tax Liability Report --".
    DISPLAY "Invoices filed    : " TOTAL-INVOICES-FILED.
    DISPLAY "Credit memos filed: " TOTAL-MEMOS-FILED.
    DISPLAY "Estimated records : " TOTAL-ESTIMATED.
    DISPLAY "History lines     : " TOTAL-HIST-WRITTEN.
    IF TOTAL-OVERFLOWED > 0 THEN
        DISPLAY "Left off (table) : " TOTAL-OVERFLOWED
    END-IF.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
