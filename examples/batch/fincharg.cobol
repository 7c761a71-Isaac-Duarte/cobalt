PROGRAM-ID. FINANCE-CHARGE.

*> FINANCE-CHARGE is the monthly run that finally charges for the
*> lateness AR-AGING has always measured: every open item past its
*> due date on the run date (the due date follows the customer's
*> payment terms; see OIDUEPROC) is assessed simple interest on
*> its remaining amount, less any amount under open dispute (see
*> DISPPROC), for the days past due, through
*> CALC-ENGINE's "I" function at an operator-parameterized annual
*> rate, with the day count taken from DATE-ENGINE's days-between.
*> Each charge leaves as a new open item on OITRAN (an "A" card
*> receivable and CM-CUST-BALANCE move together through the normal
*> maintenance flows. A charge register prints through
*> REPORT-WRITER -- item, day count, and amount per line -- so a
*> disputed charge traces straight back to its arithmetic. Each
*> charge also books to the GL interface file as FC CHG.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  annual rate in hundredths of a percent
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "glsel.cpy".
        COPY "dispsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "glfd.cpy".

    FD  DISPUTE-FILE.
    COPY "disprec.cpy".

    WORKING-STORAGE SECTION.
    01 OPEN-ITEM-STATUS PIC X(2).
    01 CHARGE-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 CHARGE-FILES-ARE-OPEN VALUE 1.

*> Items not yet due are not charged; past that, only the days
*> beyond the due date accrue.
    01 ANNUAL-RATE-HUNDREDTHS PIC 9(9) COMP VALUE 1800.
    01 ANNUAL-RATE PIC S9(7)V9(4) COMP-3 VALUE 0.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 OVERDUE-DAYS PIC S9(9) COMP VALUE 0.
    01 CHARGE-AMOUNT PIC S9(9)V99 COMP-3 VALUE 0.
    01 NEXT-CHARGE-NO PIC 9(6) VALUE 0.
    01 CHARGE-INVOICE-NO PIC X(8).
    01 PARM-STAGING PIC X(5).

    01 CE-FUNCTION PIC X(1).
    01 CE-AMOUNT PIC S9(13)V99 COMP-3.
    01 CE-RATE PIC S9(7)V9(4) COMP-3.
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="FINANCE-CHARGE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="FINANCE-CHARGE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="FINANCE-CHARGE"==.
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="FINANCE-CHARGE"==.
    COPY "oiduedata.cpy".
    COPY "dispdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    IF OI-INVOICE-NO(1:2) = "FC" OR OI-REMAIN-AMOUNT <= 0 THEN
        CONTINUE
    ELSE
        MOVE RUN-DATE-SAVE TO OIDUE-AS-OF-DATE
        PERFORM 9840-OI-DAYS-PAST-DUE
        MOVE OIDUE-DAYS-PAST-DUE TO OVERDUE-DAYS
        PERFORM 9845-OI-DISPUTED-AMOUNT
        IF OVERDUE-DAYS > 0 AND OIDISP-COLLECTIBLE > 0 THEN
            PERFORM 3100-ASSESS-ONE-CHARGE
        END-IF
    END-IF.
    PERFORM 2000-READ-OPEN-ITEM.

    3100-ASSESS-ONE-CHARGE.
    MOVE OIDISP-COLLECTIBLE TO CE-AMOUNT.
    MOVE ANNUAL-RATE TO CE-RATE.
    MOVE OVERDUE-DAYS TO CE-COUNT-1.
    MOVE "I" TO CE-FUNCTION.
    WRITE OPEN-ITEM-TRANS-REC.
    ADD 1 TO OI-KEYED-COUNT.
    ADD OT-AMOUNT TO OI-KEYED-HASH.
    MOVE "FC" TO GL-ENTRY-SOURCE.
    MOVE "CHG" TO GL-ENTRY-TYPE.
    MOVE CHARGE-AMOUNT TO GL-ENTRY-AMOUNT.
    MOVE CHARGE-INVOICE-NO TO GL-ENTRY-REFERENCE.
    MOVE RUN-DATE-SAVE TO GL-ENTRY-DATE.
    PERFORM 9830-GL-BOOK-ENTRY.

    3300-ACCUMULATE-BALANCE-ADJ.
    MOVE 0 TO ADJ-FOUND-IDX.

    3400-PRINT-REGISTER-LINE.
    MOVE OVERDUE-DAYS TO REG-DAYS-DISP.
    MOVE OIDISP-COLLECTIBLE TO REG-AMT-DISP.
    MOVE CHARGE-AMOUNT TO REG-AMT-DISP-2.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING OI-CUST-ID " " OI-INVOICE-NO " due " REG-AMT-DISP
    8000-TERMINATE.
    IF CHARGE-FILES-ARE-OPEN THEN
        CLOSE OPEN-ITEM-FILE
        PERFORM 9849-OI-DISPUTE-CLOSE
        CLOSE CUSTOMER-MASTER-FILE
        MOVE OI-KEYED-COUNT TO OS-TRANS-COUNT
        MOVE OI-KEYED-HASH TO OS-HASH-TOTAL
    DISPLAY "Items scanned    : " TOTAL-ITEMS-SCANNED.
    DISPLAY "Charges assessed : " TOTAL-CHARGES-ASSESSED.
    DISPLAY "Charge value     : " TOTAL-CHARGE-VALUE.
    PERFORM 9839-GL-CLOSE.
    PERFORM 9810-CTL-PRINT-FOOTER.

    8100-STORE-CHARGE-CONTROL.
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "glproc.cpy".
    COPY "oidueproc.cpy".
    COPY "dispproc.cpy".
