*> same SORT/OUTPUT PROCEDURE structure CANDIDATE-SORT uses, and
*> printed as a suggested-purchase report through REPORT-WRITER,
*> with control totals of suggestion lines and suggested quantities.
*> A part with a minimum or maximum set at any location is planned
*> by location instead: REPLENISH-TRANSFER has already moved what
*> surplus other locations could spare, and only the net shortfall
*> it left on REPLSHRT is suggested, tagged "min/max" on the line.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "partsel.cpy".
        COPY "locsel.cpy".
        COPY "shrtsel.cpy".
        SELECT SORT-WORK-FILE ASSIGN TO "REORWORK".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
    FD  LOCATION-STOCK-FILE.
    COPY "locrec.cpy".

    FD  REPL-SHORT-FILE.
    COPY "shrtrec.cpy".

    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05 SW-VENDOR-ID PIC X(6).
        05 SW-QTY-ON-HAND PIC 9(6).
        05 SW-REORDER-POINT PIC 9(6).
        05 SW-REORDER-QTY PIC 9(6).
        05 SW-BASIS PIC X(1).
            88 SW-BASIS-MIN-MAX VALUE "M".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="REORDER-REPORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="REORDER-REPORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="REORDER-REPORT"==.
    COPY "shrtdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    IF LOCATION-STOCK-STATUS = "00" THEN
        MOVE 1 TO LOCATION-FILE-OPEN
    END-IF.
    PERFORM 9990-SHORT-LOAD.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-VENDOR-ID SW-PART-NO
        INPUT PROCEDURE IS 1000-EXTRACT-LOW-PARTS
    *> ---------------------
    *> SORT INPUT PROCEDURE: release one record per part at or below
    *> its reorder point. A reorder point of zero means the part is
    *> not replenished automatically and is never released. A part
    *> planned by location min/max is released only for the net
    *> shortfall REPLENISH-TRANSFER could not cover by transfer.
    *> ---------------------

    1000-EXTRACT-LOW-PARTS.

    1200-RELEASE-IF-LOW.
    ADD 1 TO TOTAL-PARTS-SCANNED.
    MOVE PM-PART-NO TO SHORT-PART-NO.
    PERFORM 9991-SHORT-FIND.
    IF SHORT-PART-IS-PLANNED THEN
        IF SHORT-QTY > 0 THEN
            MOVE SHORT-QTY TO SW-REORDER-QTY
            MOVE "M" TO SW-BASIS
            PERFORM 1210-RELEASE-SUGGESTION
        END-IF
    ELSE
        IF PM-REORDER-POINT > 0 AND PM-QTY-ON-HAND <= PM-REORDER-POINT THEN
            MOVE PM-REORDER-QTY TO SW-REORDER-QTY
            MOVE SPACE TO SW-BASIS
            PERFORM 1210-RELEASE-SUGGESTION
        END-IF
    END-IF.
    PERFORM 1100-READ-PART-RECORD.

    1210-RELEASE-SUGGESTION.
    MOVE PM-VENDOR-ID TO SW-VENDOR-ID.
    MOVE PM-PART-NO TO SW-PART-NO.
    MOVE PM-DESCRIPTION TO SW-DESCRIPTION.
    MOVE PM-QTY-ON-HAND TO SW-QTY-ON-HAND.
    MOVE PM-REORDER-POINT TO SW-REORDER-POINT.
    RELEASE SORT-WORK-REC.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: print the suggestions grouped by vendor,
    *> with a vendor heading line on each control break.
    MOVE SW-REORDER-QTY TO RPT-QTY-DISP.
    STRING " suggest " RPT-QTY-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT(53:).
    IF SW-BASIS-MIN-MAX THEN
        MOVE " min/max" TO RW-LINE-TEXT(68:)
    END-IF.
    PERFORM 2900-PRINT-REPORT-LINE.
    ADD 1 TO TOTAL-SUGGESTIONS.
    ADD SW-REORDER-QTY TO TOTAL-SUGGESTED-QTY.
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "shrtproc.cpy".
