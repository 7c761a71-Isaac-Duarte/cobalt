    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="REORDER-RECALC"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="REORDER-RECALC"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    MOVE PM-VENDOR-ID TO PT-VENDOR-ID.
    MOVE PM-UNIT-COST TO PT-UNIT-COST.
    MOVE PM-KIT-FLAG TO PT-KIT-FLAG.
    MOVE PM-SHIP-WEIGHT TO PT-SHIP-WEIGHT.
    WRITE PART-TRANS-REC.
    ADD 1 TO KEYED-TRANS-COUNT.
    ADD PT-UNIT-PRICE TO KEYED-HASH-TOTAL.
