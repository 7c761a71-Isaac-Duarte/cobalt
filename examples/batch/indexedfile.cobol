        88 PART-MASTER-AT-EOF VALUE 1.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="INDEXED-FILE-DEMO"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="INDEXED-FILE-DEMO"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    MOVE "VEND01" TO PM-VENDOR-ID.
    MOVE 0.40 TO PM-UNIT-COST.
    MOVE "N" TO PM-KIT-FLAG.
    MOVE 0.05 TO PM-SHIP-WEIGHT.
    MOVE SPACE TO PM-ABC-CLASS.
    PERFORM 1100-WRITE-ONE-RECORD.

    MOVE "A1002" TO PM-PART-NO.
    MOVE "VEND01" TO PM-VENDOR-ID.
    MOVE 0.18 TO PM-UNIT-COST.
    MOVE "N" TO PM-KIT-FLAG.
    MOVE 0.02 TO PM-SHIP-WEIGHT.
    MOVE SPACE TO PM-ABC-CLASS.
    PERFORM 1100-WRITE-ONE-RECORD.

    MOVE "A1003" TO PM-PART-NO.
    MOVE "VEND02" TO PM-VENDOR-ID.
    MOVE 0.04 TO PM-UNIT-COST.
    MOVE "N" TO PM-KIT-FLAG.
    MOVE 0.01 TO PM-SHIP-WEIGHT.
    MOVE SPACE TO PM-ABC-CLASS.
    PERFORM 1100-WRITE-ONE-RECORD.
    CLOSE PART-MASTER-FILE.

