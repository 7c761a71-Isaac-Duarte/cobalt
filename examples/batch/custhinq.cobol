    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-HISTORY-INQ"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-HISTORY-INQ"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
            IF JR-CUST-ID = SEARCH-CUST-ID THEN
                MOVE JR-TIMESTAMP TO EVT-SWAP-STAMP
                MOVE SPACES TO EVT-SWAP-TEXT
                IF JR-CHECKER-ID = SPACES THEN
                    STRING "MAINT " JR-TRANS-CODE " BY " JR-OPER-ID
                        DELIMITED BY SIZE INTO EVT-SWAP-TEXT
                ELSE
                    STRING "MAINT " JR-TRANS-CODE " BY " JR-OPER-ID
                        " KEYED " JR-MAKER-ID " APPROVED " JR-CHECKER-ID
                        DELIMITED BY SIZE INTO EVT-SWAP-TEXT
                END-IF
                PERFORM 3000-TABLE-ONE-EVENT
            END-IF
    END-READ.
