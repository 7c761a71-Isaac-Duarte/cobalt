   *> MASTRLPROC - the per-record integrity rules for the three
   *> indexed masters, shared by MASTER-INTEGRITY-CHK (the live files)
   *> and BACKUP-RESTORE-TEST (a backup reloaded into a scratch copy)
   *> so a restore is proved by exactly the rules the nightly check
   *> enforces. With the record just read, PERFORM the paragraph for
   *> its file; each failing rule fills in MASTRLDATA.CPY and
   *> PERFORMs the caller's own 7000-REPORT-EXCEPTION.
    *> CUSTMAST: non-blank key, valid packed balance, defined
    *> lifecycle status byte.
    9660-CUSTOMER-RULES.
    MOVE "CUSTMAST" TO EXCEPTION-FILE-NAME.
    MOVE CM-CUST-ID TO EXCEPTION-KEY.
    IF CM-CUST-ID = SPACES THEN
        MOVE "CM-CUST-ID key field is blank" TO EXCEPTION-REASON
        PERFORM 7000-REPORT-EXCEPTION
    END-IF.
    IF CM-CUST-BALANCE IS NOT NUMERIC THEN
        MOVE "CM-CUST-BALANCE is not valid packed decimal" TO EXCEPTION-REASON
        PERFORM 7000-REPORT-EXCEPTION
    END-IF.
    IF NOT CM-STATUS-VALID THEN
        MOVE "CM-CUST-STATUS is not a defined status value" TO EXCEPTION-REASON
        PERFORM 7000-REPORT-EXCEPTION
    END-IF.

    *> PARTDAT: non-blank key, valid packed unit price.
    9661-PART-RULES.
    MOVE "PARTDAT" TO EXCEPTION-FILE-NAME.
    MOVE PM-PART-NO TO EXCEPTION-KEY.
    IF PM-PART-NO = SPACES THEN
        MOVE "PM-PART-NO key field is blank" TO EXCEPTION-REASON
        PERFORM 7000-REPORT-EXCEPTION
    END-IF.
    IF PM-UNIT-PRICE IS NOT NUMERIC THEN
        MOVE "PM-UNIT-PRICE is not valid packed decimal" TO EXCEPTION-REASON
        PERFORM 7000-REPORT-EXCEPTION
    END-IF.

    *> TESTCASE: non-blank key.
    9662-TESTCASE-RULES.
    MOVE "TESTCASE" TO EXCEPTION-FILE-NAME.
    MOVE TC-TEST-ID TO EXCEPTION-KEY.
    IF TC-TEST-ID = SPACES THEN
        MOVE "TC-TEST-ID key field is blank" TO EXCEPTION-REASON
        PERFORM 7000-REPORT-EXCEPTION
    END-IF.
