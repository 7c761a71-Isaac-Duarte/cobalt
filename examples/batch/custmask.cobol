
*> One record is held back so the last one written can absorb the
*> perturbation residue and keep the balance total exact.
    01 HELD-RECORD PIC X(113).
    01 HELD-RECORD-SPLIT REDEFINES HELD-RECORD.
        05 HR-CUST-ID PIC X(6).
        05 HR-CUST-NAME PIC X(25).
        05 HR-CUST-ADDRESS PIC X(47).
        05 HR-CUST-BALANCE PIC S9(7)V99 COMP-3.
        05 HR-FILLER-TAIL PIC X(30).
    01 RECORD-IS-HELD PIC 9(1) COMP VALUE 0.
        88 A-RECORD-IS-HELD VALUE 1.

    01 TOTAL-DISP-2 PIC -(10)9.99.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-MASK-EXTRACT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-MASK-EXTRACT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    5200-VERIFY-ONE-RECORD.
    IF MK-IS-DATA THEN
        ADD 1 TO TOTAL-VERIFIED
        MOVE MK-DATA(1:113) TO HELD-RECORD
        MOVE HR-CUST-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
