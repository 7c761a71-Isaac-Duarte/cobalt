*> covered N's range per the PRIMCOVR coverage records. The
*> operator keys a value per pass, the way CUST-NAME-INQ takes a
*> name; a blank value ends the session.
*>
*> Nothing is answered for a value PRIME-CERTIFY has put under
*> dispute: an entry its second proof found composite (status D on
*> PRIMCERT) is reported as disputed until it is purged or
*> re-proven, and so is any value in a decade whose prime count
*> disagreed with the published pi(x) on the last PRIMCNT check --
*> the answers there cannot be trusted until a later run agrees.
*> An entry purged after a dispute says so instead of just "not on
*> the master".

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        SELECT PRIME-COVER-FILE ASSIGN TO "PRIMCOVR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PRIME-COVER-STATUS.
        SELECT PRIME-CERT-FILE ASSIGN TO "PRIMCERT"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PK-PRIME-VAL
            FILE STATUS IS PRIME-CERT-STATUS.
        SELECT PRIME-COUNT-FILE ASSIGN TO "PRIMCNT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PRIME-COUNT-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        05 PV-RANGE-TO PIC 9(9).
        05 PV-CERTAINTY PIC 9(2).

    FD  PRIME-CERT-FILE.
    01  PRIME-CERT-REC.
        05 PK-PRIME-VAL PIC 9(9).
        05 PK-CERT-STATUS PIC X(1).
            88 PK-CERTIFIED VALUE "C".
            88 PK-DISPUTED VALUE "D".
            88 PK-RESOLVED VALUE "R".
        05 PK-CERT-DATE PIC 9(8).
        05 PK-CERT-METHOD PIC X(1).
            88 PK-METHOD-TRIAL VALUE "T".
            88 PK-METHOD-WITNESS VALUE "W".
        05 PK-EVIDENCE PIC 9(9).

    FD  PRIME-COUNT-FILE.
    01  PRIME-COUNT-REC.
        05 PT-BOUNDARY PIC 9(9).
        05 PT-EXPECTED PIC 9(9).
        05 PT-COUNTED PIC 9(9).
        05 PT-STATUS PIC X(1).
            88 PT-AGREES VALUE "A".
            88 PT-DISAGREES VALUE "D".
            88 PT-NOT-SWEPT VALUE "N".
        05 PT-CHECK-DATE PIC 9(8).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    01 PRIME-COVER-STATUS PIC X(2).
    01 PRIME-COVER-EOF PIC 9(1) COMP VALUE 0.
        88 PRIME-COVER-AT-EOF VALUE 1.
    01 PRIME-CERT-STATUS PIC X(2).
    01 PRIME-CERT-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 PRIME-CERT-IS-OPEN VALUE 1.
    01 PRIME-COUNT-STATUS PIC X(2).
    01 PRIME-COUNT-EOF PIC 9(1) COMP VALUE 0.
        88 PRIME-COUNT-AT-EOF VALUE 1.
    01 INQUIRY-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 INQUIRY-IS-DONE VALUE 1.

    01 COVER-DISP PIC Z(8)9.
    01 COVER-DISP-2 PIC Z(8)9.

*> The decades the last count check disputed: above the previous
*> boundary, up to and including the one that disagreed.
    01 DISPUTED-RANGE-COUNT PIC 9(2) COMP VALUE 0.
    01 DISPUTED-RANGE-IDX PIC 9(2) COMP VALUE 0.
    01 DISPUTED-RANGE-TABLE.
        05 DISPUTED-RANGE OCCURS 20 TIMES.
            10 DR-RANGE-ABOVE PIC 9(9).
            10 DR-RANGE-TO PIC 9(9).
            10 DR-CHECK-DATE PIC 9(8).
    01 PREVIOUS-BOUNDARY PIC 9(9) VALUE 0.
    01 VALUE-DISPUTED-SWITCH PIC 9(1) COMP VALUE 0.
        88 VALUE-IS-DISPUTED VALUE 1.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-MASTER-INQ"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-MASTER-INQ"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
        MOVE "Prime master (PRIMMAST) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        PERFORM 0500-LOAD-DISPUTES
        PERFORM 1000-INQUIRY-STEP UNTIL INQUIRY-IS-DONE
        IF PRIME-CERT-IS-OPEN THEN
            CLOSE PRIME-CERT-FILE
        END-IF
        CLOSE PRIME-MASTER-FILE
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> DISPUTES: the certification file is kept open for the
    *> session; a master never certified simply has none.
    *> ---------------------

    0500-LOAD-DISPUTES.
    OPEN INPUT PRIME-CERT-FILE.
    IF PRIME-CERT-STATUS = "00" THEN
        MOVE 1 TO PRIME-CERT-OPEN-SWITCH
    END-IF.
    MOVE 0 TO DISPUTED-RANGE-COUNT.
    MOVE 0 TO PREVIOUS-BOUNDARY.
    MOVE 0 TO PRIME-COUNT-EOF.
    OPEN INPUT PRIME-COUNT-FILE.
    IF PRIME-COUNT-STATUS = "00" THEN
        PERFORM 0510-LOAD-ONE-COUNT-REC UNTIL PRIME-COUNT-AT-EOF
        CLOSE PRIME-COUNT-FILE
    END-IF.

    0510-LOAD-ONE-COUNT-REC.
    READ PRIME-COUNT-FILE
        AT END MOVE 1 TO PRIME-COUNT-EOF
        NOT AT END
            IF PT-DISAGREES AND DISPUTED-RANGE-COUNT < 20 THEN
                ADD 1 TO DISPUTED-RANGE-COUNT
                MOVE PREVIOUS-BOUNDARY
                    TO DR-RANGE-ABOVE(DISPUTED-RANGE-COUNT)
                MOVE PT-BOUNDARY TO DR-RANGE-TO(DISPUTED-RANGE-COUNT)
                MOVE PT-CHECK-DATE
                    TO DR-CHECK-DATE(DISPUTED-RANGE-COUNT)
            END-IF
            MOVE PT-BOUNDARY TO PREVIOUS-BOUNDARY
    END-READ.

    *> ---------------------
    *> INQUIRY LOOP: one value per pass, blank to end.
    *> ---------------------
        MOVE 1 TO INQUIRY-DONE-SWITCH
    ELSE
        MOVE FUNCTION NUMVAL(SEARCH-VALUE-X) TO SEARCH-VALUE
        PERFORM 1500-CHECK-DISPUTES
        IF NOT VALUE-IS-DISPUTED THEN
            PERFORM 2000-LOOK-UP-PRIME
            PERFORM 3000-CHECK-RANGE-COVERAGE
        END-IF
    END-IF.

    1500-CHECK-DISPUTES.
    MOVE 0 TO VALUE-DISPUTED-SWITCH.
    PERFORM 1510-CHECK-ONE-RANGE
        VARYING DISPUTED-RANGE-IDX FROM 1 BY 1
        UNTIL DISPUTED-RANGE-IDX > DISPUTED-RANGE-COUNT
            OR VALUE-IS-DISPUTED.
    IF VALUE-IS-DISPUTED OR NOT PRIME-CERT-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SEARCH-VALUE TO PK-PRIME-VAL.
    READ PRIME-CERT-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF PK-DISPUTED THEN
                MOVE 1 TO VALUE-DISPUTED-SWITCH
                DISPLAY SEARCH-VALUE " is disputed: second proof "
                    PK-CERT-DATE " found it composite (method "
                    PK-CERT-METHOD ", evidence " PK-EVIDENCE
                    "). No answer until resolved."
            END-IF
    END-READ.

    1510-CHECK-ONE-RANGE.
    IF SEARCH-VALUE > DR-RANGE-ABOVE(DISPUTED-RANGE-IDX)
            AND SEARCH-VALUE <= DR-RANGE-TO(DISPUTED-RANGE-IDX) THEN
        MOVE 1 TO VALUE-DISPUTED-SWITCH
        MOVE DR-RANGE-ABOVE(DISPUTED-RANGE-IDX) TO COVER-DISP
        MOVE DR-RANGE-TO(DISPUTED-RANGE-IDX) TO COVER-DISP-2
        DISPLAY SEARCH-VALUE " is disputed: the prime count above "
            COVER-DISP " through " COVER-DISP-2
            " disagreed with pi(x) on "
            DR-CHECK-DATE(DISPUTED-RANGE-IDX)
            ". No answer until resolved."
    END-IF.

    2000-LOOK-UP-PRIME.
    READ PRIME-MASTER-FILE
        INVALID KEY
            DISPLAY SEARCH-VALUE " is not on the prime master."
            PERFORM 2100-NOTE-PURGED-ENTRY
        NOT INVALID KEY
            DISPLAY SEARCH-VALUE " is a known prime: first found "
                PN-FIRST-FOUND " certainty " PN-CERTAINTY
                " mode " PN-WITNESS-MODE
    END-READ.

*> A value that went off the master after failing its second proof
*> is still on PRIMCERT, marked resolved.
    2100-NOTE-PURGED-ENTRY.
    IF NOT PRIME-CERT-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE SEARCH-VALUE TO PK-PRIME-VAL.
    READ PRIME-CERT-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF PK-RESOLVED THEN
                DISPLAY "It was purged " PK-CERT-DATE
                    " after a second proof found it composite."
            END-IF
    END-READ.

    *> Every coverage record is checked: the value is covered when
    *> any recorded sweep range brackets it.
    3000-CHECK-RANGE-COVERAGE.
