IDENTIFICATION DIVISION.
PROGRAM-ID. PRIME-CERTIFY.

*> PRIME-CERTIFY gives every PRIMMAST entry a second proof that
*> owes nothing to FIZZ-BUZZ's own code, so a fault in the sweep
*> cannot quietly certify itself. Each entry is re-proven here by
*> one of two deterministic methods: trial division by every
*> 6k+-1 divisor up to the square root while the value is within
*> the trial ceiling (method T), and above it a Miller-Rabin test
*> on the fixed witnesses 2, 7 and 61 (method W), which settles
*> every value below 4,759,123,141 -- the whole nine-digit key --
*> with no random draw. FIZZ-BUZZ's random witnesses are never
*> used here.
*>
*> The outcome goes on the PRIMCERT file, keyed on the prime
*> itself like the master: status C (certified) or D (disputed --
*> this program found it composite, and the divisor or witness
*> that showed it is kept as the evidence), the date, and the
*> method. A D entry is held back from PRIME-MASTER-INQ until it
*> is resolved: a PURGE run deletes it from PRIMMAST and marks it
*> R (resolved, removed), or a later re-proof certifies it.
*>
*> The master's prime counts are then checked at each power of
*> ten against the published values of the prime-counting
*> function pi(x). A boundary is checked only when the PRIMCOVR
*> sweep ranges cover 2 through it, since an unswept master is
*> short by design. The results are rewritten to PRIMCNT each run
*> (A agree, D disagree, N not swept); a D boundary disputes its
*> whole decade -- every value above the previous boundary up to
*> it -- in PRIME-MASTER-INQ until a later run agrees again.
*>
*> Any new dispute, entry or count, writes a severe ALERTIN card
*> and ends the run RC=16.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>   PC-NUM-1   trial-division ceiling (zero = 10,000,000)
*>   PC-TEXT-1  run mode: blank proves entries not yet certified
*>              and re-proves disputed ones; ALL re-proves every
*>              entry; PURGE also deletes disputed entries from
*>              PRIMMAST and marks them resolved

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRIME-MASTER-FILE ASSIGN TO "PRIMMAST"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-PRIME-VAL
            FILE STATUS IS PRIME-MASTER-STATUS.
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
        SELECT ALERT-IN-FILE ASSIGN TO "ALERTIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ALERT-IN-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PRIME-MASTER-FILE.
    01  PRIME-MASTER-REC.
        05 PN-PRIME-VAL PIC 9(9).
        05 PN-FIRST-FOUND PIC 9(8).
        05 PN-CERTAINTY PIC 9(2).
        05 PN-WITNESS-MODE PIC X(1).
            88 PN-MODE-SWEEP VALUE "S".
            88 PN-MODE-CANDIDATE VALUE "C".

    FD  PRIME-COVER-FILE.
    01  PRIME-COVER-REC.
        05 PV-SWEEP-DATE PIC 9(8).
        05 PV-RANGE-FROM PIC 9(9).
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

    FD  ALERT-IN-FILE.
    01  ALERT-IN-REC PIC X(80).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 PRIME-MASTER-STATUS PIC X(2).
    01 PRIME-COVER-STATUS PIC X(2).
    01 PRIME-CERT-STATUS PIC X(2).
    01 PRIME-COUNT-STATUS PIC X(2).
    01 ALERT-IN-STATUS PIC X(2).
    01 PRIME-MASTER-EOF PIC 9(1) COMP VALUE 0.
        88 PRIME-MASTER-AT-EOF VALUE 1.
    01 PRIME-COVER-EOF PIC 9(1) COMP VALUE 0.
        88 PRIME-COVER-AT-EOF VALUE 1.
    01 PARM-STAGING PIC X(20).

    01 RUN-MODE PIC X(5) VALUE SPACES.
        88 RUN-MODE-NEW VALUE SPACES.
        88 RUN-MODE-ALL VALUE "ALL".
        88 RUN-MODE-PURGE VALUE "PURGE".
    01 TRIAL-CEILING PIC 9(9) COMP VALUE 10000000.
    01 TRIAL-CEILING-X PIC X(9).

    01 CERT-ON-FILE-SWITCH PIC 9(1) COMP VALUE 0.
        88 CERT-IS-ON-FILE VALUE 1.
    01 PROOF-WANTED-SWITCH PIC 9(1) COMP VALUE 0.
        88 PROOF-IS-WANTED VALUE 1.
    01 COMPOSITE-SWITCH PIC 9(1) COMP VALUE 0.
        88 VALUE-IS-COMPOSITE VALUE 1.
    01 PROOF-METHOD PIC X(1) VALUE SPACES.
    01 PROOF-EVIDENCE PIC 9(9) VALUE 0.

*> The proof arithmetic. The largest product formed is the square
*> of a residue below 10**9, which stays inside eighteen digits.
    01 PROOF-VALUE PIC 9(9) COMP VALUE 0.
    01 TRIAL-DIVISOR PIC 9(9) COMP VALUE 0.
    01 TRIAL-STEP PIC 9(1) COMP VALUE 0.
    01 TRIAL-QUOTIENT PIC 9(9) COMP VALUE 0.
    01 TRIAL-REMAINDER PIC 9(9) COMP VALUE 0.
    01 TRIAL-SQUARE PIC 9(18) COMP VALUE 0.
    01 MR-ODD-PART PIC 9(9) COMP VALUE 0.
    01 MR-TWOS PIC 9(2) COMP VALUE 0.
    01 MR-SQUARINGS PIC 9(2) COMP VALUE 0.
    01 MR-N-MINUS-1 PIC 9(9) COMP VALUE 0.
    01 MR-X PIC 9(18) COMP VALUE 0.
    01 MR-HALF PIC 9(9) COMP VALUE 0.
    01 MR-BIT PIC 9(1) COMP VALUE 0.
    01 MR-WITNESS-IDX PIC 9(1) COMP VALUE 0.
    01 MR-PASSED-SWITCH PIC 9(1) COMP VALUE 0.
        88 MR-WITNESS-PASSED VALUE 1.
    01 POW-BASE PIC 9(18) COMP VALUE 0.
    01 POW-EXP PIC 9(9) COMP VALUE 0.
    01 POW-RESULT PIC 9(18) COMP VALUE 0.
    01 POW-PRODUCT PIC 9(18) COMP VALUE 0.
    01 POW-QUOTIENT PIC 9(18) COMP VALUE 0.

    01 MR-WITNESS-VALUES.
        05 FILLER PIC 9(2) VALUE 02.
        05 FILLER PIC 9(2) VALUE 07.
        05 FILLER PIC 9(2) VALUE 61.
    01 MR-WITNESS-TABLE REDEFINES MR-WITNESS-VALUES.
        05 MR-WITNESS PIC 9(2) OCCURS 3 TIMES.

*> pi(x) at each power of ten, as published; the last boundary is
*> the top of the nine-digit key, and 10**9 itself is composite,
*> so pi(999,999,999) = pi(10**9).
    01 PI-REFERENCE-VALUES.
        05 FILLER PIC 9(9) VALUE 000000010.
        05 FILLER PIC 9(9) VALUE 000000004.
        05 FILLER PIC 9(9) VALUE 000000100.
        05 FILLER PIC 9(9) VALUE 000000025.
        05 FILLER PIC 9(9) VALUE 000001000.
        05 FILLER PIC 9(9) VALUE 000000168.
        05 FILLER PIC 9(9) VALUE 000010000.
        05 FILLER PIC 9(9) VALUE 000001229.
        05 FILLER PIC 9(9) VALUE 000100000.
        05 FILLER PIC 9(9) VALUE 000009592.
        05 FILLER PIC 9(9) VALUE 001000000.
        05 FILLER PIC 9(9) VALUE 000078498.
        05 FILLER PIC 9(9) VALUE 010000000.
        05 FILLER PIC 9(9) VALUE 000664579.
        05 FILLER PIC 9(9) VALUE 100000000.
        05 FILLER PIC 9(9) VALUE 005761455.
        05 FILLER PIC 9(9) VALUE 999999999.
        05 FILLER PIC 9(9) VALUE 050847534.
    01 PI-REFERENCE-TABLE REDEFINES PI-REFERENCE-VALUES.
        05 PI-REFERENCE OCCURS 9 TIMES.
            10 PI-BOUNDARY PIC 9(9).
            10 PI-EXPECTED PIC 9(9).
    01 PI-COUNTED-TABLE.
        05 PI-COUNTED PIC 9(9) COMP OCCURS 9 TIMES.
    01 PI-COUNT PIC 9(2) COMP VALUE 9.
    01 PI-IDX PIC 9(2) COMP VALUE 0.

*> The sweep ranges, merged into the one run from 2 they reach
*> without a gap.
    01 COVER-TABLE-MAX PIC 9(4) COMP VALUE 500.
    01 COVER-COUNT PIC 9(4) COMP VALUE 0.
    01 COVER-IDX PIC 9(4) COMP VALUE 0.
    01 COVER-TABLE.
        05 COVER-ENTRY OCCURS 500 TIMES.
            10 CT-RANGE-FROM PIC 9(9) COMP.
            10 CT-RANGE-TO PIC 9(9) COMP.
    01 COVERED-THROUGH PIC 9(9) COMP VALUE 0.
    01 COVER-GREW-SWITCH PIC 9(1) COMP VALUE 0.
        88 COVER-GREW VALUE 1.

    01 TOTAL-ENTRIES-READ PIC 9(8) COMP VALUE 0.
    01 TOTAL-ALREADY-CERTIFIED PIC 9(8) COMP VALUE 0.
    01 TOTAL-PROVEN-TRIAL PIC 9(8) COMP VALUE 0.
    01 TOTAL-PROVEN-WITNESS PIC 9(8) COMP VALUE 0.
    01 TOTAL-CERTIFIED PIC 9(8) COMP VALUE 0.
    01 TOTAL-DISPUTED PIC 9(8) COMP VALUE 0.
    01 TOTAL-PURGED PIC 9(8) COMP VALUE 0.
    01 TOTAL-COUNT-DISAGREE PIC 9(8) COMP VALUE 0.
    01 TOTAL-ALERTS-RAISED PIC 9(8) COMP VALUE 0.

    01 VALUE-DISP PIC Z(8)9.
    01 VALUE-DISP-2 PIC Z(8)9.
    01 VALUE-DISP-3 PIC Z(8)9.
    01 COUNT-STATUS-TEXT PIC X(9).

    COPY "retcode.cpy".
    COPY "parmdata.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-CERTIFY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-CERTIFY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    OPEN I-O PRIME-MASTER-FILE.
    IF PRIME-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Prime master not found, nothing to certify."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Prime master (PRIMMAST) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        OPEN I-O PRIME-CERT-FILE
        IF PRIME-CERT-STATUS = "35" THEN
            OPEN OUTPUT PRIME-CERT-FILE
            CLOSE PRIME-CERT-FILE
            OPEN I-O PRIME-CERT-FILE
        END-IF
        OPEN EXTEND ALERT-IN-FILE
        IF ALERT-IN-STATUS = "35" THEN
            OPEN OUTPUT ALERT-IN-FILE
        END-IF
        PERFORM 2000-READ-MASTER-ENTRY
        PERFORM 3000-CERTIFY-ONE-ENTRY UNTIL PRIME-MASTER-AT-EOF
        PERFORM 5000-CHECK-PRIME-COUNTS
        CLOSE ALERT-IN-FILE
        CLOSE PRIME-CERT-FILE
        CLOSE PRIME-MASTER-FILE
    END-IF.
    DISPLAY "-- Prime Master Certification Report --".
    DISPLAY "Master entries read   : " TOTAL-ENTRIES-READ.
    DISPLAY "Already certified     : " TOTAL-ALREADY-CERTIFIED.
    DISPLAY "Proven by trial       : " TOTAL-PROVEN-TRIAL.
    DISPLAY "Proven by witness     : " TOTAL-PROVEN-WITNESS.
    DISPLAY "Certified             : " TOTAL-CERTIFIED.
    DISPLAY "Disputed (composite)  : " TOTAL-DISPUTED.
    DISPLAY "Purged from master    : " TOTAL-PURGED.
    DISPLAY "Count boundaries off  : " TOTAL-COUNT-DISAGREE.
    DISPLAY "Alerts raised         : " TOTAL-ALERTS-RAISED.
    IF TOTAL-ALERTS-RAISED > 0 THEN
        MOVE 16 TO WS-RETURN-CODE
        MOVE "Prime master failed second-method certification."
            TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            IF PC-NUM-1 > 0 THEN
                MOVE PC-NUM-1 TO TRIAL-CEILING
            END-IF
            MOVE PC-TEXT-1(1:5) TO RUN-MODE
        END-IF
    ELSE
        DISPLAY "Trial-division ceiling (blank = 10000000):"
        MOVE SPACES TO TRIAL-CEILING-X
        ACCEPT TRIAL-CEILING-X
        IF TRIAL-CEILING-X NOT = SPACES THEN
            MOVE FUNCTION NUMVAL(TRIAL-CEILING-X) TO TRIAL-CEILING
        END-IF
        DISPLAY "Run mode - blank, ALL, or PURGE:"
        MOVE SPACES TO PARM-STAGING
        ACCEPT PARM-STAGING
        MOVE PARM-STAGING(1:5) TO RUN-MODE
    END-IF.
    IF NOT RUN-MODE-NEW AND NOT RUN-MODE-ALL
            AND NOT RUN-MODE-PURGE THEN
        DISPLAY "Run mode " RUN-MODE " not known; proving new entries."
        MOVE SPACES TO RUN-MODE
    END-IF.
    IF TRIAL-CEILING = 0 THEN
        MOVE 10000000 TO TRIAL-CEILING
    END-IF.
    INITIALIZE PI-COUNTED-TABLE.

    *> ---------------------
    *> CERTIFICATION LOOP: the master in key order, so the prime
    *> counts at each boundary are taken on the same pass.
    *> ---------------------

    2000-READ-MASTER-ENTRY.
    READ PRIME-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO PRIME-MASTER-EOF
    END-READ.

    3000-CERTIFY-ONE-ENTRY.
    ADD 1 TO TOTAL-ENTRIES-READ.
    MOVE PN-PRIME-VAL TO PK-PRIME-VAL.
    READ PRIME-CERT-FILE
        INVALID KEY MOVE 0 TO CERT-ON-FILE-SWITCH
        NOT INVALID KEY MOVE 1 TO CERT-ON-FILE-SWITCH
    END-READ.
    IF RUN-MODE-PURGE AND CERT-IS-ON-FILE AND PK-DISPUTED THEN
        PERFORM 3500-PURGE-DISPUTED-ENTRY
    ELSE
        PERFORM 3050-TALLY-PRIME-COUNTS
        MOVE 0 TO PROOF-WANTED-SWITCH
        IF RUN-MODE-ALL OR NOT CERT-IS-ON-FILE
                OR NOT PK-CERTIFIED THEN
            MOVE 1 TO PROOF-WANTED-SWITCH
        END-IF
        IF PROOF-IS-WANTED THEN
            PERFORM 3100-PROVE-ONE-ENTRY
        ELSE
            ADD 1 TO TOTAL-ALREADY-CERTIFIED
        END-IF
    END-IF.
    PERFORM 2000-READ-MASTER-ENTRY.

*> Every boundary at or above the entry counts it.
    3050-TALLY-PRIME-COUNTS.
    PERFORM 3060-TALLY-ONE-BOUNDARY
        VARYING PI-IDX FROM 1 BY 1 UNTIL PI-IDX > PI-COUNT.

    3060-TALLY-ONE-BOUNDARY.
    IF PN-PRIME-VAL <= PI-BOUNDARY(PI-IDX) THEN
        ADD 1 TO PI-COUNTED(PI-IDX)
    END-IF.

    3100-PROVE-ONE-ENTRY.
    MOVE PN-PRIME-VAL TO PROOF-VALUE.
    MOVE 0 TO COMPOSITE-SWITCH.
    MOVE 0 TO PROOF-EVIDENCE.
*> Below 62 the witnesses themselves could be the value, so small
*> values always go by trial division whatever the ceiling.
    IF PROOF-VALUE <= TRIAL-CEILING OR PROOF-VALUE < 62 THEN
        MOVE "T" TO PROOF-METHOD
        ADD 1 TO TOTAL-PROVEN-TRIAL
        PERFORM 4000-PROVE-BY-TRIAL
    ELSE
        MOVE "W" TO PROOF-METHOD
        ADD 1 TO TOTAL-PROVEN-WITNESS
        PERFORM 4100-PROVE-BY-WITNESS
    END-IF.
    MOVE PN-PRIME-VAL TO PK-PRIME-VAL.
    MOVE WS-CURRENT-DATE-8 TO PK-CERT-DATE.
    MOVE PROOF-METHOD TO PK-CERT-METHOD.
    MOVE PROOF-EVIDENCE TO PK-EVIDENCE.
    IF VALUE-IS-COMPOSITE THEN
        MOVE "D" TO PK-CERT-STATUS
        ADD 1 TO TOTAL-DISPUTED
        PERFORM 6000-RAISE-ENTRY-ALERT
    ELSE
        MOVE "C" TO PK-CERT-STATUS
        ADD 1 TO TOTAL-CERTIFIED
    END-IF.
    PERFORM 3200-WRITE-CERT-RECORD.

    3200-WRITE-CERT-RECORD.
    IF CERT-IS-ON-FILE THEN
        REWRITE PRIME-CERT-REC
            INVALID KEY
                DISPLAY "CERT FAULT: " PK-PRIME-VAL
                    " could not be rewritten."
                MOVE 8 TO WS-RETURN-CODE
        END-REWRITE
    ELSE
        WRITE PRIME-CERT-REC
            INVALID KEY
                DISPLAY "CERT FAULT: " PK-PRIME-VAL
                    " could not be written."
                MOVE 8 TO WS-RETURN-CODE
        END-WRITE
    END-IF.

*> A disputed entry comes off the master; its certification record
*> stays, marked resolved, as the history of why it went.
    3500-PURGE-DISPUTED-ENTRY.
    DELETE PRIME-MASTER-FILE RECORD
        INVALID KEY
            DISPLAY "PURGE FAULT: " PN-PRIME-VAL
                " could not be deleted."
            MOVE 8 TO WS-RETURN-CODE
            PERFORM 3050-TALLY-PRIME-COUNTS
            EXIT PARAGRAPH
    END-DELETE.
    MOVE "R" TO PK-CERT-STATUS.
    MOVE WS-CURRENT-DATE-8 TO PK-CERT-DATE.
    PERFORM 3200-WRITE-CERT-RECORD.
    ADD 1 TO TOTAL-PURGED.
    MOVE PN-PRIME-VAL TO VALUE-DISP.
    DISPLAY "Purged disputed entry " VALUE-DISP " from the master.".

    *> ---------------------
    *> PROOFS
    *> ---------------------

*> 2 and 3 by hand, then the divisors 5, 7, 11, 13, ... -- every
*> 6k-1 and 6k+1 -- until the divisor's square passes the value.
    4000-PROVE-BY-TRIAL.
    IF PROOF-VALUE < 2 THEN
        MOVE 1 TO COMPOSITE-SWITCH
        EXIT PARAGRAPH
    END-IF.
    IF PROOF-VALUE < 4 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 2 TO TRIAL-DIVISOR.
    PERFORM 4010-TRY-ONE-DIVISOR.
    IF VALUE-IS-COMPOSITE THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 3 TO TRIAL-DIVISOR.
    PERFORM 4010-TRY-ONE-DIVISOR.
    MOVE 5 TO TRIAL-DIVISOR.
    MOVE 2 TO TRIAL-STEP.
    MULTIPLY TRIAL-DIVISOR BY TRIAL-DIVISOR GIVING TRIAL-SQUARE.
    PERFORM 4020-TRY-NEXT-DIVISOR
        UNTIL VALUE-IS-COMPOSITE OR TRIAL-SQUARE > PROOF-VALUE.

    4010-TRY-ONE-DIVISOR.
    DIVIDE PROOF-VALUE BY TRIAL-DIVISOR GIVING TRIAL-QUOTIENT
        REMAINDER TRIAL-REMAINDER.
    IF TRIAL-REMAINDER = 0 AND PROOF-VALUE NOT = TRIAL-DIVISOR THEN
        MOVE 1 TO COMPOSITE-SWITCH
        MOVE TRIAL-DIVISOR TO PROOF-EVIDENCE
    END-IF.

    4020-TRY-NEXT-DIVISOR.
    PERFORM 4010-TRY-ONE-DIVISOR.
    ADD TRIAL-STEP TO TRIAL-DIVISOR.
    IF TRIAL-STEP = 2 THEN
        MOVE 4 TO TRIAL-STEP
    ELSE
        MOVE 2 TO TRIAL-STEP
    END-IF.
    MULTIPLY TRIAL-DIVISOR BY TRIAL-DIVISOR GIVING TRIAL-SQUARE.

*> Miller-Rabin on the fixed witnesses: n - 1 = d * 2**s with d odd;
*> a witness passes when a**d is 1 or n - 1, or one of the next
*> s - 1 squarings reaches n - 1. The first witness that fails is
*> the evidence.
    4100-PROVE-BY-WITNESS.
    DIVIDE PROOF-VALUE BY 2 GIVING TRIAL-QUOTIENT
        REMAINDER TRIAL-REMAINDER.
    IF TRIAL-REMAINDER = 0 THEN
        MOVE 1 TO COMPOSITE-SWITCH
        MOVE 2 TO PROOF-EVIDENCE
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT 1 FROM PROOF-VALUE GIVING MR-N-MINUS-1.
    MOVE MR-N-MINUS-1 TO MR-ODD-PART.
    MOVE 0 TO MR-TWOS.
    MOVE 0 TO MR-BIT.
    PERFORM 4110-HALVE-ODD-PART UNTIL MR-BIT = 1.
    PERFORM 4120-TRY-ONE-WITNESS
        VARYING MR-WITNESS-IDX FROM 1 BY 1
        UNTIL MR-WITNESS-IDX > 3 OR VALUE-IS-COMPOSITE.

    4110-HALVE-ODD-PART.
    DIVIDE MR-ODD-PART BY 2 GIVING MR-HALF REMAINDER MR-BIT.
    IF MR-BIT = 0 THEN
        MOVE MR-HALF TO MR-ODD-PART
        ADD 1 TO MR-TWOS
    END-IF.

    4120-TRY-ONE-WITNESS.
    MOVE MR-WITNESS(MR-WITNESS-IDX) TO POW-BASE.
    MOVE MR-ODD-PART TO POW-EXP.
    PERFORM 4200-MOD-POW.
    MOVE POW-RESULT TO MR-X.
    MOVE 0 TO MR-PASSED-SWITCH.
    IF MR-X = 1 OR MR-X = MR-N-MINUS-1 THEN
        MOVE 1 TO MR-PASSED-SWITCH
    END-IF.
    MOVE 1 TO MR-SQUARINGS.
    PERFORM 4130-SQUARE-WITNESS-RESIDUE
        UNTIL MR-WITNESS-PASSED OR MR-SQUARINGS >= MR-TWOS.
    IF NOT MR-WITNESS-PASSED THEN
        MOVE 1 TO COMPOSITE-SWITCH
        MOVE MR-WITNESS(MR-WITNESS-IDX) TO PROOF-EVIDENCE
    END-IF.

    4130-SQUARE-WITNESS-RESIDUE.
    MULTIPLY MR-X BY MR-X GIVING POW-PRODUCT.
    DIVIDE POW-PRODUCT BY PROOF-VALUE GIVING POW-QUOTIENT
        REMAINDER MR-X.
    IF MR-X = MR-N-MINUS-1 THEN
        MOVE 1 TO MR-PASSED-SWITCH
    END-IF.
    ADD 1 TO MR-SQUARINGS.

*> Square-and-multiply: POW-RESULT = POW-BASE ** POW-EXP mod the
*> value under proof, one exponent bit per pass.
    4200-MOD-POW.
    MOVE 1 TO POW-RESULT.
    DIVIDE POW-BASE BY PROOF-VALUE GIVING POW-QUOTIENT
        REMAINDER POW-BASE.
    PERFORM 4210-MOD-POW-STEP UNTIL POW-EXP = 0.

    4210-MOD-POW-STEP.
    DIVIDE POW-EXP BY 2 GIVING POW-EXP REMAINDER MR-BIT.
    IF MR-BIT = 1 THEN
        MULTIPLY POW-RESULT BY POW-BASE GIVING POW-PRODUCT
        DIVIDE POW-PRODUCT BY PROOF-VALUE GIVING POW-QUOTIENT
            REMAINDER POW-RESULT
    END-IF.
    IF POW-EXP > 0 THEN
        MULTIPLY POW-BASE BY POW-BASE GIVING POW-PRODUCT
        DIVIDE POW-PRODUCT BY PROOF-VALUE GIVING POW-QUOTIENT
            REMAINDER POW-BASE
    END-IF.

    *> ---------------------
    *> PRIME COUNTS: each boundary the sweeps reach is held to the
    *> published pi(x); PRIMCNT is rewritten with tonight's answer.
    *> ---------------------

    5000-CHECK-PRIME-COUNTS.
    PERFORM 5100-LOAD-SWEEP-COVERAGE.
    OPEN OUTPUT PRIME-COUNT-FILE.
    PERFORM 5200-CHECK-ONE-BOUNDARY
        VARYING PI-IDX FROM 1 BY 1 UNTIL PI-IDX > PI-COUNT.
    CLOSE PRIME-COUNT-FILE.
    MOVE COVERED-THROUGH TO VALUE-DISP.
    DISPLAY "Sweeps cover 2 through " VALUE-DISP " without a gap.".

    5100-LOAD-SWEEP-COVERAGE.
    MOVE 0 TO COVER-COUNT.
    MOVE 1 TO COVERED-THROUGH.
    MOVE 0 TO PRIME-COVER-EOF.
    OPEN INPUT PRIME-COVER-FILE.
    IF PRIME-COVER-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 5110-LOAD-ONE-COVER-REC UNTIL PRIME-COVER-AT-EOF.
    CLOSE PRIME-COVER-FILE.
    MOVE 1 TO COVER-GREW-SWITCH.
    PERFORM 5120-EXTEND-COVERAGE UNTIL NOT COVER-GREW.

    5110-LOAD-ONE-COVER-REC.
    READ PRIME-COVER-FILE
        AT END MOVE 1 TO PRIME-COVER-EOF
        NOT AT END
            IF COVER-COUNT < COVER-TABLE-MAX
                    AND PV-RANGE-FROM IS NUMERIC
                    AND PV-RANGE-TO IS NUMERIC THEN
                ADD 1 TO COVER-COUNT
                MOVE PV-RANGE-FROM TO CT-RANGE-FROM(COVER-COUNT)
                MOVE PV-RANGE-TO TO CT-RANGE-TO(COVER-COUNT)
            END-IF
    END-READ.

*> One pass over the ranges; any range that starts inside or just
*> past the covered run and ends beyond it extends it.
    5120-EXTEND-COVERAGE.
    MOVE 0 TO COVER-GREW-SWITCH.
    PERFORM 5130-TRY-ONE-RANGE
        VARYING COVER-IDX FROM 1 BY 1 UNTIL COVER-IDX > COVER-COUNT.

    5130-TRY-ONE-RANGE.
    IF CT-RANGE-FROM(COVER-IDX) <= COVERED-THROUGH + 1
            AND CT-RANGE-TO(COVER-IDX) > COVERED-THROUGH THEN
        MOVE CT-RANGE-TO(COVER-IDX) TO COVERED-THROUGH
        MOVE 1 TO COVER-GREW-SWITCH
    END-IF.

    5200-CHECK-ONE-BOUNDARY.
    MOVE PI-BOUNDARY(PI-IDX) TO PT-BOUNDARY.
    MOVE PI-EXPECTED(PI-IDX) TO PT-EXPECTED.
    MOVE PI-COUNTED(PI-IDX) TO PT-COUNTED.
    MOVE WS-CURRENT-DATE-8 TO PT-CHECK-DATE.
    IF COVERED-THROUGH < PI-BOUNDARY(PI-IDX) THEN
        MOVE "N" TO PT-STATUS
        MOVE "not swept" TO COUNT-STATUS-TEXT
    ELSE
        IF PI-COUNTED(PI-IDX) = PI-EXPECTED(PI-IDX) THEN
            MOVE "A" TO PT-STATUS
            MOVE "agrees" TO COUNT-STATUS-TEXT
        ELSE
            MOVE "D" TO PT-STATUS
            MOVE "DISAGREES" TO COUNT-STATUS-TEXT
            ADD 1 TO TOTAL-COUNT-DISAGREE
            PERFORM 6100-RAISE-COUNT-ALERT
        END-IF
    END-IF.
    WRITE PRIME-COUNT-REC.
    MOVE PI-BOUNDARY(PI-IDX) TO VALUE-DISP.
    MOVE PI-EXPECTED(PI-IDX) TO VALUE-DISP-2.
    MOVE PI-COUNTED(PI-IDX) TO VALUE-DISP-3.
    DISPLAY "pi(" VALUE-DISP ") expected " VALUE-DISP-2
        " master " VALUE-DISP-3 " " COUNT-STATUS-TEXT.

    *> ---------------------
    *> ALERTS
    *> ---------------------

    6000-RAISE-ENTRY-ALERT.
    MOVE PN-PRIME-VAL TO VALUE-DISP.
    MOVE PROOF-EVIDENCE TO VALUE-DISP-2.
    MOVE SPACES TO ALERT-IN-REC.
    IF PROOF-METHOD = "T" THEN
        STRING "PRIMCERT RC=016 " VALUE-DISP
            " ON PRIMMAST IS COMPOSITE - DIVISOR " VALUE-DISP-2
            DELIMITED BY SIZE INTO ALERT-IN-REC
    ELSE
        STRING "PRIMCERT RC=016 " VALUE-DISP
            " ON PRIMMAST IS COMPOSITE - WITNESS " VALUE-DISP-2
            DELIMITED BY SIZE INTO ALERT-IN-REC
    END-IF.
    WRITE ALERT-IN-REC.
    ADD 1 TO TOTAL-ALERTS-RAISED.
    DISPLAY "ALERT RAISED: " ALERT-IN-REC.

    6100-RAISE-COUNT-ALERT.
    MOVE PI-BOUNDARY(PI-IDX) TO VALUE-DISP.
    MOVE PI-EXPECTED(PI-IDX) TO VALUE-DISP-2.
    MOVE PI-COUNTED(PI-IDX) TO VALUE-DISP-3.
    MOVE SPACES TO ALERT-IN-REC.
    STRING "PRIMCERT RC=016 PI(" VALUE-DISP ") MASTER " VALUE-DISP-3
        " PUBLISHED " VALUE-DISP-2
        DELIMITED BY SIZE INTO ALERT-IN-REC.
    WRITE ALERT-IN-REC.
    ADD 1 TO TOTAL-ALERTS-RAISED.
    DISPLAY "ALERT RAISED: " ALERT-IN-REC.

    COPY "parmproc.cpy".
    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
