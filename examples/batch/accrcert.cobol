IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESS-RECERT.

*> ACCESS-RECERT is the quarterly access recertification the auditors
*> ask for, in place of a screenshot of OPERATOR-MAINT. A report run
*> lists every operator on OPERFILE with each program the authority
*> matrix (AUTHFILE) allows them and the last date the SECEVENT log
*> shows them actually signing on to it, and flags the exceptions:
*>     DORMANT   an active profile with no sign-on in the window
*>     PWD-EXP   a password past its OP-PWD-EXP-DATE
*>     LOCKED    a profile locked out and never cleared
*>     UNUSED    an allowed program not signed on to in the window
*>     SOD       the same person holding an entry program and the
*>               approval that is meant to check it
*> An operator with no matrix rows has profile-level access to every
*> screen and is listed as such. The window is 90 days unless the
*> parameters say otherwise. An authority exercised inside another
*> program rather than signed on to (DOCK-OVER-RECEIPT) counts as
*> used by its OVERRIDE events. The report prints through
*> REPORT-WRITER, and the same run writes the sign-off file RECERTSO:
*> one line per authority for the supervisors to mark K (keep) or R
*> (revoke) with their operator id. An apply run reads the marked
*> file back and turns every revoke into an authority removal,
*> logged on SECEVENT under the reviewer's id like a revoke keyed on
*> OPERATOR-MAINT. Removing an operator's last matrix row would hand
*> them profile-level access to everything, so that row is instead
*> rewritten as an explicit refusal; revoking a profile-level
*> operator deactivates the profile. Lines left undecided are counted
*> and end the apply run RC=4.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-TEXT-1(1:1)  mode: R report and sign-off file (the
*>                     default), A apply the marked sign-off file
*>     PC-NUM-1        unused/dormant window in days (0 = 90)
*>
*> Sign-off line (RECERTSO):
*>     col  1-8   operator id
*>     col 10-29  program (*PROFILE* for profile-level access)
*>     col 31     allowed flag on the matrix
*>     col 33-40  last sign-on date (zero: never)
*>     col 42-46  exceptions: D dormant, P password, L locked,
*>                U unused, S separation of duties
*>     col 48     decision: K keep, R revoke (the supervisor keys it)
*>     col 50-57  reviewing supervisor's operator id

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        SELECT RECERT-SIGNOFF-FILE ASSIGN TO "RECERTSO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RECERT-SIGNOFF-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  OPERATOR-FILE.
    COPY "oprec.cpy".

    FD  AUTHORITY-FILE.
    COPY "authrec.cpy".

    COPY "secevfd.cpy".

    FD  RECERT-SIGNOFF-FILE.
    01  RECERT-SIGNOFF-REC.
        05  RS-OPER-ID PIC X(8).
        05  FILLER PIC X(1).
        05  RS-PROGRAM PIC X(20).
        05  FILLER PIC X(1).
        05  RS-ALLOWED PIC X(1).
        05  FILLER PIC X(1).
        05  RS-LAST-USED PIC 9(8).
        05  FILLER PIC X(1).
        05  RS-EXCEPTIONS.
            10  RS-EXC-DORMANT PIC X(1).
            10  RS-EXC-PASSWORD PIC X(1).
            10  RS-EXC-LOCKED PIC X(1).
            10  RS-EXC-UNUSED PIC X(1).
            10  RS-EXC-SOD PIC X(1).
        05  FILLER PIC X(1).
        05  RS-DECISION PIC X(1).
            88  RS-DECIDED-KEEP VALUE "K" "k".
            88  RS-DECIDED-REVOKE VALUE "R" "r".
            88  RS-UNDECIDED VALUE " ".
        05  FILLER PIC X(1).
        05  RS-REVIEWER PIC X(8).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 RECERT-SIGNOFF-STATUS PIC X(2).
    01 OPER-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 OPER-SCAN-AT-EOF VALUE 1.
    01 EVENT-EOF PIC 9(1) COMP VALUE 0.
        88 EVENT-AT-EOF VALUE 1.
    01 SIGNOFF-EOF PIC 9(1) COMP VALUE 0.
        88 SIGNOFF-AT-EOF VALUE 1.
    01 RECERT-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 RECERT-FILES-ARE-OPEN VALUE 1.
    01 AUTH-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 AUTH-FILE-IS-OPEN VALUE 1.
    01 ROW-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
        88 ROW-WAS-FOUND VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 DAYS-STAGING PIC X(3).
    01 RUN-MODE PIC X(1) VALUE "R".
        88 RUN-MODE-REPORT VALUE "R".
        88 RUN-MODE-APPLY VALUE "A".
    01 WINDOW-DAYS PIC 9(3) COMP VALUE 90.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 CUTOFF-DATE PIC 9(8) VALUE 0.
    01 EVENT-DATE PIC 9(8) VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

*> Last sign-on and last lockout per operator, and last sign-on per
*> operator and program, tabled from SECEVENT before the operators
*> are read.
    01 OU-TABLE-MAX PIC 9(4) COMP VALUE 300.
    01 OU-COUNT PIC 9(4) COMP VALUE 0.
    01 OU-IDX PIC 9(4) COMP VALUE 0.
    01 OU-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 OU-TABLE.
        05 OU-ENTRY OCCURS 300 TIMES.
            10 OU-OPER-ID PIC X(8).
            10 OU-LAST-SIGNON PIC 9(8).
            10 OU-LAST-LOCKOUT PIC 9(8).
    01 PU-TABLE-MAX PIC 9(4) COMP VALUE 1000.
    01 PU-COUNT PIC 9(4) COMP VALUE 0.
    01 PU-IDX PIC 9(4) COMP VALUE 0.
    01 PU-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 PU-TABLE.
        05 PU-ENTRY OCCURS 1000 TIMES.
            10 PU-OPER-ID PIC X(8).
            10 PU-PROGRAM PIC X(20).
            10 PU-LAST-USED PIC 9(8).
    01 TABLE-OVERFLOW-SWITCH PIC 9(1) COMP VALUE 0.
        88 TABLE-HAS-OVERFLOWED VALUE 1.
    01 USE-OPER-ID PIC X(8).
    01 USE-PROGRAM PIC X(20).

*> Authorities exercised inside another program: an OVERRIDE event
*> logged by the program on the right is a use of the authority on
*> the left.
    01 EXERCISE-MAP-VALUES.
        05 FILLER PIC X(20) VALUE "DOCK-OVER-RECEIPT".
        05 FILLER PIC X(20) VALUE "DOCK-RECEIVING".
    01 EXERCISE-MAP REDEFINES EXERCISE-MAP-VALUES.
        05 EXERCISE-ENTRY OCCURS 1 TIMES.
            10 EX-AUTHORITY PIC X(20).
            10 EX-PROGRAM PIC X(20).
    01 EXERCISE-COUNT PIC 9(2) COMP VALUE 1.
    01 EX-IDX PIC 9(2) COMP VALUE 0.

*> Separation of duties: nobody should hold the entry program on the
*> left together with the approval on the right.
    01 SOD-PAIR-VALUES.
        05 FILLER PIC X(20) VALUE "CUSTOMER-TRANS-ENTRY".
        05 FILLER PIC X(20) VALUE "CUST-APPROVE".
        05 FILLER PIC X(20) VALUE "CUST-REJECT-CORRECT".
        05 FILLER PIC X(20) VALUE "CUST-APPROVE".
        05 FILLER PIC X(20) VALUE "DOCK-RECEIVING".
        05 FILLER PIC X(20) VALUE "DOCK-OVER-RECEIPT".
    01 SOD-PAIRS REDEFINES SOD-PAIR-VALUES.
        05 SOD-ENTRY OCCURS 3 TIMES.
            10 SOD-ENTRY-PROGRAM PIC X(20).
            10 SOD-APPROVAL-PROGRAM PIC X(20).
    01 SOD-COUNT PIC 9(2) COMP VALUE 3.
    01 SOD-IDX PIC 9(2) COMP VALUE 0.
    01 SOD-ENTRY-FOUND-IDX PIC 9(2) COMP VALUE 0.

*> The operator in hand: the programs the matrix allows them, and
*> which of those are in a separation-of-duties conflict.
    01 HELD-MAX PIC 9(2) COMP VALUE 60.
    01 HELD-COUNT PIC 9(2) COMP VALUE 0.
    01 HELD-IDX PIC 9(2) COMP VALUE 0.
    01 HELD-FOUND-IDX PIC 9(2) COMP VALUE 0.
    01 HELD-TABLE.
        05 HELD-ENTRY OCCURS 60 TIMES.
            10 HD-PROGRAM PIC X(20).
            10 HD-ALLOWED PIC X(1).
            10 HD-LAST-USED PIC 9(8).
            10 HD-UNUSED PIC X(1).
            10 HD-SOD PIC X(1).
    01 SEEK-PROGRAM PIC X(20).
    01 OPER-ROW-COUNT PIC 9(4) COMP VALUE 0.
    01 OPER-LAST-SIGNON PIC 9(8) VALUE 0.
    01 OPER-LAST-LOCKOUT PIC 9(8) VALUE 0.
    01 OPER-EXCEPTIONS.
        05 OX-DORMANT PIC X(1).
        05 OX-PASSWORD PIC X(1).
        05 OX-LOCKED PIC X(1).

    01 TOTAL-OPERATORS PIC 9(6) COMP VALUE 0.
    01 TOTAL-AUTHORITIES PIC 9(6) COMP VALUE 0.
    01 TOTAL-DORMANT PIC 9(6) COMP VALUE 0.
    01 TOTAL-PWD-EXPIRED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LOCKED PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNUSED PIC 9(6) COMP VALUE 0.
    01 TOTAL-SOD PIC 9(6) COMP VALUE 0.
    01 TOTAL-SIGNOFF-LINES PIC 9(6) COMP VALUE 0.
    01 TOTAL-KEPT PIC 9(6) COMP VALUE 0.
    01 TOTAL-REVOKED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REFUSAL-ROWS PIC 9(6) COMP VALUE 0.
    01 TOTAL-DEACTIVATED PIC 9(6) COMP VALUE 0.
    01 TOTAL-ALREADY-GONE PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNDECIDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-BAD-LINES PIC 9(6) COMP VALUE 0.

    01 RPT-DATE-DISP PIC X(8).
    01 RPT-COUNT-DISP PIC Z(5)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ACCESS-RECERT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ACCESS-RECERT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "signondata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    IF RUN-MODE-APPLY THEN
        PERFORM 5000-APPLY-SIGNOFF
    ELSE
        PERFORM 1500-INITIALIZE
        IF RECERT-FILES-ARE-OPEN THEN
            PERFORM 2000-LOAD-SECURITY-EVENTS
            PERFORM 3000-START-OPERATOR-SCAN
            PERFORM 3100-CERTIFY-ONE-OPERATOR UNTIL OPER-SCAN-AT-EOF
            PERFORM 4000-PRINT-SUMMARY
        END-IF
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS AND INITIALIZATION
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            MOVE PC-TEXT-1(1:1) TO RUN-MODE
            IF PC-NUM-1 > 0 AND PC-NUM-1 < 1000 THEN
                MOVE PC-NUM-1 TO WINDOW-DAYS
            END-IF
        END-IF
    ELSE
        DISPLAY "Mode - (R)eport and sign-off file or (A)pply sign-offs:"
        ACCEPT PARM-STAGING
        MOVE PARM-STAGING(1:1) TO RUN-MODE
        DISPLAY "Unused window in days (blank for 90):"
        ACCEPT DAYS-STAGING
        IF DAYS-STAGING IS NUMERIC AND DAYS-STAGING NOT = "000" THEN
            MOVE DAYS-STAGING TO WINDOW-DAYS
        END-IF
    END-IF.
    IF RUN-MODE = "a" THEN
        MOVE "A" TO RUN-MODE
    END-IF.
    IF NOT RUN-MODE-APPLY THEN
        MOVE "R" TO RUN-MODE
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.

    1500-INITIALIZE.
    MOVE "A" TO DE-FUNCTION.
    MOVE RUN-DATE-SAVE TO DE-DATE-1.
    MOVE 0 TO DE-DATE-2.
    COMPUTE DE-DAY-COUNT = 0 - WINDOW-DAYS.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    MOVE DE-RESULT-DATE TO CUTOFF-DATE.
    OPEN INPUT OPERATOR-FILE.
    IF OPERATOR-STATUS NOT = "00" THEN
        DISPLAY "Operator file not found, nothing to recertify."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Operator file (OPERFILE) was not found for recertification." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT AUTHORITY-FILE.
    IF AUTHORITY-STATUS = "00" THEN
        MOVE 1 TO AUTH-FILE-OPEN
    END-IF.
    OPEN OUTPUT RECERT-SIGNOFF-FILE.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Quarterly Access Recertification" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE WINDOW-DAYS TO RPT-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "AS OF " RUN-DATE-SAVE "  UNUSED/DORMANT WINDOW "
        RPT-COUNT-DISP " DAYS, SINCE " CUTOFF-DATE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE 1 TO RECERT-FILES-OPEN.

    *> ---------------------
    *> SECURITY EVENT HISTORY: last sign-on per operator and per
    *> operator and program, last lockout per operator.
    *> ---------------------

    2000-LOAD-SECURITY-EVENTS.
    MOVE 0 TO EVENT-EOF.
    OPEN INPUT SECURITY-EVENT-FILE.
    IF SECURITY-EVENT-STATUS NOT = "00" THEN
        DISPLAY "Security event log not found; no sign-on history."
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2100-TABLE-ONE-EVENT UNTIL EVENT-AT-EOF.
    CLOSE SECURITY-EVENT-FILE.
    IF TABLE-HAS-OVERFLOWED THEN
        DISPLAY "Sign-on history table full; some usage not counted."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Recertification usage table overflowed." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    2100-TABLE-ONE-EVENT.
    READ SECURITY-EVENT-FILE
        AT END MOVE 1 TO EVENT-EOF
        NOT AT END
            IF SE-TIMESTAMP(1:8) IS NUMERIC THEN
                MOVE SE-TIMESTAMP(1:8) TO EVENT-DATE
                PERFORM 2200-RECORD-ONE-EVENT
            END-IF
    END-READ.

    2200-RECORD-ONE-EVENT.
    EVALUATE SE-EVENT-TYPE
        WHEN "SIGNON"
            MOVE SE-OPER-ID TO USE-OPER-ID
            PERFORM 2300-LOCATE-OPER-USE
            IF OU-FOUND-IDX > 0 THEN
                IF EVENT-DATE > OU-LAST-SIGNON(OU-FOUND-IDX) THEN
                    MOVE EVENT-DATE TO OU-LAST-SIGNON(OU-FOUND-IDX)
                END-IF
            END-IF
            MOVE SE-PROGRAM TO USE-PROGRAM
            PERFORM 2400-RECORD-PROGRAM-USE
        WHEN "LOCKOUT"
            MOVE SE-OPER-ID TO USE-OPER-ID
            PERFORM 2300-LOCATE-OPER-USE
            IF OU-FOUND-IDX > 0 THEN
                IF EVENT-DATE > OU-LAST-LOCKOUT(OU-FOUND-IDX) THEN
                    MOVE EVENT-DATE TO OU-LAST-LOCKOUT(OU-FOUND-IDX)
                END-IF
            END-IF
        WHEN "OVERRIDE"
            MOVE SE-OPER-ID TO USE-OPER-ID
            PERFORM 2250-MAP-ONE-EXERCISE
                VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EXERCISE-COUNT
    END-EVALUATE.

    2250-MAP-ONE-EXERCISE.
    IF EX-PROGRAM(EX-IDX) = SE-PROGRAM THEN
        MOVE EX-AUTHORITY(EX-IDX) TO USE-PROGRAM
        PERFORM 2400-RECORD-PROGRAM-USE
    END-IF.

    2300-LOCATE-OPER-USE.
    MOVE 0 TO OU-FOUND-IDX.
    PERFORM 2310-MATCH-ONE-OPER-USE
        VARYING OU-IDX FROM 1 BY 1 UNTIL OU-IDX > OU-COUNT.
    IF OU-FOUND-IDX = 0 THEN
        IF OU-COUNT < OU-TABLE-MAX THEN
            ADD 1 TO OU-COUNT
            MOVE USE-OPER-ID TO OU-OPER-ID(OU-COUNT)
            MOVE 0 TO OU-LAST-SIGNON(OU-COUNT)
            MOVE 0 TO OU-LAST-LOCKOUT(OU-COUNT)
            MOVE OU-COUNT TO OU-FOUND-IDX
        ELSE
            MOVE 1 TO TABLE-OVERFLOW-SWITCH
        END-IF
    END-IF.

    2310-MATCH-ONE-OPER-USE.
    IF OU-OPER-ID(OU-IDX) = USE-OPER-ID THEN
        MOVE OU-IDX TO OU-FOUND-IDX
        MOVE OU-COUNT TO OU-IDX
    END-IF.

    2400-RECORD-PROGRAM-USE.
    PERFORM 2500-LOCATE-PROGRAM-USE.
    IF PU-FOUND-IDX = 0 THEN
        IF PU-COUNT < PU-TABLE-MAX THEN
            ADD 1 TO PU-COUNT
            MOVE USE-OPER-ID TO PU-OPER-ID(PU-COUNT)
            MOVE USE-PROGRAM TO PU-PROGRAM(PU-COUNT)
            MOVE 0 TO PU-LAST-USED(PU-COUNT)
            MOVE PU-COUNT TO PU-FOUND-IDX
        ELSE
            MOVE 1 TO TABLE-OVERFLOW-SWITCH
        END-IF
    END-IF.
    IF PU-FOUND-IDX > 0 THEN
        IF EVENT-DATE > PU-LAST-USED(PU-FOUND-IDX) THEN
            MOVE EVENT-DATE TO PU-LAST-USED(PU-FOUND-IDX)
        END-IF
    END-IF.

    2500-LOCATE-PROGRAM-USE.
    MOVE 0 TO PU-FOUND-IDX.
    PERFORM 2510-MATCH-ONE-PROGRAM-USE
        VARYING PU-IDX FROM 1 BY 1 UNTIL PU-IDX > PU-COUNT.

    2510-MATCH-ONE-PROGRAM-USE.
    IF PU-OPER-ID(PU-IDX) = USE-OPER-ID
            AND PU-PROGRAM(PU-IDX) = USE-PROGRAM THEN
        MOVE PU-IDX TO PU-FOUND-IDX
        MOVE PU-COUNT TO PU-IDX
    END-IF.

    *> ---------------------
    *> CERTIFICATION: one block per operator, one line per authority.
    *> ---------------------

    3000-START-OPERATOR-SCAN.
    MOVE 0 TO OPER-SCAN-EOF.
    MOVE LOW-VALUES TO OP-OPER-ID.
    START OPERATOR-FILE KEY NOT < OP-OPER-ID
        INVALID KEY MOVE 1 TO OPER-SCAN-EOF
    END-START.
    IF NOT OPER-SCAN-AT-EOF THEN
        PERFORM 3010-READ-OPERATOR
    END-IF.

    3010-READ-OPERATOR.
    READ OPERATOR-FILE NEXT RECORD
        AT END MOVE 1 TO OPER-SCAN-EOF
    END-READ.

    3100-CERTIFY-ONE-OPERATOR.
    ADD 1 TO TOTAL-OPERATORS.
    PERFORM 3200-PROFILE-EXCEPTIONS.
    PERFORM 3300-LOAD-HELD-AUTHORITIES.
    PERFORM 3400-CHECK-SEPARATION.
    MOVE OPER-LAST-SIGNON TO RPT-DATE-DISP.
    IF OPER-LAST-SIGNON = 0 THEN
        MOVE "NEVER" TO RPT-DATE-DISP
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    STRING OP-OPER-ID " " OP-OPER-NAME " ACT " OP-ACTIVE-FLAG
        " LCK " OP-LOCKED-FLAG " PWD " OP-PWD-EXP-DATE
        " LAST " RPT-DATE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    IF OX-DORMANT = "D" THEN
        MOVE "    *** DORMANT PROFILE: no sign-on inside the window" TO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
    END-IF.
    IF OX-PASSWORD = "P" THEN
        MOVE "    *** PASSWORD PAST ITS EXPIRY DATE" TO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
    END-IF.
    IF OX-LOCKED = "L" THEN
        MOVE SPACES TO RW-LINE-TEXT
        STRING "    *** LOCKED, NEVER CLEARED (last lockout "
            OPER-LAST-LOCKOUT ")"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
    END-IF.
    IF OPER-ROW-COUNT = 0 THEN
        MOVE "    (no matrix rows: profile-level access to every screen)" TO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
        PERFORM 3700-WRITE-PROFILE-SIGNOFF
    ELSE
        PERFORM 3500-REPORT-ONE-AUTHORITY
            VARYING HELD-IDX FROM 1 BY 1 UNTIL HELD-IDX > HELD-COUNT
    END-IF.
    PERFORM 3010-READ-OPERATOR.

    *> Dormancy is judged on active profiles only; an inactive one
    *> is already retired.
    3200-PROFILE-EXCEPTIONS.
    MOVE SPACES TO OPER-EXCEPTIONS.
    MOVE 0 TO OPER-LAST-SIGNON.
    MOVE 0 TO OPER-LAST-LOCKOUT.
    MOVE OP-OPER-ID TO USE-OPER-ID.
    MOVE 0 TO OU-FOUND-IDX.
    PERFORM 2310-MATCH-ONE-OPER-USE
        VARYING OU-IDX FROM 1 BY 1 UNTIL OU-IDX > OU-COUNT.
    IF OU-FOUND-IDX > 0 THEN
        MOVE OU-LAST-SIGNON(OU-FOUND-IDX) TO OPER-LAST-SIGNON
        MOVE OU-LAST-LOCKOUT(OU-FOUND-IDX) TO OPER-LAST-LOCKOUT
    END-IF.
    IF OP-IS-ACTIVE AND OPER-LAST-SIGNON < CUTOFF-DATE THEN
        MOVE "D" TO OX-DORMANT
        ADD 1 TO TOTAL-DORMANT
    END-IF.
    IF OP-PWD-EXP-DATE IS NUMERIC AND OP-PWD-EXP-DATE > 0
            AND OP-PWD-EXP-DATE < RUN-DATE-SAVE THEN
        MOVE "P" TO OX-PASSWORD
        ADD 1 TO TOTAL-PWD-EXPIRED
    END-IF.
    IF OP-IS-LOCKED THEN
        MOVE "L" TO OX-LOCKED
        ADD 1 TO TOTAL-LOCKED
    END-IF.

    3300-LOAD-HELD-AUTHORITIES.
    MOVE 0 TO HELD-COUNT.
    MOVE 0 TO OPER-ROW-COUNT.
    IF NOT AUTH-FILE-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO AUTH-SCAN-EOF.
    MOVE OP-OPER-ID TO AU-OPER-ID.
    MOVE LOW-VALUES TO AU-PROGRAM.
    START AUTHORITY-FILE KEY NOT < AU-AUTH-KEY
        INVALID KEY MOVE 1 TO AUTH-SCAN-EOF
    END-START.
    PERFORM 3310-HOLD-ONE-AUTHORITY UNTIL AUTH-SCAN-AT-EOF.

    3310-HOLD-ONE-AUTHORITY.
    READ AUTHORITY-FILE NEXT RECORD
        AT END MOVE 1 TO AUTH-SCAN-EOF
        NOT AT END
            IF AU-OPER-ID NOT = OP-OPER-ID THEN
                MOVE 1 TO AUTH-SCAN-EOF
            ELSE
                ADD 1 TO OPER-ROW-COUNT
                PERFORM 3320-TABLE-ONE-AUTHORITY
            END-IF
    END-READ.

    3320-TABLE-ONE-AUTHORITY.
    IF HELD-COUNT >= HELD-MAX THEN
        DISPLAY "Authority table full for operator " OP-OPER-ID "."
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO HELD-COUNT.
    MOVE AU-PROGRAM TO HD-PROGRAM(HELD-COUNT).
    MOVE AU-ALLOWED TO HD-ALLOWED(HELD-COUNT).
    MOVE SPACES TO HD-UNUSED(HELD-COUNT).
    MOVE SPACES TO HD-SOD(HELD-COUNT).
    MOVE OP-OPER-ID TO USE-OPER-ID.
    MOVE AU-PROGRAM TO USE-PROGRAM.
    PERFORM 2500-LOCATE-PROGRAM-USE.
    IF PU-FOUND-IDX > 0 THEN
        MOVE PU-LAST-USED(PU-FOUND-IDX) TO HD-LAST-USED(HELD-COUNT)
    ELSE
        MOVE 0 TO HD-LAST-USED(HELD-COUNT)
    END-IF.
    IF AU-IS-ALLOWED AND HD-LAST-USED(HELD-COUNT) < CUTOFF-DATE THEN
        MOVE "U" TO HD-UNUSED(HELD-COUNT)
        ADD 1 TO TOTAL-UNUSED
    END-IF.

    3400-CHECK-SEPARATION.
    PERFORM 3410-CHECK-ONE-PAIR
        VARYING SOD-IDX FROM 1 BY 1 UNTIL SOD-IDX > SOD-COUNT.

    3410-CHECK-ONE-PAIR.
    MOVE SOD-ENTRY-PROGRAM(SOD-IDX) TO SEEK-PROGRAM.
    PERFORM 3420-FIND-HELD-PROGRAM.
    IF HELD-FOUND-IDX = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE HELD-FOUND-IDX TO SOD-ENTRY-FOUND-IDX.
    MOVE SOD-APPROVAL-PROGRAM(SOD-IDX) TO SEEK-PROGRAM.
    PERFORM 3420-FIND-HELD-PROGRAM.
    IF HELD-FOUND-IDX = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE "S" TO HD-SOD(SOD-ENTRY-FOUND-IDX).
    MOVE "S" TO HD-SOD(HELD-FOUND-IDX).
    ADD 1 TO TOTAL-SOD.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "    *** SEPARATION OF DUTIES: " SOD-ENTRY-PROGRAM(SOD-IDX)
        " WITH " SOD-APPROVAL-PROGRAM(SOD-IDX)
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    *> Only an allowed row counts as holding the program.
    3420-FIND-HELD-PROGRAM.
    MOVE 0 TO HELD-FOUND-IDX.
    PERFORM 3430-MATCH-ONE-HELD
        VARYING HELD-IDX FROM 1 BY 1 UNTIL HELD-IDX > HELD-COUNT.

    3430-MATCH-ONE-HELD.
    IF HD-PROGRAM(HELD-IDX) = SEEK-PROGRAM
            AND HD-ALLOWED(HELD-IDX) = "Y" THEN
        MOVE HELD-IDX TO HELD-FOUND-IDX
        MOVE HELD-COUNT TO HELD-IDX
    END-IF.

    3500-REPORT-ONE-AUTHORITY.
    ADD 1 TO TOTAL-AUTHORITIES.
    MOVE HD-LAST-USED(HELD-IDX) TO RPT-DATE-DISP.
    IF HD-LAST-USED(HELD-IDX) = 0 THEN
        MOVE "NEVER" TO RPT-DATE-DISP
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "    " HD-PROGRAM(HELD-IDX) " ALLOWED " HD-ALLOWED(HELD-IDX)
        " LAST USED " RPT-DATE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    IF HD-UNUSED(HELD-IDX) = "U" THEN
        MOVE "*** UNUSED" TO RW-LINE-TEXT(56:10)
    END-IF.
    IF HD-SOD(HELD-IDX) = "S" THEN
        MOVE "*** SOD" TO RW-LINE-TEXT(68:7)
    END-IF.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE SPACES TO RECERT-SIGNOFF-REC.
    MOVE OP-OPER-ID TO RS-OPER-ID.
    MOVE HD-PROGRAM(HELD-IDX) TO RS-PROGRAM.
    MOVE HD-ALLOWED(HELD-IDX) TO RS-ALLOWED.
    MOVE HD-LAST-USED(HELD-IDX) TO RS-LAST-USED.
    MOVE OX-DORMANT TO RS-EXC-DORMANT.
    MOVE OX-PASSWORD TO RS-EXC-PASSWORD.
    MOVE OX-LOCKED TO RS-EXC-LOCKED.
    MOVE HD-UNUSED(HELD-IDX) TO RS-EXC-UNUSED.
    MOVE HD-SOD(HELD-IDX) TO RS-EXC-SOD.
    PERFORM 3800-WRITE-SIGNOFF-LINE.

    3700-WRITE-PROFILE-SIGNOFF.
    MOVE SPACES TO RECERT-SIGNOFF-REC.
    MOVE OP-OPER-ID TO RS-OPER-ID.
    MOVE "*PROFILE*" TO RS-PROGRAM.
    MOVE OP-ACTIVE-FLAG TO RS-ALLOWED.
    MOVE OPER-LAST-SIGNON TO RS-LAST-USED.
    MOVE OX-DORMANT TO RS-EXC-DORMANT.
    MOVE OX-PASSWORD TO RS-EXC-PASSWORD.
    MOVE OX-LOCKED TO RS-EXC-LOCKED.
    PERFORM 3800-WRITE-SIGNOFF-LINE.

    3800-WRITE-SIGNOFF-LINE.
    WRITE RECERT-SIGNOFF-REC.
    ADD 1 TO TOTAL-SIGNOFF-LINES.

    3950-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    4000-PRINT-SUMMARY.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE "EXCEPTION SUMMARY" TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE TOTAL-OPERATORS TO RPT-COUNT-DISP.
    STRING "  OPERATORS REVIEWED      " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE TOTAL-AUTHORITIES TO RPT-COUNT-DISP.
    STRING "  MATRIX AUTHORITIES      " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE TOTAL-DORMANT TO RPT-COUNT-DISP.
    STRING "  DORMANT PROFILES        " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE TOTAL-PWD-EXPIRED TO RPT-COUNT-DISP.
    STRING "  PASSWORDS EXPIRED       " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE TOTAL-LOCKED TO RPT-COUNT-DISP.
    STRING "  LOCKED, NOT CLEARED     " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE TOTAL-UNUSED TO RPT-COUNT-DISP.
    STRING "  AUTHORITIES UNUSED      " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE TOTAL-SOD TO RPT-COUNT-DISP.
    STRING "  SEPARATION CONFLICTS    " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE TOTAL-SIGNOFF-LINES TO RPT-COUNT-DISP.
    STRING "  SIGN-OFF LINES WRITTEN  " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    *> ---------------------
    *> APPLY RUN: the supervisors' marked sign-off file back in.
    *> ---------------------

    5000-APPLY-SIGNOFF.
    OPEN INPUT RECERT-SIGNOFF-FILE.
    IF RECERT-SIGNOFF-STATUS NOT = "00" THEN
        DISPLAY "Sign-off file not found, nothing to apply."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Recertification sign-off file (RECERTSO) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O AUTHORITY-FILE.
    OPEN I-O OPERATOR-FILE.
    IF AUTHORITY-STATUS NOT = "00" OR OPERATOR-STATUS NOT = "00" THEN
        DISPLAY "Operator or authority file could not be opened for update."
        CLOSE RECERT-SIGNOFF-FILE
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Operator or authority file could not be opened for revokes." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SIGNOFF-EOF.
    PERFORM 5100-APPLY-ONE-LINE UNTIL SIGNOFF-AT-EOF.
    CLOSE RECERT-SIGNOFF-FILE.
    CLOSE AUTHORITY-FILE.
    CLOSE OPERATOR-FILE.
    DISPLAY "-- Access Recertification Apply --".
    DISPLAY "Sign-off lines read : " TOTAL-SIGNOFF-LINES.
    DISPLAY "Authorities kept    : " TOTAL-KEPT.
    DISPLAY "Rows removed        : " TOTAL-REVOKED.
    DISPLAY "Rows made refusals  : " TOTAL-REFUSAL-ROWS.
    DISPLAY "Profiles deactivated: " TOTAL-DEACTIVATED.
    DISPLAY "Already gone        : " TOTAL-ALREADY-GONE.
    DISPLAY "Undecided           : " TOTAL-UNDECIDED.
    DISPLAY "Unreadable lines    : " TOTAL-BAD-LINES.
    IF (TOTAL-UNDECIDED > 0 OR TOTAL-BAD-LINES > 0)
            AND WS-RETURN-CODE < 4 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Recertification sign-off lines left undecided or unreadable." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    5100-APPLY-ONE-LINE.
    READ RECERT-SIGNOFF-FILE
        AT END MOVE 1 TO SIGNOFF-EOF
        NOT AT END PERFORM 5110-APPLY-ONE-DECISION
    END-READ.

    5110-APPLY-ONE-DECISION.
    ADD 1 TO TOTAL-SIGNOFF-LINES.
    EVALUATE TRUE
        WHEN RS-OPER-ID = SPACES OR RS-PROGRAM = SPACES
            ADD 1 TO TOTAL-BAD-LINES
        WHEN RS-UNDECIDED
            ADD 1 TO TOTAL-UNDECIDED
        WHEN RS-REVIEWER = SPACES
            DISPLAY "No reviewer on the decision for " RS-OPER-ID " "
                RS-PROGRAM "; left undecided."
            ADD 1 TO TOTAL-UNDECIDED
        WHEN RS-DECIDED-KEEP
            ADD 1 TO TOTAL-KEPT
        WHEN RS-DECIDED-REVOKE AND RS-PROGRAM = "*PROFILE*"
            PERFORM 5300-DEACTIVATE-PROFILE
        WHEN RS-DECIDED-REVOKE
            PERFORM 5200-REVOKE-AUTHORITY
        WHEN OTHER
            ADD 1 TO TOTAL-BAD-LINES
    END-EVALUATE.

    *> The operator's last row becomes an explicit refusal instead
    *> of disappearing, so revoking it never widens their access.
    5200-REVOKE-AUTHORITY.
    MOVE 0 TO ROW-FOUND-SWITCH.
    MOVE RS-OPER-ID TO AU-OPER-ID.
    MOVE RS-PROGRAM TO AU-PROGRAM.
    READ AUTHORITY-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO ROW-FOUND-SWITCH
    END-READ.
    IF NOT ROW-WAS-FOUND OR NOT AU-IS-ALLOWED THEN
        ADD 1 TO TOTAL-ALREADY-GONE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 5210-COUNT-OPERATOR-ROWS.
    MOVE RS-OPER-ID TO AU-OPER-ID.
    MOVE RS-PROGRAM TO AU-PROGRAM.
    IF OPER-ROW-COUNT > 1 THEN
        DELETE AUTHORITY-FILE
            INVALID KEY
                ADD 1 TO TOTAL-ALREADY-GONE
                EXIT PARAGRAPH
        END-DELETE
        ADD 1 TO TOTAL-REVOKED
    ELSE
        READ AUTHORITY-FILE
            INVALID KEY
                ADD 1 TO TOTAL-ALREADY-GONE
                EXIT PARAGRAPH
        END-READ
        MOVE "N" TO AU-ALLOWED
        REWRITE AUTHORITY-REC
            INVALID KEY
                ADD 1 TO TOTAL-ALREADY-GONE
                EXIT PARAGRAPH
        END-REWRITE
        ADD 1 TO TOTAL-REFUSAL-ROWS
    END-IF.
    MOVE RS-REVIEWER TO SIGNON-OPER-ID.
    MOVE "REVOKE" TO SECEVENT-TYPE.
    STRING "recert " DELIMITED BY SIZE
        RS-PROGRAM DELIMITED BY SPACE
        " from " RS-OPER-ID DELIMITED BY SIZE
        INTO SECEVENT-DETAIL.
    PERFORM 9920-LOG-SECURITY-EVENT.

    5210-COUNT-OPERATOR-ROWS.
    MOVE 0 TO OPER-ROW-COUNT.
    MOVE 0 TO AUTH-SCAN-EOF.
    MOVE RS-OPER-ID TO AU-OPER-ID.
    MOVE LOW-VALUES TO AU-PROGRAM.
    START AUTHORITY-FILE KEY NOT < AU-AUTH-KEY
        INVALID KEY MOVE 1 TO AUTH-SCAN-EOF
    END-START.
    PERFORM 5220-COUNT-ONE-ROW UNTIL AUTH-SCAN-AT-EOF.

    5220-COUNT-ONE-ROW.
    READ AUTHORITY-FILE NEXT RECORD
        AT END MOVE 1 TO AUTH-SCAN-EOF
        NOT AT END
            IF AU-OPER-ID NOT = RS-OPER-ID THEN
                MOVE 1 TO AUTH-SCAN-EOF
            ELSE
                ADD 1 TO OPER-ROW-COUNT
            END-IF
    END-READ.

    5300-DEACTIVATE-PROFILE.
    MOVE RS-OPER-ID TO OP-OPER-ID.
    READ OPERATOR-FILE
        INVALID KEY
            ADD 1 TO TOTAL-ALREADY-GONE
            EXIT PARAGRAPH
    END-READ.
    IF NOT OP-IS-ACTIVE THEN
        ADD 1 TO TOTAL-ALREADY-GONE
        EXIT PARAGRAPH
    END-IF.
    MOVE "N" TO OP-ACTIVE-FLAG.
    REWRITE OPERATOR-REC
        INVALID KEY
            ADD 1 TO TOTAL-ALREADY-GONE
            EXIT PARAGRAPH
    END-REWRITE.
    ADD 1 TO TOTAL-DEACTIVATED.
    MOVE RS-REVIEWER TO SIGNON-OPER-ID.
    MOVE "REVOKE" TO SECEVENT-TYPE.
    STRING "recert profile " RS-OPER-ID " deactivated"
        DELIMITED BY SIZE INTO SECEVENT-DETAIL.
    PERFORM 9920-LOG-SECURITY-EVENT.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF RECERT-FILES-ARE-OPEN THEN
        CLOSE OPERATOR-FILE
        IF AUTH-FILE-IS-OPEN THEN
            CLOSE AUTHORITY-FILE
        END-IF
        CLOSE RECERT-SIGNOFF-FILE
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
        DISPLAY "-- Access Recertification Report --"
        DISPLAY "Operators reviewed  : " TOTAL-OPERATORS
        DISPLAY "Sign-off lines      : " TOTAL-SIGNOFF-LINES
        DISPLAY "Exceptions - dormant " TOTAL-DORMANT
            " password " TOTAL-PWD-EXPIRED " locked " TOTAL-LOCKED
            " unused " TOTAL-UNUSED " SoD " TOTAL-SOD
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "signonproc.cpy".
