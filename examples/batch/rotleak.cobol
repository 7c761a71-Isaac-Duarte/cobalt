IDENTIFICATION DIVISION.
PROGRAM-ID. ROT-LEAK-CHECK.

*> ROT-LEAK-CHECK is the last look at a ROT-ENCODER batch before it
*> leaves the building. ROT-VERIFY proves ROTOUT decodes back to
*> ROTIN, but a batch encoded with a shift of 0 or 26, or under a
*> keyword that reduces to no shift, decodes back perfectly and
*> still goes out in the clear -- and a value made mostly of digits
*> and punctuation goes out nearly as readable whatever the shift.
*>
*> ROTIN and ROTOUT are read side by side, each logical value
*> assembled across its "+" continuation records exactly as
*> ROT-VERIFY assembles it, and the ROTHDR header stepped past.
*> Each non-blank output value is then judged readable when:
*>   - it is identical to its ROTIN source (I),
*>   - its letter-frequency profile is a chi-square fit to English
*>     plaintext at or under the profile ceiling, taken only when
*>     the value carries enough letters to profile (E), or
*>   - fewer than the minimum share of its source characters were
*>     changed by the encoding (L).
*> The report gives the counts under each test, the file's
*> effective-change percentage (source characters changed over all
*> non-blank source characters), and the worst values -- least
*> changed first, the most English-like profile breaking a tie. Only
*> sequence numbers and measurements are listed; the values
*> themselves are never displayed, since a readable one would leak
*> into the job log.
*>
*> When the readable values exceed the ceiling percentage of the
*> file, or the file as a whole falls under the minimum change, the
*> run writes an ALERTIN card and ends RC=8 so the nightly stream
*> stops before the file ships.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>   PC-NUM-1   readable-value ceiling, percent of the file
*>              (zero = 5)
*>   PC-NUM-2   worst values to list (zero = 10, at most 20)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ROT-IN-FILE ASSIGN TO "ROTIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ROT-IN-STATUS.
        SELECT ROT-OUT-FILE ASSIGN TO "ROTOUT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ROT-OUT-STATUS.
        SELECT ALERT-IN-FILE ASSIGN TO "ALERTIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ALERT-IN-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "parmsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  ROT-IN-FILE.
    01  ROT-IN-REC.
        05  ROT-IN-DATA PIC X(4999).
        05  ROT-IN-CONT PIC X(1).
            88 ROT-IN-IS-CONTINUED VALUE "+".

    FD  ROT-OUT-FILE.
    01  ROT-OUT-REC.
        05  ROT-OUT-DATA PIC X(4999).
        05  ROT-OUT-CONT PIC X(1).
            88 ROT-OUT-IS-CONTINUED VALUE "+".

    FD  ALERT-IN-FILE.
    01  ALERT-IN-REC PIC X(80).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "parmfd.cpy".

    WORKING-STORAGE SECTION.
    01 ROT-IN-STATUS PIC X(2).
    01 ROT-OUT-STATUS PIC X(2).
    01 ALERT-IN-STATUS PIC X(2).
    01 ROT-IN-EOF PIC 9(1) COMP VALUE 0.
        88 ROT-IN-AT-EOF VALUE 1.
    01 ROT-OUT-EOF PIC 9(1) COMP VALUE 0.
        88 ROT-OUT-AT-EOF VALUE 1.
    01 PARM-STAGING PIC X(20).
    01 PARM-NUM-X PIC X(9).

    01 ALPHA-UPPER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    01 ALPHA-LOWER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".

*> English plaintext letter frequencies, A through Z, in parts per
*> ten thousand.
    01 ENGLISH-FREQ-VALUES.
        05 FILLER PIC X(52)
            VALUE "0817014902780425127002230202060906970015007704030241".
        05 FILLER PIC X(52)
            VALUE "0675075101930010059906330906027600980236001501970007".
    01 ENGLISH-FREQ-TABLE REDEFINES ENGLISH-FREQ-VALUES.
        05 ENGLISH-FREQ OCCURS 26 TIMES PIC V9(4).

*> The tests' fixed limits. A value needs PROFILE-MIN-LETTERS letters
*> before its profile means anything; a chi-square at or under
*> PROFILE-CEILING reads as English (ciphertext from any real shift
*> of that length lands in the hundreds); a value whose encoding
*> changed under MIN-CHANGE-PCT of its source characters, and a file
*> whose effective change is under it, are as good as plaintext.
    01 PROFILE-MIN-LETTERS PIC 9(3) COMP VALUE 50.
    01 PROFILE-CEILING PIC 9(5)V99 COMP VALUE 60.
    01 MIN-CHANGE-PCT PIC 9(3) COMP VALUE 50.
    01 READABLE-CEILING-PCT PIC 9(3) COMP VALUE 5.
    01 WORST-LIMIT PIC 9(2) COMP VALUE 10.

*> The logical-value buffers mirror ROT-ENCODER's INPUT-STR sizing:
*> ten 4999-byte continuation chunks per value.
    01 IN-VALUE-STR PIC X(49990).
    01 IN-VALUE-LEN PIC 9(18) COMP VALUE 0.
    01 OUT-VALUE-STR PIC X(49990).
    01 OUT-VALUE-LEN PIC 9(18) COMP VALUE 0.
    01 SCAN-LEN PIC 9(18) COMP VALUE 0.
    01 CHUNK-CONT-SAVE PIC X(1) VALUE SPACE.
        88 CHUNK-WAS-CONTINUED VALUE "+".
    01 CHUNK-POS PIC 9(18) COMP VALUE 1.
    01 CUR-IDX PIC 9(18) COMP VALUE 0.
    01 CUR-CHAR PIC X(1).
    01 CUR-CODE PIC S9(3) COMP.
    01 ALPHA-IDX PIC 9(3) COMP.

*> One value's measurements.
    01 LETTER-TALLY-TABLE.
        05 LETTER-TALLY OCCURS 26 TIMES PIC 9(9) COMP.
    01 VALUE-SOURCE-CHARS PIC 9(9) COMP VALUE 0.
    01 VALUE-CHANGED-CHARS PIC 9(9) COMP VALUE 0.
    01 VALUE-LETTERS PIC 9(9) COMP VALUE 0.
    01 VALUE-CHANGE-PCT PIC 9(3) COMP VALUE 0.
    01 VALUE-PROFILE PIC 9(11)V99 COMP VALUE 0.
    01 PROFILE-EXPECTED PIC 9(7)V9(4) COMP VALUE 0.
    01 PROFILE-DIFF PIC S9(9)V9(4) COMP VALUE 0.
    01 PROFILE-RANK PIC 9(5) COMP VALUE 0.
    01 VALUE-LEAK-SCORE PIC 9(9) COMP VALUE 0.
    01 VALUE-FINDING PIC X(1) VALUE SPACE.
        88 VALUE-IS-CLEAN VALUE SPACE.
        88 VALUE-IS-IDENTICAL VALUE "I".
        88 VALUE-IS-ENGLISH VALUE "E".
        88 VALUE-IS-LOW-CHANGE VALUE "L".
    01 PROFILE-TAKEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 PROFILE-WAS-TAKEN VALUE 1.

*> The worst values seen so far, worst first.
    01 WORST-TABLE.
        05 WORST-ENTRY OCCURS 20 TIMES.
            10 WT-SEQ-NO PIC 9(9) COMP.
            10 WT-LEAK-SCORE PIC 9(9) COMP.
            10 WT-CHANGE-PCT PIC 9(3) COMP.
            10 WT-PROFILE PIC 9(11)V99 COMP.
            10 WT-PROFILE-TAKEN PIC 9(1) COMP.
            10 WT-LETTERS PIC 9(9) COMP.
            10 WT-FINDING PIC X(1).
    01 WORST-COUNT PIC 9(2) COMP VALUE 0.
    01 WORST-POS PIC 9(2) COMP VALUE 0.
    01 WORST-IDX PIC 9(2) COMP VALUE 0.

    01 VALUE-SEQ-NO PIC 9(9) COMP VALUE 0.
    01 TOTAL-CHECKED PIC 9(9) COMP VALUE 0.
    01 TOTAL-BLANK PIC 9(9) COMP VALUE 0.
    01 TOTAL-READABLE PIC 9(9) COMP VALUE 0.
    01 TOTAL-IDENTICAL PIC 9(9) COMP VALUE 0.
    01 TOTAL-ENGLISH PIC 9(9) COMP VALUE 0.
    01 TOTAL-LOW-CHANGE PIC 9(9) COMP VALUE 0.
    01 TOTAL-OUT-ONLY PIC 9(9) COMP VALUE 0.
    01 FILE-SOURCE-CHARS PIC 9(12) COMP VALUE 0.
    01 FILE-CHANGED-CHARS PIC 9(12) COMP VALUE 0.
    01 FILE-CHANGE-PCT PIC 9(3)V99 COMP VALUE 0.
    01 FILE-READABLE-PCT PIC 9(3)V99 COMP VALUE 0.
    01 TOTAL-ALERTS-RAISED PIC 9(8) COMP VALUE 0.

    01 COUNT-DISP PIC Z(8)9.
    01 PCT-DISP PIC ZZ9.99.
    01 PCT-DISP-2 PIC ZZ9.99.
    01 LIMIT-DISP PIC ZZ9.
    01 PROFILE-DISP PIC Z(10)9.99.
    01 FINDING-TEXT PIC X(14).

    COPY "rothdr.cpy".
    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-LEAK-CHECK"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-LEAK-CHECK"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-CHECK-RUN.
    IF TOTAL-CHECKED > 0 THEN
        PERFORM 4000-REPORT-FINDINGS
        PERFORM 5000-JUDGE-FILE
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            IF PC-NUM-1 > 0 THEN
                MOVE PC-NUM-1 TO READABLE-CEILING-PCT
            END-IF
            IF PC-NUM-2 > 0 THEN
                MOVE PC-NUM-2 TO WORST-LIMIT
            END-IF
        END-IF
    ELSE
        DISPLAY "Readable-value ceiling, percent of file (blank = 5):"
        MOVE SPACES TO PARM-NUM-X
        ACCEPT PARM-NUM-X
        IF PARM-NUM-X NOT = SPACES THEN
            MOVE FUNCTION NUMVAL(PARM-NUM-X) TO READABLE-CEILING-PCT
        END-IF
        DISPLAY "Worst values to list (blank = 10, at most 20):"
        MOVE SPACES TO PARM-NUM-X
        ACCEPT PARM-NUM-X
        IF PARM-NUM-X NOT = SPACES THEN
            MOVE FUNCTION NUMVAL(PARM-NUM-X) TO WORST-LIMIT
        END-IF
    END-IF.
    IF READABLE-CEILING-PCT = 0 THEN
        MOVE 5 TO READABLE-CEILING-PCT
    END-IF.
    IF READABLE-CEILING-PCT > 100 THEN
        MOVE 100 TO READABLE-CEILING-PCT
    END-IF.
    IF WORST-LIMIT = 0 THEN
        MOVE 10 TO WORST-LIMIT
    END-IF.
    IF WORST-LIMIT > 20 THEN
        MOVE 20 TO WORST-LIMIT
    END-IF.

    *> ---------------------
    *> CHECK DRIVER
    *> ---------------------

    2000-CHECK-RUN.
    OPEN INPUT ROT-IN-FILE.
    IF ROT-IN-STATUS NOT = "00" THEN
        DISPLAY "Batch input file not found, nothing to check."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Batch input file (ROTIN) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ROT-OUT-FILE.
    IF ROT-OUT-STATUS NOT = "00" THEN
        DISPLAY "Batch output file not found, nothing to check."
        CLOSE ROT-IN-FILE
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Batch output file (ROTOUT) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2100-READ-IN-RECORD.
    PERFORM 2200-READ-OUT-RECORD.
    PERFORM 2300-CHECK-FOR-HEADER.
    PERFORM 3000-CHECK-ONE-VALUE
        UNTIL ROT-IN-AT-EOF OR ROT-OUT-AT-EOF.
    PERFORM 2600-COUNT-OUT-ONLY-VALUE UNTIL ROT-OUT-AT-EOF.
    CLOSE ROT-IN-FILE.
    CLOSE ROT-OUT-FILE.
    IF TOTAL-OUT-ONLY > 0 THEN
        MOVE TOTAL-OUT-ONLY TO COUNT-DISP
        DISPLAY FUNCTION TRIM(COUNT-DISP)
            " output value(s) had no ROTIN source; left to ROT-VERIFY."
    END-IF.
    IF TOTAL-CHECKED = 0 THEN
        DISPLAY "No non-blank values on ROTOUT, nothing to check."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "ROTOUT held no values to check for plaintext." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    2100-READ-IN-RECORD.
    READ ROT-IN-FILE
        AT END MOVE 1 TO ROT-IN-EOF
    END-READ.

    2200-READ-OUT-RECORD.
    READ ROT-OUT-FILE
        AT END MOVE 1 TO ROT-OUT-EOF
    END-READ.

    *> The ROTHDR header carries no data and is stepped past; a Caesar
    *> header whose shift reduces to no rotation is called out, since
    *> every value under it will come up identical.
    2300-CHECK-FOR-HEADER.
    IF ROT-OUT-AT-EOF THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE ROT-OUT-DATA(1:36) TO ROT-HEADER-REC.
    IF RH-IS-HEADER THEN
        IF RH-MODE-CAESAR AND FUNCTION MOD(RH-SHIFT-AMOUNT, 26) = 0 THEN
            DISPLAY "ROTHDR shift " RH-SHIFT-AMOUNT
                " reduces to no rotation at all."
        END-IF
        PERFORM 2200-READ-OUT-RECORD
    END-IF.

    2400-ASSEMBLE-IN-VALUE.
    MOVE SPACES TO IN-VALUE-STR.
    MOVE 1 TO CHUNK-POS.
    PERFORM 2410-ASSEMBLE-IN-CHUNK
        WITH TEST AFTER UNTIL NOT CHUNK-WAS-CONTINUED OR ROT-IN-AT-EOF.
    SUBTRACT 1 FROM CHUNK-POS GIVING IN-VALUE-LEN.

    2410-ASSEMBLE-IN-CHUNK.
    IF CHUNK-POS + 4999 - 1 > 49990 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Input logical value spans more than ten continuation records." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        MOVE ROT-IN-DATA TO IN-VALUE-STR(CHUNK-POS:4999)
        ADD 4999 TO CHUNK-POS
    END-IF.
    MOVE ROT-IN-CONT TO CHUNK-CONT-SAVE.
    IF CHUNK-WAS-CONTINUED THEN
        PERFORM 2100-READ-IN-RECORD
    END-IF.

    2500-ASSEMBLE-OUT-VALUE.
    MOVE SPACES TO OUT-VALUE-STR.
    MOVE 1 TO CHUNK-POS.
    PERFORM 2510-ASSEMBLE-OUT-CHUNK
        WITH TEST AFTER UNTIL NOT CHUNK-WAS-CONTINUED OR ROT-OUT-AT-EOF.
    SUBTRACT 1 FROM CHUNK-POS GIVING OUT-VALUE-LEN.

    2510-ASSEMBLE-OUT-CHUNK.
    IF CHUNK-POS + 4999 - 1 > 49990 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Output logical value spans more than ten continuation records." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        MOVE ROT-OUT-DATA TO OUT-VALUE-STR(CHUNK-POS:4999)
        ADD 4999 TO CHUNK-POS
    END-IF.
    MOVE ROT-OUT-CONT TO CHUNK-CONT-SAVE.
    IF CHUNK-WAS-CONTINUED THEN
        PERFORM 2200-READ-OUT-RECORD
    END-IF.

    2600-COUNT-OUT-ONLY-VALUE.
    PERFORM 2500-ASSEMBLE-OUT-VALUE.
    ADD 1 TO TOTAL-OUT-ONLY.
    PERFORM 2200-READ-OUT-RECORD.

    *> ---------------------
    *> ONE LOGICAL VALUE: assemble both sides, measure the output
    *> against its source and against English, and judge it.
    *> ---------------------

    3000-CHECK-ONE-VALUE.
    ADD 1 TO VALUE-SEQ-NO.
    PERFORM 2400-ASSEMBLE-IN-VALUE.
    PERFORM 2500-ASSEMBLE-OUT-VALUE.
    IF OUT-VALUE-LEN = 0 OR OUT-VALUE-STR(1:OUT-VALUE-LEN) = SPACES THEN
        ADD 1 TO TOTAL-BLANK
    ELSE
        PERFORM 3100-MEASURE-VALUE
        PERFORM 3300-JUDGE-VALUE
        PERFORM 3500-RANK-VALUE
    END-IF.
    PERFORM 2100-READ-IN-RECORD.
    PERFORM 2200-READ-OUT-RECORD.

    3100-MEASURE-VALUE.
    ADD 1 TO TOTAL-CHECKED.
    INITIALIZE LETTER-TALLY-TABLE.
    MOVE 0 TO VALUE-SOURCE-CHARS.
    MOVE 0 TO VALUE-CHANGED-CHARS.
    MOVE 0 TO VALUE-LETTERS.
    MOVE OUT-VALUE-LEN TO SCAN-LEN.
    IF IN-VALUE-LEN > SCAN-LEN THEN
        MOVE IN-VALUE-LEN TO SCAN-LEN
    END-IF.
    PERFORM 3110-MEASURE-ONE-CHAR
        VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > SCAN-LEN.
    IF VALUE-SOURCE-CHARS = 0 THEN
        MOVE 100 TO VALUE-CHANGE-PCT
    ELSE
        COMPUTE VALUE-CHANGE-PCT =
            VALUE-CHANGED-CHARS * 100 / VALUE-SOURCE-CHARS
    END-IF.
    ADD VALUE-SOURCE-CHARS TO FILE-SOURCE-CHARS.
    ADD VALUE-CHANGED-CHARS TO FILE-CHANGED-CHARS.
    MOVE 0 TO PROFILE-TAKEN-SWITCH.
    MOVE 0 TO VALUE-PROFILE.
    IF VALUE-LETTERS NOT < PROFILE-MIN-LETTERS THEN
        PERFORM 3130-ADD-PROFILE-TERM
            VARYING ALPHA-IDX FROM 1 BY 1 UNTIL ALPHA-IDX > 26
        MOVE 1 TO PROFILE-TAKEN-SWITCH
    END-IF.

    *> A source character counts toward the change measure unless it
    *> is a space; it is changed when the output holds anything else
    *> in its position. Output letters are tallied for the profile.
    3110-MEASURE-ONE-CHAR.
    IF IN-VALUE-STR(CUR-IDX:1) NOT = SPACE THEN
        ADD 1 TO VALUE-SOURCE-CHARS
        IF OUT-VALUE-STR(CUR-IDX:1) NOT = IN-VALUE-STR(CUR-IDX:1) THEN
            ADD 1 TO VALUE-CHANGED-CHARS
        END-IF
    END-IF.
    MOVE OUT-VALUE-STR(CUR-IDX:1) TO CUR-CHAR.
    IF CUR-CHAR NOT = SPACE THEN
        PERFORM 3120-CHAR-TO-CODE
        IF NOT CUR-CODE = -1 THEN
            ADD 1 TO LETTER-TALLY(CUR-CODE + 1)
            ADD 1 TO VALUE-LETTERS
        END-IF
    END-IF.

    3120-CHAR-TO-CODE.
    MOVE -1 TO CUR-CODE.
    PERFORM 3125-SCAN-ALPHABET
        VARYING ALPHA-IDX FROM 1 BY 1
        UNTIL ALPHA-IDX > 26 OR NOT CUR-CODE = -1.

    3125-SCAN-ALPHABET.
    IF CUR-CHAR = ALPHA-UPPER(ALPHA-IDX:1)
            OR CUR-CHAR = ALPHA-LOWER(ALPHA-IDX:1) THEN
        COMPUTE CUR-CODE = ALPHA-IDX - 1
    END-IF.

    *> Pearson's chi-square: the squared distance of each letter's
    *> count from its English expectation, over that expectation.
    3130-ADD-PROFILE-TERM.
    COMPUTE PROFILE-EXPECTED = VALUE-LETTERS * ENGLISH-FREQ(ALPHA-IDX).
    COMPUTE PROFILE-DIFF = LETTER-TALLY(ALPHA-IDX) - PROFILE-EXPECTED.
    COMPUTE VALUE-PROFILE ROUNDED = VALUE-PROFILE
        + PROFILE-DIFF * PROFILE-DIFF / PROFILE-EXPECTED.

    *> The strongest finding names the value: identical outranks an
    *> English profile, which outranks a low change.
    3300-JUDGE-VALUE.
    MOVE SPACE TO VALUE-FINDING.
    IF IN-VALUE-LEN = OUT-VALUE-LEN
            AND IN-VALUE-STR(1:IN-VALUE-LEN) = OUT-VALUE-STR(1:OUT-VALUE-LEN) THEN
        MOVE "I" TO VALUE-FINDING
        ADD 1 TO TOTAL-IDENTICAL
    ELSE
        IF PROFILE-WAS-TAKEN AND VALUE-PROFILE NOT > PROFILE-CEILING THEN
            MOVE "E" TO VALUE-FINDING
            ADD 1 TO TOTAL-ENGLISH
        ELSE
            IF VALUE-CHANGE-PCT < MIN-CHANGE-PCT THEN
                MOVE "L" TO VALUE-FINDING
                ADD 1 TO TOTAL-LOW-CHANGE
            END-IF
        END-IF
    END-IF.
    IF NOT VALUE-IS-CLEAN THEN
        ADD 1 TO TOTAL-READABLE
    END-IF.

    *> ---------------------
    *> WORST VALUES: ranked on one score, least change first and the
    *> lower (more English) profile breaking a tie; a value too short
    *> to profile ranks as if its profile were off the scale.
    *> ---------------------

    3500-RANK-VALUE.
    MOVE 99999 TO PROFILE-RANK.
    IF PROFILE-WAS-TAKEN AND VALUE-PROFILE < 99999 THEN
        MOVE VALUE-PROFILE TO PROFILE-RANK
    END-IF.
    COMPUTE VALUE-LEAK-SCORE =
        (100 - VALUE-CHANGE-PCT) * 100000 + (99999 - PROFILE-RANK).
    MOVE 0 TO WORST-POS.
    PERFORM 3510-FIND-WORST-POS
        VARYING WORST-IDX FROM 1 BY 1
        UNTIL WORST-IDX > WORST-COUNT OR WORST-POS > 0.
    IF WORST-POS = 0 THEN
        IF WORST-COUNT < WORST-LIMIT THEN
            ADD 1 TO WORST-COUNT
            MOVE WORST-COUNT TO WORST-POS
        ELSE
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF WORST-COUNT < WORST-LIMIT THEN
            ADD 1 TO WORST-COUNT
        END-IF
        PERFORM 3520-SHIFT-WORST-DOWN
            VARYING WORST-IDX FROM WORST-COUNT BY -1
            UNTIL WORST-IDX NOT > WORST-POS
    END-IF.
    MOVE VALUE-SEQ-NO TO WT-SEQ-NO(WORST-POS).
    MOVE VALUE-LEAK-SCORE TO WT-LEAK-SCORE(WORST-POS).
    MOVE VALUE-CHANGE-PCT TO WT-CHANGE-PCT(WORST-POS).
    MOVE VALUE-PROFILE TO WT-PROFILE(WORST-POS).
    MOVE PROFILE-TAKEN-SWITCH TO WT-PROFILE-TAKEN(WORST-POS).
    MOVE VALUE-LETTERS TO WT-LETTERS(WORST-POS).
    MOVE VALUE-FINDING TO WT-FINDING(WORST-POS).

    3510-FIND-WORST-POS.
    IF VALUE-LEAK-SCORE > WT-LEAK-SCORE(WORST-IDX) THEN
        MOVE WORST-IDX TO WORST-POS
    END-IF.

    3520-SHIFT-WORST-DOWN.
    MOVE WORST-ENTRY(WORST-IDX - 1) TO WORST-ENTRY(WORST-IDX).

    *> ---------------------
    *> REPORT
    *> ---------------------

    4000-REPORT-FINDINGS.
    IF FILE-SOURCE-CHARS > 0 THEN
        COMPUTE FILE-CHANGE-PCT ROUNDED =
            FILE-CHANGED-CHARS * 100 / FILE-SOURCE-CHARS
    END-IF.
    COMPUTE FILE-READABLE-PCT ROUNDED =
        TOTAL-READABLE * 100 / TOTAL-CHECKED.
    DISPLAY "-- Plaintext Leak Check Report --".
    DISPLAY "Values checked      : " TOTAL-CHECKED.
    DISPLAY "Blank values        : " TOTAL-BLANK.
    DISPLAY "Identical to source : " TOTAL-IDENTICAL.
    DISPLAY "English profile     : " TOTAL-ENGLISH.
    DISPLAY "Low change          : " TOTAL-LOW-CHANGE.
    DISPLAY "Readable values     : " TOTAL-READABLE.
    MOVE FILE-READABLE-PCT TO PCT-DISP.
    MOVE READABLE-CEILING-PCT TO LIMIT-DISP.
    DISPLAY "Readable share      : " PCT-DISP "% (ceiling " LIMIT-DISP "%)".
    MOVE FILE-CHANGE-PCT TO PCT-DISP.
    MOVE MIN-CHANGE-PCT TO LIMIT-DISP.
    DISPLAY "Effective change    : " PCT-DISP "% (minimum " LIMIT-DISP "%)".
    DISPLAY "-- Worst values, least changed first --".
    PERFORM 4100-SHOW-WORST-VALUE
        VARYING WORST-IDX FROM 1 BY 1 UNTIL WORST-IDX > WORST-COUNT.

    4100-SHOW-WORST-VALUE.
    EVALUATE WT-FINDING(WORST-IDX)
        WHEN "I"
            MOVE "IDENTICAL" TO FINDING-TEXT
        WHEN "E"
            MOVE "ENGLISH" TO FINDING-TEXT
        WHEN "L"
            MOVE "LOW CHANGE" TO FINDING-TEXT
        WHEN OTHER
            MOVE "-" TO FINDING-TEXT
    END-EVALUATE.
    MOVE WT-SEQ-NO(WORST-IDX) TO COUNT-DISP.
    MOVE WT-CHANGE-PCT(WORST-IDX) TO LIMIT-DISP.
    IF WT-PROFILE-TAKEN(WORST-IDX) = 1 THEN
        MOVE WT-PROFILE(WORST-IDX) TO PROFILE-DISP
        DISPLAY "Value " COUNT-DISP "  changed " LIMIT-DISP
            "%  profile " PROFILE-DISP "  " FINDING-TEXT
    ELSE
        DISPLAY "Value " COUNT-DISP "  changed " LIMIT-DISP
            "%  profile  (too short)  " FINDING-TEXT
    END-IF.

    *> ---------------------
    *> VERDICT: too much of the file readable stops the stream.
    *> ---------------------

    5000-JUDGE-FILE.
    IF FILE-READABLE-PCT > READABLE-CEILING-PCT
            OR FILE-CHANGE-PCT < MIN-CHANGE-PCT THEN
        PERFORM 6000-RAISE-LEAK-ALERT
        MOVE 8 TO WS-RETURN-CODE
        MOVE "ROTOUT is too readable to ship; plaintext leak check failed." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        DISPLAY "ROTOUT passes the plaintext leak check."
    END-IF.

    *> ---------------------
    *> ALERTS
    *> ---------------------

    6000-RAISE-LEAK-ALERT.
    OPEN EXTEND ALERT-IN-FILE.
    IF ALERT-IN-STATUS = "35" THEN
        OPEN OUTPUT ALERT-IN-FILE
    END-IF.
    MOVE FILE-READABLE-PCT TO PCT-DISP.
    MOVE FILE-CHANGE-PCT TO PCT-DISP-2.
    MOVE TOTAL-READABLE TO COUNT-DISP.
    MOVE SPACES TO ALERT-IN-REC.
    STRING "ROTLEAK RC=008 ROTOUT " PCT-DISP "% READABLE ("
        FUNCTION TRIM(COUNT-DISP) " VALUES), CHANGE " PCT-DISP-2 "%"
        DELIMITED BY SIZE INTO ALERT-IN-REC.
    WRITE ALERT-IN-REC.
    CLOSE ALERT-IN-FILE.
    ADD 1 TO TOTAL-ALERTS-RAISED.
    DISPLAY "ALERT RAISED: " ALERT-IN-REC.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
