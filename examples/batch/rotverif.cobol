*> output value, and compares it against the corresponding input
*> value. Matched, mismatched, and orphaned logical values are
*> reported, and any mismatch or orphan ends the run with RC=8 so the
*> scheduler refuses to ship a garbled file. A keyword-cipher batch
*> whose header names a registry key is verified with that key's
*> keyword, fetched from ROTKEYS by id.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "parmsel.cpy".
        COPY "rotkeysel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "cyclefd.cpy".
    COPY "parmfd.cpy".

    FD  ROT-KEY-FILE.
    COPY "rotkeyrec.cpy".

    WORKING-STORAGE SECTION.
    01 ROT-IN-STATUS PIC X(2).
    01 ROT-OUT-STATUS PIC X(2).
    01 ROT-SHIFT PIC S9(3) COMP VALUE 13.
    01 INVERSE-SHIFT PIC S9(3) COMP VALUE 13.

*> A registry-keyed batch is verified by running ROT-ENCODER's
*> keyword sequence backwards over each output value, the keyword
*> restarting at the top of every value as the encoder restarts it.
    01 DECODE-MODE PIC X(1) VALUE "C".
        88 DECODE-MODE-CAESAR VALUE "C".
        88 DECODE-MODE-KEYWORD VALUE "K".
    01 CIPHER-KEYWORD PIC X(20) VALUE SPACES.
    01 KEYWORD-LEN PIC 9(2) COMP VALUE 0.
    01 KEYWORD-POS PIC 9(2) COMP VALUE 1.
    01 KEYWORD-SHIFT-TABLE.
        05 KEYWORD-SHIFT OCCURS 20 TIMES PIC S9(3) COMP.
    01 KW-IDX PIC 9(2) COMP.

*> The logical-value buffers mirror ROT-ENCODER's INPUT-STR sizing:
*> ten 4999-byte continuation chunks per value.
    01 IN-VALUE-STR PIC X(49990).

    COPY "rothdr.cpy".
    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-VERIFY"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-VERIFY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "rotkeydata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    *> operator keyed, and the header is stepped past.
    1300-CHECK-FOR-HEADER.
    IF NOT ROT-OUT-AT-EOF THEN
        MOVE ROT-OUT-DATA(1:36) TO ROT-HEADER-REC
        IF RH-IS-HEADER THEN
            IF RH-MODE-KEYWORD THEN
                PERFORM 1310-FETCH-REGISTRY-KEY
            END-IF
            IF RH-MODE-KEYWORD AND NOT DECODE-MODE-KEYWORD THEN
    *> A keyword-cipher batch never writes its keyword to the file;
    *> without a registry key to fetch it by, a round trip is not
    *> possible here, and the run is reported unverifiable rather
    *> than falsely mismatched.
                DISPLAY "Keyword-cipher batch: round-trip verification"
                DISPLAY "needs a registry key and none could be fetched."
                MOVE 4 TO WS-RETURN-CODE
                MOVE "Keyword-cipher batch could not be round-trip verified." TO WS-ERROR-MSG
                PERFORM 9300-LOG-ERROR
                MOVE 1 TO ROT-IN-EOF
                MOVE 1 TO ROT-OUT-EOF
            ELSE
                IF DECODE-MODE-CAESAR THEN
                    MOVE RH-SHIFT-AMOUNT TO ROT-SHIFT
                    COMPUTE INVERSE-SHIFT = 26 - FUNCTION MOD(ROT-SHIFT, 26)
                END-IF
                PERFORM 1200-READ-OUT-RECORD
            END-IF
        END-IF
    END-IF.

    1310-FETCH-REGISTRY-KEY.
    IF RH-KEY-ID = SPACES THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 9620-ROTKEY-OPEN.
    MOVE RH-KEY-ID TO ROTKEY-KEY-ID.
    PERFORM 9623-ROTKEY-FETCH.
    PERFORM 9629-ROTKEY-CLOSE.
    IF NOT ROTKEY-WAS-FOUND THEN
        DISPLAY "Registry key " RH-KEY-ID " is not on the key registry."
        EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION TRIM(ROTKEY-KEYWORD) TO CIPHER-KEYWORD.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(CIPHER-KEYWORD)) TO KEYWORD-LEN.
    MOVE "K" TO DECODE-MODE.
    PERFORM 1315-ONE-KEYWORD-SHIFT
        VARYING KW-IDX FROM 1 BY 1
        UNTIL KW-IDX > KEYWORD-LEN OR DECODE-MODE-CAESAR.
    IF DECODE-MODE-KEYWORD THEN
        DISPLAY "Verifying keyword-cipher batch under key " RH-KEY-ID
    END-IF.

    1315-ONE-KEYWORD-SHIFT.
    MOVE CIPHER-KEYWORD(KW-IDX:1) TO CUR-CHAR.
    PERFORM 2310-CHAR-TO-CODE.
    IF CUR-CODE = -1 THEN
        MOVE "C" TO DECODE-MODE
    ELSE
        MOVE CUR-CODE TO KEYWORD-SHIFT(KW-IDX)
    END-IF.

    *> ---------------------
    *> ONE LOGICAL VALUE: assemble both sides, decode the output
    *> side with the inverse shift, compare.
    PERFORM 2100-ASSEMBLE-IN-VALUE.
    PERFORM 2200-ASSEMBLE-OUT-VALUE.
    MOVE 1 TO CUR-IDX.
    MOVE 1 TO KEYWORD-POS.
    PERFORM 2300-DECODE-ONE-CHAR UNTIL CUR-IDX > OUT-VALUE-LEN.
    IF IN-VALUE-LEN = OUT-VALUE-LEN
            AND IN-VALUE-STR(1:IN-VALUE-LEN) = OUT-VALUE-STR(1:OUT-VALUE-LEN) THEN
    IF NOT CUR-CHAR = " " THEN
        PERFORM 2310-CHAR-TO-CODE
        IF NOT CUR-CODE = -1 THEN
            IF DECODE-MODE-KEYWORD THEN
                PERFORM 2340-KEYWORD-BACK-SHIFT
            ELSE
                ADD INVERSE-SHIFT TO CUR-CODE
            END-IF
            PERFORM 2320-CODE-TO-CHAR
            MOVE CUR-CHAR TO OUT-VALUE-STR(CUR-IDX:1)
        END-IF
        MOVE "L" TO CUR-CASE
    END-IF.

    2340-KEYWORD-BACK-SHIFT.
    COMPUTE CUR-CODE = CUR-CODE + 26 - KEYWORD-SHIFT(KEYWORD-POS).
    ADD 1 TO KEYWORD-POS.
    IF KEYWORD-POS > KEYWORD-LEN THEN
        MOVE 1 TO KEYWORD-POS
    END-IF.

    2320-CODE-TO-CHAR.
    MOVE FUNCTION MOD(CUR-CODE, 26) TO CUR-CODE.
    MOVE ALPHA-UPPER(CUR-CODE + 1:1) TO CUR-CHAR.
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "rotkeyproc.cpy".
