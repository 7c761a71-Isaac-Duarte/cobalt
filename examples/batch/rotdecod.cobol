*> derives the inverse shift itself, decodes every logical value
*> (honoring the "+" continuation chaining), and writes the clear
*> text to ROTCLR with the same symmetric chunking. The data-record
*> count is balanced against the header count at end of run. A
*> keyword-cipher batch whose header names a registry key is decoded
*> with that key's keyword, fetched from ROTKEYS by id -- retired or
*> not, since the batch was encoded while it was in force.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "rotkeysel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    FD  ROT-KEY-FILE.
    COPY "rotkeyrec.cpy".

    WORKING-STORAGE SECTION.
    01 ROT-OUT-STATUS PIC X(2).
    01 ROT-CLEAR-STATUS PIC X(2).

    01 INVERSE-SHIFT PIC S9(3) COMP VALUE 0.

*> Keyword-cipher decoding runs ROT-ENCODER's keyword sequence
*> backwards: each letter is shifted back by the current keyword
*> letter, the keyword advancing one position per letter and
*> restarting at the top of every logical value.
    01 DECODE-MODE PIC X(1) VALUE "C".
        88 DECODE-MODE-CAESAR VALUE "C".
        88 DECODE-MODE-KEYWORD VALUE "K".
    01 CIPHER-KEYWORD PIC X(20) VALUE SPACES.
    01 KEYWORD-LEN PIC 9(2) COMP VALUE 0.
    01 KEYWORD-POS PIC 9(2) COMP VALUE 1.
    01 KEYWORD-SHIFT-TABLE.
        05 KEYWORD-SHIFT OCCURS 20 TIMES PIC S9(3) COMP.
    01 KW-IDX PIC 9(2) COMP.

    01 VALUE-STR PIC X(49990).
    01 VALUE-LEN PIC 9(18) COMP VALUE 0.
    01 CHUNK-POS PIC 9(18) COMP VALUE 1.

    COPY "rothdr.cpy".
    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-DECODER"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-DECODER"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "rotkeydata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
        PERFORM 9300-LOG-ERROR
    ELSE
        PERFORM 1100-READ-OUT-RECORD
        MOVE ROT-OUT-DATA(1:36) TO ROT-HEADER-REC
        IF ROT-OUT-AT-EOF OR NOT RH-IS-HEADER THEN
            DISPLAY "Encoded file carries no ROTHDR header, cannot decode."
            CLOSE ROT-OUT-FILE
            PERFORM 9300-LOG-ERROR
        ELSE
            IF RH-MODE-KEYWORD THEN
                PERFORM 1400-FETCH-REGISTRY-KEY
            END-IF
            IF RH-MODE-KEYWORD AND NOT DECODE-MODE-KEYWORD THEN
                CLOSE ROT-OUT-FILE
                MOVE 8 TO WS-RETURN-CODE
                MOVE "Keyword-cipher batch names no registry key that can decode it." TO WS-ERROR-MSG
                PERFORM 9300-LOG-ERROR
            ELSE
                PERFORM 1500-DECODE-WHOLE-FILE
        END-IF
    END-IF.

    *> A keyword batch is decodable only when its header names a key
    *> the registry still holds; an ad hoc keyword (blank key id) was
    *> never written anywhere.
    1400-FETCH-REGISTRY-KEY.
    IF RH-KEY-ID = SPACES THEN
        DISPLAY "Keyword-cipher batch with no registry key id: the"
        DISPLAY "keyword was never written, so it cannot be regenerated."
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
    IF ROTKEY-IS-RETIRED THEN
        DISPLAY "Registry key " RH-KEY-ID " has since been retired;"
        DISPLAY "decoding with it all the same."
    END-IF.
    MOVE FUNCTION TRIM(ROTKEY-KEYWORD) TO CIPHER-KEYWORD.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(CIPHER-KEYWORD)) TO KEYWORD-LEN.
    MOVE "K" TO DECODE-MODE.
    PERFORM 1410-ONE-KEYWORD-SHIFT
        VARYING KW-IDX FROM 1 BY 1
        UNTIL KW-IDX > KEYWORD-LEN OR DECODE-MODE-CAESAR.
    IF DECODE-MODE-CAESAR THEN
        DISPLAY "Registry key " RH-KEY-ID " holds an unusable keyword."
    END-IF.

    1410-ONE-KEYWORD-SHIFT.
    MOVE CIPHER-KEYWORD(KW-IDX:1) TO CUR-CHAR.
    PERFORM 2210-CHAR-TO-CODE.
    IF CUR-CODE = -1 THEN
        MOVE "C" TO DECODE-MODE
    ELSE
        MOVE CUR-CODE TO KEYWORD-SHIFT(KW-IDX)
    END-IF.

    1500-DECODE-WHOLE-FILE.
    IF DECODE-MODE-KEYWORD THEN
        DISPLAY "Decoding run of " RH-RUN-DATE " under key "
            RH-KEY-ID ", " RH-RECORD-COUNT " records."
    ELSE
        COMPUTE INVERSE-SHIFT =
            26 - FUNCTION MOD(RH-SHIFT-AMOUNT, 26)
        DISPLAY "Decoding run of " RH-RUN-DATE " shift "
            RH-SHIFT-AMOUNT ", " RH-RECORD-COUNT " records."
    END-IF.
    OPEN OUTPUT ROT-CLEAR-FILE.
    PERFORM 1100-READ-OUT-RECORD.
    PERFORM 2000-DECODE-ONE-VALUE UNTIL ROT-OUT-AT-EOF.
        WITH TEST AFTER UNTIL NOT CHUNK-WAS-CONTINUED OR ROT-OUT-AT-EOF.
    SUBTRACT 1 FROM CHUNK-POS GIVING VALUE-LEN.
    MOVE 1 TO CUR-IDX.
    MOVE 1 TO KEYWORD-POS.
    PERFORM 2200-DECODE-ONE-CHAR UNTIL CUR-IDX > VALUE-LEN.
    PERFORM 2300-WRITE-CLEAR-CHUNKS.
    ADD 1 TO TOTAL-VALUES-DECODED.
    IF NOT CUR-CHAR = " " THEN
        PERFORM 2210-CHAR-TO-CODE
        IF NOT CUR-CODE = -1 THEN
            IF DECODE-MODE-KEYWORD THEN
                PERFORM 2240-KEYWORD-BACK-SHIFT
            ELSE
                ADD INVERSE-SHIFT TO CUR-CODE
            END-IF
            PERFORM 2220-CODE-TO-CHAR
            MOVE CUR-CHAR TO VALUE-STR(CUR-IDX:1)
        END-IF
        MOVE "L" TO CUR-CASE
    END-IF.

    2240-KEYWORD-BACK-SHIFT.
    COMPUTE CUR-CODE = CUR-CODE + 26 - KEYWORD-SHIFT(KEYWORD-POS).
    ADD 1 TO KEYWORD-POS.
    IF KEYWORD-POS > KEYWORD-LEN THEN
        MOVE 1 TO KEYWORD-POS
    END-IF.

    2220-CODE-TO-CHAR.
    MOVE FUNCTION MOD(CUR-CODE, 26) TO CUR-CODE.
    MOVE ALPHA-UPPER(CUR-CODE + 1:1) TO CUR-CHAR.
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "rotkeyproc.cpy".
