        COPY "cyclesel.cpy".
        COPY "parmsel.cpy".
        COPY "ctltotsel.cpy".
        COPY "rotkeysel.cpy".
        COPY "rotgensel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "parmfd.cpy".
    COPY "ctltotfd.cpy".

    FD  ROT-KEY-FILE.
    COPY "rotkeyrec.cpy".

    FD  ROT-GEN-FILE.
    COPY "rotgenrec.cpy".

    WORKING-STORAGE SECTION.
    01 RUN-MODE PIC X(1) VALUE "I".
        88 RUN-MODE-INTERACTIVE VALUE "I".
    01 KW-IDX PIC 9(2) COMP.
    01 CUR-CODE PIC S9(3) COMP.

*> A keyword keyed as "*" (terminal or parameter card) takes the key
*> in force today off the key registry instead of a keyword typed
*> in: the keyword is never keyed at all, and its id goes on the
*> ROTHDR header so the batch can be decoded long after tonight.
*> Every batch file written is entered on the ROTOUT generation
*> register with the cipher mode and key id its header carries.
    01 KEY-SOURCE-SWITCH PIC 9(1) COMP VALUE 0.
        88 KEY-FROM-REGISTRY VALUE 1.
    01 CIPHER-KEY-ID PIC X(8) VALUE SPACES.
    01 ROT-GEN-STATUS PIC X(2).
    01 ROTGEN-NEWEST PIC 9(6) VALUE 0.
    01 ROTGEN-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 ROTGEN-SCAN-AT-EOF VALUE 1.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-ENCODER"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "runctldata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-ENCODER"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-ENCODER"==.
    COPY "cycledata.cpy".
    COPY "editdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-ENCODER"==.
    COPY "parmdata.cpy".
    COPY "rotkeydata.cpy".

PROCEDURE DIVISION.
    0000-MAINLINE.
    ACCEPT PARM-SOURCE.
    IF PARM-SOURCE-TERMINAL THEN
        DISPLAY "Please enter a rotation (Caesar shift) amount,"
        DISPLAY "or an alphabetic keyword for a keyword-cipher run"
        DISPLAY "(* takes the registry key in force today)."
        ACCEPT CIPHER-STAGING
        PERFORM 0050-CLASSIFY-CIPHER-INPUT
        DISPLAY "Run in (I)nteractive or (B)atch file mode?"
    ELSE
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            EVALUATE TRUE
                WHEN PC-TEXT-1 = "*"
                    MOVE "K" TO CIPHER-MODE
                    MOVE 1 TO KEY-SOURCE-SWITCH
                WHEN PC-TEXT-1 NOT = SPACES
                    MOVE "K" TO CIPHER-MODE
                    MOVE PC-TEXT-1 TO CIPHER-KEYWORD
                WHEN OTHER
                    MOVE PC-NUM-1 TO ROT-SHIFT
            END-EVALUATE
            MOVE "B" TO RUN-MODE
        END-IF
    END-IF.
    PERFORM 0100-BUILD-TRANSLATE-TABLE.
    IF KEY-FROM-REGISTRY THEN
        PERFORM 0300-TAKE-REGISTRY-KEY
    END-IF.
    IF CIPHER-MODE-KEYWORD THEN
        PERFORM 0200-BUILD-KEYWORD-SHIFTS
    END-IF.
    *> decks have always keyed it; an alphabetic value is a keyword.
    0050-CLASSIFY-CIPHER-INPUT.
    MOVE FUNCTION TRIM(CIPHER-STAGING) TO CIPHER-STAGING.
    IF CIPHER-STAGING = "*" THEN
        MOVE "K" TO CIPHER-MODE
        MOVE 1 TO KEY-SOURCE-SWITCH
        EXIT PARAGRAPH
    END-IF.
    IF CIPHER-STAGING(1:1) = "-" OR CIPHER-STAGING(1:1) = "+" THEN
        MOVE CIPHER-STAGING(2:19) TO EDIT-INPUT-FIELD
    ELSE
        MOVE CC-CODE(TT-IDX) TO KEYWORD-SHIFT(KW-IDX)
    END-IF.

    *> The registry key in force today becomes the run's keyword. With
    *> no key in force the run falls back to the fixed Caesar shift,
    *> the same as for an unusable keyword, and the header says so.
    0300-TAKE-REGISTRY-KEY.
    PERFORM 9620-ROTKEY-OPEN.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO ROTKEY-AS-OF-DATE.
    PERFORM 9621-ROTKEY-IN-FORCE.
    PERFORM 9629-ROTKEY-CLOSE.
    IF ROTKEY-WAS-FOUND THEN
        MOVE ROTKEY-KEY-ID TO CIPHER-KEY-ID
        MOVE ROTKEY-KEYWORD TO CIPHER-KEYWORD
        DISPLAY "Keyword cipher under registry key " CIPHER-KEY-ID
    ELSE
        MOVE "C" TO CIPHER-MODE
        DISPLAY "No registry key is in force today,"
        DISPLAY "keeping the fixed Caesar shift."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "No registry key in force; the fixed Caesar shift was kept." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    1000-BATCH-RUN.
    OPEN INPUT ROT-IN-FILE.
    IF ROT-IN-STATUS = "00" THEN
        PERFORM 1200-BATCH-CONVERT-RECORD UNTIL ROT-IN-AT-EOF
        CLOSE ROT-IN-FILE
        CLOSE ROT-OUT-FILE
        PERFORM 1070-REGISTER-GENERATION
    ELSE
        DISPLAY "Batch input file not found, nothing to convert."
        MOVE 4 TO WS-RETURN-CODE
    IF CIPHER-MODE-KEYWORD THEN
        MOVE 0 TO RH-SHIFT-AMOUNT
        MOVE "K" TO RH-CIPHER-MODE
        MOVE CIPHER-KEY-ID TO RH-KEY-ID
    ELSE
        MOVE ROT-SHIFT TO RH-SHIFT-AMOUNT
        MOVE "C" TO RH-CIPHER-MODE
        MOVE SPACES TO RH-KEY-ID
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RH-RUN-DATE.
    MOVE " " TO ROT-OUT-CONT.
    WRITE ROT-OUT-REC.

*> The batch file just written becomes the register's next generation,
*> described exactly as its header describes it.
    1070-REGISTER-GENERATION.
    OPEN I-O ROT-GEN-FILE.
    IF ROT-GEN-STATUS = "35" THEN
        OPEN OUTPUT ROT-GEN-FILE
        CLOSE ROT-GEN-FILE
        OPEN I-O ROT-GEN-FILE
    END-IF.
    IF ROT-GEN-STATUS NOT = "00" THEN
        PERFORM 1080-REPORT-NOT-REGISTERED
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO ROTGEN-NEWEST.
    MOVE 0 TO ROTGEN-SCAN-EOF.
    MOVE 0 TO RG-GENERATION.
    START ROT-GEN-FILE KEY IS NOT LESS THAN RG-GENERATION
        INVALID KEY MOVE 1 TO ROTGEN-SCAN-EOF
    END-START.
    PERFORM 1075-SCAN-ONE-GENERATION UNTIL ROTGEN-SCAN-AT-EOF.
    INITIALIZE ROT-GEN-REC.
    COMPUTE RG-GENERATION = ROTGEN-NEWEST + 1.
    MOVE WS-CURRENT-TIMESTAMP TO RG-RUN-STAMP.
    MOVE CYCLE-CURRENT-NO TO RG-CYCLE-NO.
    MOVE RH-CIPHER-MODE TO RG-CIPHER-MODE.
    MOVE RH-KEY-ID TO RG-KEY-ID.
    MOVE RH-RECORD-COUNT TO RG-RECORD-COUNT.
    MOVE SPACE TO RG-GEN-STATUS.
    WRITE ROT-GEN-REC
        INVALID KEY
            PERFORM 1080-REPORT-NOT-REGISTERED
        NOT INVALID KEY
            DISPLAY "Registered as generation " RG-GENERATION
                " mode " RG-CIPHER-MODE " key " RG-KEY-ID
    END-WRITE.
    CLOSE ROT-GEN-FILE.

    1075-SCAN-ONE-GENERATION.
    READ ROT-GEN-FILE NEXT RECORD
        AT END MOVE 1 TO ROTGEN-SCAN-EOF
        NOT AT END MOVE RG-GENERATION TO ROTGEN-NEWEST
    END-READ.

    1080-REPORT-NOT-REGISTERED.
    DISPLAY "Batch written but could not be registered.".
    MOVE 4 TO WS-RETURN-CODE.
    MOVE "Batch file was written but not entered on the ROTOUT generation register." TO WS-ERROR-MSG.
    PERFORM 9300-LOG-ERROR.

    1100-BATCH-READ-RECORD.
    READ ROT-IN-FILE
        AT END MOVE 1 TO ROT-IN-EOF
    COPY "editproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "parmproc.cpy".
    COPY "rotkeyproc.cpy".
