IDENTIFICATION DIVISION.
PROGRAM-ID. MASTER-COMPARE.

*> MASTER-COMPARE answers "what exactly is different" between two
*> copies of a master -- before and after a conversion, a bad night,
*> or a forward recovery -- without eyeballing DELIMITED-EXPORT
*> output. It reads two unloads in the MASTER-UNLOAD-RELOAD format
*> ("D" records in key order and a count/key-hash trailer; a
*> CUST-MASK-EXTRACT unload is the same shape), the old copy on
*> OLDUNLD and the new on NEWUNLD, and match-merges them on the key.
*> It reports every record only on the old copy, every record only
*> on the new, and for a record on both, each field whose bytes
*> differ, with the old and new values decoded through CUSTREC or
*> PARTREC -- packed and binary amounts print as numbers, not as
*> bytes. Summary counts come last.
*>
*> The optional CMPIGNR list names fields expected to change (one
*> data name per line, e.g. CM-MTD-SALES); their differences are not
*> reported, and a record differing only in them counts as
*> identical. A name that is not a field of the layout is listed and
*> otherwise ignored. Any difference ends the run RC=4; an unload
*> out of key order, or one whose trailer disagrees with what was
*> read, RC=8 -- a merge of an unsorted file proves nothing.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-TEXT-1(1:4)  file: CUST or PART

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OLD-UNLOAD-FILE ASSIGN TO "OLDUNLD"
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS OLD-UNLOAD-STATUS.
        SELECT NEW-UNLOAD-FILE ASSIGN TO "NEWUNLD"
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS NEW-UNLOAD-STATUS.
        SELECT IGNORE-LIST-FILE ASSIGN TO "CMPIGNR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IGNORE-LIST-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  OLD-UNLOAD-FILE.
    01  OLD-UNLOAD-REC.
        05 OU-REC-TYPE PIC X(1).
            88 OU-IS-DATA VALUE "D".
            88 OU-IS-TRAILER VALUE "T".
        05 OU-DATA PIC X(120).
    01  OLD-UNLOAD-TRAILER REDEFINES OLD-UNLOAD-REC.
        05 FILLER PIC X(1).
        05 OU-TRAILER-COUNT PIC 9(8).
        05 OU-TRAILER-HASH PIC S9(15).
        05 FILLER PIC X(96).

    FD  NEW-UNLOAD-FILE.
    01  NEW-UNLOAD-REC.
        05 NU-REC-TYPE PIC X(1).
            88 NU-IS-DATA VALUE "D".
            88 NU-IS-TRAILER VALUE "T".
        05 NU-DATA PIC X(120).
    01  NEW-UNLOAD-TRAILER REDEFINES NEW-UNLOAD-REC.
        05 FILLER PIC X(1).
        05 NU-TRAILER-COUNT PIC 9(8).
        05 NU-TRAILER-HASH PIC S9(15).
        05 FILLER PIC X(96).

    FD  IGNORE-LIST-FILE.
    01  IGNORE-LIST-REC.
        05 IL-FIELD-NAME PIC X(20).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 OLD-UNLOAD-STATUS PIC X(2).
    01 NEW-UNLOAD-STATUS PIC X(2).
    01 IGNORE-LIST-STATUS PIC X(2).
    01 IGNORE-LIST-EOF PIC 9(1) COMP VALUE 0.
        88 IGNORE-LIST-AT-EOF VALUE 1.
    01 UNLOADS-OPEN PIC 9(1) COMP VALUE 0.
        88 UNLOADS-ARE-OPEN VALUE 1.

    01 FILE-SELECTOR PIC X(4) VALUE SPACES.
        88 FILE-IS-CUST VALUE "CUST".
        88 FILE-IS-PART VALUE "PART".
    01 PARM-STAGING PIC X(5).

*> The layouts the unload records are decoded through.
    COPY "custrec.cpy".
    COPY "partrec.cpy".

*> Where each field lies in the record, in layout order. The
*> offsets follow CUSTREC and PARTREC; the record lengths are
*> checked against the copybooks at start-up so a layout change
*> that is not carried here stops the run instead of misreporting.
    01 CUST-FIELD-VALUES.
        05 FILLER PIC X(26) VALUE "CM-CUST-ID          001006".
        05 FILLER PIC X(26) VALUE "CM-CUST-NAME        007025".
        05 FILLER PIC X(26) VALUE "CM-ADDR-STREET      032020".
        05 FILLER PIC X(26) VALUE "CM-ADDR-CITY        052015".
        05 FILLER PIC X(26) VALUE "CM-ADDR-STATE       067002".
        05 FILLER PIC X(26) VALUE "CM-ADDR-POSTAL      069010".
        05 FILLER PIC X(26) VALUE "CM-CUST-BALANCE     079005".
        05 FILLER PIC X(26) VALUE "CM-CUST-STATUS      084001".
        05 FILLER PIC X(26) VALUE "CM-CREDIT-LIMIT     085005".
        05 FILLER PIC X(26) VALUE "CM-REGION-CODE      090003".
        05 FILLER PIC X(26) VALUE "CM-PRICE-TIER       093001".
        05 FILLER PIC X(26) VALUE "CM-MTD-SALES        094006".
        05 FILLER PIC X(26) VALUE "CM-YTD-SALES        100006".
        05 FILLER PIC X(26) VALUE "CM-TERMS-CODE       106002".
        05 FILLER PIC X(26) VALUE "CM-PARENT-ID        108006".
    01 CUST-FIELD-TABLE REDEFINES CUST-FIELD-VALUES.
        05 CUST-FIELD OCCURS 15 TIMES.
            10 CF-NAME PIC X(20).
            10 CF-OFFSET PIC 9(3).
            10 CF-LENGTH PIC 9(3).
    01 CUST-FIELD-COUNT PIC 9(2) COMP VALUE 15.
    01 CUST-RECORD-LENGTH PIC 9(3) COMP VALUE 113.

    01 PART-FIELD-VALUES.
        05 FILLER PIC X(26) VALUE "PM-PART-NO          001006".
        05 FILLER PIC X(26) VALUE "PM-DESCRIPTION      007020".
        05 FILLER PIC X(26) VALUE "PM-QTY-ON-HAND      027004".
        05 FILLER PIC X(26) VALUE "PM-UNIT-PRICE       031004".
        05 FILLER PIC X(26) VALUE "PM-REORDER-POINT    035004".
        05 FILLER PIC X(26) VALUE "PM-REORDER-QTY      039004".
        05 FILLER PIC X(26) VALUE "PM-VENDOR-ID        043006".
        05 FILLER PIC X(26) VALUE "PM-UNIT-COST        049004".
        05 FILLER PIC X(26) VALUE "PM-KIT-FLAG         053001".
        05 FILLER PIC X(26) VALUE "PM-SHIP-WEIGHT      054004".
        05 FILLER PIC X(26) VALUE "PM-ABC-CLASS        058001".
    01 PART-FIELD-TABLE REDEFINES PART-FIELD-VALUES.
        05 PART-FIELD OCCURS 11 TIMES.
            10 PF-NAME PIC X(20).
            10 PF-OFFSET PIC 9(3).
            10 PF-LENGTH PIC 9(3).
    01 PART-FIELD-COUNT PIC 9(2) COMP VALUE 11.
    01 PART-RECORD-LENGTH PIC 9(3) COMP VALUE 58.

*> The selected layout's fields, with the ignore marks.
    01 FIELD-COUNT PIC 9(2) COMP VALUE 0.
    01 FIELD-IDX PIC 9(2) COMP VALUE 0.
    01 FIELD-FOUND-IDX PIC 9(2) COMP VALUE 0.
    01 FIELD-TABLE.
        05 FIELD-ENTRY OCCURS 15 TIMES.
            10 FT-NAME PIC X(20).
            10 FT-OFFSET PIC 9(3) COMP.
            10 FT-LENGTH PIC 9(3) COMP.
            10 FT-IGNORED PIC 9(1) COMP.
            10 FT-DIFF-COUNT PIC 9(8) COMP.
    01 KEY-LENGTH PIC 9(2) COMP VALUE 6.

    01 OLD-KEY PIC X(6).
    01 NEW-KEY PIC X(6).
    01 OLD-PRIOR-KEY PIC X(6).
    01 NEW-PRIOR-KEY PIC X(6).
    01 OLD-DATA-SAVE PIC X(120).
    01 NEW-DATA-SAVE PIC X(120).
    01 DESCRIBE-DATA PIC X(120).
    01 OLD-TRAILER-SW PIC 9(1) COMP VALUE 0.
        88 OLD-TRAILER-SEEN VALUE 1.
    01 NEW-TRAILER-SW PIC 9(1) COMP VALUE 0.
        88 NEW-TRAILER-SEEN VALUE 1.
    01 OLD-TRAILER-COUNT-SAVE PIC 9(8) COMP VALUE 0.
    01 NEW-TRAILER-COUNT-SAVE PIC 9(8) COMP VALUE 0.
    01 SEQUENCE-ERROR-SW PIC 9(1) COMP VALUE 0.
        88 SEQUENCE-ERROR-FOUND VALUE 1.
    01 RECORD-DIFFERS-SW PIC 9(1) COMP VALUE 0.
        88 RECORD-DIFFERS VALUE 1.

    01 FIELD-TEXT PIC X(25).
    01 OLD-FIELD-TEXT PIC X(25).
    01 NEW-FIELD-TEXT PIC X(25).
    01 SIGNED-AMT-DISP PIC -(8)9.99.
    01 PRICE-DISP PIC Z(4)9.99.
    01 COUNT-DISP PIC Z(5)9.
    01 DESCRIBE-TEXT PIC X(25).

    01 TOTAL-OLD-RECORDS PIC 9(8) COMP VALUE 0.
    01 TOTAL-NEW-RECORDS PIC 9(8) COMP VALUE 0.
    01 TOTAL-MATCHED PIC 9(8) COMP VALUE 0.
    01 TOTAL-IDENTICAL PIC 9(8) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(8) COMP VALUE 0.
    01 TOTAL-ONLY-OLD PIC 9(8) COMP VALUE 0.
    01 TOTAL-ONLY-NEW PIC 9(8) COMP VALUE 0.
    01 TOTAL-FIELD-DIFFS PIC 9(8) COMP VALUE 0.
    01 TOTAL-IGNORED-DIFFS PIC 9(8) COMP VALUE 0.
    01 TOTAL-DISP PIC Z(7)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="MASTER-COMPARE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="MASTER-COMPARE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF UNLOADS-ARE-OPEN THEN
        PERFORM 2000-COMPARE-UNLOADS
        PERFORM 8000-TERMINATE
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
            MOVE PC-TEXT-1(1:4) TO FILE-SELECTOR
        END-IF
    ELSE
        DISPLAY "File - CUST or PART:"
        ACCEPT FILE-SELECTOR
    END-IF.
    IF NOT (FILE-IS-CUST OR FILE-IS-PART) THEN
        DISPLAY "File selector must be CUST or PART."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Compare file selector is not CUST or PART." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    IF LENGTH OF CUSTOMER-MASTER-REC NOT = CUST-RECORD-LENGTH
            OR LENGTH OF PART-MASTER-REC NOT = PART-RECORD-LENGTH THEN
        DISPLAY "Record layout has changed; field offsets are stale."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "CUSTREC/PARTREC length differs from the compare field table." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    PERFORM 1100-LOAD-FIELD-TABLE.
    PERFORM 1200-LOAD-IGNORE-LIST.
    OPEN INPUT OLD-UNLOAD-FILE.
    IF OLD-UNLOAD-STATUS NOT = "00" THEN
        DISPLAY "Old unload (OLDUNLD) not found, nothing to compare."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Old unload (OLDUNLD) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT NEW-UNLOAD-FILE.
    IF NEW-UNLOAD-STATUS NOT = "00" THEN
        CLOSE OLD-UNLOAD-FILE
        DISPLAY "New unload (NEWUNLD) not found, nothing to compare."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "New unload (NEWUNLD) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO UNLOADS-OPEN.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Master File Compare" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "FILE " FILE-SELECTOR "   OLD COPY OLDUNLD   NEW COPY NEWUNLD"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    1100-LOAD-FIELD-TABLE.
    IF FILE-IS-CUST THEN
        MOVE CUST-FIELD-COUNT TO FIELD-COUNT
    ELSE
        MOVE PART-FIELD-COUNT TO FIELD-COUNT
    END-IF.
    PERFORM 1110-LOAD-ONE-FIELD
        VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > FIELD-COUNT.

    1110-LOAD-ONE-FIELD.
    IF FILE-IS-CUST THEN
        MOVE CF-NAME(FIELD-IDX) TO FT-NAME(FIELD-IDX)
        MOVE CF-OFFSET(FIELD-IDX) TO FT-OFFSET(FIELD-IDX)
        MOVE CF-LENGTH(FIELD-IDX) TO FT-LENGTH(FIELD-IDX)
    ELSE
        MOVE PF-NAME(FIELD-IDX) TO FT-NAME(FIELD-IDX)
        MOVE PF-OFFSET(FIELD-IDX) TO FT-OFFSET(FIELD-IDX)
        MOVE PF-LENGTH(FIELD-IDX) TO FT-LENGTH(FIELD-IDX)
    END-IF.
    MOVE 0 TO FT-IGNORED(FIELD-IDX).
    MOVE 0 TO FT-DIFF-COUNT(FIELD-IDX).

    *> No ignore list is the usual case: every field is compared.
    1200-LOAD-IGNORE-LIST.
    OPEN INPUT IGNORE-LIST-FILE.
    IF IGNORE-LIST-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 1210-APPLY-ONE-IGNORE UNTIL IGNORE-LIST-AT-EOF.
    CLOSE IGNORE-LIST-FILE.

    1210-APPLY-ONE-IGNORE.
    READ IGNORE-LIST-FILE
        AT END
            MOVE 1 TO IGNORE-LIST-EOF
            EXIT PARAGRAPH
    END-READ.
    IF IL-FIELD-NAME = SPACES THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO FIELD-FOUND-IDX.
    PERFORM 1220-MATCH-ONE-IGNORE
        VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > FIELD-COUNT.
    IF FIELD-FOUND-IDX > 0 THEN
        MOVE 1 TO FT-IGNORED(FIELD-FOUND-IDX)
        DISPLAY "Ignoring field    : " IL-FIELD-NAME
    ELSE
        DISPLAY "Not a field of the " FILE-SELECTOR " layout, not used: "
            IL-FIELD-NAME
    END-IF.

    1220-MATCH-ONE-IGNORE.
    IF FT-NAME(FIELD-IDX) = IL-FIELD-NAME THEN
        MOVE FIELD-IDX TO FIELD-FOUND-IDX
    END-IF.

    *> ---------------------
    *> MATCH-MERGE: both unloads in key order; an exhausted side
    *> carries HIGH-VALUES so the other drains as "only on" records.
    *> ---------------------

    2000-COMPARE-UNLOADS.
    MOVE LOW-VALUES TO OLD-PRIOR-KEY.
    MOVE LOW-VALUES TO NEW-PRIOR-KEY.
    PERFORM 2100-READ-OLD-UNLOAD.
    PERFORM 2200-READ-NEW-UNLOAD.
    PERFORM 2300-MATCH-ONE-KEY
        UNTIL (OLD-KEY = HIGH-VALUES AND NEW-KEY = HIGH-VALUES)
            OR SEQUENCE-ERROR-FOUND.
    CLOSE OLD-UNLOAD-FILE.
    CLOSE NEW-UNLOAD-FILE.

    2100-READ-OLD-UNLOAD.
    MOVE HIGH-VALUES TO OLD-KEY.
    READ OLD-UNLOAD-FILE
        AT END EXIT PARAGRAPH
    END-READ.
    IF OU-IS-TRAILER THEN
        MOVE 1 TO OLD-TRAILER-SW
        MOVE OU-TRAILER-COUNT TO OLD-TRAILER-COUNT-SAVE
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-OLD-RECORDS.
    MOVE OU-DATA TO OLD-DATA-SAVE.
    MOVE OU-DATA(1:KEY-LENGTH) TO OLD-KEY.
    IF OLD-KEY NOT > OLD-PRIOR-KEY THEN
        MOVE "OLDUNLD" TO DESCRIBE-TEXT
        PERFORM 2900-REPORT-SEQUENCE-ERROR
    END-IF.
    MOVE OLD-KEY TO OLD-PRIOR-KEY.

    2200-READ-NEW-UNLOAD.
    MOVE HIGH-VALUES TO NEW-KEY.
    READ NEW-UNLOAD-FILE
        AT END EXIT PARAGRAPH
    END-READ.
    IF NU-IS-TRAILER THEN
        MOVE 1 TO NEW-TRAILER-SW
        MOVE NU-TRAILER-COUNT TO NEW-TRAILER-COUNT-SAVE
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-NEW-RECORDS.
    MOVE NU-DATA TO NEW-DATA-SAVE.
    MOVE NU-DATA(1:KEY-LENGTH) TO NEW-KEY.
    IF NEW-KEY NOT > NEW-PRIOR-KEY THEN
        MOVE "NEWUNLD" TO DESCRIBE-TEXT
        PERFORM 2900-REPORT-SEQUENCE-ERROR
    END-IF.
    MOVE NEW-KEY TO NEW-PRIOR-KEY.

    2300-MATCH-ONE-KEY.
    EVALUATE TRUE
        WHEN OLD-KEY < NEW-KEY
            ADD 1 TO TOTAL-ONLY-OLD
            MOVE OLD-DATA-SAVE TO DESCRIBE-DATA
            PERFORM 2500-DESCRIBE-RECORD
            MOVE SPACES TO RW-LINE-TEXT
            STRING "ONLY ON OLD  " OLD-KEY "  " DESCRIBE-TEXT
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            PERFORM 7900-PRINT-REPORT-LINE
            PERFORM 2100-READ-OLD-UNLOAD
        WHEN NEW-KEY < OLD-KEY
            ADD 1 TO TOTAL-ONLY-NEW
            MOVE NEW-DATA-SAVE TO DESCRIBE-DATA
            PERFORM 2500-DESCRIBE-RECORD
            MOVE SPACES TO RW-LINE-TEXT
            STRING "ONLY ON NEW  " NEW-KEY "  " DESCRIBE-TEXT
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            PERFORM 7900-PRINT-REPORT-LINE
            PERFORM 2200-READ-NEW-UNLOAD
        WHEN OTHER
            ADD 1 TO TOTAL-MATCHED
            PERFORM 2400-COMPARE-MATCHED-RECORD
            PERFORM 2100-READ-OLD-UNLOAD
            PERFORM 2200-READ-NEW-UNLOAD
    END-EVALUATE.

    *> Field by field over the byte range each occupies; a record
    *> whose only differences are ignored fields is identical.
    2400-COMPARE-MATCHED-RECORD.
    MOVE 0 TO RECORD-DIFFERS-SW.
    IF OLD-DATA-SAVE = NEW-DATA-SAVE THEN
        ADD 1 TO TOTAL-IDENTICAL
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2410-COMPARE-ONE-FIELD
        VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > FIELD-COUNT.
    IF RECORD-DIFFERS THEN
        ADD 1 TO TOTAL-CHANGED
    ELSE
        ADD 1 TO TOTAL-IDENTICAL
    END-IF.

    2410-COMPARE-ONE-FIELD.
    IF OLD-DATA-SAVE(FT-OFFSET(FIELD-IDX):FT-LENGTH(FIELD-IDX))
            = NEW-DATA-SAVE(FT-OFFSET(FIELD-IDX):FT-LENGTH(FIELD-IDX)) THEN
        EXIT PARAGRAPH
    END-IF.
    IF FT-IGNORED(FIELD-IDX) = 1 THEN
        ADD 1 TO TOTAL-IGNORED-DIFFS
        EXIT PARAGRAPH
    END-IF.
    IF NOT RECORD-DIFFERS THEN
        MOVE 1 TO RECORD-DIFFERS-SW
        MOVE SPACES TO RW-LINE-TEXT
        STRING "CHANGED      " OLD-KEY DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.
    ADD 1 TO TOTAL-FIELD-DIFFS.
    ADD 1 TO FT-DIFF-COUNT(FIELD-IDX).
    IF FILE-IS-CUST THEN
        MOVE OLD-DATA-SAVE TO CUSTOMER-MASTER-REC
        PERFORM 3000-FORMAT-CUST-FIELD
        MOVE FIELD-TEXT TO OLD-FIELD-TEXT
        MOVE NEW-DATA-SAVE TO CUSTOMER-MASTER-REC
        PERFORM 3000-FORMAT-CUST-FIELD
    ELSE
        MOVE OLD-DATA-SAVE TO PART-MASTER-REC
        PERFORM 3100-FORMAT-PART-FIELD
        MOVE FIELD-TEXT TO OLD-FIELD-TEXT
        MOVE NEW-DATA-SAVE TO PART-MASTER-REC
        PERFORM 3100-FORMAT-PART-FIELD
    END-IF.
    MOVE FIELD-TEXT TO NEW-FIELD-TEXT.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "    " FT-NAME(FIELD-IDX) OLD-FIELD-TEXT " > " NEW-FIELD-TEXT
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    *> The name or description that identifies an "only on" record,
    *> taken from DESCRIBE-DATA.
    2500-DESCRIBE-RECORD.
    IF FILE-IS-CUST THEN
        MOVE DESCRIBE-DATA TO CUSTOMER-MASTER-REC
        MOVE CM-CUST-NAME TO DESCRIBE-TEXT
    ELSE
        MOVE DESCRIBE-DATA TO PART-MASTER-REC
        MOVE PM-DESCRIPTION TO DESCRIBE-TEXT
    END-IF.

    2900-REPORT-SEQUENCE-ERROR.
    MOVE 1 TO SEQUENCE-ERROR-SW.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "OUT OF KEY ORDER on " DESCRIBE-TEXT(1:7)
        " -- compare stopped; sort the unload and rerun"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    DISPLAY "Unload out of key order: " DESCRIBE-TEXT(1:7).
    MOVE 8 TO WS-RETURN-CODE.
    MOVE "Unload is out of key order; compare stopped." TO WS-ERROR-MSG.
    PERFORM 9300-LOG-ERROR.

    *> ---------------------
    *> FIELD DECODING: the field at FIELD-IDX of the record now in
    *> the layout, as printable text. A numeric field whose bytes are
    *> not a valid number is shown as such rather than converted.
    *> ---------------------

    3000-FORMAT-CUST-FIELD.
    MOVE SPACES TO FIELD-TEXT.
    EVALUATE FT-NAME(FIELD-IDX)
        WHEN "CM-CUST-ID"
            MOVE CM-CUST-ID TO FIELD-TEXT
        WHEN "CM-CUST-NAME"
            MOVE CM-CUST-NAME TO FIELD-TEXT
        WHEN "CM-ADDR-STREET"
            MOVE CM-ADDR-STREET TO FIELD-TEXT
        WHEN "CM-ADDR-CITY"
            MOVE CM-ADDR-CITY TO FIELD-TEXT
        WHEN "CM-ADDR-STATE"
            MOVE CM-ADDR-STATE TO FIELD-TEXT
        WHEN "CM-ADDR-POSTAL"
            MOVE CM-ADDR-POSTAL TO FIELD-TEXT
        WHEN "CM-CUST-BALANCE"
            IF CM-CUST-BALANCE IS NUMERIC THEN
                MOVE CM-CUST-BALANCE TO SIGNED-AMT-DISP
                MOVE SIGNED-AMT-DISP TO FIELD-TEXT
            ELSE
                MOVE "(not a valid number)" TO FIELD-TEXT
            END-IF
        WHEN "CM-CUST-STATUS"
            MOVE CM-CUST-STATUS TO FIELD-TEXT
        WHEN "CM-CREDIT-LIMIT"
            IF CM-CREDIT-LIMIT IS NUMERIC THEN
                MOVE CM-CREDIT-LIMIT TO SIGNED-AMT-DISP
                MOVE SIGNED-AMT-DISP TO FIELD-TEXT
            ELSE
                MOVE "(not a valid number)" TO FIELD-TEXT
            END-IF
        WHEN "CM-REGION-CODE"
            MOVE CM-REGION-CODE TO FIELD-TEXT
        WHEN "CM-PRICE-TIER"
            MOVE CM-PRICE-TIER TO FIELD-TEXT
        WHEN "CM-MTD-SALES"
            IF CM-MTD-SALES IS NUMERIC THEN
                MOVE CM-MTD-SALES TO SIGNED-AMT-DISP
                MOVE SIGNED-AMT-DISP TO FIELD-TEXT
            ELSE
                MOVE "(not a valid number)" TO FIELD-TEXT
            END-IF
        WHEN "CM-YTD-SALES"
            IF CM-YTD-SALES IS NUMERIC THEN
                MOVE CM-YTD-SALES TO SIGNED-AMT-DISP
                MOVE SIGNED-AMT-DISP TO FIELD-TEXT
            ELSE
                MOVE "(not a valid number)" TO FIELD-TEXT
            END-IF
        WHEN "CM-TERMS-CODE"
            MOVE CM-TERMS-CODE TO FIELD-TEXT
        WHEN "CM-PARENT-ID"
            MOVE CM-PARENT-ID TO FIELD-TEXT
    END-EVALUATE.

    *> The binary counts are always some number; only the packed
    *> amounts can fail to be one.
    3100-FORMAT-PART-FIELD.
    MOVE SPACES TO FIELD-TEXT.
    EVALUATE FT-NAME(FIELD-IDX)
        WHEN "PM-PART-NO"
            MOVE PM-PART-NO TO FIELD-TEXT
        WHEN "PM-DESCRIPTION"
            MOVE PM-DESCRIPTION TO FIELD-TEXT
        WHEN "PM-QTY-ON-HAND"
            MOVE PM-QTY-ON-HAND TO COUNT-DISP
            MOVE COUNT-DISP TO FIELD-TEXT
        WHEN "PM-UNIT-PRICE"
            IF PM-UNIT-PRICE IS NUMERIC THEN
                MOVE PM-UNIT-PRICE TO PRICE-DISP
                MOVE PRICE-DISP TO FIELD-TEXT
            ELSE
                MOVE "(not a valid number)" TO FIELD-TEXT
            END-IF
        WHEN "PM-REORDER-POINT"
            MOVE PM-REORDER-POINT TO COUNT-DISP
            MOVE COUNT-DISP TO FIELD-TEXT
        WHEN "PM-REORDER-QTY"
            MOVE PM-REORDER-QTY TO COUNT-DISP
            MOVE COUNT-DISP TO FIELD-TEXT
        WHEN "PM-VENDOR-ID"
            MOVE PM-VENDOR-ID TO FIELD-TEXT
        WHEN "PM-UNIT-COST"
            IF PM-UNIT-COST IS NUMERIC THEN
                MOVE PM-UNIT-COST TO PRICE-DISP
                MOVE PRICE-DISP TO FIELD-TEXT
            ELSE
                MOVE "(not a valid number)" TO FIELD-TEXT
            END-IF
        WHEN "PM-KIT-FLAG"
            MOVE PM-KIT-FLAG TO FIELD-TEXT
        WHEN "PM-SHIP-WEIGHT"
            IF PM-SHIP-WEIGHT IS NUMERIC THEN
                MOVE PM-SHIP-WEIGHT TO PRICE-DISP
                MOVE PRICE-DISP TO FIELD-TEXT
            ELSE
                MOVE "(not a valid number)" TO FIELD-TEXT
            END-IF
        WHEN "PM-ABC-CLASS"
            MOVE PM-ABC-CLASS TO FIELD-TEXT
    END-EVALUATE.

    7900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> TERMINATION: trailers proved, then the summary.
    *> ---------------------

    8000-TERMINATE.
    IF NOT SEQUENCE-ERROR-FOUND THEN
        PERFORM 8100-CHECK-TRAILERS
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "SUMMARY" TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-OLD-RECORDS TO TOTAL-DISP.
    STRING "  Records on old copy     " TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-NEW-RECORDS TO TOTAL-DISP.
    STRING "  Records on new copy     " TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-MATCHED TO TOTAL-DISP.
    STRING "  On both                 " TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-IDENTICAL TO TOTAL-DISP.
    STRING "    identical             " TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-CHANGED TO TOTAL-DISP.
    STRING "    changed               " TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-ONLY-OLD TO TOTAL-DISP.
    STRING "  Only on old copy        " TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-ONLY-NEW TO TOTAL-DISP.
    STRING "  Only on new copy        " TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-FIELD-DIFFS TO TOTAL-DISP.
    STRING "  Field differences       " TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 8200-PRINT-FIELD-COUNT
        VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > FIELD-COUNT.
    MOVE TOTAL-IGNORED-DIFFS TO TOTAL-DISP.
    STRING "  Ignored differences     " TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Master Compare Summary --".
    DISPLAY "Old / new records : " TOTAL-OLD-RECORDS " / " TOTAL-NEW-RECORDS.
    DISPLAY "Changed records   : " TOTAL-CHANGED.
    DISPLAY "Only on old / new : " TOTAL-ONLY-OLD " / " TOTAL-ONLY-NEW.
    IF WS-RETURN-CODE < 4 AND (TOTAL-CHANGED > 0 OR TOTAL-ONLY-OLD > 0
            OR TOTAL-ONLY-NEW > 0) THEN
        MOVE 4 TO WS-RETURN-CODE
    END-IF.

    *> An unload without its trailer, or whose trailer count is not
    *> what was read, is a truncated or damaged copy.
    8100-CHECK-TRAILERS.
    IF NOT OLD-TRAILER-SEEN
            OR OLD-TRAILER-COUNT-SAVE NOT = TOTAL-OLD-RECORDS THEN
        MOVE "OLDUNLD" TO DESCRIBE-TEXT
        PERFORM 8110-REPORT-BAD-TRAILER
    END-IF.
    IF NOT NEW-TRAILER-SEEN
            OR NEW-TRAILER-COUNT-SAVE NOT = TOTAL-NEW-RECORDS THEN
        MOVE "NEWUNLD" TO DESCRIBE-TEXT
        PERFORM 8110-REPORT-BAD-TRAILER
    END-IF.

    8110-REPORT-BAD-TRAILER.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "TRAILER on " DESCRIBE-TEXT(1:7)
        " missing or does not agree with the records read"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE 8 TO WS-RETURN-CODE.
    MOVE "Unload trailer missing or disagrees with its records." TO WS-ERROR-MSG.
    PERFORM 9300-LOG-ERROR.

    8200-PRINT-FIELD-COUNT.
    IF FT-DIFF-COUNT(FIELD-IDX) > 0 THEN
        MOVE FT-DIFF-COUNT(FIELD-IDX) TO TOTAL-DISP
        STRING "    " FT-NAME(FIELD-IDX) "  " TOTAL-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
