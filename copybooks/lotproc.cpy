   *> LOTPROC - shared lot paragraphs. Stock under a LOCSTOCK total
   *> is carried by lot on LOTSTOCK, and every change to a lot is
   *> appended to LOTHIST:
   *>     9951-LOT-RECEIVE      adds LOT-QUANTITY to the lot, creating
   *>                           it with LOT-EXPIRY if it is new;
   *>     9952-LOT-FETCH        reads the lot, LOT-ON-HAND its count;
   *>     9953-LOT-DRAW-NAMED   takes LOT-QUANTITY from the named lot,
   *>                           or leaves it alone and sets
   *>                           LOT-RESULT-NOT-FOUND / -SHORT;
   *>     9954-LOT-DRAW-FEFO    takes LOT-QUANTITY oldest expiry
   *>                           first (lots that never expire last)
   *>                           across the part's lots at the
   *>                           location, whatever no lot covers
   *>                           left in LOT-UNTRACKED-QTY;
   *>     9959-LOT-SET-COUNT    sets the lot to LOT-QUANTITY outright,
   *>                           the difference in LOT-ADJUST-DELTA.
   *> A draw with LOT-TO-LOCATION filled moves the lot there rather
   *> than out of the building. The files open on first use --
   *> LOTSTOCK is created the first time it is missing -- and
   *> PERFORM 9969-LOT-CLOSE once at end of run. COPY LOTSEL.CPY into
   *> FILE-CONTROL, LOTFD.CPY into the FILE SECTION and LOTDATA.CPY
   *> into WORKING-STORAGE. Requires DTSTAMPDATA/DTSTAMPPROC,
   *> RETCODE, and ERRLOGPROC in the caller.
    9950-LOT-OPEN.
    MOVE 1 TO LOT-OPEN-TRIED.
    OPEN I-O LOT-STOCK-FILE.
    IF LOT-STOCK-STATUS = "35" THEN
        OPEN OUTPUT LOT-STOCK-FILE
        CLOSE LOT-STOCK-FILE
        OPEN I-O LOT-STOCK-FILE
    END-IF.
    IF LOT-STOCK-STATUS NOT = "00" THEN
        DISPLAY "Lot-stock file could not be opened, lots not tracked."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Lot-stock file (LOTSTOCK) could not be opened." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND LOT-HIST-FILE.
    IF LOT-HIST-STATUS = "35" THEN
        OPEN OUTPUT LOT-HIST-FILE
    END-IF.
    MOVE 1 TO LOT-FILES-OPEN.

    9951-LOT-RECEIVE.
    IF NOT LOT-OPEN-WAS-TRIED THEN
        PERFORM 9950-LOT-OPEN
    END-IF.
    IF NOT LOT-FILES-ARE-OPEN OR LOT-QUANTITY = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE LOT-LOT-NO TO LOT-BEST-LOT.
    MOVE LOT-LOCATION TO LOT-STORE-LOCATION.
    MOVE LOT-QUANTITY TO LOT-TAKE.
    PERFORM 9957-LOT-ADD-TO-LOT.
    PERFORM 9958-LOT-WRITE-HISTORY.
    SET LOT-RESULT-OK TO TRUE.

    9952-LOT-FETCH.
    IF NOT LOT-OPEN-WAS-TRIED THEN
        PERFORM 9950-LOT-OPEN
    END-IF.
    MOVE 0 TO LOT-ON-HAND.
    SET LOT-RESULT-NOT-FOUND TO TRUE.
    IF NOT LOT-FILES-ARE-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE LOT-PART-NO TO LT-PART-NO.
    MOVE LOT-LOCATION TO LT-LOCATION.
    MOVE LOT-LOT-NO TO LT-LOT-NO.
    READ LOT-STOCK-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE LT-QTY-ON-HAND TO LOT-ON-HAND
            MOVE LT-EXPIRY-DATE TO LOT-EXPIRY
            SET LOT-RESULT-OK TO TRUE
    END-READ.

    9953-LOT-DRAW-NAMED.
    PERFORM 9952-LOT-FETCH.
    IF NOT LOT-RESULT-OK THEN
        EXIT PARAGRAPH
    END-IF.
    IF LOT-QUANTITY > LT-QTY-ON-HAND THEN
        SET LOT-RESULT-SHORT TO TRUE
        EXIT PARAGRAPH
    END-IF.
    MOVE LOT-LOT-NO TO LOT-BEST-LOT.
    MOVE LOT-QUANTITY TO LOT-TAKE.
    PERFORM 9956-LOT-TAKE-FROM-LOT.

    9954-LOT-DRAW-FEFO.
    IF NOT LOT-OPEN-WAS-TRIED THEN
        PERFORM 9950-LOT-OPEN
    END-IF.
    MOVE LOT-QUANTITY TO LOT-REMAINING.
    SET LOT-RESULT-OK TO TRUE.
    MOVE 0 TO LOT-DRAW-DONE.
    IF NOT LOT-FILES-ARE-OPEN THEN
        MOVE 1 TO LOT-DRAW-DONE
    END-IF.
    PERFORM 9955-LOT-DRAW-OLDEST
        UNTIL LOT-REMAINING = 0 OR LOT-DRAW-IS-DONE.
    MOVE LOT-REMAINING TO LOT-UNTRACKED-QTY.

    *> One pass per lot drawn: the part's lots at the location are
    *> walked for the earliest expiry still holding stock, an
    *> expiry of zero ranking after every dated lot and a tie going
    *> to the lower lot number, and as much as the lot holds (up to
    *> what is still wanted) comes out of it.
    9955-LOT-DRAW-OLDEST.
    MOVE 0 TO LOT-BEST-FOUND.
    MOVE 0 TO LOT-SCAN-EOF.
    MOVE LOT-PART-NO TO LT-PART-NO.
    MOVE LOT-LOCATION TO LT-LOCATION.
    MOVE LOW-VALUES TO LT-LOT-NO.
    START LOT-STOCK-FILE KEY NOT < LT-STOCK-KEY
        INVALID KEY MOVE 1 TO LOT-SCAN-EOF
    END-START.
    PERFORM 9960-LOT-RANK-NEXT UNTIL LOT-SCAN-AT-EOF.
    IF NOT LOT-BEST-WAS-FOUND THEN
        MOVE 1 TO LOT-DRAW-DONE
        EXIT PARAGRAPH
    END-IF.
    MOVE LOT-PART-NO TO LT-PART-NO.
    MOVE LOT-LOCATION TO LT-LOCATION.
    MOVE LOT-BEST-LOT TO LT-LOT-NO.
    READ LOT-STOCK-FILE
        INVALID KEY
            MOVE 1 TO LOT-DRAW-DONE
            EXIT PARAGRAPH
    END-READ.
    IF LT-QTY-ON-HAND < LOT-REMAINING THEN
        MOVE LT-QTY-ON-HAND TO LOT-TAKE
    ELSE
        MOVE LOT-REMAINING TO LOT-TAKE
    END-IF.
    PERFORM 9956-LOT-TAKE-FROM-LOT.
    SUBTRACT LOT-TAKE FROM LOT-REMAINING.

    9960-LOT-RANK-NEXT.
    READ LOT-STOCK-FILE NEXT RECORD
        AT END MOVE 1 TO LOT-SCAN-EOF
        NOT AT END
            IF LT-PART-NO NOT = LOT-PART-NO
                    OR LT-LOCATION NOT = LOT-LOCATION THEN
                MOVE 1 TO LOT-SCAN-EOF
            ELSE
                IF LT-QTY-ON-HAND > 0 THEN
                    IF LT-EXPIRY-DATE = 0 THEN
                        MOVE 99999999 TO LOT-RANK
                    ELSE
                        MOVE LT-EXPIRY-DATE TO LOT-RANK
                    END-IF
                    IF NOT LOT-BEST-WAS-FOUND
                            OR LOT-RANK < LOT-BEST-RANK THEN
                        MOVE 1 TO LOT-BEST-FOUND
                        MOVE LOT-RANK TO LOT-BEST-RANK
                        MOVE LT-LOT-NO TO LOT-BEST-LOT
                    END-IF
                END-IF
            END-IF
    END-READ.

    *> LOT-TAKE out of the lot record in hand, logged against it;
    *> on a transfer the same lot, expiry and all, is received at
    *> the to-location.
    9956-LOT-TAKE-FROM-LOT.
    SUBTRACT LOT-TAKE FROM LT-QTY-ON-HAND.
    REWRITE LOT-STOCK-REC
        INVALID KEY
            DISPLAY "LOT REWRITE FAILED: part " LT-PART-NO
                " lot " LT-LOT-NO "."
            MOVE 4 TO WS-RETURN-CODE
            EXIT PARAGRAPH
    END-REWRITE.
    MOVE LT-EXPIRY-DATE TO LOT-EXPIRY.
    PERFORM 9958-LOT-WRITE-HISTORY.
    IF LOT-TO-LOCATION NOT = SPACES THEN
        MOVE LOT-TO-LOCATION TO LOT-STORE-LOCATION
        PERFORM 9957-LOT-ADD-TO-LOT
    END-IF.

    *> LOT-TAKE onto lot LOT-BEST-LOT at LOT-STORE-LOCATION; a lot
    *> new to the location takes LOT-EXPIRY and today's date.
    9957-LOT-ADD-TO-LOT.
    MOVE LOT-PART-NO TO LT-PART-NO.
    MOVE LOT-STORE-LOCATION TO LT-LOCATION.
    MOVE LOT-BEST-LOT TO LT-LOT-NO.
    READ LOT-STOCK-FILE
        INVALID KEY
            PERFORM 9400-STAMP-CURRENT-DATETIME
            MOVE LOT-PART-NO TO LT-PART-NO
            MOVE LOT-STORE-LOCATION TO LT-LOCATION
            MOVE LOT-BEST-LOT TO LT-LOT-NO
            MOVE LOT-EXPIRY TO LT-EXPIRY-DATE
            MOVE LOT-TAKE TO LT-QTY-ON-HAND
            MOVE WS-CURRENT-DATE-8 TO LT-RECEIVED-DATE
            WRITE LOT-STOCK-REC
                INVALID KEY
                    DISPLAY "LOT WRITE FAILED: part " LT-PART-NO
                        " lot " LT-LOT-NO "."
                    MOVE 4 TO WS-RETURN-CODE
            END-WRITE
        NOT INVALID KEY
            ADD LOT-TAKE TO LT-QTY-ON-HAND
            REWRITE LOT-STOCK-REC
                INVALID KEY
                    DISPLAY "LOT REWRITE FAILED: part " LT-PART-NO
                        " lot " LT-LOT-NO "."
                    MOVE 4 TO WS-RETURN-CODE
            END-REWRITE
    END-READ.

    9958-LOT-WRITE-HISTORY.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE SPACES TO LOT-HIST-REC.
    MOVE LOT-PART-NO TO LH-PART-NO.
    MOVE LOT-BEST-LOT TO LH-LOT-NO.
    MOVE LOT-LOCATION TO LH-LOCATION.
    MOVE LOT-TO-LOCATION TO LH-TO-LOCATION.
    MOVE LOT-MOVE-TYPE TO LH-MOVE-TYPE.
    MOVE LOT-TAKE TO LH-QUANTITY.
    MOVE LOT-REFERENCE TO LH-REFERENCE.
    MOVE LOT-LINE-NO TO LH-LINE-NO.
    MOVE LOT-EXPIRY TO LH-EXPIRY-DATE.
    MOVE WS-CURRENT-DATE-8 TO LH-MOVE-DATE.
    WRITE LOT-HIST-REC.
    ADD 1 TO LOT-HIST-WRITTEN.

    *> A count keyed against a lot: the lot is set to it, created
    *> (with LOT-EXPIRY) when the count finds a lot not on file, and
    *> the history line carries the new count.
    9959-LOT-SET-COUNT.
    PERFORM 9952-LOT-FETCH.
    IF NOT LOT-FILES-ARE-OPEN THEN
        MOVE 0 TO LOT-ADJUST-DELTA
        EXIT PARAGRAPH
    END-IF.
    COMPUTE LOT-ADJUST-DELTA = LOT-QUANTITY - LOT-ON-HAND.
    MOVE LOT-LOT-NO TO LOT-BEST-LOT.
    MOVE LOT-QUANTITY TO LOT-TAKE.
    IF LOT-RESULT-OK THEN
        MOVE LOT-QUANTITY TO LT-QTY-ON-HAND
        REWRITE LOT-STOCK-REC
            INVALID KEY
                DISPLAY "LOT REWRITE FAILED: part " LT-PART-NO
                    " lot " LT-LOT-NO "."
                MOVE 4 TO WS-RETURN-CODE
        END-REWRITE
    ELSE
        MOVE LOT-LOCATION TO LOT-STORE-LOCATION
        PERFORM 9957-LOT-ADD-TO-LOT
        SET LOT-RESULT-OK TO TRUE
    END-IF.
    PERFORM 9958-LOT-WRITE-HISTORY.

    9969-LOT-CLOSE.
    IF LOT-FILES-ARE-OPEN THEN
        CLOSE LOT-STOCK-FILE
        CLOSE LOT-HIST-FILE
        MOVE 0 TO LOT-FILES-OPEN
        DISPLAY "Lot history lines: " LOT-HIST-WRITTEN
    END-IF.
