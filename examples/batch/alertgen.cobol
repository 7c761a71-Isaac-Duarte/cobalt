*> (matched on severity and, when the row names one, the first word
*> of the alert text; OPS when nothing matches), and error and
*> severe alerts are also queued on ALERTHI -- the high-severity
*> queue the monitor screens poll first. A card that carries its own
*> "GRP=xxxxxxxx" token (BIZ-ALERT-EVAL writes one from the rule's
*> routing group) goes to that group instead of the ALRTROUT match.
*>
*> ALRTROUT record layout:
*>     severity (1) + program/first word (20, spaces = any)
            10 RT-PROGRAM PIC X(20).
            10 RT-GROUP PIC X(8).
    01 CARD-FIRST-WORD PIC X(20).
    01 CARD-ROUTE-GROUP PIC X(8).
    01 GROUP-SCAN-IDX PIC 9(3) COMP VALUE 0.
    01 WORD-SCAN-IDX PIC 9(3) COMP VALUE 0.
    01 ALERT-IN-EOF PIC 9(1) COMP VALUE 0.
        88 ALERT-IN-AT-EOF VALUE 1.
    01 TOTAL-ALERTS-WRITTEN PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ALERTGEN"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ALERTGEN"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    PERFORM 2000-READ-ALERT-CARD.

    *> First matching routing row wins: severity must match, and a
    *> row naming a program matches the alert text's first word. A
    *> group named on the card itself overrides the table.
    3200-ROUTE-THIS-ALERT.
    PERFORM 3250-EXTRACT-FIRST-WORD.
    MOVE "OPS" TO OA-ROUTE-GROUP.
    IF ROUTE-FOUND-IDX > 0 THEN
        MOVE RT-GROUP(ROUTE-FOUND-IDX) TO OA-ROUTE-GROUP
    END-IF.
    PERFORM 3260-EXTRACT-CARD-GROUP.
    IF CARD-ROUTE-GROUP NOT = SPACES THEN
        MOVE CARD-ROUTE-GROUP TO OA-ROUTE-GROUP
    END-IF.

    3210-MATCH-ONE-ROUTE.
    IF RT-SEVERITY(ROUTE-IDX) = OA-SEVERITY
        INTO CARD-FIRST-WORD
    END-UNSTRING.

    *> Picks up the word after the first "GRP=" on the card, if any.
    3260-EXTRACT-CARD-GROUP.
    MOVE SPACES TO CARD-ROUTE-GROUP.
    MOVE 0 TO GROUP-SCAN-IDX.
    PERFORM 3270-SCAN-ONE-GROUP-POSITION
        VARYING SCAN-IDX FROM 1 BY 1
        UNTIL SCAN-IDX > 76 OR GROUP-SCAN-IDX > 0.
    IF GROUP-SCAN-IDX > 0 THEN
        UNSTRING ALERT-IN-REC(GROUP-SCAN-IDX:) DELIMITED BY ALL SPACES
            INTO CARD-ROUTE-GROUP
        END-UNSTRING
    END-IF.

    3270-SCAN-ONE-GROUP-POSITION.
    IF ALERT-IN-REC(SCAN-IDX:4) = "GRP=" THEN
        COMPUTE GROUP-SCAN-IDX = SCAN-IDX + 4
    END-IF.

    *> Scans the alert card for an embedded "RC=" and collects the
    *> digits that follow it into CARD-RC-VALUE, so the severity can
    *> be banded the same way DAILY-OPS-SUMMARY bands return codes.
