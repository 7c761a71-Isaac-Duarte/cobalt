   *> OIDUEPROC - shared due-date resolution for the open-item file.
   *> Aging, finance charges, dunning, and credit hold all count
   *> lateness from the item's due date rather than its invoice date,
   *> so a customer on net 60 is not dunned at day 31. An item with no
   *> stamped due date (created before payment terms) falls due the
   *> default net days after its invoice date. Days past due are
   *> counted as of OIDUE-AS-OF-DATE; an item whose dates DATE-ENGINE
   *> cannot use is treated as current rather than guessed at.
    9840-OI-DAYS-PAST-DUE.
    IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > 0 THEN
        MOVE OI-DUE-DATE TO OIDUE-DUE-DATE
    ELSE
        MOVE "A" TO OIDUE-DE-FUNCTION
        MOVE OI-INVOICE-DATE TO OIDUE-DE-DATE-1
        MOVE OIDUE-DEFAULT-NET-DAYS TO OIDUE-DE-DAY-COUNT
        CALL "DATE-ENGINE" USING OIDUE-DE-FUNCTION OIDUE-DE-DATE-1
            OIDUE-DE-DATE-2 OIDUE-DE-DAY-COUNT OIDUE-DE-RESULT-DATE
            OIDUE-DE-RESULT-COUNT OIDUE-DE-RETURN-CODE
        IF OIDUE-DE-RETURN-CODE = 0 THEN
            MOVE OIDUE-DE-RESULT-DATE TO OIDUE-DUE-DATE
        ELSE
            MOVE 0 TO OIDUE-DUE-DATE
        END-IF
    END-IF.
    MOVE 0 TO OIDUE-DAYS-PAST-DUE.
    IF OIDUE-DUE-DATE > 0 THEN
        MOVE "B" TO OIDUE-DE-FUNCTION
        MOVE OIDUE-DUE-DATE TO OIDUE-DE-DATE-1
        MOVE OIDUE-AS-OF-DATE TO OIDUE-DE-DATE-2
        CALL "DATE-ENGINE" USING OIDUE-DE-FUNCTION OIDUE-DE-DATE-1
            OIDUE-DE-DATE-2 OIDUE-DE-DAY-COUNT OIDUE-DE-RESULT-DATE
            OIDUE-DE-RESULT-COUNT OIDUE-DE-RETURN-CODE
        IF OIDUE-DE-RETURN-CODE = 0 THEN
            MOVE OIDUE-DE-RESULT-COUNT TO OIDUE-DAYS-PAST-DUE
        END-IF
    END-IF.
