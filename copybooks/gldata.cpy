   *> GLDATA - WORKING-STORAGE fields backing the journal-line
   *> paragraphs in GLPROC.CPY. At each point a program books money,
   *> MOVE the transaction source, type, amount, reference, and entry
   *> date to the GL-ENTRY- fields and PERFORM 9830-GL-BOOK-ENTRY;
   *> PERFORM 9839-GL-CLOSE once at end of run. Each program must
   *> COPY this REPLACING ==":PGMNAME:"== BY =="ITS-OWN-PROGRAM-ID"==
   *> so GL-POST knows whose batch each line belongs to.
    01  GL-PROGRAM-NAME PIC X(20) VALUE ":PGMNAME:".
    01  GL-INTERFACE-STATUS PIC X(2).
    01  GL-MAP-STATUS PIC X(2).
    01  GL-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88  GL-FILES-ARE-OPEN VALUE 1.
    01  GL-MAP-OPEN PIC 9(1) COMP VALUE 0.
        88  GL-MAP-IS-OPEN VALUE 1.
    01  GL-BATCH-STAMP PIC X(14) VALUE SPACES.
    01  GL-ENTRY-SOURCE PIC X(4) VALUE SPACES.
    01  GL-ENTRY-TYPE PIC X(4) VALUE SPACES.
    01  GL-ENTRY-AMOUNT PIC S9(9)V99 COMP-3 VALUE 0.
    01  GL-ENTRY-REFERENCE PIC X(8) VALUE SPACES.
    01  GL-ENTRY-DATE PIC 9(8) VALUE 0.
    01  GL-DEBIT-ACCOUNT PIC X(6) VALUE SPACES.
    01  GL-CREDIT-ACCOUNT PIC X(6) VALUE SPACES.
    01  GL-SWAP-ACCOUNT PIC X(6) VALUE SPACES.
   *> Where a source/type with no mapping row books, both sides, so
   *> the batch still nets to zero and the gap shows up on the trial
   *> balance under its own account.
    01  GL-SUSPENSE-ACCOUNT PIC X(6) VALUE "999999".
    01  GL-LINES-WRITTEN PIC 9(6) COMP VALUE 0.
    01  GL-ENTRIES-UNMAPPED PIC 9(6) COMP VALUE 0.
