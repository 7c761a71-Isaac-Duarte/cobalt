   *> ROTGENREC - ROTOUT generation register record, one per batch
   *> file ROT-ENCODER writes, keyed on the register's own generation
   *> number counted up from 1 with each batch run -- the same order
   *> the JCL's ROTOUT generations are created in, so the newest
   *> register entry is the (0) generation. It carries what the
   *> file's ROTHDR header says (cipher mode, key id, record count)
   *> so ROT-KEY-ROTATE can tell which generations are still
   *> encrypted under a key it has retired without opening them.
   *> RG-GEN-STATUS goes to "S" once the generation has rolled off
   *> the end of the retained generations and no longer exists.
    01  ROT-GEN-REC.
        05  RG-GENERATION PIC 9(6).
        05  RG-RUN-STAMP PIC X(14).
        05  RG-CYCLE-NO PIC 9(6).
        05  RG-CIPHER-MODE PIC X(1).
            88  RG-MODE-CAESAR VALUE "C".
            88  RG-MODE-KEYWORD VALUE "K".
        05  RG-KEY-ID PIC X(8).
        05  RG-RECORD-COUNT PIC 9(9).
        05  RG-GEN-STATUS PIC X(1).
            88  RG-GEN-ON-FILE VALUE SPACE.
            88  RG-GEN-SCRATCHED VALUE "S".
