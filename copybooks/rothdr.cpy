        05  RH-RECORD-COUNT PIC 9(9).
   *> "C" for a fixed Caesar shift, "K" for a keyword (Vigenere) run.
   *> RH-SHIFT-AMOUNT is only meaningful for mode "C"; a keyword run
   *> never writes its keyword to the file. A run keyed from the key
   *> registry (ROTKEYS) names its key in RH-KEY-ID instead, and the
   *> decoder and verifier fetch the keyword by that id. A keyword
   *> batch with a blank key id (keyed ad hoc, or written before the
   *> registry) cannot be decoded or verified without the keyword.
        05  RH-CIPHER-MODE PIC X(1).
            88  RH-MODE-CAESAR VALUE "C".
            88  RH-MODE-KEYWORD VALUE "K".
        05  RH-KEY-ID PIC X(8).
