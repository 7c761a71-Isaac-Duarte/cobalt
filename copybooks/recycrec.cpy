   *>     UNK unrecognized transaction code    NAM non-alphabetic name
   *>     DUP add already on the master        NFU update target missing
   *>     NFD delete target missing            STA status value refused
   *>     ADR address field unusable       PAR parent link refused
   *>     RWF rewrite failed                   DLF delete failed
   *>     CKD customer id fails its check digit
    01  RECYCLE-REC.
        05  RY-REASON-CODE PIC X(3).
        05  RY-ORIG-TRANS PIC X(159).
