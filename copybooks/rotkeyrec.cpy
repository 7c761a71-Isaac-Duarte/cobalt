   *> ROTKEYREC - keyword-cipher key registry record, keyed on
   *> RK-KEY-ID. One record per Vigenere keyword ROT-ENCODER may
   *> encode a batch under: the keyword itself, the first day it is
   *> in force, the day it is scheduled to retire (zero when no
   *> retirement is scheduled yet), and the supervisor who keyed it.
   *> The key in force on a date is the non-retired key whose
   *> effective date is on or before it and whose retirement date is
   *> after it; where two overlap, the later effective date wins, so
   *> a successor can be keyed in ahead of its predecessor's end.
   *> ROT-KEY-ROTATE sets RK-KEY-STATUS to "R" and stamps
   *> RK-RETIRED-ON when the scheduled day arrives. A key is never
   *> deleted and its keyword never changed once keyed: ROT-DECODER
   *> and ROT-VERIFY fetch it by the id on ROTHDR, retired or not.
   *> Maintained by ROT-KEY-MAINT.
    01  ROT-KEY-REC.
        05  RK-KEY-ID PIC X(8).
        05  RK-KEYWORD PIC X(20).
        05  RK-EFFECTIVE-DATE PIC 9(8).
        05  RK-RETIRE-DATE PIC 9(8).
        05  RK-CREATED-BY PIC X(8).
        05  RK-CREATED-DATE PIC 9(8).
        05  RK-KEY-STATUS PIC X(1).
            88  RK-IS-ACTIVE VALUE "A".
            88  RK-IS-RETIRED VALUE "R".
        05  RK-RETIRED-ON PIC 9(8).
