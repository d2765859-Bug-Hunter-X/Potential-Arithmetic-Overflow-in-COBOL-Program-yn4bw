      *  would have applied it.  For a type S reject the requested
      *  value is in REJ-SET-VALUE (as wide as the counter itself)
      *  and REJ-ATTEMPTED-AMOUNT is zero.
      *  REJ-TXN-ID carries the originating TRAN-TXN-ID so a reject
      *  can be tied back to the submitted record; rejects written
      *  before the field existed carry spaces.
      *****************************************************************
       01  REJ-RECORD.
           05  REJ-COUNTER-ID          PIC X(10).
               88  REJ-TYPE-DECREMENT  VALUE "D".
               88  REJ-TYPE-SET        VALUE "S".
           05  REJ-SET-VALUE           PIC 9(9).
           05  REJ-TXN-ID              PIC X(10).
