      *  the nightly run, carrying the full original transaction image
      *  so the submitter can correct and resubmit it, plus the reason
      *  it was suspended and when.
      *  The image is broken out in the TRANREC layout so the online
      *  suspense transaction (SUSMNT) can correct it field by field;
      *  the -TEXT redefinitions let a keyed amount or set value be
      *  checked NUMERIC before it is accepted.
      *  Records are never deleted; they move through SUS-STATUS, and
      *  only released or voided records past their retention are
      *  moved by HSKPGM from the suspense file to its archive
      *  (SUSARC):
      *    O or blank = open (blank keeps records written before the
      *                 status existed valid)
      *    C = corrected, waiting to be released
      *    R = released into the resubmission batch (TRNRSB)
      *    V = voided, SUS-VOID-REASON says why
      *  SUS-ACTION-OPERATOR / SUS-ACTION-TIMESTAMP record who made
      *  the last status change and when; the first eight characters
      *  of the timestamp are the business date, which HSKPGM ages
      *  against the suspense retention.
      *****************************************************************
       01  SUS-RECORD.
           05  SUS-REASON              PIC X(30).
           05  SUS-TIMESTAMP           PIC X(26).
           05  SUS-TRAN-IMAGE.
               10  SUS-IMG-TXN-ID      PIC X(10).
               10  SUS-IMG-COUNTER-ID  PIC X(10).
               10  SUS-IMG-LABEL       PIC X(100).
               10  SUS-IMG-AMOUNT      PIC S9(5)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10  SUS-IMG-AMOUNT-TEXT REDEFINES SUS-IMG-AMOUNT
                                       PIC X(6).
               10  SUS-IMG-TYPE-CODE   PIC X(1).
               10  SUS-IMG-SET-VALUE   PIC 9(9).
               10  SUS-IMG-SET-VALUE-TEXT REDEFINES SUS-IMG-SET-VALUE
                                       PIC X(9).
               10  SUS-IMG-EFFECTIVE-DATE
                                       PIC X(8).
           05  SUS-SUBMITTER-ID        PIC X(8).
           05  SUS-STATUS              PIC X(1).
               88  SUS-OPEN            VALUE "O", " ".
               88  SUS-CORRECTED       VALUE "C".
               88  SUS-RELEASED        VALUE "R".
               88  SUS-VOIDED          VALUE "V".
           05  SUS-ACTION-OPERATOR     PIC X(8).
           05  SUS-ACTION-TIMESTAMP    PIC X(26).
           05  SUS-VOID-REASON         PIC X(30).
