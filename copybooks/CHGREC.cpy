      *****************************************************************
      *  CHGREC - Departmental Chargeback Interface File layouts
      *  Fixed 80-byte records for the monthly file sent to the
      *  billing system.  The three 01 levels redefine the same
      *  record area; CHG-HDR-TYPE distinguishes them:
      *    H = header  (period, run date, file sequence number and
      *                 the detail record count and charge total the
      *                 file must agree with)
      *    D = detail  (one per counter-id with billable activity in
      *                 the period, carrying its owning department,
      *                 the rates applied and the charge)
      *    T = trailer (detail record count, total billable
      *                 transactions, hash total of the units and
      *                 total charge)
      *  Billable transactions are the period's increments,
      *  decrements and sets; units are the amounts incremented.
      *****************************************************************
       01  CHG-HEADER-RECORD.
           05  CHG-HDR-TYPE            PIC X(1).
           05  CHG-HDR-PERIOD-ID       PIC X(6).
           05  CHG-HDR-RUN-DATE        PIC X(8).
           05  CHG-HDR-FILE-SEQ        PIC 9(6).
           05  CHG-HDR-RECORD-COUNT    PIC 9(7).
           05  CHG-HDR-CHARGE-TOTAL    PIC 9(11)V99.
           05  FILLER                  PIC X(39).
       01  CHG-DETAIL-RECORD.
           05  CHG-DTL-TYPE            PIC X(1).
           05  CHG-DTL-PERIOD-ID       PIC X(6).
           05  CHG-DTL-DEPARTMENT      PIC X(4).
           05  CHG-DTL-COUNTER-ID      PIC X(10).
           05  CHG-DTL-TXN-COUNT       PIC 9(7).
           05  CHG-DTL-UNITS           PIC 9(11).
           05  CHG-DTL-TXN-RATE        PIC 9(3)V9(4).
           05  CHG-DTL-UNIT-RATE       PIC 9(3)V9(4).
           05  CHG-DTL-CHARGE          PIC 9(11)V99.
           05  FILLER                  PIC X(14).
       01  CHG-TRAILER-RECORD.
           05  CHG-TRL-TYPE            PIC X(1).
           05  CHG-TRL-RECORD-COUNT    PIC 9(7).
           05  CHG-TRL-TXN-TOTAL       PIC 9(9).
           05  CHG-TRL-UNIT-HASH       PIC 9(12).
           05  CHG-TRL-CHARGE-TOTAL    PIC 9(11)V99.
           05  FILLER                  PIC X(38).
