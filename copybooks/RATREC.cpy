      *****************************************************************
      *  RATREC - Chargeback Rate Table record layout
      *  One record per counter-id giving the rates finance charges
      *  the owning department for the counter's use: a rate per
      *  billable transaction and a rate per unit incremented.  The
      *  record with counter-id *DEFAULT* gives the rates for any
      *  counter without a record of its own; a counter with neither
      *  is charged nothing and flagged NO RATE on the statement.
      *  Supplied by finance; read by DEPSTM.
      *****************************************************************
       01  RAT-RECORD.
           05  RAT-COUNTER-ID          PIC X(10).
           05  RAT-TXN-RATE            PIC 9(3)V9(4).
           05  RAT-UNIT-RATE           PIC 9(3)V9(4).
