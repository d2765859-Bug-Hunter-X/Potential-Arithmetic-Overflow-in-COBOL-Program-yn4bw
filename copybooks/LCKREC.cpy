      *  LCK-STATUS-FLAG: A = run active, R = lock released.
      *  After an abnormal end the lock stays A and must be cleared
      *  by operations before the stream can be restarted.
      *  The hierarchy restructure (HIRRST) and counter merge (CTRMRG)
      *  jobs hold a lock under their own program name while they
      *  update counters, and refuse to start while any lock is A;
      *  COUNTPGM in turn refuses to start while either of those two
      *  locks is A.
      *****************************************************************
       01  LCK-RECORD.
           05  LCK-RUN-ID              PIC X(10).
