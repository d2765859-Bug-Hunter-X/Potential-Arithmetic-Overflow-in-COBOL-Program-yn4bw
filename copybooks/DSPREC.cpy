      *****************************************************************
      *  DSPREC - Transaction Disposition File record layout
      *  One record per thing that happens to a submitted transaction
      *  on its way through the nightly suite, so "what happened to
      *  TXN-ID X" is answered from one file.  The latest record for
      *  a TXN-ID is its final disposition.
      *  DSP-DISPOSITION:
      *    B = batch control - one per submitted batch that balanced
      *        in PREEDT; DSP-BATCH-COUNT is its trailer record count
      *        and DSP-TXN-ID / DSP-COUNTER-ID are spaces
      *    K = passed the pre-edit, handed to COUNTPGM (interim)
      *    S = suspended by the pre-edit (reason in DSP-REASON)
      *    A = applied by COUNTPGM
      *    R = rejected for overflow or underflow (REJFIL)
      *    E = validation error (ERRFIL, reason in DSP-REASON)
      *    P = future-dated, parked on the pending file
      *    Y = rejected earlier, recycled and applied by REJRCY
      *  PREEDT records (B, K, S) carry the submitter-id from the
      *  batch header; COUNTPGM and REJRCY records carry spaces and
      *  are tied back to the submitter through the TXN-ID.
      *  DSP-TIMESTAMP carries the business date in its first eight
      *  positions.
      *****************************************************************
       01  DSP-RECORD.
           05  DSP-TXN-ID              PIC X(10).
           05  DSP-SUBMITTER-ID        PIC X(8).
           05  DSP-COUNTER-ID          PIC X(10).
           05  DSP-DISPOSITION         PIC X(1).
               88  DSP-BATCH-CONTROL   VALUE "B".
               88  DSP-PASSED-EDIT     VALUE "K".
               88  DSP-SUSPENDED       VALUE "S".
               88  DSP-APPLIED         VALUE "A".
               88  DSP-REJECTED        VALUE "R".
               88  DSP-VALIDATION-ERROR VALUE "E".
               88  DSP-PENDED          VALUE "P".
               88  DSP-RECYCLED        VALUE "Y".
           05  DSP-REASON              PIC X(30).
           05  DSP-BATCH-COUNT         PIC 9(7).
           05  DSP-TIMESTAMP           PIC X(26).
