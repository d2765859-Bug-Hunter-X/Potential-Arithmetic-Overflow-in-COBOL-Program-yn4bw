      *  through MNTPGM; COUNTPGM refuses postings to a counter whose
      *  master record is suspended or closed.  A counter with no
      *  master record (set up before this file existed) is treated
      *  as active.  A counter retired by a merge (CTRMRG) is closed
      *  here and named on the redirection file (RDRREC).
      *  CMS-STATUS: A = active, S = suspended, C = closed.
      *****************************************************************
       01  CMS-RECORD.
