      *****************************************************************
      *  RDRREC - Counter Redirection File (RDRFIL) record layout
      *  One record per counter-id retired by a merge (CTRMRG), keyed
      *  by the retired counter-id and naming the successor counter
      *  that took over its value and its activity.  Until the end of
      *  the grace period PREEDT and COUNTPGM post any transaction
      *  still addressed to the retired counter-id to the successor
      *  instead, and log each one on RDRLOG for the redirection
      *  report (RDRRPT); after it, such transactions fail the
      *  closed-counter check as before.
      *  RDR-MERGE-DATE    = business date of the merge.
      *  RDR-EXPIRY-DATE   = last business date transactions are
      *                      rerouted.
      *  RDR-VALUE-MOVED   = CTL-CURRENT-VALUE moved to the successor.
      *  When a successor is itself merged later, every entry that
      *  named it is pointed at the new successor, so a retired id
      *  never redirects to another retired id.
      *****************************************************************
       01  RDR-RECORD.
           05  RDR-RETIRED-ID          PIC X(10).
           05  RDR-SUCCESSOR-ID        PIC X(10).
           05  RDR-MERGE-DATE          PIC X(8).
           05  RDR-EXPIRY-DATE         PIC X(8).
           05  RDR-VALUE-MOVED         PIC 9(9).
           05  RDR-TIMESTAMP           PIC X(26).
