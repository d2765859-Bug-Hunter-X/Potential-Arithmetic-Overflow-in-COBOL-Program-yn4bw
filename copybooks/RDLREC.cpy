      *****************************************************************
      *  RDLREC - Redirection Log File (RDRLOG) record layout
      *  One record per transaction rerouted from a retired counter-id
      *  to its successor (see RDRREC), so the redirection report can
      *  tell each submitter which feeds still use retired ids.
      *  PREEDT records carry the submitter-id from the batch header
      *  and are posted only when the batch balances; COUNTPGM
      *  records (pended or resubmitted work that did not pass
      *  through the pre-edit under the retired id) carry spaces.
      *  RDL-TIMESTAMP carries the business date in its first eight
      *  positions.
      *****************************************************************
       01  RDL-RECORD.
           05  RDL-TXN-ID              PIC X(10).
           05  RDL-RETIRED-ID          PIC X(10).
           05  RDL-SUCCESSOR-ID        PIC X(10).
           05  RDL-SUBMITTER-ID        PIC X(8).
           05  RDL-PROGRAM             PIC X(8).
           05  RDL-TIMESTAMP           PIC X(26).
