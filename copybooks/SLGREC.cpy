      *****************************************************************
      *  SLGREC - Suspense Correction Log record layout
      *  One record per action taken on a suspense record through the
      *  online suspense transaction, showing who did what to which
      *  entry and the transaction image before and after, so a
      *  corrected or voided transaction is as traceable as the
      *  original submission.
      *  SLG-ACTION: C = image corrected,
      *              V = record voided (SLG-VOID-REASON says why),
      *              R = released into the resubmission batch.
      *  SLG-SUS-TIMESTAMP and SLG-SUS-TXN-ID identify the suspense
      *  record acted on: the time PREEDT suspended it and its TXN-ID
      *  before the action.  SLG-ENTRY-NO is only its position in the
      *  suspense file at the time, as shown to the operator; it is
      *  not a lasting reference, because HSKPGM moves released and
      *  voided records out of the suspense file to its archive.
      *****************************************************************
       01  SLG-RECORD.
           05  SLG-OPERATOR-ID         PIC X(8).
           05  SLG-ACTION              PIC X(1).
           05  SLG-ENTRY-NO            PIC 9(5).
           05  SLG-SUBMITTER-ID        PIC X(8).
           05  SLG-VOID-REASON         PIC X(30).
           05  SLG-IMAGE-BEFORE        PIC X(144).
           05  SLG-IMAGE-AFTER         PIC X(144).
           05  SLG-TIMESTAMP           PIC X(26).
           05  SLG-SUS-TIMESTAMP       PIC X(26).
           05  SLG-SUS-TXN-ID          PIC X(10).
