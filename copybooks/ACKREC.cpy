      *****************************************************************
      *  ACKREC - Submitter Acknowledgment File record layouts
      *  Fixed 80-byte records returned to each submitting department
      *  after COUNTPGM, telling it what became of every transaction
      *  it sent.  Every record starts with the submitter-id from the
      *  batch header so the file can be split by department; the
      *  three 01 levels redefine the same record area and the type
      *  byte that follows the submitter-id distinguishes them:
      *    H = header  (business date, total trailer record count of
      *                 the department's batches edited that date)
      *    D = detail  (one per TXN-ID with its final disposition as
      *                 coded in DSPREC, K meaning passed the pre-edit
      *                 but not yet applied; a batch date earlier than
      *                 the header date marks a late disposition of a
      *                 transaction from an earlier batch)
      *    T = trailer (count of today's-batch details and their split
      *                 by disposition, the late-disposition count, and
      *                 B if today's details balance to the header's
      *                 batch count, U if they do not)
      *****************************************************************
       01  ACK-HEADER-RECORD.
           05  ACK-HDR-SUBMITTER-ID    PIC X(8).
           05  ACK-HDR-TYPE            PIC X(1).
           05  ACK-HDR-RUN-DATE        PIC X(8).
           05  ACK-HDR-BATCH-COUNT     PIC 9(7).
           05  FILLER                  PIC X(56).
       01  ACK-DETAIL-RECORD.
           05  ACK-DTL-SUBMITTER-ID    PIC X(8).
           05  ACK-DTL-TYPE            PIC X(1).
           05  ACK-DTL-TXN-ID          PIC X(10).
           05  ACK-DTL-COUNTER-ID      PIC X(10).
           05  ACK-DTL-DISPOSITION     PIC X(1).
           05  ACK-DTL-REASON          PIC X(30).
           05  ACK-DTL-BATCH-DATE      PIC X(8).
           05  FILLER                  PIC X(12).
       01  ACK-TRAILER-RECORD.
           05  ACK-TRL-SUBMITTER-ID    PIC X(8).
           05  ACK-TRL-TYPE            PIC X(1).
           05  ACK-TRL-RECORD-COUNT    PIC 9(7).
           05  ACK-TRL-APPLIED         PIC 9(7).
           05  ACK-TRL-REJECTED        PIC 9(7).
           05  ACK-TRL-ERRORS          PIC 9(7).
           05  ACK-TRL-SUSPENDED       PIC 9(7).
           05  ACK-TRL-PENDED          PIC 9(7).
           05  ACK-TRL-RECYCLED        PIC 9(7).
           05  ACK-TRL-UNAPPLIED       PIC 9(7).
           05  ACK-TRL-LATE-COUNT      PIC 9(7).
           05  ACK-TRL-BALANCE-FLAG    PIC X(1).
           05  FILLER                  PIC X(7).
