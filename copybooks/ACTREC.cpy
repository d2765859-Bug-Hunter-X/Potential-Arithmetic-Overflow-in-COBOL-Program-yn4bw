      *****************************************************************
      *  ACTREC - Audit Control File (AUDCTL) record layout
      *  One record per business date that has audit activity, kept
      *  up to date by every program that writes AUDFIL (COUNTPGM,
      *  REJRCY, BAKOUT, PSTPGM, HIRRST and CTRMRG) as its audit
      *  records are written, so the audit trail for each day can be
      *  proved complete and unaltered before it is archived (HSKPGM)
      *  or replayed (PITINQ).  Keyed by business date.
      *  ACT-RECORD-COUNT  = audit records written for the date.
      *  ACT-HASH-TOTAL    = sum of AUD-VALUE-AFTER over those
      *                      records (high-order digits dropped).
      *  ACT-FIRST-SEQ-NO  = AUD-TXN-SEQ-NO of the day's first audit
      *  ACT-LAST-SEQ-NO     record and of its last, in file order.
      *  ACT-PREV-CHAIN    = ACT-CHAIN-VALUE of the previous dated
      *                      control record (zero for the first).
      *  ACT-CHAIN-VALUE   = remainder of
      *                        ACT-PREV-CHAIN * 7919
      *                      + ACT-HASH-TOTAL
      *                      + ACT-RECORD-COUNT * 104729
      *                      + ACT-FIRST-SEQ-NO * 31
      *                      + ACT-LAST-SEQ-NO * 17
      *                      + ACT-BUSINESS-DATE
      *                      divided by 999999999989, so altering any
      *                      earlier day's totals breaks every later
      *                      day's chain.  A program posting to a
      *                      date that already has later control
      *                      records (a backout or recycle after the
      *                      date has rolled) re-chains each later
      *                      record from the one before it.
      *  ACT-ARCHIVED-FLAG = Y once HSKPGM has moved the day's audit
      *                      records from AUDFIL to AUDARC.
      *****************************************************************
       01  ACT-RECORD.
           05  ACT-BUSINESS-DATE       PIC X(8).
           05  ACT-RECORD-COUNT        PIC 9(7).
           05  ACT-HASH-TOTAL          PIC 9(15).
           05  ACT-FIRST-SEQ-NO        PIC 9(5).
           05  ACT-LAST-SEQ-NO         PIC 9(5).
           05  ACT-PREV-CHAIN          PIC 9(12).
           05  ACT-CHAIN-VALUE         PIC 9(12).
           05  ACT-ARCHIVED-FLAG       PIC X(1).
               88  ACT-ARCHIVED        VALUE "Y".
           05  ACT-LAST-PROGRAM        PIC X(8).
           05  ACT-TIMESTAMP           PIC X(26).
