      *  MNT-FUNCTION: A = counter added, L = limits changed,
      *                V = current value corrected,
      *                M = master record maintained,
      *                P = held correction applied by second operator,
      *                O = intraday posting through PSTPGM (the
      *                    limits are carried unchanged).
      *  MNT-REQUEST-OPERATOR is the operator who requested the held
      *  correction on a function P record (the approval file entry
      *  that named them is deleted once applied); spaces otherwise.
      *****************************************************************
       01  MNT-RECORD.
           05  MNT-OPERATOR-ID         PIC X(8).
           05  MNT-MAX-PER-TXN-BEFORE  PIC 9(5).
           05  MNT-MAX-PER-TXN-AFTER   PIC 9(5).
           05  MNT-TIMESTAMP           PIC X(26).
           05  MNT-REQUEST-OPERATOR    PIC X(8).
