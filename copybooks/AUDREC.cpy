      *  value of the counter for the transaction sequence number.
      *  AUD-TXN-TYPE: I = increment, D = decrement, S = set, so a
      *  reversal is distinguishable from an ordinary increment;
      *  R = hierarchy rollup posting into an ancestor counter, also
      *  written by HIRRST when a restructure moves a child's value
      *  from its old ancestors to its new ones (AUD-TXN-ID HR plus
      *  the business date);
      *  B = BAKOUT reversal of a previously applied record, written
      *  as ordinary balanced activity so RECPGM and GLXTR treat a
      *  backed-out run the same as any other night's work;
      *  M = CTRMRG merge transfer, one record taking the retired
      *  counter to zero and one raising its successor by the same
      *  amount (AUD-TXN-ID MG plus the business date).
      *  AUD-TXN-ID carries the originating TRAN-TXN-ID so an applied
      *  transaction can be recognized if the same input file is
      *  submitted again; a reject recycle carries the TXN-ID of the
      *  rejected transaction.  Records written before the field
      *  existed (and audit records with no originating transaction,
      *  such as recycles of rejects that predate REJ-TXN-ID) carry
      *  spaces.
      *****************************************************************
       01  AUD-RECORD.
           05  AUD-COUNTER-ID          PIC X(10).
