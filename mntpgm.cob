      *  until a second, different operator applies it with function
      *  P.  Signons, failed signons, authority violations and held/
      *  approved corrections are written to the signon/violation
      *  log alongside the maintenance audit file.  The maintenance
      *  audit record for P also names the operator who requested
      *  the held correction, so the pair survives the approval
      *  record being deleted.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WS-MAX-PER-TXN-BEFORE TO MNT-MAX-PER-TXN-BEFORE
           MOVE WS-NEW-MAX-PER-TXN TO MNT-MAX-PER-TXN-AFTER
           MOVE WS-CURRENT-TIMESTAMP TO MNT-TIMESTAMP
           IF WS-FUNC-APPROVE
               MOVE APP-REQUEST-OPERATOR TO MNT-REQUEST-OPERATOR
           ELSE
               MOVE SPACES TO MNT-REQUEST-OPERATOR
           END-IF
           WRITE MNT-RECORD.

       6500-WRITE-SECURITY-LOG.
