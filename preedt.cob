      *  or whose duplicate check cannot be completed because the
      *  applied-TXN-ID table overflowed, stamps F and nothing
      *  reaches the counters.
      *  Each suspense record carries the submitter-id from the batch
      *  header and starts with status O (open) for the online
      *  suspense transaction SUSMNT to correct, void or release.
      *  When the night's own file balances, the resubmission batch
      *  SUSMNT builds from released suspense entries (TRNRSB) is
      *  edited next: its header and trailer are proved first in a
      *  separate pass, and only if it balances are its records put
      *  through the same duplicate edits, written to TRANFIL or back
      *  to suspense under the batch's submitter-id, and the batch
      *  cleared.  A resubmission batch that does not balance, or any
      *  batch on a night whose own file is refused, is left in place
      *  for the next run.
      *  Every detail record's pre-edit outcome - K passed to TRANFIL
      *  or S suspended - is written with the batch's submitter-id to
      *  a disposition work file while the batch is edited, and only
      *  when the batch balances is it posted to the disposition file
      *  (DSPFIL), behind a B batch-control record carrying the
      *  trailer record count, for the acknowledgment run (ACKPGM).
      *  A detail record addressed to a counter-id retired by a merge
      *  (CTRMRG) is passed to TRANFIL under the successor counter-id
      *  named on the redirection file (RDRFIL) until the grace
      *  period ends; each rerouted record is logged under the
      *  batch's submitter-id on a redirection work file and posted
      *  to the redirection log (RDRLOG) only when the batch
      *  balances, for the redirection report (RDRRPT).  The
      *  suspense file keeps the record as it was sent.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT RSB-FILE ASSIGN TO "TRNRSB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSB-STATUS.

           SELECT DSP-FILE ASSIGN TO "DSPFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT DSP-WRK-FILE ASSIGN TO "DSPWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-WRK-STATUS.

           SELECT RDR-FILE ASSIGN TO "RDRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDR-RETIRED-ID
               FILE STATUS IS WS-RDR-STATUS.

           SELECT RDL-FILE ASSIGN TO "RDRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDL-STATUS.

           SELECT RDL-WRK-FILE ASSIGN TO "RDRWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDL-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FILE.
           05  PND-TXN-ID              PIC X(10).
           05  FILLER                  PIC X(134).

       FD  RSB-FILE.
       01  RSB-RECORD                  PIC X(144).

       FD  DSP-FILE.
           COPY DSPREC.

       FD  DSP-WRK-FILE.
       01  DSP-WRK-RECORD              PIC X(92).

       FD  RDR-FILE.
           COPY RDRREC.

       FD  RDL-FILE.
           COPY RDLREC.

       FD  RDL-WRK-FILE.
       01  RDL-WRK-RECORD              PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-RAW-STATUS           PIC X(2).
       01  WS-CLN-STATUS           PIC X(2).
       01  WS-READ-RECORD          PIC X(144).
       01  WS-EDIT-STAMP-STATUS    PIC X(1).
       01  WS-SUSPEND-REASON       PIC X(30).
       01  WS-SUBMITTER-ID         PIC X(8) VALUE SPACES.
       01  WS-RSB-STATUS           PIC X(2).
       01  WS-RSB-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-RESUBMITS VALUE "Y".
       01  WS-RSB-REFUSED-SWITCH   PIC X VALUE "N".
           88  WS-RSB-REFUSED      VALUE "Y".
       01  WS-RSB-BALANCED-SWITCH  PIC X VALUE "N".
           88  WS-RSB-BALANCED     VALUE "Y".
       01  WS-RSB-SUBMITTER-ID     PIC X(8) VALUE SPACES.
       01  WS-RSB-HELD-RECORD      PIC X(144).
       01  WS-RSB-DETAIL-COUNT     PIC 9(7) VALUE 0.
       01  WS-RSB-HASH-TOTAL       PIC 9(12) VALUE 0.
       01  WS-RSB-CLEAN-COUNT      PIC 9(7) VALUE 0.
       01  WS-RSB-SUSPENDED-COUNT  PIC 9(7) VALUE 0.
       01  WS-DSP-STATUS           PIC X(2).
       01  WS-DSP-WRK-STATUS       PIC X(2).
       01  WS-DSP-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-DISPOSITIONS VALUE "Y".
       01  WS-BATCH-COUNT          PIC 9(7) VALUE 0.
       01  WS-RDR-STATUS           PIC X(2).
       01  WS-RDR-OPEN-SWITCH      PIC X VALUE "N".
           88  WS-RDR-AVAILABLE    VALUE "Y".
       01  WS-RDL-STATUS           PIC X(2).
       01  WS-RDL-WRK-STATUS       PIC X(2).
       01  WS-RDL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-REDIRECTS VALUE "Y".
       01  WS-REDIRECT-SWITCH      PIC X VALUE "N".
           88  WS-TXN-REDIRECTED   VALUE "Y".
       01  WS-REDIRECT-RETIRED-ID  PIC X(10).
       01  WS-REDIRECTED-COUNT     PIC 9(7) VALUE 0.

       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-CLEAN-COUNT          PIC 9(7) VALUE 0.
                       MOVE WS-READ-RECORD TO WS-HELD-RECORD
               END-READ
           END-PERFORM
           IF NOT WS-FILE-FAILED
               MOVE WS-DETAIL-COUNT TO WS-BATCH-COUNT
               PERFORM 6000-POST-DISPOSITIONS
               PERFORM 5000-EDIT-RESUBMISSION
           END-IF
           PERFORM 4000-WRITE-EDIT-STAMP
           PERFORM 9000-TERMINATE
           STOP RUN.
               SET WS-NO-MORE-INPUT TO TRUE
           END-IF
           OPEN OUTPUT CLN-FILE
           OPEN OUTPUT DSP-WRK-FILE
           OPEN OUTPUT RDL-WRK-FILE
           OPEN INPUT RDR-FILE
           IF WS-RDR-STATUS NOT = "35"
               SET WS-RDR-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND SUS-FILE
           IF WS-SUS-STATUS = "05" OR WS-SUS-STATUS = "35"
               CLOSE SUS-FILE
                       "header - file refused"
                   SET WS-FILE-FAILED TO TRUE
               ELSE
                   MOVE BCH-HDR-SUBMITTER-ID TO WS-SUBMITTER-ID
                   DISPLAY "PREEDT: editing file from submitter "
                       BCH-HDR-SUBMITTER-ID " dated "
                       BCH-HDR-FILE-DATE
               END-IF
               ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
           END-IF
           PERFORM 2200-CHECK-REDIRECTION
           PERFORM 2100-CHECK-DUPLICATE
           IF WS-SUSPEND-REASON = SPACES
               PERFORM 2500-WRITE-CLEAN
               SET WS-DUPLICATE-FOUND TO TRUE
           END-IF.

       2200-CHECK-REDIRECTION.
           MOVE "N" TO WS-REDIRECT-SWITCH
           IF WS-RDR-AVAILABLE
               MOVE TRAN-COUNTER-ID TO RDR-RETIRED-ID
               READ RDR-FILE KEY IS RDR-RETIRED-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RDR-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                           SET WS-TXN-REDIRECTED TO TRUE
                           MOVE TRAN-COUNTER-ID
                               TO WS-REDIRECT-RETIRED-ID
                           MOVE RDR-SUCCESSOR-ID TO TRAN-COUNTER-ID
                       END-IF
               END-READ
           END-IF.

       2500-WRITE-CLEAN.
           WRITE CLN-RECORD FROM TRAN-RECORD
           ADD 1 TO WS-CLEAN-COUNT
           IF WS-TXN-REDIRECTED
               PERFORM 2800-WRITE-REDIRECT-WORK
           END-IF
           MOVE "K" TO DSP-DISPOSITION
           MOVE SPACES TO DSP-REASON
           PERFORM 2700-WRITE-DISPOSITION-WORK
           IF WS-NEW-COUNT >= WS-NEW-MAX
               IF NOT WS-NEW-TABLE-FULL
                   SET WS-NEW-TABLE-FULL TO TRUE
           MOVE WS-SUSPEND-REASON TO SUS-REASON
           MOVE WS-CURRENT-TIMESTAMP TO SUS-TIMESTAMP
           MOVE WS-HELD-RECORD TO SUS-TRAN-IMAGE
           MOVE WS-SUBMITTER-ID TO SUS-SUBMITTER-ID
           MOVE "O" TO SUS-STATUS
           MOVE SPACES TO SUS-ACTION-OPERATOR
           MOVE SPACES TO SUS-ACTION-TIMESTAMP
           MOVE SPACES TO SUS-VOID-REASON
           WRITE SUS-RECORD
           MOVE "S" TO DSP-DISPOSITION
           MOVE WS-SUSPEND-REASON TO DSP-REASON
           PERFORM 2700-WRITE-DISPOSITION-WORK.

       2700-WRITE-DISPOSITION-WORK.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE TRAN-TXN-ID TO DSP-TXN-ID
           MOVE WS-SUBMITTER-ID TO DSP-SUBMITTER-ID
           MOVE TRAN-COUNTER-ID TO DSP-COUNTER-ID
           MOVE 0 TO DSP-BATCH-COUNT
           MOVE WS-CURRENT-TIMESTAMP TO DSP-TIMESTAMP
           WRITE DSP-WRK-RECORD FROM DSP-RECORD.

       2800-WRITE-REDIRECT-WORK.
           ADD 1 TO WS-REDIRECTED-COUNT
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE TRAN-TXN-ID TO RDL-TXN-ID
           MOVE WS-REDIRECT-RETIRED-ID TO RDL-RETIRED-ID
           MOVE TRAN-COUNTER-ID TO RDL-SUCCESSOR-ID
           MOVE WS-SUBMITTER-ID TO RDL-SUBMITTER-ID
           MOVE "PREEDT" TO RDL-PROGRAM
           MOVE WS-CURRENT-TIMESTAMP TO RDL-TIMESTAMP
           WRITE RDL-WRK-RECORD FROM RDL-RECORD.

       3000-VALIDATE-TRAILER.
           MOVE WS-HELD-RECORD TO BCH-TRAILER-RECORD
           WRITE EDT-RECORD
           CLOSE EDT-FILE.

       5000-EDIT-RESUBMISSION.
           PERFORM 5100-PROVE-RESUBMISSION
           IF WS-RSB-BALANCED
               PERFORM 5200-EDIT-RESUBMITTED-RECORDS
           END-IF.

       5100-PROVE-RESUBMISSION.
           MOVE 0 TO WS-RSB-DETAIL-COUNT
           MOVE 0 TO WS-RSB-HASH-TOTAL
           OPEN INPUT RSB-FILE
           IF WS-RSB-STATUS = "35"
               SET WS-NO-MORE-RESUBMITS TO TRUE
           ELSE
               READ RSB-FILE INTO WS-READ-RECORD
                   AT END
                       SET WS-NO-MORE-RESUBMITS TO TRUE
                   NOT AT END
                       PERFORM 5110-CHECK-RESUBMISSION-HEADER
               END-READ
               IF NOT WS-NO-MORE-RESUBMITS
                   READ RSB-FILE INTO WS-RSB-HELD-RECORD
                       AT END
                           DISPLAY "Error: TRNRSB has no batch "
                               "trailer - resubmission left for "
                               "next run"
                           SET WS-RSB-REFUSED TO TRUE
                           SET WS-NO-MORE-RESUBMITS TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-NO-MORE-RESUBMITS
                   READ RSB-FILE INTO WS-READ-RECORD
                       AT END
                           SET WS-NO-MORE-RESUBMITS TO TRUE
                           PERFORM 5130-CHECK-RESUBMISSION-TRAILER
                       NOT AT END
                           PERFORM 5120-COUNT-RESUBMITTED-DETAIL
                           MOVE WS-READ-RECORD TO WS-RSB-HELD-RECORD
                   END-READ
               END-PERFORM
               CLOSE RSB-FILE
           END-IF.

       5110-CHECK-RESUBMISSION-HEADER.
           MOVE WS-READ-RECORD TO BCH-HEADER-RECORD
           IF BCH-HDR-TYPE NOT = "H"
               DISPLAY "Error: TRNRSB first record is not a batch "
                   "header - resubmission left for next run"
               SET WS-RSB-REFUSED TO TRUE
               SET WS-NO-MORE-RESUBMITS TO TRUE
           ELSE
               MOVE BCH-HDR-SUBMITTER-ID TO WS-RSB-SUBMITTER-ID
               DISPLAY "PREEDT: editing resubmission batch from "
                   "submitter " BCH-HDR-SUBMITTER-ID " dated "
                   BCH-HDR-FILE-DATE
           END-IF.

       5120-COUNT-RESUBMITTED-DETAIL.
           MOVE WS-RSB-HELD-RECORD TO TRAN-RECORD
           ADD 1 TO WS-RSB-DETAIL-COUNT
           IF TRAN-INCREMENT-AMOUNT NUMERIC
               IF TRAN-INCREMENT-AMOUNT < 0
                   COMPUTE WS-ABS-AMOUNT = 0 - TRAN-INCREMENT-AMOUNT
               ELSE
                   MOVE TRAN-INCREMENT-AMOUNT TO WS-ABS-AMOUNT
               END-IF
               ADD WS-ABS-AMOUNT TO WS-RSB-HASH-TOTAL
           END-IF.

       5130-CHECK-RESUBMISSION-TRAILER.
           MOVE WS-RSB-HELD-RECORD TO BCH-TRAILER-RECORD
           IF BCH-TRL-TYPE NOT = "T"
               DISPLAY "Error: TRNRSB last record is not a batch "
                   "trailer - resubmission left for next run"
               SET WS-RSB-REFUSED TO TRUE
           ELSE
               IF BCH-TRL-RECORD-COUNT NOT NUMERIC
                   OR BCH-TRL-HASH-TOTAL NOT NUMERIC
                   OR BCH-TRL-RECORD-COUNT NOT = WS-RSB-DETAIL-COUNT
                   OR BCH-TRL-HASH-TOTAL NOT = WS-RSB-HASH-TOTAL
                   DISPLAY "Error: TRNRSB does not balance to its "
                       "trailer - resubmission left for next run"
                   SET WS-RSB-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RSB-REFUSED
               SET WS-RSB-BALANCED TO TRUE
           END-IF.

       5200-EDIT-RESUBMITTED-RECORDS.
           MOVE WS-RSB-SUBMITTER-ID TO WS-SUBMITTER-ID
           MOVE WS-CLEAN-COUNT TO WS-RSB-CLEAN-COUNT
           MOVE WS-SUSPENDED-COUNT TO WS-RSB-SUSPENDED-COUNT
           OPEN INPUT RSB-FILE
           READ RSB-FILE
               AT END
                   CONTINUE
           END-READ
           PERFORM 5210-EDIT-RESUBMITTED-DETAIL
               WS-RSB-DETAIL-COUNT TIMES
           CLOSE RSB-FILE
           OPEN OUTPUT RSB-FILE
           CLOSE RSB-FILE
           COMPUTE WS-RSB-CLEAN-COUNT =
               WS-CLEAN-COUNT - WS-RSB-CLEAN-COUNT
           COMPUTE WS-RSB-SUSPENDED-COUNT =
               WS-SUSPENDED-COUNT - WS-RSB-SUSPENDED-COUNT
           DISPLAY "PREEDT: resubmission batch "
               WS-RSB-DETAIL-COUNT " record(s) read, "
               WS-RSB-CLEAN-COUNT " clean, "
               WS-RSB-SUSPENDED-COUNT " suspended."
           MOVE WS-RSB-DETAIL-COUNT TO WS-BATCH-COUNT
           PERFORM 6000-POST-DISPOSITIONS.

       5210-EDIT-RESUBMITTED-DETAIL.
           READ RSB-FILE INTO WS-HELD-RECORD
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 2000-EDIT-DETAIL
           END-READ.

       6000-POST-DISPOSITIONS.
           CLOSE DSP-WRK-FILE
           OPEN INPUT DSP-WRK-FILE
           OPEN EXTEND DSP-FILE
           IF WS-DSP-STATUS = "05" OR WS-DSP-STATUS = "35"
               CLOSE DSP-FILE
               OPEN OUTPUT DSP-FILE
           END-IF
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE SPACES TO DSP-TXN-ID
           MOVE WS-SUBMITTER-ID TO DSP-SUBMITTER-ID
           MOVE SPACES TO DSP-COUNTER-ID
           MOVE "B" TO DSP-DISPOSITION
           MOVE "BATCH BALANCED IN PRE-EDIT" TO DSP-REASON
           MOVE WS-BATCH-COUNT TO DSP-BATCH-COUNT
           MOVE WS-CURRENT-TIMESTAMP TO DSP-TIMESTAMP
           WRITE DSP-RECORD
           MOVE "N" TO WS-DSP-EOF-SWITCH
           PERFORM UNTIL WS-NO-MORE-DISPOSITIONS
               READ DSP-WRK-FILE
                   AT END
                       SET WS-NO-MORE-DISPOSITIONS TO TRUE
                   NOT AT END
                       WRITE DSP-RECORD FROM DSP-WRK-RECORD
               END-READ
           END-PERFORM
           CLOSE DSP-FILE
           CLOSE DSP-WRK-FILE
           OPEN OUTPUT DSP-WRK-FILE
           PERFORM 6100-POST-REDIRECTIONS.

       6100-POST-REDIRECTIONS.
           CLOSE RDL-WRK-FILE
           OPEN INPUT RDL-WRK-FILE
           OPEN EXTEND RDL-FILE
           IF WS-RDL-STATUS = "05" OR WS-RDL-STATUS = "35"
               CLOSE RDL-FILE
               OPEN OUTPUT RDL-FILE
           END-IF
           MOVE "N" TO WS-RDL-EOF-SWITCH
           PERFORM UNTIL WS-NO-MORE-REDIRECTS
               READ RDL-WRK-FILE
                   AT END
                       SET WS-NO-MORE-REDIRECTS TO TRUE
                   NOT AT END
                       WRITE RDL-RECORD FROM RDL-WRK-RECORD
               END-READ
           END-PERFORM
           CLOSE RDL-FILE
           CLOSE RDL-WRK-FILE
           OPEN OUTPUT RDL-WRK-FILE.

       9000-TERMINATE.
           CLOSE RAW-FILE
           CLOSE CLN-FILE
           CLOSE DSP-WRK-FILE
           CLOSE RDL-WRK-FILE
           IF WS-RDR-AVAILABLE
               CLOSE RDR-FILE
           END-IF
           CLOSE SUS-FILE
           IF WS-FILE-FAILED
               DISPLAY "PREEDT: file refused - stamp F written, "
               DISPLAY "PREEDT: " WS-DETAIL-COUNT " record(s) read, "
                   WS-CLEAN-COUNT " clean, "
                   WS-SUSPENDED-COUNT " suspended."
               IF WS-REDIRECTED-COUNT > 0
                   DISPLAY "PREEDT: " WS-REDIRECTED-COUNT
                       " record(s) for retired counter-ids rerouted "
                       "to their successors - see RDRRPT."
               END-IF
           END-IF.
