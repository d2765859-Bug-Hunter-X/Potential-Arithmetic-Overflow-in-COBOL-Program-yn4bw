       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKPGM.
      *****************************************************************
      *  ACKPGM - Nightly submitter acknowledgment return.
      *  Runs after COUNTPGM and reads the disposition file (DSPFIL)
      *  to tell every submitting department what became of each
      *  transaction it sent in.  The B batch-control records PREEDT
      *  posted for today's balanced batches give each submitter's
      *  batch count; the K / S records PREEDT wrote for each detail
      *  carry the submitter-id, and the later A / R / E / P / Y
      *  records from COUNTPGM and REJRCY are matched to them by
      *  TXN-ID so the latest outcome is the one reported.
      *  The acknowledgment file (ACKFIL) carries, per submitter, a
      *  header with the batch count, one detail per transaction in
      *  today's batches plus one per transaction from a batch of the
      *  last 30 days whose disposition changed since ACKPGM last
      *  completed (a pended record applied, a reject recycled - even
      *  one recycled by REJRCY after that run on the same business
      *  date), judged by the disposition timestamp against the end
      *  timestamp of ACKPGM's latest earlier run-status record; on
      *  the first run, changes dated today count.  A trailer
      *  splits today's details by disposition and is flagged B when
      *  they balance to the batch trailers' record count, U when
      *  they do not.
      *  If the last 30 days' transactions do not fit the table, no
      *  acknowledgment file is written and the run is left
      *  unfinished rather than send a partial acknowledgment.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSP-FILE ASSIGN TO "DSPFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT BDT-FILE ASSIGN TO "BDTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

           SELECT RST-FILE ASSIGN TO "RUNSTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSP-FILE.
           COPY DSPREC.

       FD  ACK-FILE.
           COPY ACKREC.

       FD  BDT-FILE.
           COPY BDTREC.

       FD  RST-FILE.
           COPY RSTREC.

       WORKING-STORAGE SECTION.
       01  WS-DSP-STATUS           PIC X(2).
       01  WS-ACK-STATUS           PIC X(2).
       01  WS-DSP-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-DISPOSITIONS VALUE "Y".
       01  WS-TODAY-DATE           PIC X(8).
       01  WS-BDT-STATUS           PIC X(2).
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-RST-STATUS           PIC X(2).
       01  WS-RUN-STATUS-SW        PIC X VALUE "N".
           88  WS-RUN-STATUS-REFUSED VALUE "Y".
       01  WS-OWN-PROGRAM          PIC X(8) VALUE "ACKPGM".
       01  WS-PRED-PROGRAM         PIC X(8) VALUE "COUNTPGM".
       01  WS-RUN-TIMESTAMP        PIC X(26).
       01  WS-RST-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-RUNS     VALUE "Y".
       01  WS-LAST-ACK-STAMP       PIC X(26).

       01  WS-TODAY-NUM            PIC 9(8).
       01  WS-LOOKBACK-DAYS        PIC 9(3) VALUE 30.
       01  WS-CUTOFF-INT           PIC 9(8).
       01  WS-CUTOFF-WORK          PIC 9(8).
       01  WS-LOOKBACK-CUTOFF      PIC X(8).
       01  WS-DSP-DATE             PIC X(8).

       01  WS-TXN-MAX              PIC 9(5) COMP VALUE 20000.
       01  WS-TXN-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-TXN-SUB              PIC 9(5) COMP VALUE 0.
       01  WS-TXN-FOUND-SUB        PIC 9(5) COMP VALUE 0.
       01  WS-TXN-FULL-SWITCH      PIC X VALUE "N".
           88  WS-TXN-TABLE-FULL   VALUE "Y".
       01  WS-TXN-TABLE.
           05  WS-TT-ENTRY OCCURS 20000 TIMES.
               10  WS-TT-TXN-ID    PIC X(10).
               10  WS-TT-SUBMITTER PIC X(8).
               10  WS-TT-COUNTER-ID PIC X(10).
               10  WS-TT-DISPOSITION PIC X(1).
               10  WS-TT-REASON    PIC X(30).
               10  WS-TT-BATCH-DATE PIC X(8).
               10  WS-TT-DISP-STAMP PIC X(26).

       01  WS-SUB-MAX              PIC 9(3) COMP VALUE 100.
       01  WS-SUB-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-SUB-SUB              PIC 9(3) COMP VALUE 0.
       01  WS-SUB-FOUND-SUB        PIC 9(3) COMP VALUE 0.
       01  WS-SUBMITTER-TABLE.
           05  WS-ST-ENTRY OCCURS 100 TIMES.
               10  WS-ST-SUBMITTER PIC X(8).
               10  WS-ST-BATCH-COUNT PIC 9(7).
               10  WS-ST-RECORDS   PIC 9(7).
               10  WS-ST-APPLIED   PIC 9(7).
               10  WS-ST-REJECTED  PIC 9(7).
               10  WS-ST-ERRORS    PIC 9(7).
               10  WS-ST-SUSPENDED PIC 9(7).
               10  WS-ST-PENDED    PIC 9(7).
               10  WS-ST-RECYCLED  PIC 9(7).
               10  WS-ST-UNAPPLIED PIC 9(7).
               10  WS-ST-LATE      PIC 9(7).
       01  WS-WORK-SUBMITTER       PIC X(8).
       01  WS-REPORTABLE-SWITCH    PIC X VALUE "N".
           88  WS-REPORTABLE       VALUE "Y".
       01  WS-LATE-SWITCH          PIC X VALUE "N".
           88  WS-LATE-ENTRY       VALUE "Y".

       01  WS-UNMATCHED-COUNT      PIC 9(7) VALUE 0.
       01  WS-ACK-RECORD-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNBALANCED-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0400-GET-BUSINESS-DATE
           PERFORM 0460-VERIFY-RUN-STATUS
           IF WS-RUN-STATUS-REFUSED
               CLOSE RST-FILE
               STOP RUN
           END-IF
           PERFORM 0465-FIND-LAST-RUN
           PERFORM 0470-MARK-RUN-STARTED
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-NO-MORE-DISPOSITIONS
               READ DSP-FILE
                   AT END
                       SET WS-NO-MORE-DISPOSITIONS TO TRUE
                   NOT AT END
                       MOVE DSP-TIMESTAMP (1:8) TO WS-DSP-DATE
                       IF WS-DSP-DATE NOT > WS-TODAY-DATE
                           PERFORM 2000-LOAD-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TXN-TABLE-FULL
               CLOSE DSP-FILE
               CLOSE RST-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT ACK-FILE
           PERFORM 3000-TALLY-ENTRY
               VARYING WS-TXN-SUB FROM 1 BY 1
               UNTIL WS-TXN-SUB > WS-TXN-COUNT
           PERFORM 4000-WRITE-SUBMITTER
               VARYING WS-SUB-SUB FROM 1 BY 1
               UNTIL WS-SUB-SUB > WS-SUB-COUNT
           PERFORM 9000-TERMINATE
           STOP RUN.

       0400-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BDT-FILE
           IF WS-BDT-STATUS = "35"
               DISPLAY "Warning: BDTFIL not found - using system "
                   "date " WS-BUSINESS-DATE
           ELSE
               READ BDT-FILE
                   AT END
                       DISPLAY "Warning: BDTFIL empty - using "
                           "system date " WS-BUSINESS-DATE
                   NOT AT END
                       MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BDT-FILE
           END-IF.

       0460-VERIFY-RUN-STATUS.
           OPEN I-O RST-FILE
           IF WS-RST-STATUS = "35"
               OPEN OUTPUT RST-FILE
               CLOSE RST-FILE
               OPEN I-O RST-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO RST-RUN-DATE
           MOVE WS-OWN-PROGRAM TO RST-PROGRAM-ID
           READ RST-FILE KEY IS RST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RST-ENDED-OK
                       DISPLAY "Error: " WS-OWN-PROGRAM
                           " already ran normally for "
                           WS-BUSINESS-DATE " - supervisor release "
                           "required - run refused"
                       SET WS-RUN-STATUS-REFUSED TO TRUE
                   END-IF
           END-READ
           IF NOT WS-RUN-STATUS-REFUSED
               MOVE WS-PRED-PROGRAM TO RST-PROGRAM-ID
               READ RST-FILE KEY IS RST-KEY
                   INVALID KEY
                       DISPLAY "Error: predecessor " WS-PRED-PROGRAM
                           " has not run for " WS-BUSINESS-DATE
                           " - run refused"
                       SET WS-RUN-STATUS-REFUSED TO TRUE
                   NOT INVALID KEY
                       IF NOT RST-ENDED-OK
                           DISPLAY "Error: predecessor "
                               WS-PRED-PROGRAM " has not ended "
                               "normally for " WS-BUSINESS-DATE
                               " - run refused"
                           SET WS-RUN-STATUS-REFUSED TO TRUE
                       END-IF
               END-READ
           END-IF.

       0465-FIND-LAST-RUN.
           MOVE SPACES TO WS-LAST-ACK-STAMP
           MOVE "N" TO WS-RST-EOF-SWITCH
           MOVE LOW-VALUES TO RST-KEY
           START RST-FILE KEY IS NOT LESS THAN RST-KEY
               INVALID KEY
                   SET WS-NO-MORE-RUNS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-RUNS
               READ RST-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RUNS TO TRUE
                   NOT AT END
                       IF RST-PROGRAM-ID = WS-OWN-PROGRAM
                           AND RST-RUN-DATE < WS-BUSINESS-DATE
                           AND (RST-ENDED-OK OR RST-RELEASED)
                           AND RST-END-TIMESTAMP > WS-LAST-ACK-STAMP
                           MOVE RST-END-TIMESTAMP
                               TO WS-LAST-ACK-STAMP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAST-ACK-STAMP = SPACES
               MOVE WS-BUSINESS-DATE TO WS-LAST-ACK-STAMP
           END-IF.

       0470-MARK-RUN-STARTED.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO WS-RUN-TIMESTAMP (1:8)
           MOVE WS-BUSINESS-DATE TO RST-RUN-DATE
           MOVE WS-OWN-PROGRAM TO RST-PROGRAM-ID
           MOVE "S" TO RST-STATUS
           MOVE WS-RUN-TIMESTAMP TO RST-START-TIMESTAMP
           MOVE SPACES TO RST-END-TIMESTAMP
           WRITE RST-RECORD
               INVALID KEY
                   REWRITE RST-RECORD
           END-WRITE.

       8700-MARK-RUN-ENDED.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO WS-RUN-TIMESTAMP (1:8)
           MOVE WS-BUSINESS-DATE TO RST-RUN-DATE
           MOVE WS-OWN-PROGRAM TO RST-PROGRAM-ID
           READ RST-FILE KEY IS RST-KEY
               INVALID KEY
                   MOVE WS-RUN-TIMESTAMP TO RST-START-TIMESTAMP
           END-READ
           MOVE "N" TO RST-STATUS
           MOVE WS-RUN-TIMESTAMP TO RST-END-TIMESTAMP
           REWRITE RST-RECORD
               INVALID KEY
                   WRITE RST-RECORD
           END-REWRITE.

       1000-INITIALIZE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
               - WS-LOOKBACK-DAYS
           COMPUTE WS-CUTOFF-WORK =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
           MOVE WS-CUTOFF-WORK TO WS-LOOKBACK-CUTOFF
           OPEN INPUT DSP-FILE
           IF WS-DSP-STATUS = "35"
               DISPLAY "ACKPGM: no disposition file - nothing to "
                   "acknowledge"
               SET WS-NO-MORE-DISPOSITIONS TO TRUE
           END-IF.

       2000-LOAD-DISPOSITION.
           IF DSP-BATCH-CONTROL
               IF WS-DSP-DATE = WS-TODAY-DATE
                   MOVE DSP-SUBMITTER-ID TO WS-WORK-SUBMITTER
                   PERFORM 2500-FIND-SUBMITTER
                   IF WS-SUB-FOUND-SUB > 0
                       ADD DSP-BATCH-COUNT
                           TO WS-ST-BATCH-COUNT (WS-SUB-FOUND-SUB)
                   END-IF
               END-IF
           ELSE
               IF DSP-PASSED-EDIT OR DSP-SUSPENDED
                   IF WS-DSP-DATE NOT < WS-LOOKBACK-CUTOFF
                       PERFORM 2100-ADD-TXN-ENTRY
                   END-IF
               ELSE
                   IF DSP-TXN-ID NOT = SPACES
                       PERFORM 2200-APPLY-OUTCOME
                   END-IF
               END-IF
           END-IF.

       2100-ADD-TXN-ENTRY.
           IF WS-TXN-COUNT >= WS-TXN-MAX
               DISPLAY "Error: ACKPGM transaction table full - "
                   "acknowledgments would not balance - "
                   "ACKFIL not written - run refused"
               SET WS-TXN-TABLE-FULL TO TRUE
               SET WS-NO-MORE-DISPOSITIONS TO TRUE
           ELSE
               ADD 1 TO WS-TXN-COUNT
               MOVE DSP-TXN-ID TO WS-TT-TXN-ID (WS-TXN-COUNT)
               MOVE DSP-SUBMITTER-ID TO WS-TT-SUBMITTER (WS-TXN-COUNT)
               MOVE DSP-COUNTER-ID TO WS-TT-COUNTER-ID (WS-TXN-COUNT)
               MOVE DSP-DISPOSITION
                   TO WS-TT-DISPOSITION (WS-TXN-COUNT)
               MOVE DSP-REASON TO WS-TT-REASON (WS-TXN-COUNT)
               MOVE WS-DSP-DATE TO WS-TT-BATCH-DATE (WS-TXN-COUNT)
               MOVE DSP-TIMESTAMP TO WS-TT-DISP-STAMP (WS-TXN-COUNT)
           END-IF.

       2200-APPLY-OUTCOME.
           MOVE 0 TO WS-TXN-FOUND-SUB
           PERFORM 2210-SCAN-TXN-ENTRY
               VARYING WS-TXN-SUB FROM WS-TXN-COUNT BY -1
               UNTIL WS-TXN-SUB < 1 OR WS-TXN-FOUND-SUB > 0
           IF WS-TXN-FOUND-SUB = 0
               ADD 1 TO WS-UNMATCHED-COUNT
           ELSE
               MOVE DSP-DISPOSITION
                   TO WS-TT-DISPOSITION (WS-TXN-FOUND-SUB)
               MOVE DSP-REASON TO WS-TT-REASON (WS-TXN-FOUND-SUB)
               MOVE DSP-TIMESTAMP
                   TO WS-TT-DISP-STAMP (WS-TXN-FOUND-SUB)
           END-IF.

       2210-SCAN-TXN-ENTRY.
           IF WS-TT-TXN-ID (WS-TXN-SUB) = DSP-TXN-ID
               AND WS-TT-DISPOSITION (WS-TXN-SUB) NOT = "S"
               MOVE WS-TXN-SUB TO WS-TXN-FOUND-SUB
           END-IF.

       2500-FIND-SUBMITTER.
           MOVE 0 TO WS-SUB-FOUND-SUB
           PERFORM 2510-SCAN-SUBMITTER
               VARYING WS-SUB-SUB FROM 1 BY 1
               UNTIL WS-SUB-SUB > WS-SUB-COUNT
           IF WS-SUB-FOUND-SUB = 0
               IF WS-SUB-COUNT >= WS-SUB-MAX
                   DISPLAY "Error: ACKPGM submitter table full - "
                       "submitter " WS-WORK-SUBMITTER
                       " not acknowledged"
               ELSE
                   ADD 1 TO WS-SUB-COUNT
                   MOVE WS-SUB-COUNT TO WS-SUB-FOUND-SUB
                   MOVE WS-WORK-SUBMITTER
                       TO WS-ST-SUBMITTER (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-BATCH-COUNT (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-RECORDS (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-APPLIED (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-REJECTED (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-ERRORS (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-SUSPENDED (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-PENDED (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-RECYCLED (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-UNAPPLIED (WS-SUB-COUNT)
                   MOVE 0 TO WS-ST-LATE (WS-SUB-COUNT)
               END-IF
           END-IF.

       2510-SCAN-SUBMITTER.
           IF WS-ST-SUBMITTER (WS-SUB-SUB) = WS-WORK-SUBMITTER
               MOVE WS-SUB-SUB TO WS-SUB-FOUND-SUB
           END-IF.

       2600-CHECK-REPORTABLE.
           MOVE "N" TO WS-REPORTABLE-SWITCH
           MOVE "N" TO WS-LATE-SWITCH
           IF WS-TT-BATCH-DATE (WS-TXN-SUB) = WS-TODAY-DATE
               SET WS-REPORTABLE TO TRUE
           ELSE
               IF WS-TT-DISP-STAMP (WS-TXN-SUB) > WS-LAST-ACK-STAMP
                   SET WS-REPORTABLE TO TRUE
                   SET WS-LATE-ENTRY TO TRUE
               END-IF
           END-IF.

       3000-TALLY-ENTRY.
           PERFORM 2600-CHECK-REPORTABLE
           IF WS-REPORTABLE
               MOVE WS-TT-SUBMITTER (WS-TXN-SUB) TO WS-WORK-SUBMITTER
               PERFORM 2500-FIND-SUBMITTER
               IF WS-SUB-FOUND-SUB > 0
                   IF WS-LATE-ENTRY
                       ADD 1 TO WS-ST-LATE (WS-SUB-FOUND-SUB)
                   ELSE
                       PERFORM 3100-COUNT-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       3100-COUNT-DISPOSITION.
           ADD 1 TO WS-ST-RECORDS (WS-SUB-FOUND-SUB)
           EVALUATE WS-TT-DISPOSITION (WS-TXN-SUB)
               WHEN "A"
                   ADD 1 TO WS-ST-APPLIED (WS-SUB-FOUND-SUB)
               WHEN "R"
                   ADD 1 TO WS-ST-REJECTED (WS-SUB-FOUND-SUB)
               WHEN "E"
                   ADD 1 TO WS-ST-ERRORS (WS-SUB-FOUND-SUB)
               WHEN "S"
                   ADD 1 TO WS-ST-SUSPENDED (WS-SUB-FOUND-SUB)
               WHEN "P"
                   ADD 1 TO WS-ST-PENDED (WS-SUB-FOUND-SUB)
               WHEN "Y"
                   ADD 1 TO WS-ST-RECYCLED (WS-SUB-FOUND-SUB)
               WHEN OTHER
                   ADD 1 TO WS-ST-UNAPPLIED (WS-SUB-FOUND-SUB)
           END-EVALUATE.

       4000-WRITE-SUBMITTER.
           MOVE SPACES TO ACK-HEADER-RECORD
           MOVE WS-ST-SUBMITTER (WS-SUB-SUB) TO ACK-HDR-SUBMITTER-ID
           MOVE "H" TO ACK-HDR-TYPE
           MOVE WS-TODAY-DATE TO ACK-HDR-RUN-DATE
           MOVE WS-ST-BATCH-COUNT (WS-SUB-SUB) TO ACK-HDR-BATCH-COUNT
           WRITE ACK-HEADER-RECORD
           ADD 1 TO WS-ACK-RECORD-COUNT
           PERFORM 4100-WRITE-DETAIL
               VARYING WS-TXN-SUB FROM 1 BY 1
               UNTIL WS-TXN-SUB > WS-TXN-COUNT
           PERFORM 4200-WRITE-TRAILER.

       4100-WRITE-DETAIL.
           IF WS-TT-SUBMITTER (WS-TXN-SUB) =
               WS-ST-SUBMITTER (WS-SUB-SUB)
               PERFORM 2600-CHECK-REPORTABLE
               IF WS-REPORTABLE
                   MOVE SPACES TO ACK-DETAIL-RECORD
                   MOVE WS-TT-SUBMITTER (WS-TXN-SUB)
                       TO ACK-DTL-SUBMITTER-ID
                   MOVE "D" TO ACK-DTL-TYPE
                   MOVE WS-TT-TXN-ID (WS-TXN-SUB) TO ACK-DTL-TXN-ID
                   MOVE WS-TT-COUNTER-ID (WS-TXN-SUB)
                       TO ACK-DTL-COUNTER-ID
                   MOVE WS-TT-DISPOSITION (WS-TXN-SUB)
                       TO ACK-DTL-DISPOSITION
                   MOVE WS-TT-REASON (WS-TXN-SUB) TO ACK-DTL-REASON
                   MOVE WS-TT-BATCH-DATE (WS-TXN-SUB)
                       TO ACK-DTL-BATCH-DATE
                   WRITE ACK-DETAIL-RECORD
                   ADD 1 TO WS-ACK-RECORD-COUNT
               END-IF
           END-IF.

       4200-WRITE-TRAILER.
           MOVE SPACES TO ACK-TRAILER-RECORD
           MOVE WS-ST-SUBMITTER (WS-SUB-SUB) TO ACK-TRL-SUBMITTER-ID
           MOVE "T" TO ACK-TRL-TYPE
           MOVE WS-ST-RECORDS (WS-SUB-SUB) TO ACK-TRL-RECORD-COUNT
           MOVE WS-ST-APPLIED (WS-SUB-SUB) TO ACK-TRL-APPLIED
           MOVE WS-ST-REJECTED (WS-SUB-SUB) TO ACK-TRL-REJECTED
           MOVE WS-ST-ERRORS (WS-SUB-SUB) TO ACK-TRL-ERRORS
           MOVE WS-ST-SUSPENDED (WS-SUB-SUB) TO ACK-TRL-SUSPENDED
           MOVE WS-ST-PENDED (WS-SUB-SUB) TO ACK-TRL-PENDED
           MOVE WS-ST-RECYCLED (WS-SUB-SUB) TO ACK-TRL-RECYCLED
           MOVE WS-ST-UNAPPLIED (WS-SUB-SUB) TO ACK-TRL-UNAPPLIED
           MOVE WS-ST-LATE (WS-SUB-SUB) TO ACK-TRL-LATE-COUNT
           IF WS-ST-RECORDS (WS-SUB-SUB) =
               WS-ST-BATCH-COUNT (WS-SUB-SUB)
               MOVE "B" TO ACK-TRL-BALANCE-FLAG
           ELSE
               MOVE "U" TO ACK-TRL-BALANCE-FLAG
               ADD 1 TO WS-UNBALANCED-COUNT
               DISPLAY "Error: ACKPGM submitter "
                   WS-ST-SUBMITTER (WS-SUB-SUB) " acknowledges "
                   WS-ST-RECORDS (WS-SUB-SUB) " record(s) against "
                   "batch count " WS-ST-BATCH-COUNT (WS-SUB-SUB)
           END-IF
           WRITE ACK-TRAILER-RECORD
           ADD 1 TO WS-ACK-RECORD-COUNT.

       9000-TERMINATE.
           CLOSE DSP-FILE
           CLOSE ACK-FILE
           PERFORM 8700-MARK-RUN-ENDED
           CLOSE RST-FILE
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY "ACKPGM: " WS-UNMATCHED-COUNT " disposition(s) "
                   "with no pre-edit record in the last "
                   WS-LOOKBACK-DAYS " days - not acknowledged"
           END-IF
           DISPLAY "ACKPGM: " WS-SUB-COUNT " submitter(s), "
               WS-ACK-RECORD-COUNT " acknowledgment record(s), "
               WS-UNBALANCED-COUNT " unbalanced.".
