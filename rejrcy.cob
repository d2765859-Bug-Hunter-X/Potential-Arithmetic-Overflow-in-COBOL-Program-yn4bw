      *  with an audit record; operations that still do not fit are
      *  carried forward, with their original timestamps, to the
      *  carry-forward reject file so nothing is dropped.
      *  An applied reject's audit record carries the rejected
      *  transaction's TXN-ID, and a disposition record Y (recycled
      *  and applied) is written for it so the submitter's next
      *  acknowledgment reports the late outcome.
      *  Audit records are stamped with the business date from the
      *  date control file and added into that date's audit control
      *  record (AUDCTL), so recycled postings fall in the same
      *  controlled day as the rest of the night's activity.
      *  Operational procedure: after a clean run, replace REJFIL
      *  with REJFWD before the next COUNTPGM run.
      *****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ACT-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-BUSINESS-DATE
               FILE STATUS IS WS-ACT-STATUS.

           SELECT LIM-FILE ASSIGN TO "LIMFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-COUNTER-ID
               FILE STATUS IS WS-LIM-STATUS.

           SELECT DSP-FILE ASSIGN TO "DSPFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT BDT-FILE ASSIGN TO "BDTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
           COPY REJREC.

       FD  FWD-FILE.
       01  FWD-RECORD                  PIC X(70).

       FD  AUD-FILE.
           COPY AUDREC.

       FD  ACT-FILE.
           COPY ACTREC.

       FD  LIM-FILE.
           COPY LIMREC.

       FD  DSP-FILE.
           COPY DSPREC.

       FD  BDT-FILE.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-CTRL-STATUS          PIC X(2).
       01  WS-REJ-STATUS           PIC X(2).
       01  WS-FWD-STATUS           PIC X(2).
       01  WS-AUD-STATUS           PIC X(2).
       01  WS-ACT-STATUS           PIC X(2).
       01  WS-ACT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-CONTROLS VALUE "Y".
       01  WS-ACT-PROGRAM          PIC X(8) VALUE "REJRCY".
       01  WS-ACT-DATE             PIC X(8) VALUE SPACES.
       01  WS-ACT-DATE-NUM         PIC 9(8).
       01  WS-ACT-COUNT            PIC 9(7) VALUE 0.
       01  WS-ACT-HASH             PIC 9(15) VALUE 0.
       01  WS-ACT-FIRST-SEQ        PIC 9(5) VALUE 0.
       01  WS-ACT-LAST-SEQ         PIC 9(5) VALUE 0.
       01  WS-ACT-PRIOR-CHAIN      PIC 9(12) VALUE 0.
       01  WS-ACT-CHAIN-WORK       PIC 9(18) VALUE 0.
       01  WS-ACT-CHAIN-QUOTIENT   PIC 9(18) VALUE 0.
       01  WS-LIM-STATUS           PIC X(2).
       01  WS-DSP-STATUS           PIC X(2).
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-NO-MORE-REJECTS  VALUE "Y".
       01  WS-CURRENT-TIMESTAMP    PIC X(26).
       01  WS-BDT-STATUS           PIC X(2).
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-CURRENT-VALUE        PIC S9(9) COMP-3 VALUE 0.
       01  WS-VALUE-BEFORE         PIC 9(9).
       01  WS-AUDIT-SEQ-NO         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0400-GET-BUSINESS-DATE
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-NO-MORE-REJECTS
               READ REJ-FILE
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

       0450-SET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-TIMESTAMP (1:8).

       1000-INITIALIZE.
           OPEN I-O CTRL-FILE
           IF WS-CTRL-STATUS = "35"
               CLOSE AUD-FILE
               OPEN OUTPUT AUD-FILE
           END-IF
           OPEN I-O ACT-FILE
           IF WS-ACT-STATUS = "35"
               OPEN OUTPUT ACT-FILE
               CLOSE ACT-FILE
               OPEN I-O ACT-FILE
           END-IF
           OPEN INPUT LIM-FILE
           IF WS-LIM-STATUS = "35"
               OPEN OUTPUT LIM-FILE
               CLOSE LIM-FILE
               OPEN INPUT LIM-FILE
           END-IF
           OPEN EXTEND DSP-FILE
           IF WS-DSP-STATUS = "05" OR WS-DSP-STATUS = "35"
               CLOSE DSP-FILE
               OPEN OUTPUT DSP-FILE
           END-IF.

       1500-PROCESS-REJECT.
           END-IF
           ADD 1 TO WS-AUDIT-SEQ-NO
           PERFORM 2600-SAVE-COUNTER
           PERFORM 3000-WRITE-AUDIT
           IF REJ-TXN-ID NOT = SPACES
               PERFORM 3100-WRITE-DISPOSITION
           END-IF.

       2600-SAVE-COUNTER.
           MOVE REJ-COUNTER-ID TO CTL-COUNTER-ID
           END-REWRITE.

       3000-WRITE-AUDIT.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE REJ-COUNTER-ID TO AUD-COUNTER-ID
           MOVE WS-AUDIT-SEQ-NO TO AUD-TXN-SEQ-NO
           MOVE WS-VALUE-BEFORE TO AUD-VALUE-BEFORE
           MOVE WS-CURRENT-VALUE TO AUD-VALUE-AFTER
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-TXN-TYPE TO AUD-TXN-TYPE
           MOVE REJ-TXN-ID TO AUD-TXN-ID
           WRITE AUD-RECORD
           PERFORM 8500-ACCUMULATE-AUDIT-CONTROL.

       3100-WRITE-DISPOSITION.
           MOVE REJ-TXN-ID TO DSP-TXN-ID
           MOVE SPACES TO DSP-SUBMITTER-ID
           MOVE REJ-COUNTER-ID TO DSP-COUNTER-ID
           MOVE "Y" TO DSP-DISPOSITION
           MOVE "RECYCLED AND APPLIED" TO DSP-REASON
           MOVE 0 TO DSP-BATCH-COUNT
           MOVE WS-CURRENT-TIMESTAMP TO DSP-TIMESTAMP
           WRITE DSP-RECORD.

       8500-ACCUMULATE-AUDIT-CONTROL.
           IF WS-ACT-COUNT > 0
               AND AUD-TIMESTAMP (1:8) NOT = WS-ACT-DATE
               PERFORM 8510-POST-AUDIT-CONTROL
           END-IF
           IF WS-ACT-COUNT = 0
               MOVE AUD-TIMESTAMP (1:8) TO WS-ACT-DATE
               MOVE AUD-TXN-SEQ-NO TO WS-ACT-FIRST-SEQ
           END-IF
           ADD 1 TO WS-ACT-COUNT
           ADD AUD-VALUE-AFTER TO WS-ACT-HASH
           MOVE AUD-TXN-SEQ-NO TO WS-ACT-LAST-SEQ.

       8510-POST-AUDIT-CONTROL.
           MOVE WS-ACT-DATE TO ACT-BUSINESS-DATE
           READ ACT-FILE KEY IS ACT-BUSINESS-DATE
               INVALID KEY
                   PERFORM 8520-FIND-PRIOR-CHAIN
                   MOVE WS-ACT-DATE TO ACT-BUSINESS-DATE
                   MOVE 0 TO ACT-RECORD-COUNT
                   MOVE 0 TO ACT-HASH-TOTAL
                   MOVE WS-ACT-FIRST-SEQ TO ACT-FIRST-SEQ-NO
                   MOVE WS-ACT-PRIOR-CHAIN TO ACT-PREV-CHAIN
                   MOVE "N" TO ACT-ARCHIVED-FLAG
           END-READ
           ADD WS-ACT-COUNT TO ACT-RECORD-COUNT
           ADD WS-ACT-HASH TO ACT-HASH-TOTAL
           MOVE WS-ACT-LAST-SEQ TO ACT-LAST-SEQ-NO
           MOVE WS-ACT-PROGRAM TO ACT-LAST-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO ACT-TIMESTAMP
           PERFORM 8530-COMPUTE-CHAIN-VALUE
           REWRITE ACT-RECORD
               INVALID KEY
                   WRITE ACT-RECORD
           END-REWRITE
           PERFORM 8540-RECHAIN-LATER-DAYS
           MOVE 0 TO WS-ACT-COUNT
           MOVE 0 TO WS-ACT-HASH.

       8520-FIND-PRIOR-CHAIN.
           MOVE 0 TO WS-ACT-PRIOR-CHAIN
           MOVE "N" TO WS-ACT-EOF-SWITCH
           MOVE LOW-VALUES TO ACT-BUSINESS-DATE
           START ACT-FILE KEY IS NOT LESS THAN ACT-BUSINESS-DATE
               INVALID KEY
                   SET WS-NO-MORE-CONTROLS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-CONTROLS
               READ ACT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-CONTROLS TO TRUE
                   NOT AT END
                       IF ACT-BUSINESS-DATE < WS-ACT-DATE
                           MOVE ACT-CHAIN-VALUE TO WS-ACT-PRIOR-CHAIN
                       ELSE
                           SET WS-NO-MORE-CONTROLS TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       8530-COMPUTE-CHAIN-VALUE.
           MOVE ACT-BUSINESS-DATE TO WS-ACT-DATE-NUM
           COMPUTE WS-ACT-CHAIN-WORK =
               ACT-PREV-CHAIN * 7919
               + ACT-HASH-TOTAL
               + ACT-RECORD-COUNT * 104729
               + ACT-FIRST-SEQ-NO * 31
               + ACT-LAST-SEQ-NO * 17
               + WS-ACT-DATE-NUM
           DIVIDE WS-ACT-CHAIN-WORK BY 999999999989
               GIVING WS-ACT-CHAIN-QUOTIENT
               REMAINDER ACT-CHAIN-VALUE.

       8540-RECHAIN-LATER-DAYS.
           MOVE ACT-CHAIN-VALUE TO WS-ACT-PRIOR-CHAIN
           MOVE "N" TO WS-ACT-EOF-SWITCH
           MOVE WS-ACT-DATE TO ACT-BUSINESS-DATE
           START ACT-FILE KEY IS GREATER THAN ACT-BUSINESS-DATE
               INVALID KEY
                   SET WS-NO-MORE-CONTROLS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-CONTROLS
               READ ACT-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-CONTROLS TO TRUE
                   NOT AT END
                       PERFORM 8545-RECHAIN-ONE-DAY
               END-READ
           END-PERFORM.

       8545-RECHAIN-ONE-DAY.
           MOVE WS-ACT-PRIOR-CHAIN TO ACT-PREV-CHAIN
           PERFORM 8530-COMPUTE-CHAIN-VALUE
           REWRITE ACT-RECORD
               INVALID KEY
                   DISPLAY "Error: audit control record for "
                       ACT-BUSINESS-DATE " could not be re-chained"
           END-REWRITE
           MOVE ACT-CHAIN-VALUE TO WS-ACT-PRIOR-CHAIN.

       9000-TERMINATE.
           CLOSE CTRL-FILE
           CLOSE REJ-FILE
           CLOSE FWD-FILE
           IF WS-ACT-COUNT > 0
               PERFORM 8510-POST-AUDIT-CONTROL
           END-IF
           CLOSE AUD-FILE
           CLOSE ACT-FILE
           CLOSE LIM-FILE
           CLOSE DSP-FILE
           DISPLAY "REJRCY: " WS-REJECTS-READ " reject(s) read, "
               WS-REJECTS-APPLIED " applied, "
               WS-REJECTS-CARRIED " carried forward.".
