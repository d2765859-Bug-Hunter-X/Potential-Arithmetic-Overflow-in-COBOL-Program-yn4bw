      *  Each reversal is written to the audit file as a type B
      *  record, so RECPGM and GLXTR see the backout as ordinary,
      *  balanced activity.  Earlier type B records are never
      *  selected for reversal themselves.  Neither are the CTRMRG
      *  merge records (type M, or a TXN-ID beginning MG) nor the
      *  HIRRST restatement records (TXN-ID beginning HR): a merge or
      *  restatement is not part of a transaction run, so each one is
      *  listed on the report as not backed out and left for the
      *  supervisor.  If it moved a counter the run also touched, the
      *  value check stops the backout at that counter.
      *  The reversal audit records are added into the business
      *  date's audit control record (AUDCTL) like any other audit
      *  activity, so the day still proves complete.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ACT-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-BUSINESS-DATE
               FILE STATUS IS WS-ACT-STATUS.

           SELECT BAK-RPT-FILE ASSIGN TO "BAKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAK-RPT-STATUS.
       FD  AUD-FILE.
           COPY AUDREC.

       FD  ACT-FILE.
           COPY ACTREC.

       FD  BAK-RPT-FILE.
       01  BAK-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTRL-STATUS          PIC X(2).
       01  WS-AUD-STATUS           PIC X(2).
       01  WS-ACT-STATUS           PIC X(2).
       01  WS-ACT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-CONTROLS VALUE "Y".
       01  WS-ACT-PROGRAM          PIC X(8) VALUE "BAKOUT".
       01  WS-ACT-DATE             PIC X(8) VALUE SPACES.
       01  WS-ACT-DATE-NUM         PIC 9(8).
       01  WS-ACT-COUNT            PIC 9(7) VALUE 0.
       01  WS-ACT-HASH             PIC 9(15) VALUE 0.
       01  WS-ACT-FIRST-SEQ        PIC 9(5) VALUE 0.
       01  WS-ACT-LAST-SEQ         PIC 9(5) VALUE 0.
       01  WS-ACT-PRIOR-CHAIN      PIC 9(12) VALUE 0.
       01  WS-ACT-CHAIN-WORK       PIC 9(18) VALUE 0.
       01  WS-ACT-CHAIN-QUOTIENT   PIC 9(18) VALUE 0.
       01  WS-BAK-RPT-STATUS       PIC X(2).
       01  WS-AUD-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-AUDITS   VALUE "Y".
               10  WS-BAK-TXN-ID   PIC X(10).

       01  WS-REVERSED-COUNT       PIC 9(5) VALUE 0.
       01  WS-EXCLUDED-COUNT       PIC 9(5) VALUE 0.
       01  WS-RPT-EDIT-5           PIC ZZZZ9.
       01  WS-RPT-EDIT-9           PIC ZZZZZZZZ9.

                   NOT AT END
                       IF AUD-TIMESTAMP (1:8) = WS-BACKOUT-DATE
                           AND AUD-TXN-TYPE NOT = "B"
                           PERFORM 1400-SELECT-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
                   "back out"
               SET WS-NO-MORE-AUDITS TO TRUE
           END-IF
           OPEN I-O ACT-FILE
           IF WS-ACT-STATUS = "35"
               OPEN OUTPUT ACT-FILE
               CLOSE ACT-FILE
               OPEN I-O ACT-FILE
           END-IF
           OPEN OUTPUT BAK-RPT-FILE
           MOVE SPACES TO BAK-RPT-LINE
           STRING "RUN BACKOUT EXCEPTION REPORT  RUN DATE "
               INTO BAK-RPT-LINE
           WRITE BAK-RPT-LINE.

       1400-SELECT-AUDIT-ENTRY.
           IF AUD-TXN-TYPE = "M"
               OR AUD-TXN-ID (1:2) = "MG"
               OR AUD-TXN-ID (1:2) = "HR"
               PERFORM 1600-WRITE-EXCLUDED-LINE
           ELSE
               PERFORM 1500-LOAD-AUDIT-ENTRY
           END-IF.

       1500-LOAD-AUDIT-ENTRY.
           IF WS-BAK-COUNT >= WS-BAK-MAX
               DISPLAY "Error: BAKOUT table full - run of "
               MOVE AUD-TXN-ID TO WS-BAK-TXN-ID (WS-BAK-COUNT)
           END-IF.

       1600-WRITE-EXCLUDED-LINE.
           ADD 1 TO WS-EXCLUDED-COUNT
           MOVE SPACES TO BAK-RPT-LINE
           STRING "COUNTER " DELIMITED BY SIZE
               AUD-COUNTER-ID DELIMITED BY SIZE
               " TXN " DELIMITED BY SIZE
               AUD-TXN-ID DELIMITED BY SIZE
               " : MERGE/RESTATEMENT - NOT BACKED OUT"
               DELIMITED BY SIZE
               INTO BAK-RPT-LINE
           WRITE BAK-RPT-LINE.

       1800-OPEN-AUDIT-EXTEND.
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "B" TO AUD-TXN-TYPE
           MOVE WS-BAK-TXN-ID (WS-BAK-SUB) TO AUD-TXN-ID
           WRITE AUD-RECORD
           PERFORM 8500-ACCUMULATE-AUDIT-CONTROL.

       3000-WRITE-MISSING-EXCEPTION.
           MOVE SPACES TO BAK-RPT-LINE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO BAK-RPT-LINE
           WRITE BAK-RPT-LINE
           MOVE WS-EXCLUDED-COUNT TO WS-RPT-EDIT-5
           MOVE SPACES TO BAK-RPT-LINE
           STRING "MERGE/RESTATE EXCLUDED : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO BAK-RPT-LINE
           WRITE BAK-RPT-LINE
           IF WS-BACKOUT-FAILED
               MOVE SPACES TO BAK-RPT-LINE
               MOVE "*** BACKOUT DID NOT COMPLETE ***"
               WRITE BAK-RPT-LINE
           END-IF.

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
           IF WS-ACT-COUNT > 0
               PERFORM 8510-POST-AUDIT-CONTROL
           END-IF
           CLOSE AUD-FILE
           CLOSE ACT-FILE
           CLOSE BAK-RPT-FILE
           DISPLAY "BAKOUT: run date " WS-BACKOUT-DATE ", "
               WS-REVERSED-COUNT " of " WS-BAK-COUNT
