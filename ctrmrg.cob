       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRMRG.
      *****************************************************************
      *  CTRMRG - Counter merge / close-out batch program.
      *  When a department reorganizes and one counter is retired in
      *  favour of a successor, this job does in one step what used
      *  to take two V corrections, a master status change and a
      *  round of calls to every submitter.  The command-line
      *  parameter names the retired counter-id, the successor
      *  counter-id and, optionally, the grace period in days
      *  (default 90), e.g.  DEPT0412 DEPT0500 60
      *  The merge is refused, and nothing is changed, unless:
      *    - both counters are on CTRL-FILE and are different;
      *    - the successor is not suspended or closed on CTRMST and
      *      has not itself been retired by an earlier merge;
      *    - the retired counter has not already been merged;
      *    - the retired counter is neither a child nor a parent in
      *      the hierarchy (HIRFIL) - move it out with HIRRST first,
      *      so its value is no longer carried by any ancestor;
      *    - the successor can take the value without passing its
      *      LIMFIL ceiling (99999 when it has no limits record);
      *    - no batch run lock is active.
      *  The retired counter's CTL-CURRENT-VALUE is moved to the
      *  successor as two type M audit records - the retired counter
      *  to zero and the successor up by the same amount - and the
      *  amount rolls up into each of the successor's ancestors with
      *  a type R audit record, as COUNTPGM would post it.  The audit
      *  records carry transaction-id MG followed by the business
      *  date and are added into the day's audit control record
      *  (AUDCTL), so RECPGM, GLXTR and HSKPGM see a balanced day.
      *  The retired counter's master record is closed (one is
      *  written if it had none) and a redirection entry is written
      *  to RDRFIL, so PREEDT and COUNTPGM reroute transactions still
      *  sent under the retired id to the successor until the grace
      *  period ends.  Earlier redirection entries that named the
      *  retired counter as their successor are pointed at the new
      *  successor.  The job holds its own run lock (run-id CTRMRG)
      *  while it runs, so online posting is held off.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-COUNTER-ID
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT CMS-FILE ASSIGN TO "CTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMS-COUNTER-ID
               FILE STATUS IS WS-CMS-STATUS.

           SELECT LIM-FILE ASSIGN TO "LIMFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-COUNTER-ID
               FILE STATUS IS WS-LIM-STATUS.

           SELECT HIR-FILE ASSIGN TO "HIRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CHILD-ID
               FILE STATUS IS WS-HIR-STATUS.

           SELECT RDR-FILE ASSIGN TO "RDRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDR-RETIRED-ID
               FILE STATUS IS WS-RDR-STATUS.

           SELECT AUD-FILE ASSIGN TO "AUDFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ACT-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-BUSINESS-DATE
               FILE STATUS IS WS-ACT-STATUS.

           SELECT LCK-FILE ASSIGN TO "LCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCK-RUN-ID
               FILE STATUS IS WS-LCK-STATUS.

           SELECT BDT-FILE ASSIGN TO "BDTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
           COPY CTRLREC.

       FD  CMS-FILE.
           COPY CMSREC.

       FD  LIM-FILE.
           COPY LIMREC.

       FD  HIR-FILE.
           COPY HIRREC.

       FD  RDR-FILE.
           COPY RDRREC.

       FD  AUD-FILE.
           COPY AUDREC.

       FD  ACT-FILE.
           COPY ACTREC.

       FD  LCK-FILE.
           COPY LCKREC.

       FD  BDT-FILE.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-CTRL-STATUS          PIC X(2).
       01  WS-CMS-STATUS           PIC X(2).
       01  WS-LIM-STATUS           PIC X(2).
       01  WS-HIR-STATUS           PIC X(2).
       01  WS-RDR-STATUS           PIC X(2).
       01  WS-AUD-STATUS           PIC X(2).
       01  WS-ACT-STATUS           PIC X(2).
       01  WS-ACT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-CONTROLS VALUE "Y".
       01  WS-ACT-PROGRAM          PIC X(8) VALUE "CTRMRG".
       01  WS-ACT-DATE             PIC X(8) VALUE SPACES.
       01  WS-ACT-DATE-NUM         PIC 9(8).
       01  WS-ACT-COUNT            PIC 9(7) VALUE 0.
       01  WS-ACT-HASH             PIC 9(15) VALUE 0.
       01  WS-ACT-FIRST-SEQ        PIC 9(5) VALUE 0.
       01  WS-ACT-LAST-SEQ         PIC 9(5) VALUE 0.
       01  WS-ACT-PRIOR-CHAIN      PIC 9(12) VALUE 0.
       01  WS-ACT-CHAIN-WORK       PIC 9(18) VALUE 0.
       01  WS-ACT-CHAIN-QUOTIENT   PIC 9(18) VALUE 0.
       01  WS-LCK-STATUS           PIC X(2).
       01  WS-LOCK-EOF-SWITCH      PIC X VALUE "N".
           88  WS-NO-MORE-LOCKS    VALUE "Y".
       01  WS-LOCK-HELD-SWITCH     PIC X VALUE "N".
           88  WS-LOCK-HELD        VALUE "Y".
       01  WS-OWN-RUN-ID           PIC X(10) VALUE "CTRMRG".
       01  WS-LOCK-OPEN-SWITCH     PIC X VALUE "N".
           88  WS-LOCK-OPEN        VALUE "Y".
       01  WS-FILES-OPEN-SWITCH    PIC X VALUE "N".
           88  WS-FILES-OPEN       VALUE "Y".
       01  WS-AUDIT-OPEN-SWITCH    PIC X VALUE "N".
           88  WS-AUDIT-OPEN       VALUE "Y".
       01  WS-RET-POSTED-SWITCH    PIC X VALUE "N".
           88  WS-RETIRED-POSTED   VALUE "Y".
       01  WS-BDT-STATUS           PIC X(2).
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-AUD-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-AUDITS   VALUE "Y".
       01  WS-REFUSED-SWITCH       PIC X VALUE "N".
           88  WS-MERGE-REFUSED    VALUE "Y".
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-BUSINESS-DATE-NUM    PIC 9(8).
       01  WS-BUSINESS-INT         PIC 9(7).
       01  WS-EXPIRY-DATE-NUM      PIC 9(8).
       01  WS-CURRENT-TIMESTAMP    PIC X(26).
       01  WS-PARM-LINE            PIC X(40) VALUE SPACES.
       01  WS-RETIRED-ID           PIC X(10) VALUE SPACES.
       01  WS-SUCCESSOR-ID         PIC X(10) VALUE SPACES.
       01  WS-PARM-GRACE           PIC X(5) VALUE SPACES.
       01  WS-PARM-GRACE-LEN       PIC 9(2) VALUE 0.
       01  WS-GRACE-DAYS           PIC 9(3) VALUE 0.
       01  WS-MERGE-TXN-ID         PIC X(10).
       01  WS-AUDIT-SEQ-NO         PIC 9(5) VALUE 0.
       01  WS-MAX-VALUE            PIC 9(9).
       01  WS-DEFAULT-MAX-VALUE    PIC 9(9) VALUE 99999.
       01  WS-RETIRED-VALUE        PIC S9(9) VALUE 0.
       01  WS-SUCCESSOR-BEFORE     PIC S9(9) VALUE 0.
       01  WS-SUCCESSOR-AFTER      PIC S9(10) VALUE 0.
       01  WS-AUD-WORK-ID          PIC X(10).
       01  WS-AUD-WORK-BEFORE      PIC S9(9) VALUE 0.
       01  WS-AUD-WORK-AFTER       PIC S9(9) VALUE 0.
       01  WS-AUD-WORK-TYPE        PIC X(1).
       01  WS-ROLLUP-DONE-SW       PIC X VALUE "N".
           88  WS-ROLLUP-COMPLETE  VALUE "Y".
       01  WS-ROLLUP-MAX-LEVELS    PIC 9(1) VALUE 3.
       01  WS-ROLLUP-LEVEL         PIC 9(1) VALUE 0.
       01  WS-ROLLUP-CHILD-ID      PIC X(10).
       01  WS-ROLLUP-PARENT-ID     PIC X(10).
       01  WS-ROLLUP-BEFORE        PIC S9(9) VALUE 0.
       01  WS-ROLLUP-AFTER         PIC S9(10) VALUE 0.
       01  WS-ROLLUP-COUNT         PIC 9(3) VALUE 0.
       01  WS-REPOINT-COUNT        PIC 9(5) VALUE 0.
       01  WS-RPT-EDIT-9           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0400-GET-BUSINESS-DATE
           PERFORM 0500-GET-RUN-PARM
           IF NOT WS-MERGE-REFUSED
               PERFORM 1000-INITIALIZE
           END-IF
           IF NOT WS-MERGE-REFUSED
               PERFORM 0600-ACQUIRE-MERGE-LOCK
           END-IF
           IF NOT WS-MERGE-REFUSED
               PERFORM 2000-VALIDATE-MERGE
           END-IF
           IF NOT WS-MERGE-REFUSED
               PERFORM 2700-SCAN-AUDIT-FILE
               PERFORM 2750-OPEN-AUDIT-EXTEND
               PERFORM 3000-POST-RETIRED
           END-IF
           IF NOT WS-MERGE-REFUSED
               PERFORM 3100-POST-SUCCESSOR
           END-IF
           IF NOT WS-MERGE-REFUSED
               PERFORM 3200-ROLLUP-SUCCESSOR
               PERFORM 3600-CLOSE-RETIRED-MASTER
               PERFORM 3800-REPOINT-REDIRECTIONS
               PERFORM 3700-WRITE-REDIRECTION
           END-IF
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

       0500-GET-RUN-PARM.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-RETIRED-ID
                    WS-SUCCESSOR-ID
                    WS-PARM-GRACE COUNT IN WS-PARM-GRACE-LEN
           END-UNSTRING
           IF WS-PARM-GRACE-LEN > 0 AND WS-PARM-GRACE-LEN < 4
               IF WS-PARM-GRACE (1:WS-PARM-GRACE-LEN) NUMERIC
                   MOVE WS-PARM-GRACE (1:WS-PARM-GRACE-LEN)
                       TO WS-GRACE-DAYS
               END-IF
           END-IF
           IF WS-GRACE-DAYS = 0
               MOVE 90 TO WS-GRACE-DAYS
           END-IF
           IF WS-RETIRED-ID = SPACES OR WS-SUCCESSOR-ID = SPACES
               DISPLAY "Error: CTRMRG needs the retired and the "
                   "successor counter-id - merge refused"
               SET WS-MERGE-REFUSED TO TRUE
           END-IF
           IF WS-RETIRED-ID = WS-SUCCESSOR-ID
               AND NOT WS-MERGE-REFUSED
               DISPLAY "Error: counter " WS-RETIRED-ID
                   " cannot be merged into itself - merge refused"
               SET WS-MERGE-REFUSED TO TRUE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
           COMPUTE WS-BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-NUM)
           COMPUTE WS-EXPIRY-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (WS-BUSINESS-INT + WS-GRACE-DAYS)
           STRING "MG" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-MERGE-TXN-ID.

       0600-ACQUIRE-MERGE-LOCK.
           OPEN I-O LCK-FILE
           IF WS-LCK-STATUS = "35"
               OPEN OUTPUT LCK-FILE
               CLOSE LCK-FILE
               OPEN I-O LCK-FILE
           END-IF
           SET WS-LOCK-OPEN TO TRUE
           MOVE "N" TO WS-LOCK-EOF-SWITCH
           MOVE LOW-VALUES TO LCK-RUN-ID
           START LCK-FILE KEY IS NOT LESS THAN LCK-RUN-ID
               INVALID KEY
                   SET WS-NO-MORE-LOCKS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-LOCKS
               READ LCK-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-LOCKS TO TRUE
                   NOT AT END
                       IF LCK-ACTIVE
                           DISPLAY "Error: run-id " LCK-RUN-ID
                               " is active (locked since "
                               LCK-TIMESTAMP ") - merge refused"
                           SET WS-MERGE-REFUSED TO TRUE
                           SET WS-NO-MORE-LOCKS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-MERGE-REFUSED
               PERFORM 0450-SET-CURRENT-TIMESTAMP
               MOVE WS-OWN-RUN-ID TO LCK-RUN-ID
               MOVE "A" TO LCK-STATUS-FLAG
               MOVE WS-CURRENT-TIMESTAMP TO LCK-TIMESTAMP
               WRITE LCK-RECORD
                   INVALID KEY
                       REWRITE LCK-RECORD
               END-WRITE
               SET WS-LOCK-HELD TO TRUE
           END-IF.

       1000-INITIALIZE.
           SET WS-FILES-OPEN TO TRUE
           OPEN I-O CTRL-FILE
           IF WS-CTRL-STATUS = "35"
               DISPLAY "Error: CTRL-FILE not found - merge refused"
               SET WS-MERGE-REFUSED TO TRUE
           END-IF
           OPEN I-O CMS-FILE
           IF WS-CMS-STATUS = "35"
               OPEN OUTPUT CMS-FILE
               CLOSE CMS-FILE
               OPEN I-O CMS-FILE
           END-IF
           OPEN INPUT LIM-FILE
           IF WS-LIM-STATUS = "35"
               OPEN OUTPUT LIM-FILE
               CLOSE LIM-FILE
               OPEN INPUT LIM-FILE
           END-IF
           OPEN INPUT HIR-FILE
           IF WS-HIR-STATUS = "35"
               OPEN OUTPUT HIR-FILE
               CLOSE HIR-FILE
               OPEN INPUT HIR-FILE
           END-IF
           OPEN I-O RDR-FILE
           IF WS-RDR-STATUS = "35"
               OPEN OUTPUT RDR-FILE
               CLOSE RDR-FILE
               OPEN I-O RDR-FILE
           END-IF
           OPEN I-O ACT-FILE
           IF WS-ACT-STATUS = "35"
               OPEN OUTPUT ACT-FILE
               CLOSE ACT-FILE
               OPEN I-O ACT-FILE
           END-IF.

       2000-VALIDATE-MERGE.
           MOVE WS-RETIRED-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   DISPLAY "Error: retired counter " WS-RETIRED-ID
                       " not in CTRL-FILE - merge refused"
                   SET WS-MERGE-REFUSED TO TRUE
               NOT INVALID KEY
                   MOVE CTL-CURRENT-VALUE TO WS-RETIRED-VALUE
           END-READ
           MOVE WS-SUCCESSOR-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   DISPLAY "Error: successor counter " WS-SUCCESSOR-ID
                       " not in CTRL-FILE - merge refused"
                   SET WS-MERGE-REFUSED TO TRUE
               NOT INVALID KEY
                   MOVE CTL-CURRENT-VALUE TO WS-SUCCESSOR-BEFORE
           END-READ
           MOVE WS-SUCCESSOR-ID TO CMS-COUNTER-ID
           READ CMS-FILE KEY IS CMS-COUNTER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CMS-ACTIVE
                       DISPLAY "Error: successor counter "
                           WS-SUCCESSOR-ID " is not active (status "
                           CMS-STATUS ") - merge refused"
                       SET WS-MERGE-REFUSED TO TRUE
                   END-IF
           END-READ
           MOVE WS-RETIRED-ID TO RDR-RETIRED-ID
           READ RDR-FILE KEY IS RDR-RETIRED-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Error: counter " WS-RETIRED-ID
                       " was already merged into " RDR-SUCCESSOR-ID
                       " - merge refused"
                   SET WS-MERGE-REFUSED TO TRUE
           END-READ
           MOVE WS-SUCCESSOR-ID TO RDR-RETIRED-ID
           READ RDR-FILE KEY IS RDR-RETIRED-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Error: successor counter " WS-SUCCESSOR-ID
                       " is itself retired - merge refused"
                   SET WS-MERGE-REFUSED TO TRUE
           END-READ
           PERFORM 2100-CHECK-HIERARCHY
           IF NOT WS-MERGE-REFUSED
               PERFORM 2200-CHECK-SUCCESSOR-LIMIT
           END-IF.

       2100-CHECK-HIERARCHY.
           MOVE WS-RETIRED-ID TO HIR-CHILD-ID
           READ HIR-FILE KEY IS HIR-CHILD-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Error: counter " WS-RETIRED-ID
                       " rolls up into " HIR-PARENT-ID
                       " - remove it from the hierarchy first - "
                       "merge refused"
                   SET WS-MERGE-REFUSED TO TRUE
           END-READ
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO HIR-CHILD-ID
           START HIR-FILE KEY IS NOT LESS THAN HIR-CHILD-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ HIR-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF HIR-PARENT-ID = WS-RETIRED-ID
                           DISPLAY "Error: counter " HIR-CHILD-ID
                               " rolls up into " WS-RETIRED-ID
                               " - remove it from the hierarchy "
                               "first - merge refused"
                           SET WS-MERGE-REFUSED TO TRUE
                           SET WS-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2200-CHECK-SUCCESSOR-LIMIT.
           MOVE WS-SUCCESSOR-ID TO LIM-COUNTER-ID
           READ LIM-FILE KEY IS LIM-COUNTER-ID
               INVALID KEY
                   MOVE WS-DEFAULT-MAX-VALUE TO WS-MAX-VALUE
               NOT INVALID KEY
                   MOVE LIM-MAX-VALUE TO WS-MAX-VALUE
           END-READ
           COMPUTE WS-SUCCESSOR-AFTER =
               WS-SUCCESSOR-BEFORE + WS-RETIRED-VALUE
           IF WS-SUCCESSOR-AFTER > WS-MAX-VALUE
               MOVE WS-MAX-VALUE TO WS-RPT-EDIT-9
               DISPLAY "Error: successor " WS-SUCCESSOR-ID
                   " would pass its limit of " WS-RPT-EDIT-9
                   " - raise the limit first - merge refused"
               SET WS-MERGE-REFUSED TO TRUE
           END-IF.

       2700-SCAN-AUDIT-FILE.
           MOVE 0 TO WS-AUDIT-SEQ-NO
           MOVE "N" TO WS-AUD-EOF-SWITCH
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS = "35"
               SET WS-NO-MORE-AUDITS TO TRUE
           END-IF
           PERFORM UNTIL WS-NO-MORE-AUDITS
               READ AUD-FILE
                   AT END
                       SET WS-NO-MORE-AUDITS TO TRUE
                   NOT AT END
                       IF AUD-TIMESTAMP (1:8) = WS-BUSINESS-DATE
                           AND AUD-TXN-SEQ-NO > WS-AUDIT-SEQ-NO
                           MOVE AUD-TXN-SEQ-NO TO WS-AUDIT-SEQ-NO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUD-FILE
           END-IF.

       2750-OPEN-AUDIT-EXTEND.
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               CLOSE AUD-FILE
               OPEN OUTPUT AUD-FILE
           END-IF
           SET WS-AUDIT-OPEN TO TRUE.

       3000-POST-RETIRED.
           MOVE WS-RETIRED-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   DISPLAY "Error: retired counter " WS-RETIRED-ID
                       " not on CTRL-FILE at posting - merge refused"
                   SET WS-MERGE-REFUSED TO TRUE
               NOT INVALID KEY
                   MOVE 0 TO CTL-CURRENT-VALUE
                   REWRITE CTL-RECORD
                       INVALID KEY
                           DISPLAY "Error: retired counter "
                               WS-RETIRED-ID " could not be "
                               "rewritten - merge refused"
                           SET WS-MERGE-REFUSED TO TRUE
                   END-REWRITE
           END-READ
           IF NOT WS-MERGE-REFUSED
               SET WS-RETIRED-POSTED TO TRUE
               MOVE WS-RETIRED-ID TO WS-AUD-WORK-ID
               MOVE WS-RETIRED-VALUE TO WS-AUD-WORK-BEFORE
               MOVE 0 TO WS-AUD-WORK-AFTER
               MOVE "M" TO WS-AUD-WORK-TYPE
               PERFORM 3500-WRITE-MERGE-AUDIT
           END-IF.

       3100-POST-SUCCESSOR.
           MOVE WS-SUCCESSOR-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   DISPLAY "Error: successor counter " WS-SUCCESSOR-ID
                       " not on CTRL-FILE at posting - merge refused"
                   SET WS-MERGE-REFUSED TO TRUE
               NOT INVALID KEY
                   MOVE WS-SUCCESSOR-AFTER TO CTL-CURRENT-VALUE
                   REWRITE CTL-RECORD
                       INVALID KEY
                           DISPLAY "Error: successor counter "
                               WS-SUCCESSOR-ID " could not be "
                               "rewritten - merge refused"
                           SET WS-MERGE-REFUSED TO TRUE
                   END-REWRITE
           END-READ
           IF NOT WS-MERGE-REFUSED
               MOVE WS-SUCCESSOR-ID TO WS-AUD-WORK-ID
               MOVE WS-SUCCESSOR-BEFORE TO WS-AUD-WORK-BEFORE
               MOVE WS-SUCCESSOR-AFTER TO WS-AUD-WORK-AFTER
               MOVE "M" TO WS-AUD-WORK-TYPE
               PERFORM 3500-WRITE-MERGE-AUDIT
           END-IF.

       3200-ROLLUP-SUCCESSOR.
           IF WS-RETIRED-VALUE > 0
               MOVE WS-SUCCESSOR-ID TO WS-ROLLUP-CHILD-ID
               MOVE "N" TO WS-ROLLUP-DONE-SW
               PERFORM 3210-ROLLUP-ONE-LEVEL
                   VARYING WS-ROLLUP-LEVEL FROM 1 BY 1
                   UNTIL WS-ROLLUP-LEVEL > WS-ROLLUP-MAX-LEVELS
                   OR WS-ROLLUP-COMPLETE
           END-IF.

       3210-ROLLUP-ONE-LEVEL.
           MOVE WS-ROLLUP-CHILD-ID TO HIR-CHILD-ID
           READ HIR-FILE KEY IS HIR-CHILD-ID
               INVALID KEY
                   SET WS-ROLLUP-COMPLETE TO TRUE
               NOT INVALID KEY
                   IF HIR-PARENT-ID = SPACES
                       OR HIR-PARENT-ID = WS-SUCCESSOR-ID
                       SET WS-ROLLUP-COMPLETE TO TRUE
                   ELSE
                       MOVE HIR-PARENT-ID TO WS-ROLLUP-PARENT-ID
                       PERFORM 3220-POST-ROLLUP
                       MOVE WS-ROLLUP-PARENT-ID TO WS-ROLLUP-CHILD-ID
                   END-IF
           END-READ.

       3220-POST-ROLLUP.
           MOVE WS-ROLLUP-PARENT-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   MOVE WS-ROLLUP-PARENT-ID TO CTL-COUNTER-ID
                   MOVE 0 TO CTL-CURRENT-VALUE
                   MOVE 0 TO CTL-REJECT-COUNT-TODAY
                   MOVE 0 TO CTL-REJECT-DATE
           END-READ
           MOVE CTL-CURRENT-VALUE TO WS-ROLLUP-BEFORE
           COMPUTE WS-ROLLUP-AFTER =
               WS-ROLLUP-BEFORE + WS-RETIRED-VALUE
           IF WS-ROLLUP-AFTER > 999999999
               DISPLAY "Error: rollup into " WS-ROLLUP-PARENT-ID
                   " would overflow - rollup posting skipped"
           ELSE
               MOVE WS-ROLLUP-AFTER TO CTL-CURRENT-VALUE
               REWRITE CTL-RECORD
                   INVALID KEY
                       WRITE CTL-RECORD
               END-REWRITE
               ADD 1 TO WS-ROLLUP-COUNT
               MOVE WS-ROLLUP-PARENT-ID TO WS-AUD-WORK-ID
               MOVE WS-ROLLUP-BEFORE TO WS-AUD-WORK-BEFORE
               MOVE WS-ROLLUP-AFTER TO WS-AUD-WORK-AFTER
               MOVE "R" TO WS-AUD-WORK-TYPE
               PERFORM 3500-WRITE-MERGE-AUDIT
           END-IF.

       3500-WRITE-MERGE-AUDIT.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           ADD 1 TO WS-AUDIT-SEQ-NO
           MOVE WS-AUD-WORK-ID TO AUD-COUNTER-ID
           MOVE WS-AUDIT-SEQ-NO TO AUD-TXN-SEQ-NO
           MOVE WS-AUD-WORK-BEFORE TO AUD-VALUE-BEFORE
           MOVE WS-AUD-WORK-AFTER TO AUD-VALUE-AFTER
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-AUD-WORK-TYPE TO AUD-TXN-TYPE
           MOVE WS-MERGE-TXN-ID TO AUD-TXN-ID
           WRITE AUD-RECORD
           PERFORM 8500-ACCUMULATE-AUDIT-CONTROL.

       3600-CLOSE-RETIRED-MASTER.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE WS-RETIRED-ID TO CMS-COUNTER-ID
           READ CMS-FILE KEY IS CMS-COUNTER-ID
               INVALID KEY
                   MOVE WS-RETIRED-ID TO CMS-COUNTER-ID
                   MOVE SPACES TO CMS-DESCRIPTION
                   STRING "MERGED INTO " DELIMITED BY SIZE
                       WS-SUCCESSOR-ID DELIMITED BY SIZE
                       INTO CMS-DESCRIPTION
                   MOVE SPACES TO CMS-DEPARTMENT
           END-READ
           MOVE "C" TO CMS-STATUS
           MOVE WS-CURRENT-TIMESTAMP TO CMS-TIMESTAMP
           REWRITE CMS-RECORD
               INVALID KEY
                   WRITE CMS-RECORD
           END-REWRITE.

       3700-WRITE-REDIRECTION.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE WS-RETIRED-ID TO RDR-RETIRED-ID
           MOVE WS-SUCCESSOR-ID TO RDR-SUCCESSOR-ID
           MOVE WS-BUSINESS-DATE TO RDR-MERGE-DATE
           MOVE WS-EXPIRY-DATE-NUM TO RDR-EXPIRY-DATE
           MOVE WS-RETIRED-VALUE TO RDR-VALUE-MOVED
           MOVE WS-CURRENT-TIMESTAMP TO RDR-TIMESTAMP
           WRITE RDR-RECORD
               INVALID KEY
                   REWRITE RDR-RECORD
           END-WRITE.

       3800-REPOINT-REDIRECTIONS.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO RDR-RETIRED-ID
           START RDR-FILE KEY IS NOT LESS THAN RDR-RETIRED-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ RDR-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RDR-SUCCESSOR-ID = WS-RETIRED-ID
                           MOVE WS-SUCCESSOR-ID TO RDR-SUCCESSOR-ID
                           REWRITE RDR-RECORD
                               INVALID KEY
                                   DISPLAY "Error: redirection for "
                                       RDR-RETIRED-ID " could not be "
                                       "repointed to " WS-SUCCESSOR-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-REPOINT-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

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

       8900-RELEASE-MERGE-LOCK.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE WS-OWN-RUN-ID TO LCK-RUN-ID
           MOVE "R" TO LCK-STATUS-FLAG
           MOVE WS-CURRENT-TIMESTAMP TO LCK-TIMESTAMP
           REWRITE LCK-RECORD
               INVALID KEY
                   WRITE LCK-RECORD
           END-REWRITE.

       9000-TERMINATE.
           IF WS-ACT-COUNT > 0
               PERFORM 8510-POST-AUDIT-CONTROL
           END-IF
           IF WS-AUDIT-OPEN
               CLOSE AUD-FILE
           END-IF
           IF WS-FILES-OPEN
               IF WS-CTRL-STATUS NOT = "35"
                   CLOSE CTRL-FILE
               END-IF
               CLOSE CMS-FILE
               CLOSE LIM-FILE
               CLOSE HIR-FILE
               CLOSE RDR-FILE
               CLOSE ACT-FILE
           END-IF
           IF WS-LOCK-OPEN
               IF WS-LOCK-HELD
                   PERFORM 8900-RELEASE-MERGE-LOCK
               END-IF
               CLOSE LCK-FILE
           END-IF
           IF WS-MERGE-REFUSED
               IF WS-RETIRED-POSTED
                   DISPLAY "CTRMRG: merge of " WS-RETIRED-ID " into "
                       WS-SUCCESSOR-ID " stopped after "
                       WS-RETIRED-ID " was zeroed - its M audit "
                       "record holds the value to restore."
               ELSE
                   DISPLAY "CTRMRG: merge of " WS-RETIRED-ID " into "
                       WS-SUCCESSOR-ID " refused - nothing changed."
               END-IF
           ELSE
               MOVE WS-RETIRED-VALUE TO WS-RPT-EDIT-9
               DISPLAY "CTRMRG: " WS-RETIRED-ID " merged into "
                   WS-SUCCESSOR-ID ", value " WS-RPT-EDIT-9
                   " moved, " WS-ROLLUP-COUNT " ancestor rollup(s), "
                   WS-REPOINT-COUNT " older redirection(s) repointed."
               DISPLAY "CTRMRG: transactions for " WS-RETIRED-ID
                   " rerouted to " WS-SUCCESSOR-ID " through "
                   WS-EXPIRY-DATE-NUM "."
           END-IF.
