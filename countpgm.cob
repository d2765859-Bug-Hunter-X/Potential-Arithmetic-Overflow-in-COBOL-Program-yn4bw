      *  streams keep their own checkpoint rows in CHK-FILE.  The
      *  stream's active-run lock in LCK-FILE is acquired at start and
      *  released at end of run; a second start against an already
      *  active stream, or a start while the hierarchy restructure
      *  (HIRRST) or counter merge (CTRMRG) holds its lock, is refused
      *  with a message and leaves all files untouched.
      *  A record whose TRAN-EFFECTIVE-DATE is in the future is not
      *  applied or rejected but parked on the pending file for the
      *  PNDREL daily release job.
      *  and the stamp is marked P at normal end of run so the same
      *  edited file cannot be applied twice.  A restart after an
      *  abend finds the stamp still E and is allowed through.
      *  The outcome of every transaction - A applied, R overflow or
      *  underflow rejected, E validation error, P pended - is
      *  appended to the disposition file (DSPFIL) under its TXN-ID,
      *  and each reject carries the TXN-ID on REJFIL, so the
      *  acknowledgment run (ACKPGM) can tell every submitter what
      *  became of each record sent in.
      *  Every audit record written is also added into the business
      *  date's record on the audit control file (AUDCTL, ACTREC
      *  layout) - record count, hash total of AUD-VALUE-AFTER, first
      *  and last AUD-TXN-SEQ-NO and the chain value carried forward
      *  from the previous day - posted at each checkpoint and at end
      *  of run, so HSKPGM and PITINQ can prove the day's audit trail
      *  complete and unaltered.
      *  A second word SIM on the command line (e.g. RUNCTR SIM) makes
      *  this a trial run: TRANFIL goes through exactly the same
      *  apply, validation, warning and rollup logic, but projected
      *  counter values are held in storage only and nothing is
      *  written to CTRLFIL, AUDFIL, AUDCTL, CHKFIL, REJFIL, ERRFIL,
      *  WRNFIL, PNDFIL, DSPFIL, the edit stamp, the run lock or the
      *  run-status file.  The projected ending value, applies,
      *  rejects, validation errors, pended records, rollups and
      *  near-limit warnings per counter are printed on SIMRPT.
      *  WHATIF in place of SIM also reads proposed ceilings from the
      *  what-if limits file (LIMWIF, LIMREC layout) and uses them in
      *  place of LIMFIL for the counters it lists.
      *  A transaction still addressed to a counter-id retired by a
      *  merge (CTRMRG) - pended or resubmitted work that did not go
      *  through the pre-edit under the retired id - is applied to
      *  the successor named on the redirection file (RDRFIL) until
      *  the grace period ends, and logged on the redirection log
      *  (RDRLOG); after it, the closed-counter check rejects it.
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

           SELECT TRAN-FILE ASSIGN TO "TRANFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
               RECORD KEY IS LCK-RUN-ID
               FILE STATUS IS WS-LCK-STATUS.

           SELECT DSP-FILE ASSIGN TO "DSPFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT SIM-RPT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-RPT-STATUS.

           SELECT WIF-FILE ASSIGN TO "LIMWIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIF-STATUS.

           SELECT RDR-FILE ASSIGN TO "RDRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDR-RETIRED-ID
               FILE STATUS IS WS-RDR-STATUS.

           SELECT RDL-FILE ASSIGN TO "RDRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       FD  AUD-FILE.
           COPY AUDREC.

       FD  ACT-FILE.
           COPY ACTREC.

       FD  TRAN-FILE.
           COPY TRANREC.

       FD  LCK-FILE.
           COPY LCKREC.

       FD  DSP-FILE.
           COPY DSPREC.

       FD  SIM-RPT-FILE.
       01  SIM-RPT-LINE                PIC X(80).

       FD  WIF-FILE.
       01  WIF-RECORD.
           05  WIF-COUNTER-ID          PIC X(10).
           05  WIF-MAX-VALUE           PIC 9(9).
           05  WIF-MAX-PER-TXN         PIC 9(5).

       FD  RDR-FILE.
           COPY RDRREC.

       FD  RDL-FILE.
           COPY RDLREC.

       WORKING-STORAGE SECTION.
       01  WS-AREA-1 PIC X(100).
       01  WS-AREA-2 PIC S9(9) COMP-3 VALUE 0.
       01  WS-CTRL-STATUS          PIC X(2).
       01  WS-REJ-STATUS           PIC X(2).
       01  WS-AUD-STATUS           PIC X(2).
       01  WS-ACT-STATUS           PIC X(2).
       01  WS-ACT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-CONTROLS VALUE "Y".
       01  WS-ACT-PROGRAM          PIC X(8) VALUE "COUNTPGM".
       01  WS-ACT-DATE             PIC X(8) VALUE SPACES.
       01  WS-ACT-DATE-NUM         PIC 9(8).
       01  WS-ACT-COUNT            PIC 9(7) VALUE 0.
       01  WS-ACT-HASH             PIC 9(15) VALUE 0.
       01  WS-ACT-FIRST-SEQ        PIC 9(5) VALUE 0.
       01  WS-ACT-LAST-SEQ         PIC 9(5) VALUE 0.
       01  WS-ACT-PRIOR-CHAIN      PIC 9(12) VALUE 0.
       01  WS-ACT-CHAIN-WORK       PIC 9(18) VALUE 0.
       01  WS-ACT-CHAIN-QUOTIENT   PIC 9(18) VALUE 0.
       01  WS-TRAN-STATUS          PIC X(2).
       01  WS-DSP-STATUS           PIC X(2).
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-NO-MORE-TRANS    VALUE "Y".
       01  WS-CURRENT-TIMESTAMP    PIC X(26).
       01  WS-CHK-STATUS           PIC X(2).
       01  WS-CHK-RUN-ID           PIC X(10) VALUE "RUNCTR".
       01  WS-PARM-RUN-ID          PIC X(10) VALUE SPACES.
       01  WS-PARM-LINE            PIC X(40) VALUE SPACES.
       01  WS-PARM-MODE            PIC X(10) VALUE SPACES.
       01  WS-SIM-MODE-SWITCH      PIC X VALUE "N".
           88  WS-SIMULATION-RUN   VALUE "S", "W".
           88  WS-WHATIF-RUN       VALUE "W".
       01  WS-SIM-REFUSED-SWITCH   PIC X VALUE "N".
           88  WS-SIM-REFUSED      VALUE "Y".
       01  WS-LCK-STATUS           PIC X(2).
       01  WS-LOCK-SWITCH          PIC X VALUE "N".
           88  WS-RUN-LOCK-REFUSED VALUE "Y".
       01  WS-JOB-LOCK-ID          PIC X(10).
       01  WS-CHK-LAST-TXN-ID      PIC X(10) VALUE SPACES.
       01  WS-SKIP-SWITCH          PIC X VALUE "N".
           88  WS-SKIPPING-TRANS   VALUE "Y".
       01  WS-ROLLUP-BEFORE        PIC S9(9) COMP-3 VALUE 0.
       01  WS-ROLLUP-AFTER         PIC S9(9) COMP-3 VALUE 0.

       01  WS-RDR-STATUS           PIC X(2).
       01  WS-RDR-OPEN-SWITCH      PIC X VALUE "N".
           88  WS-RDR-AVAILABLE    VALUE "Y".
       01  WS-RDL-STATUS           PIC X(2).
       01  WS-REDIRECT-RETIRED-ID  PIC X(10).
       01  WS-RPT-TOTAL-REDIRECTED PIC 9(7) VALUE 0.

       01  WS-CMS-STATUS           PIC X(2).
       01  WS-COUNTER-STATE        PIC X(1).
           88  WS-COUNTER-USABLE   VALUE "A".
           05  WS-WARNED-ID OCCURS 200 TIMES
                                   PIC X(10).

       01  WS-SIM-RPT-STATUS       PIC X(2).
       01  WS-WIF-STATUS           PIC X(2).
       01  WS-WIF-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-WHATIFS  VALUE "Y".
       01  WS-WIF-MAX              PIC 9(3) COMP VALUE 200.
       01  WS-WIF-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-WIF-SUB              PIC 9(3) COMP VALUE 0.
       01  WS-WIF-TABLE.
           05  WS-WIF-ENTRY OCCURS 200 TIMES.
               10  WS-WIF-ID       PIC X(10).
               10  WS-WIF-LIMIT    PIC 9(9).
               10  WS-WIF-PER-TXN  PIC 9(5).
       01  WS-SIM-MAX              PIC 9(3) COMP VALUE 500.
       01  WS-SIM-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-SIM-SUB              PIC 9(3) COMP VALUE 0.
       01  WS-SIM-FOUND-SUB        PIC 9(3) COMP VALUE 0.
       01  WS-SIM-TRAN-SUB         PIC 9(3) COMP VALUE 0.
       01  WS-SIM-WORK-ID          PIC X(10).
       01  WS-SIM-FULL-SWITCH      PIC X VALUE "N".
           88  WS-SIM-TABLE-FULL   VALUE "Y".
       01  WS-SIM-TABLE.
           05  WS-SIM-ENTRY OCCURS 500 TIMES.
               10  WS-SIM-ID       PIC X(10).
               10  WS-SIM-BEGIN    PIC S9(9) COMP-3.
               10  WS-SIM-VALUE    PIC S9(9) COMP-3.
               10  WS-SIM-LIMIT    PIC 9(9).
               10  WS-SIM-APPLIED  PIC 9(5).
               10  WS-SIM-REJECTS  PIC 9(5).
               10  WS-SIM-ERRORS   PIC 9(5).
               10  WS-SIM-PENDED   PIC 9(5).
               10  WS-SIM-ROLLUPS  PIC 9(5).
               10  WS-SIM-WARN-PCT PIC 9(3).
       01  WS-SIM-WARNED-COUNT     PIC 9(5) VALUE 0.
       01  WS-SIM-PRINT-LINE       PIC X(80).
       01  WS-RPT-EDIT-5           PIC ZZZZ9.
       01  WS-RPT-EDIT-3           PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0400-GET-BUSINESS-DATE
           PERFORM 0500-GET-RUN-PARM
           IF WS-SIMULATION-RUN
               PERFORM 5000-SIMULATE-RUN
               STOP RUN
           END-IF
           PERFORM 0460-VERIFY-RUN-STATUS
           IF WS-RUN-STATUS-REFUSED
               CLOSE RST-FILE
               STOP RUN
           END-IF
           PERFORM 0600-ACQUIRE-RUN-LOCK
           IF WS-RUN-LOCK-REFUSED
               CLOSE LCK-FILE
           END-WRITE.

       0500-GET-RUN-PARM.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
               INTO WS-PARM-RUN-ID WS-PARM-MODE
           END-UNSTRING
           IF WS-PARM-RUN-ID NOT = SPACES
               MOVE WS-PARM-RUN-ID TO WS-CHK-RUN-ID
           END-IF
           IF WS-PARM-MODE = "SIM"
               MOVE "S" TO WS-SIM-MODE-SWITCH
           END-IF
           IF WS-PARM-MODE = "WHATIF"
               MOVE "W" TO WS-SIM-MODE-SWITCH
           END-IF.

       0600-ACQUIRE-RUN-LOCK.
               CLOSE LCK-FILE
               OPEN I-O LCK-FILE
           END-IF
           MOVE "HIRRST" TO WS-JOB-LOCK-ID
           PERFORM 0610-CHECK-JOB-LOCK
           MOVE "CTRMRG" TO WS-JOB-LOCK-ID
           PERFORM 0610-CHECK-JOB-LOCK
           IF NOT WS-RUN-LOCK-REFUSED
               PERFORM 0620-TAKE-STREAM-LOCK
           END-IF.

       0610-CHECK-JOB-LOCK.
           MOVE WS-JOB-LOCK-ID TO LCK-RUN-ID
           READ LCK-FILE KEY IS LCK-RUN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LCK-ACTIVE
                       DISPLAY "Error: " WS-JOB-LOCK-ID
                           " is active (locked since "
                           LCK-TIMESTAMP ") - run refused"
                       SET WS-RUN-LOCK-REFUSED TO TRUE
                   END-IF
           END-READ.

       0620-TAKE-STREAM-LOCK.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE WS-CHK-RUN-ID TO LCK-RUN-ID
           READ LCK-FILE KEY IS LCK-RUN-ID
               CLOSE AUD-FILE
               OPEN OUTPUT AUD-FILE
           END-IF
           OPEN I-O ACT-FILE
           IF WS-ACT-STATUS = "35"
               OPEN OUTPUT ACT-FILE
               CLOSE ACT-FILE
               OPEN I-O ACT-FILE
           END-IF
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               DISPLAY "Error: TRAN-FILE not found - nothing to process"
               CLOSE HIR-FILE
               OPEN INPUT HIR-FILE
           END-IF
           OPEN INPUT RDR-FILE
           IF WS-RDR-STATUS NOT = "35"
               SET WS-RDR-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND RDL-FILE
           IF WS-RDL-STATUS = "05" OR WS-RDL-STATUS = "35"
               CLOSE RDL-FILE
               OPEN OUTPUT RDL-FILE
           END-IF
           OPEN EXTEND PND-FILE
           IF WS-PND-STATUS = "05" OR WS-PND-STATUS = "35"
               CLOSE PND-FILE
               CLOSE ERR-FILE
               OPEN OUTPUT ERR-FILE
           END-IF
           OPEN EXTEND DSP-FILE
           IF WS-DSP-STATUS = "05" OR WS-DSP-STATUS = "35"
               CLOSE DSP-FILE
               OPEN OUTPUT DSP-FILE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           OPEN INPUT WRN-FILE
           IF WS-WRN-STATUS = "35"

       1450-WRITE-PENDING.
           ADD 1 TO WS-RPT-TOTAL-PENDED
           IF WS-SIMULATION-RUN
               MOVE TRAN-COUNTER-ID TO WS-SIM-WORK-ID
               PERFORM 5300-FIND-SIM-ENTRY
               IF WS-SIM-FOUND-SUB > 0
                   ADD 1 TO WS-SIM-PENDED (WS-SIM-FOUND-SUB)
               END-IF
           ELSE
               WRITE PND-RECORD FROM TRAN-RECORD
               MOVE "P" TO DSP-DISPOSITION
               MOVE "PENDED TO EFFECTIVE DATE" TO DSP-REASON
               PERFORM 3100-WRITE-DISPOSITION
           END-IF
           DISPLAY "Pended: TXN " TRAN-TXN-ID " for counter "
               TRAN-COUNTER-ID " effective " TRAN-EFFECTIVE-DATE.

       1505-APPLY-TRANSACTION.
           PERFORM 1610-CHECK-REDIRECTION
           MOVE TRAN-LABEL TO WS-AREA-1
           PERFORM 1600-LOOKUP-COUNTER
           PERFORM 1650-VALIDATE-AMOUNT
       1590-WRITE-WARNING.
           DISPLAY "Warning: counter " TRAN-COUNTER-ID
               " at " WS-PERCENT-USED "% of limit"
           IF WS-SIMULATION-RUN
               IF WS-SIM-TRAN-SUB > 0
                   MOVE WS-PERCENT-USED
                       TO WS-SIM-WARN-PCT (WS-SIM-TRAN-SUB)
               END-IF
           ELSE
               PERFORM 0450-SET-CURRENT-TIMESTAMP
               MOVE TRAN-COUNTER-ID TO WRN-COUNTER-ID
               MOVE WS-AREA-2 TO WRN-CURRENT-VALUE
               MOVE WS-MAX-VALUE TO WRN-LIMIT-VALUE
               MOVE WS-PERCENT-USED TO WRN-PERCENT-USED
               MOVE WS-CURRENT-TIMESTAMP TO WRN-TIMESTAMP
               WRITE WRN-RECORD
           END-IF
           IF WS-WARNED-COUNT < WS-WARNED-MAX
               ADD 1 TO WS-WARNED-COUNT
               MOVE TRAN-COUNTER-ID TO WS-WARNED-ID (WS-WARNED-COUNT)
           END-IF.

       1770-POST-ROLLUP.
           IF WS-SIMULATION-RUN
               MOVE WS-ROLLUP-PARENT-ID TO WS-SIM-WORK-ID
               PERFORM 5300-FIND-SIM-ENTRY
           END-IF
           MOVE WS-ROLLUP-PARENT-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   MOVE 0 TO CTL-REJECT-DATE
           END-READ
           MOVE CTL-CURRENT-VALUE TO WS-ROLLUP-BEFORE
           IF WS-SIMULATION-RUN AND WS-SIM-FOUND-SUB > 0
               MOVE WS-SIM-VALUE (WS-SIM-FOUND-SUB) TO WS-ROLLUP-BEFORE
           END-IF
           COMPUTE WS-ROLLUP-AFTER =
               WS-ROLLUP-BEFORE + WS-ROLLUP-DELTA
               ON SIZE ERROR
                   " would underflow - rollup posting skipped"
           END-IF
           IF WS-ROLLUP-AFTER NOT = WS-ROLLUP-BEFORE
               IF WS-SIMULATION-RUN
                   IF WS-SIM-FOUND-SUB > 0
                       MOVE WS-ROLLUP-AFTER
                           TO WS-SIM-VALUE (WS-SIM-FOUND-SUB)
                       ADD 1 TO WS-SIM-ROLLUPS (WS-SIM-FOUND-SUB)
                   END-IF
               ELSE
                   MOVE WS-ROLLUP-AFTER TO CTL-CURRENT-VALUE
                   REWRITE CTL-RECORD
                       INVALID KEY
                           WRITE CTL-RECORD
                   END-REWRITE
                   ADD 1 TO WS-AREA-3
                       ON SIZE ERROR
                           PERFORM 1670-AUDIT-SEQ-EXHAUSTED
                   END-ADD
                   PERFORM 1780-WRITE-ROLLUP-AUDIT
               END-IF
           END-IF.

       1780-WRITE-ROLLUP-AUDIT.
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "R" TO AUD-TXN-TYPE
           MOVE TRAN-TXN-ID TO AUD-TXN-ID
           WRITE AUD-RECORD
           PERFORM 8500-ACCUMULATE-AUDIT-CONTROL.

       1600-LOOKUP-COUNTER.
           IF WS-SIMULATION-RUN
               MOVE TRAN-COUNTER-ID TO WS-SIM-WORK-ID
               PERFORM 5300-FIND-SIM-ENTRY
               MOVE WS-SIM-FOUND-SUB TO WS-SIM-TRAN-SUB
           END-IF
           MOVE TRAN-COUNTER-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   MOVE 0 TO CTL-REJECT-DATE
           END-READ
           MOVE CTL-CURRENT-VALUE TO WS-AREA-2
           IF WS-SIMULATION-RUN AND WS-SIM-TRAN-SUB > 0
               MOVE WS-SIM-VALUE (WS-SIM-TRAN-SUB) TO WS-AREA-2
           END-IF
           IF NOT WS-RPT-FIRST-DONE
               SET WS-RPT-FIRST-DONE TO TRUE
               MOVE WS-AREA-2 TO WS-RPT-BEGIN-VALUE
               NOT INVALID KEY
                   MOVE LIM-MAX-VALUE TO WS-MAX-VALUE
                   MOVE LIM-MAX-PER-TXN TO WS-MAX-PER-TXN
           END-READ
           IF WS-WHATIF-RUN
               PERFORM 5210-APPLY-WHATIF-LIMIT
                   VARYING WS-WIF-SUB FROM 1 BY 1
                   UNTIL WS-WIF-SUB > WS-WIF-COUNT
           END-IF
           IF WS-SIMULATION-RUN AND WS-SIM-TRAN-SUB > 0
               MOVE WS-MAX-VALUE TO WS-SIM-LIMIT (WS-SIM-TRAN-SUB)
           END-IF.

       1610-CHECK-REDIRECTION.
           IF WS-RDR-AVAILABLE
               MOVE TRAN-COUNTER-ID TO RDR-RETIRED-ID
               READ RDR-FILE KEY IS RDR-RETIRED-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RDR-EXPIRY-DATE NOT < WS-TODAY-DATE
                           MOVE TRAN-COUNTER-ID
                               TO WS-REDIRECT-RETIRED-ID
                           MOVE RDR-SUCCESSOR-ID TO TRAN-COUNTER-ID
                           ADD 1 TO WS-RPT-TOTAL-REDIRECTED
                           IF NOT WS-SIMULATION-RUN
                               PERFORM 1620-LOG-REDIRECTION
                           END-IF
                       END-IF
               END-READ
           END-IF.

       1620-LOG-REDIRECTION.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE TRAN-TXN-ID TO RDL-TXN-ID
           MOVE WS-REDIRECT-RETIRED-ID TO RDL-RETIRED-ID
           MOVE TRAN-COUNTER-ID TO RDL-SUCCESSOR-ID
           MOVE SPACES TO RDL-SUBMITTER-ID
           MOVE "COUNTPGM" TO RDL-PROGRAM
           MOVE WS-CURRENT-TIMESTAMP TO RDL-TIMESTAMP
           WRITE RDL-RECORD.

       1650-VALIDATE-AMOUNT.
           SET WS-AMOUNT-VALID TO TRUE
       1660-WRITE-VALIDATION-ERROR.
           DISPLAY "Error: Invalid Increment Amount"
           ADD 1 TO WS-RPT-TOTAL-VALID-ERRS
           IF WS-SIMULATION-RUN
               IF WS-SIM-TRAN-SUB > 0
                   ADD 1 TO WS-SIM-ERRORS (WS-SIM-TRAN-SUB)
               END-IF
           ELSE
               PERFORM 1665-LOG-VALIDATION-ERROR
           END-IF.

       1665-LOG-VALIDATION-ERROR.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE TRAN-COUNTER-ID TO ERR-COUNTER-ID
           MOVE TRAN-TXN-ID TO ERR-TXN-ID
           MOVE TRAN-INCREMENT-AMOUNT TO ERR-ATTEMPTED-AMOUNT
           MOVE WS-VALIDATION-REASON TO ERR-REASON
           MOVE WS-CURRENT-TIMESTAMP TO ERR-TIMESTAMP
           WRITE ERR-RECORD
           MOVE "E" TO DSP-DISPOSITION
           MOVE WS-VALIDATION-REASON TO DSP-REASON
           PERFORM 3100-WRITE-DISPOSITION.

       1670-AUDIT-SEQ-EXHAUSTED.
           DISPLAY "Error: WS-AREA-3 audit sequence exhausted at 99999"
           IF NOT WS-SIMULATION-RUN
               PERFORM 0450-SET-CURRENT-TIMESTAMP
               MOVE TRAN-COUNTER-ID TO ERR-COUNTER-ID
               MOVE TRAN-TXN-ID TO ERR-TXN-ID
               MOVE TRAN-INCREMENT-AMOUNT TO ERR-ATTEMPTED-AMOUNT
               MOVE "AUDIT SEQ NO EXHAUSTED" TO ERR-REASON
               MOVE WS-CURRENT-TIMESTAMP TO ERR-TIMESTAMP
               WRITE ERR-RECORD
           END-IF.

       1700-SAVE-COUNTER.
           IF WS-SIMULATION-RUN
               IF WS-SIM-TRAN-SUB > 0
                   MOVE WS-AREA-2 TO WS-SIM-VALUE (WS-SIM-TRAN-SUB)
               END-IF
           ELSE
               MOVE TRAN-COUNTER-ID TO CTL-COUNTER-ID
               MOVE WS-AREA-2 TO CTL-CURRENT-VALUE
               REWRITE CTL-RECORD
                   INVALID KEY
                       WRITE CTL-RECORD
               END-REWRITE
           END-IF.

       1800-WRITE-CHECKPOINT.
           IF NOT WS-SIMULATION-RUN
               PERFORM 1810-SAVE-CHECKPOINT
           END-IF.

       1810-SAVE-CHECKPOINT.
           MOVE WS-CHK-RUN-ID TO CHK-RUN-ID
           MOVE TRAN-TXN-ID TO CHK-LAST-TXN-ID
           REWRITE CHK-RECORD
               INVALID KEY
                   WRITE CHK-RECORD
           END-REWRITE
           MOVE TRAN-TXN-ID TO WS-CHK-LAST-TXN-ID
           IF WS-ACT-COUNT > 0
               PERFORM 8510-POST-AUDIT-CONTROL
           END-IF.

       1900-CLEAR-CHECKPOINT.
           MOVE WS-CHK-RUN-ID TO CHK-RUN-ID
           MOVE WS-AREA-2 TO REJ-PRIOR-VALUE
           MOVE WS-CURRENT-TIMESTAMP TO REJ-TIMESTAMP
           MOVE WS-TXN-TYPE TO REJ-TXN-TYPE
           MOVE TRAN-TXN-ID TO REJ-TXN-ID
           PERFORM 2900-LOG-REJECT
           IF CTL-REJECT-DATE NOT = WS-CURRENT-TIMESTAMP (1:8)
               MOVE WS-CURRENT-TIMESTAMP (1:8) TO CTL-REJECT-DATE
               MOVE 0 TO CTL-REJECT-COUNT-TODAY
           END-IF
           ADD 1 TO CTL-REJECT-COUNT-TODAY
           MOVE "R" TO DSP-DISPOSITION
           MOVE "OVERFLOW REJECTED" TO DSP-REASON
           PERFORM 3100-WRITE-DISPOSITION.

       2100-WRITE-UNDERFLOW-REJECT.
           DISPLAY "Error: Potential Underflow"
           MOVE WS-AREA-2 TO REJ-PRIOR-VALUE
           MOVE WS-CURRENT-TIMESTAMP TO REJ-TIMESTAMP
           MOVE WS-TXN-TYPE TO REJ-TXN-TYPE
           MOVE TRAN-TXN-ID TO REJ-TXN-ID
           PERFORM 2900-LOG-REJECT
           IF CTL-REJECT-DATE NOT = WS-CURRENT-TIMESTAMP (1:8)
               MOVE WS-CURRENT-TIMESTAMP (1:8) TO CTL-REJECT-DATE
               MOVE 0 TO CTL-REJECT-COUNT-TODAY
           END-IF
           ADD 1 TO CTL-REJECT-COUNT-TODAY
           MOVE "R" TO DSP-DISPOSITION
           MOVE "UNDERFLOW REJECTED" TO DSP-REASON
           PERFORM 3100-WRITE-DISPOSITION.

       2900-LOG-REJECT.
           IF WS-SIMULATION-RUN
               IF WS-SIM-TRAN-SUB > 0
                   ADD 1 TO WS-SIM-REJECTS (WS-SIM-TRAN-SUB)
               END-IF
           ELSE
               WRITE REJ-RECORD
           END-IF.

       3000-WRITE-AUDIT.
           ADD 1 TO WS-RPT-TOTAL-ACCEPTED
           IF WS-SIMULATION-RUN
               IF WS-SIM-TRAN-SUB > 0
                   ADD 1 TO WS-SIM-APPLIED (WS-SIM-TRAN-SUB)
               END-IF
           ELSE
               PERFORM 3050-LOG-AUDIT
           END-IF.

       3050-LOG-AUDIT.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE TRAN-COUNTER-ID TO AUD-COUNTER-ID
           MOVE WS-AREA-3 TO AUD-TXN-SEQ-NO
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-TXN-TYPE TO AUD-TXN-TYPE
           MOVE TRAN-TXN-ID TO AUD-TXN-ID
           WRITE AUD-RECORD
           PERFORM 8500-ACCUMULATE-AUDIT-CONTROL
           MOVE "A" TO DSP-DISPOSITION
           MOVE SPACES TO DSP-REASON
           PERFORM 3100-WRITE-DISPOSITION.

       3100-WRITE-DISPOSITION.
           IF NOT WS-SIMULATION-RUN
               PERFORM 3150-LOG-DISPOSITION
           END-IF.

       3150-LOG-DISPOSITION.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE TRAN-TXN-ID TO DSP-TXN-ID
           MOVE SPACES TO DSP-SUBMITTER-ID
           MOVE TRAN-COUNTER-ID TO DSP-COUNTER-ID
           MOVE 0 TO DSP-BATCH-COUNT
           MOVE WS-CURRENT-TIMESTAMP TO DSP-TIMESTAMP
           WRITE DSP-RECORD.

       4000-WRITE-SUMMARY.
           OPEN OUTPUT RPT-FILE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RPT-TOTAL-REDIRECTED TO WS-RPT-EDIT-7
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL REROUTED FROM RETIRED   : " DELIMITED BY SIZE
               WS-RPT-EDIT-7 DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-RPT-BEGIN-VALUE TO WS-RPT-EDIT-9
           MOVE SPACES TO RPT-LINE
           STRING "BEGINNING COUNTER VALUE (ID=" DELIMITED BY SIZE

           CLOSE RPT-FILE.

       5000-SIMULATE-RUN.
           PERFORM 5100-INITIALIZE-SIMULATION
           IF NOT WS-SIM-REFUSED
               PERFORM UNTIL WS-NO-MORE-TRANS
                   READ TRAN-FILE
                       AT END
                           SET WS-NO-MORE-TRANS TO TRUE
                       NOT AT END
                           PERFORM 1500-PROCESS-TRANSACTION
                   END-READ
               END-PERFORM
               PERFORM 5500-WRITE-PROJECTION-REPORT
               PERFORM 5900-TERMINATE-SIMULATION
           END-IF.

       5100-INITIALIZE-SIMULATION.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           DISPLAY "COUNTPGM: trial run for " WS-BUSINESS-DATE
               " - no file will be updated"
           OPEN INPUT CTRL-FILE
           IF WS-CTRL-STATUS = "35"
               DISPLAY "Error: CTRLFIL not found - nothing to "
                   "project against - trial run refused"
               SET WS-SIM-REFUSED TO TRUE
           END-IF
           IF WS-WHATIF-RUN AND NOT WS-SIM-REFUSED
               PERFORM 5200-LOAD-WHATIF-LIMITS
               IF WS-SIM-REFUSED
                   CLOSE CTRL-FILE
               END-IF
           END-IF
           IF NOT WS-SIM-REFUSED
               OPEN INPUT TRAN-FILE
               IF WS-TRAN-STATUS = "35"
                   DISPLAY "Error: TRAN-FILE not found - nothing to "
                       "process"
                   SET WS-NO-MORE-TRANS TO TRUE
               END-IF
               OPEN INPUT LIM-FILE
               IF WS-LIM-STATUS = "35"
                   OPEN OUTPUT LIM-FILE
                   CLOSE LIM-FILE
                   OPEN INPUT LIM-FILE
               END-IF
               OPEN INPUT CMS-FILE
               IF WS-CMS-STATUS = "35"
                   OPEN OUTPUT CMS-FILE
                   CLOSE CMS-FILE
                   OPEN INPUT CMS-FILE
               END-IF
               OPEN INPUT HIR-FILE
               IF WS-HIR-STATUS = "35"
                   OPEN OUTPUT HIR-FILE
                   CLOSE HIR-FILE
                   OPEN INPUT HIR-FILE
               END-IF
               OPEN INPUT RDR-FILE
               IF WS-RDR-STATUS NOT = "35"
                   SET WS-RDR-AVAILABLE TO TRUE
               END-IF
           END-IF.

       5200-LOAD-WHATIF-LIMITS.
           OPEN INPUT WIF-FILE
           IF WS-WIF-STATUS = "35"
               DISPLAY "Error: what-if limits file LIMWIF not found "
                   "- trial run refused"
               SET WS-SIM-REFUSED TO TRUE
           ELSE
               PERFORM UNTIL WS-NO-MORE-WHATIFS
                   READ WIF-FILE
                       AT END
                           SET WS-NO-MORE-WHATIFS TO TRUE
                       NOT AT END
                           PERFORM 5220-LOAD-WHATIF-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WIF-FILE
               DISPLAY "COUNTPGM: " WS-WIF-COUNT " what-if "
                   "ceiling(s) loaded from LIMWIF"
           END-IF.

       5210-APPLY-WHATIF-LIMIT.
           IF WS-WIF-ID (WS-WIF-SUB) = TRAN-COUNTER-ID
               MOVE WS-WIF-LIMIT (WS-WIF-SUB) TO WS-MAX-VALUE
               MOVE WS-WIF-PER-TXN (WS-WIF-SUB) TO WS-MAX-PER-TXN
           END-IF.

       5220-LOAD-WHATIF-ENTRY.
           IF WS-WIF-COUNT >= WS-WIF-MAX
               DISPLAY "Error: COUNTPGM what-if table full - ceiling "
                   "for " WIF-COUNTER-ID " ignored"
           ELSE
               ADD 1 TO WS-WIF-COUNT
               MOVE WIF-COUNTER-ID TO WS-WIF-ID (WS-WIF-COUNT)
               MOVE WIF-MAX-VALUE TO WS-WIF-LIMIT (WS-WIF-COUNT)
               MOVE WIF-MAX-PER-TXN TO WS-WIF-PER-TXN (WS-WIF-COUNT)
           END-IF.

       5300-FIND-SIM-ENTRY.
           MOVE 0 TO WS-SIM-FOUND-SUB
           PERFORM 5310-SCAN-SIM-ENTRY
               VARYING WS-SIM-SUB FROM 1 BY 1
               UNTIL WS-SIM-SUB > WS-SIM-COUNT
           IF WS-SIM-FOUND-SUB = 0
               IF WS-SIM-COUNT >= WS-SIM-MAX
                   IF NOT WS-SIM-TABLE-FULL
                       DISPLAY "Error: COUNTPGM trial-run counter "
                           "table full - further counters projected "
                           "from CTRLFIL only"
                       SET WS-SIM-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   PERFORM 5320-ADD-SIM-ENTRY
               END-IF
           END-IF.

       5310-SCAN-SIM-ENTRY.
           IF WS-SIM-ID (WS-SIM-SUB) = WS-SIM-WORK-ID
               MOVE WS-SIM-SUB TO WS-SIM-FOUND-SUB
           END-IF.

       5320-ADD-SIM-ENTRY.
           ADD 1 TO WS-SIM-COUNT
           MOVE WS-SIM-COUNT TO WS-SIM-FOUND-SUB
           MOVE WS-SIM-WORK-ID TO WS-SIM-ID (WS-SIM-COUNT)
           MOVE WS-SIM-WORK-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   MOVE 0 TO CTL-CURRENT-VALUE
           END-READ
           MOVE CTL-CURRENT-VALUE TO WS-SIM-BEGIN (WS-SIM-COUNT)
           MOVE CTL-CURRENT-VALUE TO WS-SIM-VALUE (WS-SIM-COUNT)
           MOVE WS-SIM-WORK-ID TO LIM-COUNTER-ID
           READ LIM-FILE KEY IS LIM-COUNTER-ID
               INVALID KEY
                   MOVE WS-DEFAULT-MAX-VALUE
                       TO WS-SIM-LIMIT (WS-SIM-COUNT)
               NOT INVALID KEY
                   MOVE LIM-MAX-VALUE TO WS-SIM-LIMIT (WS-SIM-COUNT)
           END-READ
           IF WS-WHATIF-RUN
               PERFORM 5330-SCAN-WHATIF-FOR-ENTRY
                   VARYING WS-WIF-SUB FROM 1 BY 1
                   UNTIL WS-WIF-SUB > WS-WIF-COUNT
           END-IF
           MOVE 0 TO WS-SIM-APPLIED (WS-SIM-COUNT)
           MOVE 0 TO WS-SIM-REJECTS (WS-SIM-COUNT)
           MOVE 0 TO WS-SIM-ERRORS (WS-SIM-COUNT)
           MOVE 0 TO WS-SIM-PENDED (WS-SIM-COUNT)
           MOVE 0 TO WS-SIM-ROLLUPS (WS-SIM-COUNT)
           MOVE 0 TO WS-SIM-WARN-PCT (WS-SIM-COUNT).

       5330-SCAN-WHATIF-FOR-ENTRY.
           IF WS-WIF-ID (WS-WIF-SUB) = WS-SIM-WORK-ID
               MOVE WS-WIF-LIMIT (WS-WIF-SUB)
                   TO WS-SIM-LIMIT (WS-SIM-COUNT)
           END-IF.

       5500-WRITE-PROJECTION-REPORT.
           OPEN OUTPUT SIM-RPT-FILE
           MOVE SPACES TO SIM-RPT-LINE
           STRING "COUNTPGM TRIAL RUN - PROJECTED RESULTS FOR "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           IF WS-WHATIF-RUN
               MOVE WS-WIF-COUNT TO WS-RPT-EDIT-3
               STRING "LIMITS FROM LIMFIL WITH " DELIMITED BY SIZE
                   WS-RPT-EDIT-3 DELIMITED BY SIZE
                   " WHAT-IF CEILING(S) FROM LIMWIF"
                   DELIMITED BY SIZE
                   INTO SIM-RPT-LINE
           ELSE
               MOVE "LIMITS FROM LIMFIL" TO SIM-RPT-LINE
           END-IF
           WRITE SIM-RPT-LINE
           MOVE "NOTHING HAS BEEN APPLIED - NO FILE WAS UPDATED"
               TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE SPACES TO WS-SIM-PRINT-LINE
           MOVE "COUNTER-ID" TO WS-SIM-PRINT-LINE (1:10)
           MOVE "  CURRENT" TO WS-SIM-PRINT-LINE (12:9)
           MOVE "PROJECTED" TO WS-SIM-PRINT-LINE (22:9)
           MOVE "    LIMIT" TO WS-SIM-PRINT-LINE (32:9)
           MOVE "PCT" TO WS-SIM-PRINT-LINE (42:3)
           MOVE "APPLD" TO WS-SIM-PRINT-LINE (46:5)
           MOVE " REJS" TO WS-SIM-PRINT-LINE (52:5)
           MOVE " ERRS" TO WS-SIM-PRINT-LINE (58:5)
           MOVE " PEND" TO WS-SIM-PRINT-LINE (64:5)
           MOVE "ROLUP" TO WS-SIM-PRINT-LINE (70:5)
           MOVE "WARN" TO WS-SIM-PRINT-LINE (76:4)
           WRITE SIM-RPT-LINE FROM WS-SIM-PRINT-LINE
           PERFORM 5510-WRITE-PROJECTION-LINE
               VARYING WS-SIM-SUB FROM 1 BY 1
               UNTIL WS-SIM-SUB > WS-SIM-COUNT
           MOVE SPACES TO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-RPT-TOTAL-TXN TO WS-RPT-EDIT-7
           MOVE SPACES TO SIM-RPT-LINE
           STRING "TRANSACTIONS READ             : " DELIMITED BY SIZE
               WS-RPT-EDIT-7 DELIMITED BY SIZE
               INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-RPT-TOTAL-ACCEPTED TO WS-RPT-EDIT-7
           MOVE SPACES TO SIM-RPT-LINE
           STRING "WOULD BE APPLIED              : " DELIMITED BY SIZE
               WS-RPT-EDIT-7 DELIMITED BY SIZE
               INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-RPT-TOTAL-REJECTED TO WS-RPT-EDIT-7
           MOVE SPACES TO SIM-RPT-LINE
           STRING "WOULD BE REJECTED             : " DELIMITED BY SIZE
               WS-RPT-EDIT-7 DELIMITED BY SIZE
               INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-RPT-TOTAL-VALID-ERRS TO WS-RPT-EDIT-7
           MOVE SPACES TO SIM-RPT-LINE
           STRING "WOULD FAIL VALIDATION         : " DELIMITED BY SIZE
               WS-RPT-EDIT-7 DELIMITED BY SIZE
               INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-RPT-TOTAL-PENDED TO WS-RPT-EDIT-7
           MOVE SPACES TO SIM-RPT-LINE
           STRING "WOULD BE PENDED               : " DELIMITED BY SIZE
               WS-RPT-EDIT-7 DELIMITED BY SIZE
               INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           MOVE WS-SIM-WARNED-COUNT TO WS-RPT-EDIT-7
           MOVE SPACES TO SIM-RPT-LINE
           STRING "COUNTERS TRIPPING NEAR-LIMIT  : " DELIMITED BY SIZE
               WS-RPT-EDIT-7 DELIMITED BY SIZE
               INTO SIM-RPT-LINE
           WRITE SIM-RPT-LINE
           CLOSE SIM-RPT-FILE.

       5510-WRITE-PROJECTION-LINE.
           MOVE SPACES TO WS-SIM-PRINT-LINE
           MOVE WS-SIM-ID (WS-SIM-SUB) TO WS-SIM-PRINT-LINE (1:10)
           MOVE WS-SIM-BEGIN (WS-SIM-SUB) TO WS-RPT-EDIT-9
           MOVE WS-RPT-EDIT-9 TO WS-SIM-PRINT-LINE (12:9)
           MOVE WS-SIM-VALUE (WS-SIM-SUB) TO WS-RPT-EDIT-9
           MOVE WS-RPT-EDIT-9 TO WS-SIM-PRINT-LINE (22:9)
           MOVE WS-SIM-LIMIT (WS-SIM-SUB) TO WS-RPT-EDIT-9
           MOVE WS-RPT-EDIT-9 TO WS-SIM-PRINT-LINE (32:9)
           MOVE 0 TO WS-PERCENT-USED
           IF WS-SIM-LIMIT (WS-SIM-SUB) > 0
               COMPUTE WS-PERCENT-USED =
                   (WS-SIM-VALUE (WS-SIM-SUB) * 100)
                   / WS-SIM-LIMIT (WS-SIM-SUB)
                   ON SIZE ERROR
                       MOVE 999 TO WS-PERCENT-USED
               END-COMPUTE
           END-IF
           MOVE WS-PERCENT-USED TO WS-RPT-EDIT-3
           MOVE WS-RPT-EDIT-3 TO WS-SIM-PRINT-LINE (42:3)
           MOVE WS-SIM-APPLIED (WS-SIM-SUB) TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-SIM-PRINT-LINE (46:5)
           MOVE WS-SIM-REJECTS (WS-SIM-SUB) TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-SIM-PRINT-LINE (52:5)
           MOVE WS-SIM-ERRORS (WS-SIM-SUB) TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-SIM-PRINT-LINE (58:5)
           MOVE WS-SIM-PENDED (WS-SIM-SUB) TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-SIM-PRINT-LINE (64:5)
           MOVE WS-SIM-ROLLUPS (WS-SIM-SUB) TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-SIM-PRINT-LINE (70:5)
           IF WS-SIM-WARN-PCT (WS-SIM-SUB) > 0
               MOVE "WARN" TO WS-SIM-PRINT-LINE (76:4)
               ADD 1 TO WS-SIM-WARNED-COUNT
           END-IF
           WRITE SIM-RPT-LINE FROM WS-SIM-PRINT-LINE.

       5900-TERMINATE-SIMULATION.
           CLOSE CTRL-FILE
           CLOSE TRAN-FILE
           CLOSE LIM-FILE
           CLOSE CMS-FILE
           CLOSE HIR-FILE
           IF WS-RDR-AVAILABLE
               CLOSE RDR-FILE
           END-IF
           DISPLAY "COUNTPGM: trial run of " WS-RPT-TOTAL-TXN
               " transaction(s) - projections on SIMRPT, "
               "nothing applied.".

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

       8700-MARK-RUN-ENDED.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO RST-RUN-DATE
           PERFORM 4000-WRITE-SUMMARY
           CLOSE CTRL-FILE
           CLOSE REJ-FILE
           IF WS-ACT-COUNT > 0
               PERFORM 8510-POST-AUDIT-CONTROL
           END-IF
           CLOSE AUD-FILE
           CLOSE ACT-FILE
           CLOSE TRAN-FILE
           CLOSE CHK-FILE
           CLOSE LIM-FILE
           CLOSE CMS-FILE
           CLOSE HIR-FILE
           IF WS-RDR-AVAILABLE
               CLOSE RDR-FILE
           END-IF
           CLOSE RDL-FILE
           CLOSE PND-FILE
           CLOSE ERR-FILE
           CLOSE WRN-FILE
           CLOSE DSP-FILE
           PERFORM 8900-RELEASE-RUN-LOCK
           CLOSE LCK-FILE
           IF WS-SKIPPING-TRANS
