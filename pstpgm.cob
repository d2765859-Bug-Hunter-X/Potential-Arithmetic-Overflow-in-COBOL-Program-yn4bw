       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTPGM.
      *****************************************************************
      *  PSTPGM - Online intraday posting transaction.
      *  Lets an authorized operator post a single increment,
      *  decrement or set to a counter during the day as normal
      *  activity, instead of forcing the value through a MNTPGM
      *  function V correction.  The posting goes through the same
      *  edits COUNTPGM applies to a batch transaction:
      *    - the TXN-ID must not already be on the audit file
      *    - the counter must be on CTRL-FILE and its master record
      *      must not be suspended or closed
      *    - the amount must not exceed LIM-MAX-PER-TXN, an
      *      increment or set must not take the counter past
      *      LIM-MAX-VALUE and a decrement must not take it below zero
      *  (the COUNTPGM defaults apply to a counter with no limits
      *  record).  A posting that fails an edit is refused on the
      *  screen and nothing is written.
      *  An accepted posting updates CTRL-FILE, rolls the amount up
      *  into each ancestor named in the hierarchy file (up to three
      *  levels) and writes a normal audit record plus a type R audit
      *  record per ancestor posting, all stamped with the business
      *  date, so the nightly reconciliation, daily report and GL
      *  extract treat it as that day's ordinary activity.  Audit
      *  sequence numbers continue from the highest already on the
      *  audit file for the business date.  The operator, counter
      *  and before/after value are also written to the maintenance
      *  audit file as function O.  The audit records of each
      *  posting are added into the business date's audit control
      *  record (AUDCTL) the same way the batch writers do.
      *  Posting is refused while any COUNTPGM run lock in LCKFIL is
      *  active, and once COUNTPGM has started for the business date
      *  (until the date is rolled or a supervisor releases the run),
      *  so an intraday posting can never interleave with the batch
      *  or land on a day whose nightly run has already been taken.
      *  Sign-on is checked against the operator profile file and
      *  posting needs value authority.  Signons, failed signons and
      *  authority violations are written to the signon/violation
      *  log.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRL-FILE ASSIGN TO "CTRLFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-COUNTER-ID
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT LIM-FILE ASSIGN TO "LIMFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-COUNTER-ID
               FILE STATUS IS WS-LIM-STATUS.

           SELECT CMS-FILE ASSIGN TO "CTRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMS-COUNTER-ID
               FILE STATUS IS WS-CMS-STATUS.

           SELECT HIR-FILE ASSIGN TO "HIRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CHILD-ID
               FILE STATUS IS WS-HIR-STATUS.

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

           SELECT RST-FILE ASSIGN TO "RUNSTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RST-STATUS.

           SELECT BDT-FILE ASSIGN TO "BDTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

           SELECT MNT-FILE ASSIGN TO "MNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT OPR-FILE ASSIGN TO "OPRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT SEC-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
           COPY CTRLREC.

       FD  LIM-FILE.
           COPY LIMREC.

       FD  CMS-FILE.
           COPY CMSREC.

       FD  HIR-FILE.
           COPY HIRREC.

       FD  AUD-FILE.
           COPY AUDREC.

       FD  ACT-FILE.
           COPY ACTREC.

       FD  LCK-FILE.
           COPY LCKREC.

       FD  RST-FILE.
           COPY RSTREC.

       FD  BDT-FILE.
           COPY BDTREC.

       FD  MNT-FILE.
           COPY MNTREC.

       FD  OPR-FILE.
           COPY OPRREC.

       FD  SEC-FILE.
           COPY SECREC.

       WORKING-STORAGE SECTION.
       01  WS-CTRL-STATUS          PIC X(2).
       01  WS-LIM-STATUS           PIC X(2).
       01  WS-CMS-STATUS           PIC X(2).
       01  WS-HIR-STATUS           PIC X(2).
       01  WS-AUD-STATUS           PIC X(2).
       01  WS-ACT-STATUS           PIC X(2).
       01  WS-ACT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-CONTROLS VALUE "Y".
       01  WS-ACT-PROGRAM          PIC X(8) VALUE "PSTPGM".
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
       01  WS-RST-STATUS           PIC X(2).
       01  WS-BDT-STATUS           PIC X(2).
       01  WS-MNT-STATUS           PIC X(2).
       01  WS-OPR-STATUS           PIC X(2).
       01  WS-SEC-STATUS           PIC X(2).
       01  WS-EXIT-SWITCH          PIC X VALUE "N".
           88  WS-EXIT-REQUESTED   VALUE "Y".
       01  WS-SIGNED-ON-SWITCH     PIC X VALUE "N".
           88  WS-SIGNED-ON        VALUE "Y".
       01  WS-AUTH-VALUE           PIC X(1) VALUE "N".
           88  WS-OPERATOR-MAY-VALUE VALUE "Y".
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-OPERATOR-PASSWORD    PIC X(8).
       01  WS-SEC-EVENT-TEXT       PIC X(20).
       01  WS-FUNCTION-CODE        PIC X(1) VALUE "O".
       01  WS-CURRENT-TIMESTAMP    PIC X(26).
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-OWN-BATCH-PROGRAM    PIC X(8) VALUE "COUNTPGM".
       01  WS-MESSAGE-TEXT         PIC X(40).
       01  WS-CONTINUE-KEY         PIC X(1).

       01  WS-POST-TXN-ID          PIC X(10).
       01  WS-POST-COUNTER-ID      PIC X(10).
       01  WS-POST-TYPE            PIC X(1).
           88  WS-POST-INCREMENT   VALUE "I".
           88  WS-POST-DECREMENT   VALUE "D".
           88  WS-POST-SET         VALUE "S".
       01  WS-POST-AMOUNT          PIC 9(5).
       01  WS-POST-SET-VALUE       PIC 9(9).

       01  WS-POST-OK-SWITCH       PIC X VALUE "Y".
           88  WS-POST-OK          VALUE "Y".
       01  WS-LOCK-EOF-SWITCH      PIC X VALUE "N".
           88  WS-NO-MORE-LOCKS    VALUE "Y".
       01  WS-AUD-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-AUDITS   VALUE "Y".
       01  WS-AUDIT-SEQ-NO         PIC 9(5) VALUE 0.
       01  WS-COUNTER-STATE        PIC X(1).
           88  WS-COUNTER-SUSPENDED VALUE "S".
           88  WS-COUNTER-CLOSED   VALUE "C".
       01  WS-DEFAULT-MAX-VALUE    PIC 9(9) VALUE 99999.
       01  WS-MAX-VALUE            PIC 9(9).
       01  WS-DEFAULT-MAX-PER-TXN  PIC 9(5) VALUE 99999.
       01  WS-MAX-PER-TXN          PIC 9(5).
       01  WS-VALUE-BEFORE         PIC S9(9) COMP-3 VALUE 0.
       01  WS-VALUE-AFTER          PIC S9(9) COMP-3 VALUE 0.
       01  WS-SHOW-VALUE-BEFORE    PIC S9(9) VALUE 0.
       01  WS-SHOW-VALUE-AFTER     PIC S9(9) VALUE 0.

       01  WS-ROLLUP-DONE-SW       PIC X VALUE "N".
           88  WS-ROLLUP-COMPLETE  VALUE "Y".
       01  WS-ROLLUP-DELTA         PIC S9(10) VALUE 0.
       01  WS-ROLLUP-MAX-LEVELS    PIC 9(1) VALUE 3.
       01  WS-ROLLUP-LEVEL         PIC 9(1) VALUE 0.
       01  WS-ROLLUP-CHILD-ID      PIC X(10).
       01  WS-ROLLUP-PARENT-ID     PIC X(10).
       01  WS-ROLLUP-BEFORE        PIC S9(9) COMP-3 VALUE 0.
       01  WS-ROLLUP-AFTER         PIC S9(9) COMP-3 VALUE 0.

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "INTRADAY POSTING SIGN-ON".
           05  LINE 3 COL 1
                   VALUE "ENTER OPERATOR-ID (BLANK TO EXIT): ".
           05  LINE 3 COL 37 PIC X(8) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1
                   VALUE "ENTER PASSWORD                   : ".
           05  LINE 4 COL 37 PIC X(8) TO WS-OPERATOR-PASSWORD SECURE.

       01  POST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "INTRADAY POSTING TRANSACTION".
           05  LINE 3 COL 1 VALUE "OPERATOR : ".
           05  LINE 3 COL 12 PIC X(8) FROM WS-OPERATOR-ID.
           05  LINE 3 COL 25 VALUE "BUSINESS DATE : ".
           05  LINE 3 COL 41 PIC X(8) FROM WS-BUSINESS-DATE.
           05  LINE 5 COL 1
                   VALUE "TXN-ID (BLANK TO EXIT)  : ".
           05  LINE 5 COL 27 PIC X(10) TO WS-POST-TXN-ID.
           05  LINE 6 COL 1
                   VALUE "COUNTER-ID              : ".
           05  LINE 6 COL 27 PIC X(10) TO WS-POST-COUNTER-ID.
           05  LINE 7 COL 1
                   VALUE "TYPE I/D/S              : ".
           05  LINE 7 COL 27 PIC X(1) TO WS-POST-TYPE.
           05  LINE 8 COL 1
                   VALUE "AMOUNT (TYPE I OR D)    : ".
           05  LINE 8 COL 27 PIC 9(5) TO WS-POST-AMOUNT.
           05  LINE 9 COL 1
                   VALUE "NEW VALUE (TYPE S)      : ".
           05  LINE 9 COL 27 PIC 9(9) TO WS-POST-SET-VALUE.

       01  MESSAGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "INTRADAY POSTING RESULT".
           05  LINE 3 COL 1 PIC X(40) FROM WS-MESSAGE-TEXT.
           05  LINE 4 COL 1 VALUE "VALUE BEFORE : ".
           05  LINE 4 COL 16 PIC -(9)9 FROM WS-SHOW-VALUE-BEFORE.
           05  LINE 5 COL 1 VALUE "VALUE AFTER  : ".
           05  LINE 5 COL 16 PIC -(9)9 FROM WS-SHOW-VALUE-AFTER.
           05  LINE 7 COL 1 VALUE "PRESS ENTER TO CONTINUE...".
           05  LINE 7 COL 28 PIC X(1) TO WS-CONTINUE-KEY.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0400-GET-BUSINESS-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 1500-SIGN-ON
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM 2000-PROMPT-POSTING
               IF NOT WS-EXIT-REQUESTED
                   PERFORM 2500-PROCESS-POSTING
               END-IF
           END-PERFORM
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
               OPEN OUTPUT CTRL-FILE
               CLOSE CTRL-FILE
               OPEN I-O CTRL-FILE
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
           OPEN I-O ACT-FILE
           IF WS-ACT-STATUS = "35"
               OPEN OUTPUT ACT-FILE
               CLOSE ACT-FILE
               OPEN I-O ACT-FILE
           END-IF
           OPEN EXTEND MNT-FILE
           IF WS-MNT-STATUS = "05" OR WS-MNT-STATUS = "35"
               CLOSE MNT-FILE
               OPEN OUTPUT MNT-FILE
           END-IF
           OPEN EXTEND SEC-FILE
           IF WS-SEC-STATUS = "05" OR WS-SEC-STATUS = "35"
               CLOSE SEC-FILE
               OPEN OUTPUT SEC-FILE
           END-IF
           OPEN INPUT OPR-FILE
           IF WS-OPR-STATUS = "35"
               DISPLAY "Error: operator profile file OPRFIL not "
                   "found - posting unavailable"
               SET WS-EXIT-REQUESTED TO TRUE
           END-IF.

       1500-SIGN-ON.
           PERFORM 1510-ATTEMPT-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-EXIT-REQUESTED.

       1510-ATTEMPT-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           MOVE SPACES TO WS-POST-COUNTER-ID
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           IF WS-OPERATOR-ID = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPR-FILE KEY IS OPR-OPERATOR-ID
                   INVALID KEY
                       MOVE "UNKNOWN OPERATOR" TO WS-SEC-EVENT-TEXT
                       PERFORM 6500-WRITE-SECURITY-LOG
                       MOVE "OPERATOR NOT ON FILE" TO WS-MESSAGE-TEXT
                       PERFORM 7000-SHOW-MESSAGE
                   NOT INVALID KEY
                       IF OPR-PASSWORD NOT = WS-OPERATOR-PASSWORD
                           MOVE "INVALID PASSWORD"
                               TO WS-SEC-EVENT-TEXT
                           PERFORM 6500-WRITE-SECURITY-LOG
                           MOVE "INVALID PASSWORD" TO WS-MESSAGE-TEXT
                           PERFORM 7000-SHOW-MESSAGE
                       ELSE
                           SET WS-SIGNED-ON TO TRUE
                           MOVE OPR-AUTH-VALUE TO WS-AUTH-VALUE
                           MOVE "SIGN-ON" TO WS-SEC-EVENT-TEXT
                           PERFORM 6500-WRITE-SECURITY-LOG
                       END-IF
               END-READ
           END-IF.

       2000-PROMPT-POSTING.
           MOVE SPACES TO WS-POST-TXN-ID
           MOVE SPACES TO WS-POST-COUNTER-ID
           MOVE SPACES TO WS-POST-TYPE
           MOVE 0 TO WS-POST-AMOUNT
           MOVE 0 TO WS-POST-SET-VALUE
           DISPLAY POST-SCREEN
           ACCEPT POST-SCREEN
           IF WS-POST-TXN-ID = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           END-IF.

       2500-PROCESS-POSTING.
           MOVE 0 TO WS-SHOW-VALUE-BEFORE
           MOVE 0 TO WS-SHOW-VALUE-AFTER
           MOVE "Y" TO WS-POST-OK-SWITCH
           IF NOT WS-OPERATOR-MAY-VALUE
               MOVE "NOT AUTHORIZED" TO WS-SEC-EVENT-TEXT
               PERFORM 6500-WRITE-SECURITY-LOG
               MOVE "NOT AUTHORIZED TO POST" TO WS-MESSAGE-TEXT
               MOVE "N" TO WS-POST-OK-SWITCH
           END-IF
           IF WS-POST-OK
               PERFORM 2510-CHECK-ENTRY
           END-IF
           IF WS-POST-OK
               PERFORM 2600-CHECK-BATCH-WINDOW
           END-IF
           IF WS-POST-OK
               PERFORM 2700-SCAN-AUDIT-FILE
           END-IF
           IF WS-POST-OK
               PERFORM 3000-LOOKUP-COUNTER
           END-IF
           IF WS-POST-OK
               PERFORM 3100-VALIDATE-POSTING
           END-IF
           IF WS-POST-OK
               PERFORM 3200-APPLY-POSTING
           END-IF
           IF WS-POST-OK
               PERFORM 4000-POST-COUNTER
           END-IF
           PERFORM 7000-SHOW-MESSAGE.

       2510-CHECK-ENTRY.
           IF WS-POST-COUNTER-ID = SPACES
               MOVE "COUNTER-ID IS REQUIRED" TO WS-MESSAGE-TEXT
               MOVE "N" TO WS-POST-OK-SWITCH
           ELSE
               IF NOT WS-POST-INCREMENT AND NOT WS-POST-DECREMENT
                   AND NOT WS-POST-SET
                   MOVE "TYPE MUST BE I, D OR S" TO WS-MESSAGE-TEXT
                   MOVE "N" TO WS-POST-OK-SWITCH
               END-IF
           END-IF.

       2600-CHECK-BATCH-WINDOW.
           OPEN INPUT LCK-FILE
           IF WS-LCK-STATUS NOT = "35"
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
                               MOVE "BATCH RUN ACTIVE - POSTING REFUSED"
                                   TO WS-MESSAGE-TEXT
                               MOVE "N" TO WS-POST-OK-SWITCH
                               SET WS-NO-MORE-LOCKS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LCK-FILE
           END-IF
           IF WS-POST-OK
               OPEN INPUT RST-FILE
               IF WS-RST-STATUS NOT = "35"
                   MOVE WS-BUSINESS-DATE TO RST-RUN-DATE
                   MOVE WS-OWN-BATCH-PROGRAM TO RST-PROGRAM-ID
                   READ RST-FILE KEY IS RST-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RST-STARTED OR RST-ENDED-OK
                               MOVE "NIGHTLY RUN TAKEN - POSTING CLOSED"
                                   TO WS-MESSAGE-TEXT
                               MOVE "N" TO WS-POST-OK-SWITCH
                           END-IF
                   END-READ
                   CLOSE RST-FILE
               END-IF
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
                       PERFORM 2710-CHECK-AUDIT-RECORD
               END-READ
           END-PERFORM
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUD-FILE
           END-IF.

       2710-CHECK-AUDIT-RECORD.
           IF AUD-TXN-ID = WS-POST-TXN-ID
               AND AUD-TXN-TYPE NOT = "R"
               AND AUD-TXN-TYPE NOT = "B"
               MOVE "DUPLICATE TXN-ID - ALREADY APPLIED"
                   TO WS-MESSAGE-TEXT
               MOVE "N" TO WS-POST-OK-SWITCH
           END-IF
           IF AUD-TIMESTAMP (1:8) = WS-BUSINESS-DATE
               AND AUD-TXN-SEQ-NO > WS-AUDIT-SEQ-NO
               MOVE AUD-TXN-SEQ-NO TO WS-AUDIT-SEQ-NO
           END-IF.

       3000-LOOKUP-COUNTER.
           MOVE WS-POST-COUNTER-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   MOVE "COUNTER NOT FOUND" TO WS-MESSAGE-TEXT
                   MOVE "N" TO WS-POST-OK-SWITCH
               NOT INVALID KEY
                   MOVE CTL-CURRENT-VALUE TO WS-VALUE-BEFORE
           END-READ
           MOVE "A" TO WS-COUNTER-STATE
           MOVE WS-POST-COUNTER-ID TO CMS-COUNTER-ID
           READ CMS-FILE KEY IS CMS-COUNTER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CMS-STATUS TO WS-COUNTER-STATE
           END-READ
           MOVE WS-POST-COUNTER-ID TO LIM-COUNTER-ID
           READ LIM-FILE KEY IS LIM-COUNTER-ID
               INVALID KEY
                   MOVE WS-DEFAULT-MAX-VALUE TO WS-MAX-VALUE
                   MOVE WS-DEFAULT-MAX-PER-TXN TO WS-MAX-PER-TXN
               NOT INVALID KEY
                   MOVE LIM-MAX-VALUE TO WS-MAX-VALUE
                   MOVE LIM-MAX-PER-TXN TO WS-MAX-PER-TXN
           END-READ.

       3100-VALIDATE-POSTING.
           IF WS-COUNTER-SUSPENDED
               MOVE "COUNTER SUSPENDED" TO WS-MESSAGE-TEXT
               MOVE "N" TO WS-POST-OK-SWITCH
           END-IF
           IF WS-COUNTER-CLOSED
               MOVE "COUNTER CLOSED" TO WS-MESSAGE-TEXT
               MOVE "N" TO WS-POST-OK-SWITCH
           END-IF
           IF WS-POST-OK AND NOT WS-POST-SET
               IF WS-POST-AMOUNT > WS-MAX-PER-TXN
                   MOVE "EXCEEDS MAX PER TXN" TO WS-MESSAGE-TEXT
                   MOVE "N" TO WS-POST-OK-SWITCH
               END-IF
           END-IF.

       3200-APPLY-POSTING.
           MOVE WS-VALUE-BEFORE TO WS-SHOW-VALUE-BEFORE
           IF WS-POST-DECREMENT
               IF WS-VALUE-BEFORE - WS-POST-AMOUNT < 0
                   MOVE "WOULD UNDERFLOW - POSTING REFUSED"
                       TO WS-MESSAGE-TEXT
                   MOVE "N" TO WS-POST-OK-SWITCH
               ELSE
                   COMPUTE WS-VALUE-AFTER =
                       WS-VALUE-BEFORE - WS-POST-AMOUNT
               END-IF
           ELSE
               IF WS-POST-SET
                   IF WS-POST-SET-VALUE > WS-MAX-VALUE
                       MOVE "WOULD EXCEED LIMIT - POSTING REFUSED"
                           TO WS-MESSAGE-TEXT
                       MOVE "N" TO WS-POST-OK-SWITCH
                   ELSE
                       MOVE WS-POST-SET-VALUE TO WS-VALUE-AFTER
                   END-IF
               ELSE
                   IF WS-VALUE-BEFORE + WS-POST-AMOUNT > WS-MAX-VALUE
                       MOVE "WOULD EXCEED LIMIT - POSTING REFUSED"
                           TO WS-MESSAGE-TEXT
                       MOVE "N" TO WS-POST-OK-SWITCH
                   ELSE
                       COMPUTE WS-VALUE-AFTER =
                           WS-VALUE-BEFORE + WS-POST-AMOUNT
                   END-IF
               END-IF
           END-IF.

       4000-POST-COUNTER.
           MOVE WS-POST-COUNTER-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-VALUE-AFTER TO CTL-CURRENT-VALUE
           REWRITE CTL-RECORD
               INVALID KEY
                   WRITE CTL-RECORD
           END-REWRITE
           OPEN EXTEND AUD-FILE
           IF WS-AUD-STATUS = "05" OR WS-AUD-STATUS = "35"
               CLOSE AUD-FILE
               OPEN OUTPUT AUD-FILE
           END-IF
           PERFORM 4100-WRITE-AUDIT
           COMPUTE WS-ROLLUP-DELTA = WS-VALUE-AFTER - WS-VALUE-BEFORE
           IF WS-ROLLUP-DELTA NOT = 0
               PERFORM 4500-ROLLUP-ANCESTORS
           END-IF
           IF WS-ACT-COUNT > 0
               PERFORM 8510-POST-AUDIT-CONTROL
           END-IF
           CLOSE AUD-FILE
           PERFORM 6000-WRITE-MAINT-AUDIT
           MOVE WS-VALUE-AFTER TO WS-SHOW-VALUE-AFTER
           MOVE "POSTED" TO WS-MESSAGE-TEXT.

       4100-WRITE-AUDIT.
           ADD 1 TO WS-AUDIT-SEQ-NO
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE WS-POST-COUNTER-ID TO AUD-COUNTER-ID
           MOVE WS-AUDIT-SEQ-NO TO AUD-TXN-SEQ-NO
           MOVE WS-VALUE-BEFORE TO AUD-VALUE-BEFORE
           MOVE WS-VALUE-AFTER TO AUD-VALUE-AFTER
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-POST-TYPE TO AUD-TXN-TYPE
           MOVE WS-POST-TXN-ID TO AUD-TXN-ID
           WRITE AUD-RECORD
           PERFORM 8500-ACCUMULATE-AUDIT-CONTROL.

       4500-ROLLUP-ANCESTORS.
           MOVE "N" TO WS-ROLLUP-DONE-SW
           MOVE WS-POST-COUNTER-ID TO WS-ROLLUP-CHILD-ID
           PERFORM 4510-ROLLUP-ONE-LEVEL
               VARYING WS-ROLLUP-LEVEL FROM 1 BY 1
               UNTIL WS-ROLLUP-LEVEL > WS-ROLLUP-MAX-LEVELS
               OR WS-ROLLUP-COMPLETE.

       4510-ROLLUP-ONE-LEVEL.
           MOVE WS-ROLLUP-CHILD-ID TO HIR-CHILD-ID
           READ HIR-FILE KEY IS HIR-CHILD-ID
               INVALID KEY
                   SET WS-ROLLUP-COMPLETE TO TRUE
           END-READ
           IF NOT WS-ROLLUP-COMPLETE
               MOVE HIR-PARENT-ID TO WS-ROLLUP-PARENT-ID
               IF WS-ROLLUP-PARENT-ID = SPACES
                   OR WS-ROLLUP-PARENT-ID = WS-POST-COUNTER-ID
                   SET WS-ROLLUP-COMPLETE TO TRUE
               ELSE
                   PERFORM 4520-POST-ROLLUP
                   MOVE WS-ROLLUP-PARENT-ID TO WS-ROLLUP-CHILD-ID
               END-IF
           END-IF.

       4520-POST-ROLLUP.
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
               WS-ROLLUP-BEFORE + WS-ROLLUP-DELTA
               ON SIZE ERROR
                   MOVE WS-ROLLUP-BEFORE TO WS-ROLLUP-AFTER
                   DISPLAY "Error: rollup into " WS-ROLLUP-PARENT-ID
                       " would overflow - rollup posting skipped"
           END-COMPUTE
           IF WS-ROLLUP-AFTER < 0
               MOVE WS-ROLLUP-BEFORE TO WS-ROLLUP-AFTER
               DISPLAY "Error: rollup into " WS-ROLLUP-PARENT-ID
                   " would underflow - rollup posting skipped"
           END-IF
           IF WS-ROLLUP-AFTER NOT = WS-ROLLUP-BEFORE
               MOVE WS-ROLLUP-AFTER TO CTL-CURRENT-VALUE
               REWRITE CTL-RECORD
                   INVALID KEY
                       WRITE CTL-RECORD
               END-REWRITE
               PERFORM 4530-WRITE-ROLLUP-AUDIT
           END-IF.

       4530-WRITE-ROLLUP-AUDIT.
           ADD 1 TO WS-AUDIT-SEQ-NO
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE WS-ROLLUP-PARENT-ID TO AUD-COUNTER-ID
           MOVE WS-AUDIT-SEQ-NO TO AUD-TXN-SEQ-NO
           MOVE WS-ROLLUP-BEFORE TO AUD-VALUE-BEFORE
           MOVE WS-ROLLUP-AFTER TO AUD-VALUE-AFTER
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "R" TO AUD-TXN-TYPE
           MOVE WS-POST-TXN-ID TO AUD-TXN-ID
           WRITE AUD-RECORD
           PERFORM 8500-ACCUMULATE-AUDIT-CONTROL.

       6000-WRITE-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID
           MOVE WS-FUNCTION-CODE TO MNT-FUNCTION
           MOVE WS-POST-COUNTER-ID TO MNT-COUNTER-ID
           MOVE WS-VALUE-BEFORE TO MNT-VALUE-BEFORE
           MOVE WS-VALUE-AFTER TO MNT-VALUE-AFTER
           MOVE WS-MAX-VALUE TO MNT-MAX-VALUE-BEFORE
           MOVE WS-MAX-VALUE TO MNT-MAX-VALUE-AFTER
           MOVE WS-MAX-PER-TXN TO MNT-MAX-PER-TXN-BEFORE
           MOVE WS-MAX-PER-TXN TO MNT-MAX-PER-TXN-AFTER
           MOVE WS-CURRENT-TIMESTAMP TO MNT-TIMESTAMP
           MOVE SPACES TO MNT-REQUEST-OPERATOR
           WRITE MNT-RECORD.

       6500-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
           MOVE WS-SEC-EVENT-TEXT TO SEC-EVENT
           MOVE WS-FUNCTION-CODE TO SEC-FUNCTION
           MOVE WS-POST-COUNTER-ID TO SEC-COUNTER-ID
           MOVE WS-CURRENT-TIMESTAMP TO SEC-TIMESTAMP
           WRITE SEC-RECORD.

       7000-SHOW-MESSAGE.
           DISPLAY MESSAGE-SCREEN
           ACCEPT MESSAGE-SCREEN.

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
           CLOSE LIM-FILE
           CLOSE CMS-FILE
           CLOSE HIR-FILE
           CLOSE ACT-FILE
           CLOSE MNT-FILE
           CLOSE SEC-FILE
           IF WS-OPR-STATUS NOT = "35"
               CLOSE OPR-FILE
           END-IF.
