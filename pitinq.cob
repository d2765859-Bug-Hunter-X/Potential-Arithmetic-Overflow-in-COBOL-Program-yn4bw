      *  transactions applied in between.  A before/after chain that
      *  does not connect cleanly back to the snapshot is flagged the
      *  same way RECPGM flags a gap.
      *  Every day of the period replayed up to the as-of date is
      *  also proved against the audit control file (AUDCTL): the
      *  day's audit records, across both files and all counters,
      *  must agree with its control record's count, hash total and
      *  first and last sequence number, the control record must
      *  chain to the one before it, and a day with audit records on
      *  or after the first controlled date must have a control
      *  record.  The first day that fails is shown as a broken day
      *  so the reconstructed value is not relied on unchallenged.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ARC-STATUS.

           SELECT ACT-FILE ASSIGN TO "AUDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-BUSINESS-DATE
               FILE STATUS IS WS-ACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       FD  AUD-ARC-FILE.
       01  AUD-ARC-RECORD              PIC X(70).

       FD  ACT-FILE.
           COPY ACTREC.

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS          PIC X(2).
       01  WS-AUD-STATUS           PIC X(2).
       01  WS-DISPLAY-VALUE        PIC ZZZZZZZZ9.
       01  WS-DISPLAY-COUNT        PIC ZZZZ9.
       01  WS-CONTINUE-KEY         PIC X(1).
       01  WS-ACT-STATUS           PIC X(2).
       01  WS-ACT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-CONTROLS VALUE "Y".
       01  WS-ACT-DATE-NUM         PIC 9(8).
       01  WS-ACT-CHAIN-WORK       PIC 9(18) VALUE 0.
       01  WS-ACT-CHAIN-QUOTIENT   PIC 9(18) VALUE 0.
       01  WS-ACT-CHAIN-CHECK      PIC 9(12) VALUE 0.
       01  WS-TRAIL-SWITCH         PIC X VALUE "N".
           88  WS-TRAIL-BROKEN     VALUE "Y".
       01  WS-TRAIL-CONTROLLED-SW  PIC X VALUE "N".
           88  WS-TRAIL-CONTROLLED VALUE "Y".
       01  WS-TRAIL-BREAK-DATE     PIC X(8).
       01  WS-TRAIL-TEXT           PIC X(40).
       01  WS-VFY-PRIOR-CHAIN      PIC 9(12) VALUE 0.
       01  WS-VFY-FIRST-DATE       PIC X(8).
       01  WS-VFY-CHECK-DATE       PIC X(8).
       01  WS-ASOF-DAY             PIC 9(2).
       01  WS-DAY-SUB              PIC 9(2).
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DAY-RECORDS  PIC 9(7).
               10  WS-DAY-HASH     PIC 9(15).
               10  WS-DAY-FIRST-SEQ PIC 9(5).
               10  WS-DAY-LAST-SEQ PIC 9(5).
               10  WS-DAY-CHECKED  PIC X(1).

       SCREEN SECTION.
       01  ASOF-SCREEN.
           05  LINE 7 COL 1 VALUE "TXNS REPLAYED       : ".
           05  LINE 7 COL 23 PIC ZZZZ9 FROM WS-DISPLAY-COUNT.
           05  LINE 8 COL 1 PIC X(24) FROM WS-FLAG-TEXT.
           05  LINE 9 COL 1 PIC X(40) FROM WS-TRAIL-TEXT.
           05  LINE 11 COL 1 VALUE "PRESS ENTER TO CONTINUE...".
           05  LINE 11 COL 28 PIC X(1) TO WS-CONTINUE-KEY.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE WS-STARTING-VALUE TO WS-RUNNING-VALUE
           MOVE 0 TO WS-REPLAYED-COUNT
           MOVE "N" TO WS-CHAIN-SWITCH
           PERFORM 3050-CLEAR-DAY-TOTALS
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 31
           PERFORM 3300-REPLAY-ARCHIVE-FILE
           PERFORM 3400-REPLAY-LIVE-FILE
           PERFORM 3600-VERIFY-REPLAYED-DAYS
           MOVE WS-STARTING-VALUE TO WS-DISPLAY-START
           MOVE WS-RUNNING-VALUE TO WS-DISPLAY-VALUE
           MOVE WS-REPLAYED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY RESULT-SCREEN
           ACCEPT RESULT-SCREEN.

       3050-CLEAR-DAY-TOTALS.
           MOVE 0 TO WS-DAY-RECORDS (WS-DAY-SUB)
           MOVE 0 TO WS-DAY-HASH (WS-DAY-SUB)
           MOVE 0 TO WS-DAY-FIRST-SEQ (WS-DAY-SUB)
           MOVE 0 TO WS-DAY-LAST-SEQ (WS-DAY-SUB)
           MOVE "N" TO WS-DAY-CHECKED (WS-DAY-SUB).

       3100-SET-PRIOR-PERIOD.
           MOVE WS-ASOF-PERIOD TO WS-PERIOD-PARTS
           IF WS-PERIOD-MONTH = 1
           END-IF.

       3500-REPLAY-AUDIT-RECORD.
           IF AUD-TIMESTAMP (1:6) = WS-ASOF-PERIOD
               AND AUD-TIMESTAMP (1:8) NOT > WS-ASOF-DATE
               AND AUD-TIMESTAMP (7:2) NUMERIC
               PERFORM 3550-TALLY-AUDIT-DAY
           END-IF
           IF AUD-COUNTER-ID = WS-INQUIRY-COUNTER-ID
               AND AUD-TIMESTAMP (1:6) = WS-ASOF-PERIOD
               AND AUD-TIMESTAMP (1:14) NOT > WS-ASOF-KEY
               ADD 1 TO WS-REPLAYED-COUNT
           END-IF.

       3550-TALLY-AUDIT-DAY.
           MOVE AUD-TIMESTAMP (7:2) TO WS-DAY-SUB
           IF WS-DAY-SUB > 0 AND WS-DAY-SUB NOT > 31
               IF WS-DAY-RECORDS (WS-DAY-SUB) = 0
                   MOVE AUD-TXN-SEQ-NO TO WS-DAY-FIRST-SEQ (WS-DAY-SUB)
               END-IF
               ADD 1 TO WS-DAY-RECORDS (WS-DAY-SUB)
               ADD AUD-VALUE-AFTER TO WS-DAY-HASH (WS-DAY-SUB)
               MOVE AUD-TXN-SEQ-NO TO WS-DAY-LAST-SEQ (WS-DAY-SUB)
           END-IF.

       3600-VERIFY-REPLAYED-DAYS.
           MOVE "N" TO WS-TRAIL-SWITCH
           MOVE "N" TO WS-TRAIL-CONTROLLED-SW
           MOVE SPACES TO WS-TRAIL-BREAK-DATE
           MOVE SPACES TO WS-VFY-FIRST-DATE
           MOVE 0 TO WS-VFY-PRIOR-CHAIN
           MOVE WS-ASOF-DATE (7:2) TO WS-ASOF-DAY
           OPEN INPUT ACT-FILE
           IF WS-ACT-STATUS NOT = "35"
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
                           PERFORM 3610-CHECK-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACT-FILE
               IF WS-VFY-FIRST-DATE NOT = SPACES
                   PERFORM 3640-CHECK-UNCONTROLLED-DAY
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-ASOF-DAY
                       OR WS-DAY-SUB > 31
               END-IF
           END-IF
           IF WS-TRAIL-BROKEN
               MOVE SPACES TO WS-TRAIL-TEXT
               STRING "*** AUDIT TRAIL BROKEN ON " DELIMITED BY SIZE
                   WS-TRAIL-BREAK-DATE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO WS-TRAIL-TEXT
           ELSE
               IF WS-TRAIL-CONTROLLED
                   MOVE "AUDIT TRAIL VERIFIED TO CONTROL TOTALS"
                       TO WS-TRAIL-TEXT
               ELSE
                   MOVE SPACES TO WS-TRAIL-TEXT
               END-IF
           END-IF.

       3610-CHECK-CONTROL-RECORD.
           IF ACT-BUSINESS-DATE > WS-ASOF-DATE
               SET WS-NO-MORE-CONTROLS TO TRUE
           ELSE
               IF WS-VFY-FIRST-DATE = SPACES
                   MOVE ACT-BUSINESS-DATE TO WS-VFY-FIRST-DATE
               END-IF
               IF ACT-BUSINESS-DATE (1:6) = WS-ASOF-PERIOD
                   PERFORM 3620-VERIFY-CONTROLLED-DAY
               END-IF
               MOVE ACT-CHAIN-VALUE TO WS-VFY-PRIOR-CHAIN
           END-IF.

       3620-VERIFY-CONTROLLED-DAY.
           SET WS-TRAIL-CONTROLLED TO TRUE
           MOVE ACT-BUSINESS-DATE (7:2) TO WS-DAY-SUB
           MOVE "Y" TO WS-DAY-CHECKED (WS-DAY-SUB)
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
               REMAINDER WS-ACT-CHAIN-CHECK
           IF ACT-PREV-CHAIN NOT = WS-VFY-PRIOR-CHAIN
               OR WS-ACT-CHAIN-CHECK NOT = ACT-CHAIN-VALUE
               OR WS-DAY-RECORDS (WS-DAY-SUB) NOT = ACT-RECORD-COUNT
               OR WS-DAY-HASH (WS-DAY-SUB) NOT = ACT-HASH-TOTAL
               OR WS-DAY-FIRST-SEQ (WS-DAY-SUB) NOT = ACT-FIRST-SEQ-NO
               OR WS-DAY-LAST-SEQ (WS-DAY-SUB) NOT = ACT-LAST-SEQ-NO
               MOVE ACT-BUSINESS-DATE TO WS-VFY-CHECK-DATE
               PERFORM 3690-NOTE-BROKEN-DAY
           END-IF.

       3640-CHECK-UNCONTROLLED-DAY.
           IF WS-DAY-CHECKED (WS-DAY-SUB) NOT = "Y"
               AND WS-DAY-RECORDS (WS-DAY-SUB) > 0
               MOVE SPACES TO WS-VFY-CHECK-DATE
               STRING WS-ASOF-PERIOD DELIMITED BY SIZE
                   WS-DAY-SUB DELIMITED BY SIZE
                   INTO WS-VFY-CHECK-DATE
               IF WS-VFY-CHECK-DATE NOT < WS-VFY-FIRST-DATE
                   PERFORM 3690-NOTE-BROKEN-DAY
               END-IF
           END-IF.

       3690-NOTE-BROKEN-DAY.
           IF NOT WS-TRAIL-BROKEN
               SET WS-TRAIL-BROKEN TO TRUE
               MOVE WS-VFY-CHECK-DATE TO WS-TRAIL-BREAK-DATE
           ELSE
               IF WS-VFY-CHECK-DATE < WS-TRAIL-BREAK-DATE
                   MOVE WS-VFY-CHECK-DATE TO WS-TRAIL-BREAK-DATE
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE HIST-FILE.
