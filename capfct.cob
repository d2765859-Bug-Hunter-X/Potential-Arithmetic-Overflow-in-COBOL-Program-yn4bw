       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFCT.
      *****************************************************************
      *  CAPFCT - Weekly counter capacity forecast report.
      *  The near-limit warning only fires once a counter has already
      *  crossed the warning percentage, often too late to get a
      *  LIM-MAX-VALUE increase approved.  This job projects, for
      *  every counter on CTRL-FILE that is not closed, the date it
      *  will reach its LIMFIL ceiling (the COUNTPGM default when it
      *  has no limits record), so owners can ask for a new limit
      *  weeks ahead instead of reacting to rejects.
      *  Two consumption rates per day are worked out for each
      *  counter:
      *    - the recent rate: net movement (AUD-VALUE-AFTER less
      *      AUD-VALUE-BEFORE) of the counter's audit records over
      *      the last N days up to the business date (default 28),
      *      read from the audit archive (AUDARC) as well as AUDFIL
      *      so a window longer than the audit retention still sees
      *      every day's activity;
      *    - the historical rate: net movement over the last three
      *      completed periods from the period history snapshots
      *      (each period's ending value less the prior period's,
      *      or less zero when the prior snapshot carries the reset
      *      flag), divided by the days in those periods.  A period
      *      whose prior snapshot is missing is left out.
      *  The projection uses the higher of the two rates, so a
      *  counter that has just sped up is not forecast on its old
      *  pace.  Days remaining is the room left under the ceiling
      *  divided by that rate.  Counters are listed by owning
      *  department (CMS-DEPARTMENT) and, within department, by days
      *  remaining, soonest first; a counter already at its ceiling
      *  shows REACHED and one that is not growing shows NONE and is
      *  listed last.  A counter whose recent rate is at or above the
      *  jump percentage (default 200) of its historical rate is
      *  called out as a RATE JUMP, or as NEW when it had no
      *  historical growth at all.  A counter reset to zero at the
      *  last period end that would not reach its ceiling before the
      *  current period ends is marked RESETS BEFORE LIMIT.  Each
      *  department closes with the number of counters due within
      *  30 days and the number of rate jumps.
      *  The command line may carry the window days and the jump
      *  percentage (e.g. 28 200); either may be left off.
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

           SELECT HIST-FILE ASSIGN TO "HISTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUD-FILE ASSIGN TO "AUDFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUD-ARC-FILE ASSIGN TO "AUDARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ARC-STATUS.

           SELECT CAP-RPT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-RPT-STATUS.

           SELECT BDT-FILE ASSIGN TO "BDTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
           COPY CTRLREC.

       FD  LIM-FILE.
           COPY LIMREC.

       FD  CMS-FILE.
           COPY CMSREC.

       FD  HIST-FILE.
           COPY HISTREC.

       FD  AUD-FILE.
           COPY AUDREC.

       FD  AUD-ARC-FILE.
       01  AUD-ARC-RECORD              PIC X(70).

       FD  CAP-RPT-FILE.
       01  CAP-RPT-LINE                PIC X(80).

       FD  BDT-FILE.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-CTRL-STATUS          PIC X(2).
       01  WS-LIM-STATUS           PIC X(2).
       01  WS-CMS-STATUS           PIC X(2).
       01  WS-HIST-STATUS          PIC X(2).
       01  WS-AUD-STATUS           PIC X(2).
       01  WS-AUD-ARC-STATUS       PIC X(2).
       01  WS-CAP-RPT-STATUS       PIC X(2).
       01  WS-BDT-STATUS           PIC X(2).
       01  WS-CTRL-EOF-SWITCH      PIC X VALUE "N".
           88  WS-NO-MORE-COUNTERS VALUE "Y".
       01  WS-AUD-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-AUDITS   VALUE "Y".
       01  WS-ARC-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-ARCHIVED VALUE "Y".
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-TODAY-NUM            PIC 9(8).
       01  WS-TODAY-INT            PIC 9(8).
       01  WS-CUTOFF-INT           PIC 9(8).
       01  WS-CUTOFF-WORK          PIC 9(8).
       01  WS-CUTOFF-DATE          PIC X(8).
       01  WS-PROJ-INT             PIC 9(8).
       01  WS-PROJ-WORK            PIC 9(8).
       01  WS-PERIOD-END-INT       PIC 9(8).
       01  WS-DAYS-TO-PERIOD-END   PIC 9(5).

       01  WS-PARM-LINE            PIC X(40) VALUE SPACES.
       01  WS-PARM-WINDOW          PIC X(5) VALUE SPACES.
       01  WS-PARM-JUMP            PIC X(5) VALUE SPACES.
       01  WS-PARM-WINDOW-LEN      PIC 9(2) VALUE 0.
       01  WS-PARM-JUMP-LEN        PIC 9(2) VALUE 0.
       01  WS-WINDOW-DAYS          PIC 9(3) VALUE 28.
       01  WS-JUMP-PCT             PIC 9(4) VALUE 200.
       01  WS-ALERT-DAYS           PIC 9(3) VALUE 30.
       01  WS-DEFAULT-MAX-VALUE    PIC 9(9) VALUE 99999.

       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR      PIC 9(4).
           05  WS-PERIOD-MONTH     PIC 9(2).
       01  WS-MONTH-START          PIC 9(8).
       01  WS-MONTH-START-INT      PIC 9(8).
       01  WS-NEXT-START-INT       PIC 9(8).
       01  WS-PER-SUB              PIC 9(1) VALUE 0.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 4 TIMES.
               10  WS-PER-ID       PIC X(6).
               10  WS-PER-DAYS     PIC 9(3).
       01  WS-HV-TABLE.
           05  WS-HV-ENTRY OCCURS 4 TIMES.
               10  WS-HV-FOUND     PIC X(1).
               10  WS-HV-ENDING    PIC S9(9).
               10  WS-HV-RESET     PIC X(1).
       01  WS-HIST-OPENING         PIC S9(9) VALUE 0.

       01  WS-CF-MAX               PIC 9(4) COMP VALUE 500.
       01  WS-CF-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-CF-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-CF-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-CF-MIN-SUB           PIC 9(4) COMP VALUE 0.
       01  WS-CF-TABLE.
           05  WS-CF-ENTRY OCCURS 500 TIMES.
               10  WS-CF-ID        PIC X(10).
               10  WS-CF-DEPT      PIC X(4).
               10  WS-CF-CURRENT   PIC S9(9).
               10  WS-CF-LIMIT     PIC 9(9).
               10  WS-CF-RECENT-NET PIC S9(10).
               10  WS-CF-HIST-NET  PIC S9(10).
               10  WS-CF-HIST-DAYS PIC 9(5).
               10  WS-CF-RECENT-RATE PIC S9(7)V99.
               10  WS-CF-HIST-RATE PIC S9(7)V99.
               10  WS-CF-RATE      PIC S9(7)V99.
               10  WS-CF-DAYS-LEFT PIC 9(5).
               10  WS-CF-RANK      PIC 9(6).
               10  WS-CF-STATE     PIC X(1).
                   88  WS-CF-AT-LIMIT   VALUE "L".
                   88  WS-CF-NO-GROWTH  VALUE "N".
                   88  WS-CF-PROJECTED  VALUE "P".
               10  WS-CF-JUMP-SW   PIC X(1).
                   88  WS-CF-RATE-JUMP  VALUE "Y".
               10  WS-CF-JUMP-PCT  PIC 9(4).
               10  WS-CF-RESET-SW  PIC X(1).
                   88  WS-CF-RESETS-FIRST VALUE "Y".
               10  WS-CF-LAST-RESET PIC X(1).
               10  WS-CF-PRINTED   PIC X(1).
                   88  WS-CF-WAS-PRINTED VALUE "Y".

       01  WS-DEPT-MAX             PIC 9(3) COMP VALUE 100.
       01  WS-DEPT-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-SUB             PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-SCAN-SUB        PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-SHIFT-SUB       PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-FOUND-SUB       PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-INSERT-POS      PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ID OCCURS 100 TIMES
                                   PIC X(4).
       01  WS-WORK-DEPT            PIC X(4).

       01  WS-AUDIT-DELTA          PIC S9(10) VALUE 0.
       01  WS-ROOM-LEFT            PIC S9(10) VALUE 0.
       01  WS-DAYS-WORK            PIC 9(9) VALUE 0.
       01  WS-JUMP-WORK            PIC 9(9) VALUE 0.
       01  WS-PCT-WORK             PIC 9(9) VALUE 0.
       01  WS-DEPT-COUNTERS        PIC 9(5) VALUE 0.
       01  WS-DEPT-DUE             PIC 9(5) VALUE 0.
       01  WS-DEPT-JUMPS           PIC 9(5) VALUE 0.
       01  WS-TOT-COUNTERS         PIC 9(5) VALUE 0.
       01  WS-TOT-AT-LIMIT         PIC 9(5) VALUE 0.
       01  WS-TOT-DUE              PIC 9(5) VALUE 0.
       01  WS-TOT-JUMPS            PIC 9(5) VALUE 0.
       01  WS-TOT-NO-GROWTH        PIC 9(5) VALUE 0.

       01  WS-PAGE-NO              PIC 9(3) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(2) VALUE 55.
       01  WS-PRINT-LINE           PIC X(80).
       01  WS-RPT-EDIT-3           PIC ZZ9.
       01  WS-RPT-EDIT-4           PIC ZZZ9.
       01  WS-RPT-EDIT-5           PIC ZZZZ9.
       01  WS-RPT-EDIT-9           PIC ZZZZZZZZ9.
       01  WS-RPT-EDIT-RATE        PIC ZZZZZZ9.99.
       01  WS-RPT-EDIT-PAGE        PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0400-GET-BUSINESS-DATE
           PERFORM 0500-GET-RUN-PARM
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-NO-MORE-COUNTERS
               READ CTRL-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-COUNTERS TO TRUE
                   NOT AT END
                       PERFORM 2000-LOAD-COUNTER
               END-READ
           END-PERFORM
           PERFORM 2400-READ-AUDIT-ARCHIVE
           PERFORM UNTIL WS-NO-MORE-AUDITS
               READ AUD-FILE
                   AT END
                       SET WS-NO-MORE-AUDITS TO TRUE
                   NOT AT END
                       IF AUD-TIMESTAMP (1:8) > WS-CUTOFF-DATE
                           AND AUD-TIMESTAMP (1:8) NOT >
                               WS-BUSINESS-DATE
                           PERFORM 2500-TALLY-RECENT-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-PROJECT-COUNTER
               VARYING WS-CF-SUB FROM 1 BY 1
               UNTIL WS-CF-SUB > WS-CF-COUNT
           PERFORM 4000-PRINT-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           PERFORM 5000-PRINT-GRAND-TOTALS
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

       0500-GET-RUN-PARM.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-WINDOW COUNT IN WS-PARM-WINDOW-LEN
                    WS-PARM-JUMP COUNT IN WS-PARM-JUMP-LEN
           END-UNSTRING
           IF WS-PARM-WINDOW-LEN > 0 AND WS-PARM-WINDOW-LEN < 4
               IF WS-PARM-WINDOW (1:WS-PARM-WINDOW-LEN) NUMERIC
                   MOVE WS-PARM-WINDOW (1:WS-PARM-WINDOW-LEN)
                       TO WS-WINDOW-DAYS
               END-IF
           END-IF
           IF WS-WINDOW-DAYS = 0
               MOVE 28 TO WS-WINDOW-DAYS
           END-IF
           IF WS-PARM-JUMP-LEN > 0 AND WS-PARM-JUMP-LEN < 5
               IF WS-PARM-JUMP (1:WS-PARM-JUMP-LEN) NUMERIC
                   MOVE WS-PARM-JUMP (1:WS-PARM-JUMP-LEN)
                       TO WS-JUMP-PCT
               END-IF
           END-IF
           IF WS-JUMP-PCT < 101
               MOVE 200 TO WS-JUMP-PCT
           END-IF.

       1000-INITIALIZE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-WINDOW-DAYS
           COMPUTE WS-CUTOFF-WORK =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
           MOVE WS-CUTOFF-WORK TO WS-CUTOFF-DATE
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD-PARTS
           PERFORM 1100-STEP-PERIOD-FORWARD
           PERFORM 1200-SET-MONTH-START-INT
           COMPUTE WS-PERIOD-END-INT = WS-MONTH-START-INT - 1
           COMPUTE WS-DAYS-TO-PERIOD-END =
               WS-PERIOD-END-INT - WS-TODAY-INT
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD-PARTS
           PERFORM 1300-SET-PRIOR-PERIODS
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 4
           OPEN INPUT CTRL-FILE
           IF WS-CTRL-STATUS = "35"
               DISPLAY "Error: CTRL-FILE not found - nothing to "
                   "forecast"
               SET WS-NO-MORE-COUNTERS TO TRUE
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
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN INPUT HIST-FILE
           END-IF
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS = "35"
               SET WS-NO-MORE-AUDITS TO TRUE
           END-IF
           OPEN OUTPUT CAP-RPT-FILE.

       1100-STEP-PERIOD-FORWARD.
           IF WS-PERIOD-MONTH = 12
               ADD 1 TO WS-PERIOD-YEAR
               MOVE 1 TO WS-PERIOD-MONTH
           ELSE
               ADD 1 TO WS-PERIOD-MONTH
           END-IF.

       1150-STEP-PERIOD-BACK.
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.

       1200-SET-MONTH-START-INT.
           COMPUTE WS-MONTH-START =
               WS-PERIOD-YEAR * 10000 + WS-PERIOD-MONTH * 100 + 1
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START).

       1300-SET-PRIOR-PERIODS.
           PERFORM 1200-SET-MONTH-START-INT
           MOVE WS-MONTH-START-INT TO WS-NEXT-START-INT
           PERFORM 1150-STEP-PERIOD-BACK
           PERFORM 1200-SET-MONTH-START-INT
           MOVE WS-PERIOD-PARTS TO WS-PER-ID (WS-PER-SUB)
           COMPUTE WS-PER-DAYS (WS-PER-SUB) =
               WS-NEXT-START-INT - WS-MONTH-START-INT.

       2000-LOAD-COUNTER.
           MOVE SPACES TO WS-WORK-DEPT
           MOVE "A" TO CMS-STATUS
           MOVE CTL-COUNTER-ID TO CMS-COUNTER-ID
           READ CMS-FILE KEY IS CMS-COUNTER-ID
               INVALID KEY
                   MOVE "A" TO CMS-STATUS
               NOT INVALID KEY
                   MOVE CMS-DEPARTMENT TO WS-WORK-DEPT
           END-READ
           IF NOT CMS-CLOSED
               IF WS-CF-COUNT >= WS-CF-MAX
                   DISPLAY "Error: CAPFCT counter table full - "
                       "counter " CTL-COUNTER-ID " not forecast"
               ELSE
                   ADD 1 TO WS-CF-COUNT
                   MOVE WS-CF-COUNT TO WS-CF-SUB
                   PERFORM 2100-INIT-COUNTER-ENTRY
                   PERFORM 2200-LOAD-HISTORY
                   PERFORM 1400-ADD-DEPARTMENT
               END-IF
           END-IF.

       1400-ADD-DEPARTMENT.
           MOVE 0 TO WS-DEPT-FOUND-SUB
           PERFORM 1410-SCAN-DEPARTMENT-LIST
               VARYING WS-DEPT-SCAN-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SCAN-SUB > WS-DEPT-COUNT
           IF WS-DEPT-FOUND-SUB = 0
               IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY "Error: CAPFCT department table full - "
                       "department " WS-WORK-DEPT " not reported"
               ELSE
                   PERFORM 1420-INSERT-DEPARTMENT
               END-IF
           END-IF.

       1410-SCAN-DEPARTMENT-LIST.
           IF WS-DEPT-ID (WS-DEPT-SCAN-SUB) = WS-WORK-DEPT
               MOVE WS-DEPT-SCAN-SUB TO WS-DEPT-FOUND-SUB
           END-IF.

       1420-INSERT-DEPARTMENT.
           MOVE WS-DEPT-COUNT TO WS-DEPT-INSERT-POS
           ADD 1 TO WS-DEPT-INSERT-POS
           PERFORM 1430-FIND-INSERT-POS
               VARYING WS-DEPT-SCAN-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SCAN-SUB > WS-DEPT-COUNT
           PERFORM 1440-SHIFT-DEPARTMENT
               VARYING WS-DEPT-SHIFT-SUB FROM WS-DEPT-COUNT BY -1
               UNTIL WS-DEPT-SHIFT-SUB < WS-DEPT-INSERT-POS
           MOVE WS-WORK-DEPT TO WS-DEPT-ID (WS-DEPT-INSERT-POS)
           ADD 1 TO WS-DEPT-COUNT.

       1430-FIND-INSERT-POS.
           IF WS-DEPT-SCAN-SUB < WS-DEPT-INSERT-POS
               AND WS-DEPT-ID (WS-DEPT-SCAN-SUB) > WS-WORK-DEPT
               MOVE WS-DEPT-SCAN-SUB TO WS-DEPT-INSERT-POS
           END-IF.

       1440-SHIFT-DEPARTMENT.
           MOVE WS-DEPT-ID (WS-DEPT-SHIFT-SUB)
               TO WS-DEPT-ID (WS-DEPT-SHIFT-SUB + 1).

       2100-INIT-COUNTER-ENTRY.
           MOVE CTL-COUNTER-ID TO WS-CF-ID (WS-CF-SUB)
           MOVE WS-WORK-DEPT TO WS-CF-DEPT (WS-CF-SUB)
           MOVE CTL-CURRENT-VALUE TO WS-CF-CURRENT (WS-CF-SUB)
           MOVE CTL-COUNTER-ID TO LIM-COUNTER-ID
           READ LIM-FILE KEY IS LIM-COUNTER-ID
               INVALID KEY
                   MOVE WS-DEFAULT-MAX-VALUE TO WS-CF-LIMIT (WS-CF-SUB)
               NOT INVALID KEY
                   MOVE LIM-MAX-VALUE TO WS-CF-LIMIT (WS-CF-SUB)
           END-READ
           MOVE 0 TO WS-CF-RECENT-NET (WS-CF-SUB)
           MOVE 0 TO WS-CF-HIST-NET (WS-CF-SUB)
           MOVE 0 TO WS-CF-HIST-DAYS (WS-CF-SUB)
           MOVE 0 TO WS-CF-RECENT-RATE (WS-CF-SUB)
           MOVE 0 TO WS-CF-HIST-RATE (WS-CF-SUB)
           MOVE 0 TO WS-CF-RATE (WS-CF-SUB)
           MOVE 0 TO WS-CF-DAYS-LEFT (WS-CF-SUB)
           MOVE 0 TO WS-CF-RANK (WS-CF-SUB)
           MOVE "N" TO WS-CF-STATE (WS-CF-SUB)
           MOVE "N" TO WS-CF-JUMP-SW (WS-CF-SUB)
           MOVE 0 TO WS-CF-JUMP-PCT (WS-CF-SUB)
           MOVE "N" TO WS-CF-RESET-SW (WS-CF-SUB)
           MOVE "N" TO WS-CF-LAST-RESET (WS-CF-SUB)
           MOVE "N" TO WS-CF-PRINTED (WS-CF-SUB).

       2200-LOAD-HISTORY.
           PERFORM 2210-READ-PERIOD-SNAPSHOT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 4
           MOVE WS-HV-RESET (1) TO WS-CF-LAST-RESET (WS-CF-SUB)
           PERFORM 2220-ADD-PERIOD-MOVEMENT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.

       2210-READ-PERIOD-SNAPSHOT.
           MOVE "N" TO WS-HV-FOUND (WS-PER-SUB)
           MOVE 0 TO WS-HV-ENDING (WS-PER-SUB)
           MOVE "N" TO WS-HV-RESET (WS-PER-SUB)
           MOVE WS-PER-ID (WS-PER-SUB) TO HIST-PERIOD-ID
           MOVE CTL-COUNTER-ID TO HIST-COUNTER-ID
           READ HIST-FILE KEY IS HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HV-FOUND (WS-PER-SUB)
                   MOVE HIST-ENDING-VALUE TO WS-HV-ENDING (WS-PER-SUB)
                   MOVE HIST-RESET-FLAG TO WS-HV-RESET (WS-PER-SUB)
           END-READ.

       2220-ADD-PERIOD-MOVEMENT.
           IF WS-HV-FOUND (WS-PER-SUB) = "Y"
               AND WS-HV-FOUND (WS-PER-SUB + 1) = "Y"
               IF WS-HV-RESET (WS-PER-SUB + 1) = "Y"
                   MOVE 0 TO WS-HIST-OPENING
               ELSE
                   MOVE WS-HV-ENDING (WS-PER-SUB + 1)
                       TO WS-HIST-OPENING
               END-IF
               COMPUTE WS-CF-HIST-NET (WS-CF-SUB) =
                   WS-CF-HIST-NET (WS-CF-SUB)
                   + WS-HV-ENDING (WS-PER-SUB) - WS-HIST-OPENING
               ADD WS-PER-DAYS (WS-PER-SUB)
                   TO WS-CF-HIST-DAYS (WS-CF-SUB)
           END-IF.

       2400-READ-AUDIT-ARCHIVE.
           OPEN INPUT AUD-ARC-FILE
           IF WS-AUD-ARC-STATUS = "35"
               SET WS-NO-MORE-ARCHIVED TO TRUE
           END-IF
           PERFORM UNTIL WS-NO-MORE-ARCHIVED
               READ AUD-ARC-FILE
                   AT END
                       SET WS-NO-MORE-ARCHIVED TO TRUE
                   NOT AT END
                       MOVE AUD-ARC-RECORD TO AUD-RECORD
                       IF AUD-TIMESTAMP (1:8) > WS-CUTOFF-DATE
                           AND AUD-TIMESTAMP (1:8) NOT >
                               WS-BUSINESS-DATE
                           PERFORM 2500-TALLY-RECENT-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUD-ARC-STATUS NOT = "35"
               CLOSE AUD-ARC-FILE
           END-IF.

       2500-TALLY-RECENT-ACTIVITY.
           MOVE 0 TO WS-CF-FOUND-SUB
           PERFORM 2510-SCAN-COUNTER-TABLE
               VARYING WS-CF-SUB FROM 1 BY 1
               UNTIL WS-CF-SUB > WS-CF-COUNT
               OR WS-CF-FOUND-SUB > 0
           IF WS-CF-FOUND-SUB > 0
               COMPUTE WS-AUDIT-DELTA =
                   AUD-VALUE-AFTER - AUD-VALUE-BEFORE
               ADD WS-AUDIT-DELTA
                   TO WS-CF-RECENT-NET (WS-CF-FOUND-SUB)
           END-IF.

       2510-SCAN-COUNTER-TABLE.
           IF WS-CF-ID (WS-CF-SUB) = AUD-COUNTER-ID
               MOVE WS-CF-SUB TO WS-CF-FOUND-SUB
           END-IF.

       3000-PROJECT-COUNTER.
           COMPUTE WS-CF-RECENT-RATE (WS-CF-SUB) ROUNDED =
               WS-CF-RECENT-NET (WS-CF-SUB) / WS-WINDOW-DAYS
           IF WS-CF-HIST-DAYS (WS-CF-SUB) > 0
               COMPUTE WS-CF-HIST-RATE (WS-CF-SUB) ROUNDED =
                   WS-CF-HIST-NET (WS-CF-SUB)
                   / WS-CF-HIST-DAYS (WS-CF-SUB)
           END-IF
           IF WS-CF-RECENT-RATE (WS-CF-SUB)
                   > WS-CF-HIST-RATE (WS-CF-SUB)
               MOVE WS-CF-RECENT-RATE (WS-CF-SUB)
                   TO WS-CF-RATE (WS-CF-SUB)
           ELSE
               MOVE WS-CF-HIST-RATE (WS-CF-SUB)
                   TO WS-CF-RATE (WS-CF-SUB)
           END-IF
           COMPUTE WS-ROOM-LEFT =
               WS-CF-LIMIT (WS-CF-SUB) - WS-CF-CURRENT (WS-CF-SUB)
           IF WS-ROOM-LEFT NOT > 0
               MOVE "L" TO WS-CF-STATE (WS-CF-SUB)
               MOVE 0 TO WS-CF-DAYS-LEFT (WS-CF-SUB)
               MOVE 0 TO WS-CF-RANK (WS-CF-SUB)
           ELSE
               IF WS-CF-RATE (WS-CF-SUB) NOT > 0
                   MOVE "N" TO WS-CF-STATE (WS-CF-SUB)
                   MOVE 0 TO WS-CF-DAYS-LEFT (WS-CF-SUB)
                   MOVE 999999 TO WS-CF-RANK (WS-CF-SUB)
               ELSE
                   MOVE "P" TO WS-CF-STATE (WS-CF-SUB)
                   COMPUTE WS-DAYS-WORK =
                       WS-ROOM-LEFT / WS-CF-RATE (WS-CF-SUB)
                   IF WS-DAYS-WORK > 99999
                       MOVE 99999 TO WS-DAYS-WORK
                   END-IF
                   MOVE WS-DAYS-WORK TO WS-CF-DAYS-LEFT (WS-CF-SUB)
                   MOVE WS-DAYS-WORK TO WS-CF-RANK (WS-CF-SUB)
                   IF WS-CF-LAST-RESET (WS-CF-SUB) = "Y"
                       AND WS-DAYS-WORK > WS-DAYS-TO-PERIOD-END
                       MOVE "Y" TO WS-CF-RESET-SW (WS-CF-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM 3100-CHECK-RATE-JUMP.

       3100-CHECK-RATE-JUMP.
           IF WS-CF-RECENT-RATE (WS-CF-SUB) > 0
               AND WS-CF-HIST-DAYS (WS-CF-SUB) > 0
               IF WS-CF-HIST-RATE (WS-CF-SUB) NOT > 0
                   MOVE "Y" TO WS-CF-JUMP-SW (WS-CF-SUB)
                   MOVE 0 TO WS-CF-JUMP-PCT (WS-CF-SUB)
               ELSE
                   COMPUTE WS-JUMP-WORK =
                       WS-CF-RECENT-RATE (WS-CF-SUB) * 100
                       / WS-CF-HIST-RATE (WS-CF-SUB)
                   IF WS-JUMP-WORK NOT < WS-JUMP-PCT
                       MOVE "Y" TO WS-CF-JUMP-SW (WS-CF-SUB)
                       IF WS-JUMP-WORK > 9999
                           MOVE 9999 TO WS-JUMP-WORK
                       END-IF
                       MOVE WS-JUMP-WORK TO WS-CF-JUMP-PCT (WS-CF-SUB)
                   END-IF
               END-IF
           END-IF.

       4000-PRINT-DEPARTMENT.
           MOVE 0 TO WS-DEPT-COUNTERS
           MOVE 0 TO WS-DEPT-DUE
           MOVE 0 TO WS-DEPT-JUMPS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-DEPT-ID (WS-DEPT-SUB) = SPACES
               MOVE "DEPARTMENT (NONE ON MASTER)" TO WS-PRINT-LINE
           ELSE
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   WS-DEPT-ID (WS-DEPT-SUB) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "COUNTER-ID" TO WS-PRINT-LINE (1:10)
           MOVE "CURRENT" TO WS-PRINT-LINE (14:7)
           MOVE "LIMIT" TO WS-PRINT-LINE (26:5)
           MOVE "PCT" TO WS-PRINT-LINE (32:3)
           MOVE "RATE/DAY" TO WS-PRINT-LINE (38:8)
           MOVE "DAYS" TO WS-PRINT-LINE (48:4)
           MOVE "REACHES" TO WS-PRINT-LINE (54:7)
           MOVE "FLAG" TO WS-PRINT-LINE (62:4)
           PERFORM 4500-WRITE-RPT-LINE
           PERFORM 4100-FIND-NEXT-COUNTER
           PERFORM UNTIL WS-CF-MIN-SUB = 0
               PERFORM 4200-PRINT-COUNTER-LINE
               PERFORM 4100-FIND-NEXT-COUNTER
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-DEPT-COUNTERS TO WS-RPT-EDIT-5
           MOVE WS-ALERT-DAYS TO WS-RPT-EDIT-3
           STRING "  COUNTERS " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               "   DUE WITHIN " DELIMITED BY SIZE
               WS-RPT-EDIT-3 DELIMITED BY SIZE
               " DAYS " DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-DEPT-DUE TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (42:5)
           MOVE "   RATE JUMPS " TO WS-PRINT-LINE (47:14)
           MOVE WS-DEPT-JUMPS TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (61:5)
           PERFORM 4500-WRITE-RPT-LINE.

       4100-FIND-NEXT-COUNTER.
           MOVE 0 TO WS-CF-MIN-SUB
           PERFORM 4110-SCAN-FOR-NEXT
               VARYING WS-CF-SUB FROM 1 BY 1
               UNTIL WS-CF-SUB > WS-CF-COUNT.

       4110-SCAN-FOR-NEXT.
           IF WS-CF-DEPT (WS-CF-SUB) = WS-DEPT-ID (WS-DEPT-SUB)
               AND NOT WS-CF-WAS-PRINTED (WS-CF-SUB)
               IF WS-CF-MIN-SUB = 0
                   MOVE WS-CF-SUB TO WS-CF-MIN-SUB
               ELSE
                   IF WS-CF-RANK (WS-CF-SUB)
                           < WS-CF-RANK (WS-CF-MIN-SUB)
                       OR (WS-CF-RANK (WS-CF-SUB)
                           = WS-CF-RANK (WS-CF-MIN-SUB)
                       AND WS-CF-ID (WS-CF-SUB)
                           < WS-CF-ID (WS-CF-MIN-SUB))
                       MOVE WS-CF-SUB TO WS-CF-MIN-SUB
                   END-IF
               END-IF
           END-IF.

       4200-PRINT-COUNTER-LINE.
           MOVE "Y" TO WS-CF-PRINTED (WS-CF-MIN-SUB)
           ADD 1 TO WS-DEPT-COUNTERS
           ADD 1 TO WS-TOT-COUNTERS
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CF-ID (WS-CF-MIN-SUB) TO WS-PRINT-LINE (1:10)
           MOVE WS-CF-CURRENT (WS-CF-MIN-SUB) TO WS-RPT-EDIT-9
           MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (12:9)
           MOVE WS-CF-LIMIT (WS-CF-MIN-SUB) TO WS-RPT-EDIT-9
           MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (22:9)
           IF WS-CF-LIMIT (WS-CF-MIN-SUB) > 0
               AND WS-CF-CURRENT (WS-CF-MIN-SUB) > 0
               COMPUTE WS-PCT-WORK =
                   WS-CF-CURRENT (WS-CF-MIN-SUB) * 100
                   / WS-CF-LIMIT (WS-CF-MIN-SUB)
           ELSE
               MOVE 0 TO WS-PCT-WORK
           END-IF
           IF WS-PCT-WORK > 999
               MOVE 999 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-RPT-EDIT-3
           MOVE WS-RPT-EDIT-3 TO WS-PRINT-LINE (32:3)
           IF WS-CF-RATE (WS-CF-MIN-SUB) > 0
               MOVE WS-CF-RATE (WS-CF-MIN-SUB) TO WS-RPT-EDIT-RATE
           ELSE
               MOVE 0 TO WS-RPT-EDIT-RATE
           END-IF
           MOVE WS-RPT-EDIT-RATE TO WS-PRINT-LINE (36:10)
           IF WS-CF-AT-LIMIT (WS-CF-MIN-SUB)
               MOVE "0" TO WS-PRINT-LINE (51:1)
               MOVE "REACHED" TO WS-PRINT-LINE (54:7)
               ADD 1 TO WS-TOT-AT-LIMIT
               ADD 1 TO WS-DEPT-DUE
               ADD 1 TO WS-TOT-DUE
           END-IF
           IF WS-CF-NO-GROWTH (WS-CF-MIN-SUB)
               MOVE "NONE" TO WS-PRINT-LINE (57:4)
               ADD 1 TO WS-TOT-NO-GROWTH
           END-IF
           IF WS-CF-PROJECTED (WS-CF-MIN-SUB)
               MOVE WS-CF-DAYS-LEFT (WS-CF-MIN-SUB) TO WS-RPT-EDIT-5
               MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (47:5)
               COMPUTE WS-PROJ-INT =
                   WS-TODAY-INT + WS-CF-DAYS-LEFT (WS-CF-MIN-SUB)
               COMPUTE WS-PROJ-WORK =
                   FUNCTION DATE-OF-INTEGER (WS-PROJ-INT)
               MOVE WS-PROJ-WORK TO WS-PRINT-LINE (53:8)
               IF WS-CF-DAYS-LEFT (WS-CF-MIN-SUB) NOT > WS-ALERT-DAYS
                   AND NOT WS-CF-RESETS-FIRST (WS-CF-MIN-SUB)
                   ADD 1 TO WS-DEPT-DUE
                   ADD 1 TO WS-TOT-DUE
               END-IF
           END-IF
           IF WS-CF-RATE-JUMP (WS-CF-MIN-SUB)
               ADD 1 TO WS-DEPT-JUMPS
               ADD 1 TO WS-TOT-JUMPS
               IF WS-CF-JUMP-PCT (WS-CF-MIN-SUB) = 0
                   MOVE "RATE JUMP NEW" TO WS-PRINT-LINE (62:13)
               ELSE
                   MOVE WS-CF-JUMP-PCT (WS-CF-MIN-SUB)
                       TO WS-RPT-EDIT-4
                   STRING "RATE JUMP " DELIMITED BY SIZE
                       WS-RPT-EDIT-4 DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE (62:15)
               END-IF
           ELSE
               IF WS-CF-RESETS-FIRST (WS-CF-MIN-SUB)
                   MOVE "RESETS BEFORE LIMIT" TO WS-PRINT-LINE (62:19)
               END-IF
           END-IF
           PERFORM 4500-WRITE-RPT-LINE.

       4500-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4600-START-NEW-PAGE
           END-IF
           WRITE CAP-RPT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4600-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO CAP-RPT-LINE
           MOVE WS-PAGE-NO TO WS-RPT-EDIT-PAGE
           STRING "COUNTER CAPACITY FORECAST  DATE "
               DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               WS-RPT-EDIT-PAGE DELIMITED BY SIZE
               INTO CAP-RPT-LINE
           WRITE CAP-RPT-LINE
           MOVE SPACES TO CAP-RPT-LINE
           MOVE WS-WINDOW-DAYS TO WS-RPT-EDIT-3
           MOVE WS-JUMP-PCT TO WS-RPT-EDIT-4
           STRING "RECENT RATE OVER LAST " DELIMITED BY SIZE
               WS-RPT-EDIT-3 DELIMITED BY SIZE
               " DAYS, JUMP AT " DELIMITED BY SIZE
               WS-RPT-EDIT-4 DELIMITED BY SIZE
               "% OF PRIOR PERIODS" DELIMITED BY SIZE
               INTO CAP-RPT-LINE
           WRITE CAP-RPT-LINE
           MOVE SPACES TO CAP-RPT-LINE
           WRITE CAP-RPT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       5000-PRINT-GRAND-TOTALS.
           MOVE 99 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "GRAND TOTALS - ALL DEPARTMENTS" TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TOT-COUNTERS TO WS-RPT-EDIT-5
           STRING "  COUNTERS FORECAST    : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TOT-AT-LIMIT TO WS-RPT-EDIT-5
           STRING "  ALREADY AT CEILING   : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TOT-DUE TO WS-RPT-EDIT-5
           MOVE WS-ALERT-DAYS TO WS-RPT-EDIT-3
           STRING "  DUE WITHIN " DELIMITED BY SIZE
               WS-RPT-EDIT-3 DELIMITED BY SIZE
               " DAYS     : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TOT-JUMPS TO WS-RPT-EDIT-5
           STRING "  RATE JUMPS           : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TOT-NO-GROWTH TO WS-RPT-EDIT-5
           STRING "  NOT GROWING          : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE.

       9000-TERMINATE.
           IF WS-CTRL-STATUS NOT = "35"
               CLOSE CTRL-FILE
           END-IF
           CLOSE LIM-FILE
           CLOSE CMS-FILE
           CLOSE HIST-FILE
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUD-FILE
           END-IF
           CLOSE CAP-RPT-FILE
           DISPLAY "CAPFCT: " WS-TOT-COUNTERS " counter(s) forecast, "
               WS-TOT-DUE " due within " WS-ALERT-DAYS " days, "
               WS-TOT-JUMPS " rate jump(s).".
