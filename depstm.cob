       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPSTM.
      *****************************************************************
      *  DEPSTM - Monthly departmental activity statement and
      *  chargeback interface.
      *  Run at month end after PERPGM has taken the period snapshot.
      *  PERPGM prints one statement for all counters; this job
      *  prints a statement per owning department (CMS-DEPARTMENT on
      *  CTRMST), each department starting on a new page so it can
      *  be sent on its own.  For every counter of the department it
      *  shows:
      *    - the opening value (the prior period's snapshot, zero
      *      when that snapshot carries the reset flag or there is
      *      none) and the closing value (this period's snapshot);
      *    - the period's audit activity from AUDARC and AUDFIL,
      *      count and net amount by AUD-TXN-TYPE: increments,
      *      decrements, sets, rollups, backouts and merges (a blank
      *      type is an increment written before the type existed);
      *    - manual corrections applied through MNTPGM (MNTAUD
      *      functions V and P), count and net amount;
      *    - the period's overflow rejects (REJARC and REJFIL) and
      *      validation errors (ERRARC and ERRFIL);
      *    - the chargeback: billable transactions (increments,
      *      decrements and sets), units (the amounts incremented),
      *      the rates applied and the charge.
      *  Opening value plus audit activity plus manual corrections
      *  should give the closing value; any difference is printed
      *  as NOT ACCOUNTED FOR.  A counter with no snapshot for the
      *  period (set up after PERPGM ran) is closed at its opening
      *  value plus activity and flagged.  Closed counters with
      *  nothing to show for the period are left off.  Counters
      *  with no master record are listed under a blank department.
      *  Rates come from the rate table (CHGRAT): the counter's own
      *  record, else the *DEFAULT* record, else no charge.  Charge
      *  is transactions times the transaction rate plus units
      *  times the unit rate, rounded to the cent.
      *  The chargeback interface file (CHGFIL) carries a header
      *  with the period, file sequence number and the control
      *  totals the file must agree with, one detail record per
      *  counter with billable activity, and a trailer with the
      *  detail count, transaction total, unit hash total and
      *  charge total.  The file sequence number is held in CHGSEQ
      *  and incremented on every run, as the GL extract does, so a
      *  rerun is sent under the next number.  The statement ends
      *  with a summary page of charges by department that balances
      *  to the interface file's control totals.
      *  The command line may carry a period (YYYYMM) to restate an
      *  earlier month; the default is the business date's month.
      *  The run is refused when no counter has a snapshot for the
      *  period, since PERPGM has then not run for it.
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

           SELECT REJ-FILE ASSIGN TO "REJFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT REJ-ARC-FILE ASSIGN TO "REJARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-ARC-STATUS.

           SELECT ERR-FILE ASSIGN TO "ERRFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

           SELECT ERR-ARC-FILE ASSIGN TO "ERRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-ARC-STATUS.

           SELECT MNT-FILE ASSIGN TO "MNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT RAT-FILE ASSIGN TO "CHGRAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAT-STATUS.

           SELECT CHG-FILE ASSIGN TO "CHGFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT SEQ-FILE ASSIGN TO "CHGSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT DEP-RPT-FILE ASSIGN TO "DEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-RPT-STATUS.

           SELECT BDT-FILE ASSIGN TO "BDTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
           COPY CTRLREC.

       FD  CMS-FILE.
           COPY CMSREC.

       FD  HIST-FILE.
           COPY HISTREC.

       FD  AUD-FILE.
           COPY AUDREC.

       FD  AUD-ARC-FILE.
       01  AUD-ARC-RECORD              PIC X(70).

       FD  REJ-FILE.
           COPY REJREC.

       FD  REJ-ARC-FILE.
       01  REJ-ARC-RECORD              PIC X(70).

       FD  ERR-FILE.
           COPY ERRREC.

       FD  ERR-ARC-FILE.
       01  ERR-ARC-RECORD              PIC X(82).

       FD  MNT-FILE.
           COPY MNTREC.

       FD  RAT-FILE.
           COPY RATREC.

       FD  CHG-FILE.
           COPY CHGREC.

       FD  SEQ-FILE.
       01  SEQ-RECORD.
           05  SEQ-FILE-SEQ            PIC 9(6).

       FD  DEP-RPT-FILE.
       01  DEP-RPT-LINE                PIC X(80).

       FD  BDT-FILE.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-CTRL-STATUS          PIC X(2).
       01  WS-CMS-STATUS           PIC X(2).
       01  WS-HIST-STATUS          PIC X(2).
       01  WS-AUD-STATUS           PIC X(2).
       01  WS-AUD-ARC-STATUS       PIC X(2).
       01  WS-REJ-STATUS           PIC X(2).
       01  WS-REJ-ARC-STATUS       PIC X(2).
       01  WS-ERR-STATUS           PIC X(2).
       01  WS-ERR-ARC-STATUS       PIC X(2).
       01  WS-MNT-STATUS           PIC X(2).
       01  WS-RAT-STATUS           PIC X(2).
       01  WS-CHG-STATUS           PIC X(2).
       01  WS-SEQ-STATUS           PIC X(2).
       01  WS-DEP-RPT-STATUS       PIC X(2).
       01  WS-BDT-STATUS           PIC X(2).
       01  WS-CTRL-EOF-SWITCH      PIC X VALUE "N".
           88  WS-NO-MORE-COUNTERS VALUE "Y".
       01  WS-RAT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-RATES    VALUE "Y".
       01  WS-PASS-EOF-SWITCH      PIC X VALUE "N".
           88  WS-PASS-COMPLETE    VALUE "Y".
       01  WS-OUTPUT-SWITCH        PIC X VALUE "N".
           88  WS-OUTPUT-OPEN      VALUE "Y".
       01  WS-SUMMARY-SWITCH       PIC X VALUE "N".
           88  WS-PRINTING-SUMMARY VALUE "Y".
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-PERIOD-ID            PIC X(6).
       01  WS-PRIOR-PERIOD-ID      PIC X(6).
       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR      PIC 9(4).
           05  WS-PERIOD-MONTH     PIC 9(2).
       01  WS-PARM-LINE            PIC X(40) VALUE SPACES.
       01  WS-FILE-SEQ             PIC 9(6) VALUE 0.

       01  WS-TYPE-CODES           PIC X(6) VALUE "IDSRBM".
       01  WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODES.
           05  WS-TYPE-CODE OCCURS 6 TIMES
                                   PIC X(1).
       01  WS-TYPE-SUB             PIC 9(1) VALUE 0.
       01  WS-TYPE-FOUND-SUB       PIC 9(1) VALUE 0.
       01  WS-WORK-TYPE            PIC X(1).
       01  WS-ACT-SUB              PIC 9(1) VALUE 0.
       01  WS-MANUAL-SUB           PIC 9(1) VALUE 7.

       01  WS-DEFAULT-RATE-ID      PIC X(10) VALUE "*DEFAULT*".
       01  WS-DEFAULT-RATE-SWITCH  PIC X VALUE "N".
           88  WS-DEFAULT-RATE-FOUND VALUE "Y".
       01  WS-DEFAULT-TXN-RATE     PIC 9(3)V9(4) VALUE 0.
       01  WS-DEFAULT-UNIT-RATE    PIC 9(3)V9(4) VALUE 0.
       01  WS-RT-MAX               PIC 9(4) COMP VALUE 500.
       01  WS-RT-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-RT-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-RT-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 500 TIMES.
               10  WS-RT-ID        PIC X(10).
               10  WS-RT-TXN-RATE  PIC 9(3)V9(4).
               10  WS-RT-UNIT-RATE PIC 9(3)V9(4).

       01  WS-WORK-ID              PIC X(10).
       01  WS-WORK-DEPT            PIC X(4).
       01  WS-WORK-DESC            PIC X(30).
       01  WS-WORK-CLOSED          PIC X(1).
       01  WS-CS-MAX               PIC 9(4) COMP VALUE 500.
       01  WS-CS-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-CS-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-CS-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-CS-TABLE.
           05  WS-CS-ENTRY OCCURS 500 TIMES.
               10  WS-CS-ID        PIC X(10).
               10  WS-CS-DEPT      PIC X(4).
               10  WS-CS-DESC      PIC X(30).
               10  WS-CS-CLOSED    PIC X(1).
               10  WS-CS-OPENING   PIC S9(9).
               10  WS-CS-CLOSING   PIC S9(9).
               10  WS-CS-SNAP-SW   PIC X(1).
                   88  WS-CS-NO-SNAPSHOT VALUE "N".
               10  WS-CS-RATE-SW   PIC X(1).
                   88  WS-CS-OWN-RATE     VALUE "C".
                   88  WS-CS-DEFAULT-RATE VALUE "D".
                   88  WS-CS-NO-RATE      VALUE "N".
               10  WS-CS-TXN-RATE  PIC 9(3)V9(4).
               10  WS-CS-UNIT-RATE PIC 9(3)V9(4).
               10  WS-CS-UNEXPLAINED PIC S9(10).
               10  WS-CS-SHOW-SW   PIC X(1).
                   88  WS-CS-SHOWN VALUE "Y".
               10  WS-CS-BLK.
                   15  WS-CS-ACT OCCURS 7 TIMES.
                       20  WS-CS-ACT-COUNT  PIC 9(7).
                       20  WS-CS-ACT-AMOUNT PIC S9(10).
                   15  WS-CS-REJECTS    PIC 9(7).
                   15  WS-CS-ERRORS     PIC 9(7).
                   15  WS-CS-BILL-TXNS  PIC 9(7).
                   15  WS-CS-BILL-UNITS PIC 9(11).
                   15  WS-CS-CHARGE     PIC 9(11)V99.

       01  WS-BLK.
           05  WS-BLK-ACT OCCURS 7 TIMES.
               10  WS-BLK-ACT-COUNT    PIC 9(7).
               10  WS-BLK-ACT-AMOUNT   PIC S9(10).
           05  WS-BLK-REJECTS      PIC 9(7).
           05  WS-BLK-ERRORS       PIC 9(7).
           05  WS-BLK-BILL-TXNS    PIC 9(7).
           05  WS-BLK-BILL-UNITS   PIC 9(11).
           05  WS-BLK-CHARGE       PIC 9(11)V99.

       01  WS-DT.
           05  WS-DT-ACT OCCURS 7 TIMES.
               10  WS-DT-ACT-COUNT     PIC 9(7).
               10  WS-DT-ACT-AMOUNT    PIC S9(10).
           05  WS-DT-REJECTS       PIC 9(7).
           05  WS-DT-ERRORS        PIC 9(7).
           05  WS-DT-BILL-TXNS     PIC 9(7).
           05  WS-DT-BILL-UNITS    PIC 9(11).
           05  WS-DT-CHARGE        PIC 9(11)V99.

       01  WS-DEPT-MAX             PIC 9(3) COMP VALUE 100.
       01  WS-DEPT-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-SUB             PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-SCAN-SUB        PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-SHIFT-SUB       PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-FOUND-SUB       PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-INSERT-POS      PIC 9(3) COMP VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DEPT-ID      PIC X(4).
               10  WS-DEPT-COUNTERS PIC 9(5).
               10  WS-DEPT-TXNS    PIC 9(7).
               10  WS-DEPT-UNITS   PIC 9(11).
               10  WS-DEPT-CHARGE  PIC 9(11)V99.
       01  WS-CURRENT-DEPT         PIC X(4).

       01  WS-AUDIT-DELTA          PIC S9(10) VALUE 0.
       01  WS-MNT-DELTA            PIC S9(10) VALUE 0.
       01  WS-AUDIT-NET            PIC S9(10) VALUE 0.
       01  WS-SNAPSHOT-COUNT       PIC 9(5) VALUE 0.
       01  WS-NO-SNAPSHOT-COUNT    PIC 9(5) VALUE 0.
       01  WS-NO-RATE-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNEXPLAINED-COUNT    PIC 9(5) VALUE 0.
       01  WS-SHOWN-COUNT          PIC 9(5) VALUE 0.
       01  WS-GT-RECORDS           PIC 9(7) VALUE 0.
       01  WS-GT-TXNS              PIC 9(9) VALUE 0.
       01  WS-GT-UNITS             PIC 9(12) VALUE 0.
       01  WS-GT-CHARGE            PIC 9(11)V99 VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.

       01  WS-PAGE-NO              PIC 9(3) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(2) VALUE 55.
       01  WS-PRINT-LINE           PIC X(80).
       01  WS-COL-POS              PIC 9(2) VALUE 0.
       01  WS-RPT-EDIT-5           PIC ZZZZ9.
       01  WS-RPT-EDIT-6           PIC ZZZZZ9.
       01  WS-RPT-EDIT-7           PIC ZZZZZZ9.
       01  WS-RPT-EDIT-9           PIC ZZZZZZZZ9.
       01  WS-RPT-EDIT-10          PIC ZZZZZZZZZ9.
       01  WS-RPT-EDIT-11          PIC ZZZZZZZZZZ9.
       01  WS-RPT-EDIT-S10         PIC +++++++++9.
       01  WS-RPT-EDIT-S11         PIC ++++++++++9.
       01  WS-RPT-EDIT-RATE        PIC ZZ9.9999.
       01  WS-RPT-EDIT-MONEY       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-EDIT-PAGE        PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0400-GET-BUSINESS-DATE
           PERFORM 0500-GET-PERIOD-PARM
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-NO-MORE-COUNTERS
               READ CTRL-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-COUNTERS TO TRUE
                   NOT AT END
                       PERFORM 1500-LOAD-COUNTER
               END-READ
           END-PERFORM
           IF WS-SNAPSHOT-COUNT = 0
               DISPLAY "Error: no period snapshot on HISTFIL for "
                   WS-PERIOD-ID " - run PERPGM first - statement "
                   "refused"
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           PERFORM 2000-READ-AUDIT-ARCHIVE
           PERFORM 2050-READ-AUDIT-LIVE
           PERFORM 2300-READ-REJECT-ARCHIVE
           PERFORM 2350-READ-REJECT-LIVE
           PERFORM 2500-READ-ERROR-ARCHIVE
           PERFORM 2550-READ-ERROR-LIVE
           PERFORM 2700-READ-MAINT-AUDIT
           PERFORM 3000-RATE-COUNTER
               VARYING WS-CS-SUB FROM 1 BY 1
               UNTIL WS-CS-SUB > WS-CS-COUNT
           PERFORM 3500-OPEN-OUTPUT
           PERFORM 3600-WRITE-CHG-HEADER
           PERFORM 4000-PRINT-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           PERFORM 3800-WRITE-CHG-TRAILER
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 8000-SAVE-FILE-SEQ
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

       0500-GET-PERIOD-PARM.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD-ID
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF WS-PARM-LINE (1:6) NUMERIC
               AND WS-PARM-LINE (7:1) = SPACE
               AND WS-PARM-LINE (5:2) > "00"
               AND WS-PARM-LINE (5:2) < "13"
               MOVE WS-PARM-LINE (1:6) TO WS-PERIOD-ID
           ELSE
               IF WS-PARM-LINE NOT = SPACES
                   DISPLAY "Warning: period parameter "
                       WS-PARM-LINE (1:10) " not YYYYMM - using "
                       WS-PERIOD-ID
               END-IF
           END-IF
           MOVE WS-PERIOD-ID TO WS-PERIOD-PARTS
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PERIOD-YEAR
               MOVE 12 TO WS-PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF
           MOVE WS-PERIOD-PARTS TO WS-PRIOR-PERIOD-ID.

       1000-INITIALIZE.
           OPEN INPUT CTRL-FILE
           IF WS-CTRL-STATUS = "35"
               DISPLAY "Error: CTRL-FILE not found - nothing to "
                   "report"
               SET WS-NO-MORE-COUNTERS TO TRUE
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
           OPEN INPUT RAT-FILE
           IF WS-RAT-STATUS = "35"
               DISPLAY "Warning: CHGRAT not found - no charges "
                   "will be raised"
               SET WS-NO-MORE-RATES TO TRUE
           END-IF
           PERFORM UNTIL WS-NO-MORE-RATES
               READ RAT-FILE
                   AT END
                       SET WS-NO-MORE-RATES TO TRUE
                   NOT AT END
                       PERFORM 1100-LOAD-RATE-ENTRY
               END-READ
           END-PERFORM
           IF WS-RAT-STATUS NOT = "35"
               CLOSE RAT-FILE
           END-IF.

       1100-LOAD-RATE-ENTRY.
           IF RAT-COUNTER-ID = SPACES
               CONTINUE
           ELSE
               IF RAT-TXN-RATE NOT NUMERIC
                   OR RAT-UNIT-RATE NOT NUMERIC
                   DISPLAY "Error: CHGRAT rates for " RAT-COUNTER-ID
                       " not numeric - record ignored"
               ELSE
                   IF RAT-COUNTER-ID = WS-DEFAULT-RATE-ID
                       SET WS-DEFAULT-RATE-FOUND TO TRUE
                       MOVE RAT-TXN-RATE TO WS-DEFAULT-TXN-RATE
                       MOVE RAT-UNIT-RATE TO WS-DEFAULT-UNIT-RATE
                   ELSE
                       IF WS-RT-COUNT >= WS-RT-MAX
                           DISPLAY "Error: DEPSTM rate table full - "
                               "rate for " RAT-COUNTER-ID " ignored"
                       ELSE
                           ADD 1 TO WS-RT-COUNT
                           MOVE RAT-COUNTER-ID
                               TO WS-RT-ID (WS-RT-COUNT)
                           MOVE RAT-TXN-RATE
                               TO WS-RT-TXN-RATE (WS-RT-COUNT)
                           MOVE RAT-UNIT-RATE
                               TO WS-RT-UNIT-RATE (WS-RT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1400-ADD-DEPARTMENT.
           MOVE 0 TO WS-DEPT-FOUND-SUB
           PERFORM 1410-SCAN-DEPARTMENT-LIST
               VARYING WS-DEPT-SCAN-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SCAN-SUB > WS-DEPT-COUNT
           IF WS-DEPT-FOUND-SUB = 0
               IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY "Error: DEPSTM department table full - "
                       "department " WS-WORK-DEPT " not reported"
               ELSE
                   PERFORM 1420-INSERT-DEPARTMENT
                   MOVE WS-DEPT-INSERT-POS TO WS-DEPT-FOUND-SUB
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
           MOVE 0 TO WS-DEPT-COUNTERS (WS-DEPT-INSERT-POS)
           MOVE 0 TO WS-DEPT-TXNS (WS-DEPT-INSERT-POS)
           MOVE 0 TO WS-DEPT-UNITS (WS-DEPT-INSERT-POS)
           MOVE 0 TO WS-DEPT-CHARGE (WS-DEPT-INSERT-POS)
           ADD 1 TO WS-DEPT-COUNT.

       1430-FIND-INSERT-POS.
           IF WS-DEPT-SCAN-SUB < WS-DEPT-INSERT-POS
               AND WS-DEPT-ID (WS-DEPT-SCAN-SUB) > WS-WORK-DEPT
               MOVE WS-DEPT-SCAN-SUB TO WS-DEPT-INSERT-POS
           END-IF.

       1440-SHIFT-DEPARTMENT.
           MOVE WS-DEPT-ENTRY (WS-DEPT-SHIFT-SUB)
               TO WS-DEPT-ENTRY (WS-DEPT-SHIFT-SUB + 1).

       1500-LOAD-COUNTER.
           MOVE SPACES TO WS-WORK-DEPT
           MOVE SPACES TO WS-WORK-DESC
           MOVE "N" TO WS-WORK-CLOSED
           MOVE CTL-COUNTER-ID TO CMS-COUNTER-ID
           READ CMS-FILE KEY IS CMS-COUNTER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CMS-DEPARTMENT TO WS-WORK-DEPT
                   MOVE CMS-DESCRIPTION TO WS-WORK-DESC
                   IF CMS-CLOSED
                       MOVE "Y" TO WS-WORK-CLOSED
                   END-IF
           END-READ
           IF WS-CS-COUNT >= WS-CS-MAX
               DISPLAY "Error: DEPSTM counter table full - "
                   "counter " CTL-COUNTER-ID " not reported"
           ELSE
               PERFORM 1400-ADD-DEPARTMENT
               IF WS-DEPT-FOUND-SUB > 0
                   ADD 1 TO WS-CS-COUNT
                   MOVE WS-CS-COUNT TO WS-CS-SUB
                   PERFORM 1600-INIT-COUNTER-ENTRY
                   PERFORM 1700-LOAD-SNAPSHOTS
               END-IF
           END-IF.

       1600-INIT-COUNTER-ENTRY.
           MOVE CTL-COUNTER-ID TO WS-CS-ID (WS-CS-SUB)
           MOVE WS-WORK-DEPT TO WS-CS-DEPT (WS-CS-SUB)
           MOVE WS-WORK-DESC TO WS-CS-DESC (WS-CS-SUB)
           MOVE WS-WORK-CLOSED TO WS-CS-CLOSED (WS-CS-SUB)
           MOVE 0 TO WS-CS-OPENING (WS-CS-SUB)
           MOVE 0 TO WS-CS-CLOSING (WS-CS-SUB)
           MOVE "N" TO WS-CS-SNAP-SW (WS-CS-SUB)
           MOVE "N" TO WS-CS-RATE-SW (WS-CS-SUB)
           MOVE 0 TO WS-CS-TXN-RATE (WS-CS-SUB)
           MOVE 0 TO WS-CS-UNIT-RATE (WS-CS-SUB)
           MOVE 0 TO WS-CS-UNEXPLAINED (WS-CS-SUB)
           MOVE "N" TO WS-CS-SHOW-SW (WS-CS-SUB)
           PERFORM 1610-CLEAR-COUNTER-ACTIVITY
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > 7
           MOVE 0 TO WS-CS-REJECTS (WS-CS-SUB)
           MOVE 0 TO WS-CS-ERRORS (WS-CS-SUB)
           MOVE 0 TO WS-CS-BILL-TXNS (WS-CS-SUB)
           MOVE 0 TO WS-CS-BILL-UNITS (WS-CS-SUB)
           MOVE 0 TO WS-CS-CHARGE (WS-CS-SUB).

       1610-CLEAR-COUNTER-ACTIVITY.
           MOVE 0 TO WS-CS-ACT-COUNT (WS-CS-SUB, WS-ACT-SUB)
           MOVE 0 TO WS-CS-ACT-AMOUNT (WS-CS-SUB, WS-ACT-SUB).

       1700-LOAD-SNAPSHOTS.
           MOVE WS-PRIOR-PERIOD-ID TO HIST-PERIOD-ID
           MOVE CTL-COUNTER-ID TO HIST-COUNTER-ID
           READ HIST-FILE KEY IS HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIST-RESET-FLAG NOT = "Y"
                       MOVE HIST-ENDING-VALUE
                           TO WS-CS-OPENING (WS-CS-SUB)
                   END-IF
           END-READ
           MOVE WS-PERIOD-ID TO HIST-PERIOD-ID
           MOVE CTL-COUNTER-ID TO HIST-COUNTER-ID
           READ HIST-FILE KEY IS HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CS-SNAP-SW (WS-CS-SUB)
                   MOVE HIST-ENDING-VALUE TO WS-CS-CLOSING (WS-CS-SUB)
                   ADD 1 TO WS-SNAPSHOT-COUNT
           END-READ.

       2000-READ-AUDIT-ARCHIVE.
           MOVE "N" TO WS-PASS-EOF-SWITCH
           OPEN INPUT AUD-ARC-FILE
           IF WS-AUD-ARC-STATUS = "35"
               SET WS-PASS-COMPLETE TO TRUE
           END-IF
           PERFORM UNTIL WS-PASS-COMPLETE
               READ AUD-ARC-FILE
                   AT END
                       SET WS-PASS-COMPLETE TO TRUE
                   NOT AT END
                       MOVE AUD-ARC-RECORD TO AUD-RECORD
                       PERFORM 2100-TALLY-AUDIT-RECORD
               END-READ
           END-PERFORM
           IF WS-AUD-ARC-STATUS NOT = "35"
               CLOSE AUD-ARC-FILE
           END-IF.

       2050-READ-AUDIT-LIVE.
           MOVE "N" TO WS-PASS-EOF-SWITCH
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS = "35"
               SET WS-PASS-COMPLETE TO TRUE
           END-IF
           PERFORM UNTIL WS-PASS-COMPLETE
               READ AUD-FILE
                   AT END
                       SET WS-PASS-COMPLETE TO TRUE
                   NOT AT END
                       PERFORM 2100-TALLY-AUDIT-RECORD
               END-READ
           END-PERFORM
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUD-FILE
           END-IF.

       2100-TALLY-AUDIT-RECORD.
           IF AUD-TIMESTAMP (1:6) = WS-PERIOD-ID
               MOVE AUD-COUNTER-ID TO WS-WORK-ID
               PERFORM 2900-FIND-COUNTER
               IF WS-CS-FOUND-SUB > 0
                   MOVE AUD-TXN-TYPE TO WS-WORK-TYPE
                   IF WS-WORK-TYPE = SPACE
                       MOVE "I" TO WS-WORK-TYPE
                   END-IF
                   MOVE 0 TO WS-TYPE-FOUND-SUB
                   PERFORM 2110-FIND-TYPE
                       VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > 6
                   IF WS-TYPE-FOUND-SUB > 0
                       COMPUTE WS-AUDIT-DELTA =
                           AUD-VALUE-AFTER - AUD-VALUE-BEFORE
                       ADD 1 TO WS-CS-ACT-COUNT
                           (WS-CS-FOUND-SUB, WS-TYPE-FOUND-SUB)
                       ADD WS-AUDIT-DELTA TO WS-CS-ACT-AMOUNT
                           (WS-CS-FOUND-SUB, WS-TYPE-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       2110-FIND-TYPE.
           IF WS-TYPE-CODE (WS-TYPE-SUB) = WS-WORK-TYPE
               MOVE WS-TYPE-SUB TO WS-TYPE-FOUND-SUB
           END-IF.

       2300-READ-REJECT-ARCHIVE.
           MOVE "N" TO WS-PASS-EOF-SWITCH
           OPEN INPUT REJ-ARC-FILE
           IF WS-REJ-ARC-STATUS = "35"
               SET WS-PASS-COMPLETE TO TRUE
           END-IF
           PERFORM UNTIL WS-PASS-COMPLETE
               READ REJ-ARC-FILE
                   AT END
                       SET WS-PASS-COMPLETE TO TRUE
                   NOT AT END
                       MOVE REJ-ARC-RECORD TO REJ-RECORD
                       PERFORM 2400-TALLY-REJECT-RECORD
               END-READ
           END-PERFORM
           IF WS-REJ-ARC-STATUS NOT = "35"
               CLOSE REJ-ARC-FILE
           END-IF.

       2350-READ-REJECT-LIVE.
           MOVE "N" TO WS-PASS-EOF-SWITCH
           OPEN INPUT REJ-FILE
           IF WS-REJ-STATUS = "35"
               SET WS-PASS-COMPLETE TO TRUE
           END-IF
           PERFORM UNTIL WS-PASS-COMPLETE
               READ REJ-FILE
                   AT END
                       SET WS-PASS-COMPLETE TO TRUE
                   NOT AT END
                       PERFORM 2400-TALLY-REJECT-RECORD
               END-READ
           END-PERFORM
           IF WS-REJ-STATUS NOT = "35"
               CLOSE REJ-FILE
           END-IF.

       2400-TALLY-REJECT-RECORD.
           IF REJ-TIMESTAMP (1:6) = WS-PERIOD-ID
               MOVE REJ-COUNTER-ID TO WS-WORK-ID
               PERFORM 2900-FIND-COUNTER
               IF WS-CS-FOUND-SUB > 0
                   ADD 1 TO WS-CS-REJECTS (WS-CS-FOUND-SUB)
               END-IF
           END-IF.

       2500-READ-ERROR-ARCHIVE.
           MOVE "N" TO WS-PASS-EOF-SWITCH
           OPEN INPUT ERR-ARC-FILE
           IF WS-ERR-ARC-STATUS = "35"
               SET WS-PASS-COMPLETE TO TRUE
           END-IF
           PERFORM UNTIL WS-PASS-COMPLETE
               READ ERR-ARC-FILE
                   AT END
                       SET WS-PASS-COMPLETE TO TRUE
                   NOT AT END
                       MOVE ERR-ARC-RECORD TO ERR-RECORD
                       PERFORM 2600-TALLY-ERROR-RECORD
               END-READ
           END-PERFORM
           IF WS-ERR-ARC-STATUS NOT = "35"
               CLOSE ERR-ARC-FILE
           END-IF.

       2550-READ-ERROR-LIVE.
           MOVE "N" TO WS-PASS-EOF-SWITCH
           OPEN INPUT ERR-FILE
           IF WS-ERR-STATUS = "35"
               SET WS-PASS-COMPLETE TO TRUE
           END-IF
           PERFORM UNTIL WS-PASS-COMPLETE
               READ ERR-FILE
                   AT END
                       SET WS-PASS-COMPLETE TO TRUE
                   NOT AT END
                       PERFORM 2600-TALLY-ERROR-RECORD
               END-READ
           END-PERFORM
           IF WS-ERR-STATUS NOT = "35"
               CLOSE ERR-FILE
           END-IF.

       2600-TALLY-ERROR-RECORD.
           IF ERR-TIMESTAMP (1:6) = WS-PERIOD-ID
               MOVE ERR-COUNTER-ID TO WS-WORK-ID
               PERFORM 2900-FIND-COUNTER
               IF WS-CS-FOUND-SUB > 0
                   ADD 1 TO WS-CS-ERRORS (WS-CS-FOUND-SUB)
               END-IF
           END-IF.

       2700-READ-MAINT-AUDIT.
           MOVE "N" TO WS-PASS-EOF-SWITCH
           OPEN INPUT MNT-FILE
           IF WS-MNT-STATUS = "35"
               SET WS-PASS-COMPLETE TO TRUE
           END-IF
           PERFORM UNTIL WS-PASS-COMPLETE
               READ MNT-FILE
                   AT END
                       SET WS-PASS-COMPLETE TO TRUE
                   NOT AT END
                       PERFORM 2800-TALLY-MAINT-RECORD
               END-READ
           END-PERFORM
           IF WS-MNT-STATUS NOT = "35"
               CLOSE MNT-FILE
           END-IF.

       2800-TALLY-MAINT-RECORD.
           IF MNT-TIMESTAMP (1:6) = WS-PERIOD-ID
               AND (MNT-FUNCTION = "V" OR MNT-FUNCTION = "P")
               MOVE MNT-COUNTER-ID TO WS-WORK-ID
               PERFORM 2900-FIND-COUNTER
               IF WS-CS-FOUND-SUB > 0
                   COMPUTE WS-MNT-DELTA =
                       MNT-VALUE-AFTER - MNT-VALUE-BEFORE
                   ADD 1 TO WS-CS-ACT-COUNT
                       (WS-CS-FOUND-SUB, WS-MANUAL-SUB)
                   ADD WS-MNT-DELTA TO WS-CS-ACT-AMOUNT
                       (WS-CS-FOUND-SUB, WS-MANUAL-SUB)
               END-IF
           END-IF.

       2900-FIND-COUNTER.
           MOVE 0 TO WS-CS-FOUND-SUB
           PERFORM 2910-SCAN-COUNTER-TABLE
               VARYING WS-CS-SUB FROM 1 BY 1
               UNTIL WS-CS-SUB > WS-CS-COUNT
               OR WS-CS-FOUND-SUB > 0.

       2910-SCAN-COUNTER-TABLE.
           IF WS-CS-ID (WS-CS-SUB) = WS-WORK-ID
               MOVE WS-CS-SUB TO WS-CS-FOUND-SUB
           END-IF.

       3000-RATE-COUNTER.
           MOVE 0 TO WS-AUDIT-NET
           PERFORM 3010-ADD-AUDIT-NET
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > 7
           IF WS-CS-NO-SNAPSHOT (WS-CS-SUB)
               COMPUTE WS-CS-CLOSING (WS-CS-SUB) =
                   WS-CS-OPENING (WS-CS-SUB) + WS-AUDIT-NET
               ADD 1 TO WS-NO-SNAPSHOT-COUNT
           ELSE
               COMPUTE WS-CS-UNEXPLAINED (WS-CS-SUB) =
                   WS-CS-CLOSING (WS-CS-SUB)
                   - WS-CS-OPENING (WS-CS-SUB) - WS-AUDIT-NET
           END-IF
           IF WS-CS-CLOSED (WS-CS-SUB) NOT = "Y"
               OR WS-CS-OPENING (WS-CS-SUB) NOT = 0
               OR WS-CS-CLOSING (WS-CS-SUB) NOT = 0
               OR WS-CS-REJECTS (WS-CS-SUB) > 0
               OR WS-CS-ERRORS (WS-CS-SUB) > 0
               MOVE "Y" TO WS-CS-SHOW-SW (WS-CS-SUB)
           END-IF
           PERFORM 3020-CHECK-ANY-ACTIVITY
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > 7
           COMPUTE WS-CS-BILL-TXNS (WS-CS-SUB) =
               WS-CS-ACT-COUNT (WS-CS-SUB, 1)
               + WS-CS-ACT-COUNT (WS-CS-SUB, 2)
               + WS-CS-ACT-COUNT (WS-CS-SUB, 3)
           IF WS-CS-ACT-AMOUNT (WS-CS-SUB, 1) > 0
               MOVE WS-CS-ACT-AMOUNT (WS-CS-SUB, 1)
                   TO WS-CS-BILL-UNITS (WS-CS-SUB)
           END-IF
           PERFORM 3100-FIND-RATE
           COMPUTE WS-CS-CHARGE (WS-CS-SUB) ROUNDED =
               WS-CS-BILL-TXNS (WS-CS-SUB) * WS-CS-TXN-RATE (WS-CS-SUB)
               + WS-CS-BILL-UNITS (WS-CS-SUB)
               * WS-CS-UNIT-RATE (WS-CS-SUB)
           IF WS-CS-BILL-TXNS (WS-CS-SUB) > 0
               ADD 1 TO WS-GT-RECORDS
               ADD WS-CS-BILL-TXNS (WS-CS-SUB) TO WS-GT-TXNS
               ADD WS-CS-BILL-UNITS (WS-CS-SUB) TO WS-GT-UNITS
               ADD WS-CS-CHARGE (WS-CS-SUB) TO WS-GT-CHARGE
               IF WS-CS-NO-RATE (WS-CS-SUB)
                   ADD 1 TO WS-NO-RATE-COUNT
               END-IF
           END-IF
           IF WS-CS-UNEXPLAINED (WS-CS-SUB) NOT = 0
               ADD 1 TO WS-UNEXPLAINED-COUNT
           END-IF.

       3010-ADD-AUDIT-NET.
           ADD WS-CS-ACT-AMOUNT (WS-CS-SUB, WS-ACT-SUB)
               TO WS-AUDIT-NET.

       3020-CHECK-ANY-ACTIVITY.
           IF WS-CS-ACT-COUNT (WS-CS-SUB, WS-ACT-SUB) > 0
               MOVE "Y" TO WS-CS-SHOW-SW (WS-CS-SUB)
           END-IF.

       3100-FIND-RATE.
           MOVE 0 TO WS-RT-FOUND-SUB
           PERFORM 3110-SCAN-RATE-TABLE
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT
               OR WS-RT-FOUND-SUB > 0
           IF WS-RT-FOUND-SUB > 0
               MOVE "C" TO WS-CS-RATE-SW (WS-CS-SUB)
               MOVE WS-RT-TXN-RATE (WS-RT-FOUND-SUB)
                   TO WS-CS-TXN-RATE (WS-CS-SUB)
               MOVE WS-RT-UNIT-RATE (WS-RT-FOUND-SUB)
                   TO WS-CS-UNIT-RATE (WS-CS-SUB)
           ELSE
               IF WS-DEFAULT-RATE-FOUND
                   MOVE "D" TO WS-CS-RATE-SW (WS-CS-SUB)
                   MOVE WS-DEFAULT-TXN-RATE
                       TO WS-CS-TXN-RATE (WS-CS-SUB)
                   MOVE WS-DEFAULT-UNIT-RATE
                       TO WS-CS-UNIT-RATE (WS-CS-SUB)
               ELSE
                   MOVE "N" TO WS-CS-RATE-SW (WS-CS-SUB)
               END-IF
           END-IF.

       3110-SCAN-RATE-TABLE.
           IF WS-RT-ID (WS-RT-SUB) = WS-CS-ID (WS-CS-SUB)
               MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
           END-IF.

       3500-OPEN-OUTPUT.
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS = "35"
               MOVE 0 TO WS-FILE-SEQ
           ELSE
               READ SEQ-FILE
                   AT END
                       MOVE 0 TO WS-FILE-SEQ
                   NOT AT END
                       MOVE SEQ-FILE-SEQ TO WS-FILE-SEQ
               END-READ
               CLOSE SEQ-FILE
           END-IF
           ADD 1 TO WS-FILE-SEQ
           OPEN OUTPUT CHG-FILE
           OPEN OUTPUT DEP-RPT-FILE
           SET WS-OUTPUT-OPEN TO TRUE.

       3600-WRITE-CHG-HEADER.
           MOVE SPACES TO CHG-HEADER-RECORD
           MOVE "H" TO CHG-HDR-TYPE
           MOVE WS-PERIOD-ID TO CHG-HDR-PERIOD-ID
           MOVE WS-BUSINESS-DATE TO CHG-HDR-RUN-DATE
           MOVE WS-FILE-SEQ TO CHG-HDR-FILE-SEQ
           MOVE WS-GT-RECORDS TO CHG-HDR-RECORD-COUNT
           MOVE WS-GT-CHARGE TO CHG-HDR-CHARGE-TOTAL
           WRITE CHG-HEADER-RECORD.

       3700-WRITE-CHG-DETAIL.
           MOVE SPACES TO CHG-DETAIL-RECORD
           MOVE "D" TO CHG-DTL-TYPE
           MOVE WS-PERIOD-ID TO CHG-DTL-PERIOD-ID
           MOVE WS-CS-DEPT (WS-CS-SUB) TO CHG-DTL-DEPARTMENT
           MOVE WS-CS-ID (WS-CS-SUB) TO CHG-DTL-COUNTER-ID
           MOVE WS-CS-BILL-TXNS (WS-CS-SUB) TO CHG-DTL-TXN-COUNT
           MOVE WS-CS-BILL-UNITS (WS-CS-SUB) TO CHG-DTL-UNITS
           MOVE WS-CS-TXN-RATE (WS-CS-SUB) TO CHG-DTL-TXN-RATE
           MOVE WS-CS-UNIT-RATE (WS-CS-SUB) TO CHG-DTL-UNIT-RATE
           MOVE WS-CS-CHARGE (WS-CS-SUB) TO CHG-DTL-CHARGE
           WRITE CHG-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

       3800-WRITE-CHG-TRAILER.
           MOVE SPACES TO CHG-TRAILER-RECORD
           MOVE "T" TO CHG-TRL-TYPE
           MOVE WS-DETAIL-COUNT TO CHG-TRL-RECORD-COUNT
           MOVE WS-GT-TXNS TO CHG-TRL-TXN-TOTAL
           MOVE WS-GT-UNITS TO CHG-TRL-UNIT-HASH
           MOVE WS-GT-CHARGE TO CHG-TRL-CHARGE-TOTAL
           WRITE CHG-TRAILER-RECORD
           IF WS-DETAIL-COUNT NOT = WS-GT-RECORDS
               DISPLAY "Error: DEPSTM wrote " WS-DETAIL-COUNT
                   " chargeback detail(s), header says "
                   WS-GT-RECORDS
           END-IF.

       4000-PRINT-DEPARTMENT.
           MOVE WS-DEPT-ID (WS-DEPT-SUB) TO WS-CURRENT-DEPT
           MOVE 0 TO WS-CS-FOUND-SUB
           PERFORM 4010-FIND-SHOWN-COUNTER
               VARYING WS-CS-SUB FROM 1 BY 1
               UNTIL WS-CS-SUB > WS-CS-COUNT
               OR WS-CS-FOUND-SUB > 0
           IF WS-CS-FOUND-SUB > 0
               PERFORM 4020-PRINT-DEPARTMENT-STATEMENT
           END-IF.

       4010-FIND-SHOWN-COUNTER.
           IF WS-CS-DEPT (WS-CS-SUB) = WS-CURRENT-DEPT
               AND WS-CS-SHOWN (WS-CS-SUB)
               MOVE WS-CS-SUB TO WS-CS-FOUND-SUB
           END-IF.

       4020-PRINT-DEPARTMENT-STATEMENT.
           PERFORM 4050-CLEAR-DEPARTMENT-TOTALS
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > 7
           MOVE 0 TO WS-DT-REJECTS
           MOVE 0 TO WS-DT-ERRORS
           MOVE 0 TO WS-DT-BILL-TXNS
           MOVE 0 TO WS-DT-BILL-UNITS
           MOVE 0 TO WS-DT-CHARGE
           MOVE 99 TO WS-LINE-COUNT
           PERFORM 4100-PRINT-COUNTER
               VARYING WS-CS-SUB FROM 1 BY 1
               UNTIL WS-CS-SUB > WS-CS-COUNT
           PERFORM 4400-PRINT-DEPARTMENT-TOTALS
           MOVE WS-DT-BILL-TXNS TO WS-DEPT-TXNS (WS-DEPT-SUB)
           MOVE WS-DT-BILL-UNITS TO WS-DEPT-UNITS (WS-DEPT-SUB)
           MOVE WS-DT-CHARGE TO WS-DEPT-CHARGE (WS-DEPT-SUB).

       4050-CLEAR-DEPARTMENT-TOTALS.
           MOVE 0 TO WS-DT-ACT-COUNT (WS-ACT-SUB)
           MOVE 0 TO WS-DT-ACT-AMOUNT (WS-ACT-SUB).

       4100-PRINT-COUNTER.
           IF WS-CS-DEPT (WS-CS-SUB) = WS-CURRENT-DEPT
               AND WS-CS-SHOWN (WS-CS-SUB)
               IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
                   MOVE 99 TO WS-LINE-COUNT
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-CS-ID (WS-CS-SUB) TO WS-PRINT-LINE (1:10)
               MOVE WS-CS-DESC (WS-CS-SUB) TO WS-PRINT-LINE (12:30)
               MOVE "OPENING" TO WS-PRINT-LINE (43:7)
               MOVE WS-CS-OPENING (WS-CS-SUB) TO WS-RPT-EDIT-9
               MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (51:9)
               MOVE "CLOSING" TO WS-PRINT-LINE (62:7)
               MOVE WS-CS-CLOSING (WS-CS-SUB) TO WS-RPT-EDIT-9
               MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (70:9)
               PERFORM 4500-WRITE-RPT-LINE
               MOVE WS-CS-BLK (WS-CS-SUB) TO WS-BLK
               PERFORM 4300-PRINT-ACTIVITY-ROWS
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "CHARGE" TO WS-PRINT-LINE (3:6)
               MOVE "RATES" TO WS-PRINT-LINE (11:5)
               MOVE WS-CS-TXN-RATE (WS-CS-SUB) TO WS-RPT-EDIT-RATE
               MOVE WS-RPT-EDIT-RATE TO WS-PRINT-LINE (17:8)
               MOVE "/TXN" TO WS-PRINT-LINE (25:4)
               MOVE WS-CS-UNIT-RATE (WS-CS-SUB) TO WS-RPT-EDIT-RATE
               MOVE WS-RPT-EDIT-RATE TO WS-PRINT-LINE (30:8)
               MOVE "/UNIT" TO WS-PRINT-LINE (38:5)
               IF WS-CS-NO-RATE (WS-CS-SUB)
                   MOVE "NO RATE" TO WS-PRINT-LINE (44:7)
               END-IF
               IF WS-CS-DEFAULT-RATE (WS-CS-SUB)
                   MOVE "DEFAULT" TO WS-PRINT-LINE (44:7)
               END-IF
               MOVE WS-CS-CHARGE (WS-CS-SUB) TO WS-RPT-EDIT-MONEY
               MOVE WS-RPT-EDIT-MONEY TO WS-PRINT-LINE (61:18)
               PERFORM 4500-WRITE-RPT-LINE
               IF WS-CS-NO-SNAPSHOT (WS-CS-SUB)
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE "** NO PERIOD SNAPSHOT - CLOSING IS OPENING "
                       TO WS-PRINT-LINE (3:43)
                   MOVE "PLUS ACTIVITY" TO WS-PRINT-LINE (46:13)
                   PERFORM 4500-WRITE-RPT-LINE
               END-IF
               IF WS-CS-UNEXPLAINED (WS-CS-SUB) NOT = 0
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE "** NOT ACCOUNTED FOR" TO WS-PRINT-LINE (3:20)
                   MOVE WS-CS-UNEXPLAINED (WS-CS-SUB)
                       TO WS-RPT-EDIT-S11
                   MOVE WS-RPT-EDIT-S11 TO WS-PRINT-LINE (24:11)
                   PERFORM 4500-WRITE-RPT-LINE
               END-IF
               IF WS-CS-BILL-TXNS (WS-CS-SUB) > 0
                   PERFORM 3700-WRITE-CHG-DETAIL
               END-IF
               PERFORM 4150-ADD-DEPARTMENT-TOTALS
                   VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > 7
               ADD WS-BLK-REJECTS TO WS-DT-REJECTS
               ADD WS-BLK-ERRORS TO WS-DT-ERRORS
               ADD WS-BLK-BILL-TXNS TO WS-DT-BILL-TXNS
               ADD WS-BLK-BILL-UNITS TO WS-DT-BILL-UNITS
               ADD WS-BLK-CHARGE TO WS-DT-CHARGE
               ADD 1 TO WS-DEPT-COUNTERS (WS-DEPT-SUB)
               ADD 1 TO WS-SHOWN-COUNT
           END-IF.

       4150-ADD-DEPARTMENT-TOTALS.
           ADD WS-BLK-ACT-COUNT (WS-ACT-SUB)
               TO WS-DT-ACT-COUNT (WS-ACT-SUB)
           ADD WS-BLK-ACT-AMOUNT (WS-ACT-SUB)
               TO WS-DT-ACT-AMOUNT (WS-ACT-SUB).

       4300-PRINT-ACTIVITY-ROWS.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "COUNT" TO WS-PRINT-LINE (3:5)
           PERFORM 4310-EDIT-COUNT-COLUMN
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > 7
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "AMOUNT" TO WS-PRINT-LINE (3:6)
           PERFORM 4320-EDIT-AMOUNT-COLUMN
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > 7
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "REJECTS" TO WS-PRINT-LINE (3:7)
           MOVE WS-BLK-REJECTS TO WS-RPT-EDIT-7
           MOVE WS-RPT-EDIT-7 TO WS-PRINT-LINE (11:7)
           MOVE "VALIDATION ERRORS" TO WS-PRINT-LINE (21:17)
           MOVE WS-BLK-ERRORS TO WS-RPT-EDIT-7
           MOVE WS-RPT-EDIT-7 TO WS-PRINT-LINE (39:7)
           MOVE "BILLABLE" TO WS-PRINT-LINE (48:8)
           MOVE WS-BLK-BILL-TXNS TO WS-RPT-EDIT-7
           MOVE WS-RPT-EDIT-7 TO WS-PRINT-LINE (57:7)
           MOVE "UNITS" TO WS-PRINT-LINE (65:5)
           IF WS-BLK-BILL-UNITS > 999999999
               MOVE 999999999 TO WS-RPT-EDIT-9
           ELSE
               MOVE WS-BLK-BILL-UNITS TO WS-RPT-EDIT-9
           END-IF
           MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (71:9)
           PERFORM 4500-WRITE-RPT-LINE.

       4310-EDIT-COUNT-COLUMN.
           COMPUTE WS-COL-POS = 11 + 10 * (WS-ACT-SUB - 1)
           MOVE WS-BLK-ACT-COUNT (WS-ACT-SUB) TO WS-RPT-EDIT-10
           MOVE WS-RPT-EDIT-10 TO WS-PRINT-LINE (WS-COL-POS:10).

       4320-EDIT-AMOUNT-COLUMN.
           COMPUTE WS-COL-POS = 11 + 10 * (WS-ACT-SUB - 1)
           MOVE WS-BLK-ACT-AMOUNT (WS-ACT-SUB) TO WS-RPT-EDIT-S10
           MOVE WS-RPT-EDIT-S10 TO WS-PRINT-LINE (WS-COL-POS:10).

       4400-PRINT-DEPARTMENT-TOTALS.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-DEPT-COUNTERS (WS-DEPT-SUB) TO WS-RPT-EDIT-5
           IF WS-CURRENT-DEPT = SPACES
               STRING "TOTAL (NONE ON MASTER)   COUNTERS "
                   DELIMITED BY SIZE
                   WS-RPT-EDIT-5 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               STRING "TOTAL DEPARTMENT " DELIMITED BY SIZE
                   WS-CURRENT-DEPT DELIMITED BY SIZE
                   "   COUNTERS " DELIMITED BY SIZE
                   WS-RPT-EDIT-5 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF
           PERFORM 4500-WRITE-RPT-LINE
           MOVE WS-DT TO WS-BLK
           PERFORM 4300-PRINT-ACTIVITY-ROWS
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "DEPARTMENT CHARGE FOR PERIOD" TO WS-PRINT-LINE (3:28)
           MOVE WS-DT-CHARGE TO WS-RPT-EDIT-MONEY
           MOVE WS-RPT-EDIT-MONEY TO WS-PRINT-LINE (61:18)
           PERFORM 4500-WRITE-RPT-LINE.

       4500-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4600-START-NEW-PAGE
           END-IF
           WRITE DEP-RPT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4600-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO DEP-RPT-LINE
           MOVE WS-PAGE-NO TO WS-RPT-EDIT-PAGE
           STRING "DEPARTMENT ACTIVITY STATEMENT  PERIOD "
               DELIMITED BY SIZE
               WS-PERIOD-ID DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               WS-RPT-EDIT-PAGE DELIMITED BY SIZE
               INTO DEP-RPT-LINE
           WRITE DEP-RPT-LINE
           MOVE SPACES TO DEP-RPT-LINE
           IF WS-PRINTING-SUMMARY
               MOVE "CHARGEBACK SUMMARY - ALL DEPARTMENTS"
                   TO DEP-RPT-LINE
               WRITE DEP-RPT-LINE
               MOVE SPACES TO DEP-RPT-LINE
               WRITE DEP-RPT-LINE
               MOVE 3 TO WS-LINE-COUNT
           ELSE
               IF WS-CURRENT-DEPT = SPACES
                   MOVE "DEPARTMENT (NONE ON MASTER)" TO DEP-RPT-LINE
               ELSE
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                       WS-CURRENT-DEPT DELIMITED BY SIZE
                       INTO DEP-RPT-LINE
               END-IF
               WRITE DEP-RPT-LINE
               MOVE SPACES TO DEP-RPT-LINE
               WRITE DEP-RPT-LINE
               MOVE SPACES TO DEP-RPT-LINE
               MOVE "INCREMENT" TO DEP-RPT-LINE (12:9)
               MOVE "DECREMENT" TO DEP-RPT-LINE (22:9)
               MOVE "SET" TO DEP-RPT-LINE (38:3)
               MOVE "ROLLUP" TO DEP-RPT-LINE (45:6)
               MOVE "BACKOUT" TO DEP-RPT-LINE (54:7)
               MOVE "MERGE" TO DEP-RPT-LINE (66:5)
               MOVE "MANUAL" TO DEP-RPT-LINE (75:6)
               WRITE DEP-RPT-LINE
               MOVE 4 TO WS-LINE-COUNT
           END-IF.

       5000-PRINT-SUMMARY.
           SET WS-PRINTING-SUMMARY TO TRUE
           MOVE 99 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "DEPT" TO WS-PRINT-LINE (1:4)
           MOVE "COUNTERS" TO WS-PRINT-LINE (8:8)
           MOVE "BILLABLE TXNS" TO WS-PRINT-LINE (19:13)
           MOVE "UNITS" TO WS-PRINT-LINE (42:5)
           MOVE "CHARGE" TO WS-PRINT-LINE (73:6)
           PERFORM 4500-WRITE-RPT-LINE
           PERFORM 5100-PRINT-DEPARTMENT-CHARGE
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "ALL" TO WS-PRINT-LINE (1:3)
           MOVE WS-SHOWN-COUNT TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (11:5)
           MOVE WS-GT-TXNS TO WS-RPT-EDIT-9
           MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (23:9)
           MOVE WS-GT-UNITS TO WS-RPT-EDIT-11
           MOVE WS-RPT-EDIT-11 TO WS-PRINT-LINE (36:11)
           MOVE WS-GT-CHARGE TO WS-RPT-EDIT-MONEY
           MOVE WS-RPT-EDIT-MONEY TO WS-PRINT-LINE (61:18)
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-FILE-SEQ TO WS-RPT-EDIT-6
           STRING "CHARGEBACK FILE SEQUENCE       : " DELIMITED BY SIZE
               WS-RPT-EDIT-6 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-DETAIL-COUNT TO WS-RPT-EDIT-7
           STRING "CHARGEBACK DETAIL RECORDS      : " DELIMITED BY SIZE
               WS-RPT-EDIT-7 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-GT-CHARGE TO WS-RPT-EDIT-MONEY
           STRING "CHARGEBACK CHARGE TOTAL        : " DELIMITED BY SIZE
               WS-RPT-EDIT-MONEY DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-NO-RATE-COUNT TO WS-RPT-EDIT-5
           STRING "BILLABLE COUNTERS WITH NO RATE : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-NO-SNAPSHOT-COUNT TO WS-RPT-EDIT-5
           STRING "COUNTERS WITH NO SNAPSHOT      : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-UNEXPLAINED-COUNT TO WS-RPT-EDIT-5
           STRING "COUNTERS NOT ACCOUNTED FOR     : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE.

       5100-PRINT-DEPARTMENT-CHARGE.
           IF WS-DEPT-COUNTERS (WS-DEPT-SUB) > 0
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-DEPT-ID (WS-DEPT-SUB) = SPACES
                   MOVE "NONE" TO WS-PRINT-LINE (1:4)
               ELSE
                   MOVE WS-DEPT-ID (WS-DEPT-SUB) TO WS-PRINT-LINE (1:4)
               END-IF
               MOVE WS-DEPT-COUNTERS (WS-DEPT-SUB) TO WS-RPT-EDIT-5
               MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (11:5)
               MOVE WS-DEPT-TXNS (WS-DEPT-SUB) TO WS-RPT-EDIT-9
               MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (23:9)
               MOVE WS-DEPT-UNITS (WS-DEPT-SUB) TO WS-RPT-EDIT-11
               MOVE WS-RPT-EDIT-11 TO WS-PRINT-LINE (36:11)
               MOVE WS-DEPT-CHARGE (WS-DEPT-SUB) TO WS-RPT-EDIT-MONEY
               MOVE WS-RPT-EDIT-MONEY TO WS-PRINT-LINE (61:18)
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       8000-SAVE-FILE-SEQ.
           OPEN OUTPUT SEQ-FILE
           MOVE WS-FILE-SEQ TO SEQ-FILE-SEQ
           WRITE SEQ-RECORD
           CLOSE SEQ-FILE.

       9000-TERMINATE.
           IF WS-CTRL-STATUS NOT = "35"
               CLOSE CTRL-FILE
           END-IF
           CLOSE CMS-FILE
           CLOSE HIST-FILE
           IF WS-OUTPUT-OPEN
               CLOSE CHG-FILE
               CLOSE DEP-RPT-FILE
           END-IF
           DISPLAY "DEPSTM: period " WS-PERIOD-ID ", "
               WS-SHOWN-COUNT " counter(s) reported, "
               WS-DETAIL-COUNT
               " chargeback record(s), file sequence " WS-FILE-SEQ
               ".".
