      *  kept per file, so auditors can see nothing was destroyed,
      *  only relocated.  Archived records are copied verbatim, so
      *  each archive record still carries its original timestamp.
      *  The pre-edit suspense file (TRNSUS) is housekept the same
      *  way, except that only entries already released (R) or
      *  voided (V) whose last action is older than the retention
      *  window are moved, to SUSARC; open and corrected entries
      *  stay on TRNSUS however old they are.
      *  RETPARM records: file-id in columns 1-8 (AUDFIL, REJFIL,
      *  ERRFIL or TRNSUS) and days to keep in columns 9-11; a file
      *  with no parameter record keeps the default of 90 days.
      *  Before anything is moved out of AUDFIL the audit trail is
      *  verified against the audit control file (AUDCTL) kept by
      *  every program that writes AUDFIL: each day's record count,
      *  hash total of AUD-VALUE-AFTER and first and last sequence
      *  number must agree with the day's records on AUDFIL, every
      *  control record must chain to the one before it, and no day
      *  on AUDFIL from the first controlled date on may be without
      *  a control record.  Any break is listed on the report and
      *  AUDFIL is left unarchived with the run-status left at S, so
      *  the break is investigated before the trail is relocated.
      *  Days archived are flagged on their control records.
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

           SELECT AUD-ARC-FILE ASSIGN TO "AUDARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ARC-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-WRK-STATUS.

           SELECT SUS-FILE ASSIGN TO "TRNSUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.

           SELECT SUS-ARC-FILE ASSIGN TO "SUSARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-ARC-STATUS.

           SELECT SUS-WRK-FILE ASSIGN TO "SUSWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-WRK-STATUS.

           SELECT HSK-RPT-FILE ASSIGN TO "HSKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSK-RPT-STATUS.
       FD  AUD-FILE.
           COPY AUDREC.

       FD  ACT-FILE.
           COPY ACTREC.

       FD  AUD-ARC-FILE.
       01  AUD-ARC-RECORD              PIC X(70).

           COPY REJREC.

       FD  REJ-ARC-FILE.
       01  REJ-ARC-RECORD              PIC X(70).

       FD  REJ-WRK-FILE.
       01  REJ-WRK-RECORD              PIC X(70).

       FD  ERR-FILE.
           COPY ERRREC.
       FD  ERR-WRK-FILE.
       01  ERR-WRK-RECORD              PIC X(82).

       FD  SUS-FILE.
           COPY SUSREC.

       FD  SUS-ARC-FILE.
       01  SUS-ARC-RECORD              PIC X(273).

       FD  SUS-WRK-FILE.
       01  SUS-WRK-RECORD              PIC X(273).

       FD  HSK-RPT-FILE.
       01  HSK-RPT-LINE                PIC X(80).

       01  WS-ERR-STATUS           PIC X(2).
       01  WS-ERR-ARC-STATUS       PIC X(2).
       01  WS-ERR-WRK-STATUS       PIC X(2).
       01  WS-SUS-STATUS           PIC X(2).
       01  WS-SUS-ARC-STATUS       PIC X(2).
       01  WS-SUS-WRK-STATUS       PIC X(2).
       01  WS-HSK-RPT-STATUS       PIC X(2).
       01  WS-RET-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-PARMS    VALUE "Y".
       01  WS-AUD-KEEP-DAYS        PIC 9(3).
       01  WS-REJ-KEEP-DAYS        PIC 9(3).
       01  WS-ERR-KEEP-DAYS        PIC 9(3).
       01  WS-SUS-KEEP-DAYS        PIC 9(3).
       01  WS-CUTOFF-WORK          PIC 9(8).
       01  WS-CUTOFF-INT           PIC 9(8).
       01  WS-AUD-CUTOFF           PIC X(8).
       01  WS-REJ-CUTOFF           PIC X(8).
       01  WS-ERR-CUTOFF           PIC X(8).
       01  WS-SUS-CUTOFF           PIC X(8).
       01  WS-KEEP-DAYS-WORK       PIC 9(3).
       01  WS-ARCHIVED-COUNT       PIC 9(7) VALUE 0.
       01  WS-KEPT-COUNT           PIC 9(7) VALUE 0.
       01  WS-FILE-LABEL           PIC X(8).
       01  WS-RPT-EDIT-7           PIC ZZZZZZ9.
       01  WS-ACT-STATUS           PIC X(2).
       01  WS-ACT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-CONTROLS VALUE "Y".
       01  WS-ACT-DATE-NUM         PIC 9(8).
       01  WS-ACT-CHAIN-WORK       PIC 9(18) VALUE 0.
       01  WS-ACT-CHAIN-QUOTIENT   PIC 9(18) VALUE 0.
       01  WS-ACT-CHAIN-CHECK      PIC 9(12) VALUE 0.
       01  WS-VFY-SWITCH           PIC X VALUE "N".
           88  WS-TRAIL-BROKEN     VALUE "Y".
       01  WS-VFY-FULL-SWITCH      PIC X VALUE "N".
           88  WS-VFY-TABLE-FULL   VALUE "Y".
       01  WS-VFY-PRIOR-CHAIN      PIC 9(12) VALUE 0.
       01  WS-VFY-FIRST-DATE       PIC X(8) VALUE SPACES.
       01  WS-VFY-BREAK-DATE       PIC X(8).
       01  WS-VFY-REASON           PIC X(30).
       01  WS-VFY-BREAK-COUNT      PIC 9(5) VALUE 0.
       01  WS-VFY-DAYS-VERIFIED    PIC 9(5) VALUE 0.
       01  WS-VFY-DAYS-FLAGGED     PIC 9(5) VALUE 0.
       01  WS-VFY-MAX              PIC 9(4) COMP VALUE 1000.
       01  WS-VFY-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-VFY-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-VFY-FOUND-SUB        PIC 9(4) COMP VALUE 0.
       01  WS-VFY-TABLE.
           05  WS-VFY-ENTRY OCCURS 1000 TIMES.
               10  WS-VFY-DATE     PIC X(8).
               10  WS-VFY-RECORDS  PIC 9(7).
               10  WS-VFY-HASH     PIC 9(15).
               10  WS-VFY-FIRST-SEQ PIC 9(5).
               10  WS-VFY-LAST-SEQ PIC 9(5).
               10  WS-VFY-MATCHED  PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           END-IF
           PERFORM 0470-MARK-RUN-STARTED
           PERFORM 1000-INITIALIZE
           PERFORM 1500-VERIFY-AUDIT-TRAIL
           IF WS-TRAIL-BROKEN
               PERFORM 2900-REPORT-ARCHIVE-REFUSED
           ELSE
               PERFORM 2000-ARCHIVE-AUDIT-FILE
           END-IF
           PERFORM 3000-ARCHIVE-REJECT-FILE
           PERFORM 4000-ARCHIVE-ERROR-FILE
           PERFORM 5000-ARCHIVE-SUSPENSE-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

           MOVE WS-DEFAULT-KEEP-DAYS TO WS-AUD-KEEP-DAYS
           MOVE WS-DEFAULT-KEEP-DAYS TO WS-REJ-KEEP-DAYS
           MOVE WS-DEFAULT-KEEP-DAYS TO WS-ERR-KEEP-DAYS
           MOVE WS-DEFAULT-KEEP-DAYS TO WS-SUS-KEEP-DAYS
           OPEN INPUT RET-FILE
           IF WS-RET-STATUS = "35"
               SET WS-NO-MORE-PARMS TO TRUE
           MOVE WS-ERR-KEEP-DAYS TO WS-KEEP-DAYS-WORK
           PERFORM 1200-COMPUTE-CUTOFF
           MOVE WS-CUTOFF-WORK TO WS-ERR-CUTOFF
           MOVE WS-SUS-KEEP-DAYS TO WS-KEEP-DAYS-WORK
           PERFORM 1200-COMPUTE-CUTOFF
           MOVE WS-CUTOFF-WORK TO WS-SUS-CUTOFF
           OPEN OUTPUT HSK-RPT-FILE
           MOVE SPACES TO HSK-RPT-LINE
           STRING "HOUSEKEEPING ARCHIVE/PURGE REPORT  DATE "
                       IF RET-FILE-ID = "ERRFIL"
                           MOVE RET-DAYS TO WS-ERR-KEEP-DAYS
                       ELSE
                           IF RET-FILE-ID = "TRNSUS"
                               MOVE RET-DAYS TO WS-SUS-KEEP-DAYS
                           ELSE
                               DISPLAY "Error: HSKPGM unknown "
                                   "file-id " RET-FILE-ID
                                   " - parameter ignored"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           COMPUTE WS-CUTOFF-WORK =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).

       1500-VERIFY-AUDIT-TRAIL.
           MOVE 0 TO WS-VFY-COUNT
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS NOT = "35"
               MOVE "N" TO WS-PASS-EOF-SWITCH
               PERFORM UNTIL WS-PASS-COMPLETE
                   READ AUD-FILE
                       AT END
                           SET WS-PASS-COMPLETE TO TRUE
                       NOT AT END
                           PERFORM 1510-TALLY-AUDIT-DAY
                   END-READ
               END-PERFORM
               CLOSE AUD-FILE
           END-IF
           OPEN INPUT ACT-FILE
           IF WS-ACT-STATUS = "35"
               IF WS-VFY-COUNT > 0
                   MOVE WS-VFY-DATE (1) TO WS-VFY-BREAK-DATE
                   MOVE "AUDIT CONTROL FILE NOT FOUND"
                       TO WS-VFY-REASON
                   PERFORM 1590-REPORT-BREAK
               END-IF
           ELSE
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
                           PERFORM 1520-CHECK-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACT-FILE
               PERFORM 1540-CHECK-UNCONTROLLED-DAY
                   VARYING WS-VFY-SUB FROM 1 BY 1
                   UNTIL WS-VFY-SUB > WS-VFY-COUNT
           END-IF
           MOVE SPACES TO HSK-RPT-LINE
           IF WS-TRAIL-BROKEN
               MOVE WS-VFY-BREAK-COUNT TO WS-RPT-EDIT-7
               STRING "AUDFIL AUDIT TRAIL BREAKS    : "
                   DELIMITED BY SIZE
                   WS-RPT-EDIT-7 DELIMITED BY SIZE
                   INTO HSK-RPT-LINE
           ELSE
               MOVE WS-VFY-DAYS-VERIFIED TO WS-RPT-EDIT-7
               STRING "AUDFIL DAYS VERIFIED TO AUDCTL: "
                   DELIMITED BY SIZE
                   WS-RPT-EDIT-7 DELIMITED BY SIZE
                   INTO HSK-RPT-LINE
           END-IF
           WRITE HSK-RPT-LINE.

       1510-TALLY-AUDIT-DAY.
           MOVE 0 TO WS-VFY-FOUND-SUB
           IF WS-VFY-COUNT > 0
               IF WS-VFY-DATE (WS-VFY-COUNT) = AUD-TIMESTAMP (1:8)
                   MOVE WS-VFY-COUNT TO WS-VFY-FOUND-SUB
               ELSE
                   PERFORM 1515-SCAN-AUDIT-DAY
                       VARYING WS-VFY-SUB FROM 1 BY 1
                       UNTIL WS-VFY-SUB > WS-VFY-COUNT
                       OR WS-VFY-FOUND-SUB > 0
               END-IF
           END-IF
           IF WS-VFY-FOUND-SUB = 0
               IF WS-VFY-COUNT < WS-VFY-MAX
                   ADD 1 TO WS-VFY-COUNT
                   MOVE WS-VFY-COUNT TO WS-VFY-FOUND-SUB
                   MOVE AUD-TIMESTAMP (1:8)
                       TO WS-VFY-DATE (WS-VFY-FOUND-SUB)
                   MOVE 0 TO WS-VFY-RECORDS (WS-VFY-FOUND-SUB)
                   MOVE 0 TO WS-VFY-HASH (WS-VFY-FOUND-SUB)
                   MOVE AUD-TXN-SEQ-NO
                       TO WS-VFY-FIRST-SEQ (WS-VFY-FOUND-SUB)
                   MOVE "N" TO WS-VFY-MATCHED (WS-VFY-FOUND-SUB)
               ELSE
                   IF NOT WS-VFY-TABLE-FULL
                       SET WS-VFY-TABLE-FULL TO TRUE
                       MOVE AUD-TIMESTAMP (1:8) TO WS-VFY-BREAK-DATE
                       MOVE "AUDFIL SPANS TOO MANY DAYS"
                           TO WS-VFY-REASON
                       PERFORM 1590-REPORT-BREAK
                   END-IF
               END-IF
           END-IF
           IF WS-VFY-FOUND-SUB > 0
               ADD 1 TO WS-VFY-RECORDS (WS-VFY-FOUND-SUB)
               ADD AUD-VALUE-AFTER TO WS-VFY-HASH (WS-VFY-FOUND-SUB)
               MOVE AUD-TXN-SEQ-NO
                   TO WS-VFY-LAST-SEQ (WS-VFY-FOUND-SUB)
           END-IF.

       1515-SCAN-AUDIT-DAY.
           IF WS-VFY-DATE (WS-VFY-SUB) = AUD-TIMESTAMP (1:8)
               MOVE WS-VFY-SUB TO WS-VFY-FOUND-SUB
           END-IF.

       1520-CHECK-CONTROL-RECORD.
           IF WS-VFY-FIRST-DATE = SPACES
               MOVE ACT-BUSINESS-DATE TO WS-VFY-FIRST-DATE
           END-IF
           MOVE ACT-BUSINESS-DATE TO WS-VFY-BREAK-DATE
           IF ACT-PREV-CHAIN NOT = WS-VFY-PRIOR-CHAIN
               MOVE "CHAIN BROKEN FROM PRIOR DAY" TO WS-VFY-REASON
               PERFORM 1590-REPORT-BREAK
           END-IF
           PERFORM 1530-RECOMPUTE-CHAIN-VALUE
           IF WS-ACT-CHAIN-CHECK NOT = ACT-CHAIN-VALUE
               MOVE "CONTROL RECORD ALTERED" TO WS-VFY-REASON
               PERFORM 1590-REPORT-BREAK
           END-IF
           MOVE ACT-CHAIN-VALUE TO WS-VFY-PRIOR-CHAIN
           MOVE 0 TO WS-VFY-FOUND-SUB
           PERFORM 1525-SCAN-CONTROL-DAY
               VARYING WS-VFY-SUB FROM 1 BY 1
               UNTIL WS-VFY-SUB > WS-VFY-COUNT
               OR WS-VFY-FOUND-SUB > 0
           IF ACT-ARCHIVED
               IF WS-VFY-FOUND-SUB > 0
                   MOVE "ARCHIVED DAY STILL ON AUDFIL" TO WS-VFY-REASON
                   PERFORM 1590-REPORT-BREAK
               END-IF
           ELSE
               IF WS-VFY-FOUND-SUB = 0
                   IF ACT-RECORD-COUNT > 0
                       MOVE "AUDIT RECORDS MISSING" TO WS-VFY-REASON
                       PERFORM 1590-REPORT-BREAK
                   END-IF
               ELSE
                   PERFORM 1535-COMPARE-CONTROL-TOTALS
               END-IF
           END-IF
           IF WS-VFY-FOUND-SUB > 0
               MOVE "Y" TO WS-VFY-MATCHED (WS-VFY-FOUND-SUB)
           END-IF.

       1525-SCAN-CONTROL-DAY.
           IF WS-VFY-DATE (WS-VFY-SUB) = ACT-BUSINESS-DATE
               MOVE WS-VFY-SUB TO WS-VFY-FOUND-SUB
           END-IF.

       1530-RECOMPUTE-CHAIN-VALUE.
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
               REMAINDER WS-ACT-CHAIN-CHECK.

       1535-COMPARE-CONTROL-TOTALS.
           ADD 1 TO WS-VFY-DAYS-VERIFIED
           IF WS-VFY-RECORDS (WS-VFY-FOUND-SUB) NOT = ACT-RECORD-COUNT
               MOVE "RECORD COUNT MISMATCH" TO WS-VFY-REASON
               PERFORM 1590-REPORT-BREAK
           END-IF
           IF WS-VFY-HASH (WS-VFY-FOUND-SUB) NOT = ACT-HASH-TOTAL
               MOVE "HASH TOTAL MISMATCH" TO WS-VFY-REASON
               PERFORM 1590-REPORT-BREAK
           END-IF
           IF WS-VFY-FIRST-SEQ (WS-VFY-FOUND-SUB)
                   NOT = ACT-FIRST-SEQ-NO
               OR WS-VFY-LAST-SEQ (WS-VFY-FOUND-SUB)
                   NOT = ACT-LAST-SEQ-NO
               MOVE "FIRST/LAST SEQUENCE MISMATCH" TO WS-VFY-REASON
               PERFORM 1590-REPORT-BREAK
           END-IF.

       1540-CHECK-UNCONTROLLED-DAY.
           IF WS-VFY-MATCHED (WS-VFY-SUB) NOT = "Y"
               AND WS-VFY-FIRST-DATE NOT = SPACES
               AND WS-VFY-DATE (WS-VFY-SUB) NOT < WS-VFY-FIRST-DATE
               MOVE WS-VFY-DATE (WS-VFY-SUB) TO WS-VFY-BREAK-DATE
               MOVE "NO AUDIT CONTROL RECORD" TO WS-VFY-REASON
               PERFORM 1590-REPORT-BREAK
           END-IF.

       1590-REPORT-BREAK.
           SET WS-TRAIL-BROKEN TO TRUE
           ADD 1 TO WS-VFY-BREAK-COUNT
           MOVE SPACES TO HSK-RPT-LINE
           STRING "AUDFIL CONTROL BREAK " DELIMITED BY SIZE
               WS-VFY-BREAK-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VFY-REASON DELIMITED BY SIZE
               INTO HSK-RPT-LINE
           WRITE HSK-RPT-LINE
           DISPLAY "Error: HSKPGM audit trail break on "
               WS-VFY-BREAK-DATE " - " WS-VFY-REASON.

       2000-ARCHIVE-AUDIT-FILE.
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-KEPT-COUNT
               CLOSE AUD-FILE
               CLOSE AUD-WRK-FILE
               PERFORM 8000-REPORT-FILE-COUNTS
               PERFORM 2200-FLAG-ARCHIVED-DAYS
           END-IF.

       2100-CLASSIFY-AUDIT-RECORD.
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       2200-FLAG-ARCHIVED-DAYS.
           MOVE 0 TO WS-VFY-DAYS-FLAGGED
           OPEN I-O ACT-FILE
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
                           PERFORM 2210-FLAG-ONE-DAY
                   END-READ
               END-PERFORM
               CLOSE ACT-FILE
           END-IF
           DISPLAY "HSKPGM: " WS-VFY-DAYS-FLAGGED
               " audit control day(s) flagged archived".

       2210-FLAG-ONE-DAY.
           IF ACT-BUSINESS-DATE NOT < WS-AUD-CUTOFF
               SET WS-NO-MORE-CONTROLS TO TRUE
           ELSE
               IF NOT ACT-ARCHIVED
                   MOVE "Y" TO ACT-ARCHIVED-FLAG
                   REWRITE ACT-RECORD
                   ADD 1 TO WS-VFY-DAYS-FLAGGED
               END-IF
           END-IF.

       2900-REPORT-ARCHIVE-REFUSED.
           MOVE SPACES TO HSK-RPT-LINE
           MOVE "AUDFIL NOT ARCHIVED - AUDIT TRAIL VERIFICATION FAILED"
               TO HSK-RPT-LINE
           WRITE HSK-RPT-LINE
           DISPLAY "Error: HSKPGM audit trail verification failed - "
               "AUDFIL not archived".

       3000-ARCHIVE-REJECT-FILE.
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-KEPT-COUNT
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       5000-ARCHIVE-SUSPENSE-FILE.
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE "TRNSUS" TO WS-FILE-LABEL
           OPEN INPUT SUS-FILE
           IF WS-SUS-STATUS = "35"
               PERFORM 8100-REPORT-FILE-MISSING
           ELSE
               OPEN EXTEND SUS-ARC-FILE
               IF WS-SUS-ARC-STATUS = "05" OR WS-SUS-ARC-STATUS = "35"
                   CLOSE SUS-ARC-FILE
                   OPEN OUTPUT SUS-ARC-FILE
               END-IF
               OPEN OUTPUT SUS-WRK-FILE
               MOVE "N" TO WS-PASS-EOF-SWITCH
               PERFORM UNTIL WS-PASS-COMPLETE
                   READ SUS-FILE
                       AT END
                           SET WS-PASS-COMPLETE TO TRUE
                       NOT AT END
                           PERFORM 5100-CLASSIFY-SUSPENSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUS-FILE
               CLOSE SUS-ARC-FILE
               CLOSE SUS-WRK-FILE
               OPEN OUTPUT SUS-FILE
               OPEN INPUT SUS-WRK-FILE
               MOVE "N" TO WS-PASS-EOF-SWITCH
               PERFORM UNTIL WS-PASS-COMPLETE
                   READ SUS-WRK-FILE
                       AT END
                           SET WS-PASS-COMPLETE TO TRUE
                       NOT AT END
                           WRITE SUS-RECORD FROM SUS-WRK-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUS-FILE
               CLOSE SUS-WRK-FILE
               PERFORM 8000-REPORT-FILE-COUNTS
           END-IF.

       5100-CLASSIFY-SUSPENSE-RECORD.
           IF (SUS-RELEASED OR SUS-VOIDED)
               AND SUS-ACTION-TIMESTAMP (1:8) < WS-SUS-CUTOFF
               WRITE SUS-ARC-RECORD FROM SUS-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               WRITE SUS-WRK-RECORD FROM SUS-RECORD
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       8000-REPORT-FILE-COUNTS.
           MOVE SPACES TO HSK-RPT-LINE
           MOVE WS-ARCHIVED-COUNT TO WS-RPT-EDIT-7

       9000-TERMINATE.
           CLOSE HSK-RPT-FILE
           IF WS-TRAIL-BROKEN
               DISPLAY "HSKPGM: run-status left at S for "
                   WS-BUSINESS-DATE " - audit trail not verified"
           ELSE
               PERFORM 8700-MARK-RUN-ENDED
           END-IF
           CLOSE RST-FILE.
