       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRVW.
      *****************************************************************
      *  ACCRVW - Operator access review report.
      *  Reads the maintenance audit file (MNTAUD), the signon/
      *  violation log (SECLOG) and the suspense correction log
      *  (SUSLOG) for a date range, together with the operator
      *  profile file, and prints the access review handed to the
      *  quarterly audit (ACCRPT):
      *    1. each operator's maintenance activity by function
      *       (A, L, V, M, P and intraday postings O), held value
      *       corrections, suspense actions, run releases, signons;
      *    2. every approval pair - the operator who requested a held
      *       value correction and the operator who applied it with
      *       function P - from the maintenance audit record of the
      *       approval;
      *    3. operators with repeated failed signons (three or more
      *       in the range) or any authority violation, followed by
      *       every authority violation in the range;
      *    4. operators whose OPRFIL authority flags were not used
      *       at all in the range: add authority (functions A, M),
      *       limits authority (L), value authority (V, P, O, held
      *       corrections, suspense C/V/R) and supervisor authority
      *       (run releases through JOBSTS);
      *    5. operators who both changed a counter's limits (L) and
      *       corrected its value (V, or applied a held correction
      *       with P) within the range.
      *  Operators that appear in the logs but are no longer on
      *  OPRFIL are marked NO PROFILE.
      *  The command line may carry the range as two dates,
      *  yyyymmdd yyyymmdd; without it the range is the 90 days
      *  ending on the business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPR-FILE ASSIGN TO "OPRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT MNT-FILE ASSIGN TO "MNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT SEC-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT SLG-FILE ASSIGN TO "SUSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLG-STATUS.

           SELECT ACC-RPT-FILE ASSIGN TO "ACCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-RPT-STATUS.

           SELECT BDT-FILE ASSIGN TO "BDTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPR-FILE.
           COPY OPRREC.

       FD  MNT-FILE.
           COPY MNTREC.

       FD  SEC-FILE.
           COPY SECREC.

       FD  SLG-FILE.
           COPY SLGREC.

       FD  ACC-RPT-FILE.
       01  ACC-RPT-LINE                PIC X(80).

       FD  BDT-FILE.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-OPR-STATUS           PIC X(2).
       01  WS-MNT-STATUS           PIC X(2).
       01  WS-SEC-STATUS           PIC X(2).
       01  WS-SLG-STATUS           PIC X(2).
       01  WS-ACC-RPT-STATUS       PIC X(2).
       01  WS-BDT-STATUS           PIC X(2).
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DATE-INT             PIC 9(8).
       01  WS-FROM-DATE            PIC X(8).
       01  WS-TO-DATE              PIC X(8).
       01  WS-PARM-LINE            PIC X(40) VALUE SPACES.
       01  WS-PARM-FROM            PIC X(8) VALUE SPACES.
       01  WS-PARM-TO              PIC X(8) VALUE SPACES.
       01  WS-DEFAULT-DAYS         PIC 9(3) VALUE 90.
       01  WS-FAIL-THRESHOLD       PIC 9(3) VALUE 3.
       01  WS-EVENT-DATE           PIC X(8).

       01  WS-FUNC-CODES           PIC X(6) VALUE "ALVMPO".
       01  WS-FUNC-CODE-TABLE REDEFINES WS-FUNC-CODES.
           05  WS-FUNC-CODE OCCURS 6 TIMES
                                   PIC X(1).
       01  WS-FUNC-SUB             PIC 9(1) VALUE 0.
       01  WS-FUNC-FOUND-SUB       PIC 9(1) VALUE 0.

       01  WS-WORK-OPERATOR        PIC X(8).
       01  WS-OP-MAX               PIC 9(4) COMP VALUE 200.
       01  WS-OP-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-OP-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-OP-SCAN-SUB          PIC 9(4) COMP VALUE 0.
       01  WS-OP-SHIFT-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-OP-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-OP-INSERT-POS        PIC 9(4) COMP VALUE 0.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 200 TIMES.
               10  WS-OP-ID        PIC X(8).
               10  WS-OP-ON-FILE   PIC X(1).
                   88  WS-OP-IS-ON-FILE VALUE "Y".
               10  WS-OP-AUTH-ADD  PIC X(1).
               10  WS-OP-AUTH-LIMITS PIC X(1).
               10  WS-OP-AUTH-VALUE PIC X(1).
               10  WS-OP-AUTH-SUPER PIC X(1).
               10  WS-OP-FUNC-COUNT OCCURS 6 TIMES
                                   PIC 9(5).
               10  WS-OP-HELD      PIC 9(5).
               10  WS-OP-SUSPENSE  PIC 9(5).
               10  WS-OP-RELEASES  PIC 9(5).
               10  WS-OP-SIGNONS   PIC 9(5).
               10  WS-OP-FAILED    PIC 9(5).
               10  WS-OP-VIOLATIONS PIC 9(5).
               10  WS-OP-FIRST-FAIL PIC X(8).
               10  WS-OP-LAST-FAIL PIC X(8).
       01  WS-OP-HOLD-ENTRY        PIC X(89).

       01  WS-APR-MAX              PIC 9(4) COMP VALUE 500.
       01  WS-APR-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-APR-OVERFLOW         PIC 9(5) VALUE 0.
       01  WS-APR-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 500 TIMES.
               10  WS-APR-COUNTER-ID PIC X(10).
               10  WS-APR-REQUESTER PIC X(8).
               10  WS-APR-APPROVER PIC X(8).
               10  WS-APR-VALUE-BEFORE PIC S9(9).
               10  WS-APR-VALUE-AFTER PIC S9(9).
               10  WS-APR-DATE     PIC X(8).

       01  WS-VIO-MAX              PIC 9(4) COMP VALUE 500.
       01  WS-VIO-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-VIO-OVERFLOW         PIC 9(5) VALUE 0.
       01  WS-VIO-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-VIO-TABLE.
           05  WS-VIO-ENTRY OCCURS 500 TIMES.
               10  WS-VIO-DATE     PIC X(8).
               10  WS-VIO-TIME     PIC X(6).
               10  WS-VIO-OPERATOR PIC X(8).
               10  WS-VIO-EVENT    PIC X(20).
               10  WS-VIO-FUNCTION PIC X(1).
               10  WS-VIO-COUNTER-ID PIC X(10).

       01  WS-PAIR-MAX             PIC 9(4) COMP VALUE 2000.
       01  WS-PAIR-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-PAIR-OVERFLOW        PIC 9(5) VALUE 0.
       01  WS-PAIR-SUB             PIC 9(4) COMP VALUE 0.
       01  WS-PAIR-FOUND-SUB       PIC 9(4) COMP VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
               10  WS-PAIR-OPERATOR PIC X(8).
               10  WS-PAIR-COUNTER-ID PIC X(10).
               10  WS-PAIR-LIMITS  PIC 9(5).
               10  WS-PAIR-VALUES  PIC 9(5).

       01  WS-MNT-READ             PIC 9(7) VALUE 0.
       01  WS-SEC-READ             PIC 9(7) VALUE 0.
       01  WS-SLG-READ             PIC 9(7) VALUE 0.
       01  WS-SECTION-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNUSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-SOD-COUNT            PIC 9(5) VALUE 0.
       01  WS-REPEAT-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNUSED-TEXT          PIC X(40).
       01  WS-UNUSED-PTR           PIC 9(3) VALUE 1.

       01  WS-PAGE-NO              PIC 9(3) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(2) VALUE 55.
       01  WS-PRINT-LINE           PIC X(80).
       01  WS-HEADING-LINE         PIC X(80) VALUE SPACES.
       01  WS-RPT-EDIT-5           PIC ZZZZ9.
       01  WS-RPT-EDIT-7           PIC ZZZZZZ9.
       01  WS-RPT-EDIT-S10         PIC +ZZZZZZZZ9.
       01  WS-RPT-EDIT-PAGE        PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0400-GET-BUSINESS-DATE
           PERFORM 0500-GET-DATE-RANGE
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-OPERATORS
           PERFORM 2000-READ-MAINT-AUDIT
           PERFORM 2500-READ-SECURITY-LOG
           PERFORM 2800-READ-SUSPENSE-LOG
           PERFORM 3000-PRINT-ACTIVITY
           PERFORM 3200-PRINT-APPROVALS
           PERFORM 3400-PRINT-VIOLATIONS
           PERFORM 3600-PRINT-UNUSED-AUTHORITY
           PERFORM 3800-PRINT-LIMIT-VALUE-PAIRS
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

       0500-GET-DATE-RANGE.
           MOVE WS-BUSINESS-DATE TO WS-TO-DATE
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               - WS-DEFAULT-DAYS + 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-FROM-DATE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF WS-PARM-LINE NOT = SPACES
               UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                   INTO WS-PARM-FROM WS-PARM-TO
               END-UNSTRING
               IF WS-PARM-FROM IS NUMERIC
                   AND WS-PARM-TO IS NUMERIC
                   AND WS-PARM-FROM NOT > WS-PARM-TO
                   MOVE WS-PARM-FROM TO WS-FROM-DATE
                   MOVE WS-PARM-TO TO WS-TO-DATE
               ELSE
                   DISPLAY "Warning: ACCRVW date range " WS-PARM-LINE
                       " not valid - using " WS-FROM-DATE
                       " to " WS-TO-DATE
               END-IF
           END-IF.

       1000-INITIALIZE.
           OPEN INPUT OPR-FILE
           OPEN INPUT MNT-FILE
           OPEN INPUT SEC-FILE
           OPEN INPUT SLG-FILE
           OPEN OUTPUT ACC-RPT-FILE.

       1400-ADD-OPERATOR.
           MOVE 0 TO WS-OP-FOUND-SUB
           PERFORM 1410-SCAN-OPERATOR-LIST
               VARYING WS-OP-SCAN-SUB FROM 1 BY 1
               UNTIL WS-OP-SCAN-SUB > WS-OP-COUNT
               OR WS-OP-FOUND-SUB > 0
           IF WS-OP-FOUND-SUB = 0
               IF WS-OP-COUNT >= WS-OP-MAX
                   DISPLAY "Error: ACCRVW operator table full - "
                       "operator " WS-WORK-OPERATOR " not reported"
               ELSE
                   PERFORM 1420-INSERT-OPERATOR
               END-IF
           END-IF.

       1410-SCAN-OPERATOR-LIST.
           IF WS-OP-ID (WS-OP-SCAN-SUB) = WS-WORK-OPERATOR
               MOVE WS-OP-SCAN-SUB TO WS-OP-FOUND-SUB
           END-IF.

       1420-INSERT-OPERATOR.
           MOVE WS-OP-COUNT TO WS-OP-INSERT-POS
           ADD 1 TO WS-OP-INSERT-POS
           PERFORM 1430-FIND-INSERT-POS
               VARYING WS-OP-SCAN-SUB FROM 1 BY 1
               UNTIL WS-OP-SCAN-SUB > WS-OP-COUNT
           PERFORM 1440-SHIFT-OPERATOR
               VARYING WS-OP-SHIFT-SUB FROM WS-OP-COUNT BY -1
               UNTIL WS-OP-SHIFT-SUB < WS-OP-INSERT-POS
           MOVE WS-OP-INSERT-POS TO WS-OP-FOUND-SUB
           MOVE WS-WORK-OPERATOR TO WS-OP-ID (WS-OP-FOUND-SUB)
           MOVE "N" TO WS-OP-ON-FILE (WS-OP-FOUND-SUB)
           MOVE "N" TO WS-OP-AUTH-ADD (WS-OP-FOUND-SUB)
           MOVE "N" TO WS-OP-AUTH-LIMITS (WS-OP-FOUND-SUB)
           MOVE "N" TO WS-OP-AUTH-VALUE (WS-OP-FOUND-SUB)
           MOVE "N" TO WS-OP-AUTH-SUPER (WS-OP-FOUND-SUB)
           PERFORM 1450-CLEAR-FUNCTION-COUNT
               VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 6
           MOVE 0 TO WS-OP-HELD (WS-OP-FOUND-SUB)
           MOVE 0 TO WS-OP-SUSPENSE (WS-OP-FOUND-SUB)
           MOVE 0 TO WS-OP-RELEASES (WS-OP-FOUND-SUB)
           MOVE 0 TO WS-OP-SIGNONS (WS-OP-FOUND-SUB)
           MOVE 0 TO WS-OP-FAILED (WS-OP-FOUND-SUB)
           MOVE 0 TO WS-OP-VIOLATIONS (WS-OP-FOUND-SUB)
           MOVE SPACES TO WS-OP-FIRST-FAIL (WS-OP-FOUND-SUB)
           MOVE SPACES TO WS-OP-LAST-FAIL (WS-OP-FOUND-SUB)
           ADD 1 TO WS-OP-COUNT.

       1430-FIND-INSERT-POS.
           IF WS-OP-SCAN-SUB < WS-OP-INSERT-POS
               AND WS-OP-ID (WS-OP-SCAN-SUB) > WS-WORK-OPERATOR
               MOVE WS-OP-SCAN-SUB TO WS-OP-INSERT-POS
           END-IF.

       1440-SHIFT-OPERATOR.
           MOVE WS-OP-ENTRY (WS-OP-SHIFT-SUB) TO WS-OP-HOLD-ENTRY
           MOVE WS-OP-HOLD-ENTRY TO WS-OP-ENTRY (WS-OP-SHIFT-SUB + 1).

       1450-CLEAR-FUNCTION-COUNT.
           MOVE 0 TO WS-OP-FUNC-COUNT (WS-OP-FOUND-SUB, WS-FUNC-SUB).

       1500-LOAD-OPERATORS.
           IF WS-OPR-STATUS = "35"
               DISPLAY "Warning: OPRFIL not found - authority flags "
                   "not reviewed"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ OPR-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1510-LOAD-OPERATOR-PROFILE
                   END-READ
               END-PERFORM
           END-IF.

       1510-LOAD-OPERATOR-PROFILE.
           MOVE OPR-OPERATOR-ID TO WS-WORK-OPERATOR
           PERFORM 1400-ADD-OPERATOR
           IF WS-OP-FOUND-SUB > 0
               MOVE "Y" TO WS-OP-ON-FILE (WS-OP-FOUND-SUB)
               MOVE OPR-AUTH-ADD TO WS-OP-AUTH-ADD (WS-OP-FOUND-SUB)
               MOVE OPR-AUTH-LIMITS
                   TO WS-OP-AUTH-LIMITS (WS-OP-FOUND-SUB)
               MOVE OPR-AUTH-VALUE
                   TO WS-OP-AUTH-VALUE (WS-OP-FOUND-SUB)
               MOVE OPR-SUPERVISOR
                   TO WS-OP-AUTH-SUPER (WS-OP-FOUND-SUB)
           END-IF.

       2000-READ-MAINT-AUDIT.
           IF WS-MNT-STATUS = "35"
               DISPLAY "Warning: MNTAUD not found - no maintenance "
                   "activity reviewed"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ MNT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE MNT-TIMESTAMP (1:8) TO WS-EVENT-DATE
                           IF WS-EVENT-DATE NOT < WS-FROM-DATE
                               AND WS-EVENT-DATE NOT > WS-TO-DATE
                               PERFORM 2100-TALLY-MAINT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2100-TALLY-MAINT-RECORD.
           ADD 1 TO WS-MNT-READ
           MOVE MNT-OPERATOR-ID TO WS-WORK-OPERATOR
           PERFORM 1400-ADD-OPERATOR
           IF WS-OP-FOUND-SUB > 0
               MOVE 0 TO WS-FUNC-FOUND-SUB
               PERFORM 2110-FIND-FUNCTION
                   VARYING WS-FUNC-SUB FROM 1 BY 1
                   UNTIL WS-FUNC-SUB > 6
               IF WS-FUNC-FOUND-SUB > 0
                   ADD 1 TO WS-OP-FUNC-COUNT
                       (WS-OP-FOUND-SUB, WS-FUNC-FOUND-SUB)
               END-IF
           END-IF
           IF MNT-FUNCTION = "P"
               PERFORM 2200-RECORD-APPROVAL
           END-IF
           IF MNT-FUNCTION = "L" OR MNT-FUNCTION = "V"
               OR MNT-FUNCTION = "P"
               PERFORM 2300-RECORD-COUNTER-CHANGE
           END-IF.

       2110-FIND-FUNCTION.
           IF WS-FUNC-CODE (WS-FUNC-SUB) = MNT-FUNCTION
               MOVE WS-FUNC-SUB TO WS-FUNC-FOUND-SUB
           END-IF.

       2200-RECORD-APPROVAL.
           IF WS-APR-COUNT >= WS-APR-MAX
               ADD 1 TO WS-APR-OVERFLOW
           ELSE
               ADD 1 TO WS-APR-COUNT
               MOVE MNT-COUNTER-ID TO WS-APR-COUNTER-ID (WS-APR-COUNT)
               MOVE MNT-REQUEST-OPERATOR
                   TO WS-APR-REQUESTER (WS-APR-COUNT)
               MOVE MNT-OPERATOR-ID TO WS-APR-APPROVER (WS-APR-COUNT)
               MOVE MNT-VALUE-BEFORE
                   TO WS-APR-VALUE-BEFORE (WS-APR-COUNT)
               MOVE MNT-VALUE-AFTER
                   TO WS-APR-VALUE-AFTER (WS-APR-COUNT)
               MOVE WS-EVENT-DATE TO WS-APR-DATE (WS-APR-COUNT)
           END-IF.

       2300-RECORD-COUNTER-CHANGE.
           MOVE 0 TO WS-PAIR-FOUND-SUB
           PERFORM 2310-SCAN-PAIR-TABLE
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               OR WS-PAIR-FOUND-SUB > 0
           IF WS-PAIR-FOUND-SUB = 0
               IF WS-PAIR-COUNT >= WS-PAIR-MAX
                   ADD 1 TO WS-PAIR-OVERFLOW
               ELSE
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-SUB
                   MOVE MNT-OPERATOR-ID
                       TO WS-PAIR-OPERATOR (WS-PAIR-FOUND-SUB)
                   MOVE MNT-COUNTER-ID
                       TO WS-PAIR-COUNTER-ID (WS-PAIR-FOUND-SUB)
                   MOVE 0 TO WS-PAIR-LIMITS (WS-PAIR-FOUND-SUB)
                   MOVE 0 TO WS-PAIR-VALUES (WS-PAIR-FOUND-SUB)
               END-IF
           END-IF
           IF WS-PAIR-FOUND-SUB > 0
               IF MNT-FUNCTION = "L"
                   ADD 1 TO WS-PAIR-LIMITS (WS-PAIR-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-PAIR-VALUES (WS-PAIR-FOUND-SUB)
               END-IF
           END-IF.

       2310-SCAN-PAIR-TABLE.
           IF WS-PAIR-OPERATOR (WS-PAIR-SUB) = MNT-OPERATOR-ID
               AND WS-PAIR-COUNTER-ID (WS-PAIR-SUB) = MNT-COUNTER-ID
               MOVE WS-PAIR-SUB TO WS-PAIR-FOUND-SUB
           END-IF.

       2500-READ-SECURITY-LOG.
           IF WS-SEC-STATUS = "35"
               DISPLAY "Warning: SECLOG not found - no signon "
                   "events reviewed"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ SEC-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SEC-TIMESTAMP (1:8) TO WS-EVENT-DATE
                           IF WS-EVENT-DATE NOT < WS-FROM-DATE
                               AND WS-EVENT-DATE NOT > WS-TO-DATE
                               PERFORM 2600-TALLY-SECURITY-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2600-TALLY-SECURITY-EVENT.
           ADD 1 TO WS-SEC-READ
           MOVE SEC-OPERATOR-ID TO WS-WORK-OPERATOR
           PERFORM 1400-ADD-OPERATOR
           IF WS-OP-FOUND-SUB > 0
               EVALUATE SEC-EVENT
                   WHEN "SIGN-ON"
                       ADD 1 TO WS-OP-SIGNONS (WS-OP-FOUND-SUB)
                   WHEN "UNKNOWN OPERATOR"
                   WHEN "INVALID PASSWORD"
                       PERFORM 2610-TALLY-FAILED-SIGNON
                   WHEN "NOT AUTHORIZED"
                   WHEN "SELF-APPROVAL REFUSED"
                   WHEN "RELEASE REFUSED"
                       PERFORM 2620-RECORD-VIOLATION
                   WHEN "V CORRECTION HELD"
                       ADD 1 TO WS-OP-HELD (WS-OP-FOUND-SUB)
                   WHEN "RUN RELEASED"
                       ADD 1 TO WS-OP-RELEASES (WS-OP-FOUND-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2610-TALLY-FAILED-SIGNON.
           ADD 1 TO WS-OP-FAILED (WS-OP-FOUND-SUB)
           IF WS-OP-FIRST-FAIL (WS-OP-FOUND-SUB) = SPACES
               MOVE WS-EVENT-DATE TO WS-OP-FIRST-FAIL (WS-OP-FOUND-SUB)
           END-IF
           MOVE WS-EVENT-DATE TO WS-OP-LAST-FAIL (WS-OP-FOUND-SUB).

       2620-RECORD-VIOLATION.
           ADD 1 TO WS-OP-VIOLATIONS (WS-OP-FOUND-SUB)
           IF WS-VIO-COUNT >= WS-VIO-MAX
               ADD 1 TO WS-VIO-OVERFLOW
           ELSE
               ADD 1 TO WS-VIO-COUNT
               MOVE WS-EVENT-DATE TO WS-VIO-DATE (WS-VIO-COUNT)
               MOVE SEC-TIMESTAMP (9:6) TO WS-VIO-TIME (WS-VIO-COUNT)
               MOVE SEC-OPERATOR-ID TO WS-VIO-OPERATOR (WS-VIO-COUNT)
               MOVE SEC-EVENT TO WS-VIO-EVENT (WS-VIO-COUNT)
               MOVE SEC-FUNCTION TO WS-VIO-FUNCTION (WS-VIO-COUNT)
               MOVE SEC-COUNTER-ID
                   TO WS-VIO-COUNTER-ID (WS-VIO-COUNT)
           END-IF.

       2800-READ-SUSPENSE-LOG.
           IF WS-SLG-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ SLG-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SLG-TIMESTAMP (1:8) TO WS-EVENT-DATE
                           IF WS-EVENT-DATE NOT < WS-FROM-DATE
                               AND WS-EVENT-DATE NOT > WS-TO-DATE
                               PERFORM 2810-TALLY-SUSPENSE-ACTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2810-TALLY-SUSPENSE-ACTION.
           ADD 1 TO WS-SLG-READ
           MOVE SLG-OPERATOR-ID TO WS-WORK-OPERATOR
           PERFORM 1400-ADD-OPERATOR
           IF WS-OP-FOUND-SUB > 0
               ADD 1 TO WS-OP-SUSPENSE (WS-OP-FOUND-SUB)
           END-IF.

       3000-PRINT-ACTIVITY.
           MOVE "1. MAINTENANCE ACTIVITY BY OPERATOR AND FUNCTION"
               TO WS-PRINT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "OPERATOR" TO WS-HEADING-LINE (1:8)
           MOVE "A" TO WS-HEADING-LINE (14:1)
           MOVE "L" TO WS-HEADING-LINE (20:1)
           MOVE "V" TO WS-HEADING-LINE (26:1)
           MOVE "M" TO WS-HEADING-LINE (32:1)
           MOVE "P" TO WS-HEADING-LINE (38:1)
           MOVE "O" TO WS-HEADING-LINE (44:1)
           MOVE "HELD" TO WS-HEADING-LINE (47:4)
           MOVE "SUSP" TO WS-HEADING-LINE (53:4)
           MOVE "REL" TO WS-HEADING-LINE (60:3)
           MOVE "SIGNON" TO WS-HEADING-LINE (64:6)
           PERFORM 4700-START-SECTION
           PERFORM 3010-PRINT-OPERATOR-ACTIVITY
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           IF WS-OP-COUNT = 0
               MOVE "  NO OPERATORS ON FILE OR IN THE LOGS"
                   TO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       3010-PRINT-OPERATOR-ACTIVITY.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-OP-ID (WS-OP-SUB) TO WS-PRINT-LINE (1:8)
           PERFORM 3020-EDIT-FUNCTION-COUNT
               VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 6
           MOVE WS-OP-HELD (WS-OP-SUB) TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (46:5)
           MOVE WS-OP-SUSPENSE (WS-OP-SUB) TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (52:5)
           MOVE WS-OP-RELEASES (WS-OP-SUB) TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (58:5)
           MOVE WS-OP-SIGNONS (WS-OP-SUB) TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (65:5)
           IF NOT WS-OP-IS-ON-FILE (WS-OP-SUB)
               MOVE "NO PROFILE" TO WS-PRINT-LINE (71:10)
           END-IF
           PERFORM 4500-WRITE-RPT-LINE.

       3020-EDIT-FUNCTION-COUNT.
           MOVE WS-OP-FUNC-COUNT (WS-OP-SUB, WS-FUNC-SUB)
               TO WS-RPT-EDIT-5
           MOVE WS-RPT-EDIT-5
               TO WS-PRINT-LINE (4 + WS-FUNC-SUB * 6:5).

       3200-PRINT-APPROVALS.
           MOVE "2. HELD CORRECTION APPROVAL PAIRS" TO WS-PRINT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "DATE" TO WS-HEADING-LINE (1:4)
           MOVE "COUNTER-ID" TO WS-HEADING-LINE (10:10)
           MOVE "REQUESTED" TO WS-HEADING-LINE (21:9)
           MOVE "APPROVED" TO WS-HEADING-LINE (34:8)
           MOVE "VALUE BEFORE" TO WS-HEADING-LINE (44:12)
           MOVE "VALUE AFTER" TO WS-HEADING-LINE (59:11)
           PERFORM 4700-START-SECTION
           PERFORM 3210-PRINT-APPROVAL-PAIR
               VARYING WS-APR-SUB FROM 1 BY 1
               UNTIL WS-APR-SUB > WS-APR-COUNT
           IF WS-APR-COUNT = 0
               MOVE "  NO HELD CORRECTIONS APPROVED IN THE RANGE"
                   TO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF
           IF WS-APR-OVERFLOW > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-APR-OVERFLOW TO WS-RPT-EDIT-5
               STRING "  " DELIMITED BY SIZE
                   WS-RPT-EDIT-5 DELIMITED BY SIZE
                   " FURTHER APPROVALS NOT LISTED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       3210-PRINT-APPROVAL-PAIR.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-APR-DATE (WS-APR-SUB) TO WS-PRINT-LINE (1:8)
           MOVE WS-APR-COUNTER-ID (WS-APR-SUB) TO WS-PRINT-LINE (10:10)
           IF WS-APR-REQUESTER (WS-APR-SUB) = SPACES
               MOVE "UNKNOWN" TO WS-PRINT-LINE (21:8)
           ELSE
               MOVE WS-APR-REQUESTER (WS-APR-SUB)
                   TO WS-PRINT-LINE (21:8)
           END-IF
           MOVE WS-APR-APPROVER (WS-APR-SUB) TO WS-PRINT-LINE (34:8)
           MOVE WS-APR-VALUE-BEFORE (WS-APR-SUB) TO WS-RPT-EDIT-S10
           MOVE WS-RPT-EDIT-S10 TO WS-PRINT-LINE (46:10)
           MOVE WS-APR-VALUE-AFTER (WS-APR-SUB) TO WS-RPT-EDIT-S10
           MOVE WS-RPT-EDIT-S10 TO WS-PRINT-LINE (60:10)
           PERFORM 4500-WRITE-RPT-LINE.

       3400-PRINT-VIOLATIONS.
           MOVE "3. FAILED SIGNONS AND AUTHORITY VIOLATIONS"
               TO WS-PRINT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "OPERATOR" TO WS-HEADING-LINE (1:8)
           MOVE "FAILED" TO WS-HEADING-LINE (10:6)
           MOVE "FIRST" TO WS-HEADING-LINE (18:5)
           MOVE "LAST" TO WS-HEADING-LINE (27:4)
           MOVE "VIOLATIONS" TO WS-HEADING-LINE (36:10)
           PERFORM 4700-START-SECTION
           MOVE 0 TO WS-REPEAT-COUNT
           PERFORM 3410-PRINT-OPERATOR-FAILURES
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           IF WS-REPEAT-COUNT = 0
               MOVE "  NO REPEATED FAILED SIGNONS OR VIOLATIONS"
                   TO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF
           IF WS-VIO-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "DATE" TO WS-PRINT-LINE (1:4)
               MOVE "TIME" TO WS-PRINT-LINE (10:4)
               MOVE "OPERATOR" TO WS-PRINT-LINE (17:8)
               MOVE "EVENT" TO WS-PRINT-LINE (26:5)
               MOVE "FN" TO WS-PRINT-LINE (47:2)
               MOVE "COUNTER/PGM" TO WS-PRINT-LINE (50:11)
               PERFORM 4500-WRITE-RPT-LINE
               PERFORM 3420-PRINT-VIOLATION
                   VARYING WS-VIO-SUB FROM 1 BY 1
                   UNTIL WS-VIO-SUB > WS-VIO-COUNT
           END-IF
           IF WS-VIO-OVERFLOW > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-VIO-OVERFLOW TO WS-RPT-EDIT-5
               STRING "  " DELIMITED BY SIZE
                   WS-RPT-EDIT-5 DELIMITED BY SIZE
                   " FURTHER VIOLATIONS NOT LISTED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       3410-PRINT-OPERATOR-FAILURES.
           IF WS-OP-FAILED (WS-OP-SUB) NOT < WS-FAIL-THRESHOLD
               OR WS-OP-VIOLATIONS (WS-OP-SUB) > 0
               ADD 1 TO WS-REPEAT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-OP-ID (WS-OP-SUB) TO WS-PRINT-LINE (1:8)
               MOVE WS-OP-FAILED (WS-OP-SUB) TO WS-RPT-EDIT-5
               MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (11:5)
               MOVE WS-OP-FIRST-FAIL (WS-OP-SUB)
                   TO WS-PRINT-LINE (18:8)
               MOVE WS-OP-LAST-FAIL (WS-OP-SUB)
                   TO WS-PRINT-LINE (27:8)
               MOVE WS-OP-VIOLATIONS (WS-OP-SUB) TO WS-RPT-EDIT-5
               MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (41:5)
               IF WS-OP-FAILED (WS-OP-SUB) NOT < WS-FAIL-THRESHOLD
                   MOVE "REPEATED FAILURES" TO WS-PRINT-LINE (48:17)
               END-IF
               IF NOT WS-OP-IS-ON-FILE (WS-OP-SUB)
                   MOVE "NO PROFILE" TO WS-PRINT-LINE (66:10)
               END-IF
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       3420-PRINT-VIOLATION.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-VIO-DATE (WS-VIO-SUB) TO WS-PRINT-LINE (1:8)
           MOVE WS-VIO-TIME (WS-VIO-SUB) TO WS-PRINT-LINE (10:6)
           MOVE WS-VIO-OPERATOR (WS-VIO-SUB) TO WS-PRINT-LINE (17:8)
           MOVE WS-VIO-EVENT (WS-VIO-SUB) TO WS-PRINT-LINE (26:20)
           MOVE WS-VIO-FUNCTION (WS-VIO-SUB) TO WS-PRINT-LINE (47:1)
           MOVE WS-VIO-COUNTER-ID (WS-VIO-SUB)
               TO WS-PRINT-LINE (50:10)
           PERFORM 4500-WRITE-RPT-LINE.

       3600-PRINT-UNUSED-AUTHORITY.
           MOVE "4. AUTHORITY HELD BUT NOT USED IN THE RANGE"
               TO WS-PRINT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "OPERATOR" TO WS-HEADING-LINE (1:8)
           MOVE "UNUSED AUTHORITY" TO WS-HEADING-LINE (10:16)
           PERFORM 4700-START-SECTION
           MOVE 0 TO WS-UNUSED-COUNT
           PERFORM 3610-CHECK-OPERATOR-AUTHORITY
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           IF WS-UNUSED-COUNT = 0
               MOVE "  EVERY AUTHORITY FLAG HELD WAS USED"
                   TO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       3610-CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-UNUSED-TEXT
           MOVE 1 TO WS-UNUSED-PTR
           IF WS-OP-AUTH-ADD (WS-OP-SUB) = "Y"
               AND WS-OP-FUNC-COUNT (WS-OP-SUB, 1) = 0
               AND WS-OP-FUNC-COUNT (WS-OP-SUB, 4) = 0
               STRING "ADD " DELIMITED BY SIZE
                   INTO WS-UNUSED-TEXT WITH POINTER WS-UNUSED-PTR
           END-IF
           IF WS-OP-AUTH-LIMITS (WS-OP-SUB) = "Y"
               AND WS-OP-FUNC-COUNT (WS-OP-SUB, 2) = 0
               STRING "LIMITS " DELIMITED BY SIZE
                   INTO WS-UNUSED-TEXT WITH POINTER WS-UNUSED-PTR
           END-IF
           IF WS-OP-AUTH-VALUE (WS-OP-SUB) = "Y"
               AND WS-OP-FUNC-COUNT (WS-OP-SUB, 3) = 0
               AND WS-OP-FUNC-COUNT (WS-OP-SUB, 5) = 0
               AND WS-OP-FUNC-COUNT (WS-OP-SUB, 6) = 0
               AND WS-OP-HELD (WS-OP-SUB) = 0
               AND WS-OP-SUSPENSE (WS-OP-SUB) = 0
               STRING "VALUE " DELIMITED BY SIZE
                   INTO WS-UNUSED-TEXT WITH POINTER WS-UNUSED-PTR
           END-IF
           IF WS-OP-AUTH-SUPER (WS-OP-SUB) = "Y"
               AND WS-OP-RELEASES (WS-OP-SUB) = 0
               STRING "SUPERVISOR " DELIMITED BY SIZE
                   INTO WS-UNUSED-TEXT WITH POINTER WS-UNUSED-PTR
           END-IF
           IF WS-UNUSED-TEXT NOT = SPACES
               ADD 1 TO WS-UNUSED-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-OP-ID (WS-OP-SUB) TO WS-PRINT-LINE (1:8)
               MOVE WS-UNUSED-TEXT TO WS-PRINT-LINE (10:40)
               IF WS-OP-SIGNONS (WS-OP-SUB) = 0
                   MOVE "NO SIGNON IN RANGE" TO WS-PRINT-LINE (52:18)
               END-IF
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       3800-PRINT-LIMIT-VALUE-PAIRS.
           MOVE "5. LIMITS AND VALUE CHANGED BY THE SAME OPERATOR"
               TO WS-PRINT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "OPERATOR" TO WS-HEADING-LINE (1:8)
           MOVE "COUNTER-ID" TO WS-HEADING-LINE (10:10)
           MOVE "LIMIT CHANGES" TO WS-HEADING-LINE (22:13)
           MOVE "VALUE CHANGES" TO WS-HEADING-LINE (37:13)
           PERFORM 4700-START-SECTION
           MOVE 0 TO WS-SOD-COUNT
           PERFORM 3810-PRINT-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
           IF WS-SOD-COUNT = 0
               MOVE "  NO COUNTER HAD BOTH CHANGED BY ONE OPERATOR"
                   TO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF
           IF WS-PAIR-OVERFLOW > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-PAIR-OVERFLOW TO WS-RPT-EDIT-5
               STRING "  " DELIMITED BY SIZE
                   WS-RPT-EDIT-5 DELIMITED BY SIZE
                   " CHANGES NOT CHECKED - TABLE FULL"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MNT-READ TO WS-RPT-EDIT-7
           STRING "MAINTENANCE RECORDS " DELIMITED BY SIZE
               WS-RPT-EDIT-7 DELIMITED BY SIZE
               "  SECURITY EVENTS " DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-SEC-READ TO WS-RPT-EDIT-7
           MOVE WS-RPT-EDIT-7 TO WS-PRINT-LINE (46:7)
           MOVE "  SUSPENSE ACTIONS " TO WS-PRINT-LINE (53:19)
           MOVE WS-SLG-READ TO WS-RPT-EDIT-7
           MOVE WS-RPT-EDIT-7 TO WS-PRINT-LINE (72:7)
           PERFORM 4500-WRITE-RPT-LINE.

       3810-PRINT-PAIR.
           IF WS-PAIR-LIMITS (WS-PAIR-SUB) > 0
               AND WS-PAIR-VALUES (WS-PAIR-SUB) > 0
               ADD 1 TO WS-SOD-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-PAIR-OPERATOR (WS-PAIR-SUB)
                   TO WS-PRINT-LINE (1:8)
               MOVE WS-PAIR-COUNTER-ID (WS-PAIR-SUB)
                   TO WS-PRINT-LINE (10:10)
               MOVE WS-PAIR-LIMITS (WS-PAIR-SUB) TO WS-RPT-EDIT-5
               MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (30:5)
               MOVE WS-PAIR-VALUES (WS-PAIR-SUB) TO WS-RPT-EDIT-5
               MOVE WS-RPT-EDIT-5 TO WS-PRINT-LINE (45:5)
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       4500-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4600-START-NEW-PAGE
           END-IF
           WRITE ACC-RPT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4600-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO ACC-RPT-LINE
           MOVE WS-PAGE-NO TO WS-RPT-EDIT-PAGE
           STRING "OPERATOR ACCESS REVIEW  " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               WS-RPT-EDIT-PAGE DELIMITED BY SIZE
               INTO ACC-RPT-LINE
           WRITE ACC-RPT-LINE
           MOVE SPACES TO ACC-RPT-LINE
           WRITE ACC-RPT-LINE
           MOVE 2 TO WS-LINE-COUNT.

       4700-START-SECTION.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           IF WS-LINE-COUNT > 2 AND WS-LINE-COUNT < 99
               WRITE ACC-RPT-LINE FROM SPACES
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 4500-WRITE-RPT-LINE
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE.

       9000-TERMINATE.
           IF WS-OPR-STATUS NOT = "35"
               CLOSE OPR-FILE
           END-IF
           IF WS-MNT-STATUS NOT = "35"
               CLOSE MNT-FILE
           END-IF
           IF WS-SEC-STATUS NOT = "35"
               CLOSE SEC-FILE
           END-IF
           IF WS-SLG-STATUS NOT = "35"
               CLOSE SLG-FILE
           END-IF
           CLOSE ACC-RPT-FILE
           DISPLAY "ACCRVW: " WS-FROM-DATE " to " WS-TO-DATE " - "
               WS-OP-COUNT " operator(s), " WS-APR-COUNT
               " approval(s), " WS-VIO-COUNT " violation(s), "
               WS-SOD-COUNT " limit/value overlap(s).".
