       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIRRST.
      *****************************************************************
      *  HIRRST - Counter hierarchy restructure batch program.
      *  Accounting sends a complete proposed hierarchy (HIRNEW, one
      *  child/parent pair per record in the HIRREC layout).  This
      *  job validates it against the counter master file and refuses
      *  the whole restructure, changing nothing, if any entry has a
      *  structural error:
      *    - the same child appears more than once;
      *    - a counter is its own parent, or the chain leads back to
      *      the child (a cycle);
      *    - the chain is deeper than the three levels above the leaf
      *      that COUNTPGM rolls up;
      *    - the parent is missing from CTRMST or is closed.
      *  It is refused in the same way, before anything is posted,
      *  when the re-parented children, or those children together
      *  with every current and proposed ancestor they touch, are
      *  more than its working tables hold.
      *  A child whose parent differs between the current HIRFIL and
      *  the proposal (including one dropped from or newly added to
      *  the hierarchy) has been re-parented.  The value it has built
      *  up (its CTL-CURRENT-VALUE, which already includes everything
      *  rolled up from its own children) is taken out of each of its
      *  current ancestors and put into each of its new ancestors.
      *  All re-parented children are first detached and only then
      *  attached under their new parents, so children that move
      *  together with their own parents are moved exactly once.  An
      *  old ancestor holding less than the amount to be taken out is
      *  brought to zero and the shortfall noted on the report.
      *  Each change to an ancestor is posted to CTRL-FILE and written
      *  to the audit file as a type R record (transaction-id HR
      *  followed by the business date), so RECPGM and GLXTR see the
      *  restatement as ordinary balanced rollup activity; the audit
      *  records are added into the day's audit control record
      *  (AUDCTL) like any other audit activity.  HIRFIL is then
      *  replaced by the proposal.
      *  The restatement report (HIRRPT) lists the validation result,
      *  the re-parented children, every restatement posting and each
      *  affected counter before and after, with sign-off lines for
      *  accounting.
      *  Without a parameter the job is a proof run: everything is
      *  validated and the report printed with the values the
      *  restructure would produce, but no file is changed.  The
      *  command-line parameter APPLY performs the restructure; it is
      *  refused while any batch run lock is active and takes its own
      *  lock (run-id HIRRST) so online posting is held off until it
      *  ends.
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

           SELECT HIR-FILE ASSIGN TO "HIRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CHILD-ID
               FILE STATUS IS WS-HIR-STATUS.

           SELECT HNW-FILE ASSIGN TO "HIRNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HNW-STATUS.

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

           SELECT HIR-RPT-FILE ASSIGN TO "HIRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIR-RPT-STATUS.

           SELECT BDT-FILE ASSIGN TO "BDTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
           COPY CTRLREC.

       FD  CMS-FILE.
           COPY CMSREC.

       FD  HIR-FILE.
           COPY HIRREC.

       FD  HNW-FILE.
       01  HNW-RECORD                  PIC X(20).

       FD  AUD-FILE.
           COPY AUDREC.

       FD  ACT-FILE.
           COPY ACTREC.

       FD  LCK-FILE.
           COPY LCKREC.

       FD  HIR-RPT-FILE.
       01  HIR-RPT-LINE                PIC X(80).

       FD  BDT-FILE.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-CTRL-STATUS          PIC X(2).
       01  WS-CMS-STATUS           PIC X(2).
       01  WS-HIR-STATUS           PIC X(2).
       01  WS-HNW-STATUS           PIC X(2).
       01  WS-AUD-STATUS           PIC X(2).
       01  WS-ACT-STATUS           PIC X(2).
       01  WS-ACT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-CONTROLS VALUE "Y".
       01  WS-ACT-PROGRAM          PIC X(8) VALUE "HIRRST".
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
       01  WS-LOCK-OPEN-SWITCH     PIC X VALUE "N".
           88  WS-LOCK-OPEN        VALUE "Y".
       01  WS-OWN-RUN-ID           PIC X(10) VALUE "HIRRST".
       01  WS-HIR-RPT-STATUS       PIC X(2).
       01  WS-BDT-STATUS           PIC X(2).
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
       01  WS-AUD-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-AUDITS   VALUE "Y".
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-CURRENT-TIMESTAMP    PIC X(26).
       01  WS-PARM-LINE            PIC X(40) VALUE SPACES.
       01  WS-PARM-MODE            PIC X(10) VALUE SPACES.
       01  WS-APPLY-SWITCH         PIC X VALUE "N".
           88  WS-APPLY-RUN        VALUE "Y".
       01  WS-REFUSED-SWITCH       PIC X VALUE "N".
           88  WS-RESTRUCTURE-REFUSED VALUE "Y".
       01  WS-AUDIT-SEQ-NO         PIC 9(5) VALUE 0.
       01  WS-RESTATE-TXN-ID       PIC X(10).
       01  WS-MAX-LEVELS           PIC 9(1) VALUE 3.

       01  WS-NEW-HIR.
           05  WS-NEW-HIR-CHILD    PIC X(10).
           05  WS-NEW-HIR-PARENT   PIC X(10).

       01  WS-OLD-MAX              PIC 9(4) COMP VALUE 1000.
       01  WS-OLD-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-OLD-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 1000 TIMES.
               10  WS-OLD-CHILD    PIC X(10).
               10  WS-OLD-PARENT   PIC X(10).

       01  WS-NEW-MAX              PIC 9(4) COMP VALUE 1000.
       01  WS-NEW-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-NEW-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-NEW-SCAN-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 1000 TIMES.
               10  WS-NEW-CHILD    PIC X(10).
               10  WS-NEW-PARENT   PIC X(10).
               10  WS-NEW-ERROR    PIC X(24).

       01  WS-CUR-MAX              PIC 9(4) COMP VALUE 2000.
       01  WS-CUR-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-CUR-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-CUR-FOUND-SUB        PIC 9(4) COMP VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 2000 TIMES.
               10  WS-CUR-CHILD    PIC X(10).
               10  WS-CUR-PARENT   PIC X(10).

       01  WS-MOV-MAX              PIC 9(4) COMP VALUE 1000.
       01  WS-MOV-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-MOV-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-MOV-TABLE.
           05  WS-MOV-ENTRY OCCURS 1000 TIMES.
               10  WS-MOV-CHILD    PIC X(10).
               10  WS-MOV-OLD-PARENT PIC X(10).
               10  WS-MOV-NEW-PARENT PIC X(10).
               10  WS-MOV-OUT-VALUE PIC S9(9).
               10  WS-MOV-IN-VALUE PIC S9(9).

       01  WS-VAL-MAX              PIC 9(4) COMP VALUE 2000.
       01  WS-VAL-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-VAL-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-VAL-FOUND-SUB        PIC 9(4) COMP VALUE 0.
       01  WS-VAL-WORK-ID          PIC X(10).
       01  WS-VAL-FULL-SWITCH      PIC X VALUE "N".
           88  WS-VAL-TABLE-FULL   VALUE "Y".
       01  WS-VAL-TABLE.
           05  WS-VAL-ENTRY OCCURS 2000 TIMES.
               10  WS-VAL-ID       PIC X(10).
               10  WS-VAL-ORIGINAL PIC S9(9).
               10  WS-VAL-CURRENT  PIC S9(9).
               10  WS-VAL-OUT      PIC S9(10).
               10  WS-VAL-IN       PIC S9(10).
               10  WS-VAL-ADJUSTED PIC X(1).
                   88  WS-VAL-WAS-ADJUSTED VALUE "Y".

       01  WS-ADJ-MAX              PIC 9(4) COMP VALUE 3000.
       01  WS-ADJ-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-ADJ-OVERFLOW         PIC 9(5) VALUE 0.
       01  WS-ADJ-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 3000 TIMES.
               10  WS-ADJ-COUNTER-ID PIC X(10).
               10  WS-ADJ-CHILD-ID PIC X(10).
               10  WS-ADJ-DIRECTION PIC X(3).
               10  WS-ADJ-BEFORE   PIC S9(9).
               10  WS-ADJ-AFTER    PIC S9(9).
               10  WS-ADJ-NOTE     PIC X(14).

       01  WS-WALK-CHILD           PIC X(10).
       01  WS-WALK-ID              PIC X(10).
       01  WS-WALK-LEVEL           PIC 9(1) VALUE 0.
       01  WS-WALK-DONE-SWITCH     PIC X VALUE "N".
           88  WS-WALK-DONE        VALUE "Y".
       01  WS-LOOK-ID              PIC X(10).
       01  WS-LOOK-PARENT          PIC X(10).
       01  WS-LOOK-FOUND-SWITCH    PIC X VALUE "N".
           88  WS-LOOK-FOUND       VALUE "Y".
       01  WS-CHAIN-COUNT          PIC 9(1) VALUE 0.
       01  WS-CHAIN-SUB            PIC 9(1) VALUE 0.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ID OCCURS 3 TIMES
                                   PIC X(10).

       01  WS-MOVE-VALUE           PIC S9(9) VALUE 0.
       01  WS-ADJ-DELTA            PIC S9(10) VALUE 0.
       01  WS-ADJ-WORK-BEFORE      PIC S9(9) VALUE 0.
       01  WS-ADJ-WORK-AFTER       PIC S9(10) VALUE 0.
       01  WS-ADJ-WORK-ID          PIC X(10).
       01  WS-ADJ-WORK-CHILD       PIC X(10).
       01  WS-ADJ-WORK-DIRECTION   PIC X(3).
       01  WS-ADJ-WORK-NOTE        PIC X(14).
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(5) VALUE 0.
       01  WS-TOTAL-OUT            PIC S9(11) VALUE 0.
       01  WS-TOTAL-IN             PIC S9(11) VALUE 0.
       01  WS-SHORTFALL-COUNT      PIC 9(5) VALUE 0.

       01  WS-PAGE-NO              PIC 9(3) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(2) VALUE 55.
       01  WS-PRINT-LINE           PIC X(80).
       01  WS-HEADING-LINE         PIC X(80) VALUE SPACES.
       01  WS-RUN-TITLE            PIC X(12).
       01  WS-RPT-EDIT-5           PIC ZZZZ9.
       01  WS-RPT-EDIT-9           PIC ZZZZZZZZ9.
       01  WS-RPT-EDIT-11          PIC ZZZZZZZZZZ9.
       01  WS-RPT-EDIT-PAGE        PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0400-GET-BUSINESS-DATE
           PERFORM 0500-GET-RUN-PARM
           PERFORM 1000-INITIALIZE
           IF WS-APPLY-RUN AND NOT WS-RESTRUCTURE-REFUSED
               PERFORM 0600-ACQUIRE-RESTRUCTURE-LOCK
           END-IF
           IF NOT WS-RESTRUCTURE-REFUSED
               PERFORM 1100-LOAD-CURRENT-HIERARCHY
               PERFORM 1200-LOAD-PROPOSED-HIERARCHY
           END-IF
           IF NOT WS-RESTRUCTURE-REFUSED
               PERFORM 2000-VALIDATE-ENTRY
                   VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
               PERFORM 5000-PRINT-VALIDATION
               IF WS-ERROR-COUNT > 0
                   DISPLAY "Error: HIRRST - " WS-ERROR-COUNT
                       " structural error(s) in HIRNEW - "
                       "restructure refused"
                   SET WS-RESTRUCTURE-REFUSED TO TRUE
               END-IF
           END-IF
           IF NOT WS-RESTRUCTURE-REFUSED
               PERFORM 2500-FIND-MOVES
           END-IF
           IF NOT WS-RESTRUCTURE-REFUSED
               PERFORM 2600-COUNT-AFFECTED-COUNTERS
           END-IF
           IF NOT WS-RESTRUCTURE-REFUSED
               IF WS-APPLY-RUN
                   PERFORM 2700-SCAN-AUDIT-FILE
                   PERFORM 2750-OPEN-AUDIT-EXTEND
               END-IF
               PERFORM 3000-DETACH-CHILD
                   VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-COUNT
               PERFORM 3100-ATTACH-CHILD
                   VARYING WS-MOV-SUB FROM 1 BY 1
                   UNTIL WS-MOV-SUB > WS-MOV-COUNT
               IF WS-APPLY-RUN
                   PERFORM 3900-REPLACE-HIERARCHY
               END-IF
               PERFORM 5200-PRINT-MOVES
               PERFORM 5400-PRINT-POSTINGS
               PERFORM 5600-PRINT-BEFORE-AFTER
               PERFORM 5800-PRINT-SIGN-OFF
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
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
               INTO WS-PARM-MODE
           END-UNSTRING
           IF WS-PARM-MODE = "APPLY"
               SET WS-APPLY-RUN TO TRUE
               MOVE "APPLIED" TO WS-RUN-TITLE
           ELSE
               MOVE "PROOF RUN" TO WS-RUN-TITLE
           END-IF
           STRING "HR" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-RESTATE-TXN-ID.

       0600-ACQUIRE-RESTRUCTURE-LOCK.
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
                               LCK-TIMESTAMP ") - restructure refused"
                           SET WS-RESTRUCTURE-REFUSED TO TRUE
                           SET WS-NO-MORE-LOCKS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-RESTRUCTURE-REFUSED
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
           IF WS-APPLY-RUN
               OPEN I-O CTRL-FILE
               OPEN I-O HIR-FILE
               IF WS-HIR-STATUS = "35"
                   OPEN OUTPUT HIR-FILE
                   CLOSE HIR-FILE
                   OPEN I-O HIR-FILE
               END-IF
               OPEN I-O ACT-FILE
               IF WS-ACT-STATUS = "35"
                   OPEN OUTPUT ACT-FILE
                   CLOSE ACT-FILE
                   OPEN I-O ACT-FILE
               END-IF
           ELSE
               OPEN INPUT CTRL-FILE
               OPEN INPUT HIR-FILE
           END-IF
           IF WS-CTRL-STATUS = "35"
               DISPLAY "Error: CTRL-FILE not found - restructure "
                   "refused"
               SET WS-RESTRUCTURE-REFUSED TO TRUE
           END-IF
           OPEN INPUT CMS-FILE
           IF WS-CMS-STATUS = "35"
               OPEN OUTPUT CMS-FILE
               CLOSE CMS-FILE
               OPEN INPUT CMS-FILE
           END-IF
           OPEN INPUT HNW-FILE
           IF WS-HNW-STATUS = "35"
               DISPLAY "Error: proposed hierarchy HIRNEW not found - "
                   "restructure refused"
               SET WS-RESTRUCTURE-REFUSED TO TRUE
           END-IF
           OPEN OUTPUT HIR-RPT-FILE.

       1100-LOAD-CURRENT-HIERARCHY.
           IF WS-HIR-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ HIR-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1110-LOAD-CURRENT-ENTRY
                   END-READ
               END-PERFORM
           END-IF.

       1110-LOAD-CURRENT-ENTRY.
           IF WS-OLD-COUNT >= WS-OLD-MAX
               DISPLAY "Error: HIRRST current hierarchy table full - "
                   "restructure refused"
               SET WS-RESTRUCTURE-REFUSED TO TRUE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-OLD-COUNT
               MOVE HIR-CHILD-ID TO WS-OLD-CHILD (WS-OLD-COUNT)
               MOVE HIR-PARENT-ID TO WS-OLD-PARENT (WS-OLD-COUNT)
               ADD 1 TO WS-CUR-COUNT
               MOVE HIR-CHILD-ID TO WS-CUR-CHILD (WS-CUR-COUNT)
               MOVE HIR-PARENT-ID TO WS-CUR-PARENT (WS-CUR-COUNT)
           END-IF.

       1200-LOAD-PROPOSED-HIERARCHY.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ HNW-FILE INTO WS-NEW-HIR
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1210-LOAD-PROPOSED-ENTRY
               END-READ
           END-PERFORM
           IF WS-NEW-COUNT = 0 AND NOT WS-RESTRUCTURE-REFUSED
               DISPLAY "Error: proposed hierarchy HIRNEW is empty - "
                   "restructure refused"
               SET WS-RESTRUCTURE-REFUSED TO TRUE
           END-IF.

       1210-LOAD-PROPOSED-ENTRY.
           IF WS-NEW-HIR-CHILD NOT = SPACES
               IF WS-NEW-COUNT >= WS-NEW-MAX
                   DISPLAY "Error: HIRRST proposed hierarchy table "
                       "full - restructure refused"
                   SET WS-RESTRUCTURE-REFUSED TO TRUE
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-NEW-HIR-CHILD TO WS-NEW-CHILD (WS-NEW-COUNT)
                   MOVE WS-NEW-HIR-PARENT
                       TO WS-NEW-PARENT (WS-NEW-COUNT)
                   MOVE SPACES TO WS-NEW-ERROR (WS-NEW-COUNT)
               END-IF
           END-IF.

       2000-VALIDATE-ENTRY.
           PERFORM 2010-CHECK-DUPLICATE
               VARYING WS-NEW-SCAN-SUB FROM 1 BY 1
               UNTIL WS-NEW-SCAN-SUB >= WS-NEW-SUB
           IF WS-NEW-ERROR (WS-NEW-SUB) = SPACES
               AND WS-NEW-PARENT (WS-NEW-SUB) NOT = SPACES
               IF WS-NEW-PARENT (WS-NEW-SUB) = WS-NEW-CHILD (WS-NEW-SUB)
                   MOVE "COUNTER IS OWN PARENT"
                       TO WS-NEW-ERROR (WS-NEW-SUB)
               ELSE
                   PERFORM 2020-CHECK-PARENT-MASTER
               END-IF
           END-IF
           IF WS-NEW-ERROR (WS-NEW-SUB) = SPACES
               AND WS-NEW-PARENT (WS-NEW-SUB) NOT = SPACES
               MOVE "N" TO WS-WALK-DONE-SWITCH
               MOVE WS-NEW-PARENT (WS-NEW-SUB) TO WS-WALK-ID
               PERFORM 2100-WALK-PROPOSED-LEVEL
                   VARYING WS-WALK-LEVEL FROM 2 BY 1
                   UNTIL WS-WALK-LEVEL > 4 OR WS-WALK-DONE
           END-IF
           IF WS-NEW-ERROR (WS-NEW-SUB) NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       2010-CHECK-DUPLICATE.
           IF WS-NEW-CHILD (WS-NEW-SCAN-SUB) = WS-NEW-CHILD (WS-NEW-SUB)
               MOVE "DUPLICATE CHILD ENTRY" TO WS-NEW-ERROR (WS-NEW-SUB)
           END-IF.

       2020-CHECK-PARENT-MASTER.
           MOVE WS-NEW-PARENT (WS-NEW-SUB) TO CMS-COUNTER-ID
           READ CMS-FILE KEY IS CMS-COUNTER-ID
               INVALID KEY
                   MOVE "PARENT NOT ON CTRMST"
                       TO WS-NEW-ERROR (WS-NEW-SUB)
               NOT INVALID KEY
                   IF CMS-CLOSED
                       MOVE "PARENT IS CLOSED"
                           TO WS-NEW-ERROR (WS-NEW-SUB)
                   END-IF
           END-READ.

       2100-WALK-PROPOSED-LEVEL.
           MOVE WS-WALK-ID TO WS-LOOK-ID
           PERFORM 2110-FIND-PROPOSED-PARENT
           IF WS-LOOK-PARENT = SPACES
               SET WS-WALK-DONE TO TRUE
           ELSE
               IF WS-LOOK-PARENT = WS-NEW-CHILD (WS-NEW-SUB)
                   MOVE "CYCLE IN HIERARCHY"
                       TO WS-NEW-ERROR (WS-NEW-SUB)
                   SET WS-WALK-DONE TO TRUE
               ELSE
                   IF WS-WALK-LEVEL > WS-MAX-LEVELS
                       MOVE "DEEPER THAN 3 LEVELS"
                           TO WS-NEW-ERROR (WS-NEW-SUB)
                       SET WS-WALK-DONE TO TRUE
                   ELSE
                       MOVE WS-LOOK-PARENT TO WS-WALK-ID
                   END-IF
               END-IF
           END-IF.

       2110-FIND-PROPOSED-PARENT.
           MOVE SPACES TO WS-LOOK-PARENT
           MOVE "N" TO WS-LOOK-FOUND-SWITCH
           PERFORM 2120-SCAN-PROPOSED
               VARYING WS-NEW-SCAN-SUB FROM 1 BY 1
               UNTIL WS-NEW-SCAN-SUB > WS-NEW-COUNT
               OR WS-LOOK-FOUND.

       2120-SCAN-PROPOSED.
           IF WS-NEW-CHILD (WS-NEW-SCAN-SUB) = WS-LOOK-ID
               MOVE WS-NEW-PARENT (WS-NEW-SCAN-SUB) TO WS-LOOK-PARENT
               SET WS-LOOK-FOUND TO TRUE
           END-IF.

       2500-FIND-MOVES.
           PERFORM 2510-CHECK-PROPOSED-MOVE
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT
           PERFORM 2530-CHECK-DROPPED-CHILD
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT.

       2510-CHECK-PROPOSED-MOVE.
           MOVE WS-NEW-CHILD (WS-NEW-SUB) TO WS-LOOK-ID
           PERFORM 2810-FIND-CURRENT-PARENT
           IF WS-LOOK-PARENT NOT = WS-NEW-PARENT (WS-NEW-SUB)
               MOVE WS-NEW-PARENT (WS-NEW-SUB) TO WS-WALK-ID
               PERFORM 2520-ADD-MOVE
           END-IF.

       2520-ADD-MOVE.
           IF WS-MOV-COUNT >= WS-MOV-MAX
               IF NOT WS-RESTRUCTURE-REFUSED
                   DISPLAY "Error: HIRRST move table full at counter "
                       WS-LOOK-ID " - restructure refused"
                   SET WS-RESTRUCTURE-REFUSED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-MOV-COUNT
               MOVE WS-LOOK-ID TO WS-MOV-CHILD (WS-MOV-COUNT)
               MOVE WS-LOOK-PARENT TO WS-MOV-OLD-PARENT (WS-MOV-COUNT)
               MOVE WS-WALK-ID TO WS-MOV-NEW-PARENT (WS-MOV-COUNT)
               MOVE 0 TO WS-MOV-OUT-VALUE (WS-MOV-COUNT)
               MOVE 0 TO WS-MOV-IN-VALUE (WS-MOV-COUNT)
           END-IF.

       2530-CHECK-DROPPED-CHILD.
           IF WS-OLD-PARENT (WS-OLD-SUB) NOT = SPACES
               MOVE WS-OLD-CHILD (WS-OLD-SUB) TO WS-LOOK-ID
               PERFORM 2110-FIND-PROPOSED-PARENT
               IF NOT WS-LOOK-FOUND
                   MOVE WS-OLD-PARENT (WS-OLD-SUB) TO WS-LOOK-PARENT
                   MOVE SPACES TO WS-WALK-ID
                   PERFORM 2520-ADD-MOVE
               END-IF
           END-IF.

       2600-COUNT-AFFECTED-COUNTERS.
           PERFORM 2610-REGISTER-MOVE-COUNTERS
               VARYING WS-MOV-SUB FROM 1 BY 1
               UNTIL WS-MOV-SUB > WS-MOV-COUNT
               OR WS-VAL-TABLE-FULL
           IF WS-VAL-TABLE-FULL
               DISPLAY "Error: HIRRST - restructure affects more than "
                   WS-VAL-MAX " counters - restructure refused"
               SET WS-RESTRUCTURE-REFUSED TO TRUE
           END-IF.

       2610-REGISTER-MOVE-COUNTERS.
           MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-VAL-WORK-ID
           PERFORM 4000-FIND-VALUE
           MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-WALK-CHILD
           PERFORM 2800-WALK-CURRENT-CHAIN
           PERFORM 2615-REGISTER-CHAIN-ID
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
           IF WS-MOV-NEW-PARENT (WS-MOV-SUB) NOT = SPACES
               MOVE "N" TO WS-WALK-DONE-SWITCH
               MOVE WS-MOV-NEW-PARENT (WS-MOV-SUB) TO WS-WALK-ID
               PERFORM 2620-REGISTER-PROPOSED-LEVEL
                   VARYING WS-WALK-LEVEL FROM 1 BY 1
                   UNTIL WS-WALK-LEVEL > WS-MAX-LEVELS
                   OR WS-WALK-DONE
           END-IF.

       2615-REGISTER-CHAIN-ID.
           MOVE WS-CHAIN-ID (WS-CHAIN-SUB) TO WS-VAL-WORK-ID
           PERFORM 4000-FIND-VALUE.

       2620-REGISTER-PROPOSED-LEVEL.
           MOVE WS-WALK-ID TO WS-VAL-WORK-ID
           PERFORM 4000-FIND-VALUE
           MOVE WS-WALK-ID TO WS-LOOK-ID
           PERFORM 2110-FIND-PROPOSED-PARENT
           IF WS-LOOK-PARENT = SPACES
               SET WS-WALK-DONE TO TRUE
           ELSE
               MOVE WS-LOOK-PARENT TO WS-WALK-ID
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
           END-IF.

       2800-WALK-CURRENT-CHAIN.
           MOVE 0 TO WS-CHAIN-COUNT
           MOVE SPACES TO WS-CHAIN-TABLE
           MOVE "N" TO WS-WALK-DONE-SWITCH
           MOVE WS-WALK-CHILD TO WS-WALK-ID
           PERFORM 2820-WALK-CURRENT-LEVEL
               VARYING WS-WALK-LEVEL FROM 1 BY 1
               UNTIL WS-WALK-LEVEL > WS-MAX-LEVELS
               OR WS-WALK-DONE.

       2810-FIND-CURRENT-PARENT.
           MOVE SPACES TO WS-LOOK-PARENT
           MOVE 0 TO WS-CUR-FOUND-SUB
           PERFORM 2815-SCAN-CURRENT
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT
               OR WS-CUR-FOUND-SUB > 0.

       2815-SCAN-CURRENT.
           IF WS-CUR-CHILD (WS-CUR-SUB) = WS-LOOK-ID
               MOVE WS-CUR-SUB TO WS-CUR-FOUND-SUB
               MOVE WS-CUR-PARENT (WS-CUR-SUB) TO WS-LOOK-PARENT
           END-IF.

       2820-WALK-CURRENT-LEVEL.
           MOVE WS-WALK-ID TO WS-LOOK-ID
           PERFORM 2810-FIND-CURRENT-PARENT
           IF WS-LOOK-PARENT = SPACES
               OR WS-LOOK-PARENT = WS-WALK-CHILD
               SET WS-WALK-DONE TO TRUE
           ELSE
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-LOOK-PARENT TO WS-CHAIN-ID (WS-CHAIN-COUNT)
               MOVE WS-LOOK-PARENT TO WS-WALK-ID
           END-IF.

       2830-SET-CURRENT-PARENT.
           PERFORM 2810-FIND-CURRENT-PARENT
           IF WS-CUR-FOUND-SUB > 0
               MOVE WS-WALK-ID TO WS-CUR-PARENT (WS-CUR-FOUND-SUB)
           ELSE
               IF WS-CUR-COUNT < WS-CUR-MAX
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-LOOK-ID TO WS-CUR-CHILD (WS-CUR-COUNT)
                   MOVE WS-WALK-ID TO WS-CUR-PARENT (WS-CUR-COUNT)
               END-IF
           END-IF.

       3000-DETACH-CHILD.
           MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-WALK-CHILD
           PERFORM 2800-WALK-CURRENT-CHAIN
           MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-VAL-WORK-ID
           PERFORM 4000-FIND-VALUE
           MOVE WS-VAL-CURRENT (WS-VAL-FOUND-SUB) TO WS-MOVE-VALUE
           MOVE WS-MOVE-VALUE TO WS-MOV-OUT-VALUE (WS-MOV-SUB)
           IF WS-MOVE-VALUE > 0
               MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-ADJ-WORK-CHILD
               MOVE "OUT" TO WS-ADJ-WORK-DIRECTION
               COMPUTE WS-ADJ-DELTA = 0 - WS-MOVE-VALUE
               PERFORM 3200-ADJUST-ANCESTOR
                   VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
           END-IF
           MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-LOOK-ID
           MOVE SPACES TO WS-WALK-ID
           PERFORM 2830-SET-CURRENT-PARENT.

       3100-ATTACH-CHILD.
           MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-LOOK-ID
           MOVE WS-MOV-NEW-PARENT (WS-MOV-SUB) TO WS-WALK-ID
           PERFORM 2830-SET-CURRENT-PARENT
           MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-WALK-CHILD
           PERFORM 2800-WALK-CURRENT-CHAIN
           MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-VAL-WORK-ID
           PERFORM 4000-FIND-VALUE
           MOVE WS-VAL-CURRENT (WS-VAL-FOUND-SUB) TO WS-MOVE-VALUE
           IF WS-CHAIN-COUNT > 0
               MOVE WS-MOVE-VALUE TO WS-MOV-IN-VALUE (WS-MOV-SUB)
           END-IF
           IF WS-MOVE-VALUE > 0
               MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-ADJ-WORK-CHILD
               MOVE "IN" TO WS-ADJ-WORK-DIRECTION
               MOVE WS-MOVE-VALUE TO WS-ADJ-DELTA
               PERFORM 3200-ADJUST-ANCESTOR
                   VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
           END-IF.

       3200-ADJUST-ANCESTOR.
           MOVE WS-CHAIN-ID (WS-CHAIN-SUB) TO WS-VAL-WORK-ID
           MOVE WS-CHAIN-ID (WS-CHAIN-SUB) TO WS-ADJ-WORK-ID
           PERFORM 4000-FIND-VALUE
           MOVE SPACES TO WS-ADJ-WORK-NOTE
           MOVE WS-VAL-CURRENT (WS-VAL-FOUND-SUB) TO WS-ADJ-WORK-BEFORE
           COMPUTE WS-ADJ-WORK-AFTER = WS-ADJ-WORK-BEFORE + WS-ADJ-DELTA
           IF WS-ADJ-WORK-AFTER < 0
               MOVE 0 TO WS-ADJ-WORK-AFTER
               MOVE "SHORTFALL" TO WS-ADJ-WORK-NOTE
               ADD 1 TO WS-SHORTFALL-COUNT
           END-IF
           IF WS-ADJ-WORK-AFTER > 999999999
               MOVE WS-ADJ-WORK-BEFORE TO WS-ADJ-WORK-AFTER
               MOVE "OVERFLOW-SKIP" TO WS-ADJ-WORK-NOTE
               DISPLAY "Error: restatement into " WS-ADJ-WORK-ID
                   " would overflow - posting skipped"
           END-IF
           MOVE WS-ADJ-WORK-AFTER TO WS-VAL-CURRENT (WS-VAL-FOUND-SUB)
           MOVE "Y" TO WS-VAL-ADJUSTED (WS-VAL-FOUND-SUB)
           IF WS-ADJ-WORK-DIRECTION = "OUT"
               COMPUTE WS-VAL-OUT (WS-VAL-FOUND-SUB) =
                   WS-VAL-OUT (WS-VAL-FOUND-SUB)
                   + WS-ADJ-WORK-BEFORE - WS-ADJ-WORK-AFTER
               COMPUTE WS-TOTAL-OUT = WS-TOTAL-OUT
                   + WS-ADJ-WORK-BEFORE - WS-ADJ-WORK-AFTER
           ELSE
               COMPUTE WS-VAL-IN (WS-VAL-FOUND-SUB) =
                   WS-VAL-IN (WS-VAL-FOUND-SUB)
                   + WS-ADJ-WORK-AFTER - WS-ADJ-WORK-BEFORE
               COMPUTE WS-TOTAL-IN = WS-TOTAL-IN
                   + WS-ADJ-WORK-AFTER - WS-ADJ-WORK-BEFORE
           END-IF
           PERFORM 3210-RECORD-ADJUSTMENT
           IF WS-APPLY-RUN
               AND WS-ADJ-WORK-AFTER NOT = WS-ADJ-WORK-BEFORE
               PERFORM 3300-POST-ADJUSTMENT
           END-IF.

       3210-RECORD-ADJUSTMENT.
           IF WS-ADJ-COUNT >= WS-ADJ-MAX
               ADD 1 TO WS-ADJ-OVERFLOW
           ELSE
               ADD 1 TO WS-ADJ-COUNT
               MOVE WS-ADJ-WORK-ID TO WS-ADJ-COUNTER-ID (WS-ADJ-COUNT)
               MOVE WS-ADJ-WORK-CHILD TO WS-ADJ-CHILD-ID (WS-ADJ-COUNT)
               MOVE WS-ADJ-WORK-DIRECTION
                   TO WS-ADJ-DIRECTION (WS-ADJ-COUNT)
               MOVE WS-ADJ-WORK-BEFORE TO WS-ADJ-BEFORE (WS-ADJ-COUNT)
               MOVE WS-ADJ-WORK-AFTER TO WS-ADJ-AFTER (WS-ADJ-COUNT)
               MOVE WS-ADJ-WORK-NOTE TO WS-ADJ-NOTE (WS-ADJ-COUNT)
           END-IF.

       3300-POST-ADJUSTMENT.
           MOVE WS-ADJ-WORK-ID TO CTL-COUNTER-ID
           READ CTRL-FILE KEY IS CTL-COUNTER-ID
               INVALID KEY
                   MOVE WS-ADJ-WORK-ID TO CTL-COUNTER-ID
                   MOVE 0 TO CTL-CURRENT-VALUE
                   MOVE 0 TO CTL-REJECT-COUNT-TODAY
                   MOVE 0 TO CTL-REJECT-DATE
           END-READ
           MOVE WS-ADJ-WORK-AFTER TO CTL-CURRENT-VALUE
           REWRITE CTL-RECORD
               INVALID KEY
                   WRITE CTL-RECORD
           END-REWRITE
           ADD 1 TO WS-POSTED-COUNT
           PERFORM 3310-WRITE-RESTATEMENT-AUDIT.

       3310-WRITE-RESTATEMENT-AUDIT.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           ADD 1 TO WS-AUDIT-SEQ-NO
           MOVE WS-ADJ-WORK-ID TO AUD-COUNTER-ID
           MOVE WS-AUDIT-SEQ-NO TO AUD-TXN-SEQ-NO
           MOVE WS-ADJ-WORK-BEFORE TO AUD-VALUE-BEFORE
           MOVE WS-ADJ-WORK-AFTER TO AUD-VALUE-AFTER
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "R" TO AUD-TXN-TYPE
           MOVE WS-RESTATE-TXN-ID TO AUD-TXN-ID
           WRITE AUD-RECORD
           PERFORM 8500-ACCUMULATE-AUDIT-CONTROL.

       3900-REPLACE-HIERARCHY.
           PERFORM 3910-REMOVE-OLD-ENTRY
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT
           PERFORM 3920-WRITE-NEW-ENTRY
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT.

       3910-REMOVE-OLD-ENTRY.
           MOVE WS-OLD-CHILD (WS-OLD-SUB) TO HIR-CHILD-ID
           DELETE HIR-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       3920-WRITE-NEW-ENTRY.
           IF WS-NEW-PARENT (WS-NEW-SUB) NOT = SPACES
               MOVE WS-NEW-CHILD (WS-NEW-SUB) TO HIR-CHILD-ID
               MOVE WS-NEW-PARENT (WS-NEW-SUB) TO HIR-PARENT-ID
               WRITE HIR-RECORD
                   INVALID KEY
                       REWRITE HIR-RECORD
               END-WRITE
           END-IF.

       4000-FIND-VALUE.
           MOVE 0 TO WS-VAL-FOUND-SUB
           PERFORM 4010-SCAN-VALUE-TABLE
               VARYING WS-VAL-SUB FROM 1 BY 1
               UNTIL WS-VAL-SUB > WS-VAL-COUNT
               OR WS-VAL-FOUND-SUB > 0
           IF WS-VAL-FOUND-SUB = 0 AND WS-VAL-COUNT >= WS-VAL-MAX
               SET WS-VAL-TABLE-FULL TO TRUE
           END-IF
           IF WS-VAL-FOUND-SUB = 0 AND NOT WS-VAL-TABLE-FULL
               ADD 1 TO WS-VAL-COUNT
               MOVE WS-VAL-COUNT TO WS-VAL-FOUND-SUB
               MOVE WS-VAL-WORK-ID TO WS-VAL-ID (WS-VAL-FOUND-SUB)
               MOVE 0 TO WS-VAL-ORIGINAL (WS-VAL-FOUND-SUB)
               MOVE WS-VAL-WORK-ID TO CTL-COUNTER-ID
               READ CTRL-FILE KEY IS CTL-COUNTER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-CURRENT-VALUE
                           TO WS-VAL-ORIGINAL (WS-VAL-FOUND-SUB)
               END-READ
               MOVE WS-VAL-ORIGINAL (WS-VAL-FOUND-SUB)
                   TO WS-VAL-CURRENT (WS-VAL-FOUND-SUB)
               MOVE 0 TO WS-VAL-OUT (WS-VAL-FOUND-SUB)
               MOVE 0 TO WS-VAL-IN (WS-VAL-FOUND-SUB)
               MOVE "N" TO WS-VAL-ADJUSTED (WS-VAL-FOUND-SUB)
           END-IF.

       4010-SCAN-VALUE-TABLE.
           IF WS-VAL-ID (WS-VAL-SUB) = WS-VAL-WORK-ID
               MOVE WS-VAL-SUB TO WS-VAL-FOUND-SUB
           END-IF.

       5000-PRINT-VALIDATION.
           MOVE "1. STRUCTURAL VALIDATION OF PROPOSED HIERARCHY"
               TO WS-PRINT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "CHILD-ID" TO WS-HEADING-LINE (1:8)
           MOVE "PARENT-ID" TO WS-HEADING-LINE (12:9)
           MOVE "ERROR" TO WS-HEADING-LINE (23:5)
           PERFORM 4700-START-SECTION
           PERFORM 5010-PRINT-ENTRY-ERROR
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-NEW-COUNT TO WS-RPT-EDIT-5
           MOVE WS-ERROR-COUNT TO WS-RPT-EDIT-9
           IF WS-ERROR-COUNT = 0
               STRING "  " DELIMITED BY SIZE
                   WS-RPT-EDIT-5 DELIMITED BY SIZE
                   " ENTRIES VALIDATED - NO STRUCTURAL ERRORS"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   WS-RPT-EDIT-5 DELIMITED BY SIZE
                   " ENTRIES, ERRORS:" DELIMITED BY SIZE
                   WS-RPT-EDIT-9 DELIMITED BY SIZE
                   " - RESTRUCTURE REFUSED, NOTHING CHANGED"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF
           PERFORM 4500-WRITE-RPT-LINE.

       5010-PRINT-ENTRY-ERROR.
           IF WS-NEW-ERROR (WS-NEW-SUB) NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-NEW-CHILD (WS-NEW-SUB) TO WS-PRINT-LINE (1:10)
               MOVE WS-NEW-PARENT (WS-NEW-SUB) TO WS-PRINT-LINE (12:10)
               MOVE WS-NEW-ERROR (WS-NEW-SUB) TO WS-PRINT-LINE (23:24)
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       5200-PRINT-MOVES.
           MOVE "2. RE-PARENTED COUNTERS" TO WS-PRINT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "CHILD-ID" TO WS-HEADING-LINE (1:8)
           MOVE "OLD PARENT" TO WS-HEADING-LINE (12:10)
           MOVE "NEW PARENT" TO WS-HEADING-LINE (23:10)
           MOVE "TAKEN OUT" TO WS-HEADING-LINE (37:9)
           MOVE "PUT IN" TO WS-HEADING-LINE (52:6)
           PERFORM 4700-START-SECTION
           PERFORM 5210-PRINT-MOVE
               VARYING WS-MOV-SUB FROM 1 BY 1
               UNTIL WS-MOV-SUB > WS-MOV-COUNT
           IF WS-MOV-COUNT = 0
               MOVE "  NO COUNTER CHANGES PARENT" TO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       5210-PRINT-MOVE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MOV-CHILD (WS-MOV-SUB) TO WS-PRINT-LINE (1:10)
           IF WS-MOV-OLD-PARENT (WS-MOV-SUB) = SPACES
               MOVE "(TOP)" TO WS-PRINT-LINE (12:5)
           ELSE
               MOVE WS-MOV-OLD-PARENT (WS-MOV-SUB)
                   TO WS-PRINT-LINE (12:10)
           END-IF
           IF WS-MOV-NEW-PARENT (WS-MOV-SUB) = SPACES
               MOVE "(TOP)" TO WS-PRINT-LINE (23:5)
           ELSE
               MOVE WS-MOV-NEW-PARENT (WS-MOV-SUB)
                   TO WS-PRINT-LINE (23:10)
           END-IF
           MOVE WS-MOV-OUT-VALUE (WS-MOV-SUB) TO WS-RPT-EDIT-9
           MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (37:9)
           MOVE WS-MOV-IN-VALUE (WS-MOV-SUB) TO WS-RPT-EDIT-9
           MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (49:9)
           PERFORM 4500-WRITE-RPT-LINE.

       5400-PRINT-POSTINGS.
           MOVE "3. RESTATEMENT POSTINGS (TYPE R)" TO WS-PRINT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "COUNTER-ID" TO WS-HEADING-LINE (1:10)
           MOVE "FOR CHILD" TO WS-HEADING-LINE (12:9)
           MOVE "DIR" TO WS-HEADING-LINE (23:3)
           MOVE "BEFORE" TO WS-HEADING-LINE (31:6)
           MOVE "AFTER" TO WS-HEADING-LINE (42:5)
           MOVE "NOTE" TO WS-HEADING-LINE (49:4)
           PERFORM 4700-START-SECTION
           PERFORM 5410-PRINT-POSTING
               VARYING WS-ADJ-SUB FROM 1 BY 1
               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
           IF WS-ADJ-COUNT = 0
               MOVE "  NO ANCESTOR VALUES CHANGE" TO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF
           IF WS-ADJ-OVERFLOW > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-ADJ-OVERFLOW TO WS-RPT-EDIT-5
               STRING "  " DELIMITED BY SIZE
                   WS-RPT-EDIT-5 DELIMITED BY SIZE
                   " FURTHER POSTINGS NOT LISTED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       5410-PRINT-POSTING.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ADJ-COUNTER-ID (WS-ADJ-SUB) TO WS-PRINT-LINE (1:10)
           MOVE WS-ADJ-CHILD-ID (WS-ADJ-SUB) TO WS-PRINT-LINE (12:10)
           MOVE WS-ADJ-DIRECTION (WS-ADJ-SUB) TO WS-PRINT-LINE (23:3)
           MOVE WS-ADJ-BEFORE (WS-ADJ-SUB) TO WS-RPT-EDIT-9
           MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (28:9)
           MOVE WS-ADJ-AFTER (WS-ADJ-SUB) TO WS-RPT-EDIT-9
           MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (38:9)
           MOVE WS-ADJ-NOTE (WS-ADJ-SUB) TO WS-PRINT-LINE (49:14)
           PERFORM 4500-WRITE-RPT-LINE.

       5600-PRINT-BEFORE-AFTER.
           MOVE "4. COUNTER VALUES BEFORE AND AFTER RESTATEMENT"
               TO WS-PRINT-LINE
           MOVE SPACES TO WS-HEADING-LINE
           MOVE "COUNTER-ID" TO WS-HEADING-LINE (1:10)
           MOVE "BEFORE" TO WS-HEADING-LINE (16:6)
           MOVE "TAKEN OUT" TO WS-HEADING-LINE (26:9)
           MOVE "PUT IN" TO WS-HEADING-LINE (43:6)
           MOVE "AFTER" TO WS-HEADING-LINE (55:5)
           PERFORM 4700-START-SECTION
           PERFORM 5610-PRINT-COUNTER-VALUES
               VARYING WS-VAL-SUB FROM 1 BY 1
               UNTIL WS-VAL-SUB > WS-VAL-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "TOTALS" TO WS-PRINT-LINE (1:6)
           MOVE WS-TOTAL-OUT TO WS-RPT-EDIT-11
           MOVE WS-RPT-EDIT-11 TO WS-PRINT-LINE (24:11)
           MOVE WS-TOTAL-IN TO WS-RPT-EDIT-11
           MOVE WS-RPT-EDIT-11 TO WS-PRINT-LINE (38:11)
           PERFORM 4500-WRITE-RPT-LINE
           IF WS-SHORTFALL-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-SHORTFALL-COUNT TO WS-RPT-EDIT-5
               STRING "  " DELIMITED BY SIZE
                   WS-RPT-EDIT-5 DELIMITED BY SIZE
                   " ANCESTOR(S) HELD LESS THAN THE CHILD'S VALUE"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       5610-PRINT-COUNTER-VALUES.
           IF WS-VAL-WAS-ADJUSTED (WS-VAL-SUB)
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-VAL-ID (WS-VAL-SUB) TO WS-PRINT-LINE (1:10)
               MOVE WS-VAL-ORIGINAL (WS-VAL-SUB) TO WS-RPT-EDIT-9
               MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (13:9)
               MOVE WS-VAL-OUT (WS-VAL-SUB) TO WS-RPT-EDIT-11
               MOVE WS-RPT-EDIT-11 TO WS-PRINT-LINE (24:11)
               MOVE WS-VAL-IN (WS-VAL-SUB) TO WS-RPT-EDIT-11
               MOVE WS-RPT-EDIT-11 TO WS-PRINT-LINE (38:11)
               MOVE WS-VAL-CURRENT (WS-VAL-SUB) TO WS-RPT-EDIT-9
               MOVE WS-RPT-EDIT-9 TO WS-PRINT-LINE (51:9)
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       5800-PRINT-SIGN-OFF.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-APPLY-RUN
               MOVE WS-POSTED-COUNT TO WS-RPT-EDIT-5
               STRING "RESTRUCTURE APPLIED - " DELIMITED BY SIZE
                   WS-RPT-EDIT-5 DELIMITED BY SIZE
                   " POSTING(S) WRITTEN AS TYPE R, TXN-ID "
                   DELIMITED BY SIZE
                   WS-RESTATE-TXN-ID DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               MOVE "PROOF RUN - NO FILE CHANGED. RERUN WITH APPLY "
                   TO WS-PRINT-LINE
               MOVE "AFTER SIGN-OFF." TO WS-PRINT-LINE (47:15)
           END-IF
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE "PREPARED BY  ____________________   DATE ________"
               TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE "ACCOUNTING   ____________________   DATE ________"
               TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE.

       4500-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4600-START-NEW-PAGE
           END-IF
           WRITE HIR-RPT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4600-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO HIR-RPT-LINE
           MOVE WS-PAGE-NO TO WS-RPT-EDIT-PAGE
           STRING "HIERARCHY RESTRUCTURE - " DELIMITED BY SIZE
               WS-RUN-TITLE DELIMITED BY "  "
               "  DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               WS-RPT-EDIT-PAGE DELIMITED BY SIZE
               INTO HIR-RPT-LINE
           WRITE HIR-RPT-LINE
           MOVE SPACES TO HIR-RPT-LINE
           WRITE HIR-RPT-LINE
           MOVE 2 TO WS-LINE-COUNT.

       4700-START-SECTION.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           IF WS-LINE-COUNT > 2 AND WS-LINE-COUNT < 99
               WRITE HIR-RPT-LINE FROM SPACES
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 4500-WRITE-RPT-LINE
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE.

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

       8900-RELEASE-RESTRUCTURE-LOCK.
           PERFORM 0450-SET-CURRENT-TIMESTAMP
           MOVE WS-OWN-RUN-ID TO LCK-RUN-ID
           MOVE "R" TO LCK-STATUS-FLAG
           MOVE WS-CURRENT-TIMESTAMP TO LCK-TIMESTAMP
           REWRITE LCK-RECORD
               INVALID KEY
                   WRITE LCK-RECORD
           END-REWRITE.

       9000-TERMINATE.
           IF WS-CTRL-STATUS NOT = "35"
               CLOSE CTRL-FILE
           END-IF
           IF WS-HIR-STATUS NOT = "35"
               CLOSE HIR-FILE
           END-IF
           CLOSE CMS-FILE
           IF WS-HNW-STATUS NOT = "35"
               CLOSE HNW-FILE
           END-IF
           IF WS-APPLY-RUN
               IF WS-ACT-COUNT > 0
                   PERFORM 8510-POST-AUDIT-CONTROL
               END-IF
               IF NOT WS-RESTRUCTURE-REFUSED
                   CLOSE AUD-FILE
               END-IF
               CLOSE ACT-FILE
           END-IF
           IF WS-LOCK-OPEN
               IF WS-LOCK-HELD
                   PERFORM 8900-RELEASE-RESTRUCTURE-LOCK
               END-IF
               CLOSE LCK-FILE
           END-IF
           CLOSE HIR-RPT-FILE
           IF WS-RESTRUCTURE-REFUSED
               DISPLAY "HIRRST: restructure refused - see HIRRPT"
           ELSE
               DISPLAY "HIRRST: " WS-RUN-TITLE " - " WS-MOV-COUNT
                   " counter(s) re-parented, " WS-ADJ-COUNT
                   " restatement posting(s)."
           END-IF.
