       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDRRPT.
      *****************************************************************
      *  RDRRPT - Counter redirection report.
      *  Runs after COUNTPGM.  Lists every counter-id retired by a
      *  merge (RDRFIL) with its successor, the merge date, the last
      *  date transactions are rerouted and whether the grace period
      *  is still running, ending within the warning period (14 days)
      *  or over.  Under each entry the redirection log (RDRLOG) is
      *  summarized by submitter - how many transactions each one
      *  still sends under the retired id and when it last did - so
      *  the departments concerned can be told to change their feeds
      *  to the successor before the grace period ends.  Work
      *  rerouted by COUNTPGM (pended or resubmitted records) has no
      *  submitter and is shown as NOT KNOWN.  Entries whose grace
      *  period ended more than 90 days ago and that were not used
      *  in that time are left off.  Report file RDRRPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDR-FILE ASSIGN TO "RDRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDR-RETIRED-ID
               FILE STATUS IS WS-RDR-STATUS.

           SELECT RDL-FILE ASSIGN TO "RDRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDL-STATUS.

           SELECT RDR-RPT-FILE ASSIGN TO "RDRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDR-RPT-STATUS.

           SELECT BDT-FILE ASSIGN TO "BDTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RDR-FILE.
           COPY RDRREC.

       FD  RDL-FILE.
           COPY RDLREC.

       FD  RDR-RPT-FILE.
       01  RDR-RPT-LINE                PIC X(80).

       FD  BDT-FILE.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-RDR-STATUS           PIC X(2).
       01  WS-RDL-STATUS           PIC X(2).
       01  WS-RDR-RPT-STATUS       PIC X(2).
       01  WS-BDT-STATUS           PIC X(2).
       01  WS-RDR-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-REDIRECTIONS VALUE "Y".
       01  WS-RDL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-LOG      VALUE "Y".
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-EXPIRY-INT           PIC 9(7).
       01  WS-DAYS-LEFT            PIC S9(5) VALUE 0.
       01  WS-WARN-DAYS            PIC 9(3) VALUE 14.
       01  WS-DROP-DAYS            PIC 9(3) VALUE 90.
       01  WS-DROP-DATE            PIC X(8).

       01  WS-RD-MAX               PIC 9(4) COMP VALUE 500.
       01  WS-RD-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-RD-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-RD-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-RD-TABLE.
           05  WS-RD-ENTRY OCCURS 500 TIMES.
               10  WS-RD-RETIRED-ID PIC X(10).
               10  WS-RD-SUCCESSOR-ID PIC X(10).
               10  WS-RD-MERGE-DATE PIC X(8).
               10  WS-RD-EXPIRY-DATE PIC X(8).
               10  WS-RD-VALUE-MOVED PIC 9(9).
               10  WS-RD-ROUTED    PIC 9(7).
               10  WS-RD-LAST-DATE PIC X(8).

       01  WS-SB-MAX               PIC 9(4) COMP VALUE 2000.
       01  WS-SB-COUNT             PIC 9(4) COMP VALUE 0.
       01  WS-SB-SUB               PIC 9(4) COMP VALUE 0.
       01  WS-SB-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-SB-FULL-SWITCH       PIC X VALUE "N".
           88  WS-SB-TABLE-FULL    VALUE "Y".
       01  WS-SB-TABLE.
           05  WS-SB-ENTRY OCCURS 2000 TIMES.
               10  WS-SB-RD-SUB    PIC 9(4) COMP.
               10  WS-SB-SUBMITTER-ID PIC X(8).
               10  WS-SB-ROUTED    PIC 9(7).
               10  WS-SB-LAST-DATE PIC X(8).

       01  WS-ACTIVE-COUNT         PIC 9(5) VALUE 0.
       01  WS-ENDING-COUNT         PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
       01  WS-TOTAL-ROUTED         PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(7) VALUE 0.
       01  WS-STATE-TEXT           PIC X(16).

       01  WS-PAGE-NO              PIC 9(3) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(2) VALUE 55.
       01  WS-PRINT-LINE           PIC X(80).
       01  WS-RPT-EDIT-3           PIC ZZ9.
       01  WS-RPT-EDIT-5           PIC ZZZZ9.
       01  WS-RPT-EDIT-7           PIC ZZZZZZ9.
       01  WS-RPT-EDIT-PAGE        PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0400-GET-BUSINESS-DATE
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-NO-MORE-REDIRECTIONS
               READ RDR-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-REDIRECTIONS TO TRUE
                   NOT AT END
                       PERFORM 2000-LOAD-REDIRECTION
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-NO-MORE-LOG
               READ RDL-FILE
                   AT END
                       SET WS-NO-MORE-LOG TO TRUE
                   NOT AT END
                       PERFORM 2500-TALLY-LOG-RECORD
               END-READ
           END-PERFORM
           PERFORM 3000-PRINT-REDIRECTION
               VARYING WS-RD-SUB FROM 1 BY 1
               UNTIL WS-RD-SUB > WS-RD-COUNT
           PERFORM 5000-PRINT-TOTALS
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

       1000-INITIALIZE.
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - WS-DROP-DAYS)
           MOVE WS-DATE-NUM TO WS-DROP-DATE
           OPEN INPUT RDR-FILE
           IF WS-RDR-STATUS = "35"
               SET WS-NO-MORE-REDIRECTIONS TO TRUE
           END-IF
           OPEN INPUT RDL-FILE
           IF WS-RDL-STATUS = "35"
               SET WS-NO-MORE-LOG TO TRUE
           END-IF
           OPEN OUTPUT RDR-RPT-FILE.

       2000-LOAD-REDIRECTION.
           IF WS-RD-COUNT >= WS-RD-MAX
               DISPLAY "Error: RDRRPT redirection table full - "
                   "counter " RDR-RETIRED-ID " not reported"
           ELSE
               ADD 1 TO WS-RD-COUNT
               MOVE RDR-RETIRED-ID TO WS-RD-RETIRED-ID (WS-RD-COUNT)
               MOVE RDR-SUCCESSOR-ID
                   TO WS-RD-SUCCESSOR-ID (WS-RD-COUNT)
               MOVE RDR-MERGE-DATE TO WS-RD-MERGE-DATE (WS-RD-COUNT)
               MOVE RDR-EXPIRY-DATE TO WS-RD-EXPIRY-DATE (WS-RD-COUNT)
               MOVE RDR-VALUE-MOVED TO WS-RD-VALUE-MOVED (WS-RD-COUNT)
               MOVE 0 TO WS-RD-ROUTED (WS-RD-COUNT)
               MOVE SPACES TO WS-RD-LAST-DATE (WS-RD-COUNT)
           END-IF.

       2500-TALLY-LOG-RECORD.
           MOVE 0 TO WS-RD-FOUND-SUB
           PERFORM 2510-SCAN-REDIRECTIONS
               VARYING WS-RD-SUB FROM 1 BY 1
               UNTIL WS-RD-SUB > WS-RD-COUNT
               OR WS-RD-FOUND-SUB > 0
           IF WS-RD-FOUND-SUB = 0
               ADD 1 TO WS-UNMATCHED-COUNT
           ELSE
               ADD 1 TO WS-RD-ROUTED (WS-RD-FOUND-SUB)
               ADD 1 TO WS-TOTAL-ROUTED
               IF RDL-TIMESTAMP (1:8)
                   > WS-RD-LAST-DATE (WS-RD-FOUND-SUB)
                   MOVE RDL-TIMESTAMP (1:8)
                       TO WS-RD-LAST-DATE (WS-RD-FOUND-SUB)
               END-IF
               PERFORM 2600-TALLY-SUBMITTER
           END-IF.

       2510-SCAN-REDIRECTIONS.
           IF WS-RD-RETIRED-ID (WS-RD-SUB) = RDL-RETIRED-ID
               MOVE WS-RD-SUB TO WS-RD-FOUND-SUB
           END-IF.

       2600-TALLY-SUBMITTER.
           MOVE 0 TO WS-SB-FOUND-SUB
           PERFORM 2610-SCAN-SUBMITTERS
               VARYING WS-SB-SUB FROM 1 BY 1
               UNTIL WS-SB-SUB > WS-SB-COUNT
               OR WS-SB-FOUND-SUB > 0
           IF WS-SB-FOUND-SUB = 0
               IF WS-SB-COUNT >= WS-SB-MAX
                   IF NOT WS-SB-TABLE-FULL
                       SET WS-SB-TABLE-FULL TO TRUE
                       DISPLAY "Error: RDRRPT submitter table full - "
                           "submitter detail incomplete"
                   END-IF
               ELSE
                   ADD 1 TO WS-SB-COUNT
                   MOVE WS-SB-COUNT TO WS-SB-FOUND-SUB
                   MOVE WS-RD-FOUND-SUB
                       TO WS-SB-RD-SUB (WS-SB-FOUND-SUB)
                   MOVE RDL-SUBMITTER-ID
                       TO WS-SB-SUBMITTER-ID (WS-SB-FOUND-SUB)
                   MOVE 0 TO WS-SB-ROUTED (WS-SB-FOUND-SUB)
                   MOVE SPACES TO WS-SB-LAST-DATE (WS-SB-FOUND-SUB)
               END-IF
           END-IF
           IF WS-SB-FOUND-SUB > 0
               ADD 1 TO WS-SB-ROUTED (WS-SB-FOUND-SUB)
               IF RDL-TIMESTAMP (1:8)
                   > WS-SB-LAST-DATE (WS-SB-FOUND-SUB)
                   MOVE RDL-TIMESTAMP (1:8)
                       TO WS-SB-LAST-DATE (WS-SB-FOUND-SUB)
               END-IF
           END-IF.

       2610-SCAN-SUBMITTERS.
           IF WS-SB-RD-SUB (WS-SB-SUB) = WS-RD-FOUND-SUB
               AND WS-SB-SUBMITTER-ID (WS-SB-SUB) = RDL-SUBMITTER-ID
               MOVE WS-SB-SUB TO WS-SB-FOUND-SUB
           END-IF.

       3000-PRINT-REDIRECTION.
           IF WS-RD-EXPIRY-DATE (WS-RD-SUB) < WS-DROP-DATE
               AND (WS-RD-LAST-DATE (WS-RD-SUB) = SPACES
                   OR WS-RD-LAST-DATE (WS-RD-SUB) < WS-DROP-DATE)
               CONTINUE
           ELSE
               PERFORM 3100-SET-STATE
               IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
                   MOVE 99 TO WS-LINE-COUNT
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
               MOVE WS-RD-RETIRED-ID (WS-RD-SUB)
                   TO WS-PRINT-LINE (1:10)
               MOVE WS-RD-SUCCESSOR-ID (WS-RD-SUB)
                   TO WS-PRINT-LINE (12:10)
               MOVE WS-RD-MERGE-DATE (WS-RD-SUB) TO WS-PRINT-LINE (23:8)
               MOVE WS-RD-EXPIRY-DATE (WS-RD-SUB)
                   TO WS-PRINT-LINE (32:8)
               MOVE WS-STATE-TEXT TO WS-PRINT-LINE (41:16)
               MOVE WS-RD-ROUTED (WS-RD-SUB) TO WS-RPT-EDIT-7
               MOVE WS-RPT-EDIT-7 TO WS-PRINT-LINE (58:7)
               MOVE WS-RD-LAST-DATE (WS-RD-SUB) TO WS-PRINT-LINE (67:8)
               PERFORM 4500-WRITE-RPT-LINE
               PERFORM 3200-PRINT-SUBMITTER
                   VARYING WS-SB-SUB FROM 1 BY 1
                   UNTIL WS-SB-SUB > WS-SB-COUNT
           END-IF.

       3100-SET-STATE.
           MOVE WS-RD-EXPIRY-DATE (WS-RD-SUB) TO WS-DATE-NUM
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT
           MOVE SPACES TO WS-STATE-TEXT
           IF WS-DAYS-LEFT < 0
               MOVE "GRACE ENDED" TO WS-STATE-TEXT
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               IF WS-DAYS-LEFT > WS-WARN-DAYS
                   MOVE "REROUTING" TO WS-STATE-TEXT
                   ADD 1 TO WS-ACTIVE-COUNT
               ELSE
                   MOVE WS-DAYS-LEFT TO WS-RPT-EDIT-3
                   STRING "ENDS IN " DELIMITED BY SIZE
                       WS-RPT-EDIT-3 DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO WS-STATE-TEXT
                   ADD 1 TO WS-ENDING-COUNT
               END-IF
           END-IF.

       3200-PRINT-SUBMITTER.
           IF WS-SB-RD-SUB (WS-SB-SUB) = WS-RD-SUB
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "SUBMITTER" TO WS-PRINT-LINE (5:9)
               IF WS-SB-SUBMITTER-ID (WS-SB-SUB) = SPACES
                   MOVE "NOT KNOWN" TO WS-PRINT-LINE (15:9)
               ELSE
                   MOVE WS-SB-SUBMITTER-ID (WS-SB-SUB)
                       TO WS-PRINT-LINE (15:8)
               END-IF
               MOVE "STILL SENDS" TO WS-PRINT-LINE (26:11)
               MOVE WS-SB-ROUTED (WS-SB-SUB) TO WS-RPT-EDIT-7
               MOVE WS-RPT-EDIT-7 TO WS-PRINT-LINE (38:7)
               MOVE "LAST" TO WS-PRINT-LINE (46:4)
               MOVE WS-SB-LAST-DATE (WS-SB-SUB) TO WS-PRINT-LINE (51:8)
               MOVE "USE" TO WS-PRINT-LINE (60:3)
               MOVE WS-RD-SUCCESSOR-ID (WS-RD-SUB)
                   TO WS-PRINT-LINE (64:10)
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       4500-WRITE-RPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4600-START-NEW-PAGE
           END-IF
           WRITE RDR-RPT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4600-START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE SPACES TO RDR-RPT-LINE
           MOVE WS-PAGE-NO TO WS-RPT-EDIT-PAGE
           STRING "COUNTER REDIRECTION REPORT  DATE " DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               WS-RPT-EDIT-PAGE DELIMITED BY SIZE
               INTO RDR-RPT-LINE
           WRITE RDR-RPT-LINE
           MOVE SPACES TO RDR-RPT-LINE
           WRITE RDR-RPT-LINE
           MOVE SPACES TO RDR-RPT-LINE
           MOVE "RETIRED" TO RDR-RPT-LINE (1:7)
           MOVE "SUCCESSOR" TO RDR-RPT-LINE (12:9)
           MOVE "MERGED" TO RDR-RPT-LINE (23:6)
           MOVE "REROUTE" TO RDR-RPT-LINE (32:7)
           MOVE "STATUS" TO RDR-RPT-LINE (41:6)
           MOVE "ROUTED" TO RDR-RPT-LINE (59:6)
           MOVE "LAST USED" TO RDR-RPT-LINE (67:9)
           WRITE RDR-RPT-LINE
           MOVE SPACES TO RDR-RPT-LINE
           MOVE "THROUGH" TO RDR-RPT-LINE (32:7)
           WRITE RDR-RPT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       5000-PRINT-TOTALS.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               MOVE 99 TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE WS-ACTIVE-COUNT TO WS-RPT-EDIT-5
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RETIRED IDS STILL REROUTED     : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE WS-ENDING-COUNT TO WS-RPT-EDIT-5
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GRACE PERIOD ENDING SOON       : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-RPT-EDIT-5
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GRACE PERIOD ENDED             : " DELIMITED BY SIZE
               WS-RPT-EDIT-5 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           MOVE WS-TOTAL-ROUTED TO WS-RPT-EDIT-7
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TRANSACTIONS REROUTED (ALL)    : " DELIMITED BY SIZE
               WS-RPT-EDIT-7 DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM 4500-WRITE-RPT-LINE
           IF WS-UNMATCHED-COUNT > 0
               MOVE WS-UNMATCHED-COUNT TO WS-RPT-EDIT-7
               MOVE SPACES TO WS-PRINT-LINE
               STRING "LOG RECORDS WITH NO REDIRECTION: "
                   DELIMITED BY SIZE
                   WS-RPT-EDIT-7 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 4500-WRITE-RPT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-RDR-STATUS NOT = "35"
               CLOSE RDR-FILE
           END-IF
           IF WS-RDL-STATUS NOT = "35"
               CLOSE RDL-FILE
           END-IF
           CLOSE RDR-RPT-FILE
           DISPLAY "RDRRPT: " WS-RD-COUNT " redirection(s), "
               WS-TOTAL-ROUTED " transaction(s) rerouted, "
               WS-ENDING-COUNT " grace period(s) ending within "
               WS-WARN-DAYS " days.".
