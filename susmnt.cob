       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSMNT.
      *****************************************************************
      *  SUSMNT - Online suspense correction and resubmission
      *  transaction.
      *  PREEDT writes every transaction it refuses to the suspense
      *  file (TRNSUS) with a reason and the full transaction image.
      *  This transaction lets an operator work that file instead of
      *  asking the department to re-key a whole new TRNRAW:
      *    B = browse suspense entries, selected by submitter, by a
      *        fragment of the suspense reason, or both, a page at a
      *        time, with the entry number used by the other functions
      *    C = correct an open (or already corrected) entry's
      *        transaction image field by field; the entry becomes C
      *    V = void an open or corrected entry with a reason
      *    R = release every corrected entry for one submitter into
      *        the resubmission batch (TRNRSB)
      *  The resubmission batch carries its own batch header (the
      *  submitter-id and business date) and trailer (record count
      *  and hash total of the unsigned amounts) and is edited by
      *  PREEDT on the next batch night exactly like a TRNRAW file.
      *  Only one submitter's batch can be waiting at a time; a later
      *  release for the same submitter is added to it and the
      *  trailer rebuilt.
      *  Nothing is ever deleted from the suspense file - an entry
      *  only moves from open to corrected to released, or to voided,
      *  and HSKPGM later moves released and voided entries past
      *  their retention to the suspense archive (SUSARC) - and every
      *  correction, void and release is written to the suspense
      *  correction log (SUSLOG) with the operator-id and the image
      *  before and after.
      *  Sign-on is checked against the operator profile file; any
      *  signed-on operator may browse, but C, V and R need value
      *  authority.  Signons, failed signons and authority violations
      *  are written to the signon/violation log.
      *  The suspense file is held in storage and rewritten after
      *  every change.  Before any correction, void or release is
      *  applied, the file is read again and compared entry by entry
      *  with the copy in storage; if PREEDT or HSKPGM has changed it
      *  in any way since it was loaded, the change is refused, the
      *  entries are reloaded and the operator repeats the change,
      *  so a rewrite never drops an entry this session did not load
      *  or restores one that has been archived.
      *  Entry numbers are positions in the file as loaded and are
      *  only good for the session; the correction log identifies
      *  the suspense record by its suspense timestamp and TXN-ID.
      *  Actions are stamped with the business date, so released and
      *  voided entries age out on the same calendar as the batch.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUS-FILE ASSIGN TO "TRNSUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.

           SELECT RSB-FILE ASSIGN TO "TRNRSB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSB-STATUS.

           SELECT SLG-FILE ASSIGN TO "SUSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLG-STATUS.

           SELECT OPR-FILE ASSIGN TO "OPRFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT SEC-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT BDT-FILE ASSIGN TO "BDTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUS-FILE.
           COPY SUSREC.

       FD  RSB-FILE.
           COPY TRANREC.
           COPY BCHREC.

       FD  SLG-FILE.
           COPY SLGREC.

       FD  OPR-FILE.
           COPY OPRREC.

       FD  SEC-FILE.
           COPY SECREC.

       FD  BDT-FILE.
           COPY BDTREC.

       WORKING-STORAGE SECTION.
       01  WS-SUS-STATUS           PIC X(2).
       01  WS-RSB-STATUS           PIC X(2).
       01  WS-SLG-STATUS           PIC X(2).
       01  WS-OPR-STATUS           PIC X(2).
       01  WS-SEC-STATUS           PIC X(2).
       01  WS-BDT-STATUS           PIC X(2).
       01  WS-EXIT-SWITCH          PIC X VALUE "N".
           88  WS-EXIT-REQUESTED   VALUE "Y".
       01  WS-SIGNED-ON-SWITCH     PIC X VALUE "N".
           88  WS-SIGNED-ON        VALUE "Y".
       01  WS-AUTH-VALUE           PIC X(1) VALUE "N".
           88  WS-OPERATOR-MAY-VALUE VALUE "Y".
       01  WS-AUTHORIZED-SWITCH    PIC X VALUE "N".
           88  WS-FUNCTION-AUTHORIZED VALUE "Y".
       01  WS-SUS-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-SUSPENSE VALUE "Y".
       01  WS-RSB-EOF-SWITCH       PIC X VALUE "N".
           88  WS-NO-MORE-WAITING  VALUE "Y".
       01  WS-RSB-DAMAGED-SWITCH   PIC X VALUE "N".
           88  WS-RSB-DAMAGED      VALUE "Y".
       01  WS-ENTRY-OK-SWITCH      PIC X VALUE "N".
           88  WS-ENTRY-OK         VALUE "Y".
       01  WS-IMAGE-OK-SWITCH      PIC X VALUE "N".
           88  WS-IMAGE-OK         VALUE "Y".
       01  WS-MATCH-SWITCH         PIC X.
           88  WS-RECORD-MATCHES   VALUE "Y".
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-OPERATOR-PASSWORD    PIC X(8).
       01  WS-FUNCTION-CODE        PIC X(1).
           88  WS-FUNC-BROWSE      VALUE "B".
           88  WS-FUNC-CORRECT     VALUE "C".
           88  WS-FUNC-VOID        VALUE "V".
           88  WS-FUNC-RELEASE     VALUE "R".
       01  WS-ENTRY-NO             PIC 9(5).
       01  WS-SEARCH-SUBMITTER     PIC X(8).
       01  WS-SEARCH-REASON        PIC X(30).
       01  WS-SEARCH-REASON-LEN    PIC 9(2) COMP VALUE 0.
       01  WS-REASON-SCAN-SUB      PIC 9(2) COMP VALUE 0.
       01  WS-SEC-EVENT-TEXT       PIC X(20).
       01  WS-SEC-COUNTER-ID       PIC X(10).
       01  WS-SLG-ACTION           PIC X(1).
       01  WS-CURRENT-TIMESTAMP    PIC X(26).
       01  WS-ACTION-TIMESTAMP     PIC X(26).
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-MESSAGE-TEXT         PIC X(40).
       01  WS-CONTINUE-KEY         PIC X(1).
       01  WS-IMAGE-BEFORE         PIC X(144).

       01  WS-SUS-MAX              PIC 9(4) COMP VALUE 1000.
       01  WS-SUS-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-SUS-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-SUS-TABLE.
           05  WS-SUS-ENTRY OCCURS 1000 TIMES
                                   PIC X(273).
       01  WS-SUS-FULL-SWITCH      PIC X VALUE "N".
           88  WS-SUS-TABLE-FULL   VALUE "Y".
       01  WS-SUS-FILE-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-SUS-HELD-RECORD      PIC X(273).
       01  WS-SUS-MISMATCH-SWITCH  PIC X VALUE "N".
           88  WS-SUS-MISMATCH     VALUE "Y".
       01  WS-SUS-UNCHANGED-SWITCH PIC X VALUE "N".
           88  WS-SUS-UNCHANGED    VALUE "Y".

       01  WS-RSB-MAX              PIC 9(4) COMP VALUE 1000.
       01  WS-RSB-COUNT            PIC 9(4) COMP VALUE 0.
       01  WS-RSB-SUB              PIC 9(4) COMP VALUE 0.
       01  WS-RSB-TABLE.
           05  WS-RSB-DETAIL OCCURS 1000 TIMES
                                   PIC X(144).
       01  WS-RSB-SUBMITTER-ID     PIC X(8).
       01  WS-RSB-HELD-RECORD      PIC X(144).
       01  WS-RSB-READ-RECORD      PIC X(144).
       01  WS-RSB-HASH-TOTAL       PIC 9(12) VALUE 0.
       01  WS-ABS-AMOUNT           PIC 9(5) VALUE 0.
       01  WS-RELEASE-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-DISPLAY-RELEASED     PIC ZZZ9.

       01  WS-OLD-LABEL            PIC X(100).
       01  WS-OLD-LABEL-PARTS REDEFINES WS-OLD-LABEL.
           05  WS-OLD-LABEL-1      PIC X(50).
           05  WS-OLD-LABEL-2      PIC X(50).
       01  WS-NEW-TXN-ID           PIC X(10).
       01  WS-NEW-COUNTER-ID       PIC X(10).
       01  WS-NEW-TYPE-CODE        PIC X(1).
       01  WS-NEW-AMOUNT           PIC X(6).
       01  WS-NEW-SET-VALUE        PIC X(9).
       01  WS-NEW-EFFECTIVE-DATE   PIC X(8).
       01  WS-NEW-LABEL            PIC X(100).
       01  WS-NEW-LABEL-PARTS REDEFINES WS-NEW-LABEL.
           05  WS-NEW-LABEL-1      PIC X(50).
           05  WS-NEW-LABEL-2      PIC X(50).
       01  WS-VOID-REASON          PIC X(30).

       01  WS-MATCH-COUNT          PIC 9(5) VALUE 0.
       01  WS-DISPLAY-MATCHES      PIC ZZZZ9.
       01  WS-PAGE-LINE-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-LINES-PER-PAGE       PIC 9(2) COMP VALUE 12.
       01  WS-LINE-SUB             PIC 9(2) COMP VALUE 0.
       01  WS-BRW-ENTRY-NO         PIC 9(5).
       01  WS-BRW-LINE-AREA.
           05  WS-BRW-LINE OCCURS 12 TIMES
                                   PIC X(72).

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "SUSPENSE CORRECTION SIGN-ON".
           05  LINE 3 COL 1
                   VALUE "ENTER OPERATOR-ID (BLANK TO EXIT): ".
           05  LINE 3 COL 37 PIC X(8) TO WS-OPERATOR-ID.
           05  LINE 4 COL 1
                   VALUE "ENTER PASSWORD                   : ".
           05  LINE 4 COL 37 PIC X(8) TO WS-OPERATOR-PASSWORD SECURE.

       01  FUNCTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "SUSPENSE CORRECTION TRANSACTION".
           05  LINE 3 COL 1 VALUE "OPERATOR : ".
           05  LINE 3 COL 12 PIC X(8) FROM WS-OPERATOR-ID.
           05  LINE 5 COL 1 VALUE "B = BROWSE SUSPENSE ENTRIES".
           05  LINE 6 COL 1 VALUE "C = CORRECT TRANSACTION IMAGE".
           05  LINE 7 COL 1 VALUE "V = VOID ENTRY WITH A REASON".
           05  LINE 8 COL 1 VALUE "R = RELEASE CORRECTED ENTRIES".
           05  LINE 10 COL 1
                   VALUE "ENTER FUNCTION (BLANK TO EXIT): ".
           05  LINE 10 COL 34 PIC X(1) TO WS-FUNCTION-CODE.
           05  LINE 12 COL 1 VALUE "ENTRY NO (C/V)           : ".
           05  LINE 12 COL 28 PIC 9(5) TO WS-ENTRY-NO.
           05  LINE 13 COL 1 VALUE "SUBMITTER-ID (B/R)       : ".
           05  LINE 13 COL 28 PIC X(8) TO WS-SEARCH-SUBMITTER.
           05  LINE 14 COL 1 VALUE "REASON MATCH (B)         : ".
           05  LINE 14 COL 28 PIC X(30) TO WS-SEARCH-REASON.

       01  RESULT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "SUSPENSE BROWSE RESULT".
           05  LINE 3 COL 1 VALUE "ENTRY S SUBMITTR TXN-ID".
           05  LINE 3 COL 29 VALUE "COUNTER-ID REASON".
           05  LINE 4 COL 1 PIC X(72) FROM WS-BRW-LINE (1).
           05  LINE 5 COL 1 PIC X(72) FROM WS-BRW-LINE (2).
           05  LINE 6 COL 1 PIC X(72) FROM WS-BRW-LINE (3).
           05  LINE 7 COL 1 PIC X(72) FROM WS-BRW-LINE (4).
           05  LINE 8 COL 1 PIC X(72) FROM WS-BRW-LINE (5).
           05  LINE 9 COL 1 PIC X(72) FROM WS-BRW-LINE (6).
           05  LINE 10 COL 1 PIC X(72) FROM WS-BRW-LINE (7).
           05  LINE 11 COL 1 PIC X(72) FROM WS-BRW-LINE (8).
           05  LINE 12 COL 1 PIC X(72) FROM WS-BRW-LINE (9).
           05  LINE 13 COL 1 PIC X(72) FROM WS-BRW-LINE (10).
           05  LINE 14 COL 1 PIC X(72) FROM WS-BRW-LINE (11).
           05  LINE 15 COL 1 PIC X(72) FROM WS-BRW-LINE (12).
           05  LINE 17 COL 1 VALUE "MATCHES SO FAR : ".
           05  LINE 17 COL 18 PIC ZZZZ9 FROM WS-DISPLAY-MATCHES.
           05  LINE 18 COL 1 VALUE "PRESS ENTER TO CONTINUE...".
           05  LINE 18 COL 28 PIC X(1) TO WS-CONTINUE-KEY.

       01  CORRECT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "CORRECT SUSPENDED TRANSACTION".
           05  LINE 2 COL 1 VALUE "ENTRY : ".
           05  LINE 2 COL 9 PIC 9(5) FROM WS-ENTRY-NO.
           05  LINE 2 COL 16 VALUE "SUBMITTER : ".
           05  LINE 2 COL 28 PIC X(8) FROM SUS-SUBMITTER-ID.
           05  LINE 3 COL 1 VALUE "REASON: ".
           05  LINE 3 COL 9 PIC X(30) FROM SUS-REASON.
           05  LINE 5 COL 1 VALUE "FIELD".
           05  LINE 5 COL 18 VALUE "CURRENT".
           05  LINE 5 COL 32 VALUE "NEW (BLANK = KEEP)".
           05  LINE 6 COL 1 VALUE "TXN-ID         : ".
           05  LINE 6 COL 18 PIC X(10) FROM SUS-IMG-TXN-ID.
           05  LINE 6 COL 32 PIC X(10) TO WS-NEW-TXN-ID.
           05  LINE 7 COL 1 VALUE "COUNTER-ID     : ".
           05  LINE 7 COL 18 PIC X(10) FROM SUS-IMG-COUNTER-ID.
           05  LINE 7 COL 32 PIC X(10) TO WS-NEW-COUNTER-ID.
           05  LINE 8 COL 1 VALUE "TYPE I/D/S     : ".
           05  LINE 8 COL 18 PIC X(1) FROM SUS-IMG-TYPE-CODE.
           05  LINE 8 COL 32 PIC X(1) TO WS-NEW-TYPE-CODE.
           05  LINE 9 COL 1 VALUE "AMOUNT +NNNNN  : ".
           05  LINE 9 COL 18 PIC X(6) FROM SUS-IMG-AMOUNT-TEXT.
           05  LINE 9 COL 32 PIC X(6) TO WS-NEW-AMOUNT.
           05  LINE 10 COL 1 VALUE "SET VALUE      : ".
           05  LINE 10 COL 18 PIC X(9) FROM SUS-IMG-SET-VALUE-TEXT.
           05  LINE 10 COL 32 PIC X(9) TO WS-NEW-SET-VALUE.
           05  LINE 11 COL 1 VALUE "EFFECTIVE DATE : ".
           05  LINE 11 COL 18 PIC X(8) FROM SUS-IMG-EFFECTIVE-DATE.
           05  LINE 11 COL 32 PIC X(8) TO WS-NEW-EFFECTIVE-DATE.
           05  LINE 13 COL 1 VALUE "CURRENT LABEL  : ".
           05  LINE 14 COL 1 PIC X(50) FROM WS-OLD-LABEL-1.
           05  LINE 15 COL 1 PIC X(50) FROM WS-OLD-LABEL-2.
           05  LINE 17 COL 1 VALUE "NEW LABEL (BLANK = KEEP) : ".
           05  LINE 18 COL 1 PIC X(50) TO WS-NEW-LABEL-1.
           05  LINE 19 COL 1 PIC X(50) TO WS-NEW-LABEL-2.

       01  VOID-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "VOID SUSPENDED TRANSACTION".
           05  LINE 3 COL 1 VALUE "ENTRY          : ".
           05  LINE 3 COL 18 PIC 9(5) FROM WS-ENTRY-NO.
           05  LINE 4 COL 1 VALUE "SUBMITTER      : ".
           05  LINE 4 COL 18 PIC X(8) FROM SUS-SUBMITTER-ID.
           05  LINE 5 COL 1 VALUE "TXN-ID         : ".
           05  LINE 5 COL 18 PIC X(10) FROM SUS-IMG-TXN-ID.
           05  LINE 6 COL 1 VALUE "COUNTER-ID     : ".
           05  LINE 6 COL 18 PIC X(10) FROM SUS-IMG-COUNTER-ID.
           05  LINE 7 COL 1 VALUE "SUSPENSE REASON: ".
           05  LINE 7 COL 18 PIC X(30) FROM SUS-REASON.
           05  LINE 9 COL 1 VALUE "VOID REASON    : ".
           05  LINE 9 COL 18 PIC X(30) TO WS-VOID-REASON.

       01  MESSAGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "SUSPENSE CORRECTION RESULT".
           05  LINE 3 COL 1 PIC X(40) FROM WS-MESSAGE-TEXT.
           05  LINE 5 COL 1 VALUE "PRESS ENTER TO CONTINUE...".
           05  LINE 5 COL 28 PIC X(1) TO WS-CONTINUE-KEY.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-EXIT-REQUESTED
               PERFORM 1500-SIGN-ON
           END-IF
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM 2000-PROMPT-FUNCTION
               IF NOT WS-EXIT-REQUESTED
                   PERFORM 2500-DISPATCH-FUNCTION
               END-IF
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

       0450-SET-ACTION-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-ACTION-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO WS-ACTION-TIMESTAMP (1:8).

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BDT-FILE
           IF WS-BDT-STATUS = "35"
               CONTINUE
           ELSE
               READ BDT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BDT-FILE
           END-IF
           OPEN EXTEND SLG-FILE
           IF WS-SLG-STATUS = "05" OR WS-SLG-STATUS = "35"
               CLOSE SLG-FILE
               OPEN OUTPUT SLG-FILE
           END-IF
           OPEN EXTEND SEC-FILE
           IF WS-SEC-STATUS = "05" OR WS-SEC-STATUS = "35"
               CLOSE SEC-FILE
               OPEN OUTPUT SEC-FILE
           END-IF
           OPEN INPUT OPR-FILE
           IF WS-OPR-STATUS = "35"
               DISPLAY "Error: operator profile file OPRFIL not "
                   "found - suspense correction unavailable"
               SET WS-EXIT-REQUESTED TO TRUE
           END-IF
           PERFORM 1050-LOAD-SUSPENSE-FILE.

       1050-LOAD-SUSPENSE-FILE.
           MOVE 0 TO WS-SUS-COUNT
           MOVE "N" TO WS-SUS-EOF-SWITCH
           OPEN INPUT SUS-FILE
           IF WS-SUS-STATUS = "35"
               SET WS-NO-MORE-SUSPENSE TO TRUE
           END-IF
           PERFORM UNTIL WS-NO-MORE-SUSPENSE
               READ SUS-FILE
                   AT END
                       SET WS-NO-MORE-SUSPENSE TO TRUE
                   NOT AT END
                       PERFORM 1100-LOAD-SUSPENSE-ENTRY
               END-READ
           END-PERFORM
           IF WS-SUS-STATUS NOT = "35"
               CLOSE SUS-FILE
           END-IF.

       1100-LOAD-SUSPENSE-ENTRY.
           IF WS-SUS-COUNT >= WS-SUS-MAX
               IF NOT WS-SUS-TABLE-FULL
                   SET WS-SUS-TABLE-FULL TO TRUE
                   DISPLAY "Error: SUSMNT suspense table full - "
                       "file cannot be maintained without losing "
                       "entries - suspense correction unavailable"
                   SET WS-EXIT-REQUESTED TO TRUE
                   SET WS-NO-MORE-SUSPENSE TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-SUS-COUNT
               MOVE SUS-RECORD TO WS-SUS-ENTRY (WS-SUS-COUNT)
           END-IF.

       1500-SIGN-ON.
           PERFORM 1510-ATTEMPT-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-EXIT-REQUESTED.

       1510-ATTEMPT-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           MOVE SPACES TO WS-FUNCTION-CODE
           MOVE SPACES TO WS-SEC-COUNTER-ID
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

       2000-PROMPT-FUNCTION.
           MOVE SPACES TO WS-FUNCTION-CODE
           MOVE 0 TO WS-ENTRY-NO
           MOVE SPACES TO WS-SEARCH-SUBMITTER
           MOVE SPACES TO WS-SEARCH-REASON
           MOVE SPACES TO WS-SEC-COUNTER-ID
           DISPLAY FUNCTION-SCREEN
           ACCEPT FUNCTION-SCREEN
           IF WS-FUNCTION-CODE = SPACES
               SET WS-EXIT-REQUESTED TO TRUE
           END-IF.

       2500-DISPATCH-FUNCTION.
           PERFORM 2520-CHECK-AUTHORITY
           IF NOT WS-FUNCTION-AUTHORIZED
               MOVE "NOT AUTHORIZED" TO WS-SEC-EVENT-TEXT
               PERFORM 6500-WRITE-SECURITY-LOG
               MOVE "NOT AUTHORIZED FOR THIS FUNCTION"
                   TO WS-MESSAGE-TEXT
               PERFORM 7000-SHOW-MESSAGE
           ELSE
               PERFORM 2510-DISPATCH-AUTHORIZED
           END-IF.

       2510-DISPATCH-AUTHORIZED.
           IF WS-FUNC-BROWSE
               PERFORM 3000-BROWSE-SUSPENSE
           ELSE
               IF WS-FUNC-CORRECT
                   PERFORM 2600-LOCATE-ENTRY
                   IF WS-ENTRY-OK
                       PERFORM 4000-CORRECT-ENTRY
                   END-IF
               ELSE
                   IF WS-FUNC-VOID
                       PERFORM 2600-LOCATE-ENTRY
                       IF WS-ENTRY-OK
                           PERFORM 4500-VOID-ENTRY
                       END-IF
                   ELSE
                       IF WS-FUNC-RELEASE
                           PERFORM 5000-RELEASE-SUBMITTER
                       ELSE
                           MOVE "INVALID FUNCTION CODE"
                               TO WS-MESSAGE-TEXT
                           PERFORM 7000-SHOW-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2520-CHECK-AUTHORITY.
           MOVE "Y" TO WS-AUTHORIZED-SWITCH
           IF WS-FUNC-CORRECT OR WS-FUNC-VOID OR WS-FUNC-RELEASE
               IF NOT WS-OPERATOR-MAY-VALUE
                   MOVE "N" TO WS-AUTHORIZED-SWITCH
               END-IF
           END-IF.

       2600-LOCATE-ENTRY.
           MOVE "N" TO WS-ENTRY-OK-SWITCH
           IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > WS-SUS-COUNT
               MOVE "ENTRY NOT ON SUSPENSE FILE" TO WS-MESSAGE-TEXT
               PERFORM 7000-SHOW-MESSAGE
           ELSE
               MOVE WS-ENTRY-NO TO WS-SUS-SUB
               MOVE WS-SUS-ENTRY (WS-SUS-SUB) TO SUS-RECORD
               MOVE SUS-IMG-COUNTER-ID TO WS-SEC-COUNTER-ID
               IF SUS-RELEASED
                   MOVE "ENTRY ALREADY RELEASED" TO WS-MESSAGE-TEXT
                   PERFORM 7000-SHOW-MESSAGE
               ELSE
                   IF SUS-VOIDED
                       MOVE "ENTRY ALREADY VOIDED" TO WS-MESSAGE-TEXT
                       PERFORM 7000-SHOW-MESSAGE
                   ELSE
                       SET WS-ENTRY-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       3000-BROWSE-SUSPENSE.
           PERFORM 3100-SET-SEARCH-REASON-LEN
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-PAGE-LINE-COUNT
           MOVE SPACES TO WS-BRW-LINE-AREA
           PERFORM 3200-CHECK-SUSPENSE-ENTRY
               VARYING WS-SUS-SUB FROM 1 BY 1
               UNTIL WS-SUS-SUB > WS-SUS-COUNT
           PERFORM 3500-SHOW-RESULT-PAGE.

       3100-SET-SEARCH-REASON-LEN.
           MOVE 0 TO WS-SEARCH-REASON-LEN
           PERFORM 3110-SCAN-REASON-LENGTH
               VARYING WS-REASON-SCAN-SUB FROM 1 BY 1
               UNTIL WS-REASON-SCAN-SUB > 30.

       3110-SCAN-REASON-LENGTH.
           IF WS-SEARCH-REASON (WS-REASON-SCAN-SUB:1) NOT = SPACE
               MOVE WS-REASON-SCAN-SUB TO WS-SEARCH-REASON-LEN
           END-IF.

       3200-CHECK-SUSPENSE-ENTRY.
           MOVE WS-SUS-ENTRY (WS-SUS-SUB) TO SUS-RECORD
           MOVE "Y" TO WS-MATCH-SWITCH
           IF WS-SEARCH-SUBMITTER NOT = SPACES
               AND SUS-SUBMITTER-ID NOT = WS-SEARCH-SUBMITTER
               MOVE "N" TO WS-MATCH-SWITCH
           END-IF
           IF WS-RECORD-MATCHES
               AND WS-SEARCH-REASON-LEN > 0
               PERFORM 3300-MATCH-REASON
           END-IF
           IF WS-RECORD-MATCHES
               PERFORM 3400-ADD-RESULT-LINE
           END-IF.

       3300-MATCH-REASON.
           MOVE "N" TO WS-MATCH-SWITCH
           PERFORM 3310-SCAN-REASON
               VARYING WS-REASON-SCAN-SUB FROM 1 BY 1
               UNTIL WS-REASON-SCAN-SUB >
                   31 - WS-SEARCH-REASON-LEN
               OR WS-RECORD-MATCHES.

       3310-SCAN-REASON.
           IF SUS-REASON
                   (WS-REASON-SCAN-SUB:WS-SEARCH-REASON-LEN) =
               WS-SEARCH-REASON (1:WS-SEARCH-REASON-LEN)
               MOVE "Y" TO WS-MATCH-SWITCH
           END-IF.

       3400-ADD-RESULT-LINE.
           ADD 1 TO WS-MATCH-COUNT
           IF WS-PAGE-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3500-SHOW-RESULT-PAGE
               MOVE 0 TO WS-PAGE-LINE-COUNT
               MOVE SPACES TO WS-BRW-LINE-AREA
           END-IF
           ADD 1 TO WS-PAGE-LINE-COUNT
           MOVE WS-PAGE-LINE-COUNT TO WS-LINE-SUB
           MOVE WS-SUS-SUB TO WS-BRW-ENTRY-NO
           MOVE SPACES TO WS-BRW-LINE (WS-LINE-SUB)
           MOVE WS-BRW-ENTRY-NO
               TO WS-BRW-LINE (WS-LINE-SUB) (1:5)
           IF SUS-OPEN
               MOVE "O" TO WS-BRW-LINE (WS-LINE-SUB) (7:1)
           ELSE
               MOVE SUS-STATUS TO WS-BRW-LINE (WS-LINE-SUB) (7:1)
           END-IF
           MOVE SUS-SUBMITTER-ID
               TO WS-BRW-LINE (WS-LINE-SUB) (9:8)
           MOVE SUS-IMG-TXN-ID
               TO WS-BRW-LINE (WS-LINE-SUB) (18:10)
           MOVE SUS-IMG-COUNTER-ID
               TO WS-BRW-LINE (WS-LINE-SUB) (29:10)
           MOVE SUS-REASON
               TO WS-BRW-LINE (WS-LINE-SUB) (40:30).

       3500-SHOW-RESULT-PAGE.
           MOVE WS-MATCH-COUNT TO WS-DISPLAY-MATCHES
           DISPLAY RESULT-SCREEN
           ACCEPT RESULT-SCREEN.

       4000-CORRECT-ENTRY.
           MOVE SUS-TRAN-IMAGE TO WS-IMAGE-BEFORE
           MOVE SUS-IMG-LABEL TO WS-OLD-LABEL
           MOVE SPACES TO WS-NEW-TXN-ID
           MOVE SPACES TO WS-NEW-COUNTER-ID
           MOVE SPACES TO WS-NEW-TYPE-CODE
           MOVE SPACES TO WS-NEW-AMOUNT
           MOVE SPACES TO WS-NEW-SET-VALUE
           MOVE SPACES TO WS-NEW-EFFECTIVE-DATE
           MOVE SPACES TO WS-NEW-LABEL
           DISPLAY CORRECT-SCREEN
           ACCEPT CORRECT-SCREEN
           PERFORM 4100-APPLY-CORRECTIONS
           PERFORM 4200-VALIDATE-IMAGE
           IF WS-IMAGE-OK
               PERFORM 8100-CHECK-SUSPENSE-UNCHANGED
           END-IF
           IF WS-IMAGE-OK AND WS-SUS-UNCHANGED
               MOVE "C" TO SUS-STATUS
               MOVE WS-OPERATOR-ID TO SUS-ACTION-OPERATOR
               PERFORM 0450-SET-ACTION-TIMESTAMP
               MOVE WS-ACTION-TIMESTAMP TO SUS-ACTION-TIMESTAMP
               MOVE SUS-RECORD TO WS-SUS-ENTRY (WS-SUS-SUB)
               MOVE "C" TO WS-SLG-ACTION
               PERFORM 6000-WRITE-CORRECTION-LOG
               PERFORM 8000-SAVE-SUSPENSE-FILE
               MOVE "SUSPENSE ENTRY CORRECTED" TO WS-MESSAGE-TEXT
               PERFORM 7000-SHOW-MESSAGE
           ELSE
               PERFORM 7000-SHOW-MESSAGE
           END-IF.

       4100-APPLY-CORRECTIONS.
           IF WS-NEW-TXN-ID NOT = SPACES
               MOVE WS-NEW-TXN-ID TO SUS-IMG-TXN-ID
           END-IF
           IF WS-NEW-COUNTER-ID NOT = SPACES
               MOVE WS-NEW-COUNTER-ID TO SUS-IMG-COUNTER-ID
           END-IF
           IF WS-NEW-TYPE-CODE NOT = SPACES
               MOVE WS-NEW-TYPE-CODE TO SUS-IMG-TYPE-CODE
           END-IF
           IF WS-NEW-AMOUNT NOT = SPACES
               MOVE WS-NEW-AMOUNT TO SUS-IMG-AMOUNT-TEXT
           END-IF
           IF WS-NEW-SET-VALUE NOT = SPACES
               MOVE WS-NEW-SET-VALUE TO SUS-IMG-SET-VALUE-TEXT
           END-IF
           IF WS-NEW-EFFECTIVE-DATE NOT = SPACES
               MOVE WS-NEW-EFFECTIVE-DATE TO SUS-IMG-EFFECTIVE-DATE
           END-IF
           IF WS-NEW-LABEL NOT = SPACES
               MOVE WS-NEW-LABEL TO SUS-IMG-LABEL
           END-IF.

       4200-VALIDATE-IMAGE.
           MOVE "N" TO WS-IMAGE-OK-SWITCH
           IF SUS-IMG-TXN-ID = SPACES
               MOVE "TXN-ID IS REQUIRED" TO WS-MESSAGE-TEXT
           ELSE
               IF SUS-IMG-COUNTER-ID = SPACES
                   MOVE "COUNTER-ID IS REQUIRED" TO WS-MESSAGE-TEXT
               ELSE
                   IF SUS-IMG-TYPE-CODE NOT = "I"
                       AND SUS-IMG-TYPE-CODE NOT = "D"
                       AND SUS-IMG-TYPE-CODE NOT = "S"
                       AND SUS-IMG-TYPE-CODE NOT = SPACE
                       MOVE "INVALID TYPE - USE I, D OR S"
                           TO WS-MESSAGE-TEXT
                   ELSE
                       IF SUS-IMG-AMOUNT NOT NUMERIC
                           MOVE "AMOUNT MUST BE SIGN AND 5 DIGITS"
                               TO WS-MESSAGE-TEXT
                       ELSE
                           IF SUS-IMG-TYPE-CODE = "S"
                               AND SUS-IMG-SET-VALUE NOT NUMERIC
                               MOVE "SET VALUE MUST BE 9 DIGITS"
                                   TO WS-MESSAGE-TEXT
                           ELSE
                               IF SUS-IMG-EFFECTIVE-DATE NOT = SPACES
                                   AND SUS-IMG-EFFECTIVE-DATE
                                       NOT NUMERIC
                                   MOVE "EFFECTIVE DATE NOT YYYYMMDD"
                                       TO WS-MESSAGE-TEXT
                               ELSE
                                   SET WS-IMAGE-OK TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4500-VOID-ENTRY.
           MOVE SUS-TRAN-IMAGE TO WS-IMAGE-BEFORE
           MOVE SPACES TO WS-VOID-REASON
           DISPLAY VOID-SCREEN
           ACCEPT VOID-SCREEN
           IF WS-VOID-REASON = SPACES
               MOVE "VOID REASON IS REQUIRED" TO WS-MESSAGE-TEXT
               PERFORM 7000-SHOW-MESSAGE
           ELSE
               PERFORM 8100-CHECK-SUSPENSE-UNCHANGED
           END-IF
           IF WS-VOID-REASON NOT = SPACES AND WS-SUS-UNCHANGED
               MOVE "V" TO SUS-STATUS
               MOVE WS-VOID-REASON TO SUS-VOID-REASON
               MOVE WS-OPERATOR-ID TO SUS-ACTION-OPERATOR
               PERFORM 0450-SET-ACTION-TIMESTAMP
               MOVE WS-ACTION-TIMESTAMP TO SUS-ACTION-TIMESTAMP
               MOVE SUS-RECORD TO WS-SUS-ENTRY (WS-SUS-SUB)
               MOVE "V" TO WS-SLG-ACTION
               PERFORM 6000-WRITE-CORRECTION-LOG
               PERFORM 8000-SAVE-SUSPENSE-FILE
               MOVE "SUSPENSE ENTRY VOIDED" TO WS-MESSAGE-TEXT
               PERFORM 7000-SHOW-MESSAGE
           ELSE
               IF WS-VOID-REASON NOT = SPACES
                   PERFORM 7000-SHOW-MESSAGE
               END-IF
           END-IF.

       5000-RELEASE-SUBMITTER.
           IF WS-SEARCH-SUBMITTER = SPACES
               MOVE "SUBMITTER-ID IS REQUIRED" TO WS-MESSAGE-TEXT
               PERFORM 7000-SHOW-MESSAGE
           ELSE
               PERFORM 5100-LOAD-WAITING-BATCH
               MOVE 0 TO WS-RELEASE-COUNT
               PERFORM 5200-COUNT-CORRECTED
                   VARYING WS-SUS-SUB FROM 1 BY 1
                   UNTIL WS-SUS-SUB > WS-SUS-COUNT
               IF WS-RSB-DAMAGED
                   MOVE "RESUBMISSION FILE DAMAGED - SEE OPS"
                       TO WS-MESSAGE-TEXT
                   PERFORM 7000-SHOW-MESSAGE
               ELSE
                   IF WS-RSB-SUBMITTER-ID NOT = SPACES
                       AND WS-RSB-SUBMITTER-ID
                           NOT = WS-SEARCH-SUBMITTER
                       MOVE "ANOTHER SUBMITTER'S BATCH IS WAITING"
                           TO WS-MESSAGE-TEXT
                       PERFORM 7000-SHOW-MESSAGE
                   ELSE
                       IF WS-RELEASE-COUNT = 0
                           MOVE "NO CORRECTED ENTRIES FOR SUBMITTER"
                               TO WS-MESSAGE-TEXT
                           PERFORM 7000-SHOW-MESSAGE
                       ELSE
                           IF WS-RSB-COUNT + WS-RELEASE-COUNT
                               > WS-RSB-MAX
                               MOVE "RESUBMISSION BATCH WOULD BE FULL"
                                   TO WS-MESSAGE-TEXT
                               PERFORM 7000-SHOW-MESSAGE
                           ELSE
                               PERFORM 8100-CHECK-SUSPENSE-UNCHANGED
                               IF WS-SUS-UNCHANGED
                                   PERFORM 5300-RELEASE-ENTRIES
                               ELSE
                                   PERFORM 7000-SHOW-MESSAGE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5100-LOAD-WAITING-BATCH.
           MOVE 0 TO WS-RSB-COUNT
           MOVE SPACES TO WS-RSB-SUBMITTER-ID
           MOVE "N" TO WS-RSB-DAMAGED-SWITCH
           MOVE "N" TO WS-RSB-EOF-SWITCH
           OPEN INPUT RSB-FILE
           IF WS-RSB-STATUS = "35"
               SET WS-NO-MORE-WAITING TO TRUE
           ELSE
               READ RSB-FILE
                   AT END
                       SET WS-NO-MORE-WAITING TO TRUE
                   NOT AT END
                       IF BCH-HDR-TYPE = "H"
                           MOVE BCH-HDR-SUBMITTER-ID
                               TO WS-RSB-SUBMITTER-ID
                       ELSE
                           SET WS-RSB-DAMAGED TO TRUE
                           SET WS-NO-MORE-WAITING TO TRUE
                       END-IF
               END-READ
               IF NOT WS-NO-MORE-WAITING
                   READ RSB-FILE INTO WS-RSB-HELD-RECORD
                       AT END
                           SET WS-RSB-DAMAGED TO TRUE
                           SET WS-NO-MORE-WAITING TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-NO-MORE-WAITING
                   READ RSB-FILE INTO WS-RSB-READ-RECORD
                       AT END
                           SET WS-NO-MORE-WAITING TO TRUE
                       NOT AT END
                           PERFORM 5110-KEEP-WAITING-DETAIL
                           MOVE WS-RSB-READ-RECORD
                               TO WS-RSB-HELD-RECORD
                   END-READ
               END-PERFORM
               CLOSE RSB-FILE
           END-IF.

       5110-KEEP-WAITING-DETAIL.
           IF WS-RSB-COUNT >= WS-RSB-MAX
               SET WS-RSB-DAMAGED TO TRUE
           ELSE
               ADD 1 TO WS-RSB-COUNT
               MOVE WS-RSB-HELD-RECORD TO WS-RSB-DETAIL (WS-RSB-COUNT)
           END-IF.

       5200-COUNT-CORRECTED.
           MOVE WS-SUS-ENTRY (WS-SUS-SUB) TO SUS-RECORD
           IF SUS-CORRECTED
               AND SUS-SUBMITTER-ID = WS-SEARCH-SUBMITTER
               ADD 1 TO WS-RELEASE-COUNT
           END-IF.

       5300-RELEASE-ENTRIES.
           PERFORM 5310-RELEASE-ONE-ENTRY
               VARYING WS-SUS-SUB FROM 1 BY 1
               UNTIL WS-SUS-SUB > WS-SUS-COUNT
           PERFORM 5400-WRITE-RESUBMISSION-BATCH
           PERFORM 8000-SAVE-SUSPENSE-FILE
           MOVE WS-RELEASE-COUNT TO WS-DISPLAY-RELEASED
           MOVE SPACES TO WS-MESSAGE-TEXT
           STRING WS-DISPLAY-RELEASED DELIMITED BY SIZE
               " ENTRY(S) RELEASED FOR RESUBMISSION"
                   DELIMITED BY SIZE
               INTO WS-MESSAGE-TEXT
           PERFORM 7000-SHOW-MESSAGE.

       5310-RELEASE-ONE-ENTRY.
           MOVE WS-SUS-ENTRY (WS-SUS-SUB) TO SUS-RECORD
           IF SUS-CORRECTED
               AND SUS-SUBMITTER-ID = WS-SEARCH-SUBMITTER
               ADD 1 TO WS-RSB-COUNT
               MOVE SUS-TRAN-IMAGE TO WS-RSB-DETAIL (WS-RSB-COUNT)
               MOVE SUS-TRAN-IMAGE TO WS-IMAGE-BEFORE
               MOVE "R" TO SUS-STATUS
               MOVE WS-OPERATOR-ID TO SUS-ACTION-OPERATOR
               PERFORM 0450-SET-ACTION-TIMESTAMP
               MOVE WS-ACTION-TIMESTAMP TO SUS-ACTION-TIMESTAMP
               MOVE SUS-RECORD TO WS-SUS-ENTRY (WS-SUS-SUB)
               MOVE WS-SUS-SUB TO WS-ENTRY-NO
               MOVE "R" TO WS-SLG-ACTION
               PERFORM 6000-WRITE-CORRECTION-LOG
           END-IF.

       5400-WRITE-RESUBMISSION-BATCH.
           MOVE 0 TO WS-RSB-HASH-TOTAL
           OPEN OUTPUT RSB-FILE
           MOVE SPACES TO TRAN-RECORD
           MOVE "H" TO BCH-HDR-TYPE
           MOVE WS-SEARCH-SUBMITTER TO BCH-HDR-SUBMITTER-ID
           MOVE WS-BUSINESS-DATE TO BCH-HDR-FILE-DATE
           WRITE TRAN-RECORD
           PERFORM 5410-WRITE-RESUBMISSION-DETAIL
               VARYING WS-RSB-SUB FROM 1 BY 1
               UNTIL WS-RSB-SUB > WS-RSB-COUNT
           MOVE SPACES TO TRAN-RECORD
           MOVE "T" TO BCH-TRL-TYPE
           MOVE WS-RSB-COUNT TO BCH-TRL-RECORD-COUNT
           MOVE WS-RSB-HASH-TOTAL TO BCH-TRL-HASH-TOTAL
           WRITE TRAN-RECORD
           CLOSE RSB-FILE.

       5410-WRITE-RESUBMISSION-DETAIL.
           MOVE WS-RSB-DETAIL (WS-RSB-SUB) TO TRAN-RECORD
           IF TRAN-INCREMENT-AMOUNT NUMERIC
               IF TRAN-INCREMENT-AMOUNT < 0
                   COMPUTE WS-ABS-AMOUNT = 0 - TRAN-INCREMENT-AMOUNT
               ELSE
                   MOVE TRAN-INCREMENT-AMOUNT TO WS-ABS-AMOUNT
               END-IF
               ADD WS-ABS-AMOUNT TO WS-RSB-HASH-TOTAL
           END-IF
           WRITE TRAN-RECORD.

       6000-WRITE-CORRECTION-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO SLG-OPERATOR-ID
           MOVE WS-SLG-ACTION TO SLG-ACTION
           MOVE WS-ENTRY-NO TO SLG-ENTRY-NO
           MOVE SUS-TIMESTAMP TO SLG-SUS-TIMESTAMP
           MOVE WS-IMAGE-BEFORE (1:10) TO SLG-SUS-TXN-ID
           MOVE SUS-SUBMITTER-ID TO SLG-SUBMITTER-ID
           MOVE SUS-VOID-REASON TO SLG-VOID-REASON
           MOVE WS-IMAGE-BEFORE TO SLG-IMAGE-BEFORE
           MOVE SUS-TRAN-IMAGE TO SLG-IMAGE-AFTER
           MOVE WS-CURRENT-TIMESTAMP TO SLG-TIMESTAMP
           WRITE SLG-RECORD.

       6500-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
           MOVE WS-SEC-EVENT-TEXT TO SEC-EVENT
           MOVE WS-FUNCTION-CODE TO SEC-FUNCTION
           MOVE WS-SEC-COUNTER-ID TO SEC-COUNTER-ID
           MOVE WS-CURRENT-TIMESTAMP TO SEC-TIMESTAMP
           WRITE SEC-RECORD.

       7000-SHOW-MESSAGE.
           DISPLAY MESSAGE-SCREEN
           ACCEPT MESSAGE-SCREEN.

       8000-SAVE-SUSPENSE-FILE.
           OPEN OUTPUT SUS-FILE
           PERFORM 8010-WRITE-SUSPENSE-ENTRY
               VARYING WS-SUS-SUB FROM 1 BY 1
               UNTIL WS-SUS-SUB > WS-SUS-COUNT
           CLOSE SUS-FILE.

       8010-WRITE-SUSPENSE-ENTRY.
           WRITE SUS-RECORD FROM WS-SUS-ENTRY (WS-SUS-SUB).

       8100-CHECK-SUSPENSE-UNCHANGED.
           MOVE SUS-RECORD TO WS-SUS-HELD-RECORD
           MOVE 0 TO WS-SUS-FILE-COUNT
           MOVE "N" TO WS-SUS-MISMATCH-SWITCH
           MOVE "N" TO WS-SUS-EOF-SWITCH
           OPEN INPUT SUS-FILE
           IF WS-SUS-STATUS = "35"
               SET WS-NO-MORE-SUSPENSE TO TRUE
           END-IF
           PERFORM UNTIL WS-NO-MORE-SUSPENSE
               READ SUS-FILE
                   AT END
                       SET WS-NO-MORE-SUSPENSE TO TRUE
                   NOT AT END
                       PERFORM 8110-COMPARE-SUSPENSE-ENTRY
               END-READ
           END-PERFORM
           IF WS-SUS-STATUS NOT = "35"
               CLOSE SUS-FILE
           END-IF
           IF WS-SUS-FILE-COUNT = WS-SUS-COUNT
               AND NOT WS-SUS-MISMATCH
               MOVE WS-SUS-HELD-RECORD TO SUS-RECORD
               SET WS-SUS-UNCHANGED TO TRUE
           ELSE
               MOVE "N" TO WS-SUS-UNCHANGED-SWITCH
               PERFORM 1050-LOAD-SUSPENSE-FILE
               MOVE "SUSPENSE FILE CHANGED - RELOADED, RETRY"
                   TO WS-MESSAGE-TEXT
           END-IF.

       8110-COMPARE-SUSPENSE-ENTRY.
           ADD 1 TO WS-SUS-FILE-COUNT
           IF WS-SUS-FILE-COUNT > WS-SUS-COUNT
               SET WS-SUS-MISMATCH TO TRUE
               SET WS-NO-MORE-SUSPENSE TO TRUE
           ELSE
               IF SUS-RECORD NOT = WS-SUS-ENTRY (WS-SUS-FILE-COUNT)
                   SET WS-SUS-MISMATCH TO TRUE
                   SET WS-NO-MORE-SUSPENSE TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE SLG-FILE
           CLOSE SEC-FILE
           IF WS-OPR-STATUS NOT = "35"
               CLOSE OPR-FILE
           END-IF.
