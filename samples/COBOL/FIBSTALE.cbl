      ******************************************************************
      * FIBSTALE is the stale-verification pass. A verifier outcome
      * speaks for the rows as they were when it ran; once FIBFIX
      * corrects a row, a FORCE=Y rerun overwrites the run, or
      * FIBREST or FIBRFWD puts rows back, the FIBCERT, FIBCHECK,
      * FIBBNFRD, FIBSPC, FIBRPLAY and FIBRANK verdicts on that run
      * no longer prove anything. This job finds them and withdraws
      * them:
      *
      *   1. the interlock is checked - nothing is read while
      *      ADVFIBB or FIBPURGE is writing to the journal (RC=24),
      *   2. FIBJRNL gives the time of the last change to every run
      *      (FIBCHECK's own quarantine flag and FIBPURGE's purge
      *      deletes are not changes to the verified data),
      *   3. each changed run's latest outcome per check is taken
      *      from FIBVRFY, and its certification from the type-C
      *      FIBHIST record (HIST-CERT-TIMESTAMP),
      *   4. every outcome older than the run's last change gets a
      *      stale marker appended to FIBVRFY (outcome S, see
      *      FIBVRFYC), and the CERTIFIED / CHECKED states on the
      *      FIBRDIR run directory are posted S,
      *   5. a reverification deck (FIBRVDK) names exactly the runs
      *      with a stale outcome - newly found or still waiting
      *      from an earlier night - with the checks to rerun. The
      *      next night's FIBCERT reads it as run-date cards.
      *
      * A marker stands until the check runs again and appends a
      * fresh outcome; FIBSCORE grades a stale outcome as missing.
      * RC=24 interlock, RC=8 when FIBJRNL or FIBVRFY cannot be
      * used (nothing marked), RC=4 when any run is stale, FIBHIST
      * was unavailable (certifications not judged), or more runs
      * changed than the pass can hold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSTALE.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - WITHDRAW VERIFIER OUTCOMES
      *                 OLDER THAN THE LAST CHANGE TO THEIR RUN AND
      *                 BUILD THE REVERIFICATION DECK
      * 10-15-2026  AG  WITHDRAW FIBRPLAY REPLAY OUTCOMES AS WELL
      * 10-15-2026  AG  WITHDRAW FIBRANK RANK-OF-APPARITION OUTCOMES
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-JOURNAL-FILE ASSIGN TO "FIBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT VERIFY-OUTCOME-FILE ASSIGN TO "FIBVRFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRFY-FILE-STATUS.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT REVERIFY-DECK-FILE ASSIGN TO "FIBRVDK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVDK-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY FIBJRNC.

       FD  VERIFY-OUTCOME-FILE
           RECORDING MODE IS F.
           COPY FIBVRFYC.

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

      * One card per run to reverify. Columns 1-8 are the run date
      * FIBCERT reads; the rest names the run sequence, the time of
      * its last change and the checks whose outcome went stale.
       FD  REVERIFY-DECK-FILE
           RECORDING MODE IS F.
       01  REVERIFY-CARD.
           05  RVD-RUN-DATE           PIC 9(8).
           05  RVD-RUN-SEQ            PIC 9(2).
           05  FILLER                 PIC X.
           05  RVD-LAST-CHANGE        PIC 9(14).
           05  FILLER                 PIC X.
           05  RVD-STALE-CHECK OCCURS 6 TIMES
                                      PIC X(9).

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-JRNL-FILE-STATUS    PIC XX VALUE SPACES.
               88  JRNL-FILE-OK            VALUE '00'.
           05  WS-VRFY-FILE-STATUS    PIC XX VALUE SPACES.
               88  VRFY-FILE-OK            VALUE '00'.
               88  VRFY-FILE-NOT-FOUND     VALUE '35'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-RVDK-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.
               88  RUNC-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-JRNL-EOF-SW         PIC X VALUE 'N'.
               88  JRNL-EOF-REACHED       VALUE 'Y'.
           05  WS-VRFY-EOF-SW         PIC X VALUE 'N'.
               88  VRFY-EOF-REACHED       VALUE 'Y'.
           05  WS-INTERLOCK-SW        PIC X VALUE 'N'.
               88  INTERLOCK-BLOCKED      VALUE 'Y'.
           05  WS-PASS-SW             PIC X VALUE 'N'.
               88  PASS-ABANDONED         VALUE 'Y'.
           05  WS-RUN-STALE-SW        PIC X VALUE 'N'.
               88  RUN-IS-STALE           VALUE 'Y'.

      * The batch programs whose STARTED record forbids a scan
       01  WS-INTERLOCK-PROGRAMS.
           05  FILLER                 PIC X(8) VALUE 'ADVFIBB '.
           05  FILLER                 PIC X(8) VALUE 'FIBPURGE'.
       01  WS-INTERLOCK-TABLE REDEFINES WS-INTERLOCK-PROGRAMS.
           05  WS-INTERLOCK-PGM       PIC X(8) OCCURS 2 TIMES.

      * The six verifiers in scorecard order; FIBCERT's outcome is
      * the type-C record, the other five are on FIBVRFY
       01  WS-CHECK-VALUES.
           05  FILLER                 PIC X(8) VALUE 'FIBCERT '.
           05  FILLER                 PIC X(8) VALUE 'FIBCHECK'.
           05  FILLER                 PIC X(8) VALUE 'FIBBNFRD'.
           05  FILLER                 PIC X(8) VALUE 'FIBSPC  '.
           05  FILLER                 PIC X(8) VALUE 'FIBRPLAY'.
           05  FILLER                 PIC X(8) VALUE 'FIBRANK '.
       01  WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
           05  WS-CHECK-ID            PIC X(8) OCCURS 6 TIMES.

      * The FIBHIST key of the row a journal entry touched
       01  WS-IMAGE-KEY.
           05  WS-IMAGE-RUN-DATE      PIC X(8).
           05  WS-IMAGE-RUN-SEQ       PIC X(2).
           05  WS-IMAGE-TERM-INDEX    PIC X(4).

      * One entry per run changed on the journal: when it last
      * changed, and each check's latest outcome and its time
       01  CHANGED-RUN-TABLE.
           05  WS-CHANGED-COUNT       PIC 9(4) VALUE ZERO.
           05  CHANGED-RUN OCCURS 2000 TIMES.
               10  CR-RUN-DATE        PIC 9(8).
               10  CR-RUN-SEQ         PIC 9(2).
               10  CR-LAST-CHANGE     PIC 9(14).
               10  CR-LAST-PROGRAM    PIC X(8).
               10  CR-CERT-MARK-STAMP PIC 9(14).
               10  CR-CHECK OCCURS 6 TIMES.
                   15  CR-OUTCOME     PIC X.
                   15  CR-STAMP       PIC 9(14).

       77  WS-RUN-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-SEEK-DATE               PIC 9(8) VALUE ZERO.
       77  WS-SEEK-SEQ                PIC 9(2) VALUE ZERO.
       77  WS-CR-IDX                  PIC 9(4) VALUE ZERO.
       77  WS-CR-SLOT                 PIC 9(4) VALUE ZERO.
       77  WS-CK-IDX                  PIC 9 VALUE ZERO.
       77  WS-CK-SLOT                 PIC 9 VALUE ZERO.
       77  WS-SUB                     PIC 9(2) VALUE ZERO.
       77  WS-CARD-CHECKS             PIC 9 VALUE ZERO.
       77  WS-ENTRIES-READ            PIC 9(9) VALUE ZERO.
       77  WS-ENTRIES-IGNORED         PIC 9(9) VALUE ZERO.
       77  WS-MALFORMED-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-RUNS-DROPPED            PIC 9(7) VALUE ZERO.
       77  WS-NEWLY-STALE             PIC 9(7) VALUE ZERO.
       77  WS-STILL-STALE             PIC 9(7) VALUE ZERO.
       77  WS-RUNS-STALE              PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE

           PERFORM 050-RUN-CONTROL-INTERLOCK
           IF INTERLOCK-BLOCKED
               MOVE 24 TO WS-RETURN-CODE
               DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 100-COLLECT-CHANGES
               THRU 100-COLLECT-CHANGES-EXIT
           IF NOT PASS-ABANDONED
               PERFORM 200-LOAD-OUTCOMES
                   THRU 200-LOAD-OUTCOMES-EXIT
           END-IF
           IF NOT PASS-ABANDONED
               PERFORM 300-LOAD-CERTIFICATIONS
               PERFORM 400-MARK-STALE-OUTCOMES
           END-IF
           PERFORM 055-RUN-CONTROL-FINISH
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           ELSE
               MOVE SPACES TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP

           DISPLAY '======================================='
           DISPLAY '   FIBSTALE - STALE VERIFICATION PASS'
           DISPLAY '======================================='.

      * Refuse to scan while a batch job holds the interlock, then
      * post FIBSTALE STARTED
       050-RUN-CONTROL-INTERLOCK.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF

           IF NOT RUNC-FILE-OK
               DISPLAY 'ERROR: FIBRUNC NOT AVAILABLE - STATUS '
                   WS-RUNC-FILE-STATUS ' - NOTHING MARKED'
               SET INTERLOCK-BLOCKED TO TRUE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > 2
                   MOVE WS-INTERLOCK-PGM(WS-SUB) TO RUNC-PROGRAM
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RUNC-IS-STARTED
                               SET INTERLOCK-BLOCKED TO TRUE
                               DISPLAY 'ERROR: ' RUNC-PROGRAM
                                   ' IS RUNNING (STARTED '
                                   RUNC-TIMESTAMP ') - NOTHING '
                                   'MARKED'
                           END-IF
                   END-READ
               END-PERFORM

               IF NOT INTERLOCK-BLOCKED
                   MOVE 'FIBSTALE' TO RUNC-PROGRAM
                   MOVE 'STARTED  ' TO RUNC-STATUS
                   MOVE WS-RUN-STAMP TO RUNC-TIMESTAMP
                   MOVE WS-USERID TO RUNC-USERID
                   WRITE RUNC-RECORD
                       INVALID KEY
                           REWRITE RUNC-RECORD
                   END-WRITE
               END-IF

               CLOSE RUN-CONTROL-FILE
           END-IF.

       055-RUN-CONTROL-FINISH.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'FIBSTALE' TO RUNC-PROGRAM
               IF WS-RETURN-CODE > 4
                   MOVE 'FAILED   ' TO RUNC-STATUS
               ELSE
                   MOVE 'COMPLETED' TO RUNC-STATUS
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUNC-TIMESTAMP
               MOVE WS-USERID TO RUNC-USERID
               REWRITE RUNC-RECORD
                   INVALID KEY
                       WRITE RUNC-RECORD
               END-REWRITE
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * The key of the row comes from the before image of a delete
      * and the after image otherwise. FIBCHECK journals only its
      * quarantine flag and FIBPURGE only removes archived runs -
      * neither changes what a verifier looked at.
       100-COLLECT-CHANGES.
           OPEN INPUT HIST-JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY 'ERROR: FIBJRNL NOT AVAILABLE - STATUS '
                   WS-JRNL-FILE-STATUS ' - NOTHING MARKED'
               SET PASS-ABANDONED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-COLLECT-CHANGES-EXIT
           END-IF

           PERFORM UNTIL JRNL-EOF-REACHED
               READ HIST-JOURNAL-FILE
                   AT END
                       SET JRNL-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       PERFORM 110-NOTE-ONE-CHANGE
                           THRU 110-NOTE-ONE-CHANGE-EXIT
               END-READ
           END-PERFORM

           CLOSE HIST-JOURNAL-FILE

           DISPLAY 'JOURNAL ENTRIES READ: ' WS-ENTRIES-READ
           DISPLAY 'RUNS CHANGED:         ' WS-CHANGED-COUNT.

       100-COLLECT-CHANGES-EXIT.
           EXIT.

       110-NOTE-ONE-CHANGE.
           IF JRN-PROGRAM = 'FIBCHECK' OR JRN-PROGRAM = 'FIBPURGE'
               ADD 1 TO WS-ENTRIES-IGNORED
               GO TO 110-NOTE-ONE-CHANGE-EXIT
           END-IF

           IF JRN-IS-DELETE
               MOVE JRN-BEFORE-IMAGE(1:14) TO WS-IMAGE-KEY
           ELSE
               MOVE JRN-AFTER-IMAGE(1:14)  TO WS-IMAGE-KEY
           END-IF

           IF JRN-TIMESTAMP IS NOT NUMERIC
                   OR WS-IMAGE-RUN-DATE IS NOT NUMERIC
                   OR WS-IMAGE-RUN-SEQ IS NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
               DISPLAY 'WARNING: JOURNAL ENTRY ' WS-ENTRIES-READ
                   ' FROM ' JRN-PROGRAM ' NOT READABLE - SKIPPED'
               GO TO 110-NOTE-ONE-CHANGE-EXIT
           END-IF

           MOVE WS-IMAGE-RUN-DATE TO WS-SEEK-DATE
           MOVE WS-IMAGE-RUN-SEQ  TO WS-SEEK-SEQ
           PERFORM 120-FIND-CHANGED-RUN

           IF WS-CR-SLOT = ZERO
               IF WS-CHANGED-COUNT = 2000
                   ADD 1 TO WS-RUNS-DROPPED
                   GO TO 110-NOTE-ONE-CHANGE-EXIT
               END-IF
               ADD 1 TO WS-CHANGED-COUNT
               MOVE WS-CHANGED-COUNT TO WS-CR-SLOT
               MOVE WS-SEEK-DATE TO CR-RUN-DATE(WS-CR-SLOT)
               MOVE WS-SEEK-SEQ  TO CR-RUN-SEQ(WS-CR-SLOT)
               MOVE ZERO         TO CR-LAST-CHANGE(WS-CR-SLOT)
               MOVE ZERO         TO CR-CERT-MARK-STAMP(WS-CR-SLOT)
               PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                         UNTIL WS-CK-IDX > 6
                   MOVE SPACE TO CR-OUTCOME(WS-CR-SLOT, WS-CK-IDX)
                   MOVE ZERO  TO CR-STAMP(WS-CR-SLOT, WS-CK-IDX)
               END-PERFORM
           END-IF

           IF JRN-TIMESTAMP > CR-LAST-CHANGE(WS-CR-SLOT)
               MOVE JRN-TIMESTAMP TO CR-LAST-CHANGE(WS-CR-SLOT)
               MOVE JRN-PROGRAM   TO CR-LAST-PROGRAM(WS-CR-SLOT)
           END-IF.

       110-NOTE-ONE-CHANGE-EXIT.
           EXIT.

       120-FIND-CHANGED-RUN.
           MOVE ZERO TO WS-CR-SLOT
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                     UNTIL WS-CR-IDX > WS-CHANGED-COUNT
                           OR WS-CR-SLOT > ZERO
               IF CR-RUN-DATE(WS-CR-IDX) = WS-SEEK-DATE
                       AND CR-RUN-SEQ(WS-CR-IDX) = WS-SEEK-SEQ
                   MOVE WS-CR-IDX TO WS-CR-SLOT
               END-IF
           END-PERFORM.

      * FIBVRFY arrives in append order, so the last outcome read
      * for a check is its latest. For FIBCERT only the stale
      * markers are there - the certification itself is on FIBHIST.
       200-LOAD-OUTCOMES.
           OPEN INPUT VERIFY-OUTCOME-FILE
           IF VRFY-FILE-NOT-FOUND
               DISPLAY 'NO FIBVRFY OUTCOMES ON FILE YET'
               GO TO 200-LOAD-OUTCOMES-EXIT
           END-IF
           IF NOT VRFY-FILE-OK
               DISPLAY 'ERROR: FIBVRFY NOT AVAILABLE - STATUS '
                   WS-VRFY-FILE-STATUS ' - NOTHING MARKED'
               SET PASS-ABANDONED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-LOAD-OUTCOMES-EXIT
           END-IF

           PERFORM UNTIL VRFY-EOF-REACHED
               READ VERIFY-OUTCOME-FILE
                   AT END
                       SET VRFY-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 210-LOAD-ONE-OUTCOME
               END-READ
           END-PERFORM

           CLOSE VERIFY-OUTCOME-FILE.

       200-LOAD-OUTCOMES-EXIT.
           EXIT.

       210-LOAD-ONE-OUTCOME.
           MOVE ZERO TO WS-CK-SLOT
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                     UNTIL WS-CK-IDX > 6 OR WS-CK-SLOT > ZERO
               IF WS-CHECK-ID(WS-CK-IDX) = VRF-CHECK-ID
                   MOVE WS-CK-IDX TO WS-CK-SLOT
               END-IF
           END-PERFORM

           IF WS-CK-SLOT > ZERO
               MOVE VRF-RUN-DATE TO WS-SEEK-DATE
               MOVE VRF-RUN-SEQ  TO WS-SEEK-SEQ
               PERFORM 120-FIND-CHANGED-RUN
               IF WS-CR-SLOT > ZERO
                   IF WS-CK-SLOT = 1
                       IF VRF-STALE
                           MOVE VRF-TIMESTAMP
                               TO CR-CERT-MARK-STAMP(WS-CR-SLOT)
                       END-IF
                   ELSE
                       MOVE VRF-OUTCOME
                           TO CR-OUTCOME(WS-CR-SLOT, WS-CK-SLOT)
                       MOVE VRF-TIMESTAMP
                           TO CR-STAMP(WS-CR-SLOT, WS-CK-SLOT)
                   END-IF
               END-IF
           END-IF.

      * A certification stays stale while the last FIBCERT marker
      * is newer than it; a recertification clears it
       300-LOAD-CERTIFICATIONS.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'WARNING: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - CERTIFICATIONS NOT JUDGED'
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                         UNTIL WS-CR-IDX > WS-CHANGED-COUNT
                   MOVE CR-RUN-DATE(WS-CR-IDX) TO HIST-RUN-DATE
                   MOVE CR-RUN-SEQ(WS-CR-IDX)  TO HIST-RUN-SEQ
                   MOVE 9998                   TO HIST-TERM-INDEX
                   READ FIB-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CR-CERT-MARK-STAMP(WS-CR-IDX)
                                   > HIST-CERT-TIMESTAMP
                               MOVE 'S' TO CR-OUTCOME(WS-CR-IDX, 1)
                               MOVE CR-CERT-MARK-STAMP(WS-CR-IDX)
                                   TO CR-STAMP(WS-CR-IDX, 1)
                           ELSE
                               MOVE HIST-CERT-STATUS
                                   TO CR-OUTCOME(WS-CR-IDX, 1)
                               MOVE HIST-CERT-TIMESTAMP
                                   TO CR-STAMP(WS-CR-IDX, 1)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIB-HISTORY-FILE
           END-IF.

       400-MARK-STALE-OUTCOMES.
           OPEN EXTEND VERIFY-OUTCOME-FILE
           IF VRFY-FILE-NOT-FOUND
               OPEN OUTPUT VERIFY-OUTCOME-FILE
           END-IF
           OPEN OUTPUT REVERIFY-DECK-FILE

           DISPLAY SPACE
           DISPLAY 'DATE    /SQ LAST CHANGE    BY       STALE CHECKS'

           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                     UNTIL WS-CR-IDX > WS-CHANGED-COUNT
               PERFORM 410-MARK-ONE-RUN
           END-PERFORM

           CLOSE VERIFY-OUTCOME-FILE
           CLOSE REVERIFY-DECK-FILE.

      * An outcome is stale when it is older than the run's last
      * change, or was already marked and has not been rerun
       410-MARK-ONE-RUN.
           MOVE 'N' TO WS-RUN-STALE-SW
           MOVE SPACES TO REVERIFY-CARD
           MOVE ZERO TO WS-CARD-CHECKS

           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                     UNTIL WS-CK-IDX > 6
               EVALUATE TRUE
                   WHEN CR-OUTCOME(WS-CR-IDX, WS-CK-IDX) = 'S'
                       ADD 1 TO WS-STILL-STALE
                       PERFORM 420-NAME-STALE-CHECK
                   WHEN CR-OUTCOME(WS-CR-IDX, WS-CK-IDX) = SPACE
                       CONTINUE
                   WHEN CR-STAMP(WS-CR-IDX, WS-CK-IDX)
                           < CR-LAST-CHANGE(WS-CR-IDX)
                       PERFORM 430-WRITE-STALE-MARKER
                       ADD 1 TO WS-NEWLY-STALE
                       PERFORM 420-NAME-STALE-CHECK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF RUN-IS-STALE
               ADD 1 TO WS-RUNS-STALE
               MOVE CR-RUN-DATE(WS-CR-IDX)    TO RVD-RUN-DATE
               MOVE CR-RUN-SEQ(WS-CR-IDX)     TO RVD-RUN-SEQ
               MOVE CR-LAST-CHANGE(WS-CR-IDX) TO RVD-LAST-CHANGE
               WRITE REVERIFY-CARD
               DISPLAY CR-RUN-DATE(WS-CR-IDX) '/'
                   CR-RUN-SEQ(WS-CR-IDX) ' '
                   CR-LAST-CHANGE(WS-CR-IDX) ' '
                   CR-LAST-PROGRAM(WS-CR-IDX) ' '
                   RVD-STALE-CHECK(1) RVD-STALE-CHECK(2)
                   RVD-STALE-CHECK(3) RVD-STALE-CHECK(4)
                   RVD-STALE-CHECK(5) RVD-STALE-CHECK(6)
           END-IF.

      * Every night the directory is posted again for each stale
      * certification and check, so a FIBRDIRB rebuild that put
      * the old verdict back is corrected by the next pass
       420-NAME-STALE-CHECK.
           SET RUN-IS-STALE TO TRUE
           ADD 1 TO WS-CARD-CHECKS
           MOVE WS-CHECK-ID(WS-CK-IDX)
               TO RVD-STALE-CHECK(WS-CARD-CHECKS)

           IF WS-CK-IDX < 3
               INITIALIZE FIBRDIR-PARMS
               MOVE CR-RUN-DATE(WS-CR-IDX) TO RDP-RUN-DATE
               MOVE CR-RUN-SEQ(WS-CR-IDX)  TO RDP-RUN-SEQ
               IF WS-CK-IDX = 1
                   SET RDP-CERTIFIED TO TRUE
               ELSE
                   SET RDP-CHECKED   TO TRUE
               END-IF
               MOVE 'S'        TO RDP-STATE-CODE
               MOVE 'FIBSTALE' TO RDP-PROGRAM
               MOVE WS-USERID  TO RDP-USERID
               MOVE CR-STAMP(WS-CR-IDX, WS-CK-IDX) TO RDP-STAMP
               CALL 'FIBRDIRP' USING FIBRDIR-PARMS
           END-IF.

       430-WRITE-STALE-MARKER.
           MOVE CR-RUN-DATE(WS-CR-IDX)  TO VRF-RUN-DATE
           MOVE CR-RUN-SEQ(WS-CR-IDX)   TO VRF-RUN-SEQ
           MOVE WS-CHECK-ID(WS-CK-IDX)  TO VRF-CHECK-ID
           SET VRF-STALE                TO TRUE
           MOVE ZERO                    TO VRF-FIGURE
           MOVE WS-RUN-STAMP            TO VRF-TIMESTAMP
           WRITE VERIFY-OUTCOME-RECORD

           MOVE 'S'          TO CR-OUTCOME(WS-CR-IDX, WS-CK-IDX)
           MOVE WS-RUN-STAMP TO CR-STAMP(WS-CR-IDX, WS-CK-IDX).

       900-TERMINATE.
           IF WS-RUNS-DROPPED > ZERO
               DISPLAY 'WARNING: MORE THAN 2000 RUNS CHANGED - '
                   WS-RUNS-DROPPED ' JOURNAL ENTRIES NOT JUDGED'
           END-IF
           IF WS-RETURN-CODE < 4
               IF WS-RUNS-STALE > ZERO
                       OR WS-RUNS-DROPPED > ZERO
                       OR WS-MALFORMED-COUNT > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY 'JOURNAL ENTRIES IGNORED:  ' WS-ENTRIES-IGNORED
           DISPLAY 'JOURNAL ENTRIES UNREAD:   ' WS-MALFORMED-COUNT
           DISPLAY 'OUTCOMES NEWLY STALE:     ' WS-NEWLY-STALE
           DISPLAY 'OUTCOMES STILL STALE:     ' WS-STILL-STALE
           DISPLAY 'RUNS ON REVERIFY DECK:    ' WS-RUNS-STALE
           IF PASS-ABANDONED
               DISPLAY 'PASS ABANDONED - NOTHING MARKED, DECK '
                   'NOT REBUILT'
           END-IF

           DISPLAY '   FIBSTALE COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
