      ******************************************************************
      * FIBRDIRB rebuilds the FIBRDIR run directory from the files
      * the lifecycle states come from, after a recovery has left
      * the directory lost or out of step. The JCL unloads the old
      * directory to FIBRDIRO and redefines FIBRDIR empty; every
      * posting then goes through the shared FIBRDIRP poster, in
      * this order:
      *
      *   1. FIBJRNL - ADVFIBB summary adds and rewrites (generated,
      *      R when re-saved), FIBFIX rewrites (corrected) and
      *      FIBPURGE deletes (archived), each at its journal time,
      *   2. FIBRDIRO - the unloaded directory fills in the event
      *      states no source file keeps for good (generated,
      *      transmitted, acknowledged, archived, restored,
      *      corrected) where step 1 left them unset,
      *   3. FIBHIST and FIBHISTP - every summary on file is
      *      generated (dated by its run date when the journal had
      *      no better time) and carries its term count, a Q flag
      *      is quarantined, and a type-C record is certified,
      *   4. FIBVRFY - the FIBCHECK outcomes, oldest first (checked),
      *   5. FIBHOLD - every hold on file (held),
      *   6. FIBXMIT - every send still pending (transmitted) and
      *      every count mismatch (acknowledged M),
      *   7. FIBRSTRQ - every completed restore request (restored),
      *   8. FIBACAT - each archived run is given the newest archive
      *      generation whose run-date range covers it, and a run
      *      whose generation FIBAEXP has expired is marked so.
      *
      * Certified, checked, quarantined and held are taken from
      * their source files alone, so a state released while the
      * directory was down is not carried back. FIBFIX journals its
      * backouts as rewrites too, so a correction that was backed
      * out still shows as corrected.
      *
      * Refuses to run while ADVFIBB or FIBPURGE holds the FIBRUNC
      * interlock (RC=24). RC=4 when an optional source is missing,
      * RC=8 when FIBHIST itself cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRDIRB.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - REBUILD THE FIBRDIR RUN
      *                 DIRECTORY FROM ITS SOURCE FILES AFTER A
      *                 RECOVERY
      * 10-15-2026  AG  SKIP THE FIBRSTMT RESTATEMENT SENDS ON
      *                 FIBXMIT - THEY ARE NOT A RUN DATE'S DAILY
      *                 TRANSMISSION
      * 10-15-2026  AG  READ THE 239-BYTE JOURNAL RECORD
      * 10-15-2026  AG  MARK A RUN WHOSE ARCHIVE GENERATION IS EXPIRED
      *                 ON FIBACAT AS ARCHIVE-EXPIRED
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
           SELECT OLD-DIRECTORY-FILE ASSIGN TO "FIBRDIRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ODIR-FILE-STATUS.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PRIOR-HISTORY-FILE ASSIGN TO "FIBHISTP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PRI-FILE-STATUS.
           SELECT VERIFY-OUTCOME-FILE ASSIGN TO "FIBVRFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRFY-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "FIBHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-RUN-DATE
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "FIBXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT RESTORE-REQUEST-FILE ASSIGN TO "FIBRSTRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSQ-RUN-DATE
               FILE STATUS IS WS-RSTQ-FILE-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "FIBACAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT RUN-DIRECTORY-FILE ASSIGN TO "FIBRDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RDIRF-KEY
               FILE STATUS IS WS-RDIR-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-JOURNAL-FILE
           RECORDING MODE IS F.
       01  HIST-JOURNAL-IN            PIC X(239).

      * The unloaded and the live directory are both read into the
      * FIBRDIRD layout in working storage
       FD  OLD-DIRECTORY-FILE
           RECORDING MODE IS F.
       01  OLD-DIRECTORY-RECORD       PIC X(300).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

       FD  PRIOR-HISTORY-FILE.
       01  PRIOR-HISTORY-RECORD.
           05  PHIST-KEY              PIC X(14).
           05  FILLER                 PIC X(86).

       FD  VERIFY-OUTCOME-FILE
           RECORDING MODE IS F.
           COPY FIBVRFYC.

       FD  HOLD-FILE.
           COPY FIBHOLDC.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY FIBXMTC.

       FD  RESTORE-REQUEST-FILE.
           COPY FIBRSTQC.

       FD  ARCHIVE-CATALOG-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-CATALOG-RECORD.
           05  CAT-GENERATION-ID      PIC 9(5).
           05  CAT-CREATE-DATE        PIC 9(8).
           05  CAT-LOW-RUN-DATE       PIC 9(8).
           05  CAT-HIGH-RUN-DATE      PIC 9(8).
           05  CAT-ROW-COUNT          PIC 9(7).
           05  CAT-STATUS             PIC X.
               88  CAT-IS-EXPIRED         VALUE 'E'.
           05  CAT-EXPIRED-DATE       PIC 9(8).
           05  FILLER                 PIC X(19).

       FD  RUN-DIRECTORY-FILE.
       01  RUN-DIRECTORY-FILE-RECORD.
           05  RDIRF-KEY              PIC X(10).
           05  FILLER                 PIC X(290).

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-JRNL-FILE-STATUS    PIC XX VALUE SPACES.
               88  JRNL-FILE-OK            VALUE '00'.
           05  WS-ODIR-FILE-STATUS    PIC XX VALUE SPACES.
               88  ODIR-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PRI-FILE-STATUS     PIC XX VALUE SPACES.
               88  PRI-FILE-OK             VALUE '00'.
           05  WS-VRFY-FILE-STATUS    PIC XX VALUE SPACES.
               88  VRFY-FILE-OK            VALUE '00'.
           05  WS-HOLD-FILE-STATUS    PIC XX VALUE SPACES.
               88  HOLD-FILE-OK            VALUE '00'.
           05  WS-PEND-FILE-STATUS    PIC XX VALUE SPACES.
               88  PEND-FILE-OK            VALUE '00'.
           05  WS-RSTQ-FILE-STATUS    PIC XX VALUE SPACES.
               88  RSTQ-FILE-OK            VALUE '00'.
           05  WS-CAT-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAT-FILE-OK             VALUE '00'.
           05  WS-RDIR-FILE-STATUS    PIC XX VALUE SPACES.
               88  RDIR-FILE-OK            VALUE '00'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  SOURCE-EOF-REACHED     VALUE 'Y'.
           05  WS-INTERLOCK-SW        PIC X VALUE 'N'.
               88  INTERLOCK-BLOCKED      VALUE 'Y'.

      * The batch programs whose STARTED record forbids a rebuild
       01  WS-INTERLOCK-PROGRAMS.
           05  FILLER                 PIC X(8) VALUE 'ADVFIBB '.
           05  FILLER                 PIC X(8) VALUE 'FIBPURGE'.
       01  WS-INTERLOCK-TABLE REDEFINES WS-INTERLOCK-PROGRAMS.
           05  WS-INTERLOCK-PGM       PIC X(8) OCCURS 2 TIMES.

      * Journal record and the key carried in bytes 1-14 of its
      * before or after image
           COPY FIBJRNC.

       01  WS-JRN-IMAGE-KEY.
           05  WS-JIK-RUN-DATE        PIC 9(8).
           05  WS-JIK-RUN-SEQ         PIC 9(2).
           05  WS-JIK-TERM-INDEX      PIC 9(4).

      * The last run posted from the journal, so a correction or a
      * purge touching many rows of one run posts it once
       01  WS-LAST-JRN-POSTING.
           05  WS-LAST-JRN-PROGRAM    PIC X(8) VALUE SPACES.
           05  WS-LAST-JRN-RUN        PIC X(10) VALUE SPACES.

      * Directory record decoded from FIBRDIRO or FIBRDIR
           COPY FIBRDIRD.

      * A run with no better time is dated midnight of its run date
       01  WS-RUN-DATE-STAMP.
           05  WS-RDS-DATE            PIC 9(8) VALUE ZERO.
           05  WS-RDS-TIME            PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE-STAMP-N REDEFINES WS-RUN-DATE-STAMP
                                      PIC 9(14).

      * The FIBACAT generations, loaded for the final pass
       01  CATALOG-TABLE.
           05  WS-CAT-COUNT           PIC 9(4) VALUE ZERO.
           05  CAT-ENTRY OCCURS 2000 TIMES.
               10  CT-GENERATION-ID   PIC 9(5).
               10  CT-LOW-RUN-DATE    PIC 9(8).
               10  CT-HIGH-RUN-DATE   PIC 9(8).
               10  CT-STATUS          PIC X.
                   88  CT-IS-EXPIRED      VALUE 'E'.

       01  WS-SOURCE-COUNTS.
           05  WS-JRNL-POSTED         PIC 9(7) VALUE ZERO.
           05  WS-ODIR-POSTED         PIC 9(7) VALUE ZERO.
           05  WS-HIST-POSTED         PIC 9(7) VALUE ZERO.
           05  WS-VRFY-POSTED         PIC 9(7) VALUE ZERO.
           05  WS-HOLD-POSTED         PIC 9(7) VALUE ZERO.
           05  WS-PEND-POSTED         PIC 9(7) VALUE ZERO.
           05  WS-RSTQ-POSTED         PIC 9(7) VALUE ZERO.
           05  WS-GEN-ASSIGNED        PIC 9(7) VALUE ZERO.
           05  WS-GEN-EXPIRED         PIC 9(7) VALUE ZERO.
           05  WS-DIRECTORY-RUNS      PIC 9(7) VALUE ZERO.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.

       77  WS-STATE-IDX               PIC 9(2) VALUE ZERO.
       77  WS-CAT-IDX                 PIC 9(4) VALUE ZERO.
       77  WS-BEST-GENERATION         PIC 9(5) VALUE ZERO.
       77  WS-GEN-EXPIRED-SW          PIC X VALUE 'N'.
       77  WS-SUB                     PIC 9(2) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

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

           PERFORM 100-POST-FROM-JOURNAL
               THRU 100-POST-FROM-JOURNAL-EXIT
           PERFORM 200-CARRY-OLD-DIRECTORY
               THRU 200-CARRY-OLD-DIRECTORY-EXIT
           PERFORM 300-POST-FROM-HISTORY
               THRU 300-POST-FROM-HISTORY-EXIT
           PERFORM 400-POST-FROM-VERIFY
               THRU 400-POST-FROM-VERIFY-EXIT
           PERFORM 500-POST-FROM-HOLDS
               THRU 500-POST-FROM-HOLDS-EXIT
           PERFORM 600-POST-FROM-PENDING
               THRU 600-POST-FROM-PENDING-EXIT
           PERFORM 700-POST-FROM-RESTORES
               THRU 700-POST-FROM-RESTORES-EXIT
           PERFORM 800-ASSIGN-ARCHIVE-GENERATIONS
               THRU 800-ASSIGN-ARCHIVE-GENS-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           ELSE
               MOVE SPACES TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBRDIRB - RUN DIRECTORY REBUILD'
           DISPLAY '======================================='.

      * The sources must be settled: no rebuild while the analysis
      * job or the purge is changing them
       050-RUN-CONTROL-INTERLOCK.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUNC-FILE-OK
               DISPLAY 'WARNING: FIBRUNC NOT AVAILABLE - STATUS '
                   WS-RUNC-FILE-STATUS ' - INTERLOCK NOT CHECKED'
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
                                   ' STARTED ' RUNC-TIMESTAMP
                                   ' IS STILL RUNNING - REBUILD '
                                   'REFUSED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * Generated, corrected and archived at the time each change
      * was journaled
       100-POST-FROM-JOURNAL.
           OPEN INPUT HIST-JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY 'WARNING: FIBJRNL NOT AVAILABLE - STATUS '
                   WS-JRNL-FILE-STATUS ' - NO JOURNAL TIMES'
               PERFORM 950-NOTE-MISSING-SOURCE
               GO TO 100-POST-FROM-JOURNAL-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL SOURCE-EOF-REACHED
               READ HIST-JOURNAL-FILE INTO HIST-JOURNAL-RECORD
                   AT END
                       SET SOURCE-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 110-POST-ONE-JOURNAL-ENTRY
                           THRU 110-POST-ONE-JOURNAL-EXIT
               END-READ
           END-PERFORM

           CLOSE HIST-JOURNAL-FILE.

       100-POST-FROM-JOURNAL-EXIT.
           EXIT.

       110-POST-ONE-JOURNAL-ENTRY.
           IF JRN-IS-DELETE
               MOVE JRN-BEFORE-IMAGE(1:14) TO WS-JRN-IMAGE-KEY
           ELSE
               MOVE JRN-AFTER-IMAGE(1:14) TO WS-JRN-IMAGE-KEY
           END-IF
           IF WS-JIK-RUN-DATE IS NOT NUMERIC
                   OR WS-JIK-RUN-SEQ IS NOT NUMERIC
               GO TO 110-POST-ONE-JOURNAL-EXIT
           END-IF

           INITIALIZE FIBRDIR-PARMS
           EVALUATE TRUE
               WHEN JRN-PROGRAM = 'ADVFIBB '
                       AND WS-JIK-TERM-INDEX = ZERO
                       AND NOT JRN-IS-DELETE
                   SET RDP-GENERATED TO TRUE
                   IF JRN-IS-REWRITE
                       MOVE 'R' TO RDP-STATE-CODE
                   ELSE
                       MOVE 'Y' TO RDP-STATE-CODE
                   END-IF
               WHEN JRN-PROGRAM = 'FIBFIX  '
                       AND JRN-IS-REWRITE
                   SET RDP-CORRECTED TO TRUE
                   MOVE 'Y' TO RDP-STATE-CODE
               WHEN JRN-PROGRAM = 'FIBPURGE'
                       AND JRN-IS-DELETE
                   SET RDP-ARCHIVED TO TRUE
                   MOVE 'Y' TO RDP-STATE-CODE
               WHEN OTHER
                   GO TO 110-POST-ONE-JOURNAL-EXIT
           END-EVALUATE

           IF JRN-PROGRAM = WS-LAST-JRN-PROGRAM
                   AND WS-JRN-IMAGE-KEY(1:10) = WS-LAST-JRN-RUN
                   AND NOT RDP-GENERATED
               GO TO 110-POST-ONE-JOURNAL-EXIT
           END-IF
           MOVE JRN-PROGRAM            TO WS-LAST-JRN-PROGRAM
           MOVE WS-JRN-IMAGE-KEY(1:10) TO WS-LAST-JRN-RUN

           MOVE WS-JIK-RUN-DATE TO RDP-RUN-DATE
           MOVE WS-JIK-RUN-SEQ  TO RDP-RUN-SEQ
           MOVE JRN-PROGRAM     TO RDP-PROGRAM
           MOVE JRN-USERID      TO RDP-USERID
           MOVE JRN-TIMESTAMP   TO RDP-STAMP
           CALL 'FIBRDIRP' USING FIBRDIR-PARMS
           ADD 1 TO WS-JRNL-POSTED.

       110-POST-ONE-JOURNAL-EXIT.
           EXIT.

      * The unloaded directory fills in the event states the
      * journal did not - the journal may have been trimmed, and
      * an acknowledgment is kept nowhere else once FIBACK drops
      * the entry from FIBXMIT
       200-CARRY-OLD-DIRECTORY.
           OPEN INPUT OLD-DIRECTORY-FILE
           IF NOT ODIR-FILE-OK
               DISPLAY 'NO UNLOADED DIRECTORY ON FIBRDIRO - '
                   'REBUILDING FROM THE SOURCE FILES ALONE'
               GO TO 200-CARRY-OLD-DIRECTORY-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL SOURCE-EOF-REACHED
               READ OLD-DIRECTORY-FILE INTO RUN-DIRECTORY-RECORD
                   AT END
                       SET SOURCE-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                               UNTIL WS-STATE-IDX > 10
                           PERFORM 210-CARRY-ONE-STATE
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE OLD-DIRECTORY-FILE.

       200-CARRY-OLD-DIRECTORY-EXIT.
           EXIT.

       210-CARRY-ONE-STATE.
           IF RDIR-STATE-CODE(WS-STATE-IDX) NOT = SPACE
                   AND (WS-STATE-IDX = 1 OR WS-STATE-IDX > 5)
               INITIALIZE FIBRDIR-PARMS
               MOVE RDIR-RUN-DATE TO RDP-RUN-DATE
               MOVE RDIR-RUN-SEQ  TO RDP-RUN-SEQ
               MOVE WS-STATE-IDX  TO RDP-STATE
               MOVE RDIR-STATE-CODE(WS-STATE-IDX)
                                  TO RDP-STATE-CODE
               MOVE RDIR-STATE-PROGRAM(WS-STATE-IDX)
                                  TO RDP-PROGRAM
               MOVE WS-USERID     TO RDP-USERID
               MOVE RDIR-STATE-STAMP(WS-STATE-IDX)
                                  TO RDP-STAMP
               MOVE RDIR-TERM-COUNT      TO RDP-TERM-COUNT
               MOVE RDIR-ARCH-GENERATION TO RDP-ARCH-GENERATION
               SET RDP-POST-IF-UNSET TO TRUE
               CALL 'FIBRDIRP' USING FIBRDIR-PARMS
               ADD 1 TO WS-ODIR-POSTED
           END-IF.

      * The prior-year cluster is read first while FIBHIST is open,
      * through FIBHIST's own record layout
       300-POST-FROM-HISTORY.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - RUNS ON FILE NOT POSTED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 300-POST-FROM-HISTORY-EXIT
           END-IF

           OPEN INPUT PRIOR-HISTORY-FILE
           IF PRI-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL SOURCE-EOF-REACHED
                   READ PRIOR-HISTORY-FILE INTO HIST-PARM-RECORD
                       AT END
                           SET SOURCE-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 310-POST-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE PRIOR-HISTORY-FILE
           ELSE
               DISPLAY 'WARNING: FIBHISTP NOT AVAILABLE - STATUS '
                   WS-PRI-FILE-STATUS ' - PRIOR YEARS NOT POSTED'
               PERFORM 950-NOTE-MISSING-SOURCE
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL SOURCE-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 310-POST-ONE-HISTORY-ROW
               END-READ
           END-PERFORM

           CLOSE FIB-HISTORY-FILE.

       300-POST-FROM-HISTORY-EXIT.
           EXIT.

       310-POST-ONE-HISTORY-ROW.
           EVALUATE TRUE
               WHEN HIST-TERM-INDEX = ZERO
                   MOVE HIST-RUN-DATE TO WS-RDS-DATE
                   INITIALIZE FIBRDIR-PARMS
                   MOVE HIST-RUN-DATE      TO RDP-RUN-DATE
                   MOVE HIST-RUN-SEQ       TO RDP-RUN-SEQ
                   SET RDP-GENERATED       TO TRUE
                   MOVE 'Y'                TO RDP-STATE-CODE
                   MOVE 'ADVFIBB '         TO RDP-PROGRAM
                   MOVE WS-USERID          TO RDP-USERID
                   MOVE WS-RUN-DATE-STAMP-N TO RDP-STAMP
                   MOVE HIST-ACTUAL-COUNT  TO RDP-TERM-COUNT
                   SET RDP-POST-IF-UNSET   TO TRUE
                   CALL 'FIBRDIRP' USING FIBRDIR-PARMS
                   ADD 1 TO WS-HIST-POSTED
                   IF HIST-QUAR-FLAG = 'Q'
                       SET RDP-QUARANTINED TO TRUE
                       MOVE 'FIBCHECK'     TO RDP-PROGRAM
                       MOVE ZERO           TO RDP-TERM-COUNT
                       CALL 'FIBRDIRP' USING FIBRDIR-PARMS
                       ADD 1 TO WS-HIST-POSTED
                   END-IF
               WHEN HIST-TERM-INDEX = 9998
                   INITIALIZE FIBRDIR-PARMS
                   MOVE HIST-CERT-RUN-DATE  TO RDP-RUN-DATE
                   MOVE HIST-CERT-RUN-SEQ   TO RDP-RUN-SEQ
                   SET RDP-CERTIFIED        TO TRUE
                   MOVE HIST-CERT-STATUS    TO RDP-STATE-CODE
                   MOVE 'FIBCERT '          TO RDP-PROGRAM
                   MOVE HIST-CERT-USERID    TO RDP-USERID
                   MOVE HIST-CERT-TIMESTAMP TO RDP-STAMP
                   CALL 'FIBRDIRP' USING FIBRDIR-PARMS
                   ADD 1 TO WS-HIST-POSTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * FIBVRFY is appended as the checks run, so the last outcome
      * posted for a run is its latest
       400-POST-FROM-VERIFY.
           OPEN INPUT VERIFY-OUTCOME-FILE
           IF NOT VRFY-FILE-OK
               DISPLAY 'WARNING: FIBVRFY NOT AVAILABLE - STATUS '
                   WS-VRFY-FILE-STATUS ' - CHECKED STATES NOT POSTED'
               PERFORM 950-NOTE-MISSING-SOURCE
               GO TO 400-POST-FROM-VERIFY-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL SOURCE-EOF-REACHED
               READ VERIFY-OUTCOME-FILE
                   AT END
                       SET SOURCE-EOF-REACHED TO TRUE
                   NOT AT END
                       IF VRF-CHECK-ID = 'FIBCHECK'
                               AND VRF-RUN-SEQ > ZERO
                           INITIALIZE FIBRDIR-PARMS
                           MOVE VRF-RUN-DATE  TO RDP-RUN-DATE
                           MOVE VRF-RUN-SEQ   TO RDP-RUN-SEQ
                           SET RDP-CHECKED    TO TRUE
                           MOVE VRF-OUTCOME   TO RDP-STATE-CODE
                           MOVE 'FIBCHECK'    TO RDP-PROGRAM
                           MOVE WS-USERID     TO RDP-USERID
                           MOVE VRF-TIMESTAMP TO RDP-STAMP
                           CALL 'FIBRDIRP' USING FIBRDIR-PARMS
                           ADD 1 TO WS-VRFY-POSTED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VERIFY-OUTCOME-FILE.

       400-POST-FROM-VERIFY-EXIT.
           EXIT.

       500-POST-FROM-HOLDS.
           OPEN INPUT HOLD-FILE
           IF NOT HOLD-FILE-OK
               DISPLAY 'WARNING: FIBHOLD NOT AVAILABLE - STATUS '
                   WS-HOLD-FILE-STATUS ' - HELD STATES NOT POSTED'
               PERFORM 950-NOTE-MISSING-SOURCE
               GO TO 500-POST-FROM-HOLDS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL SOURCE-EOF-REACHED
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF-REACHED TO TRUE
                   NOT AT END
                       INITIALIZE FIBRDIR-PARMS
                       MOVE HLD-RUN-DATE     TO RDP-RUN-DATE
                       MOVE ZERO             TO RDP-RUN-SEQ
                       SET RDP-HELD          TO TRUE
                       MOVE 'Y'              TO RDP-STATE-CODE
                       MOVE 'FIBHOLDM'       TO RDP-PROGRAM
                       MOVE HLD-PLACED-BY    TO RDP-USERID
                       MOVE HLD-PLACED-STAMP TO RDP-STAMP
                       CALL 'FIBRDIRP' USING FIBRDIR-PARMS
                       ADD 1 TO WS-HOLD-POSTED
               END-READ
           END-PERFORM

           CLOSE HOLD-FILE.

       500-POST-FROM-HOLDS-EXIT.
           EXIT.

       600-POST-FROM-PENDING.
           OPEN INPUT PENDING-FILE
           IF NOT PEND-FILE-OK
               DISPLAY 'WARNING: FIBXMIT NOT AVAILABLE - STATUS '
                   WS-PEND-FILE-STATUS ' - PENDING SENDS NOT POSTED'
               PERFORM 950-NOTE-MISSING-SOURCE
               GO TO 600-POST-FROM-PENDING-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL SOURCE-EOF-REACHED
               READ PENDING-FILE
                   AT END
                       SET SOURCE-EOF-REACHED TO TRUE
                   NOT AT END
                       IF NOT XMT-IS-RESTATEMENT
                           PERFORM 610-POST-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PENDING-FILE.

       600-POST-FROM-PENDING-EXIT.
           EXIT.

       610-POST-ONE-PENDING.
           INITIALIZE FIBRDIR-PARMS
           MOVE XMT-RUN-DATE   TO RDP-RUN-DATE
           MOVE ZERO           TO RDP-RUN-SEQ
           SET RDP-TRANSMITTED TO TRUE
           MOVE 'Y'            TO RDP-STATE-CODE
           MOVE 'FIBXMITD'     TO RDP-PROGRAM
           MOVE WS-USERID      TO RDP-USERID
           MOVE XMT-SENT-STAMP TO RDP-STAMP
           CALL 'FIBRDIRP' USING FIBRDIR-PARMS
           ADD 1 TO WS-PEND-POSTED
           IF XMT-STATUS = 'M'
               SET RDP-ACKNOWLEDGED TO TRUE
               MOVE 'M'            TO RDP-STATE-CODE
               MOVE 'FIBACK  '     TO RDP-PROGRAM
               CALL 'FIBRDIRP' USING FIBRDIR-PARMS
               ADD 1 TO WS-PEND-POSTED
           END-IF.

       700-POST-FROM-RESTORES.
           OPEN INPUT RESTORE-REQUEST-FILE
           IF NOT RSTQ-FILE-OK
               DISPLAY 'NO FIBRSTRQ REQUEST FILE - STATUS '
                   WS-RSTQ-FILE-STATUS ' - NO RESTORES POSTED'
               GO TO 700-POST-FROM-RESTORES-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL SOURCE-EOF-REACHED
               READ RESTORE-REQUEST-FILE NEXT RECORD
                   AT END
                       SET SOURCE-EOF-REACHED TO TRUE
                   NOT AT END
                       IF RSQ-IS-DONE
                           INITIALIZE FIBRDIR-PARMS
                           MOVE RSQ-RUN-DATE      TO RDP-RUN-DATE
                           MOVE ZERO              TO RDP-RUN-SEQ
                           SET RDP-RESTORED       TO TRUE
                           MOVE 'Y'               TO RDP-STATE-CODE
                           MOVE 'FIBREST '        TO RDP-PROGRAM
                           MOVE RSQ-USERID        TO RDP-USERID
                           MOVE RSQ-ACTION-STAMP  TO RDP-STAMP
                           MOVE RSQ-GENERATION-ID
                               TO RDP-ARCH-GENERATION
                           CALL 'FIBRDIRP' USING FIBRDIR-PARMS
                           ADD 1 TO WS-RSTQ-POSTED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESTORE-REQUEST-FILE.

       700-POST-FROM-RESTORES-EXIT.
           EXIT.

      * Every archived run still without a generation gets the
      * newest FIBACAT generation whose run-date range covers it;
      * a run whose generation has since expired is marked X
       800-ASSIGN-ARCHIVE-GENERATIONS.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF NOT CAT-FILE-OK
               DISPLAY 'WARNING: FIBACAT NOT AVAILABLE - STATUS '
                   WS-CAT-FILE-STATUS ' - ARCHIVE GENERATIONS NOT '
                   'ASSIGNED'
               PERFORM 950-NOTE-MISSING-SOURCE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL SOURCE-EOF-REACHED
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           SET SOURCE-EOF-REACHED TO TRUE
                       NOT AT END
                           IF WS-CAT-COUNT < 2000
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CAT-GENERATION-ID
                                   TO CT-GENERATION-ID(WS-CAT-COUNT)
                               MOVE CAT-LOW-RUN-DATE
                                   TO CT-LOW-RUN-DATE(WS-CAT-COUNT)
                               MOVE CAT-HIGH-RUN-DATE
                                   TO CT-HIGH-RUN-DATE(WS-CAT-COUNT)
                               MOVE CAT-STATUS
                                   TO CT-STATUS(WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF

           OPEN I-O RUN-DIRECTORY-FILE
           IF NOT RDIR-FILE-OK
               DISPLAY 'ERROR: FIBRDIR NOT AVAILABLE - STATUS '
                   WS-RDIR-FILE-STATUS ' - NOTHING WAS REBUILT'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 800-ASSIGN-ARCHIVE-GENS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL SOURCE-EOF-REACHED
               READ RUN-DIRECTORY-FILE NEXT RECORD
                       INTO RUN-DIRECTORY-RECORD
                   AT END
                       SET SOURCE-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DIRECTORY-RUNS
                       IF RDIR-IS-ARCHIVED
                           PERFORM 810-ASSIGN-ONE-GENERATION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RUN-DIRECTORY-FILE.

       800-ASSIGN-ARCHIVE-GENS-EXIT.
           EXIT.

       810-ASSIGN-ONE-GENERATION.
           MOVE ZERO TO WS-BEST-GENERATION
           MOVE 'N' TO WS-GEN-EXPIRED-SW
           IF RDIR-ARCH-GENERATION = ZERO
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                         UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF RDIR-RUN-DATE NOT < CT-LOW-RUN-DATE(WS-CAT-IDX)
                           AND RDIR-RUN-DATE
                               NOT > CT-HIGH-RUN-DATE(WS-CAT-IDX)
                           AND CT-GENERATION-ID(WS-CAT-IDX)
                               > WS-BEST-GENERATION
                       MOVE CT-GENERATION-ID(WS-CAT-IDX)
                           TO WS-BEST-GENERATION
                   END-IF
               END-PERFORM
               IF WS-BEST-GENERATION > ZERO
                   MOVE WS-BEST-GENERATION TO RDIR-ARCH-GENERATION
               END-IF
           END-IF

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF CT-GENERATION-ID(WS-CAT-IDX) = RDIR-ARCH-GENERATION
                       AND CT-IS-EXPIRED(WS-CAT-IDX)
                   MOVE 'Y' TO WS-GEN-EXPIRED-SW
               END-IF
           END-PERFORM
           IF WS-GEN-EXPIRED-SW = 'Y'
               MOVE 'X' TO RDIR-ARCHIVED
           END-IF

           IF WS-BEST-GENERATION > ZERO OR WS-GEN-EXPIRED-SW = 'Y'
               REWRITE RUN-DIRECTORY-FILE-RECORD
                   FROM RUN-DIRECTORY-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: FIBRDIR REWRITE FAILED - '
                           'STATUS ' WS-RDIR-FILE-STATUS ' - RUN '
                           RDIR-RUN-DATE '/' RDIR-RUN-SEQ
                   NOT INVALID KEY
                       IF WS-BEST-GENERATION > ZERO
                           ADD 1 TO WS-GEN-ASSIGNED
                       END-IF
                       IF WS-GEN-EXPIRED-SW = 'Y'
                           ADD 1 TO WS-GEN-EXPIRED
                       END-IF
               END-REWRITE
           END-IF.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'POSTINGS FROM FIBJRNL:   ' WS-JRNL-POSTED
           DISPLAY 'POSTINGS FROM FIBRDIRO:  ' WS-ODIR-POSTED
           DISPLAY 'POSTINGS FROM FIBHIST:   ' WS-HIST-POSTED
           DISPLAY 'POSTINGS FROM FIBVRFY:   ' WS-VRFY-POSTED
           DISPLAY 'POSTINGS FROM FIBHOLD:   ' WS-HOLD-POSTED
           DISPLAY 'POSTINGS FROM FIBXMIT:   ' WS-PEND-POSTED
           DISPLAY 'POSTINGS FROM FIBRSTRQ:  ' WS-RSTQ-POSTED
           DISPLAY 'ARCHIVE GENERATIONS SET: ' WS-GEN-ASSIGNED
           DISPLAY 'ARCHIVES MARKED EXPIRED: ' WS-GEN-EXPIRED
           DISPLAY 'RUNS ON THE DIRECTORY:   ' WS-DIRECTORY-RUNS

           DISPLAY '   FIBRDIRB COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.

       950-NOTE-MISSING-SOURCE.
           IF 4 > WS-RETURN-CODE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
