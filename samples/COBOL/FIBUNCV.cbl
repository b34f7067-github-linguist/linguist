      ******************************************************************
      * FIBUNCV is the one-time conversion of the suite's files to
      * carry the business unit (FIBUNITT). Everything saved before
      * units were carried belonged to the one business the suite
      * then served, so every converted record is given the
      * default unit, or left blank where blank already means it.
      *
      * History - every parameter snapshot extension (the type-X
      * row) on the prior-year partition FIBHISTP, when mounted,
      * and on FIBHIST is stamped with the default unit in
      * HIST-PARMX-UNIT. FIBHIST rewrites are journaled on FIBJRNL
      * through FIBJRNW like every other batch change; the prior
      * partition is not journaled (FIBRFWD replays the current
      * cluster only). A run saved before the type-X row existed
      * has nothing to stamp and is owned by its sequence band.
      *
      * Every reader takes a run's unit from the band its sequence
      * falls in, so a run saved before units whose sequence lies
      * outside the default unit's band - a date rerun more often
      * than that band allows - would read as another unit's run
      * and be shown and charged to it. Both history files are
      * checked first, read only; any such run is listed with the
      * highest sequence in use and the job ends RC=8 having
      * converted nothing. Renumbering the run is not an option -
      * its sequence is quoted on the run directory, filed
      * regulatory returns and certificates. Widen the default
      * unit's band on FIBUNITT past the highest sequence listed
      * (the other units' bands start above it) and rerun.
      *
      * Authorization - FIBAUTHO (48-byte role records) is loaded
      * into the freshly defined 64-byte FIBAUTHN with blank units,
      * and the staged changes on FIBAPNDO (71 bytes) into FIBAPNDN
      * (87 bytes) the same way; blank units permit the default
      * unit only, exactly what the userid could reach before.
      *
      * Control totals - the 25-byte FIBCTLO record is copied to the
      * 29-byte FIBCTLN stamped with the default unit.
      *
      * The PARM carries the submitting userid for the journal.
      * RC=4 when FIBHISTP is not mounted, RC=8 when a run lies
      * outside the default band (nothing converted) or FIBHIST or
      * an old file cannot be read, RC=12 on a write failure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBUNCV.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ONE-TIME BUSINESS-UNIT
      *                 CONVERSION OF FIBHIST, FIBAUTH, FIBAPND AND
      *                 FIBCTL
      * 10-15-2026  AG  CHECK BOTH HISTORY FILES FOR RUNS OUTSIDE THE
      *                 DEFAULT BAND FIRST AND CONVERT NOTHING WHILE
      *                 ANY REMAIN
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PRIOR-HISTORY-FILE ASSIGN TO "FIBHISTP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.
           SELECT OLD-AUTH-FILE ASSIGN TO "FIBAUTHO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-AUTH-USERID
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO "FIBAUTHN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-PENDING-FILE ASSIGN TO "FIBAPNDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-AP-USERID
               FILE STATUS IS WS-OPND-FILE-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "FIBAPNDN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-USERID
               FILE STATUS IS WS-NPND-FILE-STATUS.
           SELECT OLD-CONTROL-FILE ASSIGN TO "FIBCTLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCTL-FILE-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "FIBCTLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

      * The prior-year partition carries the same layouts; a type-X
      * row is re-mapped through the shared view to be stamped
       FD  PRIOR-HISTORY-FILE.
       01  PHIST-RECORD.
           05  PHIST-KEY              PIC X(14).
           05  FILLER                 PIC X(86).

      * The role layout before units were carried, kept here only
      * for the conversion
       FD  OLD-AUTH-FILE.
       01  OLD-AUTH-RECORD.
           05  OLD-AUTH-USERID        PIC X(8).
           05  OLD-AUTH-ROLES         PIC X(40).

       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.

       FD  OLD-PENDING-FILE.
       01  OLD-PENDING-RECORD.
           05  OLD-AP-USERID          PIC X(8).
           05  OLD-AP-ACTION          PIC X.
           05  OLD-AP-NEW-ROLES       PIC X(40).
           05  OLD-AP-REQUESTED-BY    PIC X(8).
           05  OLD-AP-REQUEST-STAMP   PIC 9(14).

       FD  PENDING-CHANGE-FILE.
           COPY FIBAPNDC.

       FD  OLD-CONTROL-FILE.
       01  OLD-CONTROL-RECORD.
           05  OLD-CTL-CUMULATIVE-SUM PIC 9(18).
           05  OLD-CTL-RUN-COUNT      PIC 9(7).

       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           05  CTL-CUMULATIVE-SUM     PIC 9(18).
           05  CTL-RUN-COUNT          PIC 9(7).
           05  CTL-UNIT               PIC X(4).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PHIST-FILE-STATUS   PIC XX VALUE SPACES.
               88  PHIST-FILE-OK           VALUE '00'.
           05  WS-OLD-FILE-STATUS     PIC XX VALUE SPACES.
               88  OLD-FILE-OK             VALUE '00'.
           05  WS-NEW-FILE-STATUS     PIC XX VALUE SPACES.
               88  NEW-FILE-OK             VALUE '00'.
           05  WS-OPND-FILE-STATUS    PIC XX VALUE SPACES.
               88  OPND-FILE-OK            VALUE '00'.
           05  WS-NPND-FILE-STATUS    PIC XX VALUE SPACES.
               88  NPND-FILE-OK            VALUE '00'.
           05  WS-OCTL-FILE-STATUS    PIC XX VALUE SPACES.
               88  OCTL-FILE-OK            VALUE '00'.
           05  WS-CTL-FILE-STATUS     PIC XX VALUE SPACES.
               88  CTL-FILE-OK             VALUE '00'.

       01  WS-INDICATORS.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-OLD-EOF-SW          PIC X VALUE 'N'.
               88  OLD-EOF-REACHED        VALUE 'Y'.
           05  WS-OPND-EOF-SW         PIC X VALUE 'N'.
               88  OPND-EOF-REACHED       VALUE 'Y'.
           05  WS-PRIOR-SW            PIC X VALUE 'N'.
               88  STAMPING-PRIOR         VALUE 'Y'.
           05  WS-CHECK-RUN-SW        PIC X VALUE 'N'.
               88  CHECK-RUN-OPEN         VALUE 'Y'.

      * Business-unit resolver parameters
           COPY FIBUNRC.

      * Change-journal record for the shared FIBJRNW writer
           COPY FIBJRNC.

       77  WS-DEFAULT-UNIT            PIC X(4) VALUE SPACES.
       77  WS-DEFAULT-SEQ-LOW         PIC 9(2) VALUE ZERO.
       77  WS-DEFAULT-SEQ-HIGH        PIC 9(2) VALUE ZERO.
       77  WS-REWRITE-STATUS          PIC XX VALUE SPACES.
       77  WS-PRIOR-STAMPED           PIC 9(7) VALUE ZERO.
       77  WS-HIST-STAMPED            PIC 9(7) VALUE ZERO.
       77  WS-ALREADY-STAMPED         PIC 9(7) VALUE ZERO.
       77  WS-REVIEW-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-CHECK-DATE              PIC 9(8) VALUE ZERO.
       77  WS-CHECK-SEQ               PIC 9(2) VALUE ZERO.
       77  WS-CHECK-UNIT              PIC X(4) VALUE SPACES.
       77  WS-HIGHEST-SEQ             PIC 9(2) VALUE ZERO.
       77  WS-AUTH-READ               PIC 9(7) VALUE ZERO.
       77  WS-AUTH-WRITTEN            PIC 9(7) VALUE ZERO.
       77  WS-PEND-READ               PIC 9(7) VALUE ZERO.
       77  WS-PEND-WRITTEN            PIC 9(7) VALUE ZERO.
       77  WS-CTL-CONVERTED           PIC 9(7) VALUE ZERO.
       77  WS-ERROR-COUNT             PIC 9(7) VALUE ZERO.
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
           PERFORM 050-CHECK-SEQUENCE-BANDS
               THRU 050-CHECK-SEQUENCE-BANDS-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 100-STAMP-PRIOR-PARTITION
                   THRU 100-STAMP-PRIOR-PARTITION-EXIT
               PERFORM 200-STAMP-CURRENT-CLUSTER
                   THRU 200-STAMP-CURRENT-CLUSTER-EXIT
               PERFORM 400-CONVERT-AUTH-FILE
                   THRU 400-CONVERT-AUTH-FILE-EXIT
               PERFORM 500-CONVERT-PENDING THRU 500-CONVERT-PENDING-EXIT
               PERFORM 600-CONVERT-CONTROL THRU 600-CONVERT-CONTROL-EXIT
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

      * Everything saved so far belongs to the default unit
           SET UNR-VALIDATE TO TRUE
           MOVE SPACES TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT     TO WS-DEFAULT-UNIT
           MOVE UNR-SEQ-LOW  TO WS-DEFAULT-SEQ-LOW
           MOVE UNR-SEQ-HIGH TO WS-DEFAULT-SEQ-HIGH

           DISPLAY '======================================='
           DISPLAY '   FIBUNCV - BUSINESS-UNIT CONVERSION'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY:             ' WS-USERID
           DISPLAY 'DEFAULT UNIT:             ' WS-DEFAULT-UNIT
               ' SEQUENCES ' WS-DEFAULT-SEQ-LOW '-'
               WS-DEFAULT-SEQ-HIGH.

      * A run is outside the band when no unit is stamped on its
      * type-X row (or it has none) and its sequence is not the
      * default unit's. A run already carrying a unit was saved by
      * the unit-aware suite, or stamped by an earlier pass of this
      * job, in its own unit's band.
       050-CHECK-SEQUENCE-BANDS.
           OPEN INPUT PRIOR-HISTORY-FILE
           IF PHIST-FILE-OK
               SET STAMPING-PRIOR TO TRUE
               MOVE 'N' TO WS-HIST-EOF-SW
               MOVE LOW-VALUES TO PHIST-KEY
               START PRIOR-HISTORY-FILE
                   KEY IS NOT LESS THAN PHIST-KEY
                   INVALID KEY
                       SET HIST-EOF-REACHED TO TRUE
               END-START
               PERFORM UNTIL HIST-EOF-REACHED
                   READ PRIOR-HISTORY-FILE NEXT RECORD
                       AT END
                           SET HIST-EOF-REACHED TO TRUE
                       NOT AT END
                           MOVE PHIST-RECORD TO HIST-PARMX-RECORD
                           PERFORM 060-CHECK-ONE-RECORD
                   END-READ
               END-PERFORM
               PERFORM 070-CLOSE-CHECKED-RUN
               CLOSE PRIOR-HISTORY-FILE
               MOVE 'N' TO WS-PRIOR-SW
           END-IF

           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - NOTHING CONVERTED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 050-CHECK-SEQUENCE-BANDS-EXIT
           END-IF
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO HIST-KEY
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START
           PERFORM UNTIL HIST-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 060-CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM 070-CLOSE-CHECKED-RUN
           CLOSE FIB-HISTORY-FILE

           IF WS-REVIEW-COUNT > ZERO
               DISPLAY SPACE
               DISPLAY 'ERROR: ' WS-REVIEW-COUNT
                   ' RUNS LIE OUTSIDE THE ' WS-DEFAULT-UNIT ' BAND '
                   WS-DEFAULT-SEQ-LOW '-' WS-DEFAULT-SEQ-HIGH
                   ' - NOTHING CONVERTED'
               DISPLAY 'HIGHEST SEQUENCE IN USE: ' WS-HIGHEST-SEQ
                   ' - WIDEN THE ' WS-DEFAULT-UNIT
                   ' BAND ON FIBUNITT PAST IT AND RERUN'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       050-CHECK-SEQUENCE-BANDS-EXIT.
           EXIT.

       060-CHECK-ONE-RECORD.
           IF CHECK-RUN-OPEN
               IF HIST-RUN-DATE NOT = WS-CHECK-DATE
                       OR HIST-RUN-SEQ NOT = WS-CHECK-SEQ
                   PERFORM 070-CLOSE-CHECKED-RUN
               END-IF
           END-IF
           IF NOT CHECK-RUN-OPEN
               SET CHECK-RUN-OPEN TO TRUE
               MOVE HIST-RUN-DATE TO WS-CHECK-DATE
               MOVE HIST-RUN-SEQ  TO WS-CHECK-SEQ
               MOVE SPACES        TO WS-CHECK-UNIT
           END-IF
           IF HIST-PARMX-RECORD-TYPE = 'X'
               MOVE HIST-PARMX-UNIT TO WS-CHECK-UNIT
           END-IF.

       070-CLOSE-CHECKED-RUN.
           IF CHECK-RUN-OPEN
               MOVE 'N' TO WS-CHECK-RUN-SW
               IF WS-CHECK-UNIT = SPACES
                       AND (WS-CHECK-SEQ < WS-DEFAULT-SEQ-LOW
                         OR WS-CHECK-SEQ > WS-DEFAULT-SEQ-HIGH)
                   PERFORM 310-LIST-FOR-REVIEW
               END-IF
           END-IF.

      * Prior years live on the FIBHISTP partition FIBPARTR rolls
      * off each January; a site without one has nothing to stamp
       100-STAMP-PRIOR-PARTITION.
           OPEN I-O PRIOR-HISTORY-FILE
           IF NOT PHIST-FILE-OK
               DISPLAY 'WARNING: FIBHISTP NOT MOUNTED - STATUS '
                   WS-PHIST-FILE-STATUS ' - PRIOR YEARS NOT STAMPED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 100-STAMP-PRIOR-PARTITION-EXIT
           END-IF

           SET STAMPING-PRIOR TO TRUE
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO PHIST-KEY
           START PRIOR-HISTORY-FILE
               KEY IS NOT LESS THAN PHIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-REACHED
               READ PRIOR-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       MOVE PHIST-RECORD TO HIST-PARMX-RECORD
                       IF HIST-PARMX-RECORD-TYPE = 'X'
                           PERFORM 300-STAMP-ONE-RUN
                               THRU 300-STAMP-ONE-RUN-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PRIOR-HISTORY-FILE
           MOVE 'N' TO WS-PRIOR-SW.

       100-STAMP-PRIOR-PARTITION-EXIT.
           EXIT.

       200-STAMP-CURRENT-CLUSTER.
           OPEN I-O FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - RUNS NOT STAMPED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-STAMP-CURRENT-CLUSTER-EXIT
           END-IF

           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO HIST-KEY
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       IF HIST-PARMX-RECORD-TYPE = 'X'
                           PERFORM 300-STAMP-ONE-RUN
                               THRU 300-STAMP-ONE-RUN-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FIB-HISTORY-FILE.

       200-STAMP-CURRENT-CLUSTER-EXIT.
           EXIT.

      * A row already carrying a unit (a run saved by the unit-aware
      * suite, or a rerun of this conversion) is left as it is
       300-STAMP-ONE-RUN.
           IF HIST-PARMX-UNIT NOT = SPACES
               ADD 1 TO WS-ALREADY-STAMPED
               GO TO 300-STAMP-ONE-RUN-EXIT
           END-IF

           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE HIST-PARMX-RECORD TO JRN-BEFORE-IMAGE
           MOVE WS-DEFAULT-UNIT TO HIST-PARMX-UNIT

           IF STAMPING-PRIOR
               MOVE HIST-PARMX-RECORD TO PHIST-RECORD
               REWRITE PHIST-RECORD
                   INVALID KEY
                       MOVE WS-PHIST-FILE-STATUS TO WS-REWRITE-STATUS
                       PERFORM 330-REWRITE-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-PRIOR-STAMPED
               END-REWRITE
           ELSE
               REWRITE HIST-PARMX-RECORD
                   INVALID KEY
                       MOVE WS-HIST-FILE-STATUS TO WS-REWRITE-STATUS
                       PERFORM 330-REWRITE-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-STAMPED
                       PERFORM 320-JOURNAL-STAMP
               END-REWRITE
           END-IF.

       300-STAMP-ONE-RUN-EXIT.
           EXIT.

      * The sequence falls in another unit's band, so every reader
      * would scope the run to that unit
       310-LIST-FOR-REVIEW.
           IF WS-REVIEW-COUNT = ZERO
               DISPLAY SPACE
               DISPLAY 'RUNS OUTSIDE THE ' WS-DEFAULT-UNIT
                   ' SEQUENCE BAND:'
           END-IF
           ADD 1 TO WS-REVIEW-COUNT
           IF WS-CHECK-SEQ > WS-HIGHEST-SEQ
               MOVE WS-CHECK-SEQ TO WS-HIGHEST-SEQ
           END-IF
           MOVE WS-CHECK-SEQ TO UNR-RUN-SEQ
           SET UNR-FIND-SEQ TO TRUE
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF NOT UNR-OK
               MOVE '????' TO UNR-UNIT
           END-IF
           IF STAMPING-PRIOR
               DISPLAY '  FIBHISTP ' WS-CHECK-DATE ' SEQ '
                   WS-CHECK-SEQ ' READS AS UNIT ' UNR-UNIT
           ELSE
               DISPLAY '  FIBHIST  ' WS-CHECK-DATE ' SEQ '
                   WS-CHECK-SEQ ' READS AS UNIT ' UNR-UNIT
           END-IF.

       320-JOURNAL-STAMP.
           MOVE 'R' TO JRN-ACTION
           MOVE SPACES TO JRN-AFTER-IMAGE
           MOVE HIST-PARMX-RECORD TO JRN-AFTER-IMAGE
           MOVE 'FIBUNCV ' TO JRN-PROGRAM
           MOVE WS-USERID  TO JRN-USERID
           MOVE SPACES     TO JRN-APPROVED-BY
           CALL 'FIBJRNW' USING HIST-JOURNAL-RECORD.

       330-REWRITE-FAILED.
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY 'ERROR: RUN ' HIST-PARMX-RUN-DATE ' SEQ '
               HIST-PARMX-RUN-SEQ ' NOT STAMPED - STATUS '
               WS-REWRITE-STATUS.

       400-CONVERT-AUTH-FILE.
           OPEN INPUT OLD-AUTH-FILE
           IF NOT OLD-FILE-OK
               DISPLAY 'ERROR: FIBAUTHO NOT AVAILABLE - STATUS '
                   WS-OLD-FILE-STATUS ' - FIBAUTH NOT CONVERTED'
               IF 8 > WS-RETURN-CODE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               GO TO 400-CONVERT-AUTH-FILE-EXIT
           END-IF

           OPEN OUTPUT AUTHORIZATION-FILE
           IF NOT NEW-FILE-OK
               DISPLAY 'ERROR: FIBAUTHN OPEN FAILED - STATUS '
                   WS-NEW-FILE-STATUS ' - FIBAUTH NOT CONVERTED'
               CLOSE OLD-AUTH-FILE
               MOVE 12 TO WS-RETURN-CODE
               GO TO 400-CONVERT-AUTH-FILE-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-AUTH-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUTH-READ
                       MOVE OLD-AUTH-USERID TO AUTH-USERID
                       MOVE OLD-AUTH-ROLES  TO AUTH-ROLES
                       MOVE SPACES          TO AUTH-UNITS
                       WRITE AUTH-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY 'ERROR: FIBAUTHN WRITE FAILED '
                                   'AT ' OLD-AUTH-USERID ' - STATUS '
                                   WS-NEW-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-AUTH-WRITTEN
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE AUTHORIZATION-FILE
           CLOSE OLD-AUTH-FILE.

       400-CONVERT-AUTH-FILE-EXIT.
           EXIT.

      * A site with nothing staged may have no FIBAPND yet
       500-CONVERT-PENDING.
           OPEN INPUT OLD-PENDING-FILE
           IF NOT OPND-FILE-OK
               DISPLAY 'FIBAPNDO NOT AVAILABLE - STATUS '
                   WS-OPND-FILE-STATUS ' - NO STAGED CHANGES CONVERTED'
               GO TO 500-CONVERT-PENDING-EXIT
           END-IF

           OPEN OUTPUT PENDING-CHANGE-FILE
           IF NOT NPND-FILE-OK
               DISPLAY 'ERROR: FIBAPNDN OPEN FAILED - STATUS '
                   WS-NPND-FILE-STATUS ' - FIBAPND NOT CONVERTED'
               CLOSE OLD-PENDING-FILE
               MOVE 12 TO WS-RETURN-CODE
               GO TO 500-CONVERT-PENDING-EXIT
           END-IF

           PERFORM UNTIL OPND-EOF-REACHED
               READ OLD-PENDING-FILE
                   AT END
                       SET OPND-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PEND-READ
                       MOVE OLD-AP-USERID        TO AP-USERID
                       MOVE OLD-AP-ACTION        TO AP-ACTION
                       MOVE OLD-AP-NEW-ROLES     TO AP-NEW-ROLES
                       MOVE OLD-AP-REQUESTED-BY  TO AP-REQUESTED-BY
                       MOVE OLD-AP-REQUEST-STAMP TO AP-REQUEST-STAMP
                       MOVE SPACES               TO AP-NEW-UNITS
                       WRITE PENDING-CHANGE-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY 'ERROR: FIBAPNDN WRITE FAILED '
                                   'AT ' OLD-AP-USERID ' - STATUS '
                                   WS-NPND-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-PEND-WRITTEN
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE PENDING-CHANGE-FILE
           CLOSE OLD-PENDING-FILE.

       500-CONVERT-PENDING-EXIT.
           EXIT.

      * FIBCTL holds a single record; an empty file (a site that has
      * never run) converts to an empty file
       600-CONVERT-CONTROL.
           OPEN INPUT OLD-CONTROL-FILE
           IF NOT OCTL-FILE-OK
               DISPLAY 'ERROR: FIBCTLO NOT AVAILABLE - STATUS '
                   WS-OCTL-FILE-STATUS ' - FIBCTL NOT CONVERTED'
               IF 8 > WS-RETURN-CODE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               GO TO 600-CONVERT-CONTROL-EXIT
           END-IF

           OPEN OUTPUT CONTROL-TOTAL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY 'ERROR: FIBCTLN OPEN FAILED - STATUS '
                   WS-CTL-FILE-STATUS ' - FIBCTL NOT CONVERTED'
               CLOSE OLD-CONTROL-FILE
               MOVE 12 TO WS-RETURN-CODE
               GO TO 600-CONVERT-CONTROL-EXIT
           END-IF

           READ OLD-CONTROL-FILE
               AT END
                   DISPLAY 'FIBCTLO IS EMPTY - NO TOTALS TO CONVERT'
               NOT AT END
                   MOVE OLD-CTL-CUMULATIVE-SUM TO CTL-CUMULATIVE-SUM
                   MOVE OLD-CTL-RUN-COUNT      TO CTL-RUN-COUNT
                   MOVE WS-DEFAULT-UNIT        TO CTL-UNIT
                   WRITE CONTROL-TOTAL-RECORD
                   IF CTL-FILE-OK
                       ADD 1 TO WS-CTL-CONVERTED
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'ERROR: FIBCTLN WRITE FAILED - STATUS '
                           WS-CTL-FILE-STATUS
                   END-IF
           END-READ

           CLOSE CONTROL-TOTAL-FILE
           CLOSE OLD-CONTROL-FILE.

       600-CONVERT-CONTROL-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'FIBHISTP RUNS STAMPED:    ' WS-PRIOR-STAMPED
           DISPLAY 'FIBHIST RUNS STAMPED:     ' WS-HIST-STAMPED
           DISPLAY 'RUNS ALREADY CARRYING UNIT:' WS-ALREADY-STAMPED
           DISPLAY 'RUNS OUTSIDE DEFAULT BAND:' WS-REVIEW-COUNT
           DISPLAY 'FIBAUTH USERIDS READ:     ' WS-AUTH-READ
           DISPLAY 'FIBAUTH USERIDS WRITTEN:  ' WS-AUTH-WRITTEN
           DISPLAY 'FIBAPND CHANGES READ:     ' WS-PEND-READ
           DISPLAY 'FIBAPND CHANGES WRITTEN:  ' WS-PEND-WRITTEN
           DISPLAY 'FIBCTL RECORDS CONVERTED: ' WS-CTL-CONVERTED
           DISPLAY 'WRITE ERRORS:             ' WS-ERROR-COUNT

           IF WS-ERROR-COUNT > ZERO
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           DISPLAY '   FIBUNCV COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
