      ******************************************************************
      * FIBAEXP expires FIBARCH archive generations whose contents
      * have passed the archive retention schedule. FIBACAT kept
      * every generation forever and FIBARCON only ever merged
      * them, so tapes holding data past the seven-year records
      * schedule were kept (and paid for) long after it should
      * have been destroyed.
      *
      * Each catalog entry whose high run date falls before the
      * archive cutoff (today less the ARCHIVE retention on the
      * FIBRPOL policy file, default 2557 days - seven years) is
      * expired unless:
      *   - a FIBHOLD legal hold is on file for any run date in
      *     the generation's low-high range, or
      *   - a FIBRSTRQ restore request is still pending for a run
      *     date in the range or names the generation itself.
      * Those are kept and listed with the reason, and a later run
      * expires them once the hold is released or the restore is
      * worked.
      *
      * An expired generation is:
      *   1. marked expired, with the date, on the catalog - the
      *      catalog is rewritten to FIBACATN for the JCL to copy
      *      back over FIBACAT, the FIBARCON way, and FIBARCQ,
      *      FIBINQ and FIBLINE show it as expired from then on,
      *   2. listed on the FIBSCRL scratch list the tape library
      *      works from - one line per generation naming its
      *      FIBARCH dataset (the catalog generation id is the GDG
      *      absolute generation number),
      *   3. certified on FIBDCERT as an archive-tier destruction
      *      (FIBDCERC layout, DCERT-TIER A),
      *   4. posted on the FIBRDIR run directory as archive-expired
      *      (state 08, code X) for every archived run in it.
      *
      * SYSIN card (optional): SIMULATE in columns 1-8 lists what
      * would expire and changes nothing; FIBACATN is then an
      * unchanged copy of the catalog.
      *
      * RC=4 when a generation past retention was kept for a hold
      * or a pending restore; RC=8 when the catalog, the hold or
      * restore files, or an output cannot be opened - nothing is
      * expired and the catalog is not to be swapped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBAEXP.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - EXPIRY AND SCRATCH OF
      *                 FIBARCH GENERATIONS PAST ARCHIVE RETENTION
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO "FIBRPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-FILE-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "FIBACAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT NEW-CATALOG-FILE ASSIGN TO "FIBACATN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCAT-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "FIBHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-RUN-DATE
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT RESTORE-REQUEST-FILE ASSIGN TO "FIBRSTRQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSQ-RUN-DATE
               FILE STATUS IS WS-RSTQ-FILE-STATUS.
           SELECT RUN-DIRECTORY-FILE ASSIGN TO "FIBRDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDIR-KEY
               FILE STATUS IS WS-RDIR-FILE-STATUS.
           SELECT SCRATCH-LIST-FILE ASSIGN TO "FIBSCRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRL-FILE-STATUS.
           SELECT DESTRUCTION-CERT-FILE ASSIGN TO "FIBDCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCRT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  POLICY-FILE
           RECORDING MODE IS F.
       01  POLICY-RECORD.
           05  POL-RECORD-TYPE        PIC X(8).
           05  FILLER                 PIC X.
           05  POL-RETENTION-DAYS     PIC 9(4).

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

       FD  NEW-CATALOG-FILE
           RECORDING MODE IS F.
       01  NEW-CATALOG-RECORD         PIC X(64).

       FD  HOLD-FILE.
           COPY FIBHOLDC.

       FD  RESTORE-REQUEST-FILE.
           COPY FIBRSTQC.

       FD  RUN-DIRECTORY-FILE.
           COPY FIBRDIRD.

      * One line per expired generation for the tape library
       FD  SCRATCH-LIST-FILE
           RECORDING MODE IS F.
       01  SCRATCH-LIST-RECORD.
           05  SCR-DATASET            PIC X(44).
           05  FILLER                 PIC X.
           05  SCR-GENERATION-ID      PIC 9(5).
           05  FILLER                 PIC X.
           05  SCR-LOW-RUN-DATE       PIC 9(8).
           05  FILLER                 PIC X.
           05  SCR-HIGH-RUN-DATE      PIC 9(8).
           05  FILLER                 PIC X.
           05  SCR-EXPIRED-DATE       PIC 9(8).
           05  FILLER                 PIC X(3).

      * Append-only destruction certificate history for retention
      * audits - the archive tier files here beside FIBPURGE
       FD  DESTRUCTION-CERT-FILE
           RECORDING MODE IS F.
           COPY FIBDCERC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-MODE             PIC X(8).
               88  CC-SIMULATE            VALUE 'SIMULATE'.
           05  FILLER                 PIC X(72).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-POL-FILE-STATUS     PIC XX VALUE SPACES.
               88  POL-FILE-OK             VALUE '00'.
           05  WS-CAT-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAT-FILE-OK             VALUE '00'.
           05  WS-NCAT-FILE-STATUS    PIC XX VALUE SPACES.
               88  NCAT-FILE-OK            VALUE '00'.
           05  WS-HOLD-FILE-STATUS    PIC XX VALUE SPACES.
               88  HOLD-FILE-OK            VALUE '00'.
               88  HOLD-FILE-NOT-FOUND     VALUE '35'.
           05  WS-RSTQ-FILE-STATUS    PIC XX VALUE SPACES.
               88  RSTQ-FILE-OK            VALUE '00'.
               88  RSTQ-FILE-NOT-FOUND     VALUE '35'.
           05  WS-RDIR-FILE-STATUS    PIC XX VALUE SPACES.
               88  RDIR-FILE-OK            VALUE '00'.
           05  WS-SCRL-FILE-STATUS    PIC XX VALUE SPACES.
               88  SCRL-FILE-OK            VALUE '00'.
           05  WS-DCRT-FILE-STATUS    PIC XX VALUE SPACES.
               88  DCRT-FILE-OK            VALUE '00'.
               88  DCRT-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-POL-EOF-SW          PIC X VALUE 'N'.
               88  POL-EOF-REACHED        VALUE 'Y'.
           05  WS-CAT-EOF-SW          PIC X VALUE 'N'.
               88  CAT-EOF-REACHED        VALUE 'Y'.
           05  WS-SCAN-EOF-SW         PIC X VALUE 'N'.
               88  SCAN-EOF-REACHED       VALUE 'Y'.
           05  WS-SIMULATE-SW         PIC X VALUE 'N'.
               88  SIMULATE-MODE          VALUE 'Y'.
           05  WS-HOLD-OPEN-SW        PIC X VALUE 'N'.
               88  HOLD-FILE-OPEN-OK      VALUE 'Y'.
           05  WS-ENTRY-KEPT-SW       PIC X VALUE 'N'.
               88  ENTRY-IS-KEPT          VALUE 'Y'.

      * Restore requests still waiting for the nightly FIBREST -
      * few at any time, so all are held for the catalog pass
       01  PENDING-RESTORE-TABLE.
           05  WS-PENDING-COUNT       PIC 9(4) VALUE ZERO.
           05  PR-ENTRY OCCURS 500 TIMES.
               10  PR-RUN-DATE        PIC 9(8).
               10  PR-GENERATION-ID   PIC 9(5).
               10  PR-USERID          PIC X(8).

      * Generations expired this run, for the run-directory pass
       01  EXPIRED-GEN-TABLE.
           05  WS-EXPIRED-GENS        PIC 9(3) VALUE ZERO.
           05  EG-ENTRY OCCURS 200 TIMES.
               10  EG-GENERATION-ID   PIC 9(5).
               10  EG-LOW-RUN-DATE    PIC 9(8).
               10  EG-HIGH-RUN-DATE   PIC 9(8).

      * Archived runs of the expired generations, read off FIBRDIR
      * before FIBRDIRP posts them (the poster opens FIBRDIR itself)
       01  RUN-POST-TABLE.
           05  WS-POST-COUNT          PIC 9(4) VALUE ZERO.
           05  RP-ENTRY OCCURS 2000 TIMES.
               10  RP-RUN-DATE        PIC 9(8).
               10  RP-RUN-SEQ         PIC 9(2).
               10  RP-GENERATION-ID   PIC 9(5).

      * FIBARCH dataset name of a generation for the scratch list
       01  WS-ARCHIVE-DSN.
           05  FILLER                 PIC X(22) VALUE
               'PROD.ADVFIBB.FIBARCH.G'.
           05  AD-GDG-NUMBER          PIC 9(4).
           05  FILLER                 PIC X(3) VALUE 'V00'.
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  CD-TIME                PIC 9(6).
           05  FILLER                 PIC X(7).

       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETENTION-DAYS          PIC 9(4) VALUE 2557.
       77  WS-CUTOFF-INTEGER          PIC 9(7) VALUE ZERO.
       77  WS-CUTOFF-DATE             PIC 9(8) VALUE ZERO.
       77  WS-PR-IDX                  PIC 9(4) VALUE ZERO.
       77  WS-EG-IDX                  PIC 9(3) VALUE ZERO.
       77  WS-RP-IDX                  PIC 9(4) VALUE ZERO.
       77  WS-KEPT-REASON             PIC X(50) VALUE SPACES.
       77  WS-CATALOG-ENTRIES         PIC 9(5) VALUE ZERO.
       77  WS-ALREADY-EXPIRED         PIC 9(5) VALUE ZERO.
       77  WS-WITHIN-RETENTION        PIC 9(5) VALUE ZERO.
       77  WS-EXPIRED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-EXPIRED-ROWS            PIC 9(9) VALUE ZERO.
       77  WS-HELD-SKIPS              PIC 9(5) VALUE ZERO.
       77  WS-RESTORE-SKIPS           PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-PENDING-RESTORES
               THRU 100-LOAD-PENDING-RESTORES-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 200-EXPIRE-CATALOG
                   THRU 200-EXPIRE-CATALOG-EXIT
           END-IF
           IF WS-EXPIRED-GENS > ZERO
               PERFORM 300-POST-RUN-DIRECTORY
                   THRU 300-POST-RUN-DIRECTORY-EXIT
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBAEXP' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-SIMULATE
                           SET SIMULATE-MODE TO TRUE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF

           PERFORM 010-READ-RETENTION-POLICY

           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(CD-DATE)
               - WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)

           DISPLAY '======================================='
           DISPLAY '   FIBAEXP - ARCHIVE GENERATION EXPIRY'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY:                     ' WS-USERID
           DISPLAY 'ARCHIVE RETENTION (DAYS):         '
               WS-RETENTION-DAYS
           DISPLAY 'ARCHIVE CUTOFF DATE (EXCLUSIVE):  ' WS-CUTOFF-DATE
           IF SIMULATE-MODE
               DISPLAY 'CONTROL CARD: SIMULATE MODE - NOTHING WILL '
                   'BE EXPIRED'
           END-IF.

      * The archive retention is the ARCHIVE record on the FIBRPOL
      * policy file FIBPURGE reads for its own windows; missing
      * file or record keeps the seven-year default
       010-READ-RETENTION-POLICY.
           OPEN INPUT POLICY-FILE
           IF POL-FILE-OK
               PERFORM UNTIL POL-EOF-REACHED
                   READ POLICY-FILE
                       AT END
                           SET POL-EOF-REACHED TO TRUE
                       NOT AT END
                           IF POL-RECORD-TYPE = 'ARCHIVE '
                                   AND POL-RETENTION-DAYS IS NUMERIC
                                   AND POL-RETENTION-DAYS > ZERO
                               MOVE POL-RETENTION-DAYS
                                   TO WS-RETENTION-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           ELSE
               DISPLAY 'NO RETENTION POLICY FILE - USING THE '
                   'DEFAULT ARCHIVE RETENTION'
           END-IF.

       100-LOAD-PENDING-RESTORES.
           OPEN INPUT RESTORE-REQUEST-FILE
           IF RSTQ-FILE-NOT-FOUND
               DISPLAY 'NO RESTORE REQUEST FILE - NO RESTORES ARE '
                   'PENDING'
               GO TO 100-LOAD-PENDING-RESTORES-EXIT
           END-IF
           IF NOT RSTQ-FILE-OK
               DISPLAY 'ERROR: FIBRSTRQ NOT AVAILABLE - STATUS '
                   WS-RSTQ-FILE-STATUS ' - NOTHING EXPIRED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-PENDING-RESTORES-EXIT
           END-IF

           PERFORM UNTIL SCAN-EOF-REACHED
               READ RESTORE-REQUEST-FILE
                   AT END
                       SET SCAN-EOF-REACHED TO TRUE
                   NOT AT END
                       IF RSQ-IS-PENDING
                           IF WS-PENDING-COUNT < 500
                               ADD 1 TO WS-PENDING-COUNT
                               MOVE RSQ-RUN-DATE
                                   TO PR-RUN-DATE(WS-PENDING-COUNT)
                               MOVE RSQ-GENERATION-ID
                                 TO PR-GENERATION-ID(WS-PENDING-COUNT)
                               MOVE RSQ-USERID
                                   TO PR-USERID(WS-PENDING-COUNT)
                           ELSE
                               DISPLAY 'ERROR: OVER 500 RESTORES '
                                   'PENDING - NOTHING EXPIRED'
                               MOVE 8 TO WS-RETURN-CODE
                               SET SCAN-EOF-REACHED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESTORE-REQUEST-FILE
           DISPLAY 'RESTORE REQUESTS PENDING:         '
               WS-PENDING-COUNT.

       100-LOAD-PENDING-RESTORES-EXIT.
           EXIT.

      * Every entry is carried to FIBACATN, expired or not, so the
      * copied-back catalog loses nothing. A failure to open any
      * output ends the run with nothing expired.
       200-EXPIRE-CATALOG.
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-OK
               SET HOLD-FILE-OPEN-OK TO TRUE
           ELSE
               IF HOLD-FILE-NOT-FOUND
                   DISPLAY 'NO LEGAL-HOLD FILE - NO DATES ARE HELD'
               ELSE
                   DISPLAY 'ERROR: FIBHOLD NOT AVAILABLE - STATUS '
                       WS-HOLD-FILE-STATUS ' - NOTHING EXPIRED'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 200-EXPIRE-CATALOG-EXIT
               END-IF
           END-IF

           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF NOT CAT-FILE-OK
               DISPLAY 'ERROR: FIBACAT NOT AVAILABLE - STATUS '
                   WS-CAT-FILE-STATUS ' - NOTHING EXPIRED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-EXPIRE-CATALOG-CLOSE
           END-IF

           OPEN OUTPUT NEW-CATALOG-FILE
           IF NOT NCAT-FILE-OK
               DISPLAY 'ERROR: FIBACATN OPEN FAILED - STATUS '
                   WS-NCAT-FILE-STATUS ' - NOTHING EXPIRED'
               MOVE 8 TO WS-RETURN-CODE
               CLOSE ARCHIVE-CATALOG-FILE
               GO TO 200-EXPIRE-CATALOG-CLOSE
           END-IF

           IF NOT SIMULATE-MODE
               PERFORM 205-OPEN-EXPIRY-OUTPUTS
               IF WS-RETURN-CODE NOT < 8
                   CLOSE NEW-CATALOG-FILE
                   CLOSE ARCHIVE-CATALOG-FILE
                   GO TO 200-EXPIRE-CATALOG-CLOSE
               END-IF
           END-IF

           DISPLAY SPACE
           PERFORM UNTIL CAT-EOF-REACHED
               READ ARCHIVE-CATALOG-FILE
                   AT END
                       SET CAT-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 210-REVIEW-ONE-ENTRY
                           THRU 210-REVIEW-ONE-ENTRY-EXIT
                       WRITE NEW-CATALOG-RECORD
                           FROM ARCHIVE-CATALOG-RECORD
               END-READ
           END-PERFORM

           IF NOT SIMULATE-MODE
               CLOSE SCRATCH-LIST-FILE
               CLOSE DESTRUCTION-CERT-FILE
           END-IF
           CLOSE NEW-CATALOG-FILE
           CLOSE ARCHIVE-CATALOG-FILE.

       200-EXPIRE-CATALOG-CLOSE.
           IF HOLD-FILE-OPEN-OK
               CLOSE HOLD-FILE
           END-IF.

       200-EXPIRE-CATALOG-EXIT.
           EXIT.

       205-OPEN-EXPIRY-OUTPUTS.
           OPEN OUTPUT SCRATCH-LIST-FILE
           IF NOT SCRL-FILE-OK
               DISPLAY 'ERROR: FIBSCRL OPEN FAILED - STATUS '
                   WS-SCRL-FILE-STATUS ' - NOTHING EXPIRED'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN EXTEND DESTRUCTION-CERT-FILE
               IF DCRT-FILE-NOT-FOUND
                   OPEN OUTPUT DESTRUCTION-CERT-FILE
               END-IF
               IF NOT DCRT-FILE-OK
                   DISPLAY 'ERROR: FIBDCERT NOT AVAILABLE - STATUS '
                       WS-DCRT-FILE-STATUS ' - NOTHING EXPIRED'
                   MOVE 8 TO WS-RETURN-CODE
                   CLOSE SCRATCH-LIST-FILE
               END-IF
           END-IF.

      * An entry cataloged before the expiry fields were carried
      * reads them as spaces - it is live, and is written back with
      * a zero expiry date
       210-REVIEW-ONE-ENTRY.
           ADD 1 TO WS-CATALOG-ENTRIES
           IF CAT-EXPIRED-DATE IS NOT NUMERIC
               MOVE ZERO TO CAT-EXPIRED-DATE
           END-IF

           IF CAT-IS-EXPIRED
               ADD 1 TO WS-ALREADY-EXPIRED
               GO TO 210-REVIEW-ONE-ENTRY-EXIT
           END-IF

           IF CAT-HIGH-RUN-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-WITHIN-RETENTION
               GO TO 210-REVIEW-ONE-ENTRY-EXIT
           END-IF

           PERFORM 220-CHECK-LEGAL-HOLDS
               THRU 220-CHECK-LEGAL-HOLDS-EXIT
           IF ENTRY-IS-KEPT
               ADD 1 TO WS-HELD-SKIPS
               PERFORM 260-REPORT-KEPT-ENTRY
               GO TO 210-REVIEW-ONE-ENTRY-EXIT
           END-IF

           PERFORM 230-CHECK-PENDING-RESTORES
           IF ENTRY-IS-KEPT
               ADD 1 TO WS-RESTORE-SKIPS
               PERFORM 260-REPORT-KEPT-ENTRY
               GO TO 210-REVIEW-ONE-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-EXPIRED-COUNT
           ADD CAT-ROW-COUNT TO WS-EXPIRED-ROWS

           IF SIMULATE-MODE
               DISPLAY 'WOULD EXPIRE: GENERATION ' CAT-GENERATION-ID
                   ' (RUNS ' CAT-LOW-RUN-DATE ' - '
                   CAT-HIGH-RUN-DATE ', ' CAT-ROW-COUNT ' ROWS)'
               GO TO 210-REVIEW-ONE-ENTRY-EXIT
           END-IF

           MOVE 'E'     TO CAT-STATUS
           MOVE CD-DATE TO CAT-EXPIRED-DATE
           PERFORM 240-WRITE-SCRATCH-ENTRY
           PERFORM 250-FILE-ARCHIVE-CERTIFICATE

           IF WS-EXPIRED-GENS < 200
               ADD 1 TO WS-EXPIRED-GENS
               MOVE CAT-GENERATION-ID
                   TO EG-GENERATION-ID(WS-EXPIRED-GENS)
               MOVE CAT-LOW-RUN-DATE
                   TO EG-LOW-RUN-DATE(WS-EXPIRED-GENS)
               MOVE CAT-HIGH-RUN-DATE
                   TO EG-HIGH-RUN-DATE(WS-EXPIRED-GENS)
           ELSE
               DISPLAY 'WARNING: GENERATION ' CAT-GENERATION-ID
                   ' NOT POSTED TO FIBRDIR - RUN FIBRDIRB'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'EXPIRED:      GENERATION ' CAT-GENERATION-ID
               ' (RUNS ' CAT-LOW-RUN-DATE ' - '
               CAT-HIGH-RUN-DATE ', ' CAT-ROW-COUNT ' ROWS)'.

       210-REVIEW-ONE-ENTRY-EXIT.
           EXIT.

      * Holds are keyed by run date: the first hold at or after the
      * low run date decides it
       220-CHECK-LEGAL-HOLDS.
           MOVE 'N' TO WS-ENTRY-KEPT-SW
           IF NOT HOLD-FILE-OPEN-OK
               GO TO 220-CHECK-LEGAL-HOLDS-EXIT
           END-IF

           MOVE CAT-LOW-RUN-DATE TO HLD-RUN-DATE
           START HOLD-FILE KEY IS NOT LESS THAN HLD-RUN-DATE
               INVALID KEY
                   GO TO 220-CHECK-LEGAL-HOLDS-EXIT
           END-START

           READ HOLD-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF HLD-RUN-DATE NOT > CAT-HIGH-RUN-DATE
                       SET ENTRY-IS-KEPT TO TRUE
                       MOVE SPACES TO WS-KEPT-REASON
                       STRING 'LEGAL HOLD ON ' HLD-RUN-DATE ': '
                              HLD-REASON
                           DELIMITED BY SIZE
                           INTO WS-KEPT-REASON
                       END-STRING
                   END-IF
           END-READ.

       220-CHECK-LEGAL-HOLDS-EXIT.
           EXIT.

       230-CHECK-PENDING-RESTORES.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                     UNTIL WS-PR-IDX > WS-PENDING-COUNT
                        OR ENTRY-IS-KEPT
               IF PR-GENERATION-ID(WS-PR-IDX) = CAT-GENERATION-ID
                       OR (PR-RUN-DATE(WS-PR-IDX)
                               NOT < CAT-LOW-RUN-DATE
                           AND PR-RUN-DATE(WS-PR-IDX)
                               NOT > CAT-HIGH-RUN-DATE)
                   SET ENTRY-IS-KEPT TO TRUE
                   MOVE SPACES TO WS-KEPT-REASON
                   STRING 'RESTORE PENDING FOR '
                          PR-RUN-DATE(WS-PR-IDX)
                          ' BY ' PR-USERID(WS-PR-IDX)
                       DELIMITED BY SIZE
                       INTO WS-KEPT-REASON
                   END-STRING
               END-IF
           END-PERFORM.

       240-WRITE-SCRATCH-ENTRY.
           MOVE SPACES TO SCRATCH-LIST-RECORD
           MOVE CAT-GENERATION-ID(2:4) TO AD-GDG-NUMBER
           MOVE WS-ARCHIVE-DSN    TO SCR-DATASET
           MOVE CAT-GENERATION-ID TO SCR-GENERATION-ID
           MOVE CAT-LOW-RUN-DATE  TO SCR-LOW-RUN-DATE
           MOVE CAT-HIGH-RUN-DATE TO SCR-HIGH-RUN-DATE
           MOVE CAT-EXPIRED-DATE  TO SCR-EXPIRED-DATE
           WRITE SCRATCH-LIST-RECORD
           IF NOT SCRL-FILE-OK
               DISPLAY 'ERROR: FIBSCRL WRITE FAILED - STATUS '
                   WS-SCRL-FILE-STATUS ' - GENERATION '
                   CAT-GENERATION-ID
               IF 8 > WS-RETURN-CODE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

      * One archive-tier certificate per expired generation: the
      * range and row count from the catalog, the archive cutoff
      * in both cutoff fields, no counts by type
       250-FILE-ARCHIVE-CERTIFICATE.
           INITIALIZE DESTRUCTION-CERT-RECORD
           MOVE CD-DATE             TO DCERT-CERT-DATE
           MOVE CD-TIME             TO DCERT-CERT-TIME
           MOVE WS-USERID           TO DCERT-OPERATOR
           MOVE WS-CUTOFF-DATE      TO DCERT-DETAIL-CUTOFF
           MOVE WS-CUTOFF-DATE      TO DCERT-SUMMARY-CUTOFF
           MOVE 'N'                 TO DCERT-OVERRIDE-FLAG
           MOVE SPACES              TO DCERT-OVERRIDE-USER
           MOVE CAT-LOW-RUN-DATE    TO DCERT-LOW-RUN-DATE
           MOVE CAT-HIGH-RUN-DATE   TO DCERT-HIGH-RUN-DATE
           MOVE CAT-GENERATION-ID   TO DCERT-GENERATION-ID
           MOVE CAT-ROW-COUNT       TO DCERT-TOTAL-PURGED
           SET DCERT-ARCHIVE-TIER   TO TRUE
           WRITE DESTRUCTION-CERT-RECORD
           IF NOT DCRT-FILE-OK
               DISPLAY 'ERROR: FIBDCERT WRITE FAILED - STATUS '
                   WS-DCRT-FILE-STATUS ' - GENERATION '
                   CAT-GENERATION-ID ' HAS NO CERTIFICATE'
               IF 8 > WS-RETURN-CODE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

       260-REPORT-KEPT-ENTRY.
           DISPLAY 'KEPT:         GENERATION ' CAT-GENERATION-ID
               ' (RUNS ' CAT-LOW-RUN-DATE ' - '
               CAT-HIGH-RUN-DATE ') - ' WS-KEPT-REASON
           IF 4 > WS-RETURN-CODE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      * The archived runs of each expired generation are collected
      * in one browse of FIBRDIR, then posted archive-expired
      * through FIBRDIRP once the directory is closed again
       300-POST-RUN-DIRECTORY.
           OPEN INPUT RUN-DIRECTORY-FILE
           IF NOT RDIR-FILE-OK
               DISPLAY 'WARNING: FIBRDIR NOT AVAILABLE - STATUS '
                   WS-RDIR-FILE-STATUS ' - RUN FIBRDIRB TO MARK '
                   'THE EXPIRED RUNS'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 300-POST-RUN-DIRECTORY-EXIT
           END-IF

           PERFORM VARYING WS-EG-IDX FROM 1 BY 1
                     UNTIL WS-EG-IDX > WS-EXPIRED-GENS
               PERFORM 310-COLLECT-GENERATION-RUNS
           END-PERFORM

           CLOSE RUN-DIRECTORY-FILE

           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                     UNTIL WS-RP-IDX > WS-POST-COUNT
               INITIALIZE FIBRDIR-PARMS
               MOVE RP-RUN-DATE(WS-RP-IDX) TO RDP-RUN-DATE
               MOVE RP-RUN-SEQ(WS-RP-IDX)  TO RDP-RUN-SEQ
               SET RDP-ARCHIVED            TO TRUE
               MOVE 'X'                    TO RDP-STATE-CODE
               MOVE 'FIBAEXP'              TO RDP-PROGRAM
               MOVE WS-USERID              TO RDP-USERID
               MOVE RP-GENERATION-ID(WS-RP-IDX)
                                           TO RDP-ARCH-GENERATION
               CALL 'FIBRDIRP' USING FIBRDIR-PARMS
           END-PERFORM

           DISPLAY 'RUNS POSTED ARCHIVE-EXPIRED:      '
               WS-POST-COUNT.

       300-POST-RUN-DIRECTORY-EXIT.
           EXIT.

       310-COLLECT-GENERATION-RUNS.
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE EG-LOW-RUN-DATE(WS-EG-IDX) TO RDIR-RUN-DATE
           MOVE ZERO TO RDIR-RUN-SEQ
           START RUN-DIRECTORY-FILE KEY IS NOT LESS THAN RDIR-KEY
               INVALID KEY
                   SET SCAN-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL SCAN-EOF-REACHED
               READ RUN-DIRECTORY-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF-REACHED TO TRUE
                   NOT AT END
                       IF RDIR-RUN-DATE > EG-HIGH-RUN-DATE(WS-EG-IDX)
                           SET SCAN-EOF-REACHED TO TRUE
                       ELSE
                           IF RDIR-IS-ARCHIVED
                               PERFORM 320-STAGE-RUN-POSTING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       320-STAGE-RUN-POSTING.
           IF WS-POST-COUNT < 2000
               ADD 1 TO WS-POST-COUNT
               MOVE RDIR-RUN-DATE TO RP-RUN-DATE(WS-POST-COUNT)
               MOVE RDIR-RUN-SEQ  TO RP-RUN-SEQ(WS-POST-COUNT)
               MOVE EG-GENERATION-ID(WS-EG-IDX)
                   TO RP-GENERATION-ID(WS-POST-COUNT)
           ELSE
               DISPLAY 'WARNING: RUN ' RDIR-RUN-DATE '/' RDIR-RUN-SEQ
                   ' NOT POSTED TO FIBRDIR - RUN FIBRDIRB'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'CATALOG ENTRIES READ:             '
               WS-CATALOG-ENTRIES
           DISPLAY 'WITHIN ARCHIVE RETENTION:         '
               WS-WITHIN-RETENTION
           DISPLAY 'EXPIRED BY AN EARLIER RUN:        '
               WS-ALREADY-EXPIRED
           DISPLAY 'KEPT FOR A LEGAL HOLD:            ' WS-HELD-SKIPS
           DISPLAY 'KEPT FOR A PENDING RESTORE:       '
               WS-RESTORE-SKIPS
           IF SIMULATE-MODE
               DISPLAY 'WOULD EXPIRE (SIMULATE):          '
                   WS-EXPIRED-COUNT
           ELSE
               DISPLAY 'EXPIRED THIS RUN:                 '
                   WS-EXPIRED-COUNT
           END-IF
           DISPLAY 'ARCHIVED ROWS IN THEM:            '
               WS-EXPIRED-ROWS

           SET PERF-PHASE-END TO TRUE
           MOVE WS-CATALOG-ENTRIES TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '   FIBAEXP COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
