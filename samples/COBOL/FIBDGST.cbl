      ******************************************************************
      * FIBDGST builds the site digest of the run history for the
      * cross-site currency check. FIBDRAPL applies each day's
      * FIBXTRCT at the DR site, but an apply that failed, a FIBFIX
      * correction or a restore at either site never travels
      * through the extracts, so the two FIBHIST copies can drift
      * apart without anything noticing. This job runs at both
      * sites against that site's own files; FIBDGCMP compares the
      * two digests once they have been exchanged.
      *
      * The prior-year partition (FIBHISTP, when mounted) and then
      * the current FIBHIST cluster are walked in key order, the
      * way FIBGROW does, and one FIBDGST detail record is written
      * per run date (FIBDGSTC layout): for each record type the
      * number of rows and a hash chained over the rows in key
      * order - the value, status, category and residue flag of a
      * detail or Lucas row, the counts and quarantine flag of a
      * summary, and the stored data of every other type. A row
      * is hashed the FIBLAND way, its bytes weighted by position,
      * so a changed value, status or category changes the hash
      * even where the row count agrees. The run sequences of a
      * date count together.
      *
      * A header naming the site opens the file and a trailer with
      * the dates, rows and hash sum closes it, so the receiving
      * site can tell a complete digest from a truncated one.
      *
      * SYSIN card (required): SITE=PROD or SITE=DR.
      *
      * RC=4 when a row carries a record type the digest does not
      * know (it is left out and listed); RC=8 when the card is
      * missing or wrong, FIBHIST cannot be read or FIBDGST cannot
      * be written - the trailer is then not written and the
      * digest will not balance at the other site.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBDGST.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - PER-RUN-DATE DIGEST OF
      *                 FIBHIST AND FIBHISTP FOR THE PRODUCTION/DR
      *                 CURRENCY CHECK
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
           SELECT DIGEST-FILE ASSIGN TO "FIBDGST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

      * The prior-year partition carries the same layouts; every
      * record is re-mapped through the shared views after the read
       FD  PRIOR-HISTORY-FILE.
       01  PHIST-RECORD.
           05  PHIST-KEY              PIC X(14).
           05  FILLER                 PIC X(86).

       FD  DIGEST-FILE
           RECORDING MODE IS F.
       01  DIGEST-FILE-RECORD         PIC X(219).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PHIST-FILE-STATUS   PIC XX VALUE SPACES.
               88  PHIST-FILE-OK           VALUE '00'.
           05  WS-DGST-FILE-STATUS    PIC XX VALUE SPACES.
               88  DGST-FILE-OK            VALUE '00'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-DATE-OPEN-SW        PIC X VALUE 'N'.
               88  DATE-IN-PROGRESS       VALUE 'Y'.
           05  WS-DGST-OPEN-SW        PIC X VALUE 'N'.
               88  DGST-IS-OPEN           VALUE 'Y'.

       01  WS-CARD-IMAGE.
           05  WS-CARD-TEXT           PIC X(80).

      * The record types in digest order, entry n for slot n of
      * the FIBDGSTC detail record
       01  WS-DIGEST-TYPE-VALUES      PIC X(10) VALUE 'SDLNCPRWXF'.
       01  WS-DIGEST-TYPE-TABLE REDEFINES WS-DIGEST-TYPE-VALUES.
           05  WS-DIGEST-TYPE OCCURS 10 TIMES
                                      PIC X.

      * The fields of one row that go into its type's hash
       01  WS-ROW-IMAGE.
           05  RI-TERM-INDEX          PIC 9(4).
           05  RI-RECORD-TYPE         PIC X.
           05  RI-ROW-DATA            PIC X(85).
           05  RI-TERM-DATA REDEFINES RI-ROW-DATA.
               10  RI-FIB-NUMBER      PIC 9(18).
               10  RI-FIB-STATUS      PIC X.
               10  RI-FIB-CATEGORY    PIC X.
               10  RI-RESIDUE-FLAG    PIC X.
               10  FILLER             PIC X(64).
           05  RI-SUMMARY-DATA REDEFINES RI-ROW-DATA.
               10  RI-SUMMARY-COUNTS  PIC X(13).
               10  RI-QUAR-FLAG       PIC X.
               10  FILLER             PIC X(71).

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  CD-TIME                PIC 9(6).
           05  FILLER                 PIC X(7).

      * The digest record being built and written
           COPY FIBDGSTC.

       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-SITE                    PIC X(4) VALUE SPACES.
           88  SITE-IS-VALID              VALUE 'PROD' 'DR  '.
       77  WS-CARD-ERRORS             PIC 9(3) VALUE ZERO.
       77  WS-CUR-RUN-DATE            PIC 9(8) VALUE ZERO.
       77  WS-TYPE-IDX                PIC 9(2) VALUE ZERO.
       77  WS-CHAR-POS                PIC 9(3) VALUE ZERO.
       77  WS-LINE-SUM                PIC 9(9) VALUE ZERO.
       77  WS-DATE-COUNT              PIC 9(7) VALUE ZERO.
       77  WS-ROW-COUNT               PIC 9(9) VALUE ZERO.
       77  WS-PRIOR-ROWS              PIC 9(9) VALUE ZERO.
       77  WS-UNTYPED-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-HASH-TOTAL              PIC 9(18) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

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
           PERFORM 000-INITIALIZE THRU 000-INITIALIZE-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 100-WALK-PRIOR-PARTITION
                   THRU 100-WALK-PRIOR-EXIT
               PERFORM 200-WALK-CURRENT-CLUSTER
                   THRU 200-WALK-CURRENT-EXIT
           END-IF
           IF WS-RETURN-CODE < 8
               IF DATE-IN-PROGRESS
                   PERFORM 310-WRITE-DATE-DIGEST
               END-IF
               PERFORM 400-WRITE-TRAILER
           END-IF
           IF DGST-IS-OPEN
               CLOSE DIGEST-FILE
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBDGST' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME

           DISPLAY '======================================='
           DISPLAY '   FIBDGST - SITE HISTORY DIGEST'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY:             ' WS-USERID

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               PERFORM UNTIL CARD-EOF-REACHED
                   READ CONTROL-CARD-FILE INTO WS-CARD-IMAGE
                       AT END
                           SET CARD-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 010-PARSE-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF

           IF NOT SITE-IS-VALID
               DISPLAY 'ERROR: SITE=PROD OR SITE=DR IS REQUIRED'
               ADD 1 TO WS-CARD-ERRORS
           END-IF

           IF WS-CARD-ERRORS > ZERO
               DISPLAY 'CONTROL CARD ERRORS: ' WS-CARD-ERRORS
                   ' - NO DIGEST BUILT'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 000-INITIALIZE-EXIT
           END-IF

           DISPLAY 'SITE:                     ' WS-SITE

           OPEN OUTPUT DIGEST-FILE
           IF NOT DGST-FILE-OK
               DISPLAY 'ERROR: FIBDGST OPEN FAILED - STATUS '
                   WS-DGST-FILE-STATUS ' - NO DIGEST BUILT'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 000-INITIALIZE-EXIT
           END-IF
           SET DGST-IS-OPEN TO TRUE

           MOVE SPACES TO DIGEST-RECORD
           SET DGS-IS-HEADER TO TRUE
           MOVE WS-SITE TO DGS-SITE
           MOVE CURRENT-DATE-TIME(1:14) TO DGS-CREATED-STAMP
           MOVE 'FIBDGST' TO DGS-PROGRAM
           WRITE DIGEST-FILE-RECORD FROM DIGEST-RECORD.

       000-INITIALIZE-EXIT.
           EXIT.

       010-PARSE-CONTROL-CARD.
           IF WS-CARD-TEXT = SPACES OR WS-CARD-TEXT(1:1) = '*'
               CONTINUE
           ELSE
           IF WS-CARD-TEXT(1:5) = 'SITE='
               MOVE WS-CARD-TEXT(6:4) TO WS-SITE
               IF NOT SITE-IS-VALID OR WS-CARD-TEXT(10:71) NOT = SPACES
                   DISPLAY 'ERROR: SITE= MUST BE PROD OR DR - '
                       WS-CARD-TEXT
                   ADD 1 TO WS-CARD-ERRORS
               END-IF
           ELSE
               DISPLAY 'ERROR: UNKNOWN CONTROL CARD - ' WS-CARD-TEXT
               ADD 1 TO WS-CARD-ERRORS
           END-IF
           END-IF.

      * Prior years live on the FIBHISTP partition FIBPARTR rolls
      * off each January; a site without one simply starts with
      * the current cluster
       100-WALK-PRIOR-PARTITION.
           OPEN INPUT PRIOR-HISTORY-FILE
           IF NOT PHIST-FILE-OK
               DISPLAY 'FIBHISTP NOT MOUNTED - PRIOR YEARS NOT '
                   'DIGESTED'
               GO TO 100-WALK-PRIOR-EXIT
           END-IF

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
      * The longest shared view covers every record type
                       MOVE PHIST-RECORD TO HIST-PARM-RECORD
                       PERFORM 300-DIGEST-ONE-RECORD
                           THRU 300-DIGEST-EXIT
               END-READ
           END-PERFORM

           CLOSE PRIOR-HISTORY-FILE
           MOVE WS-ROW-COUNT TO WS-PRIOR-ROWS
           DISPLAY 'FIBHISTP ROWS DIGESTED:   ' WS-PRIOR-ROWS.

       100-WALK-PRIOR-EXIT.
           EXIT.

       200-WALK-CURRENT-CLUSTER.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-WALK-CURRENT-EXIT
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
                       PERFORM 300-DIGEST-ONE-RECORD
                           THRU 300-DIGEST-EXIT
               END-READ
           END-PERFORM

           CLOSE FIB-HISTORY-FILE
           COMPUTE WS-PRIOR-ROWS = WS-ROW-COUNT - WS-PRIOR-ROWS
           DISPLAY 'FIBHIST ROWS DIGESTED:    ' WS-PRIOR-ROWS.

       200-WALK-CURRENT-EXIT.
           EXIT.

      * One row of either cluster: a change of run date writes the
      * finished date's digest, then the row is counted and hashed
      * under its record type
       300-DIGEST-ONE-RECORD.
           IF DATE-IN-PROGRESS
                   AND HIST-RUN-DATE NOT = WS-CUR-RUN-DATE
               PERFORM 310-WRITE-DATE-DIGEST
           END-IF

           IF NOT DATE-IN-PROGRESS
               MOVE SPACES TO DIGEST-RECORD
               SET DGS-IS-DETAIL TO TRUE
               MOVE HIST-RUN-DATE TO DGS-RUN-DATE WS-CUR-RUN-DATE
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                         UNTIL WS-TYPE-IDX > 10
                   MOVE ZERO TO DGS-TYPE-COUNT(WS-TYPE-IDX)
                   MOVE ZERO TO DGS-TYPE-HASH(WS-TYPE-IDX)
               END-PERFORM
               SET DATE-IN-PROGRESS TO TRUE
           END-IF

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                     UNTIL WS-TYPE-IDX > 10
                        OR WS-DIGEST-TYPE(WS-TYPE-IDX)
                           = HIST-RECORD-TYPE
               CONTINUE
           END-PERFORM

           IF WS-TYPE-IDX > 10
               ADD 1 TO WS-UNTYPED-COUNT
               DISPLAY 'WARNING: ROW ' HIST-KEY ' RECORD TYPE '
                   HIST-RECORD-TYPE ' NOT KNOWN - NOT DIGESTED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 300-DIGEST-EXIT
           END-IF

           MOVE SPACES TO WS-ROW-IMAGE
           MOVE HIST-TERM-INDEX  TO RI-TERM-INDEX
           MOVE HIST-RECORD-TYPE TO RI-RECORD-TYPE
           EVALUATE HIST-RECORD-TYPE
               WHEN 'D'
               WHEN 'L'
                   MOVE HIST-FIB-NUMBER    TO RI-FIB-NUMBER
                   MOVE HIST-FIB-STATUS    TO RI-FIB-STATUS
                   MOVE HIST-FIB-CATEGORY  TO RI-FIB-CATEGORY
                   MOVE HIST-RESIDUE-FLAG  TO RI-RESIDUE-FLAG
               WHEN 'S'
                   MOVE HIST-SUMMARY-DATA(1:13) TO RI-SUMMARY-COUNTS
                   MOVE HIST-QUAR-FLAG     TO RI-QUAR-FLAG
               WHEN OTHER
                   MOVE HIST-PARM-RECORD(16:85) TO RI-ROW-DATA
           END-EVALUATE

           PERFORM 320-HASH-ROW-IMAGE
           ADD 1 TO DGS-TYPE-COUNT(WS-TYPE-IDX)
           ADD 1 TO WS-ROW-COUNT.

       300-DIGEST-EXIT.
           EXIT.

       310-WRITE-DATE-DIGEST.
           WRITE DIGEST-FILE-RECORD FROM DIGEST-RECORD
           ADD 1 TO WS-DATE-COUNT
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                     UNTIL WS-TYPE-IDX > 10
               ADD DGS-TYPE-HASH(WS-TYPE-IDX) TO WS-HASH-TOTAL
                   ON SIZE ERROR
                       COMPUTE WS-HASH-TOTAL =
                           WS-HASH-TOTAL - 999999999999999999
                           + DGS-TYPE-HASH(WS-TYPE-IDX) - 1
               END-ADD
           END-PERFORM
           MOVE 'N' TO WS-DATE-OPEN-SW.

      * Each row's bytes, weighted by position, are chained into
      * its type's hash row by row - the same rows in the same key
      * order always give the same hash
       320-HASH-ROW-IMAGE.
           MOVE ZERO TO WS-LINE-SUM
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                     UNTIL WS-CHAR-POS > 90
               COMPUTE WS-LINE-SUM = WS-LINE-SUM
                   + FUNCTION ORD(WS-ROW-IMAGE(WS-CHAR-POS:1))
                   * WS-CHAR-POS
           END-PERFORM
           COMPUTE DGS-TYPE-HASH(WS-TYPE-IDX) = FUNCTION MOD(
               DGS-TYPE-HASH(WS-TYPE-IDX) * 31 + WS-LINE-SUM,
               10000000000000000).

       400-WRITE-TRAILER.
           MOVE SPACES TO DIGEST-RECORD
           SET DGS-IS-TRAILER TO TRUE
           MOVE WS-DATE-COUNT TO DGS-DATE-COUNT
           MOVE WS-ROW-COUNT  TO DGS-ROW-COUNT
           MOVE WS-HASH-TOTAL TO DGS-HASH-TOTAL
           WRITE DIGEST-FILE-RECORD FROM DIGEST-RECORD.

       900-TERMINATE.
           DISPLAY 'RUN DATES DIGESTED:       ' WS-DATE-COUNT
           DISPLAY 'ROWS DIGESTED:            ' WS-ROW-COUNT
           DISPLAY 'ROWS OF UNKNOWN TYPE:     ' WS-UNTYPED-COUNT
           DISPLAY 'DIGEST HASH TOTAL:        ' WS-HASH-TOTAL

           SET PERF-PHASE-END TO TRUE
           MOVE WS-ROW-COUNT TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '   FIBDGST COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
