      ******************************************************************
      * FIBPROMO promotes reference data between regions and
      * reports the drift between them. FIBPROF versions, FIBSEEDS
      * sets, FIBCAL dates, FIBDEST versions and FIBAUTH entries
      * are set up and tested in QA and used to be rekeyed into
      * production by hand, and the DR region drifted from both.
      * This program compares one named reference file between two
      * regions record by record, keyed the way the file's owner
      * keys it, and applies only the differences a second userid
      * has approved:
      *
      *   COMPARE prints every difference and files it on FIBPDIFF
      *   under a sequence number as a pending promotion - ADD (in
      *   the source only), CHANGE (in both, not equal) or DELETE
      *   (in the target only);
      *   APPROVE nnnn (or ALL), submitted by a SECOND userid (the
      *   PARM userid must differ from the one that compared),
      *   marks differences for promotion;
      *   APPLY makes the approved differences in the target -
      *   keyed writes, rewrites and deletes on the FIBCAL and
      *   FIBAUTH clusters, a rewrite of the flat files - but only
      *   where the target record still matches the image taken at
      *   compare time; a record changed since is skipped, and a
      *   FIBAUTH role set that breaks a separation-of-duties rule
      *   is refused;
      *   DRIFT prints the differences without filing them - the
      *   weekly production-versus-DR report (FIBDRIFT job).
      *
      * Files and keys:
      *   FIBPROFV  schedule, effective date, keyword name and unit
      *   FIBSEEDS  set name
      *   FIBCAL    date
      *   FIBDESTV  effective date, receiver and extract - approved
      *             versions only; staged ones stay in their region
      *   FIBAUTH   userid
      * REFSRC and REFTGT carry the two regions' copies as record
      * images - the flat files themselves, or an IDCAMS unload of
      * a cluster. APPLY works the cluster through the FIBCAL or
      * FIBAUTH DD and rewrites a flat file through REFTGT.
      *
      * SYSIN card layout:
      *   COLS  1-7   VERB: COMPARE, DRIFT, APPROVE, APPLY
      *   COLS  9-16  FILE ID (COMPARE, DRIFT)
      *               SEQUENCE NUMBER OR ALL (APPROVE)
      *   COLS 18-21  SOURCE REGION, E.G. QA   (COMPARE, DRIFT)
      *   COLS 23-26  TARGET REGION, E.G. PROD (COMPARE, DRIFT)
      *
      * Every approval, refused self-approval, applied and skipped
      * difference is appended to the FIBPROMA audit trail with
      * the userid and a timestamp. RC=4 on rejected cards,
      * skipped differences or any drift found; RC=8 when a
      * region's copy cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBPROMO.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RECORD-LEVEL REFERENCE
      *                 COMPARE, DUAL-CONTROLLED PROMOTION AND
      *                 REGION DRIFT REPORT
      * 10-15-2026  AG  FIBAUTH IS NOW THE 48-BYTE ROLE RECORD; A
      *                 PROMOTED ROLE SET THAT BREAKS A SEPARATION-
      *                 OF-DUTIES RULE IS REFUSED (OUTCOME V)
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  FIBSEEDS (200) AND FIBAUTH (64) CARRY THE
      *                 BUSINESS UNIT; A FIBPROFV ENTRY IS KEYED BY ITS
      *                 UNIT AS WELL
      * 10-15-2026  AG  PERFORM THE DIFFERENCE LOAD AND THE FLAT-TARGET
      *                 REWRITE THRU THEIR EXITS
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
           SELECT SOURCE-IMAGE-FILE ASSIGN TO "REFSRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT TARGET-IMAGE-FILE ASSIGN TO "REFTGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO "FIBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT DIFFERENCE-FILE ASSIGN TO "FIBPDIFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFF-FILE-STATUS.
           SELECT PROMOTION-AUDIT-FILE ASSIGN TO "FIBPROMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAUD-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  SOURCE-IMAGE-FILE
           RECORDING MODE IS F.
       01  SOURCE-IMAGE-RECORD       PIC X(200).

       FD  TARGET-IMAGE-FILE
           RECORDING MODE IS F.
       01  TARGET-IMAGE-RECORD       PIC X(200).

       FD  CALENDAR-FILE.
           COPY FIBCALC.

       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.

      * One filed difference - both images as they stood at
      * compare time
       FD  DIFFERENCE-FILE
           RECORDING MODE IS F.
       01  DIFFERENCE-RECORD.
           05  DF-SEQ                 PIC 9(4).
           05  DF-FILE-ID             PIC X(8).
           05  DF-KEY                 PIC X(40).
           05  DF-ACTION              PIC X.
           05  DF-STATE               PIC X.
           05  DF-SOURCE-REGION       PIC X(4).
           05  DF-TARGET-REGION       PIC X(4).
           05  DF-COMPARED-BY         PIC X(8).
           05  DF-APPROVED-BY         PIC X(8).
           05  DF-SOURCE-IMAGE        PIC X(200).
           05  DF-TARGET-IMAGE        PIC X(200).

       FD  PROMOTION-AUDIT-FILE
           RECORDING MODE IS F.
       01  PROMOTION-AUDIT-RECORD.
           05  PA-TIMESTAMP           PIC 9(14).
           05  PA-USERID              PIC X(8).
           05  PA-VERB                PIC X(7).
           05  PA-OUTCOME             PIC X.
           05  PA-FILE-ID             PIC X(8).
           05  PA-SEQ                 PIC 9(4).
           05  PA-ACTION              PIC X.
           05  PA-SOURCE-REGION       PIC X(4).
           05  PA-TARGET-REGION       PIC X(4).
           05  PA-KEY                 PIC X(40).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(7).
           05  FILLER                 PIC X.
           05  WS-CC-FILE-ID          PIC X(8).
           05  WS-CC-SEQ-X REDEFINES WS-CC-FILE-ID.
               10  WS-CC-SEQ          PIC 9(4).
               10  FILLER             PIC X(4).
           05  FILLER                 PIC X.
           05  WS-CC-SOURCE-REGION    PIC X(4).
           05  FILLER                 PIC X.
           05  WS-CC-TARGET-REGION    PIC X(4).
           05  FILLER                 PIC X(54).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-SRC-FILE-STATUS     PIC XX VALUE SPACES.
               88  SRC-FILE-OK             VALUE '00'.
           05  WS-TGT-FILE-STATUS     PIC XX VALUE SPACES.
               88  TGT-FILE-OK             VALUE '00'.
           05  WS-CAL-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAL-FILE-OK             VALUE '00'.
           05  WS-AUTH-FILE-STATUS    PIC XX VALUE SPACES.
               88  AUTH-FILE-OK            VALUE '00'.
           05  WS-DIFF-FILE-STATUS    PIC XX VALUE SPACES.
               88  DIFF-FILE-OK            VALUE '00'.
           05  WS-PAUD-FILE-STATUS    PIC XX VALUE SPACES.
               88  PAUD-FILE-NOT-FOUND     VALUE '35'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-IMAGE-EOF-SW        PIC X VALUE 'N'.
               88  IMAGE-EOF-REACHED      VALUE 'Y'.
           05  WS-DIFF-EOF-SW         PIC X VALUE 'N'.
               88  DIFF-EOF-REACHED       VALUE 'Y'.
           05  WS-PRINT-OPEN-SW       PIC X VALUE 'N'.
               88  PRINT-IS-OPEN          VALUE 'Y'.
           05  WS-DIFFS-LOADED-SW     PIC X VALUE 'N'.
               88  DIFFERENCES-LOADED     VALUE 'Y'.
           05  WS-DIFFS-CHANGED-SW    PIC X VALUE 'N'.
               88  DIFFERENCES-CHANGED    VALUE 'Y'.
           05  WS-KEYED-TARGET-SW     PIC X VALUE 'N'.
               88  TARGET-IS-KEYED        VALUE 'Y'.
           05  WS-IMAGE-COMPARED-SW   PIC X VALUE 'Y'.
               88  IMAGE-IS-COMPARED      VALUE 'Y'.

      * The reference files this job knows, their record lengths
      * and whether the target is a keyed cluster
       01  REFERENCE-FILE-VALUES.
           05  FILLER                 PIC X(12) VALUE 'FIBPROFV087N'.
           05  FILLER                 PIC X(12) VALUE 'FIBSEEDS200N'.
           05  FILLER                 PIC X(12) VALUE 'FIBCAL  039Y'.
           05  FILLER                 PIC X(12) VALUE 'FIBDESTV097N'.
           05  FILLER                 PIC X(12) VALUE 'FIBAUTH 064Y'.
       01  REFERENCE-FILE-TABLE REDEFINES REFERENCE-FILE-VALUES.
           05  RF-ENTRY OCCURS 5 TIMES.
               10  RF-FILE-ID         PIC X(8).
               10  RF-RECORD-LENGTH   PIC 9(3).
               10  RF-KEYED-SW        PIC X.

      * The two regions' copies; TI- entries carry every target
      * record so a flat file can be rewritten whole
       01  SOURCE-IMAGE-TABLE.
           05  WS-SRC-COUNT           PIC 9(4) VALUE ZERO.
           05  SRC-ENTRY OCCURS 2000 TIMES.
               10  SI-KEY             PIC X(40).
               10  SI-IMAGE           PIC X(200).
               10  SI-COMPARED-SW     PIC X.

       01  TARGET-IMAGE-TABLE.
           05  WS-TGT-COUNT           PIC 9(4) VALUE ZERO.
           05  TGT-ENTRY OCCURS 2000 TIMES.
               10  TI-KEY             PIC X(40).
               10  TI-IMAGE           PIC X(200).
               10  TI-COMPARED-SW     PIC X.
               10  TI-MATCHED-SW      PIC X.
               10  TI-DELETED-SW      PIC X.

       01  DIFFERENCE-TABLE.
           05  WS-DIFF-COUNT          PIC 9(4) VALUE ZERO.
           05  DIFF-ENTRY OCCURS 2000 TIMES.
               10  DT-DIFFERENCE      PIC X(478).

       01  WS-IMAGE                   PIC X(200).
       01  WS-IMAGE-KEY               PIC X(40).
       01  WS-KEY-KEYWORD             PIC X(12).

       01  REPORT-HEADING-1.
           05  FILLER                 PIC X(10) VALUE '===== FIBP'.
           05  FILLER                 PIC X(4) VALUE 'ROMO'.
           05  FILLER                 PIC X VALUE SPACE.
           05  RH1-VERB               PIC X(7).
           05  FILLER                 PIC X VALUE SPACE.
           05  RH1-FILE-ID            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RH1-SOURCE-REGION      PIC X(4).
           05  FILLER                 PIC X(8) VALUE ' AGAINST'.
           05  FILLER                 PIC X VALUE SPACE.
           05  RH1-TARGET-REGION      PIC X(4).
           05  FILLER                 PIC X(7) VALUE '  AS OF'.
           05  FILLER                 PIC X VALUE SPACE.
           05  RH1-DATE               PIC 9(8).
           05  FILLER                 PIC X(6) VALUE ' ====='.

       01  DIFFERENCE-LINE.
           05  DL-SEQ                 PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DL-ACTION              PIC X(7).
           05  FILLER                 PIC X(6) VALUE ' KEY: '.
           05  DL-KEY                 PIC X(40).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  DL-NOTE                PIC X(40).

       01  IMAGE-LINE.
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  IL-REGION              PIC X(4).
           05  FILLER                 PIC X(2) VALUE ': '.
           05  IL-IMAGE               PIC X(100).

       01  SUMMARY-LINE.
           05  FILLER                 PIC X(14) VALUE 'DIFFERENCES - '.
           05  SM-ADDS                PIC ZZZ9.
           05  FILLER                 PIC X(8) VALUE ' ADD(S) '.
           05  SM-CHANGES             PIC ZZZ9.
           05  FILLER                 PIC X(11) VALUE ' CHANGE(S) '.
           05  SM-DELETES             PIC ZZZ9.
           05  FILLER                 PIC X(11) VALUE ' DELETE(S) '.
           05  FILLER                 PIC X(9) VALUE 'COMPARED '.
           05  SM-SRC-COUNT           PIC ZZZ9.
           05  FILLER                 PIC X(8) VALUE ' AGAINST'.
           05  SM-TGT-COUNT           PIC ZZZZ9.

       77  WS-SRC-IDX                 PIC 9(4) VALUE ZERO.
       77  WS-TGT-IDX                 PIC 9(4) VALUE ZERO.
       77  WS-DIFF-IDX                PIC 9(4) VALUE ZERO.
       77  WS-FOUND-IDX               PIC 9(4) VALUE ZERO.
       77  WS-RF-IDX                  PIC 9 VALUE ZERO.
       77  WS-RF-SLOT                 PIC 9 VALUE ZERO.
       77  WS-REC-LENGTH              PIC 9(3) VALUE ZERO.
       77  WS-ADD-COUNT               PIC 9(4) VALUE ZERO.
       77  WS-CHANGE-COUNT            PIC 9(4) VALUE ZERO.
       77  WS-DELETE-COUNT            PIC 9(4) VALUE ZERO.
       77  WS-APPROVED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-APPLIED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-SKIPPED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-AUDIT-OUTCOME           PIC X VALUE SPACE.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

           COPY FIBROLRC.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-PROCESS-PROMOTION-DECK
           IF DIFFERENCES-CHANGED
               PERFORM 650-REWRITE-DIFFERENCE-FILE
           END-IF
           IF PRINT-IS-OPEN
               CLOSE PRINT-FILE
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBPROMO - REFERENCE-DATA PROMOTION'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTING USERID: ' WS-USERID.

       100-PROCESS-PROMOTION-DECK.
           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'ERROR: NO PROMOTION DECK SUPPLIED'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL CARD-EOF-REACHED
                   READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                       AT END
                           SET CARD-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 110-PROCESS-ONE-CARD
                               THRU 110-PROCESS-EXIT
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF.

       110-PROCESS-ONE-CARD.
           IF WS-CC-VERB = SPACES OR WS-CC-VERB(1:1) = '*'
               GO TO 110-PROCESS-EXIT
           END-IF

           EVALUATE WS-CC-VERB
               WHEN 'COMPARE'
               WHEN 'DRIFT  '
                   PERFORM 200-COMPARE-REGIONS
                       THRU 200-COMPARE-REGIONS-EXIT
               WHEN 'APPROVE'
                   PERFORM 400-APPROVE-DIFFERENCES
                       THRU 400-APPROVE-DIFFERENCES-EXIT
               WHEN 'APPLY  '
                   PERFORM 500-APPLY-DIFFERENCES
                       THRU 500-APPLY-DIFFERENCES-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED CARD - UNKNOWN VERB <'
                       WS-CC-VERB '>'
           END-EVALUATE.

       110-PROCESS-EXIT.
           EXIT.

      * Load both copies, match them on the file's key and print
      * every difference; COMPARE also files them for approval
       200-COMPARE-REGIONS.
           MOVE WS-CC-FILE-ID TO DF-FILE-ID
           PERFORM 210-SET-FILE-RULES
           IF WS-RF-SLOT = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED ' WS-CC-VERB ' - <' WS-CC-FILE-ID
                   '> IS NOT A PROMOTABLE REFERENCE FILE'
               GO TO 200-COMPARE-REGIONS-EXIT
           END-IF
           IF WS-CC-SOURCE-REGION = SPACES
                   OR WS-CC-TARGET-REGION = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED ' WS-CC-VERB ' - SOURCE AND TARGET '
                   'REGIONS ARE BOTH REQUIRED'
               GO TO 200-COMPARE-REGIONS-EXIT
           END-IF
           IF WS-CC-VERB = 'COMPARE' AND WS-USERID = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED COMPARE - NO USERID IN THE PARM'
               GO TO 200-COMPARE-REGIONS-EXIT
           END-IF

           PERFORM 220-LOAD-SOURCE-IMAGES
           PERFORM 230-LOAD-TARGET-IMAGES
           IF NOT SRC-FILE-OK OR NOT TGT-FILE-OK
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-COMPARE-REGIONS-EXIT
           END-IF

           PERFORM 600-OPEN-REPORT
           MOVE WS-CC-VERB          TO RH1-VERB
           MOVE WS-CC-FILE-ID       TO RH1-FILE-ID
           MOVE WS-CC-SOURCE-REGION TO RH1-SOURCE-REGION
           MOVE WS-CC-TARGET-REGION TO RH1-TARGET-REGION
           MOVE FUNCTION CURRENT-DATE(1:8) TO RH1-DATE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE REPORT-HEADING-1 TO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE ZERO TO WS-DIFF-COUNT
           MOVE ZERO TO WS-ADD-COUNT
           MOVE ZERO TO WS-CHANGE-COUNT
           MOVE ZERO TO WS-DELETE-COUNT

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                     UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF SI-COMPARED-SW(WS-SRC-IDX) = 'Y'
                   PERFORM 240-MATCH-SOURCE-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                     UNTIL WS-TGT-IDX > WS-TGT-COUNT
               IF TI-COMPARED-SW(WS-TGT-IDX) = 'Y'
                       AND TI-MATCHED-SW(WS-TGT-IDX) = 'N'
                   MOVE 'D' TO DF-ACTION
                   MOVE TI-KEY(WS-TGT-IDX)   TO DF-KEY
                   MOVE SPACES               TO DF-SOURCE-IMAGE
                   MOVE TI-IMAGE(WS-TGT-IDX) TO DF-TARGET-IMAGE
                   PERFORM 250-RECORD-DIFFERENCE
               END-IF
           END-PERFORM

           MOVE WS-ADD-COUNT    TO SM-ADDS
           MOVE WS-CHANGE-COUNT TO SM-CHANGES
           MOVE WS-DELETE-COUNT TO SM-DELETES
           MOVE WS-SRC-COUNT    TO SM-SRC-COUNT
           MOVE WS-TGT-COUNT    TO SM-TGT-COUNT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SUMMARY-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD

           DISPLAY WS-CC-VERB ' ' WS-CC-FILE-ID ' '
               WS-CC-SOURCE-REGION ' AGAINST ' WS-CC-TARGET-REGION
               ' - ' WS-DIFF-COUNT ' DIFFERENCE(S)'

           IF WS-DIFF-COUNT > ZERO AND WS-CC-VERB = 'DRIFT  '
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

      * A compare replaces whatever promotion was filed before it
           IF WS-CC-VERB = 'COMPARE'
               SET DIFFERENCES-LOADED TO TRUE
               SET DIFFERENCES-CHANGED TO TRUE
           END-IF.

       200-COMPARE-REGIONS-EXIT.
           EXIT.

       210-SET-FILE-RULES.
           MOVE ZERO TO WS-RF-SLOT
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                     UNTIL WS-RF-IDX > 5
               IF RF-FILE-ID(WS-RF-IDX) = DF-FILE-ID
                   MOVE WS-RF-IDX TO WS-RF-SLOT
               END-IF
           END-PERFORM
           IF WS-RF-SLOT > ZERO
               MOVE RF-RECORD-LENGTH(WS-RF-SLOT) TO WS-REC-LENGTH
               MOVE RF-KEYED-SW(WS-RF-SLOT)      TO WS-KEYED-TARGET-SW
           END-IF.

       220-LOAD-SOURCE-IMAGES.
           MOVE ZERO TO WS-SRC-COUNT
           OPEN INPUT SOURCE-IMAGE-FILE
           IF NOT SRC-FILE-OK
               DISPLAY 'ERROR: REFSRC ' WS-CC-SOURCE-REGION
                   ' COPY NOT AVAILABLE - STATUS ' WS-SRC-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-IMAGE-EOF-SW
               PERFORM UNTIL IMAGE-EOF-REACHED
                       OR WS-SRC-COUNT = 2000
                   MOVE SPACES TO SOURCE-IMAGE-RECORD
                   READ SOURCE-IMAGE-FILE
                       AT END
                           SET IMAGE-EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-COUNT
                           MOVE SPACES TO WS-IMAGE
                           MOVE SOURCE-IMAGE-RECORD(1:WS-REC-LENGTH)
                               TO WS-IMAGE
                           PERFORM 260-BUILD-IMAGE-KEY
                           MOVE WS-IMAGE TO SI-IMAGE(WS-SRC-COUNT)
                           MOVE WS-IMAGE-KEY TO SI-KEY(WS-SRC-COUNT)
                           MOVE WS-IMAGE-COMPARED-SW
                               TO SI-COMPARED-SW(WS-SRC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SOURCE-IMAGE-FILE
               MOVE '00' TO WS-SRC-FILE-STATUS
           END-IF.

       230-LOAD-TARGET-IMAGES.
           MOVE ZERO TO WS-TGT-COUNT
           OPEN INPUT TARGET-IMAGE-FILE
           IF NOT TGT-FILE-OK
               DISPLAY 'ERROR: REFTGT ' WS-CC-TARGET-REGION
                   ' COPY NOT AVAILABLE - STATUS ' WS-TGT-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-IMAGE-EOF-SW
               PERFORM UNTIL IMAGE-EOF-REACHED
                       OR WS-TGT-COUNT = 2000
                   MOVE SPACES TO TARGET-IMAGE-RECORD
                   READ TARGET-IMAGE-FILE
                       AT END
                           SET IMAGE-EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TGT-COUNT
                           MOVE SPACES TO WS-IMAGE
                           MOVE TARGET-IMAGE-RECORD(1:WS-REC-LENGTH)
                               TO WS-IMAGE
                           PERFORM 260-BUILD-IMAGE-KEY
                           MOVE WS-IMAGE TO TI-IMAGE(WS-TGT-COUNT)
                           MOVE WS-IMAGE-KEY TO TI-KEY(WS-TGT-COUNT)
                           MOVE WS-IMAGE-COMPARED-SW
                               TO TI-COMPARED-SW(WS-TGT-COUNT)
                           MOVE 'N' TO TI-MATCHED-SW(WS-TGT-COUNT)
                           MOVE 'N' TO TI-DELETED-SW(WS-TGT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TARGET-IMAGE-FILE
               MOVE '00' TO WS-TGT-FILE-STATUS
           END-IF.

       240-MATCH-SOURCE-RECORD.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                     UNTIL WS-TGT-IDX > WS-TGT-COUNT
                           OR WS-FOUND-IDX > ZERO
               IF TI-COMPARED-SW(WS-TGT-IDX) = 'Y'
                       AND TI-MATCHED-SW(WS-TGT-IDX) = 'N'
                       AND TI-KEY(WS-TGT-IDX) = SI-KEY(WS-SRC-IDX)
                   MOVE WS-TGT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           MOVE SI-KEY(WS-SRC-IDX)   TO DF-KEY
           MOVE SI-IMAGE(WS-SRC-IDX) TO DF-SOURCE-IMAGE
           IF WS-FOUND-IDX = ZERO
               MOVE 'A' TO DF-ACTION
               MOVE SPACES TO DF-TARGET-IMAGE
               PERFORM 250-RECORD-DIFFERENCE
           ELSE
               MOVE 'Y' TO TI-MATCHED-SW(WS-FOUND-IDX)
               IF TI-IMAGE(WS-FOUND-IDX) NOT = SI-IMAGE(WS-SRC-IDX)
                   MOVE 'C' TO DF-ACTION
                   MOVE TI-IMAGE(WS-FOUND-IDX) TO DF-TARGET-IMAGE
                   PERFORM 250-RECORD-DIFFERENCE
               END-IF
           END-IF.

      * Print the difference and keep it for the difference file
       250-RECORD-DIFFERENCE.
           IF WS-DIFF-COUNT = 2000
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'DIFFERENCE TABLE FULL - ' DF-KEY
                   ' NOT FILED'
           ELSE
               ADD 1 TO WS-DIFF-COUNT
               MOVE WS-DIFF-COUNT       TO DF-SEQ
               MOVE 'P'                 TO DF-STATE
               MOVE WS-CC-SOURCE-REGION TO DF-SOURCE-REGION
               MOVE WS-CC-TARGET-REGION TO DF-TARGET-REGION
               MOVE WS-USERID           TO DF-COMPARED-BY
               MOVE SPACES              TO DF-APPROVED-BY
               MOVE DIFFERENCE-RECORD   TO DT-DIFFERENCE(WS-DIFF-COUNT)
           END-IF

           MOVE SPACES TO DL-NOTE
           EVALUATE DF-ACTION
               WHEN 'A'
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'ADD'    TO DL-ACTION
                   STRING 'IN ' DELIMITED BY SIZE
                       WS-CC-SOURCE-REGION DELIMITED BY SPACE
                       ' ONLY' DELIMITED BY SIZE
                       INTO DL-NOTE
                   END-STRING
               WHEN 'C'
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'CHANGE' TO DL-ACTION
                   MOVE 'RECORDS DIFFER' TO DL-NOTE
               WHEN 'D'
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE 'DELETE' TO DL-ACTION
                   STRING 'IN ' DELIMITED BY SIZE
                       WS-CC-TARGET-REGION DELIMITED BY SPACE
                       ' ONLY' DELIMITED BY SIZE
                       INTO DL-NOTE
                   END-STRING
           END-EVALUATE
           MOVE DF-SEQ TO DL-SEQ
           MOVE DF-KEY TO DL-KEY
           MOVE DIFFERENCE-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD

           IF DF-ACTION NOT = 'D'
               MOVE WS-CC-SOURCE-REGION TO IL-REGION
               MOVE DF-SOURCE-IMAGE TO WS-IMAGE
               PERFORM 610-PRINT-IMAGE
           END-IF
           IF DF-ACTION NOT = 'A'
               MOVE WS-CC-TARGET-REGION TO IL-REGION
               MOVE DF-TARGET-IMAGE TO WS-IMAGE
               PERFORM 610-PRINT-IMAGE
           END-IF.

      * The key each file's owner keys it by; FIBDESTV versions
      * still awaiting approval are left out of the comparison
       260-BUILD-IMAGE-KEY.
           MOVE SPACES TO WS-IMAGE-KEY
           MOVE 'Y' TO WS-IMAGE-COMPARED-SW
           EVALUATE DF-FILE-ID
               WHEN 'FIBPROFV'
                   MOVE SPACES TO WS-KEY-KEYWORD
                   UNSTRING WS-IMAGE(17:67) DELIMITED BY '='
                       INTO WS-KEY-KEYWORD
                   END-UNSTRING
                   MOVE WS-IMAGE(1:16)   TO WS-IMAGE-KEY(1:16)
                   MOVE WS-KEY-KEYWORD   TO WS-IMAGE-KEY(17:12)
                   MOVE WS-IMAGE(84:4)   TO WS-IMAGE-KEY(29:4)
               WHEN 'FIBDESTV'
                   MOVE WS-IMAGE(1:8)    TO WS-IMAGE-KEY(1:8)
                   MOVE WS-IMAGE(11:16)  TO WS-IMAGE-KEY(9:16)
                   IF WS-IMAGE(10:1) NOT = 'A'
                       MOVE 'N' TO WS-IMAGE-COMPARED-SW
                   END-IF
               WHEN OTHER
                   MOVE WS-IMAGE(1:8)    TO WS-IMAGE-KEY(1:8)
           END-EVALUATE.

      * Dual control: only a userid other than the one that ran
      * the compare can approve its differences
       400-APPROVE-DIFFERENCES.
           IF WS-USERID = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED APPROVE - NO USERID IN THE PARM'
               GO TO 400-APPROVE-DIFFERENCES-EXIT
           END-IF
           PERFORM 300-LOAD-DIFFERENCES
               THRU 300-EXIT
           IF WS-DIFF-COUNT = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED APPROVE - NO DIFFERENCES ON FIBPDIFF'
               GO TO 400-APPROVE-DIFFERENCES-EXIT
           END-IF
           IF WS-CC-FILE-ID NOT = 'ALL'
                   AND WS-CC-SEQ IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED APPROVE - SEQUENCE NUMBER (4 DIGITS) '
                   'OR ALL REQUIRED'
               GO TO 400-APPROVE-DIFFERENCES-EXIT
           END-IF

           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-DIFF-IDX FROM 1 BY 1
                     UNTIL WS-DIFF-IDX > WS-DIFF-COUNT
               MOVE DT-DIFFERENCE(WS-DIFF-IDX) TO DIFFERENCE-RECORD
               IF DF-STATE = 'P'
                   IF WS-CC-FILE-ID = 'ALL'
                           OR DF-SEQ = WS-CC-SEQ
                       MOVE WS-DIFF-IDX TO WS-FOUND-IDX
                       PERFORM 410-APPROVE-ONE-DIFFERENCE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED APPROVE - NO PENDING DIFFERENCE <'
                   WS-CC-FILE-ID '>'
           END-IF.

       400-APPROVE-DIFFERENCES-EXIT.
           EXIT.

       410-APPROVE-ONE-DIFFERENCE.
           IF DF-COMPARED-BY = WS-USERID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED APPROVE ' DF-SEQ ' - COMPARED BY '
                   'THIS USERID - A SECOND USERID MUST APPROVE'
               MOVE 'D' TO WS-AUDIT-OUTCOME
           ELSE
               MOVE 'A'       TO DF-STATE
               MOVE WS-USERID TO DF-APPROVED-BY
               MOVE DIFFERENCE-RECORD TO DT-DIFFERENCE(WS-DIFF-IDX)
               SET DIFFERENCES-CHANGED TO TRUE
               ADD 1 TO WS-APPROVED-COUNT
               MOVE 'A' TO WS-AUDIT-OUTCOME
               DISPLAY 'APPROVED: ' DF-SEQ ' ' DF-FILE-ID ' '
                   DF-ACTION ' ' DF-KEY
           END-IF
           PERFORM 700-WRITE-AUDIT-RECORD.

       300-LOAD-DIFFERENCES.
           IF DIFFERENCES-LOADED
               GO TO 300-EXIT
           END-IF
           SET DIFFERENCES-LOADED TO TRUE
           MOVE ZERO TO WS-DIFF-COUNT

           OPEN INPUT DIFFERENCE-FILE
           IF NOT DIFF-FILE-OK
               DISPLAY 'FIBPDIFF NOT AVAILABLE - STATUS '
                   WS-DIFF-FILE-STATUS
               GO TO 300-EXIT
           END-IF
           MOVE 'N' TO WS-DIFF-EOF-SW
           PERFORM UNTIL DIFF-EOF-REACHED
                   OR WS-DIFF-COUNT = 2000
               READ DIFFERENCE-FILE
                   AT END
                       SET DIFF-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DIFF-COUNT
                       MOVE DIFFERENCE-RECORD
                           TO DT-DIFFERENCE(WS-DIFF-COUNT)
               END-READ
           END-PERFORM
           CLOSE DIFFERENCE-FILE.

       300-EXIT.
           EXIT.

      * Apply every approved difference whose target record is
      * still as it was at compare time
       500-APPLY-DIFFERENCES.
           PERFORM 300-LOAD-DIFFERENCES
               THRU 300-EXIT
           IF WS-DIFF-COUNT = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED APPLY - NO DIFFERENCES ON FIBPDIFF'
               GO TO 500-APPLY-DIFFERENCES-EXIT
           END-IF

           MOVE DT-DIFFERENCE(1) TO DIFFERENCE-RECORD
           PERFORM 210-SET-FILE-RULES
           MOVE DF-SOURCE-REGION TO WS-CC-SOURCE-REGION
           MOVE DF-TARGET-REGION TO WS-CC-TARGET-REGION

           IF TARGET-IS-KEYED
               IF DF-FILE-ID = 'FIBCAL'
                   OPEN I-O CALENDAR-FILE
                   IF NOT CAL-FILE-OK
                       DISPLAY 'ERROR: FIBCAL NOT AVAILABLE - STATUS '
                           WS-CAL-FILE-STATUS
                       MOVE 8 TO WS-RETURN-CODE
                       GO TO 500-APPLY-DIFFERENCES-EXIT
                   END-IF
               ELSE
                   OPEN I-O AUTHORIZATION-FILE
                   IF NOT AUTH-FILE-OK
                       DISPLAY 'ERROR: FIBAUTH NOT AVAILABLE - STATUS '
                           WS-AUTH-FILE-STATUS
                       MOVE 8 TO WS-RETURN-CODE
                       GO TO 500-APPLY-DIFFERENCES-EXIT
                   END-IF
               END-IF
           ELSE
               PERFORM 230-LOAD-TARGET-IMAGES
               IF NOT TGT-FILE-OK
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 500-APPLY-DIFFERENCES-EXIT
               END-IF
           END-IF

           PERFORM VARYING WS-DIFF-IDX FROM 1 BY 1
                     UNTIL WS-DIFF-IDX > WS-DIFF-COUNT
               MOVE DT-DIFFERENCE(WS-DIFF-IDX) TO DIFFERENCE-RECORD
               IF DF-STATE = 'A'
                   IF TARGET-IS-KEYED
                       PERFORM 510-APPLY-TO-CLUSTER
                   ELSE
                       PERFORM 520-APPLY-TO-TABLE
                   END-IF
                   IF WS-AUDIT-OUTCOME = 'X'
                       MOVE 'X' TO DF-STATE
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY 'APPLIED:  ' DF-SEQ ' ' DF-FILE-ID ' '
                           DF-ACTION ' ' DF-KEY
                   ELSE
                       MOVE 'S' TO DF-STATE
                       ADD 1 TO WS-SKIPPED-COUNT
                       IF WS-AUDIT-OUTCOME = 'V'
                           DISPLAY 'REFUSED:  ' DF-SEQ ' ' DF-FILE-ID
                               ' ' DF-ACTION ' ' DF-KEY
                               ' - BREAKS RULE ' RLR-SOD-RULE-ID
                       ELSE
                           DISPLAY 'SKIPPED:  ' DF-SEQ ' ' DF-FILE-ID
                               ' ' DF-ACTION ' ' DF-KEY
                               ' - TARGET CHANGED SINCE THE COMPARE'
                       END-IF
                   END-IF
                   MOVE DIFFERENCE-RECORD TO DT-DIFFERENCE(WS-DIFF-IDX)
                   SET DIFFERENCES-CHANGED TO TRUE
                   PERFORM 700-WRITE-AUDIT-RECORD
               END-IF
           END-PERFORM

           IF TARGET-IS-KEYED
               IF DF-FILE-ID = 'FIBCAL'
                   CLOSE CALENDAR-FILE
               ELSE
                   CLOSE AUTHORIZATION-FILE
               END-IF
           ELSE
               PERFORM 530-REWRITE-FLAT-TARGET
                   THRU 530-EXIT
           END-IF.

       500-APPLY-DIFFERENCES-EXIT.
           EXIT.

      * Keyed apply; the record read back must equal the target
      * image taken at compare time (and be absent for an ADD)
       510-APPLY-TO-CLUSTER.
           MOVE 'S' TO WS-AUDIT-OUTCOME
           IF DF-FILE-ID = 'FIBCAL'
               MOVE DF-KEY(1:8) TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-IMAGE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-IMAGE
                       MOVE CAL-RECORD TO WS-IMAGE
               END-READ
               IF WS-IMAGE = DF-TARGET-IMAGE
                   MOVE DF-SOURCE-IMAGE TO CAL-RECORD
                   EVALUATE DF-ACTION
                       WHEN 'A'
                           WRITE CAL-RECORD
                       WHEN 'C'
                           REWRITE CAL-RECORD
                       WHEN 'D'
                           MOVE DF-KEY(1:8) TO CAL-DATE
                           DELETE CALENDAR-FILE
                   END-EVALUATE
                   IF CAL-FILE-OK
                       MOVE 'X' TO WS-AUDIT-OUTCOME
                   END-IF
               END-IF
           ELSE
               MOVE DF-KEY(1:8) TO AUTH-USERID
               READ AUTHORIZATION-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-IMAGE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-IMAGE
                       MOVE AUTH-RECORD TO WS-IMAGE
               END-READ
               IF WS-IMAGE = DF-TARGET-IMAGE
                       AND DF-ACTION NOT = 'D'
                   SET RLR-RESOLVE TO TRUE
                   MOVE DF-SOURCE-IMAGE(9:40) TO RLR-ROLES
                   CALL 'FIBROLR' USING FIBROLR-PARMS
                   IF RLR-SOD-CONFLICT
                       MOVE 'V' TO WS-AUDIT-OUTCOME
                       MOVE HIGH-VALUES TO WS-IMAGE
                   END-IF
               END-IF
               IF WS-IMAGE = DF-TARGET-IMAGE
                   MOVE DF-SOURCE-IMAGE TO AUTH-RECORD
                   EVALUATE DF-ACTION
                       WHEN 'A'
                           WRITE AUTH-RECORD
                       WHEN 'C'
                           REWRITE AUTH-RECORD
                       WHEN 'D'
                           MOVE DF-KEY(1:8) TO AUTH-USERID
                           DELETE AUTHORIZATION-FILE
                   END-EVALUATE
                   IF AUTH-FILE-OK
                       MOVE 'X' TO WS-AUDIT-OUTCOME
                   END-IF
               END-IF
           END-IF.

      * Flat-file apply against the reloaded target table
       520-APPLY-TO-TABLE.
           MOVE 'S' TO WS-AUDIT-OUTCOME
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                     UNTIL WS-TGT-IDX > WS-TGT-COUNT
                           OR WS-FOUND-IDX > ZERO
               IF TI-COMPARED-SW(WS-TGT-IDX) = 'Y'
                       AND TI-DELETED-SW(WS-TGT-IDX) = 'N'
                       AND TI-KEY(WS-TGT-IDX) = DF-KEY
                   MOVE WS-TGT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN DF-ACTION = 'A' AND WS-FOUND-IDX = ZERO
                   IF WS-TGT-COUNT < 2000
                       ADD 1 TO WS-TGT-COUNT
                       MOVE DF-KEY TO TI-KEY(WS-TGT-COUNT)
                       MOVE DF-SOURCE-IMAGE TO TI-IMAGE(WS-TGT-COUNT)
                       MOVE 'Y' TO TI-COMPARED-SW(WS-TGT-COUNT)
                       MOVE 'N' TO TI-DELETED-SW(WS-TGT-COUNT)
                       MOVE 'X' TO WS-AUDIT-OUTCOME
                   END-IF
               WHEN DF-ACTION = 'A'
                   CONTINUE
               WHEN WS-FOUND-IDX = ZERO
                   CONTINUE
               WHEN TI-IMAGE(WS-FOUND-IDX) NOT = DF-TARGET-IMAGE
                   CONTINUE
               WHEN DF-ACTION = 'C'
                   MOVE DF-SOURCE-IMAGE TO TI-IMAGE(WS-FOUND-IDX)
                   MOVE 'X' TO WS-AUDIT-OUTCOME
               WHEN DF-ACTION = 'D'
                   MOVE 'Y' TO TI-DELETED-SW(WS-FOUND-IDX)
                   MOVE 'X' TO WS-AUDIT-OUTCOME
           END-EVALUATE.

       530-REWRITE-FLAT-TARGET.
           IF WS-APPLIED-COUNT = ZERO
               GO TO 530-EXIT
           END-IF
           OPEN OUTPUT TARGET-IMAGE-FILE
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                     UNTIL WS-TGT-IDX > WS-TGT-COUNT
               IF TI-DELETED-SW(WS-TGT-IDX) = 'N'
                   MOVE SPACES TO TARGET-IMAGE-RECORD
                   MOVE TI-IMAGE(WS-TGT-IDX)(1:WS-REC-LENGTH)
                       TO TARGET-IMAGE-RECORD
                   WRITE TARGET-IMAGE-RECORD
               END-IF
           END-PERFORM
           CLOSE TARGET-IMAGE-FILE
           DISPLAY DF-FILE-ID ' REWRITTEN IN ' WS-CC-TARGET-REGION
               ' - ' WS-TGT-COUNT ' RECORD(S) CARRIED'.

       530-EXIT.
           EXIT.

       600-OPEN-REPORT.
           IF NOT PRINT-IS-OPEN
               OPEN OUTPUT PRINT-FILE
               SET PRINT-IS-OPEN TO TRUE
           END-IF.

      * An image is printed 100 bytes to a line
       610-PRINT-IMAGE.
           MOVE WS-IMAGE(1:100) TO IL-IMAGE
           MOVE IMAGE-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-REC-LENGTH > 100
               MOVE SPACES TO IL-REGION
               MOVE WS-IMAGE(101:100) TO IL-IMAGE
               MOVE IMAGE-LINE TO PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD(13:2)
               WRITE PRINT-RECORD
           END-IF.

       650-REWRITE-DIFFERENCE-FILE.
           OPEN OUTPUT DIFFERENCE-FILE
           PERFORM VARYING WS-DIFF-IDX FROM 1 BY 1
                     UNTIL WS-DIFF-IDX > WS-DIFF-COUNT
               MOVE DT-DIFFERENCE(WS-DIFF-IDX) TO DIFFERENCE-RECORD
               WRITE DIFFERENCE-RECORD
           END-PERFORM
           CLOSE DIFFERENCE-FILE.

       700-WRITE-AUDIT-RECORD.
           OPEN EXTEND PROMOTION-AUDIT-FILE
           IF PAUD-FILE-NOT-FOUND
               OPEN OUTPUT PROMOTION-AUDIT-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO PA-TIMESTAMP
           MOVE WS-USERID        TO PA-USERID
           MOVE WS-CC-VERB       TO PA-VERB
           MOVE WS-AUDIT-OUTCOME TO PA-OUTCOME
           MOVE DF-FILE-ID       TO PA-FILE-ID
           MOVE DF-SEQ           TO PA-SEQ
           MOVE DF-ACTION        TO PA-ACTION
           MOVE DF-SOURCE-REGION TO PA-SOURCE-REGION
           MOVE DF-TARGET-REGION TO PA-TARGET-REGION
           MOVE DF-KEY           TO PA-KEY
           WRITE PROMOTION-AUDIT-RECORD

           CLOSE PROMOTION-AUDIT-FILE.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'DIFFERENCES APPROVED: ' WS-APPROVED-COUNT
           DISPLAY 'DIFFERENCES APPLIED:  ' WS-APPLIED-COUNT
           DISPLAY 'DIFFERENCES SKIPPED:  ' WS-SKIPPED-COUNT
           DISPLAY 'CARDS REJECTED:       ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBPROMO COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
