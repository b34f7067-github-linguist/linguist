      * flag. The trailer totals requests satisfied and missed, and
      * the job ends with RC=4 when any request missed so the
      * scheduler can flag the deck for follow-up.
      *
      * A deck run while ADVFIBB or FIBPURGE holds the FIBRUNC
      * interlock reads the FIBSHADW start-of-cycle shadow instead
      * of the file being updated, and the report heading carries
      * the shadow's as-of time.
      *
      * A card reading SAMPLE=xxxxxxxx prints the re-performance
      * workpaper for that FIBSAMP audit sample instead: each item
      * is read again under the run sequence it was drawn from and
      * printed beside the values as drawn - AS SAMPLED, CHANGED
      * or NOT FOUND - with the result recorded through FSMP, or
      * blank lines for the auditor where none is recorded yet.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBBULK.
      *                 FILE-NAME VARIABLE IN ASSIGN IS A STATIC
      *                 ASSIGNMENT NAME UNDER THIS DIALECT, SO THE
      *                 REOPEN-ON-CHANGE NEVER SWITCHED CLUSTERS
      * 10-15-2026  AG  READ THE FIBSHADW SHADOW CLUSTERS WHILE THE
      *                 BATCH INTERLOCK IS HELD, WITH AN AS-OF LINE
      *                 UNDER THE REPORT HEADING
      * 10-15-2026  AG  SAMPLE= CARD PRINTS THE RE-PERFORMANCE
      *                 WORKPAPER FOR A FIBSAMP AUDIT SAMPLE
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.
           SELECT SHADOW-HISTORY-FILE ASSIGN TO "FIBHISTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHST-KEY
               FILE STATUS IS WS-SHST-FILE-STATUS.
           SELECT SHADOW-PRIOR-FILE ASSIGN TO "FIBHSTPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRI-KEY
               FILE STATUS IS WS-SPRI-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO "FIBSAMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SMP-KEY
               FILE STATUS IS WS-SAMP-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
               10  PHIST-TERM-INDEX   PIC 9(4).
           05  FILLER                 PIC X(86).

      * The FIBSHADW shadows of both clusters, same keyed view
       FD  SHADOW-HISTORY-FILE.
       01  SHST-RECORD.
           05  SHST-KEY.
               10  SHST-RUN-DATE      PIC 9(8).
               10  SHST-RUN-SEQ       PIC 9(2).
               10  SHST-TERM-INDEX    PIC 9(4).
           05  FILLER                 PIC X(86).

       FD  SHADOW-PRIOR-FILE.
       01  SPRI-RECORD.
           05  SPRI-KEY.
               10  SPRI-RUN-DATE      PIC 9(8).
               10  SPRI-RUN-SEQ       PIC 9(2).
               10  SPRI-TERM-INDEX    PIC 9(4).
           05  FILLER                 PIC X(86).

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

      * Audit samples drawn by FIBSAMP, for the workpaper
       FD  SAMPLE-FILE.
           COPY FIBSMPC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD              PIC X(133).
           05  FILLER                 PIC X.
           05  WS-RC-TERM-INDEX       PIC X(4).
           05  FILLER                 PIC X(67).
       01  WS-SAMPLE-CARD REDEFINES WS-REQUEST-CARD.
           05  WS-SC-KEYWORD          PIC X(7).
               88  SC-IS-SAMPLE-CARD      VALUE 'SAMPLE='.
           05  WS-SC-SAMPLE-ID        PIC X(8).
           05  FILLER                 PIC X(65).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PHIST-FILE-STATUS   PIC XX VALUE SPACES.
               88  PHIST-FILE-OK           VALUE '00'.
           05  WS-SHST-FILE-STATUS    PIC XX VALUE SPACES.
               88  SHST-FILE-OK            VALUE '00'.
           05  WS-SPRI-FILE-STATUS    PIC XX VALUE SPACES.
               88  SPRI-FILE-OK            VALUE '00'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.
           05  WS-SAMP-FILE-STATUS    PIC XX VALUE SPACES.
               88  SAMP-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
               88  HIST-FILE-IS-OPEN      VALUE 'Y'.
           05  WS-PHIST-OPEN-SW       PIC X VALUE 'N'.
               88  PRIOR-FILE-IS-OPEN     VALUE 'Y'.
           05  WS-SHST-OPEN-SW        PIC X VALUE 'N'.
               88  SHADOW-FILE-IS-OPEN    VALUE 'Y'.
           05  WS-SPRI-OPEN-SW        PIC X VALUE 'N'.
               88  SHADOW-PRIOR-IS-OPEN   VALUE 'Y'.
           05  WS-BATCH-BUSY-SW       PIC X VALUE 'N'.
               88  BATCH-IS-BUSY          VALUE 'Y'.
           05  WS-SHADOW-SW           PIC X VALUE 'N'.
               88  SHADOW-IN-USE          VALUE 'Y'.
           05  WS-SAMP-OPEN-SW        PIC X VALUE 'N'.
               88  SAMPLE-FILE-IS-OPEN    VALUE 'Y'.
           05  WS-WORKPAPER-SW        PIC X VALUE 'N'.
               88  WORKPAPER-MODE         VALUE 'Y'.

      * Parameter area for the shared FIBROUTE routing subprogram
           COPY FIBROUTC.
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RD-RESULT          PIC X(10).
               10  FILLER             PIC X(70) VALUE SPACES.
           05  RPT-ASOF-LINE.
               10  FILLER             PIC X(14) VALUE
                   'HISTORY AS OF '.
               10  RA-YEAR            PIC X(4).
               10  FILLER             PIC X VALUE '-'.
               10  RA-MONTH           PIC XX.
               10  FILLER             PIC X VALUE '-'.
               10  RA-DAY             PIC XX.
               10  FILLER             PIC X VALUE SPACE.
               10  RA-HOUR            PIC XX.
               10  FILLER             PIC X VALUE ':'.
               10  RA-MINUTE          PIC XX.
               10  FILLER             PIC X VALUE ':'.
               10  RA-SECOND          PIC XX.
               10  FILLER             PIC X(100) VALUE
                   ' - SHADOW COPY READ DURING THE BATCH WINDOW'.

      * The audit-sample workpaper
       01  WORKPAPER-LINES.
           05  WP-HEADER-LINE.
               10  FILLER             PIC X(39) VALUE
                   'FIBBULK - AUDIT SAMPLE WORKPAPER FOR '.
               10  WH-SAMPLE-ID       PIC X(8).
               10  FILLER             PIC X(9) VALUE '  STATUS '.
               10  WH-STATUS          PIC X(6).
               10  FILLER             PIC X(71) VALUE SPACES.
           05  WP-DEFINITION-LINE.
               10  FILLER             PIC X(12) VALUE
                   'POPULATION: '.
               10  WD-FROM-DATE       PIC 9(8).
               10  FILLER             PIC X(3) VALUE ' - '.
               10  WD-TO-DATE         PIC 9(8).
               10  FILLER             PIC X(7) VALUE ' TYPES '.
               10  WD-RECORD-TYPES    PIC X(3).
               10  FILLER             PIC X(8) VALUE ' FILTER '.
               10  WD-FILTER          PIC X.
               10  FILLER             PIC X(6) VALUE ' ROWS '.
               10  WD-POPULATION      PIC Z(8)9.
               10  FILLER             PIC X(6) VALUE ' SEED '.
               10  WD-SEED            PIC 9(9).
               10  FILLER             PIC X(6) VALUE ' SIZE '.
               10  WD-SAMPLE-SIZE     PIC ZZZ9.
               10  FILLER             PIC X(10) VALUE ' DRAWN BY '.
               10  WD-DRAWN-BY        PIC X(8).
               10  FILLER             PIC X(25) VALUE SPACES.
           05  WP-COLUMN-LINE         PIC X(133) VALUE
               'ITEM RUN DATE SQ TERM T     SAMPLED VALUE S C R  CURRE
      -        'NT STATE   RESULT   PERFORMED BY  NOTE'.
           05  WP-ITEM-LINE.
               10  WI-ITEM-NO         PIC ZZZ9.
               10  FILLER             PIC X VALUE SPACE.
               10  WI-RUN-DATE        PIC 9(8).
               10  FILLER             PIC X VALUE SPACE.
               10  WI-RUN-SEQ         PIC 99.
               10  FILLER             PIC X VALUE SPACE.
               10  WI-TERM-INDEX      PIC ZZZ9.
               10  FILLER             PIC X VALUE SPACE.
               10  WI-HIST-TYPE       PIC X.
               10  FILLER             PIC X VALUE SPACE.
               10  WI-FIB-NUMBER      PIC Z(17)9.
               10  FILLER             PIC X VALUE SPACE.
               10  WI-FIB-STATUS      PIC X.
               10  FILLER             PIC X VALUE SPACE.
               10  WI-FIB-CATEGORY    PIC X.
               10  FILLER             PIC X VALUE SPACE.
               10  WI-RESIDUE-FLAG    PIC X.
               10  FILLER             PIC X(2) VALUE SPACES.
               10  WI-CURRENT-STATE   PIC X(13).
               10  FILLER             PIC X VALUE SPACE.
               10  WI-RESULT          PIC X(8).
               10  FILLER             PIC X VALUE SPACE.
               10  WI-PERFORMED-BY    PIC X(8).
               10  FILLER             PIC X(6) VALUE SPACES.
               10  WI-NOTE            PIC X(50).

       01  WS-SHADOW-STAMP            PIC X(14) VALUE SPACES.
       01  WS-SHADOW-STAMP-PARTS REDEFINES WS-SHADOW-STAMP.
           05  SS-YEAR                PIC X(4).
           05  SS-MONTH               PIC XX.
           05  SS-DAY                 PIC XX.
           05  SS-HOUR                PIC XX.
           05  SS-MINUTE              PIC XX.
           05  SS-SECOND              PIC XX.

       77  WS-LATEST-SEQ              PIC 9(2) VALUE ZERO.
       77  WS-SAMPLE-SEQ              PIC 9(2) VALUE ZERO.
       77  WS-SAMPLE-ID               PIC X(8) VALUE SPACES.
       77  WS-SAMPLE-SIZE             PIC 9(4) VALUE ZERO.
       77  WS-ITEM-IDX                PIC 9(4) VALUE ZERO.
       77  WS-CHANGED-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-SEQSCAN-EOF-SW          PIC X VALUE 'N'.
           88  SEQSCAN-DONE               VALUE 'Y'.
       77  WS-REQUEST-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-BAD-CARD-COUNT          PIC 9(7) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           GOBACK.

       000-INITIALIZE.
           PERFORM 050-CHECK-BATCH-WINDOW

           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM RPT-HEADER-LINE
           IF SHADOW-IN-USE
               WRITE PRINT-RECORD FROM RPT-ASOF-LINE
           END-IF
           WRITE PRINT-RECORD FROM RPT-COLUMN-LINE

           DISPLAY '======================================='
           DISPLAY '   FIBBULK - BULK INQUIRY'
           DISPLAY '======================================='
           IF SHADOW-IN-USE
               DISPLAY 'BATCH WINDOW - READING THE SHADOW AS OF '
                   WS-SHADOW-STAMP
           ELSE
           IF BATCH-IS-BUSY
               DISPLAY 'WARNING: BATCH UPDATE IN PROGRESS AND NO '
                   'SHADOW ON FILE - READING THE LIVE CLUSTERS'
           END-IF
           END-IF.

      * A STARTED record for ADVFIBB or FIBPURGE means the live
      * clusters are being updated; a COMPLETED FIBSHADW record
      * means the settled start-of-cycle shadow can answer instead.
      * Without FIBRUNC the deck reads the live clusters as before.
       050-CHECK-BATCH-WINDOW.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'ADVFIBB ' TO RUNC-PROGRAM
               READ RUN-CONTROL-FILE
                   NOT INVALID KEY
                       IF RUNC-IS-STARTED
                           SET BATCH-IS-BUSY TO TRUE
                       END-IF
               END-READ
               MOVE 'FIBPURGE' TO RUNC-PROGRAM
               READ RUN-CONTROL-FILE
                   NOT INVALID KEY
                       IF RUNC-IS-STARTED
                           SET BATCH-IS-BUSY TO TRUE
                       END-IF
               END-READ
               IF BATCH-IS-BUSY
                   MOVE 'FIBSHADW' TO RUNC-PROGRAM
                   READ RUN-CONTROL-FILE
                       NOT INVALID KEY
                           IF RUNC-IS-COMPLETED
                               SET SHADOW-IN-USE TO TRUE
                               MOVE RUNC-TIMESTAMP
                                   TO WS-SHADOW-STAMP
                           END-IF
                   END-READ
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF

           IF SHADOW-IN-USE
               SET FR-READ-SHADOW TO TRUE
               MOVE SS-YEAR   TO RA-YEAR
               MOVE SS-MONTH  TO RA-MONTH
               MOVE SS-DAY    TO RA-DAY
               MOVE SS-HOUR   TO RA-HOUR
               MOVE SS-MINUTE TO RA-MINUTE
               MOVE SS-SECOND TO RA-SECOND
           ELSE
               SET FR-READ-LIVE TO TRUE
           END-IF.

       100-PROCESS-REQUEST-DECK.
           OPEN INPUT REQUEST-CARD-FILE
           END-IF
           IF PRIOR-FILE-IS-OPEN
               CLOSE PRIOR-HISTORY-FILE
           END-IF
           IF SHADOW-FILE-IS-OPEN
               CLOSE SHADOW-HISTORY-FILE
           END-IF
           IF SHADOW-PRIOR-IS-OPEN
               CLOSE SHADOW-PRIOR-FILE
           END-IF
           IF SAMPLE-FILE-IS-OPEN
               CLOSE SAMPLE-FILE
           END-IF.

       100-PROCESS-REQUEST-DECK-EXIT.
           EXIT.

       110-PROCESS-ONE-REQUEST.
           IF SC-IS-SAMPLE-CARD
               PERFORM 130-PRINT-WORKPAPER THRU 130-PRINT-WORKPAPER-EXIT
           ELSE
           IF WS-RC-RUN-DATE IS NOT NUMERIC
                   OR WS-RC-TERM-INDEX IS NOT NUMERIC
               ADD 1 TO WS-BAD-CARD-COUNT
               MOVE WS-RC-RUN-DATE   TO RD-RUN-DATE
               MOVE WS-RC-TERM-INDEX TO RD-TERM-INDEX

               EVALUATE TRUE
                   WHEN SHADOW-IN-USE AND FR-PRIOR-CLUSTER
                       PERFORM 123-READ-SHADOW-PRIOR
                   WHEN SHADOW-IN-USE
                       PERFORM 121-READ-SHADOW-CURRENT
                   WHEN FR-PRIOR-CLUSTER
                       PERFORM 113-READ-PRIOR-CLUSTER
                   WHEN OTHER
                       PERFORM 111-READ-CURRENT-CLUSTER
               END-EVALUATE

               WRITE PRINT-RECORD FROM RPT-DETAIL-LINE
           END-IF
           END-IF.

       111-READ-CURRENT-CLUSTER.
           ELSE
      * Each request reads the date's latest run sequence on the
      * routed cluster - the run the readers show by default
      * A workpaper item is read under the run it was drawn from
               IF WORKPAPER-MODE
                   MOVE WS-SAMPLE-SEQ TO WS-LATEST-SEQ
               ELSE
                   PERFORM 115-FIND-LATEST-SEQ
               END-IF
               MOVE WS-RC-RUN-DATE   TO HIST-RUN-DATE
               MOVE WS-LATEST-SEQ    TO HIST-RUN-SEQ
               MOVE WS-RC-TERM-INDEX TO HIST-TERM-INDEX
               MOVE ZERO      TO RD-FIB-CATEGORY
               MOVE 'NO CLUSTER' TO RD-RESULT
           ELSE
               IF WORKPAPER-MODE
                   MOVE WS-SAMPLE-SEQ TO WS-LATEST-SEQ
               ELSE
                   PERFORM 117-FIND-PRIOR-LATEST-SEQ
               END-IF
               MOVE WS-RC-RUN-DATE   TO PHIST-RUN-DATE
               MOVE WS-LATEST-SEQ    TO PHIST-RUN-SEQ
               MOVE WS-RC-TERM-INDEX TO PHIST-TERM-INDEX
               END-READ
           END-PERFORM.

      * The shadow of the current-year cluster, read the way 113
      * reads the prior partition - keyed view, then re-mapped
      * through the shared FIBHIST views
       121-READ-SHADOW-CURRENT.
           IF NOT SHADOW-FILE-IS-OPEN
               OPEN INPUT SHADOW-HISTORY-FILE
               IF SHST-FILE-OK
                   SET SHADOW-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'WARNING: FIBHISTS NOT AVAILABLE - '
                       'STATUS ' WS-SHST-FILE-STATUS
               END-IF
           END-IF

           IF NOT SHADOW-FILE-IS-OPEN
               ADD 1 TO WS-MISSED-COUNT
               MOVE ZERO      TO RD-FIB-NUMBER
               MOVE SPACE     TO RD-FIB-STATUS
               MOVE ZERO      TO RD-FIB-CATEGORY
               MOVE 'NO CLUSTER' TO RD-RESULT
           ELSE
               IF WORKPAPER-MODE
                   MOVE WS-SAMPLE-SEQ TO WS-LATEST-SEQ
               ELSE
                   PERFORM 125-FIND-SHADOW-LATEST-SEQ
               END-IF
               MOVE WS-RC-RUN-DATE   TO SHST-RUN-DATE
               MOVE WS-LATEST-SEQ    TO SHST-RUN-SEQ
               MOVE WS-RC-TERM-INDEX TO SHST-TERM-INDEX
               READ SHADOW-HISTORY-FILE KEY IS SHST-KEY
                   INVALID KEY
                       ADD 1 TO WS-MISSED-COUNT
                       MOVE ZERO      TO RD-FIB-NUMBER
                       MOVE SPACE     TO RD-FIB-STATUS
                       MOVE ZERO      TO RD-FIB-CATEGORY
                       MOVE 'NOT FOUND' TO RD-RESULT
                   NOT INVALID KEY
                       ADD 1 TO WS-FOUND-COUNT
                       MOVE SHST-RECORD TO HIST-PARM-RECORD
                       MOVE HIST-FIB-NUMBER   TO RD-FIB-NUMBER
                       MOVE HIST-FIB-STATUS   TO RD-FIB-STATUS
                       MOVE HIST-FIB-CATEGORY TO RD-FIB-CATEGORY
                       MOVE 'FOUND'           TO RD-RESULT
               END-READ
           END-IF.

      * The shadow of the prior-year partition
       123-READ-SHADOW-PRIOR.
           IF NOT SHADOW-PRIOR-IS-OPEN
               OPEN INPUT SHADOW-PRIOR-FILE
               IF SPRI-FILE-OK
                   SET SHADOW-PRIOR-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'WARNING: FIBHSTPS NOT AVAILABLE - '
                       'STATUS ' WS-SPRI-FILE-STATUS
               END-IF
           END-IF

           IF NOT SHADOW-PRIOR-IS-OPEN
               ADD 1 TO WS-MISSED-COUNT
               MOVE ZERO      TO RD-FIB-NUMBER
               MOVE SPACE     TO RD-FIB-STATUS
               MOVE ZERO      TO RD-FIB-CATEGORY
               MOVE 'NO CLUSTER' TO RD-RESULT
           ELSE
               IF WORKPAPER-MODE
                   MOVE WS-SAMPLE-SEQ TO WS-LATEST-SEQ
               ELSE
                   PERFORM 127-FIND-SHADOW-PRIOR-SEQ
               END-IF
               MOVE WS-RC-RUN-DATE   TO SPRI-RUN-DATE
               MOVE WS-LATEST-SEQ    TO SPRI-RUN-SEQ
               MOVE WS-RC-TERM-INDEX TO SPRI-TERM-INDEX
               READ SHADOW-PRIOR-FILE KEY IS SPRI-KEY
                   INVALID KEY
                       ADD 1 TO WS-MISSED-COUNT
                       MOVE ZERO      TO RD-FIB-NUMBER
                       MOVE SPACE     TO RD-FIB-STATUS
                       MOVE ZERO      TO RD-FIB-CATEGORY
                       MOVE 'NOT FOUND' TO RD-RESULT
                   NOT INVALID KEY
                       ADD 1 TO WS-FOUND-COUNT
                       MOVE SPRI-RECORD TO HIST-PARM-RECORD
                       MOVE HIST-FIB-NUMBER   TO RD-FIB-NUMBER
                       MOVE HIST-FIB-STATUS   TO RD-FIB-STATUS
                       MOVE HIST-FIB-CATEGORY TO RD-FIB-CATEGORY
                       MOVE 'FOUND'           TO RD-RESULT
               END-READ
           END-IF.

      * The shadow seq scans, same rule as 115 and 117
       125-FIND-SHADOW-LATEST-SEQ.
           MOVE 01 TO WS-LATEST-SEQ
           MOVE 'N' TO WS-SEQSCAN-EOF-SW

           MOVE WS-RC-RUN-DATE TO SHST-RUN-DATE
           MOVE ZERO           TO SHST-RUN-SEQ
           MOVE ZERO           TO SHST-TERM-INDEX
           START SHADOW-HISTORY-FILE KEY IS NOT LESS THAN SHST-KEY
               INVALID KEY
                   SET SEQSCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SEQSCAN-DONE
               READ SHADOW-HISTORY-FILE NEXT RECORD
                   AT END
                       SET SEQSCAN-DONE TO TRUE
                   NOT AT END
                       IF SHST-RUN-DATE NOT = WS-RC-RUN-DATE
                           SET SEQSCAN-DONE TO TRUE
                       ELSE
                           IF SHST-TERM-INDEX = ZERO
                               MOVE SHST-RUN-SEQ TO WS-LATEST-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       127-FIND-SHADOW-PRIOR-SEQ.
           MOVE 01 TO WS-LATEST-SEQ
           MOVE 'N' TO WS-SEQSCAN-EOF-SW

           MOVE WS-RC-RUN-DATE TO SPRI-RUN-DATE
           MOVE ZERO           TO SPRI-RUN-SEQ
           MOVE ZERO           TO SPRI-TERM-INDEX
           START SHADOW-PRIOR-FILE KEY IS NOT LESS THAN SPRI-KEY
               INVALID KEY
                   SET SEQSCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SEQSCAN-DONE
               READ SHADOW-PRIOR-FILE NEXT RECORD
                   AT END
                       SET SEQSCAN-DONE TO TRUE
                   NOT AT END
                       IF SPRI-RUN-DATE NOT = WS-RC-RUN-DATE
                           SET SEQSCAN-DONE TO TRUE
                       ELSE
                           IF SPRI-TERM-INDEX = ZERO
                               MOVE SPRI-RUN-SEQ TO WS-LATEST-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * The re-performance workpaper for one FIBSAMP audit sample.
      * Each item goes through the same routed reads as a request
      * card, under the run sequence the item was drawn from, and
      * is marked AS SAMPLED when the stored row still carries the
      * values drawn, CHANGED when it does not, NOT FOUND when the
      * row is gone. Items without a recorded result print ruled
      * blanks for the auditor's hand entry.
      ******************************************************************
       130-PRINT-WORKPAPER.
           MOVE WS-SC-SAMPLE-ID TO WS-SAMPLE-ID
           IF NOT SAMPLE-FILE-IS-OPEN
               OPEN INPUT SAMPLE-FILE
               IF SAMP-FILE-OK
                   SET SAMPLE-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'WARNING: FIBSAMP NOT AVAILABLE - '
                       'STATUS ' WS-SAMP-FILE-STATUS
               END-IF
           END-IF
           IF NOT SAMPLE-FILE-IS-OPEN
               ADD 1 TO WS-BAD-CARD-COUNT
               GO TO 130-PRINT-WORKPAPER-EXIT
           END-IF

           MOVE WS-SAMPLE-ID TO SMP-SAMPLE-ID
           MOVE ZERO TO SMP-ITEM-NO
           READ SAMPLE-FILE KEY IS SMP-KEY
               INVALID KEY
                   ADD 1 TO WS-BAD-CARD-COUNT
                   DISPLAY 'SAMPLE CARD IGNORED - NO AUDIT SAMPLE <'
                       WS-SAMPLE-ID '> ON FIBSAMP'
                   GO TO 130-PRINT-WORKPAPER-EXIT
           END-READ

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-SAMPLE-ID      TO WH-SAMPLE-ID
           IF SMH-SAMPLE-CLOSED
               MOVE 'CLOSED' TO WH-STATUS
           ELSE
               MOVE 'OPEN'   TO WH-STATUS
           END-IF
           WRITE PRINT-RECORD FROM WP-HEADER-LINE
           MOVE SMH-FROM-DATE     TO WD-FROM-DATE
           MOVE SMH-TO-DATE       TO WD-TO-DATE
           MOVE SMH-RECORD-TYPES  TO WD-RECORD-TYPES
           MOVE SMH-FILTER        TO WD-FILTER
           MOVE SMH-POPULATION    TO WD-POPULATION
           MOVE SMH-SEED          TO WD-SEED
           MOVE SMH-SAMPLE-SIZE   TO WD-SAMPLE-SIZE
           MOVE SMH-DRAWN-BY      TO WD-DRAWN-BY
           WRITE PRINT-RECORD FROM WP-DEFINITION-LINE
           WRITE PRINT-RECORD FROM WP-COLUMN-LINE
           MOVE SMH-SAMPLE-SIZE   TO WS-SAMPLE-SIZE

           SET WORKPAPER-MODE TO TRUE
           PERFORM 131-PRINT-WORKPAPER-ITEM
               THRU 131-PRINT-WORKPAPER-ITEM-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-SAMPLE-SIZE
           MOVE 'N' TO WS-WORKPAPER-SW

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM RPT-COLUMN-LINE.

       130-PRINT-WORKPAPER-EXIT.
           EXIT.

       131-PRINT-WORKPAPER-ITEM.
           MOVE WS-SAMPLE-ID TO SMP-SAMPLE-ID
           MOVE WS-ITEM-IDX  TO SMP-ITEM-NO
           READ SAMPLE-FILE KEY IS SMP-KEY
               INVALID KEY
                   ADD 1 TO WS-MISSED-COUNT
                   DISPLAY 'WARNING: ITEM ' WS-ITEM-IDX ' OF SAMPLE '
                       WS-SAMPLE-ID ' IS NOT ON FIBSAMP'
           END-READ
           IF NOT SAMP-FILE-OK
               GO TO 131-PRINT-WORKPAPER-ITEM-EXIT
           END-IF

           ADD 1 TO WS-REQUEST-COUNT
           MOVE SMI-RUN-DATE   TO WS-RC-RUN-DATE
           MOVE SMI-TERM-INDEX TO WS-RC-TERM-INDEX
           MOVE SMI-RUN-SEQ    TO WS-SAMPLE-SEQ
           MOVE WS-RC-RUN-DATE TO FR-IN-RUN-DATE
           CALL 'FIBROUTE' USING FIBROUTE-PARMS

           EVALUATE TRUE
               WHEN SHADOW-IN-USE AND FR-PRIOR-CLUSTER
                   PERFORM 123-READ-SHADOW-PRIOR
               WHEN SHADOW-IN-USE
                   PERFORM 121-READ-SHADOW-CURRENT
               WHEN FR-PRIOR-CLUSTER
                   PERFORM 113-READ-PRIOR-CLUSTER
               WHEN OTHER
                   PERFORM 111-READ-CURRENT-CLUSTER
           END-EVALUATE

           MOVE SPACES TO WP-ITEM-LINE
           MOVE SMP-ITEM-NO      TO WI-ITEM-NO
           MOVE SMI-RUN-DATE     TO WI-RUN-DATE
           MOVE SMI-RUN-SEQ      TO WI-RUN-SEQ
           MOVE SMI-TERM-INDEX   TO WI-TERM-INDEX
           MOVE SMI-HIST-TYPE    TO WI-HIST-TYPE
           MOVE SMI-FIB-NUMBER   TO WI-FIB-NUMBER
           MOVE SMI-FIB-STATUS   TO WI-FIB-STATUS
           MOVE SMI-FIB-CATEGORY TO WI-FIB-CATEGORY
           MOVE SMI-RESIDUE-FLAG TO WI-RESIDUE-FLAG

      * A summary row is compared on its value alone; its detail
      * bytes carry the run counts
           EVALUATE TRUE
               WHEN RD-RESULT NOT = 'FOUND'
                   MOVE 'NOT FOUND' TO WI-CURRENT-STATE
               WHEN HIST-RECORD-TYPE NOT = SMI-HIST-TYPE
                   OR HIST-FIB-NUMBER NOT = SMI-FIB-NUMBER
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'CHANGED' TO WI-CURRENT-STATE
               WHEN HIST-IS-SUMMARY
                   MOVE 'AS SAMPLED' TO WI-CURRENT-STATE
               WHEN HIST-FIB-STATUS NOT = SMI-FIB-STATUS
                   OR HIST-FIB-CATEGORY NOT = SMI-FIB-CATEGORY
                   OR HIST-RESIDUE-FLAG NOT = SMI-RESIDUE-FLAG
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'CHANGED' TO WI-CURRENT-STATE
               WHEN OTHER
                   MOVE 'AS SAMPLED' TO WI-CURRENT-STATE
           END-EVALUATE

           EVALUATE TRUE
               WHEN SMI-AGREES
                   MOVE 'AGREES'   TO WI-RESULT
               WHEN SMI-EXCEPTION
                   MOVE 'EXCEPTN'  TO WI-RESULT
               WHEN OTHER
                   MOVE ALL '_'    TO WI-RESULT WI-PERFORMED-BY
                                      WI-NOTE
           END-EVALUATE
           IF NOT SMI-PENDING
               MOVE SMI-PERFORMED-BY TO WI-PERFORMED-BY
               MOVE SMI-NOTE         TO WI-NOTE
           END-IF
           WRITE PRINT-RECORD FROM WP-ITEM-LINE.

       131-PRINT-WORKPAPER-ITEM-EXIT.
           EXIT.

       900-TERMINATE.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           DISPLAY 'REQUESTS SATISFIED: ' WS-FOUND-COUNT
           DISPLAY 'REQUESTS MISSED:    ' WS-MISSED-COUNT
           DISPLAY 'CARDS IN ERROR:     ' WS-BAD-CARD-COUNT
           DISPLAY 'SAMPLE ITEMS CHANGED: ' WS-CHANGED-COUNT

           IF WS-MISSED-COUNT > ZERO OR WS-BAD-CARD-COUNT > ZERO
                   OR WS-CHANGED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF

           CLOSE PRINT-FILE

           DISPLAY '   FIBBULK COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
