      ******************************************************************
      * FIBRSNDL logs a FIBRESND resend on the FIBDLOG delivery log.
      * FIBRESND ships a retained FIBXTRCT and FIBSUMX generation by
      * FTP outside the registry, so until now a resend left no
      * trace and the month-end confirmation statement could not
      * show it. This step runs ahead of the FTP step against the
      * same generations:
      *
      *   1. the header and trailer of each generation are read
      *      (run date, creation stamp, record count, hash total),
      *   2. every active FIBDEST receiver of that extract gets a
      *      send event of kind R (resend) on FIBDLOG.
      *
      * A generation that is missing or has no trailer is reported
      * and not logged (RC=4). RC=8 when FIBDEST or FIBDLOG cannot
      * be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRSNDL.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - LOG FIBRESND RESENDS ON THE
      *                 FIBDLOG DELIVERY LOG
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  EXTRACT AND SUMMARY VIEWS WIDENED TO THE
      *                 CURRENT 38 AND 199 BYTE LAYOUTS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "FIBXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRCT-FILE-STATUS.
           SELECT SUMMARY-EXTRACT-FILE ASSIGN TO "FIBSUMX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMX-FILE-STATUS.
           SELECT DESTINATION-FILE ASSIGN TO "FIBDEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-FILE-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "FIBDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-ANY-RECORD         PIC X(38).
       01  EXTRACT-TRAILER-VIEW REDEFINES EXTRACT-ANY-RECORD.
           05  EXR-RECORD-TYPE        PIC X.
           05  EXR-RECORD-COUNT       PIC 9(9).
           05  EXR-HASH-TOTAL         PIC 9(18).
           05  FILLER                 PIC X(10).
       01  EXTRACT-HEADER-VIEW REDEFINES EXTRACT-ANY-RECORD.
           05  EXH-RECORD-TYPE        PIC X.
           05  EXH-RUN-DATE           PIC 9(8).
           05  EXH-PROGRAM-ID         PIC X(8).
           05  EXH-TIMESTAMP          PIC 9(14).
           05  FILLER                 PIC X(7).

       FD  SUMMARY-EXTRACT-FILE
           RECORDING MODE IS F.
       01  SUMX-ANY-RECORD            PIC X(199).
       01  SUMX-TRAILER-VIEW REDEFINES SUMX-ANY-RECORD.
           05  SXR-RECORD-TYPE        PIC X.
           05  SXR-RECORD-COUNT       PIC 9(9).
           05  SXR-HASH-TOTAL         PIC 9(18).
           05  FILLER                 PIC X(171).
       01  SUMX-HEADER-VIEW REDEFINES SUMX-ANY-RECORD.
           05  SXH-RECORD-TYPE        PIC X.
           05  SXH-RUN-DATE           PIC 9(8).
           05  SXH-PROGRAM-ID         PIC X(8).
           05  SXH-TIMESTAMP          PIC 9(14).
           05  FILLER                 PIC X(168).

       FD  DESTINATION-FILE
           RECORDING MODE IS F.
           COPY FIBDESTC.

       FD  DELIVERY-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBDLOGC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-XTRCT-FILE-STATUS   PIC XX VALUE SPACES.
               88  XTRCT-FILE-OK           VALUE '00'.
           05  WS-SUMX-FILE-STATUS    PIC XX VALUE SPACES.
               88  SUMX-FILE-OK            VALUE '00'.
           05  WS-DEST-FILE-STATUS    PIC XX VALUE SPACES.
               88  DEST-FILE-OK            VALUE '00'.
           05  WS-DLOG-FILE-STATUS    PIC XX VALUE SPACES.
               88  DLOG-FILE-OK            VALUE '00'.
               88  DLOG-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-FILE-EOF-SW         PIC X VALUE 'N'.
               88  FILE-EOF-REACHED       VALUE 'Y'.
           05  WS-DEST-EOF-SW         PIC X VALUE 'N'.
               88  DEST-EOF-REACHED       VALUE 'Y'.

      * The figures of each resent generation
       01  RESENT-EXTRACT-TABLE.
           05  RESENT-EXTRACT OCCURS 2 TIMES.
               10  RE-EXTRACT-ID      PIC X(8).
               10  RE-CAPTURED-SW     PIC X.
               10  RE-RUN-DATE        PIC 9(8).
               10  RE-RECORD-COUNT    PIC 9(9).
               10  RE-HASH-TOTAL      PIC 9(18).
               10  RE-CREATE-STAMP    PIC 9(14).

       77  WS-RE-IDX                  PIC 9 VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-LOGGED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-CAPTURE-GENERATIONS
           PERFORM 200-LOG-RESENDS THRU 200-LOG-RESENDS-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           DISPLAY '======================================='
           DISPLAY '   FIBRSNDL - RESEND LOG'
           DISPLAY '======================================='

           MOVE 'FIBXTRCT' TO RE-EXTRACT-ID(1)
           MOVE 'FIBSUMX ' TO RE-EXTRACT-ID(2)
           MOVE 'N' TO RE-CAPTURED-SW(1)
           MOVE 'N' TO RE-CAPTURED-SW(2).

       100-CAPTURE-GENERATIONS.
           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF XTRCT-FILE-OK
               PERFORM UNTIL FILE-EOF-REACHED
                   READ EXTRACT-FILE
                       AT END
                           SET FILE-EOF-REACHED TO TRUE
                       NOT AT END
                           EVALUATE EXH-RECORD-TYPE
                               WHEN 'H'
                                   MOVE EXH-RUN-DATE
                                       TO RE-RUN-DATE(1)
                                   MOVE EXH-TIMESTAMP
                                       TO RE-CREATE-STAMP(1)
                               WHEN 'T'
                                   MOVE EXR-RECORD-COUNT
                                       TO RE-RECORD-COUNT(1)
                                   MOVE EXR-HASH-TOTAL
                                       TO RE-HASH-TOTAL(1)
                                   MOVE 'Y' TO RE-CAPTURED-SW(1)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT SUMMARY-EXTRACT-FILE
           IF SUMX-FILE-OK
               PERFORM UNTIL FILE-EOF-REACHED
                   READ SUMMARY-EXTRACT-FILE
                       AT END
                           SET FILE-EOF-REACHED TO TRUE
                       NOT AT END
                           EVALUATE SXH-RECORD-TYPE
                               WHEN 'H'
                                   MOVE SXH-RUN-DATE
                                       TO RE-RUN-DATE(2)
                                   MOVE SXH-TIMESTAMP
                                       TO RE-CREATE-STAMP(2)
                               WHEN 'T'
                                   MOVE SXR-RECORD-COUNT
                                       TO RE-RECORD-COUNT(2)
                                   MOVE SXR-HASH-TOTAL
                                       TO RE-HASH-TOTAL(2)
                                   MOVE 'Y' TO RE-CAPTURED-SW(2)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-EXTRACT-FILE
           END-IF

           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                     UNTIL WS-RE-IDX > 2
               IF RE-CAPTURED-SW(WS-RE-IDX) = 'Y'
                   DISPLAY 'RESENT: ' RE-EXTRACT-ID(WS-RE-IDX)
                       ' RUN ' RE-RUN-DATE(WS-RE-IDX) ' ('
                       RE-RECORD-COUNT(WS-RE-IDX) ' RECORD(S))'
               ELSE
                   DISPLAY 'WARNING: ' RE-EXTRACT-ID(WS-RE-IDX)
                       ' GENERATION MISSING OR WITHOUT TRAILER - '
                       'NOT LOGGED'
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-PERFORM.

       200-LOG-RESENDS.
           OPEN INPUT DESTINATION-FILE
           IF NOT DEST-FILE-OK
               DISPLAY 'ERROR: FIBDEST REGISTRY NOT AVAILABLE - '
                   'STATUS ' WS-DEST-FILE-STATUS
                   ' - RESEND NOT LOGGED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-LOG-RESENDS-EXIT
           END-IF

           OPEN EXTEND DELIVERY-LOG-FILE
           IF DLOG-FILE-NOT-FOUND
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF
           IF NOT DLOG-FILE-OK
               DISPLAY 'ERROR: FIBDLOG NOT AVAILABLE - STATUS '
                   WS-DLOG-FILE-STATUS ' - RESEND NOT LOGGED'
               CLOSE DESTINATION-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-LOG-RESENDS-EXIT
           END-IF

           PERFORM UNTIL DEST-EOF-REACHED
               READ DESTINATION-FILE
                   AT END
                       SET DEST-EOF-REACHED TO TRUE
                   NOT AT END
                       IF DST-IS-ACTIVE
                           PERFORM 210-LOG-ONE-RESEND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DELIVERY-LOG-FILE
           CLOSE DESTINATION-FILE.

       200-LOG-RESENDS-EXIT.
           EXIT.

       210-LOG-ONE-RESEND.
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                     UNTIL WS-RE-IDX > 2
               IF RE-EXTRACT-ID(WS-RE-IDX) = DST-EXTRACT-ID
                       AND RE-CAPTURED-SW(WS-RE-IDX) = 'Y'
                   MOVE SPACES TO DELIVERY-LOG-RECORD
                   SET DLV-IS-SEND        TO TRUE
                   MOVE DST-RECEIVER-ID   TO DLV-RECEIVER-ID
                   MOVE DST-EXTRACT-ID    TO DLV-FILE-ID
                   MOVE RE-RUN-DATE(WS-RE-IDX)  TO DLV-RUN-DATE
                   MOVE RE-CREATE-STAMP(WS-RE-IDX)
                                          TO DLV-SENT-STAMP
                   MOVE WS-NOW-STAMP      TO DLV-EVENT-STAMP
                   SET DLV-SEND-RESEND    TO TRUE
                   MOVE 'FIBRSNDL'        TO DLV-PROGRAM
                   MOVE RE-RECORD-COUNT(WS-RE-IDX)
                                          TO DLV-RECORD-COUNT
                   MOVE RE-HASH-TOTAL(WS-RE-IDX)
                                          TO DLV-HASH-TOTAL
                   MOVE ZERO              TO DLV-ACK-COUNT
                   WRITE DELIVERY-LOG-RECORD
                   ADD 1 TO WS-LOGGED-COUNT
                   DISPLAY 'LOGGED: ' DST-EXTRACT-ID ' RUN '
                       DLV-RUN-DATE ' RESENT TO ' DST-RECEIVER-ID
               END-IF
           END-PERFORM.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'RESENDS LOGGED:      ' WS-LOGGED-COUNT

           DISPLAY '   FIBRSNDL COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
