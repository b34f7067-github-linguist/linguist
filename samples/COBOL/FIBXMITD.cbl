      *      the receiver and its acknowledgment window, so FIBACK
      *      ages each receiver on its own clock.
      *
      * A row naming extract FIBXVIEW sends the receiver its own
      * view of FIBXTRCT, built by FIBXVBLD: the order names the
      * view's slot file (FIBXV1-FIBXV8) and the pending entry
      * carries the view's own count and hash from the FIBXVMAN
      * manifest, so FIBACK balances the receiver against what it
      * was actually sent.
      *
      * An extract named by the registry but absent or empty this
      * cycle is reported and skipped - nothing is ordered that
      * cannot be sent. RC=4 on any skipped row.
      *                 INSTEAD OF APPENDING BLIND - A RERUN OF
      *                 THE TRANSMIT STEP NO LONGER LEAVES A
      *                 DUPLICATE 'P' ENTRY TO AGE IN FIBACK
      * 10-15-2026  AG  POST EVERY ORDERED SEND AS THE TRANSMITTED
      *                 STATE OF ITS RUN DATE ON THE FIBRDIR RUN
      *                 DIRECTORY
      * 10-15-2026  AG  SEND A FIBXVIEW ROW THE RECEIVER'S OWN VIEW
      *                 FROM THE FIBXVMAN MANIFEST - SLOT FILE ON THE
      *                 ORDER, VIEW COUNT AND HASH ON THE PENDING ENTRY
      * 10-15-2026  AG  LOG EVERY ORDERED SEND, WITH ITS COUNT AND HASH,
      *                 ON FIBDLOG FOR THE FIBCONF CONFIRMATION
      *                 STATEMENT
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  EXTRACT, SUMMARY AND RISK VIEWS WIDENED TO THE
      *                 CURRENT 38, 199 AND 43 BYTE LAYOUTS
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT RISK-REPORT-FILE ASSIGN TO "FIBRISK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-FILE-STATUS.
           SELECT VIEW-MANIFEST-FILE ASSIGN TO "FIBXVMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VMAN-FILE-STATUS.
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

       FD  RISK-REPORT-FILE
           RECORDING MODE IS F.
       01  RISK-ANY-RECORD            PIC X(43).
       01  RISK-TRAILER-VIEW REDEFINES RISK-ANY-RECORD.
           05  RKR-RECORD-TYPE        PIC X.
           05  RKR-RECORD-COUNT       PIC 9(9).
           05  RKR-HASH-TOTAL         PIC 9(18).
           05  FILLER                 PIC X(15).
       01  RISK-HEADER-VIEW REDEFINES RISK-ANY-RECORD.
           05  RKH-RECORD-TYPE        PIC X.
           05  RKH-RUN-DATE           PIC 9(8).
           05  RKH-PROGRAM-ID         PIC X(8).
           05  RKH-TIMESTAMP          PIC 9(14).
           05  FILLER                 PIC X(12).

       FD  VIEW-MANIFEST-FILE
           RECORDING MODE IS F.
           COPY FIBXVMC.

      * Permanent send record for the monthly confirmation statement
       FD  DELIVERY-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBDLOGC.

       WORKING-STORAGE SECTION.

               88  SUMX-FILE-OK            VALUE '00'.
           05  WS-RISK-FILE-STATUS    PIC XX VALUE SPACES.
               88  RISK-FILE-OK            VALUE '00'.
           05  WS-VMAN-FILE-STATUS    PIC XX VALUE SPACES.
               88  VMAN-FILE-OK            VALUE '00'.
           05  WS-DLOG-FILE-STATUS    PIC XX VALUE SPACES.
               88  DLOG-FILE-OK            VALUE '00'.
               88  DLOG-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-DEST-EOF-SW         PIC X VALUE 'N'.
               88  FILE-EOF-REACHED       VALUE 'Y'.
           05  WS-PEND-EOF-SW         PIC X VALUE 'N'.
               88  PEND-EOF-REACHED       VALUE 'Y'.
           05  WS-VMAN-EOF-SW         PIC X VALUE 'N'.
               88  VMAN-EOF-REACHED       VALUE 'Y'.
           05  WS-DLOG-OPEN-SW        PIC X VALUE 'N'.
               88  DLOG-IS-OPEN           VALUE 'Y'.

      * The trailer figures of each extract, captured once per
      * run and reused for every receiver of that extract
               10  CE-HASH-TOTAL      PIC 9(18).
               10  CE-SENT-STAMP      PIC 9(14).

      * The receiver views FIBXVBLD built this cycle
       01  VIEW-MANIFEST-TABLE.
           05  WS-VIEW-COUNT          PIC 9 VALUE ZERO.
           05  VIEW-MANIFEST-ENTRY OCCURS 8 TIMES.
               10  VM-RECEIVER-ID     PIC X(8).
               10  VM-EXTRACT-ID      PIC X(8).
               10  VM-RUN-DATE        PIC 9(8).
               10  VM-RECORD-COUNT    PIC 9(9).
               10  VM-HASH-TOTAL      PIC 9(18).
               10  VM-BUILT-STAMP     PIC 9(14).

      * What one registry row sends - an extract's captured figures
      * or the receiver's own view
       01  WS-SEND-FIGURES.
           05  WS-SEND-FILE-ID        PIC X(8).
           05  WS-SEND-RUN-DATE       PIC 9(8).
           05  WS-SEND-COUNT          PIC 9(9).
           05  WS-SEND-HASH           PIC 9(18).
           05  WS-SEND-STAMP          PIC 9(14).
           05  WS-SEND-KIND           PIC X.

      * The pending entries carried in from FIBXMIT, so a rerun
      * of the transmit step replaces its own earlier entry for
      * the same (receiver, extract, run date) instead of posting

       77  WS-CE-IDX                  PIC 9(1) VALUE ZERO.
       77  WS-CE-SLOT                 PIC 9(1) VALUE ZERO.
       77  WS-VM-IDX                  PIC 9(2) VALUE ZERO.
       77  WS-VM-SLOT                 PIC 9(2) VALUE ZERO.
       77  WS-PEND-IDX                PIC 9(3) VALUE ZERO.
       77  WS-PEND-SLOT               PIC 9(3) VALUE ZERO.
       77  WS-REPLACED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-SKIPPED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-CAPTURE-EXTRACT-FIGURES
           PERFORM 140-LOAD-VIEW-MANIFEST
           PERFORM 150-LOAD-PENDING-FILE
           PERFORM 200-WORK-THE-REGISTRY
               THRU 200-WORK-THE-REGISTRY-EXIT
               CLOSE RISK-REPORT-FILE
           END-IF.

       140-LOAD-VIEW-MANIFEST.
           OPEN INPUT VIEW-MANIFEST-FILE
           IF VMAN-FILE-OK
               PERFORM UNTIL VMAN-EOF-REACHED
                       OR WS-VIEW-COUNT = 8
                   READ VIEW-MANIFEST-FILE
                       AT END
                           SET VMAN-EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-VIEW-COUNT
                           MOVE VWM-RECEIVER-ID
                               TO VM-RECEIVER-ID(WS-VIEW-COUNT)
                           MOVE VWM-EXTRACT-ID
                               TO VM-EXTRACT-ID(WS-VIEW-COUNT)
                           MOVE VWM-RUN-DATE
                               TO VM-RUN-DATE(WS-VIEW-COUNT)
                           MOVE VWM-RECORD-COUNT
                               TO VM-RECORD-COUNT(WS-VIEW-COUNT)
                           MOVE VWM-HASH-TOTAL
                               TO VM-HASH-TOTAL(WS-VIEW-COUNT)
                           MOVE VWM-BUILT-STAMP
                               TO VM-BUILT-STAMP(WS-VIEW-COUNT)
                   END-READ
               END-PERFORM
               CLOSE VIEW-MANIFEST-FILE
           END-IF

           DISPLAY 'RECEIVER VIEWS BUILT THIS CYCLE:  '
               WS-VIEW-COUNT.

       150-LOAD-PENDING-FILE.
           OPEN INPUT PENDING-FILE
           IF PEND-FILE-OK

           OPEN OUTPUT TRANSMIT-ORDER-FILE

           OPEN EXTEND DELIVERY-LOG-FILE
           IF DLOG-FILE-NOT-FOUND
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF
           IF DLOG-FILE-OK
               SET DLOG-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: FIBDLOG NOT AVAILABLE - STATUS '
                   WS-DLOG-FILE-STATUS ' - SENDS NOT LOGGED'
           END-IF

           PERFORM UNTIL DEST-EOF-REACHED
               READ DESTINATION-FILE
                   AT END
           END-PERFORM

           CLOSE TRANSMIT-ORDER-FILE
           CLOSE DESTINATION-FILE
           IF DLOG-IS-OPEN
               CLOSE DELIVERY-LOG-FILE
           END-IF.

       200-WORK-THE-REGISTRY-EXIT.
           EXIT.

       210-ORDER-ONE-SEND.
           IF DST-EXTRACT-ID = 'FIBXVIEW'
               PERFORM 220-FIND-RECEIVER-VIEW
                   THRU 220-FIND-RECEIVER-VIEW-EXIT
           ELSE
               PERFORM 230-FIND-CAPTURED-EXTRACT
                   THRU 230-FIND-CAPTURED-EXTRACT-EXIT
           END-IF
           IF WS-SEND-FILE-ID = SPACES
               GO TO 210-ORDER-ONE-SEND-EXIT
           END-IF

           MOVE DST-RECEIVER-ID     TO XO-RECEIVER-ID
           MOVE WS-SEND-FILE-ID     TO XO-EXTRACT-ID
           MOVE DST-TRANSPORT       TO XO-TRANSPORT
           MOVE DST-TRANSPORT-NODE  TO XO-TRANSPORT-NODE
           MOVE WS-SEND-RUN-DATE    TO XO-RUN-DATE
           MOVE WS-SEND-COUNT       TO XO-RECORD-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO XO-CREATE-STAMP
           WRITE TRANSMIT-ORDER-RECORD

                       AND PD-FILE-ID(WS-PEND-IDX)
                           = DST-EXTRACT-ID
                       AND PD-RUN-DATE(WS-PEND-IDX)
                           = WS-SEND-RUN-DATE
                   MOVE WS-PEND-IDX TO WS-PEND-SLOT
               END-IF
           END-PERFORM

           MOVE 'O' TO WS-SEND-KIND
           IF WS-PEND-SLOT > ZERO
               ADD 1 TO WS-REPLACED-COUNT
               MOVE 'R' TO WS-SEND-KIND
           ELSE
               IF WS-PEND-COUNT = 500
                   ADD 1 TO WS-SKIPPED-COUNT

           MOVE DST-RECEIVER-ID     TO PD-RECEIVER-ID(WS-PEND-SLOT)
           MOVE DST-EXTRACT-ID      TO PD-FILE-ID(WS-PEND-SLOT)
           MOVE WS-SEND-RUN-DATE    TO PD-RUN-DATE(WS-PEND-SLOT)
           MOVE WS-SEND-COUNT       TO PD-SENT-COUNT(WS-PEND-SLOT)
           MOVE WS-SEND-HASH        TO PD-SENT-HASH(WS-PEND-SLOT)
           MOVE WS-SEND-STAMP       TO PD-SENT-STAMP(WS-PEND-SLOT)
           MOVE DST-ACK-WINDOW-DAYS TO PD-ACK-WINDOW(WS-PEND-SLOT)
           MOVE 'P'                 TO PD-STATUS(WS-PEND-SLOT)

           ADD 1 TO WS-ORDER-COUNT

           IF DLOG-IS-OPEN
               PERFORM 240-LOG-SEND
           END-IF

      * Extracts carry the run date, not the sequence - the send is
      * posted against every run on file for the date
           INITIALIZE FIBRDIR-PARMS
           MOVE WS-SEND-RUN-DATE        TO RDP-RUN-DATE
           MOVE ZERO                    TO RDP-RUN-SEQ
           SET RDP-TRANSMITTED          TO TRUE
           MOVE 'Y'                     TO RDP-STATE-CODE
           MOVE 'FIBXMITD'              TO RDP-PROGRAM
           CALL 'FIBRDIRP' USING FIBRDIR-PARMS

           DISPLAY 'ORDERED: ' WS-SEND-FILE-ID ' RUN '
               PD-RUN-DATE(WS-PEND-SLOT) ' TO ' DST-RECEIVER-ID
               ' VIA ' DST-TRANSPORT ' ('
               PD-SENT-COUNT(WS-PEND-SLOT) ' RECORD(S), '
       210-ORDER-ONE-SEND-EXIT.
           EXIT.

      * A rerun that replaces an entry still pending is a resend
       240-LOG-SEND.
           MOVE SPACES TO DELIVERY-LOG-RECORD
           SET DLV-IS-SEND          TO TRUE
           MOVE DST-RECEIVER-ID     TO DLV-RECEIVER-ID
           MOVE DST-EXTRACT-ID      TO DLV-FILE-ID
           MOVE WS-SEND-RUN-DATE    TO DLV-RUN-DATE
           MOVE WS-SEND-STAMP       TO DLV-SENT-STAMP
           MOVE XO-CREATE-STAMP     TO DLV-EVENT-STAMP
           MOVE WS-SEND-KIND        TO DLV-STATUS
           MOVE 'FIBXMITD'          TO DLV-PROGRAM
           MOVE WS-SEND-COUNT       TO DLV-RECORD-COUNT
           MOVE WS-SEND-HASH        TO DLV-HASH-TOTAL
           MOVE ZERO                TO DLV-ACK-COUNT
           WRITE DELIVERY-LOG-RECORD.

      * A receiver's view is sent only when FIBXVBLD built it this
      * cycle - yesterday's slot file is never ordered again
       220-FIND-RECEIVER-VIEW.
           MOVE SPACES TO WS-SEND-FILE-ID
           MOVE ZERO TO WS-VM-SLOT
           PERFORM VARYING WS-VM-IDX FROM 1 BY 1
                     UNTIL WS-VM-IDX > WS-VIEW-COUNT
                        OR WS-VM-SLOT > ZERO
               IF VM-RECEIVER-ID(WS-VM-IDX) = DST-RECEIVER-ID
                   MOVE WS-VM-IDX TO WS-VM-SLOT
               END-IF
           END-PERFORM

           IF WS-VM-SLOT = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'SKIPPED: NO VIEW BUILT THIS CYCLE FOR '
                   DST-RECEIVER-ID ' - NOTHING ORDERED'
               GO TO 220-FIND-RECEIVER-VIEW-EXIT
           END-IF

           MOVE VM-EXTRACT-ID(WS-VM-SLOT)   TO WS-SEND-FILE-ID
           MOVE VM-RUN-DATE(WS-VM-SLOT)     TO WS-SEND-RUN-DATE
           MOVE VM-RECORD-COUNT(WS-VM-SLOT) TO WS-SEND-COUNT
           MOVE VM-HASH-TOTAL(WS-VM-SLOT)   TO WS-SEND-HASH
           MOVE VM-BUILT-STAMP(WS-VM-SLOT)  TO WS-SEND-STAMP.

       220-FIND-RECEIVER-VIEW-EXIT.
           EXIT.

       230-FIND-CAPTURED-EXTRACT.
           MOVE SPACES TO WS-SEND-FILE-ID
           MOVE ZERO TO WS-CE-SLOT
           PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                     UNTIL WS-CE-IDX > 3 OR WS-CE-SLOT > ZERO
               IF CE-EXTRACT-ID(WS-CE-IDX) = DST-EXTRACT-ID
                   MOVE WS-CE-IDX TO WS-CE-SLOT
               END-IF
           END-PERFORM

           IF WS-CE-SLOT = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'SKIPPED: REGISTRY NAMES UNKNOWN EXTRACT <'
                   DST-EXTRACT-ID '> FOR RECEIVER '
                   DST-RECEIVER-ID
               GO TO 230-FIND-CAPTURED-EXTRACT-EXIT
           END-IF

           IF CE-CAPTURED-SW(WS-CE-SLOT) NOT = 'Y'
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'SKIPPED: ' DST-EXTRACT-ID ' HAS NO '
                   'TRAILER THIS CYCLE - NOTHING ORDERED FOR '
                   DST-RECEIVER-ID
               GO TO 230-FIND-CAPTURED-EXTRACT-EXIT
           END-IF

           MOVE DST-EXTRACT-ID              TO WS-SEND-FILE-ID
           MOVE CE-RUN-DATE(WS-CE-SLOT)     TO WS-SEND-RUN-DATE
           MOVE CE-RECORD-COUNT(WS-CE-SLOT) TO WS-SEND-COUNT
           MOVE CE-HASH-TOTAL(WS-CE-SLOT)   TO WS-SEND-HASH
           MOVE CE-SENT-STAMP(WS-CE-SLOT)   TO WS-SEND-STAMP.

       230-FIND-CAPTURED-EXTRACT-EXIT.
           EXIT.

       300-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               END-IF
           END-IF

           DISPLAY '   FIBXMITD COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
