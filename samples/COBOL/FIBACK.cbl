      *   2. ages what is left - a transmission not confirmed
      *      within its own acknowledgment window goes on the
      *      exception report, receiver by receiver,
      *   3. rewrites FIBXMIT with acknowledged entries dropped -
      *      each matched ack, with its send stamp, having been
      *      logged on FIBDLOG for the FIBSLAR service-level report.
      *
      * A receiver sent its own FIBXVBLD view (registry extract
      * FIBXVIEW) is balanced against the view's own count, which
      * FIBXMITD puts on the pending entry. Its ack may name the
      * view either as FIBXVIEW or by its slot file FIBXV1-FIBXV8.
      *
      * RC=4 when transmissions have aged unacknowledged, RC=8 when
      * an ack disagrees with what was sent.
      *                 RECEIVER WITH ITS OWN ACK WINDOW - THE
      *                 FIXED-FILE-ID SELF-REGISTRATION AND THE
      *                 ONE-DAY AGING RULE ARE RETIRED
      * 10-15-2026  AG  POST EACH ACKNOWLEDGED RUN DATE ON THE FIBRDIR
      *                 RUN DIRECTORY ONCE EVERY RECEIVER HAS
      *                 CONFIRMED IT, OR AS A MISMATCH WHEN ANY
      *                 RECEIVER'S COUNT DISAGREED
      * 10-15-2026  AG  AGE AND MATCH THE FIBRSTMT RESTATEMENT SENDS
      *                 LIKE ANY OTHER, BUT KEEP THEIR ACKS OFF THE
      *                 RUN DIRECTORY - THEIR DATE IS THE DAY THE
      *                 RESTATEMENT WAS BUILT, NOT A RUN DATE
      * 10-15-2026  AG  LOG EVERY MATCHED ACK, WITH ITS SEND STAMP, TO
      *                 THE FIBDLOG DELIVERY LOG FOR THE FIBSLAR
      *                 SERVICE-LEVEL REPORT
      * 10-15-2026  AG  BALANCE A RECEIVER VIEW ACK (FIBXVIEW OR ITS
      *                 FIBXV1-FIBXV8 SLOT FILE) AGAINST THE VIEW'S OWN
      *                 COUNT ON THE PENDING ENTRY
      * 10-15-2026  AG  LOG THE SENT COUNT AND HASH AND THE RECEIVER'S
      *                 LOADED COUNT WITH EACH MATCHED ACK ON FIBDLOG
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ACK-IN-FILE ASSIGN TO "FIBACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "FIBDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ACK-IN-RECORD.
           05  ACK-RECEIVER-ID        PIC X(8).
           05  ACK-FILE-ID            PIC X(8).
               88  ACK-IS-RESTATEMENT     VALUE 'FIBRSXT '
                                                'FIBRSSM '
                                                'FIBRSRK '.
               88  ACK-IS-VIEW            VALUE 'FIBXVIEW'
                                                'FIBXV1  ' 'FIBXV2  '
                                                'FIBXV3  ' 'FIBXV4  '
                                                'FIBXV5  ' 'FIBXV6  '
                                                'FIBXV7  ' 'FIBXV8  '.
           05  ACK-RUN-DATE           PIC 9(8).
           05  ACK-RECV-COUNT         PIC 9(9).
           05  ACK-TIMESTAMP          PIC 9(14).

      * Permanent delivery record for the service-level report
       FD  DELIVERY-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBDLOGC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
               88  PEND-FILE-OK            VALUE '00'.
           05  WS-ACK-FILE-STATUS     PIC XX VALUE SPACES.
               88  ACK-FILE-OK             VALUE '00'.
           05  WS-DLOG-FILE-STATUS    PIC XX VALUE SPACES.
               88  DLOG-FILE-OK            VALUE '00'.
               88  DLOG-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-PEND-EOF-SW         PIC X VALUE 'N'.
               88  PEND-EOF-REACHED       VALUE 'Y'.
           05  WS-ACK-EOF-SW          PIC X VALUE 'N'.
               88  ACK-EOF-REACHED        VALUE 'Y'.
           05  WS-DLOG-OPEN-SW        PIC X VALUE 'N'.
               88  DLOG-IS-OPEN           VALUE 'Y'.

       01  PENDING-TABLE.
           05  WS-PEND-COUNT          PIC 9(3) VALUE ZERO.
           05  PEND-ENTRY OCCURS 500 TIMES.
               10  PD-RECEIVER-ID     PIC X(8).
               10  PD-FILE-ID         PIC X(8).
                   88  PD-IS-RESTATEMENT  VALUE 'FIBRSXT '
                                                'FIBRSSM '
                                                'FIBRSRK '.
               10  PD-RUN-DATE        PIC 9(8).
               10  PD-SENT-COUNT      PIC 9(9).
               10  PD-SENT-HASH       PIC 9(18).
               10  PD-ACK-WINDOW      PIC 9(2).
               10  PD-STATUS          PIC X.

      * Run dates an ack touched this cycle, posted to the run
      * directory once the whole pending table has been worked
       01  ACKED-DATE-TABLE.
           05  WS-ACKED-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-ACKED-DATE OCCURS 500 TIMES
                                      PIC 9(8).

       77  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       77  WS-ACKED-IDX               PIC 9(3) VALUE ZERO.
       77  WS-ACKED-SLOT              PIC 9(3) VALUE ZERO.
       77  WS-DATE-ACK-CODE           PIC X VALUE SPACE.
       77  WS-PEND-IDX                PIC 9(3) VALUE ZERO.
       77  WS-PEND-SLOT               PIC 9(3) VALUE ZERO.
       77  WS-ACK-COUNT               PIC 9(7) VALUE ZERO.
           05  FILLER                 PIC X(13).


      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-PENDING-FILE
           PERFORM 200-APPLY-ACKNOWLEDGMENTS
           PERFORM 250-POST-ACKED-DATES
           PERFORM 300-AGE-UNACKNOWLEDGED
           PERFORM 400-REWRITE-PENDING-FILE
           PERFORM 900-TERMINATE

       000-INITIALIZE.
           MOVE 'FIBACK  ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           IF NOT ACK-FILE-OK
               DISPLAY 'NO INBOUND ACK FILE THIS CYCLE'
           ELSE
               OPEN EXTEND DELIVERY-LOG-FILE
               IF DLOG-FILE-NOT-FOUND
                   OPEN OUTPUT DELIVERY-LOG-FILE
               END-IF
               IF DLOG-FILE-OK
                   SET DLOG-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'WARNING: FIBDLOG NOT AVAILABLE - STATUS '
                       WS-DLOG-FILE-STATUS ' - DELIVERIES NOT LOGGED'
               END-IF
               PERFORM UNTIL ACK-EOF-REACHED
                   READ ACK-IN-FILE
                       AT END
                   END-READ
               END-PERFORM
               CLOSE ACK-IN-FILE
               IF DLOG-IS-OPEN
                   CLOSE DELIVERY-LOG-FILE
               END-IF
           END-IF.

       210-MATCH-ONE-ACK.
      * Every receiver view is pended under FIBXVIEW, whichever
      * slot file carried it
           IF ACK-IS-VIEW
               MOVE 'FIBXVIEW' TO ACK-FILE-ID
           END-IF

           MOVE ZERO TO WS-PEND-SLOT
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                     UNTIL WS-PEND-IDX > WS-PEND-COUNT
               ELSE
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'M' TO PD-STATUS(WS-PEND-SLOT)
                   IF ACK-IS-VIEW
                       DISPLAY 'EXCEPTION: ' ACK-RECEIVER-ID
                           ' / RECEIVER VIEW RUN ' ACK-RUN-DATE
                           ' VIEW COUNT ' PD-SENT-COUNT(WS-PEND-SLOT)
                           ' RECEIVED ' ACK-RECV-COUNT
                   ELSE
                       DISPLAY 'EXCEPTION: ' ACK-RECEIVER-ID ' / '
                           ACK-FILE-ID ' RUN ' ACK-RUN-DATE ' SENT '
                           PD-SENT-COUNT(WS-PEND-SLOT) ' RECEIVED '
                           ACK-RECV-COUNT
                   END-IF
               END-IF
               IF NOT ACK-IS-RESTATEMENT
                   PERFORM 220-REMEMBER-ACKED-DATE
               END-IF
               IF DLOG-IS-OPEN
                   PERFORM 230-LOG-DELIVERY
               END-IF
           END-IF.

       220-REMEMBER-ACKED-DATE.
           MOVE ZERO TO WS-ACKED-SLOT
           PERFORM VARYING WS-ACKED-IDX FROM 1 BY 1
                     UNTIL WS-ACKED-IDX > WS-ACKED-COUNT
                           OR WS-ACKED-SLOT > ZERO
               IF WS-ACKED-DATE(WS-ACKED-IDX) = ACK-RUN-DATE
                   MOVE WS-ACKED-IDX TO WS-ACKED-SLOT
               END-IF
           END-PERFORM
           IF WS-ACKED-SLOT = ZERO AND WS-ACKED-COUNT < 500
               ADD 1 TO WS-ACKED-COUNT
               MOVE ACK-RUN-DATE TO WS-ACKED-DATE(WS-ACKED-COUNT)
           END-IF.

      * The send stamp leaves FIBXMIT with the acknowledged entry,
      * so it is kept here beside the receiver's ack time; an ack
      * that carries no time is taken as received now
       230-LOG-DELIVERY.
           MOVE SPACES TO DELIVERY-LOG-RECORD
           SET DLV-IS-ACK TO TRUE
           MOVE ACK-RECEIVER-ID TO DLV-RECEIVER-ID
           MOVE ACK-FILE-ID     TO DLV-FILE-ID
           MOVE ACK-RUN-DATE    TO DLV-RUN-DATE
           MOVE PD-SENT-STAMP(WS-PEND-SLOT) TO DLV-SENT-STAMP
           IF ACK-TIMESTAMP IS NUMERIC AND ACK-TIMESTAMP > ZERO
               MOVE ACK-TIMESTAMP TO DLV-EVENT-STAMP
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO DLV-EVENT-STAMP
           END-IF
           MOVE PD-STATUS(WS-PEND-SLOT) TO DLV-STATUS
           MOVE 'FIBACK  '      TO DLV-PROGRAM
           MOVE PD-SENT-COUNT(WS-PEND-SLOT) TO DLV-RECORD-COUNT
           MOVE PD-SENT-HASH(WS-PEND-SLOT)  TO DLV-HASH-TOTAL
           MOVE ACK-RECV-COUNT  TO DLV-ACK-COUNT
           WRITE DELIVERY-LOG-RECORD.

      * A run date is acknowledged on the run directory only when
      * every receiver's entry for it is confirmed; any mismatch
      * posts M, and a date still awaiting a receiver posts nothing
       250-POST-ACKED-DATES.
           PERFORM VARYING WS-ACKED-IDX FROM 1 BY 1
                     UNTIL WS-ACKED-IDX > WS-ACKED-COUNT
               MOVE 'Y' TO WS-DATE-ACK-CODE
               PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                         UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   IF PD-RUN-DATE(WS-PEND-IDX)
                           = WS-ACKED-DATE(WS-ACKED-IDX)
                           AND NOT PD-IS-RESTATEMENT(WS-PEND-IDX)
                       EVALUATE TRUE
                           WHEN PD-STATUS(WS-PEND-IDX) = 'M'
                               MOVE 'M' TO WS-DATE-ACK-CODE
                           WHEN PD-STATUS(WS-PEND-IDX) NOT = 'A'
                                   AND WS-DATE-ACK-CODE = 'Y'
                               MOVE SPACE TO WS-DATE-ACK-CODE
                       END-EVALUATE
                   END-IF
               END-PERFORM

               IF WS-DATE-ACK-CODE NOT = SPACE
                   INITIALIZE FIBRDIR-PARMS
                   MOVE WS-ACKED-DATE(WS-ACKED-IDX) TO RDP-RUN-DATE
                   MOVE ZERO             TO RDP-RUN-SEQ
                   SET RDP-ACKNOWLEDGED  TO TRUE
                   MOVE WS-DATE-ACK-CODE TO RDP-STATE-CODE
                   MOVE 'FIBACK  '       TO RDP-PROGRAM
                   CALL 'FIBRDIRP' USING FIBRDIR-PARMS
               END-IF
           END-PERFORM.

      * Each pending entry ages on its own clock: due date = send
      * date plus the receiver's acknowledgment window in business
      * days, rolled forward over Saturday and Sunday.
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           DISPLAY '   FIBACK COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-ACK-COUNT TO PERF-RECORDS
