      *   2. FIBCTL is copied to FIBCTLV with a data-as-of stamp
      *      record behind it - FIBDASH shows the stamp so
      *      staleness is at least visible,
      *   3. FIBRISK is copied to FIBRISKV as-is,
      *   4. the refresh is logged on FIBDLOG with the run date now
      *      shown, for the FIBSLAR service-level report.
      *
      * This program issues MQ calls and is bound with the MQSeries
      * stubs; it is not intended to compile without the MQ
      * 09-02-2026  AG  INITIAL VERSION - COMPLETION-TRIGGERED
      *                 REFRESH OF THE DASHBOARD ESDS COPIES WITH
      *                 A DATA-AS-OF STAMP
      * 10-15-2026  AG  LOG EVERY REFRESH, WITH THE RUN DATE NOW SHOWN,
      *                 TO THE FIBDLOG DELIVERY LOG FOR THE FIBSLAR
      *                 SERVICE-LEVEL REPORT
      * 10-15-2026  AG  ZERO THE NEW FIBDLOG COUNT AND HASH FIELDS ON A
      *                 REFRESH EVENT
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      *                 AND THE PRODUCING RELEASE FROM THE MESSAGE
      * 10-15-2026  AG  FIBCTL AND THE FIBCTLV COPY WIDENED TO 29 BYTES
      *                 FOR THE BUSINESS UNIT
      * 10-15-2026  AG  FIBRISK AND THE FIBRISKV COPY TAKEN AT THE FULL
      *                 43-BYTE RISK RECORD (COEFF WEIGHTS INCLUDED)
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT RISK-COPY-FILE ASSIGN TO "FIBRISKV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSKV-FILE-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "FIBDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CONTROL-TOTAL-RECORD.
           05  CTL-CUMULATIVE-SUM     PIC 9(18).
           05  CTL-RUN-COUNT          PIC 9(7).
           05  CTL-UNIT               PIC X(4).

       FD  CTL-COPY-FILE
           RECORDING MODE IS F.
       01  CTL-COPY-RECORD            PIC X(29).
       01  CTL-ASOF-RECORD REDEFINES CTL-COPY-RECORD.
           05  ASOF-RECORD-TYPE       PIC X.
           05  ASOF-TIMESTAMP         PIC 9(14).
           05  FILLER                 PIC X(14).

       FD  RISK-REPORT-FILE
           RECORDING MODE IS F.
       01  RISK-REPORT-RECORD         PIC X(43).

       FD  RISK-COPY-FILE
           RECORDING MODE IS F.
       01  RISK-COPY-RECORD           PIC X(43).

      * Permanent delivery record for the service-level report
       FD  DELIVERY-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBDLOGC.

       WORKING-STORAGE SECTION.

           05  WS-RISK-FILE-STATUS    PIC XX VALUE SPACES.
               88  RISK-FILE-OK            VALUE '00'.
           05  WS-RSKV-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-DLOG-FILE-STATUS    PIC XX VALUE SPACES.
               88  DLOG-FILE-OK            VALUE '00'.
               88  DLOG-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-RISK-EOF-SW         PIC X VALUE 'N'.
               88  RISK-EOF-REACHED       VALUE 'Y'.
           05  WS-TRIGGER-SW          PIC X VALUE 'N'.
               88  TRIGGER-MESSAGE-READ   VALUE 'Y'.

      * The completion message layout ADVFIBB puts - consumed and
      * echoed so the job log shows which run triggered the bridge
           05  MQM-RESTART-FLAG       PIC X.
           05  MQM-VALIDATION-FLAG    PIC X.
           05  MQM-DIV-WARNINGS       PIC 9(4).
           05  MQM-RELEASE-ID         PIC X(8).

       77  WS-RISK-COPY-COUNT         PIC 9(7) VALUE ZERO.
      * Run whose data the refreshed copies now show - the trigger
      * message's run, or on a manual refresh the last risk record's
       77  WS-DATA-RUN-DATE           PIC 9(8) VALUE ZERO.
       77  WS-REFRESH-STAMP           PIC 9(14) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * MQ structures and constants, the run-completion conventions
           05  WS-MQ-BUFFER-LENGTH    PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-DATA-LENGTH      PIC S9(9) BINARY VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
               THRU 100-CONSUME-TRIGGER-MESSAGE-EXIT
           PERFORM 200-REFRESH-CTL-COPY
           PERFORM 300-REFRESH-RISK-COPY
           PERFORM 400-LOG-REFRESH
           PERFORM 900-TERMINATE

           GOBACK.
           MOVE MQMI-NONE TO MQMD-MSGID
           MOVE MQCI-NONE TO MQMD-CORRELID
           COMPUTE MQGMO-OPTIONS = MQGMO-NO-WAIT
           MOVE SPACES TO MQM-RELEASE-ID
           MOVE LENGTH OF MQ-COMPLETION-MESSAGE
               TO WS-MQ-BUFFER-LENGTH


           IF WS-MQ-COMPCODE = MQCC-OK
               DISPLAY 'TRIGGERED BY RUN ' MQM-RUN-DATE
                   ' RC ' MQM-RETURN-CODE ' RELEASE ' MQM-RELEASE-ID
               MOVE MQM-RUN-DATE TO WS-DATA-RUN-DATE
               SET TRIGGER-MESSAGE-READ TO TRUE
           ELSE
               IF WS-MQ-REASON = MQRC-NO-MSG-AVAILABLE
                   DISPLAY 'NO COMPLETION MESSAGE WAITING - '
           MOVE SPACES TO CTL-COPY-RECORD
           MOVE 'A' TO ASOF-RECORD-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO ASOF-TIMESTAMP
           MOVE ASOF-TIMESTAMP TO WS-REFRESH-STAMP
           WRITE CTL-COPY-RECORD

           CLOSE CTL-COPY-FILE
                           WRITE RISK-COPY-RECORD
                               FROM RISK-REPORT-RECORD
                           ADD 1 TO WS-RISK-COPY-COUNT
                           IF NOT TRIGGER-MESSAGE-READ
                               IF RISK-REPORT-RECORD(1:8) IS NUMERIC
                                   MOVE RISK-REPORT-RECORD(1:8)
                                       TO WS-DATA-RUN-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RISK-REPORT-FILE
           DISPLAY 'FIBRISKV REFRESHED: ' WS-RISK-COPY-COUNT
               ' RECORD(S)'.

      * Every refresh goes on the delivery log - "the dashboard is
      * fresh by 06:30" is measured from here by FIBSLAR
       400-LOG-REFRESH.
           OPEN EXTEND DELIVERY-LOG-FILE
           IF DLOG-FILE-NOT-FOUND
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF
           IF DLOG-FILE-OK
               MOVE SPACES TO DELIVERY-LOG-RECORD
               SET DLV-IS-DASH-REFRESH TO TRUE
               MOVE WS-DATA-RUN-DATE TO DLV-RUN-DATE
               MOVE ZERO             TO DLV-SENT-STAMP
               MOVE WS-REFRESH-STAMP TO DLV-EVENT-STAMP
               MOVE 'FIBDASHC'       TO DLV-PROGRAM
               MOVE ZERO             TO DLV-RECORD-COUNT
               MOVE ZERO             TO DLV-HASH-TOTAL
               MOVE ZERO             TO DLV-ACK-COUNT
               WRITE DELIVERY-LOG-RECORD
               CLOSE DELIVERY-LOG-FILE
               DISPLAY 'REFRESH LOGGED FOR RUN ' WS-DATA-RUN-DATE
           ELSE
               DISPLAY 'WARNING: FIBDLOG NOT AVAILABLE - STATUS '
                   WS-DLOG-FILE-STATUS ' - REFRESH NOT LOGGED'
           END-IF.

       900-TERMINATE.
           DISPLAY '   FIBDASHC COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
