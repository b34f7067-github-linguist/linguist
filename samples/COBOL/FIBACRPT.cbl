      * month), lists every inquiry with userid, terminal, timestamp,
      * and the key requested, and totals accesses by userid and by
      * result. Compliance receives the report each month-end.
      *
      * FISCAL in columns 8-13 reports a fiscal period from the
      * FIBFPER table instead of the month: columns 1-6 carry its
      * YYYYPP period id (default the period holding today). The
      * period's accesses list and total as above, and the
      * fiscal-year-to-date access totals print beneath them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBACRPT.
      *                 SEALED ARCHIVE LAYOUT (LOG BYTES + CHAIN)
      *                 SO ARCHIVE GENERATIONS READ WITHOUT A
      *                 RECORD-LENGTH CONFLICT
      * 10-15-2026  AG  FISCAL-PERIOD BASIS FROM THE FIBFPER TABLE
      *                 WITH FISCAL-YEAR-TO-DATE ACCESS TOTALS
      * 10-15-2026  AG  LOG START/END RUN-TIME TELEMETRY TO FIBPERF
      *                 THROUGH THE SHARED FIBPERFL LOGGER - THE RUN
      *                 AND ITS RETURN CODE ARE THE AUDIT EVIDENCE
      *                 FIBEVPK INDEXES FOR THIS CONTROL
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  WS-CONTROL-CARD.
           05  WS-CC-REPORT-MONTH     PIC 9(6).
           05  FILLER                 PIC X.
           05  WS-CC-BASIS            PIC X(6).
           05  FILLER                 PIC X(67).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  ACLOG-EOF-REACHED      VALUE 'Y'.
           05  WS-CONTROL-REC-SW      PIC X VALUE 'N'.
               88  CONTROL-RECORD-SEEN    VALUE 'Y'.
           05  WS-BASIS-SW            PIC X VALUE 'C'.
               88  FISCAL-BASIS           VALUE 'F'.

      * Access-log record layout shared with the online programs
           COPY FIBACLOG.
                   'FIBACRPT - MONTHLY ACCESS REPORT  '.
               10  RH-REPORT-MONTH    PIC 9(6).
               10  FILLER             PIC X(93) VALUE SPACES.
           05  RPT-FISCAL-HEADER-LINE.
               10  FILLER             PIC X(41) VALUE
                   'FIBACRPT - FISCAL PERIOD ACCESS REPORT  '.
               10  RF-PERIOD-ID       PIC 9(6).
               10  FILLER             PIC X(3) VALUE ' Q'.
               10  RF-QUARTER         PIC 9.
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RF-START-DATE      PIC 9(8).
               10  FILLER             PIC X(3) VALUE ' - '.
               10  RF-END-DATE        PIC 9(8).
               10  FILLER             PIC X(61) VALUE SPACES.
           05  RPT-DETAIL-LINE.
               10  RD-USERID          PIC X(8).
               10  FILLER             PIC X(2) VALUE SPACES.
               10  FILLER             PIC X(13) VALUE '  NOT FOUND: '.
               10  UL-NOTFND-COUNT    PIC Z(6)9.
               10  FILLER             PIC X(80) VALUE SPACES.
           05  RPT-TO-DATE-LINE.
               10  TL-LABEL           PIC X(20).
               10  FILLER             PIC X(12) VALUE '  ACCESSES: '.
               10  TL-ACCESS-COUNT    PIC Z(6)9.
               10  FILLER             PIC X(14) VALUE
                   '  SUCCESSFUL: '.
               10  TL-FOUND-COUNT     PIC Z(6)9.
               10  FILLER             PIC X(13) VALUE '  NOT FOUND: '.
               10  TL-NOTFND-COUNT    PIC Z(6)9.
               10  FILLER             PIC X(53) VALUE SPACES.

       77  WS-REPORT-MONTH            PIC 9(6) VALUE ZERO.
       77  WS-RECORDS-READ            PIC 9(7) VALUE ZERO.
       77  WS-RECORDS-REPORTED        PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-FOUND             PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-NOTFND            PIC 9(7) VALUE ZERO.
       77  WS-FYTD-FOUND              PIC 9(7) VALUE ZERO.
       77  WS-FYTD-NOTFND             PIC 9(7) VALUE ZERO.
       77  WS-ACCESS-DATE             PIC 9(8) VALUE ZERO.
       77  WS-USER-IDX                PIC 9(3) VALUE ZERO.
       77  WS-USER-SLOT               PIC 9(3) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       01  CURRENT-DATE-TIME.
           05  CD-YEAR                PIC 9(4).
           05  CD-MONTH               PIC 9(2).
           05  FILLER                 PIC X(13).
       01  CURRENT-DATE-VIEW REDEFINES CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(11).

           COPY FIBFPLKC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBACRPT' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           COMPUTE WS-REPORT-MONTH = CD-YEAR * 100 + CD-MONTH

                               AND WS-CC-REPORT-MONTH > ZERO
                           MOVE WS-CC-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
                       IF WS-CC-BASIS = 'FISCAL'
                           SET FISCAL-BASIS TO TRUE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF

           IF FISCAL-BASIS
               PERFORM 050-RESOLVE-FISCAL-PERIOD
           END-IF

           OPEN OUTPUT PRINT-FILE

           IF FISCAL-BASIS
               MOVE FPL-PERIOD-ID  TO RF-PERIOD-ID
               MOVE FPL-QUARTER    TO RF-QUARTER
               MOVE FPL-START-DATE TO RF-START-DATE
               MOVE FPL-END-DATE   TO RF-END-DATE
               WRITE PRINT-RECORD FROM RPT-FISCAL-HEADER-LINE
               DISPLAY RPT-FISCAL-HEADER-LINE
           ELSE
               MOVE WS-REPORT-MONTH TO RH-REPORT-MONTH
               WRITE PRINT-RECORD FROM RPT-HEADER-LINE
               DISPLAY RPT-HEADER-LINE
           END-IF.

      * A period id on the card names the period; without one the
      * period holding today is reported. A period FIBFPER cannot
      * supply falls back to the calendar month.
       050-RESOLVE-FISCAL-PERIOD.
           IF WS-CC-REPORT-MONTH IS NUMERIC
                   AND WS-CC-REPORT-MONTH > ZERO
               SET FPL-BY-PERIOD-ID TO TRUE
               MOVE WS-CC-REPORT-MONTH TO FPL-PERIOD-ID
           ELSE
               SET FPL-BY-DATE TO TRUE
               MOVE CD-DATE TO FPL-DATE
           END-IF
           CALL 'FIBFPLK' USING FIBFPLK-PARMS

           IF NOT FPL-FOUND
               DISPLAY 'WARNING: FISCAL PERIOD NOT ON FIBFPER (RESULT '
                   FPL-RESULT ') - CALENDAR MONTH REPORTED'
               MOVE 'C' TO WS-BASIS-SW
               COMPUTE WS-REPORT-MONTH = CD-YEAR * 100 + CD-MONTH
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       100-REPORT-ACCESS-LOG.
           OPEN INPUT ACCESS-LOG-FILE
                       IF CONTROL-RECORD-SEEN
                           CONTINUE
                       ELSE
                       IF FISCAL-BASIS
                           PERFORM 107-SELECT-FISCAL-ACCESS
                       ELSE
                       IF ACL-TIMESTAMP(1:6) = WS-REPORT-MONTH
                           PERFORM 110-REPORT-ONE-ACCESS
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCESS-LOG-FILE

           PERFORM 120-PRINT-USER-TOTALS

           IF FISCAL-BASIS
               PERFORM 130-PRINT-TO-DATE-TOTALS
           END-IF.

       100-REPORT-ACCESS-LOG-EXIT.
           EXIT.
               SET CONTROL-RECORD-SEEN TO TRUE
           END-IF.

      * Every access of the fiscal year through the period's end
      * counts to the year; the period's own are reported in full
       107-SELECT-FISCAL-ACCESS.
           MOVE ACL-TIMESTAMP(1:8) TO WS-ACCESS-DATE
           IF WS-ACCESS-DATE NOT < FPL-FY-START-DATE
                   AND WS-ACCESS-DATE NOT > FPL-END-DATE
               IF ACL-RESULT = 'N'
                   ADD 1 TO WS-FYTD-NOTFND
               ELSE
                   ADD 1 TO WS-FYTD-FOUND
               END-IF
               IF WS-ACCESS-DATE NOT < FPL-START-DATE
                   PERFORM 110-REPORT-ONE-ACCESS
               END-IF
           END-IF.

       110-REPORT-ONE-ACCESS.
           ADD 1 TO WS-RECORDS-REPORTED

               DISPLAY RPT-USER-TOTAL-LINE
           END-PERFORM.

       130-PRINT-TO-DATE-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE 'PERIOD-TO-DATE'      TO TL-LABEL
           MOVE WS-RECORDS-REPORTED   TO TL-ACCESS-COUNT
           MOVE WS-TOTAL-FOUND        TO TL-FOUND-COUNT
           MOVE WS-TOTAL-NOTFND       TO TL-NOTFND-COUNT
           WRITE PRINT-RECORD FROM RPT-TO-DATE-LINE
           DISPLAY RPT-TO-DATE-LINE

           MOVE 'FISCAL-YEAR-TO-DATE' TO TL-LABEL
           COMPUTE TL-ACCESS-COUNT = WS-FYTD-FOUND + WS-FYTD-NOTFND
           MOVE WS-FYTD-FOUND         TO TL-FOUND-COUNT
           MOVE WS-FYTD-NOTFND        TO TL-NOTFND-COUNT
           WRITE PRINT-RECORD FROM RPT-TO-DATE-LINE
           DISPLAY RPT-TO-DATE-LINE.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'LOG RECORDS READ:       ' WS-RECORDS-READ
           IF FISCAL-BASIS
               DISPLAY 'ACCESSES IN PERIOD:     ' WS-RECORDS-REPORTED
           ELSE
               DISPLAY 'ACCESSES IN MONTH:      ' WS-RECORDS-REPORTED
           END-IF
           DISPLAY 'SUCCESSFUL INQUIRIES:   ' WS-TOTAL-FOUND
           DISPLAY 'NOT-FOUND INQUIRIES:    ' WS-TOTAL-NOTFND
           DISPLAY 'DISTINCT USERIDS:       ' WS-USER-COUNT

           CLOSE PRINT-FILE

           DISPLAY '   FIBACRPT COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RECORDS-READ TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
