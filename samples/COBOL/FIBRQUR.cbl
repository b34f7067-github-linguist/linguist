      ******************************************************************
      * FIBRQUR is the monthly run-request usage report to the
      * requester owners. From the FIBRQUSE log FIBREQIN writes for
      * every request it takes off FIB.RUN.REQUEST, it totals by
      * requester the requests accepted and the term volume they
      * carried, the requests refused over quota and those refused
      * for authority or validation, beside the requester's class,
      * daily limits and owner from FIBRQCTL. Class totals close the
      * report, so the owners can see who is using the queue and
      * whether a limit needs raising or lowering on FIBRQCLD.
      *
      * PARM='YYYYMM' - the month to report (default the month
      * before this one). RC=4 when a request was refused over
      * quota in the month, RC=8 when FIBRQUSE cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRQUR.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - MONTHLY RUN-REQUEST USAGE
      *                 BY REQUESTER
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-LOG-FILE ASSIGN TO "FIBRQUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQU-FILE-STATUS.
           SELECT REQUESTER-CONTROL-FILE ASSIGN TO "FIBRQCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RQC-REQUESTER
               FILE STATUS IS WS-RQC-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBRQUSC.

       FD  REQUESTER-CONTROL-FILE.
           COPY FIBRQCC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RQU-FILE-STATUS     PIC XX VALUE SPACES.
               88  RQU-FILE-OK             VALUE '00'.
           05  WS-RQC-FILE-STATUS     PIC XX VALUE SPACES.
               88  RQC-FILE-OK             VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-FOUND-SW            PIC X VALUE 'N'.
               88  ENTRY-FOUND            VALUE 'Y'.
           05  WS-TABLE-FULL-SW       PIC X VALUE 'N'.
               88  TABLE-FULL-REPORTED    VALUE 'Y'.

      * One entry per requester seen in the month
       01  USAGE-TABLE.
           05  WS-USAGE-COUNT         PIC 9(3) VALUE ZERO.
           05  UT-ENTRY OCCURS 300 TIMES.
               10  UT-REQUESTER       PIC X(8).
               10  UT-CLASS           PIC X.
               10  UT-ACCEPTED        PIC 9(5).
               10  UT-VOLUME          PIC 9(7).
               10  UT-OVER-QUOTA      PIC 9(5).
               10  UT-REJECTED        PIC 9(5).
               10  UT-PRINTED         PIC X.

      * Month totals by class, production / standard / discretionary
       01  CLASS-TOTALS.
           05  CT-ENTRY OCCURS 3 TIMES.
               10  CT-ACCEPTED        PIC 9(7).
               10  CT-VOLUME          PIC 9(9).
               10  CT-OVER-QUOTA      PIC 9(7).

       01  WS-USAGE-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UL-REQUESTER           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UL-OWNER               PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UL-CLASS               PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UL-REQUEST-LIMIT       PIC ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UL-TERM-LIMIT          PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UL-ACCEPTED            PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UL-VOLUME              PIC ZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UL-OVER-QUOTA          PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  UL-REJECTED            PIC ZZZZ9.

       77  WS-REPORT-MONTH            PIC 9(6) VALUE ZERO.
       77  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-UT-IDX                  PIC 9(3) VALUE ZERO.
       77  WS-CLASS-IDX               PIC 9 VALUE ZERO.
       77  WS-CLASS-ORDER             PIC X(3) VALUE 'PSD'.
       77  WS-LOG-COUNT               PIC 9(7) VALUE ZERO.
       77  WS-MONTH-COUNT             PIC 9(7) VALUE ZERO.
       77  WS-OVER-QUOTA-TOTAL        PIC 9(7) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-PRINT-LINE              PIC X(133) VALUE SPACES.
       77  WS-COUNT-EDIT              PIC ZZZZZZ9.
       77  WS-VOLUME-EDIT             PIC ZZZZZZZZ9.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-REPORT-MONTH      PIC X(6).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-READ-USAGE-LOG THRU 100-READ-USAGE-LOG-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-PRINT-REQUESTERS
               PERFORM 300-PRINT-CLASS-TOTALS
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-DATE

           COMPUTE WS-REPORT-MONTH = WS-TODAY-DATE / 100
           IF WS-TODAY-DATE(5:2) = '01'
               SUBTRACT 89 FROM WS-REPORT-MONTH
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MONTH
           END-IF
           IF PARM-LENGTH >= 6
               IF PARM-REPORT-MONTH IS NUMERIC
                       AND PARM-REPORT-MONTH(5:2) >= '01'
                       AND PARM-REPORT-MONTH(5:2) <= '12'
                   MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH
               ELSE
                   DISPLAY 'WARNING: MONTH PARM ' PARM-REPORT-MONTH
                       ' INVALID - ' WS-REPORT-MONTH ' USED'
               END-IF
           END-IF
           INITIALIZE CLASS-TOTALS

           DISPLAY '======================================='
           DISPLAY '   FIBRQUR - RUN-REQUEST USAGE REPORT'
           DISPLAY '======================================='

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FIBRQUR - RUN-REQUEST USAGE BY REQUESTER '
                  DELIMITED BY SIZE
                  'RUN ' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE ALL '=' TO WS-PRINT-LINE(1:78)
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'MONTH ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE.

       100-READ-USAGE-LOG.
           OPEN INPUT USAGE-LOG-FILE
           IF NOT RQU-FILE-OK
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR: FIBRQUSE NOT AVAILABLE - STATUS '
                      DELIMITED BY SIZE
                      WS-RQU-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-READ-USAGE-LOG-EXIT
           END-IF

           PERFORM UNTIL INPUT-EOF-REACHED
               READ USAGE-LOG-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-COUNT
                       IF RQU-INTAKE-STAMP(1:6) = WS-REPORT-MONTH
                           ADD 1 TO WS-MONTH-COUNT
                           PERFORM 110-COUNT-ONE-REQUEST
                               THRU 110-COUNT-ONE-REQUEST-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USAGE-LOG-FILE.

       100-READ-USAGE-LOG-EXIT.
           EXIT.

       110-COUNT-ONE-REQUEST.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                     UNTIL WS-UT-IDX > WS-USAGE-COUNT
                        OR ENTRY-FOUND
               IF UT-REQUESTER(WS-UT-IDX) = RQU-REQUESTER
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-UT-IDX
           ELSE
               IF WS-USAGE-COUNT = 300
                   IF NOT TABLE-FULL-REPORTED
                       DISPLAY 'WARNING: MORE THAN 300 REQUESTERS - '
                           'THE REST ARE NOT COUNTED'
                       SET TABLE-FULL-REPORTED TO TRUE
                   END-IF
                   GO TO 110-COUNT-ONE-REQUEST-EXIT
               END-IF
               ADD 1 TO WS-USAGE-COUNT
               MOVE WS-USAGE-COUNT TO WS-UT-IDX
               MOVE RQU-REQUESTER TO UT-REQUESTER(WS-UT-IDX)
               MOVE ZERO TO UT-ACCEPTED(WS-UT-IDX)
               MOVE ZERO TO UT-VOLUME(WS-UT-IDX)
               MOVE ZERO TO UT-OVER-QUOTA(WS-UT-IDX)
               MOVE ZERO TO UT-REJECTED(WS-UT-IDX)
               MOVE 'N' TO UT-PRINTED(WS-UT-IDX)
           END-IF

           MOVE RQU-CLASS TO UT-CLASS(WS-UT-IDX)
           EVALUATE TRUE
               WHEN RQU-ACCEPTED
                   ADD 1 TO UT-ACCEPTED(WS-UT-IDX)
                   ADD RQU-TERM-VOLUME TO UT-VOLUME(WS-UT-IDX)
               WHEN RQU-OVER-QUOTA
                   ADD 1 TO UT-OVER-QUOTA(WS-UT-IDX)
                   ADD 1 TO WS-OVER-QUOTA-TOTAL
               WHEN OTHER
                   ADD 1 TO UT-REJECTED(WS-UT-IDX)
           END-EVALUATE

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                     UNTIL WS-CLASS-IDX > 3
               IF RQU-CLASS = WS-CLASS-ORDER(WS-CLASS-IDX:1)
                   IF RQU-ACCEPTED
                       ADD 1 TO CT-ACCEPTED(WS-CLASS-IDX)
                       ADD RQU-TERM-VOLUME TO CT-VOLUME(WS-CLASS-IDX)
                   END-IF
                   IF RQU-OVER-QUOTA
                       ADD 1 TO CT-OVER-QUOTA(WS-CLASS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       110-COUNT-ONE-REQUEST-EXIT.
           EXIT.

      * Every registered requester in userid order, with its limits
      * and owner, used or not; then any requester the month's log
      * shows that is not on the control file
       200-PRINT-REQUESTERS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE 'DAILY LIMITS'  TO WS-PRINT-LINE(37:12)
           MOVE 'ACCEPTED'      TO WS-PRINT-LINE(51:8)
           MOVE 'REFUSED'       TO WS-PRINT-LINE(67:7)
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'REQUESTR'      TO WS-PRINT-LINE(3:8)
           MOVE 'OWNER'         TO WS-PRINT-LINE(13:5)
           MOVE 'CL'            TO WS-PRINT-LINE(34:2)
           MOVE 'REQ'           TO WS-PRINT-LINE(38:3)
           MOVE 'TERMS'         TO WS-PRINT-LINE(43:5)
           MOVE 'REQS'          TO WS-PRINT-LINE(51:4)
           MOVE 'VOLUME'        TO WS-PRINT-LINE(58:6)
           MOVE 'QUOTA'         TO WS-PRINT-LINE(66:5)
           MOVE 'OTHER'         TO WS-PRINT-LINE(73:5)
           PERFORM 800-PRINT-ONE-LINE

           OPEN INPUT REQUESTER-CONTROL-FILE
           IF RQC-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL INPUT-EOF-REACHED
                   READ REQUESTER-CONTROL-FILE NEXT RECORD
                       AT END
                           SET INPUT-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 210-PRINT-REGISTERED
                   END-READ
               END-PERFORM
               CLOSE REQUESTER-CONTROL-FILE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  FIBRQCTL NOT AVAILABLE - STATUS '
                      DELIMITED BY SIZE
                      WS-RQC-FILE-STATUS DELIMITED BY SIZE
                      ' - LIMITS NOT SHOWN' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
           END-IF

           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                     UNTIL WS-UT-IDX > WS-USAGE-COUNT
               IF UT-PRINTED(WS-UT-IDX) = 'N'
                   MOVE SPACES TO WS-USAGE-LINE
                   MOVE UT-REQUESTER(WS-UT-IDX) TO UL-REQUESTER
                   MOVE 'NOT ON FIBRQCTL' TO UL-OWNER
                   MOVE UT-CLASS(WS-UT-IDX) TO UL-CLASS
                   MOVE ZERO TO UL-REQUEST-LIMIT
                   MOVE ZERO TO UL-TERM-LIMIT
                   PERFORM 220-PRINT-USAGE-LINE
               END-IF
           END-PERFORM.

       210-PRINT-REGISTERED.
           MOVE SPACES TO WS-USAGE-LINE
           MOVE RQC-REQUESTER     TO UL-REQUESTER
           MOVE RQC-OWNER         TO UL-OWNER
           MOVE RQC-CLASS         TO UL-CLASS
           MOVE RQC-REQUEST-LIMIT TO UL-REQUEST-LIMIT
           MOVE RQC-TERM-LIMIT    TO UL-TERM-LIMIT

           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                     UNTIL WS-UT-IDX > WS-USAGE-COUNT
                        OR ENTRY-FOUND
               IF UT-REQUESTER(WS-UT-IDX) = RQC-REQUESTER
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-UT-IDX
               PERFORM 220-PRINT-USAGE-LINE
           ELSE
               MOVE ZERO TO UL-ACCEPTED
               MOVE ZERO TO UL-VOLUME
               MOVE ZERO TO UL-OVER-QUOTA
               MOVE ZERO TO UL-REJECTED
               MOVE WS-USAGE-LINE TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
           END-IF.

       220-PRINT-USAGE-LINE.
           MOVE 'Y' TO UT-PRINTED(WS-UT-IDX)
           MOVE UT-ACCEPTED(WS-UT-IDX)   TO UL-ACCEPTED
           MOVE UT-VOLUME(WS-UT-IDX)     TO UL-VOLUME
           MOVE UT-OVER-QUOTA(WS-UT-IDX) TO UL-OVER-QUOTA
           MOVE UT-REJECTED(WS-UT-IDX)   TO UL-REJECTED
           MOVE WS-USAGE-LINE TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE.

       300-PRINT-CLASS-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE '  BY CLASS' TO WS-PRINT-LINE
           MOVE 'ACCEPTED'    TO WS-PRINT-LINE(21:8)
           MOVE 'TERM VOLUME' TO WS-PRINT-LINE(34:11)
           MOVE 'OVER QUOTA'  TO WS-PRINT-LINE(49:10)
           PERFORM 800-PRINT-ONE-LINE
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                     UNTIL WS-CLASS-IDX > 3
               MOVE SPACES TO WS-PRINT-LINE
               EVALUATE WS-CLASS-IDX
                   WHEN 1
                       MOVE 'P PRODUCTION'    TO WS-PRINT-LINE(5:15)
                   WHEN 2
                       MOVE 'S STANDARD'      TO WS-PRINT-LINE(5:15)
                   WHEN 3
                       MOVE 'D DISCRETIONARY' TO WS-PRINT-LINE(5:15)
               END-EVALUATE
               MOVE CT-ACCEPTED(WS-CLASS-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(22:7)
               MOVE CT-VOLUME(WS-CLASS-IDX) TO WS-VOLUME-EDIT
               MOVE WS-VOLUME-EDIT TO WS-PRINT-LINE(36:9)
               MOVE CT-OVER-QUOTA(WS-CLASS-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(52:7)
               PERFORM 800-PRINT-ONE-LINE
           END-PERFORM.

       800-PRINT-ONE-LINE.
           DISPLAY WS-PRINT-LINE(1:79)
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       900-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MONTH-COUNT TO WS-COUNT-EDIT
           STRING '  REQUESTS IN THE MONTH ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-OVER-QUOTA-TOTAL TO WS-COUNT-EDIT
           STRING '   REFUSED OVER QUOTA ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(32:30)
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           CLOSE PRINT-FILE

           IF WS-OVER-QUOTA-TOTAL > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY 'USAGE RECORDS READ:    ' WS-LOG-COUNT
           DISPLAY 'REQUESTERS IN MONTH:   ' WS-USAGE-COUNT
           DISPLAY '   FIBRQUR COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
