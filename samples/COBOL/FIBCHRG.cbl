      ******************************************************************
      * FIBCHRG is the monthly usage and chargeback report. Finance
      * charges the cost of ad-hoc runs and inquiries back to the
      * requesters' cost centres; the usage is gathered here from
      * every place the suite records it and priced at the rates on
      * the FIBCHRT control file:
      *
      *   batch elapsed seconds and records written - the ADVFIBB
      *   job records on FIBPERF. A job runs a whole deck, so its
      *   seconds and records are shared among the runs FIBAUDIT
      *   shows it made (same day, run started inside the job) in
      *   proportion to their term counts; each run is charged to
      *   the userid that submitted it and the business unit it was
      *   made for (UNIT= on the audit extension);
      *
      *   history storage added - the FIBHIST records of every run
      *   produced in the month (the generated date on its type-X
      *   snapshot row), matched to its audit entry by run date,
      *   unit and production date, the lowest sequence first. The
      *   run's unit is the one whose band holds its sequence, as
      *   every history reader takes it;
      *
      *   online inquiries - FIBACCES (the month's FIBACARC archive
      *   generation and the live log), denied requests excepted;
      *
      *   ad-hoc requests - those FIBREQIN accepted into the deck
      *   (FIBRQUSE).
      *
      * Inquiries and requests are charged to the userid's home
      * unit - the first unit on its FIBAUTH record, the default
      * unit when it holds none or *ALL. Each unit's cost centre
      * comes from FIBUNITT through FIBUNITR.
      *
      * The report lists every requester and unit charged, with a
      * subtotal per cost centre and the month's total, and the
      * same lines go to the FIBCHGF feed (FIBCHFC) for the finance
      * allocation system.
      *
      * FIBCHRT card layout (one card per rate, * in column 1 is a
      * comment):
      *   COLS  1-8   RATE CODE
      *               ELAPSED  PER BATCH ELAPSED SECOND
      *               RECORDS  PER 1,000 RECORDS WRITTEN
      *               HISTORY  PER 1,000 FIBHIST RECORDS ADDED
      *               INQUIRY  PER ONLINE INQUIRY
      *               REQUEST  PER AD-HOC REQUEST ACCEPTED
      *   COLS 10-19  RATE, 99999.9999
      *
      * PARM='YYYYMM' - the month to charge (default the month
      * before this one). RC=4 when a rate is missing or wrong, a
      * usage source cannot be read, an ADVFIBB job matches no
      * audit entry, or a table fills; RC=8 when FIBCHRT, FIBAUDIT
      * or FIBPERF cannot be read, or the feed cannot be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCHRG.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - MONTHLY USAGE AND CHARGEBACK
      *                 BY REQUESTER AND COST CENTRE WITH THE FINANCE
      *                 ALLOCATION FEED
      * 10-15-2026  AG  TAKE A HISTORY RUN'S UNIT FROM ITS SEQUENCE
      *                 BAND, AS THE OTHER HISTORY READERS DO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-CARD-FILE ASSIGN TO "FIBCHRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "FIBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT PERF-HISTORY-FILE ASSIGN TO "FIBPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FILE-STATUS.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "FIBACCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACLOG-FILE-STATUS.
           SELECT USAGE-LOG-FILE ASSIGN TO "FIBRQUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQU-FILE-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO "FIBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT CHARGE-FEED-FILE ASSIGN TO "FIBCHGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CARD-FILE
           RECORDING MODE IS F.
       01  RATE-CARD-RECORD           PIC X(80).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD.
           05  AUD-LINE-TEXT          PIC X(166).
           05  AUD-CHAIN-VALUE        PIC 9(13).
           05  AUD-EXT-TEXT           PIC X(100).

       FD  PERF-HISTORY-FILE
           RECORDING MODE IS F.
           COPY FIBPERFD.

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
      * Sealed FIBACCUT archive layout; the live log carries no
      * chain and the READ INTO moves only the log bytes
       01  ACCESS-LOG-INPUT.
           05  ALI-LOG-BYTES         PIC X(59).
           05  ALI-CHAIN-VALUE       PIC X(13).

       FD  USAGE-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBRQUSC.

       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.

       FD  CHARGE-FEED-FILE
           RECORDING MODE IS F.
           COPY FIBCHFC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RATE-FILE-STATUS    PIC XX VALUE SPACES.
               88  RATE-FILE-OK            VALUE '00'.
           05  WS-AUD-FILE-STATUS     PIC XX VALUE SPACES.
               88  AUD-FILE-OK             VALUE '00'.
           05  WS-PRF-FILE-STATUS     PIC XX VALUE SPACES.
               88  PRF-FILE-OK             VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-ACLOG-FILE-STATUS   PIC XX VALUE SPACES.
               88  ACLOG-FILE-OK           VALUE '00'.
           05  WS-RQU-FILE-STATUS     PIC XX VALUE SPACES.
               88  RQU-FILE-OK             VALUE '00'.
           05  WS-AUTH-FILE-STATUS    PIC XX VALUE SPACES.
               88  AUTH-FILE-OK            VALUE '00'.
           05  WS-FEED-FILE-STATUS    PIC XX VALUE SPACES.
               88  FEED-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-FOUND-SW            PIC X VALUE 'N'.
               88  ENTRY-FOUND            VALUE 'Y'.
           05  WS-AUTH-OPEN-SW        PIC X VALUE 'N'.
               88  AUTH-IS-OPEN           VALUE 'Y'.
           05  WS-CONTROL-REC-SW      PIC X VALUE 'N'.
               88  CONTROL-RECORD-SEEN    VALUE 'Y'.
           05  WS-RUN-OPEN-SW         PIC X VALUE 'N'.
               88  RUN-IN-PROGRESS        VALUE 'Y'.
           05  WS-LINE-FULL-SW        PIC X VALUE 'N'.
               88  LINE-TABLE-FULL        VALUE 'Y'.
           05  WS-RUN-FULL-SW         PIC X VALUE 'N'.
               88  RUN-TABLE-FULL         VALUE 'Y'.
           05  WS-USER-FULL-SW        PIC X VALUE 'N'.
               88  USER-TABLE-FULL        VALUE 'Y'.

       01  WS-RATE-CARD.
           05  WS-RC-CODE             PIC X(8).
           05  FILLER                 PIC X.
           05  WS-RC-RATE-TEXT.
               10  WS-RC-RATE-WHOLE   PIC 9(5).
               10  WS-RC-RATE-POINT   PIC X.
               10  WS-RC-RATE-FRAC    PIC 9(4).
           05  FILLER                 PIC X(61).

      * The month's rates; a code with no card is charged at zero
       01  RATE-TABLE.
           05  RT-ENTRY OCCURS 5 TIMES.
               10  RT-CODE            PIC X(8).
               10  RT-RATE            PIC 9(5)V9(4).
               10  RT-LOADED-SW       PIC X.

      * One entry per ADVFIBB run FIBAUDIT shows produced in the
      * month, pointing at the charge line of its userid and unit
       01  AUDIT-RUN-TABLE.
           05  WS-RUN-COUNT           PIC 9(5) VALUE ZERO.
           05  AR-ENTRY OCCURS 3000 TIMES.
               10  AR-RUN-DATE        PIC 9(8).
               10  AR-GEN-DATE        PIC 9(8).
               10  AR-START-TIME      PIC 9(6).
               10  AR-UNIT            PIC X(4).
               10  AR-TERMS           PIC 9(5).
               10  AR-LINE-IDX        PIC 9(3).
               10  AR-JOB-SW          PIC X.
                   88  AR-HAS-JOB         VALUE 'Y'.
               10  AR-HIST-SW         PIC X.
                   88  AR-HAS-HISTORY     VALUE 'Y'.

      * One charge line per requester and unit
       01  CHARGE-LINE-TABLE.
           05  WS-LINE-COUNT          PIC 9(3) VALUE ZERO.
           05  CL-ENTRY OCCURS 500 TIMES.
               10  CL-REQUESTER       PIC X(8).
               10  CL-UNIT            PIC X(4).
               10  CL-COST-CENTRE     PIC X(8).
               10  CL-ELAPSED-SECS    PIC 9(9).
               10  CL-RECORDS         PIC 9(11).
               10  CL-HIST-RECORDS    PIC 9(9).
               10  CL-INQUIRIES       PIC 9(7).
               10  CL-REQUESTS        PIC 9(5).
               10  CL-AMOUNT          PIC 9(9)V99.
               10  CL-PRINTED         PIC X.

      * Home unit of each userid looked up on FIBAUTH
       01  USER-UNIT-TABLE.
           05  WS-USER-COUNT          PIC 9(3) VALUE ZERO.
           05  UU-ENTRY OCCURS 500 TIMES.
               10  UU-USERID          PIC X(8).
               10  UU-UNIT            PIC X(4).

      * Cost centres already subtotalled on the report
       01  PRINTED-CC-TABLE.
           05  WS-PCC-COUNT           PIC 9(2) VALUE ZERO.
           05  PCC-COST-CENTRE        PIC X(8) OCCURS 99 TIMES.

       01  WS-CHARGE-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CG-COST-CENTRE         PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CG-UNIT                PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CG-REQUESTER           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CG-ELAPSED-SECS        PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CG-RECORDS             PIC ZZZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CG-HIST-RECORDS        PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CG-INQUIRIES           PIC ZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CG-REQUESTS            PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CG-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.

      * Cost-centre subtotal and month total accumulators
       01  WS-TOTALS.
           05  WS-SUB-ELAPSED         PIC 9(9).
           05  WS-SUB-RECORDS         PIC 9(11).
           05  WS-SUB-HIST            PIC 9(9).
           05  WS-SUB-INQUIRIES       PIC 9(7).
           05  WS-SUB-REQUESTS        PIC 9(5).
           05  WS-SUB-AMOUNT          PIC 9(9)V99.
           05  WS-GRAND-ELAPSED       PIC 9(9).
           05  WS-GRAND-RECORDS       PIC 9(11).
           05  WS-GRAND-HIST          PIC 9(9).
           05  WS-GRAND-INQUIRIES     PIC 9(7).
           05  WS-GRAND-REQUESTS      PIC 9(5).
           05  WS-GRAND-AMOUNT        PIC 9(11)V99.

      * Access-log record layout shared with the online programs
           COPY FIBACLOG.

      * Business-unit resolver parameters
           COPY FIBUNRC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

      * Release this program was built for
           COPY FIBRELC.

       77  WS-REPORT-MONTH            PIC 9(6) VALUE ZERO.
       77  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-DEFAULT-UNIT            PIC X(4) VALUE SPACES.
       77  WS-RATE-IDX                PIC 9 VALUE ZERO.
       77  WS-RUN-IDX                 PIC 9(5) VALUE ZERO.
       77  WS-LINE-IDX                PIC 9(3) VALUE ZERO.
       77  WS-USER-IDX                PIC 9(3) VALUE ZERO.
       77  WS-PCC-IDX                 PIC 9(2) VALUE ZERO.
       77  WS-UNIT-IDX                PIC 9(2) VALUE ZERO.
       77  WS-UNIT-COUNT              PIC 9(2) VALUE ZERO.
       77  WS-FIND-REQUESTER          PIC X(8) VALUE SPACES.
       77  WS-FIND-UNIT               PIC X(4) VALUE SPACES.
       77  WS-FIND-USERID             PIC X(8) VALUE SPACES.
       77  WS-HOME-UNIT               PIC X(4) VALUE SPACES.
       77  WS-PRINT-CC                PIC X(8) VALUE SPACES.
       77  WS-TERM-EDIT               PIC Z(3)9.
       77  WS-USE-DATE                PIC X(8) VALUE SPACES.
       77  WS-USE-UNIT                PIC X(4) VALUE SPACES.
       77  WS-JOB-DATE                PIC 9(8) VALUE ZERO.
       77  WS-JOB-START               PIC 9(6) VALUE ZERO.
       77  WS-JOB-END                 PIC 9(6) VALUE ZERO.
       77  WS-JOB-TERMS               PIC 9(9) VALUE ZERO.
       77  WS-JOB-RUNS                PIC 9(5) VALUE ZERO.
       77  WS-JOB-RUNS-DONE           PIC 9(5) VALUE ZERO.
       77  WS-SECS-LEFT               PIC 9(9) VALUE ZERO.
       77  WS-RECS-LEFT               PIC 9(11) VALUE ZERO.
       77  WS-SECS-SHARE              PIC 9(9) VALUE ZERO.
       77  WS-RECS-SHARE              PIC 9(11) VALUE ZERO.
       77  WS-HIST-RUN-DATE           PIC 9(8) VALUE ZERO.
       77  WS-HIST-RUN-SEQ            PIC 9(2) VALUE ZERO.
       77  WS-HIST-GEN-DATE           PIC 9(8) VALUE ZERO.
       77  WS-HIST-UNIT               PIC X(4) VALUE SPACES.
       77  WS-HIST-RUN-RECORDS        PIC 9(7) VALUE ZERO.
       77  WS-AUDIT-COUNT             PIC 9(7) VALUE ZERO.
       77  WS-JOB-COUNT               PIC 9(7) VALUE ZERO.
       77  WS-UNMATCHED-JOBS          PIC 9(7) VALUE ZERO.
       77  WS-UNMATCHED-SECS          PIC 9(9) VALUE ZERO.
       77  WS-UNMATCHED-HIST          PIC 9(7) VALUE ZERO.
       77  WS-HIST-RUN-COUNT          PIC 9(7) VALUE ZERO.
       77  WS-INQUIRY-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-REQUEST-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-FEED-COUNT              PIC 9(7) VALUE ZERO.
       77  WS-RECORDS-READ            PIC 9(9) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-PRINT-LINE              PIC X(133) VALUE SPACES.
       77  WS-COUNT-EDIT              PIC ZZZZZZ9.
       77  WS-SECS-EDIT               PIC ZZZZZZZZ9.
       77  WS-RATE-EDIT               PIC ZZZZ9.9999.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-REPORT-MONTH      PIC X(6).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 050-LOAD-RATES THRU 050-LOAD-RATES-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 100-LOAD-AUDIT-RUNS THRU 100-LOAD-AUDIT-RUNS-EXIT
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 200-SHARE-JOB-USAGE THRU 200-SHARE-JOB-USAGE-EXIT
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 300-MEASURE-HISTORY THRU 300-MEASURE-HISTORY-EXIT
               PERFORM 400-COUNT-INQUIRIES THRU 400-COUNT-INQUIRIES-EXIT
               PERFORM 500-COUNT-REQUESTS THRU 500-COUNT-REQUESTS-EXIT
               PERFORM 600-PRINT-CHARGES THRU 600-PRINT-CHARGES-EXIT
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBCHRG ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

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

      * Usage recorded without a unit belongs to the default unit
           SET UNR-VALIDATE TO TRUE
           MOVE SPACES TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT TO WS-DEFAULT-UNIT

           INITIALIZE RATE-TABLE
           MOVE 'ELAPSED ' TO RT-CODE(1)
           MOVE 'RECORDS ' TO RT-CODE(2)
           MOVE 'HISTORY ' TO RT-CODE(3)
           MOVE 'INQUIRY ' TO RT-CODE(4)
           MOVE 'REQUEST ' TO RT-CODE(5)
           INITIALIZE WS-TOTALS

           DISPLAY '======================================='
           DISPLAY '   FIBCHRG - MONTHLY USAGE CHARGEBACK'
           DISPLAY '======================================='

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FIBCHRG - USAGE CHARGEBACK BY COST CENTRE '
                  DELIMITED BY SIZE
                  'RUN ' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE ALL '=' TO WS-PRINT-LINE(1:113)
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'MONTH ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE.

       050-LOAD-RATES.
           OPEN INPUT RATE-CARD-FILE
           IF NOT RATE-FILE-OK
               DISPLAY 'ERROR: FIBCHRT NOT AVAILABLE - STATUS '
                   WS-RATE-FILE-STATUS ' - NOTHING CHARGED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 050-LOAD-RATES-EXIT
           END-IF

           PERFORM UNTIL INPUT-EOF-REACHED
               READ RATE-CARD-FILE INTO WS-RATE-CARD
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-RATE-CARD(1:1) NOT = '*'
                               AND WS-RATE-CARD NOT = SPACES
                           PERFORM 055-TAKE-ONE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-CARD-FILE

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE 'RATES' TO WS-PRINT-LINE(3:5)
           PERFORM 800-PRINT-ONE-LINE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL WS-RATE-IDX > 5
               MOVE SPACES TO WS-PRINT-LINE
               MOVE RT-CODE(WS-RATE-IDX) TO WS-PRINT-LINE(5:8)
               MOVE RT-RATE(WS-RATE-IDX) TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-PRINT-LINE(15:10)
               EVALUATE WS-RATE-IDX
                   WHEN 1
                       MOVE 'PER BATCH ELAPSED SECOND'
                           TO WS-PRINT-LINE(27:30)
                   WHEN 2
                       MOVE 'PER 1,000 RECORDS WRITTEN'
                           TO WS-PRINT-LINE(27:30)
                   WHEN 3
                       MOVE 'PER 1,000 HISTORY RECORDS ADDED'
                           TO WS-PRINT-LINE(27:31)
                   WHEN 4
                       MOVE 'PER ONLINE INQUIRY'
                           TO WS-PRINT-LINE(27:30)
                   WHEN 5
                       MOVE 'PER AD-HOC REQUEST ACCEPTED'
                           TO WS-PRINT-LINE(27:30)
               END-EVALUATE
               IF RT-LOADED-SW(WS-RATE-IDX) NOT = 'Y'
                   MOVE '- NO FIBCHRT CARD, CHARGED AT ZERO'
                       TO WS-PRINT-LINE(60:34)
                   IF 4 > WS-RETURN-CODE
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               PERFORM 800-PRINT-ONE-LINE
           END-PERFORM.

       050-LOAD-RATES-EXIT.
           EXIT.

       055-TAKE-ONE-RATE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL WS-RATE-IDX > 5 OR ENTRY-FOUND
               IF RT-CODE(WS-RATE-IDX) = WS-RC-CODE
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT ENTRY-FOUND
                   OR WS-RC-RATE-WHOLE NOT NUMERIC
                   OR WS-RC-RATE-POINT NOT = '.'
                   OR WS-RC-RATE-FRAC NOT NUMERIC
               DISPLAY 'WARNING: FIBCHRT CARD REJECTED - '
                   WS-RATE-CARD(1:19)
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-RATE-IDX
               COMPUTE RT-RATE(WS-RATE-IDX) =
                   WS-RC-RATE-WHOLE + WS-RC-RATE-FRAC / 10000
               MOVE 'Y' TO RT-LOADED-SW(WS-RATE-IDX)
           END-IF.

      * Every ADVFIBB run produced in the month. A run re-dated
      * with ASOF= counts in the month it was actually produced
      * (GEN= on the audit extension); a record written before the
      * extension was carried falls back to its run date
       100-LOAD-AUDIT-RUNS.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT AUD-FILE-OK
               DISPLAY 'ERROR: FIBAUDIT NOT AVAILABLE - STATUS '
                   WS-AUD-FILE-STATUS ' - NOTHING CHARGED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-AUDIT-RUNS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ AUDIT-TRAIL-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF AUD-EXT-TEXT(1:8) = 'CATCHUP='
                               AND AUD-EXT-TEXT(17:8) IS NUMERIC
                           MOVE AUD-EXT-TEXT(17:8) TO WS-USE-DATE
                       ELSE
                           MOVE AUD-LINE-TEXT(12:8) TO WS-USE-DATE
                       END-IF
                       IF WS-USE-DATE(1:6) = WS-REPORT-MONTH
                               AND AUD-LINE-TEXT(12:8) IS NUMERIC
                           PERFORM 110-TAKE-ONE-RUN
                               THRU 110-TAKE-ONE-RUN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE.

       100-LOAD-AUDIT-RUNS-EXIT.
           EXIT.

       110-TAKE-ONE-RUN.
           IF WS-RUN-COUNT = 3000
               IF NOT RUN-TABLE-FULL
                   DISPLAY 'WARNING: MORE THAN 3000 RUNS IN THE MONTH '
                       '- THE REST ARE NOT CHARGED'
                   SET RUN-TABLE-FULL TO TRUE
                   IF 4 > WS-RETURN-CODE
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               GO TO 110-TAKE-ONE-RUN-EXIT
           END-IF

           IF AUD-EXT-TEXT(76:8) = ' | UNIT='
                   AND AUD-EXT-TEXT(84:4) NOT = SPACES
               MOVE AUD-EXT-TEXT(84:4) TO WS-USE-UNIT
           ELSE
               MOVE WS-DEFAULT-UNIT TO WS-USE-UNIT
           END-IF
           MOVE AUD-LINE-TEXT(1:8) TO WS-FIND-REQUESTER
           MOVE WS-USE-UNIT TO WS-FIND-UNIT
           PERFORM 700-FIND-CHARGE-LINE THRU 700-FIND-CHARGE-LINE-EXIT
           IF WS-LINE-IDX = ZERO
               GO TO 110-TAKE-ONE-RUN-EXIT
           END-IF

           ADD 1 TO WS-AUDIT-COUNT
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-RUN-COUNT TO WS-RUN-IDX
           MOVE AUD-LINE-TEXT(12:8) TO AR-RUN-DATE(WS-RUN-IDX)
           MOVE WS-USE-DATE         TO AR-GEN-DATE(WS-RUN-IDX)
           MOVE WS-USE-UNIT         TO AR-UNIT(WS-RUN-IDX)
           MOVE WS-LINE-IDX         TO AR-LINE-IDX(WS-RUN-IDX)
           MOVE 'N'                 TO AR-JOB-SW(WS-RUN-IDX)
           MOVE 'N'                 TO AR-HIST-SW(WS-RUN-IDX)
           MOVE AUD-LINE-TEXT(23:2) TO AR-START-TIME(WS-RUN-IDX)(1:2)
           MOVE AUD-LINE-TEXT(26:2) TO AR-START-TIME(WS-RUN-IDX)(3:2)
           MOVE AUD-LINE-TEXT(29:2) TO AR-START-TIME(WS-RUN-IDX)(5:2)
           MOVE AUD-LINE-TEXT(45:4) TO WS-TERM-EDIT
           MOVE WS-TERM-EDIT TO AR-TERMS(WS-RUN-IDX).

       110-TAKE-ONE-RUN-EXIT.
           EXIT.

      * Each ADVFIBB job record on FIBPERF covers one deck. The runs
      * it made started inside the job window on the same day
       200-SHARE-JOB-USAGE.
           OPEN INPUT PERF-HISTORY-FILE
           IF NOT PRF-FILE-OK
               DISPLAY 'ERROR: FIBPERF NOT AVAILABLE - STATUS '
                   WS-PRF-FILE-STATUS ' - NOTHING CHARGED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-SHARE-JOB-USAGE-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ PERF-HISTORY-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF PRF-PROGRAM = 'ADVFIBB '
                               AND PRF-START-STAMP(1:6)
                                   = WS-REPORT-MONTH
                           ADD 1 TO WS-JOB-COUNT
                           PERFORM 210-SHARE-ONE-JOB
                               THRU 210-SHARE-ONE-JOB-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERF-HISTORY-FILE.

       200-SHARE-JOB-USAGE-EXIT.
           EXIT.

      * The job's seconds and records go to its runs in proportion
      * to their term counts; the last run takes the remainder so
      * the shares add back to the job exactly
       210-SHARE-ONE-JOB.
           MOVE PRF-START-STAMP(1:8)  TO WS-JOB-DATE
           MOVE PRF-START-STAMP(9:6)  TO WS-JOB-START
           IF PRF-END-STAMP(1:8) = PRF-START-STAMP(1:8)
               MOVE PRF-END-STAMP(9:6) TO WS-JOB-END
           ELSE
               MOVE 235959 TO WS-JOB-END
           END-IF

           MOVE ZERO TO WS-JOB-TERMS
           MOVE ZERO TO WS-JOB-RUNS
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF AR-GEN-DATE(WS-RUN-IDX) = WS-JOB-DATE
                       AND AR-START-TIME(WS-RUN-IDX) >= WS-JOB-START
                       AND AR-START-TIME(WS-RUN-IDX) <= WS-JOB-END
                       AND NOT AR-HAS-JOB(WS-RUN-IDX)
                   ADD 1 TO WS-JOB-RUNS
                   ADD AR-TERMS(WS-RUN-IDX) TO WS-JOB-TERMS
               END-IF
           END-PERFORM

           IF WS-JOB-RUNS = ZERO
               ADD 1 TO WS-UNMATCHED-JOBS
               ADD PRF-ELAPSED-SECS TO WS-UNMATCHED-SECS
               DISPLAY 'WARNING: ADVFIBB JOB ' PRF-START-STAMP
                   ' HAS NO FIBAUDIT RUN - ' PRF-ELAPSED-SECS
                   ' SECONDS NOT CHARGED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 210-SHARE-ONE-JOB-EXIT
           END-IF

           MOVE PRF-ELAPSED-SECS TO WS-SECS-LEFT
           MOVE PRF-RECORDS      TO WS-RECS-LEFT
           MOVE ZERO             TO WS-JOB-RUNS-DONE
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF AR-GEN-DATE(WS-RUN-IDX) = WS-JOB-DATE
                       AND AR-START-TIME(WS-RUN-IDX) >= WS-JOB-START
                       AND AR-START-TIME(WS-RUN-IDX) <= WS-JOB-END
                       AND NOT AR-HAS-JOB(WS-RUN-IDX)
                   PERFORM 220-CHARGE-RUN-SHARE
               END-IF
           END-PERFORM.

       210-SHARE-ONE-JOB-EXIT.
           EXIT.

       220-CHARGE-RUN-SHARE.
           ADD 1 TO WS-JOB-RUNS-DONE
           MOVE 'Y' TO AR-JOB-SW(WS-RUN-IDX)
           IF WS-JOB-RUNS-DONE = WS-JOB-RUNS
               MOVE WS-SECS-LEFT TO WS-SECS-SHARE
               MOVE WS-RECS-LEFT TO WS-RECS-SHARE
           ELSE
               IF WS-JOB-TERMS = ZERO
                   COMPUTE WS-SECS-SHARE =
                       PRF-ELAPSED-SECS / WS-JOB-RUNS
                   COMPUTE WS-RECS-SHARE = PRF-RECORDS / WS-JOB-RUNS
               ELSE
                   COMPUTE WS-SECS-SHARE =
                       PRF-ELAPSED-SECS * AR-TERMS(WS-RUN-IDX)
                           / WS-JOB-TERMS
                   COMPUTE WS-RECS-SHARE =
                       PRF-RECORDS * AR-TERMS(WS-RUN-IDX)
                           / WS-JOB-TERMS
               END-IF
               SUBTRACT WS-SECS-SHARE FROM WS-SECS-LEFT
               SUBTRACT WS-RECS-SHARE FROM WS-RECS-LEFT
           END-IF
           MOVE AR-LINE-IDX(WS-RUN-IDX) TO WS-LINE-IDX
           ADD WS-SECS-SHARE TO CL-ELAPSED-SECS(WS-LINE-IDX)
           ADD WS-RECS-SHARE TO CL-RECORDS(WS-LINE-IDX).

      * FIBHIST walked in key order; a change of run date or
      * sequence closes the run before it. Only a run with a type-X
      * snapshot row carries the date it was produced, so a run
      * saved before the row existed is never in the month charged
       300-MEASURE-HISTORY.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'WARNING: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - HISTORY NOT CHARGED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 300-MEASURE-HISTORY-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO HIST-KEY
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET INPUT-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL INPUT-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF RUN-IN-PROGRESS
                           IF HIST-RUN-DATE NOT = WS-HIST-RUN-DATE
                                   OR HIST-RUN-SEQ NOT = WS-HIST-RUN-SEQ
                               PERFORM 310-CLOSE-RUN
                                   THRU 310-CLOSE-RUN-EXIT
                           END-IF
                       END-IF
                       IF NOT RUN-IN-PROGRESS
                           SET RUN-IN-PROGRESS TO TRUE
                           MOVE HIST-RUN-DATE TO WS-HIST-RUN-DATE
                           MOVE HIST-RUN-SEQ  TO WS-HIST-RUN-SEQ
                           MOVE ZERO   TO WS-HIST-GEN-DATE
                           MOVE ZERO   TO WS-HIST-RUN-RECORDS
                       END-IF
                       ADD 1 TO WS-HIST-RUN-RECORDS
                       IF HIST-PARMX-RECORD-TYPE = 'X'
                               AND HIST-PARMX-GENERATED-DATE IS NUMERIC
                           MOVE HIST-PARMX-GENERATED-DATE
                               TO WS-HIST-GEN-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF RUN-IN-PROGRESS
               PERFORM 310-CLOSE-RUN THRU 310-CLOSE-RUN-EXIT
           END-IF

           CLOSE FIB-HISTORY-FILE.

       300-MEASURE-HISTORY-EXIT.
           EXIT.

      * Runs of one date and unit were made in sequence order, so
      * the first audit entry not yet matched is this run's
       310-CLOSE-RUN.
           MOVE 'N' TO WS-RUN-OPEN-SW
           IF WS-HIST-GEN-DATE = ZERO
                   OR WS-HIST-GEN-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO 310-CLOSE-RUN-EXIT
           END-IF
           SET UNR-FIND-SEQ TO TRUE
           MOVE WS-HIST-RUN-SEQ TO UNR-RUN-SEQ
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               MOVE UNR-UNIT TO WS-HIST-UNIT
           ELSE
               MOVE WS-DEFAULT-UNIT TO WS-HIST-UNIT
           END-IF
           ADD 1 TO WS-HIST-RUN-COUNT

           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT OR ENTRY-FOUND
               IF AR-RUN-DATE(WS-RUN-IDX) = WS-HIST-RUN-DATE
                       AND AR-GEN-DATE(WS-RUN-IDX) = WS-HIST-GEN-DATE
                       AND AR-UNIT(WS-RUN-IDX) = WS-HIST-UNIT
                       AND NOT AR-HAS-HISTORY(WS-RUN-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-RUN-IDX
               MOVE 'Y' TO AR-HIST-SW(WS-RUN-IDX)
               MOVE AR-LINE-IDX(WS-RUN-IDX) TO WS-LINE-IDX
           ELSE
               ADD WS-HIST-RUN-RECORDS TO WS-UNMATCHED-HIST
               MOVE '*UNKNOWN'   TO WS-FIND-REQUESTER
               MOVE WS-HIST-UNIT TO WS-FIND-UNIT
               PERFORM 700-FIND-CHARGE-LINE
                   THRU 700-FIND-CHARGE-LINE-EXIT
               IF WS-LINE-IDX = ZERO
                   GO TO 310-CLOSE-RUN-EXIT
               END-IF
           END-IF
           ADD WS-HIST-RUN-RECORDS TO CL-HIST-RECORDS(WS-LINE-IDX).

       310-CLOSE-RUN-EXIT.
           EXIT.

      * The month's inquiries sit on its FIBACARC archive generation
      * and, until the cut-over, the live log; both are read as one
       400-COUNT-INQUIRIES.
           OPEN INPUT ACCESS-LOG-FILE
           IF NOT ACLOG-FILE-OK
               DISPLAY 'WARNING: FIBACCES NOT AVAILABLE - STATUS '
                   WS-ACLOG-FILE-STATUS ' - INQUIRIES NOT CHARGED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 400-COUNT-INQUIRIES-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ ACCESS-LOG-FILE INTO ACCESS-LOG-RECORD
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 405-CHECK-CONTROL-RECORD
                       IF NOT CONTROL-RECORD-SEEN
                               AND ACL-TIMESTAMP(1:6) = WS-REPORT-MONTH
                               AND ACL-RESULT NOT = 'D'
                           PERFORM 410-CHARGE-ONE-INQUIRY
                               THRU 410-CHARGE-ONE-INQUIRY-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE.

       400-COUNT-INQUIRIES-EXIT.
           EXIT.

      * A FIBACCUT archive generation opens with an H header (month
      * in 2-7) and closes with a T trailer (count in 2-10)
       405-CHECK-CONTROL-RECORD.
           MOVE 'N' TO WS-CONTROL-REC-SW
           IF ACCESS-LOG-RECORD(1:1) = 'H'
                   AND ACCESS-LOG-RECORD(2:6) IS NUMERIC
               SET CONTROL-RECORD-SEEN TO TRUE
           END-IF
           IF ACCESS-LOG-RECORD(1:1) = 'T'
                   AND ACCESS-LOG-RECORD(2:9) IS NUMERIC
               SET CONTROL-RECORD-SEEN TO TRUE
           END-IF.

       410-CHARGE-ONE-INQUIRY.
           MOVE ACL-USERID TO WS-FIND-USERID
           PERFORM 750-FIND-HOME-UNIT THRU 750-FIND-HOME-UNIT-EXIT
           MOVE ACL-USERID   TO WS-FIND-REQUESTER
           MOVE WS-HOME-UNIT TO WS-FIND-UNIT
           PERFORM 700-FIND-CHARGE-LINE THRU 700-FIND-CHARGE-LINE-EXIT
           IF WS-LINE-IDX = ZERO
               GO TO 410-CHARGE-ONE-INQUIRY-EXIT
           END-IF
           ADD 1 TO WS-INQUIRY-COUNT
           ADD 1 TO CL-INQUIRIES(WS-LINE-IDX).

       410-CHARGE-ONE-INQUIRY-EXIT.
           EXIT.

       500-COUNT-REQUESTS.
           OPEN INPUT USAGE-LOG-FILE
           IF NOT RQU-FILE-OK
               DISPLAY 'WARNING: FIBRQUSE NOT AVAILABLE - STATUS '
                   WS-RQU-FILE-STATUS ' - REQUESTS NOT CHARGED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 500-COUNT-REQUESTS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ USAGE-LOG-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF RQU-INTAKE-STAMP(1:6) = WS-REPORT-MONTH
                               AND RQU-ACCEPTED
                           PERFORM 510-CHARGE-ONE-REQUEST
                               THRU 510-CHARGE-ONE-REQUEST-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USAGE-LOG-FILE.

       500-COUNT-REQUESTS-EXIT.
           EXIT.

       510-CHARGE-ONE-REQUEST.
           MOVE RQU-REQUESTER TO WS-FIND-USERID
           PERFORM 750-FIND-HOME-UNIT THRU 750-FIND-HOME-UNIT-EXIT
           MOVE RQU-REQUESTER TO WS-FIND-REQUESTER
           MOVE WS-HOME-UNIT  TO WS-FIND-UNIT
           PERFORM 700-FIND-CHARGE-LINE THRU 700-FIND-CHARGE-LINE-EXIT
           IF WS-LINE-IDX = ZERO
               GO TO 510-CHARGE-ONE-REQUEST-EXIT
           END-IF
           ADD 1 TO WS-REQUEST-COUNT
           ADD 1 TO CL-REQUESTS(WS-LINE-IDX).

       510-CHARGE-ONE-REQUEST-EXIT.
           EXIT.

      * Cost centres in FIBUNITT order, each with its requesters and
      * a subtotal; a line whose unit is no longer in the table is
      * listed last under no cost centre. Each line is priced here
      * and written to the finance feed as it prints
       600-PRINT-CHARGES.
           OPEN OUTPUT CHARGE-FEED-FILE
           IF NOT FEED-FILE-OK
               DISPLAY 'ERROR: FIBCHGF OPEN FAILED - STATUS '
                   WS-FEED-FILE-STATUS ' - NO FEED WRITTEN'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES          TO CHARGE-HEADER-RECORD
               MOVE 'H'             TO CHH-RECORD-TYPE
               MOVE WS-REPORT-MONTH TO CHH-CHARGE-MONTH
               MOVE 'FIBCHRG '      TO CHH-PROGRAM-ID
               MOVE WS-NOW-STAMP    TO CHH-TIMESTAMP
               MOVE 'C1'            TO CHH-LAYOUT-VERSION
               MOVE REL-RELEASE-ID  TO CHH-RELEASE-ID
               WRITE CHARGE-HEADER-RECORD
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE 'ELAPSED'       TO WS-PRINT-LINE(31:7)
           MOVE 'RECORDS'       TO WS-PRINT-LINE(44:7)
           MOVE 'HISTORY'       TO WS-PRINT-LINE(55:7)
           MOVE 'ON-LINE'       TO WS-PRINT-LINE(64:7)
           MOVE 'AD-HOC'        TO WS-PRINT-LINE(72:6)
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'COST CTR'      TO WS-PRINT-LINE(3:8)
           MOVE 'UNIT'          TO WS-PRINT-LINE(13:4)
           MOVE 'REQUESTR'      TO WS-PRINT-LINE(19:8)
           MOVE 'SECONDS'       TO WS-PRINT-LINE(31:7)
           MOVE 'WRITTEN'       TO WS-PRINT-LINE(44:7)
           MOVE 'RECORDS'       TO WS-PRINT-LINE(55:7)
           MOVE 'INQUIRY'       TO WS-PRINT-LINE(64:7)
           MOVE 'REQS'          TO WS-PRINT-LINE(74:4)
           MOVE 'CHARGE'        TO WS-PRINT-LINE(88:6)
           PERFORM 800-PRINT-ONE-LINE

           MOVE ZERO TO WS-PCC-COUNT
           MOVE 1 TO WS-UNIT-IDX
           MOVE 1 TO WS-UNIT-COUNT
           PERFORM UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               SET UNR-BY-INDEX TO TRUE
               MOVE WS-UNIT-IDX TO UNR-INDEX
               CALL 'FIBUNITR' USING FIBUNITR-PARMS
               MOVE UNR-UNIT-COUNT TO WS-UNIT-COUNT
               IF UNR-OK
                   PERFORM 610-PRINT-COST-CENTRE
                       THRU 610-PRINT-COST-CENTRE-EXIT
               END-IF
               ADD 1 TO WS-UNIT-IDX
           END-PERFORM

           MOVE SPACES TO WS-PRINT-CC
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                     UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF CL-PRINTED(WS-LINE-IDX) = 'N'
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               PERFORM 620-PRINT-CC-LINES
           END-IF

           PERFORM 640-PRINT-MONTH-TOTAL

           IF FEED-FILE-OK
               MOVE SPACES           TO CHARGE-TRAILER-RECORD
               MOVE 'T'              TO CHT-RECORD-TYPE
               MOVE WS-REPORT-MONTH  TO CHT-CHARGE-MONTH
               MOVE WS-FEED-COUNT    TO CHT-RECORD-COUNT
               MOVE WS-GRAND-AMOUNT  TO CHT-TOTAL-AMOUNT
               WRITE CHARGE-TRAILER-RECORD
               CLOSE CHARGE-FEED-FILE
           END-IF.

       600-PRINT-CHARGES-EXIT.
           EXIT.

      * Two units sharing a cost centre subtotal once, together
       610-PRINT-COST-CENTRE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PCC-IDX FROM 1 BY 1
                     UNTIL WS-PCC-IDX > WS-PCC-COUNT OR ENTRY-FOUND
               IF PCC-COST-CENTRE(WS-PCC-IDX) = UNR-COST-CENTRE
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND OR WS-PCC-COUNT = 99
               GO TO 610-PRINT-COST-CENTRE-EXIT
           END-IF
           ADD 1 TO WS-PCC-COUNT
           MOVE UNR-COST-CENTRE TO PCC-COST-CENTRE(WS-PCC-COUNT)
           MOVE UNR-COST-CENTRE TO WS-PRINT-CC
           PERFORM 620-PRINT-CC-LINES.

       610-PRINT-COST-CENTRE-EXIT.
           EXIT.

       620-PRINT-CC-LINES.
           MOVE ZERO TO WS-SUB-ELAPSED
           MOVE ZERO TO WS-SUB-RECORDS
           MOVE ZERO TO WS-SUB-HIST
           MOVE ZERO TO WS-SUB-INQUIRIES
           MOVE ZERO TO WS-SUB-REQUESTS
           MOVE ZERO TO WS-SUB-AMOUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                     UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF CL-PRINTED(WS-LINE-IDX) = 'N'
                       AND CL-COST-CENTRE(WS-LINE-IDX) = WS-PRINT-CC
                   PERFORM 630-PRINT-ONE-CHARGE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CHARGE-LINE
           IF WS-PRINT-CC = SPACES
               MOVE 'NO COST CENTRE' TO WS-CHARGE-LINE(3:14)
           ELSE
               MOVE WS-PRINT-CC TO CG-COST-CENTRE
               MOVE 'SUBTOTAL' TO CG-REQUESTER
           END-IF
           MOVE WS-SUB-ELAPSED   TO CG-ELAPSED-SECS
           MOVE WS-SUB-RECORDS   TO CG-RECORDS
           MOVE WS-SUB-HIST      TO CG-HIST-RECORDS
           MOVE WS-SUB-INQUIRIES TO CG-INQUIRIES
           MOVE WS-SUB-REQUESTS  TO CG-REQUESTS
           MOVE WS-SUB-AMOUNT    TO CG-AMOUNT
           MOVE ALL '-' TO WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE(1:28)
           MOVE SPACES TO WS-PRINT-LINE(94:40)
           PERFORM 800-PRINT-ONE-LINE
           MOVE WS-CHARGE-LINE TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           ADD WS-SUB-ELAPSED   TO WS-GRAND-ELAPSED
           ADD WS-SUB-RECORDS   TO WS-GRAND-RECORDS
           ADD WS-SUB-HIST      TO WS-GRAND-HIST
           ADD WS-SUB-INQUIRIES TO WS-GRAND-INQUIRIES
           ADD WS-SUB-REQUESTS  TO WS-GRAND-REQUESTS
           ADD WS-SUB-AMOUNT    TO WS-GRAND-AMOUNT.

       630-PRINT-ONE-CHARGE.
           MOVE 'Y' TO CL-PRINTED(WS-LINE-IDX)
           COMPUTE CL-AMOUNT(WS-LINE-IDX) ROUNDED =
                 CL-ELAPSED-SECS(WS-LINE-IDX) * RT-RATE(1)
               + CL-RECORDS(WS-LINE-IDX) * RT-RATE(2) / 1000
               + CL-HIST-RECORDS(WS-LINE-IDX) * RT-RATE(3) / 1000
               + CL-INQUIRIES(WS-LINE-IDX) * RT-RATE(4)
               + CL-REQUESTS(WS-LINE-IDX) * RT-RATE(5)

           MOVE SPACES TO WS-CHARGE-LINE
           MOVE CL-COST-CENTRE(WS-LINE-IDX)  TO CG-COST-CENTRE
           MOVE CL-UNIT(WS-LINE-IDX)         TO CG-UNIT
           MOVE CL-REQUESTER(WS-LINE-IDX)    TO CG-REQUESTER
           MOVE CL-ELAPSED-SECS(WS-LINE-IDX) TO CG-ELAPSED-SECS
           MOVE CL-RECORDS(WS-LINE-IDX)      TO CG-RECORDS
           MOVE CL-HIST-RECORDS(WS-LINE-IDX) TO CG-HIST-RECORDS
           MOVE CL-INQUIRIES(WS-LINE-IDX)    TO CG-INQUIRIES
           MOVE CL-REQUESTS(WS-LINE-IDX)     TO CG-REQUESTS
           MOVE CL-AMOUNT(WS-LINE-IDX)       TO CG-AMOUNT
           MOVE WS-CHARGE-LINE TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           ADD CL-ELAPSED-SECS(WS-LINE-IDX) TO WS-SUB-ELAPSED
           ADD CL-RECORDS(WS-LINE-IDX)      TO WS-SUB-RECORDS
           ADD CL-HIST-RECORDS(WS-LINE-IDX) TO WS-SUB-HIST
           ADD CL-INQUIRIES(WS-LINE-IDX)    TO WS-SUB-INQUIRIES
           ADD CL-REQUESTS(WS-LINE-IDX)     TO WS-SUB-REQUESTS
           ADD CL-AMOUNT(WS-LINE-IDX)       TO WS-SUB-AMOUNT

           IF FEED-FILE-OK
               MOVE SPACES          TO CHARGE-DETAIL-RECORD
               MOVE 'D'             TO CHD-RECORD-TYPE
               MOVE WS-REPORT-MONTH TO CHD-CHARGE-MONTH
               MOVE CL-COST-CENTRE(WS-LINE-IDX)  TO CHD-COST-CENTRE
               MOVE CL-UNIT(WS-LINE-IDX)         TO CHD-UNIT
               MOVE CL-REQUESTER(WS-LINE-IDX)    TO CHD-REQUESTER
               MOVE CL-ELAPSED-SECS(WS-LINE-IDX) TO CHD-ELAPSED-SECS
               MOVE CL-RECORDS(WS-LINE-IDX)      TO CHD-RECORDS
               MOVE CL-HIST-RECORDS(WS-LINE-IDX) TO CHD-HIST-RECORDS
               MOVE CL-INQUIRIES(WS-LINE-IDX)    TO CHD-INQUIRIES
               MOVE CL-REQUESTS(WS-LINE-IDX)     TO CHD-REQUESTS
               MOVE CL-AMOUNT(WS-LINE-IDX)       TO CHD-AMOUNT
               WRITE CHARGE-DETAIL-RECORD
               ADD 1 TO WS-FEED-COUNT
           END-IF.

       640-PRINT-MONTH-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-CHARGE-LINE
           MOVE 'MONTH TOTAL' TO WS-CHARGE-LINE(3:11)
           MOVE WS-GRAND-ELAPSED   TO CG-ELAPSED-SECS
           MOVE WS-GRAND-RECORDS   TO CG-RECORDS
           MOVE WS-GRAND-HIST      TO CG-HIST-RECORDS
           MOVE WS-GRAND-INQUIRIES TO CG-INQUIRIES
           MOVE WS-GRAND-REQUESTS  TO CG-REQUESTS
           MOVE WS-GRAND-AMOUNT    TO CG-AMOUNT
           MOVE ALL '=' TO WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE(1:28)
           MOVE SPACES TO WS-PRINT-LINE(94:40)
           PERFORM 800-PRINT-ONE-LINE
           MOVE WS-CHARGE-LINE TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

      * What the month's records show but nobody could be charged
           IF WS-UNMATCHED-JOBS > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-UNMATCHED-JOBS TO WS-COUNT-EDIT
               MOVE WS-UNMATCHED-SECS TO WS-SECS-EDIT
               STRING '  ADVFIBB JOBS WITH NO FIBAUDIT RUN '
                      DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      '  SECONDS NOT CHARGED ' DELIMITED BY SIZE
                      WS-SECS-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
           END-IF
           IF WS-UNMATCHED-HIST > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-UNMATCHED-HIST TO WS-COUNT-EDIT
               STRING '  HISTORY RECORDS OF RUNS WITH NO FIBAUDIT '
                      DELIMITED BY SIZE
                      'ENTRY (CHARGED AS *UNKNOWN) ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
           END-IF.

      * The charge line of a requester and unit, added on first use
      * with the unit's cost centre; zero when the table is full
       700-FIND-CHARGE-LINE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                     UNTIL WS-LINE-IDX > WS-LINE-COUNT OR ENTRY-FOUND
               IF CL-REQUESTER(WS-LINE-IDX) = WS-FIND-REQUESTER
                       AND CL-UNIT(WS-LINE-IDX) = WS-FIND-UNIT
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-LINE-IDX
               GO TO 700-FIND-CHARGE-LINE-EXIT
           END-IF

           IF WS-LINE-COUNT = 500
               IF NOT LINE-TABLE-FULL
                   DISPLAY 'WARNING: MORE THAN 500 REQUESTERS - THE '
                       'REST ARE NOT CHARGED'
                   SET LINE-TABLE-FULL TO TRUE
                   IF 4 > WS-RETURN-CODE
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               MOVE ZERO TO WS-LINE-IDX
               GO TO 700-FIND-CHARGE-LINE-EXIT
           END-IF

           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-LINE-IDX
           MOVE WS-FIND-REQUESTER TO CL-REQUESTER(WS-LINE-IDX)
           MOVE WS-FIND-UNIT      TO CL-UNIT(WS-LINE-IDX)
           MOVE ZERO TO CL-ELAPSED-SECS(WS-LINE-IDX)
           MOVE ZERO TO CL-RECORDS(WS-LINE-IDX)
           MOVE ZERO TO CL-HIST-RECORDS(WS-LINE-IDX)
           MOVE ZERO TO CL-INQUIRIES(WS-LINE-IDX)
           MOVE ZERO TO CL-REQUESTS(WS-LINE-IDX)
           MOVE ZERO TO CL-AMOUNT(WS-LINE-IDX)
           MOVE 'N'  TO CL-PRINTED(WS-LINE-IDX)

           SET UNR-VALIDATE TO TRUE
           MOVE WS-FIND-UNIT TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               MOVE UNR-COST-CENTRE TO CL-COST-CENTRE(WS-LINE-IDX)
           ELSE
               MOVE SPACES TO CL-COST-CENTRE(WS-LINE-IDX)
           END-IF.

       700-FIND-CHARGE-LINE-EXIT.
           EXIT.

      * The first unit on the userid's FIBAUTH record; the default
      * unit when it holds none, holds every unit, has no record,
      * or FIBAUTH cannot be read
       750-FIND-HOME-UNIT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                     UNTIL WS-USER-IDX > WS-USER-COUNT OR ENTRY-FOUND
               IF UU-USERID(WS-USER-IDX) = WS-FIND-USERID
                   MOVE UU-UNIT(WS-USER-IDX) TO WS-HOME-UNIT
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               GO TO 750-FIND-HOME-UNIT-EXIT
           END-IF

           IF NOT AUTH-IS-OPEN
               OPEN INPUT AUTHORIZATION-FILE
               IF NOT AUTH-FILE-OK
                   DISPLAY 'WARNING: FIBAUTH NOT AVAILABLE - STATUS '
                       WS-AUTH-FILE-STATUS ' - DEFAULT UNIT CHARGED'
                   IF 4 > WS-RETURN-CODE
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               SET AUTH-IS-OPEN TO TRUE
           END-IF

           MOVE WS-DEFAULT-UNIT TO WS-HOME-UNIT
           IF AUTH-FILE-OK
               MOVE WS-FIND-USERID TO AUTH-USERID
               READ AUTHORIZATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-UNIT(1) NOT = SPACES
                               AND AUTH-UNIT(1) NOT = '*ALL'
                           MOVE AUTH-UNIT(1) TO WS-HOME-UNIT
                       END-IF
               END-READ
           END-IF

           IF WS-USER-COUNT < 500
               ADD 1 TO WS-USER-COUNT
               MOVE WS-FIND-USERID TO UU-USERID(WS-USER-COUNT)
               MOVE WS-HOME-UNIT   TO UU-UNIT(WS-USER-COUNT)
           END-IF.

       750-FIND-HOME-UNIT-EXIT.
           EXIT.

       800-PRINT-ONE-LINE.
           DISPLAY WS-PRINT-LINE(1:113)
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       900-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           CLOSE PRINT-FILE
           IF AUTH-IS-OPEN AND AUTH-FILE-OK
               CLOSE AUTHORIZATION-FILE
           END-IF

           DISPLAY SPACE
           DISPLAY 'ADVFIBB RUNS IN MONTH:    ' WS-AUDIT-COUNT
           DISPLAY 'ADVFIBB JOBS IN MONTH:    ' WS-JOB-COUNT
           DISPLAY '  WITH NO FIBAUDIT RUN:   ' WS-UNMATCHED-JOBS
           DISPLAY 'RUNS ADDED TO FIBHIST:    ' WS-HIST-RUN-COUNT
           DISPLAY 'INQUIRIES CHARGED:        ' WS-INQUIRY-COUNT
           DISPLAY 'REQUESTS CHARGED:         ' WS-REQUEST-COUNT
           DISPLAY 'CHARGE LINES:             ' WS-LINE-COUNT
           DISPLAY 'FEED DETAILS WRITTEN:     ' WS-FEED-COUNT
           DISPLAY '   FIBCHRG COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RECORDS-READ TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
