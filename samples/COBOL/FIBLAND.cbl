      ******************************************************************
      * FIBLAND is the landing gate in front of every inbound file.
      * FIBRISKR and FIBACK used to read what the receivers sent
      * directly, and could not tell a file sent twice, yesterday's
      * file sent again, or a truncated one - acknowledgments were
      * once double-posted that way. The file now lands on its own
      * dataset (DD FIBLNDIN) in the FIBINENC envelope - HDR line,
      * data lines, TRL line with the data-line count - and this
      * job checks it before anything reads it:
      *
      *   1. a header for the feed named in the PARM,
      *   2. a trailer, last, whose count matches the data lines
      *      (no trailer, or lines after it, means truncated),
      *   3. a header business date equal to the expected business
      *      day - the prior business day by the FIBCAL calendar,
      *      or the date given in the PARM for a late file,
      *   4. content not already accepted: a hash of the data lines
      *      is looked up on the FIBRCVL received-file log.
      *
      * A file that passes has its data lines handed on under the
      * DD name the posting program reads (FIBRSKIN or FIBACKIN).
      * A file that fails is kept whole on the FIBQUAR quarantine
      * dataset, the hand-off dataset is emptied, and a severity-E
      * FIB016 exception goes to FIBEXCP. Either way the file is
      * logged on FIBRCVL, which FIBRCVR lists for disputes.
      *
      * PARM='FEED,YYYYMMDD' - the feed (FIBRSKIN or FIBACKIN) and
      * optionally the business date expected. RC=0 handed on,
      * RC=4 quarantined, RC=8 bad PARM or a file unavailable -
      * the posting step runs only on RC=0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBLAND.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - INBOUND LANDING GATE WITH
      *                 ENVELOPE, DATE AND DUPLICATE CHECKS
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANDING-FILE ASSIGN TO "FIBLNDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAND-FILE-STATUS.
           SELECT RISK-RETURN-FILE ASSIGN TO "FIBRSKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "FIBACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "FIBQUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-FILE-STATUS.
           SELECT RECEIVED-LOG-FILE ASSIGN TO "FIBRCVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RCVL-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "FIBEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LANDING-FILE
           RECORDING MODE IS F.
       01  LANDING-RECORD             PIC X(80).
           COPY FIBINENC.

      * The hand-off datasets, at the length each posting program
      * reads
       FD  RISK-RETURN-FILE
           RECORDING MODE IS F.
       01  RISK-RETURN-RECORD         PIC X(80).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD                 PIC X(47).

       FD  QUARANTINE-FILE
           RECORDING MODE IS F.
           COPY FIBQUARC.

       FD  RECEIVED-LOG-FILE.
           COPY FIBRCVLC.

       FD  CALENDAR-FILE.
           COPY FIBCALC.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD.
           05  EXC-SEVERITY           PIC X.
           05  EXC-PROGRAM            PIC X(8).
           05  EXC-RUN-DATE           PIC 9(8).
           05  EXC-TERM-INDEX         PIC 9(4).
           05  EXC-MSG-ID             PIC X(8).
           05  EXC-TEXT               PIC X(60).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-LAND-FILE-STATUS    PIC XX VALUE SPACES.
               88  LAND-FILE-OK            VALUE '00'.
           05  WS-OUT-FILE-STATUS     PIC XX VALUE SPACES.
               88  OUT-FILE-OK             VALUE '00'.
           05  WS-QUAR-FILE-STATUS    PIC XX VALUE SPACES.
               88  QUAR-FILE-OK            VALUE '00'.
               88  QUAR-FILE-NOT-FOUND     VALUE '35'.
           05  WS-RCVL-FILE-STATUS    PIC XX VALUE SPACES.
               88  RCVL-FILE-OK            VALUE '00'.
               88  RCVL-FILE-NOT-FOUND     VALUE '35'.
           05  WS-CAL-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAL-FILE-OK             VALUE '00'.
           05  WS-EXCP-FILE-STATUS    PIC XX VALUE SPACES.
               88  EXCP-FILE-OK            VALUE '00'.
               88  EXCP-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-HEADER-SW           PIC X VALUE 'N'.
               88  HEADER-SEEN            VALUE 'Y'.
           05  WS-TRAILER-SW          PIC X VALUE 'N'.
               88  TRAILER-SEEN           VALUE 'Y'.
           05  WS-BUSINESS-SW         PIC X VALUE 'N'.
               88  DAY-IS-BUSINESS-DAY    VALUE 'Y'.

      * The feeds the gate lands and the program each is handed to
       01  WS-FEED-VALUES.
           05  FILLER PIC X(16) VALUE 'FIBRSKINFIBRISKR'.
           05  FILLER PIC X(16) VALUE 'FIBACKINFIBACK  '.
       01  WS-FEED-TABLE REDEFINES WS-FEED-VALUES.
           05  FD-ENTRY OCCURS 2 TIMES.
               10  FD-FEED            PIC X(8).
               10  FD-POSTING-PROGRAM PIC X(8).

       01  WS-REASON-VALUES.
           05  FILLER PIC X(22) VALUE 'HDBAD OR MISSING HDR  '.
           05  FILLER PIC X(22) VALUE 'TRTRUNCATED           '.
           05  FILLER PIC X(22) VALUE 'CTTRAILER COUNT WRONG '.
           05  FILLER PIC X(22) VALUE 'DTWRONG BUSINESS DATE '.
           05  FILLER PIC X(22) VALUE 'DUDUPLICATE FILE      '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  RS-ENTRY OCCURS 5 TIMES.
               10  RS-CODE            PIC X(2).
               10  RS-TEXT            PIC X(20).

       01  WS-PARM-FEED               PIC X(8) VALUE SPACES.
       01  WS-REASON                  PIC X(2) VALUE SPACES.
           88  FILE-PASSES                VALUE SPACES.
       01  WS-REASON-TEXT             PIC X(20) VALUE SPACES.

      * What the landed file's envelope said
       01  WS-LANDED-ENVELOPE.
           05  WS-LE-SENDER           PIC X(8) VALUE SPACES.
           05  WS-LE-BUSINESS-DATE    PIC X(8) VALUE SPACES.
           05  WS-LE-CREATED-STAMP    PIC X(14) VALUE SPACES.
           05  WS-LE-TRAILER-COUNT    PIC X(9) VALUE SPACES.

       77  WS-FEED-IDX                PIC 9 VALUE ZERO.
       77  WS-REASON-IDX              PIC 9 VALUE ZERO.
       77  WS-POSTING-PROGRAM         PIC X(8) VALUE SPACES.
       77  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-EXPECTED-DATE           PIC 9(8) VALUE ZERO.
       77  WS-DAY-INTEGER             PIC 9(9) VALUE ZERO.
       77  WS-DAY-DATE                PIC 9(8) VALUE ZERO.
       77  WS-DAY-DOW                 PIC 9 VALUE ZERO.
       77  WS-LINE-COUNT              PIC 9(7) VALUE ZERO.
       77  WS-LINE-NO                 PIC 9(7) VALUE ZERO.
       77  WS-DATA-COUNT              PIC 9(9) VALUE ZERO.
       77  WS-AFTER-TRAILER-COUNT     PIC 9(7) VALUE ZERO.
       77  WS-HANDED-COUNT            PIC 9(9) VALUE ZERO.
       77  WS-CHAR-POS                PIC 9(3) VALUE ZERO.
       77  WS-LINE-SUM                PIC 9(9) VALUE ZERO.
       77  WS-CONTENT-HASH            PIC 9(18) VALUE ZERO.
       77  WS-DUPLICATE-OF            PIC 9(14) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-FEED              PIC X(8).
           05  FILLER                 PIC X.
           05  PARM-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE THRU 000-INITIALIZE-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 100-EXAMINE-LANDED-FILE
                   THRU 100-EXAMINE-LANDED-FILE-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-CHECK-FOR-DUPLICATE
                   THRU 200-CHECK-FOR-DUPLICATE-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               IF FILE-PASSES
                   PERFORM 300-HAND-OFF-FILE
               ELSE
                   PERFORM 400-QUARANTINE-FILE
                   PERFORM 450-POST-EXCEPTION
               END-IF
               PERFORM 500-LOG-RECEIPT
               CLOSE RECEIVED-LOG-FILE
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-DATE

           DISPLAY '======================================='
           DISPLAY '   FIBLAND - INBOUND FILE LANDING GATE'
           DISPLAY '======================================='

           IF PARM-LENGTH >= 8
               MOVE PARM-FEED TO WS-PARM-FEED
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                     UNTIL WS-FEED-IDX > 2
               IF FD-FEED(WS-FEED-IDX) = WS-PARM-FEED
                   MOVE FD-POSTING-PROGRAM(WS-FEED-IDX)
                       TO WS-POSTING-PROGRAM
               END-IF
           END-PERFORM
           IF WS-POSTING-PROGRAM = SPACES
               DISPLAY 'ERROR: FEED PARM <' WS-PARM-FEED
                   '> IS NOT FIBRSKIN OR FIBACKIN - NOTHING LANDED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 000-INITIALIZE-EXIT
           END-IF

           IF PARM-LENGTH >= 17
               IF PARM-BUSINESS-DATE IS NUMERIC
                   MOVE PARM-BUSINESS-DATE TO WS-EXPECTED-DATE
               ELSE
                   DISPLAY 'ERROR: BUSINESS DATE PARM <'
                       PARM-BUSINESS-DATE '> NOT NUMERIC'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 000-INITIALIZE-EXIT
               END-IF
           ELSE
               PERFORM 050-FIND-PRIOR-BUSINESS-DAY
           END-IF

           DISPLAY 'FEED:                  ' WS-PARM-FEED
               ' FOR ' WS-POSTING-PROGRAM
           DISPLAY 'EXPECTED BUSINESS DAY: ' WS-EXPECTED-DATE.

       000-INITIALIZE-EXIT.
           EXIT.

      * The day before today, stepped back over weekends and the
      * FIBCAL holidays and suspended days; without the calendar
      * every weekday counts
       050-FIND-PRIOR-BUSINESS-DAY.
           OPEN INPUT CALENDAR-FILE
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE 'N' TO WS-BUSINESS-SW
           PERFORM UNTIL DAY-IS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DAY-INTEGER
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               COMPUTE WS-DAY-DOW = FUNCTION MOD(WS-DAY-INTEGER, 7)
               IF WS-DAY-DOW = 0 OR WS-DAY-DOW = 6
                   CONTINUE
               ELSE
                   PERFORM 060-CHECK-CALENDAR
               END-IF
           END-PERFORM
           MOVE WS-DAY-DATE TO WS-EXPECTED-DATE
           IF CAL-FILE-OK
               CLOSE CALENDAR-FILE
           END-IF.

       060-CHECK-CALENDAR.
           IF NOT CAL-FILE-OK
               SET DAY-IS-BUSINESS-DAY TO TRUE
           ELSE
               MOVE WS-DAY-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       SET DAY-IS-BUSINESS-DAY TO TRUE
                   NOT INVALID KEY
                       IF CAL-IS-HOLIDAY OR CAL-IS-SUSPENDED
                           CONTINUE
                       ELSE
                           SET DAY-IS-BUSINESS-DAY TO TRUE
                       END-IF
               END-READ
           END-IF.

      * First pass: envelope, counts and the content hash. The
      * first failing check is the reason the file is refused.
       100-EXAMINE-LANDED-FILE.
           OPEN INPUT LANDING-FILE
           IF NOT LAND-FILE-OK
               DISPLAY 'ERROR: FIBLNDIN NOT AVAILABLE - STATUS '
                   WS-LAND-FILE-STATUS ' - NOTHING LANDED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-EXAMINE-LANDED-FILE-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ LANDING-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM 110-EXAMINE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE LANDING-FILE

           EVALUATE TRUE
               WHEN WS-LINE-COUNT = ZERO
                   MOVE 'TR' TO WS-REASON
               WHEN NOT HEADER-SEEN
                   MOVE 'HD' TO WS-REASON
               WHEN NOT TRAILER-SEEN
                   MOVE 'TR' TO WS-REASON
               WHEN WS-AFTER-TRAILER-COUNT > ZERO
                   MOVE 'TR' TO WS-REASON
               WHEN WS-LE-TRAILER-COUNT IS NOT NUMERIC
                   MOVE 'CT' TO WS-REASON
               WHEN WS-LE-TRAILER-COUNT NOT = WS-DATA-COUNT
                   MOVE 'CT' TO WS-REASON
               WHEN WS-LE-BUSINESS-DATE NOT = WS-EXPECTED-DATE
                   MOVE 'DT' TO WS-REASON
           END-EVALUATE.

       100-EXAMINE-LANDED-FILE-EXIT.
           EXIT.

       110-EXAMINE-ONE-LINE.
           EVALUATE TRUE
               WHEN WS-LINE-COUNT = 1
                   IF INH-IS-HEADER AND INH-FEED = WS-PARM-FEED
                       SET HEADER-SEEN TO TRUE
                       MOVE INH-SENDER        TO WS-LE-SENDER
                       MOVE INH-BUSINESS-DATE TO WS-LE-BUSINESS-DATE
                       MOVE INH-CREATED-STAMP TO WS-LE-CREATED-STAMP
                   END-IF
               WHEN TRAILER-SEEN
                   ADD 1 TO WS-AFTER-TRAILER-COUNT
               WHEN INT-IS-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   MOVE INT-RECORD-COUNT TO WS-LE-TRAILER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DATA-COUNT
                   PERFORM 120-HASH-ONE-LINE
           END-EVALUATE.

      * Each data line's bytes, weighted by position, are chained
      * into the hash line by line - the same content in the same
      * order always gives the same hash
       120-HASH-ONE-LINE.
           MOVE ZERO TO WS-LINE-SUM
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                     UNTIL WS-CHAR-POS > 80
               COMPUTE WS-LINE-SUM = WS-LINE-SUM
                   + FUNCTION ORD(LANDING-RECORD(WS-CHAR-POS:1))
                   * WS-CHAR-POS
           END-PERFORM
           COMPUTE WS-CONTENT-HASH = FUNCTION MOD(
               WS-CONTENT-HASH * 31 + WS-LINE-SUM,
               10000000000000000).

      * Only content already accepted counts - a file quarantined
      * before may be sent again once corrected
       200-CHECK-FOR-DUPLICATE.
           OPEN I-O RECEIVED-LOG-FILE
           IF RCVL-FILE-NOT-FOUND
               OPEN OUTPUT RECEIVED-LOG-FILE
               CLOSE RECEIVED-LOG-FILE
               OPEN I-O RECEIVED-LOG-FILE
           END-IF
           IF NOT RCVL-FILE-OK
               DISPLAY 'ERROR: FIBRCVL NOT AVAILABLE - STATUS '
                   WS-RCVL-FILE-STATUS ' - NOTHING LANDED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-CHECK-FOR-DUPLICATE-EXIT
           END-IF

           IF NOT FILE-PASSES
               GO TO 200-CHECK-FOR-DUPLICATE-EXIT
           END-IF

           MOVE WS-PARM-FEED TO RCV-FEED
           MOVE ZERO         TO RCV-LAND-STAMP
           MOVE 'N' TO WS-EOF-SW
           START RECEIVED-LOG-FILE KEY IS NOT LESS THAN RCV-KEY
               INVALID KEY
                   SET INPUT-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL INPUT-EOF-REACHED
               READ RECEIVED-LOG-FILE NEXT RECORD
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF RCV-FEED NOT = WS-PARM-FEED
                           SET INPUT-EOF-REACHED TO TRUE
                       ELSE
                           IF RCV-ACCEPTED
                               AND RCV-CONTENT-HASH = WS-CONTENT-HASH
                               AND RCV-DATA-COUNT = WS-DATA-COUNT
                               MOVE 'DU' TO WS-REASON
                               MOVE RCV-LAND-STAMP TO WS-DUPLICATE-OF
                               SET INPUT-EOF-REACHED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       200-CHECK-FOR-DUPLICATE-EXIT.
           EXIT.

      * Second pass: the data lines only, under the posting
      * program's DD name
       300-HAND-OFF-FILE.
           IF WS-PARM-FEED = 'FIBRSKIN'
               OPEN OUTPUT RISK-RETURN-FILE
           ELSE
               OPEN OUTPUT ACK-FILE
           END-IF
           IF NOT OUT-FILE-OK
               DISPLAY 'ERROR: ' WS-PARM-FEED ' HAND-OFF NOT '
                   'AVAILABLE - STATUS ' WS-OUT-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN INPUT LANDING-FILE
               MOVE ZERO TO WS-LINE-NO
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL INPUT-EOF-REACHED
                   READ LANDING-FILE
                       AT END
                           SET INPUT-EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           IF WS-LINE-NO > 1
                                   AND WS-LINE-NO <= WS-DATA-COUNT + 1
                               PERFORM 310-HAND-OFF-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANDING-FILE
               IF WS-PARM-FEED = 'FIBRSKIN'
                   CLOSE RISK-RETURN-FILE
               ELSE
                   CLOSE ACK-FILE
               END-IF
               DISPLAY WS-PARM-FEED ' ACCEPTED - ' WS-HANDED-COUNT
                   ' LINES HANDED TO ' WS-POSTING-PROGRAM
           END-IF.

       310-HAND-OFF-ONE-LINE.
           IF WS-PARM-FEED = 'FIBRSKIN'
               WRITE RISK-RETURN-RECORD FROM LANDING-RECORD
           ELSE
               WRITE ACK-RECORD FROM LANDING-RECORD(1:47)
           END-IF
           ADD 1 TO WS-HANDED-COUNT.

      * The whole file as landed, under its log key and reason;
      * the hand-off dataset is emptied so nothing refused can be
      * posted by a rerun of the posting step
       400-QUARANTINE-FILE.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                     UNTIL WS-REASON-IDX > 5
               IF RS-CODE(WS-REASON-IDX) = WS-REASON
                   MOVE RS-TEXT(WS-REASON-IDX) TO WS-REASON-TEXT
               END-IF
           END-PERFORM

           OPEN EXTEND QUARANTINE-FILE
           IF QUAR-FILE-NOT-FOUND
               OPEN OUTPUT QUARANTINE-FILE
           END-IF
           IF NOT QUAR-FILE-OK
               DISPLAY 'WARNING: FIBQUAR NOT AVAILABLE - STATUS '
                   WS-QUAR-FILE-STATUS ' - FILE LEFT ON FIBLNDIN'
           ELSE
               OPEN INPUT LANDING-FILE
               MOVE ZERO TO WS-LINE-NO
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL INPUT-EOF-REACHED
                   READ LANDING-FILE
                       AT END
                           SET INPUT-EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           MOVE SPACES          TO QUARANTINE-RECORD
                           MOVE WS-PARM-FEED    TO QUA-FEED
                           MOVE WS-NOW-STAMP    TO QUA-LAND-STAMP
                           MOVE WS-REASON       TO QUA-REASON
                           MOVE WS-LINE-NO      TO QUA-LINE-NO
                           MOVE LANDING-RECORD  TO QUA-LINE
                           WRITE QUARANTINE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LANDING-FILE
               CLOSE QUARANTINE-FILE
           END-IF

           IF WS-PARM-FEED = 'FIBRSKIN'
               OPEN OUTPUT RISK-RETURN-FILE
               IF OUT-FILE-OK
                   CLOSE RISK-RETURN-FILE
               END-IF
           ELSE
               OPEN OUTPUT ACK-FILE
               IF OUT-FILE-OK
                   CLOSE ACK-FILE
               END-IF
           END-IF

           DISPLAY WS-PARM-FEED ' QUARANTINED - ' WS-REASON-TEXT
           IF WS-DUPLICATE-OF NOT = ZERO
               DISPLAY '   SAME CONTENT AS THE FILE LANDED '
                   WS-DUPLICATE-OF
           END-IF
           MOVE 4 TO WS-RETURN-CODE.

       450-POST-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF EXCP-FILE-OK
               MOVE 'E'           TO EXC-SEVERITY
               MOVE 'FIBLAND'     TO EXC-PROGRAM
               MOVE WS-TODAY-DATE TO EXC-RUN-DATE
               MOVE ZERO          TO EXC-TERM-INDEX
               MOVE 'FIB016'      TO EXC-MSG-ID
               MOVE SPACES        TO EXC-TEXT
               STRING WS-PARM-FEED DELIMITED BY SIZE
                      ' FROM ' DELIMITED BY SIZE
                      WS-LE-SENDER DELIMITED BY SPACE
                      ' QUARANTINED - ' DELIMITED BY SIZE
                      WS-REASON-TEXT DELIMITED BY SIZE
                   INTO EXC-TEXT
               END-STRING
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-FILE
           ELSE
               DISPLAY 'WARNING: FIBEXCP NOT AVAILABLE - STATUS '
                   WS-EXCP-FILE-STATUS ' - EXCEPTION NOT POSTED'
           END-IF.

       500-LOG-RECEIPT.
           MOVE SPACES TO RECEIVED-FILE-RECORD
           MOVE WS-PARM-FEED        TO RCV-FEED
           MOVE WS-NOW-STAMP        TO RCV-LAND-STAMP
           MOVE WS-LE-SENDER        TO RCV-SENDER
           MOVE WS-LE-BUSINESS-DATE TO RCV-BUSINESS-DATE
           MOVE WS-EXPECTED-DATE    TO RCV-EXPECTED-DATE
           MOVE WS-LE-CREATED-STAMP TO RCV-CREATED-STAMP
           MOVE WS-DATA-COUNT       TO RCV-DATA-COUNT
           MOVE WS-LE-TRAILER-COUNT TO RCV-TRAILER-COUNT
           MOVE WS-CONTENT-HASH     TO RCV-CONTENT-HASH
           MOVE WS-REASON           TO RCV-REASON
           MOVE WS-DUPLICATE-OF     TO RCV-DUPLICATE-OF
           IF FILE-PASSES AND WS-RETURN-CODE = ZERO
               MOVE 'A' TO RCV-DISPOSITION
           ELSE
               MOVE 'Q' TO RCV-DISPOSITION
           END-IF

           WRITE RECEIVED-FILE-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: FIBRCVL ENTRY ' RCV-FEED ' '
                       RCV-LAND-STAMP ' ALREADY ON FILE - NOT LOGGED'
           END-WRITE.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'LINES LANDED:          ' WS-LINE-COUNT
           DISPLAY 'DATA LINES:            ' WS-DATA-COUNT
           DISPLAY 'CONTENT HASH:          ' WS-CONTENT-HASH
           DISPLAY '   FIBLAND COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
