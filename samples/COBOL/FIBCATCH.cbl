      ******************************************************************
      * FIBCATCH is the outage catch-up driver for ADVFIBB. When the
      * night cycle is lost to an outage or a holiday-weekend freeze
      * the missed business days still need their runs, dated as of
      * the day they belong to, so the FIBHIST keys, FIBCTL totals,
      * extracts and the prior-business-day delta chain land as if
      * nothing had happened.
      *
      * This job finds the most recent run date carrying one of
      * the unit's summaries on FIBHIST, walks forward from the day
      * after it through the catch-up limit (yesterday by default)
      * skipping Saturdays, Sundays and any FIBCAL date marked
      * holiday or suspended,
      * and writes the FIBCTDK deck: one request per missed
      * business day, oldest first, each opened with an ASOF= card
      * and closed by a RUN card. The next step hands the deck to
      * ADVFIBB as its SYSIN; ADVFIBB runs the requests in deck
      * order and flags each as a catch-up run.
      *
      * SYSIN cards (all optional, KEYWORD=VALUE from column 1):
      *   THRU=YYYYMMDD     last date to catch up (default
      *                     yesterday - tonight's own run covers
      *                     today)
      *   FROM=YYYYMMDD     first date to consider, overriding the
      *                     FIBHIST search (for a new or rebuilt
      *                     history file)
      *   LOOKBACK=NNN      calendar days searched back for the
      *                     last summary (default 31)
      * Any other non-comment card is copied into every generated
      * request ahead of its RUN card, so the catch-up runs can
      * carry the same parameters the night deck would have.
      *
      * PARM='USERID,UNIT' as for ADVFIBB - the business unit to
      * catch up (the default unit without one). Only a summary in
      * the unit's band of the run sequence (FIBUNITT) marks its
      * last completed night, so another unit's runs on a day never
      * hide a day this unit missed.
      *
      * Return code 0 with a deck written, 4 when nothing was
      * missed (the ADVFIBB step is bypassed), 8 when the unit is
      * not defined, the last summary cannot be found or a card is
      * in error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCATCH.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - BUILD THE ASOF= CATCH-UP
      *                 DECK FOR EVERY BUSINESS DAY MISSED SINCE THE
      *                 LAST FIBHIST SUMMARY
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  CATCH UP ONE BUSINESS UNIT - UNIT ON THE PARM,
      *                 LAST SUMMARY SOUGHT IN ITS SEQUENCE BAND ONLY
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
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT CATCHUP-DECK-FILE ASSIGN TO "FIBCTDK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

       FD  CALENDAR-FILE.
           COPY FIBCALC.

       FD  CATCHUP-DECK-FILE
           RECORDING MODE IS F.
       01  CATCHUP-DECK-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-CAL-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAL-FILE-OK             VALUE '00'.
           05  WS-DECK-FILE-STATUS    PIC XX VALUE SPACES.
               88  DECK-FILE-OK            VALUE '00'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-FOUND-SW            PIC X VALUE 'N'.
               88  LAST-SUMMARY-FOUND     VALUE 'Y'.
           05  WS-BUSINESS-SW         PIC X VALUE 'N'.
               88  DAY-IS-BUSINESS-DAY    VALUE 'Y'.
           05  WS-PROBE-END-SW        PIC X VALUE 'N'.
               88  PROBE-DATE-DONE        VALUE 'Y'.

       01  WS-CARD-IMAGE.
           05  WS-CARD-TEXT           PIC X(80).

       01  CATCHUP-CONTROLS.
           05  WS-THRU-DATE           PIC 9(8) VALUE ZERO.
           05  WS-FROM-DATE           PIC 9(8) VALUE ZERO.
           05  WS-LOOKBACK-DAYS       PIC 9(3) VALUE 31.
           05  WS-LAST-SUMMARY-DATE   PIC 9(8) VALUE ZERO.
           05  WS-PROBE-DATE          PIC 9(8) VALUE ZERO.
           05  WS-PROBE-INTEGER       PIC 9(7) VALUE ZERO.
           05  WS-PROBE-FLOOR         PIC 9(7) VALUE ZERO.
           05  WS-DAY-DATE            PIC 9(8) VALUE ZERO.
           05  WS-DAY-INTEGER         PIC 9(7) VALUE ZERO.
           05  WS-THRU-INTEGER        PIC 9(7) VALUE ZERO.
           05  WS-DAY-DOW             PIC 9 VALUE ZERO.
           05  WS-PARSE-VALUE         PIC X(20) VALUE SPACES.
           05  WS-PARSE-NUMBER        PIC 9(8) VALUE ZERO.
           05  WS-PARSE-DATE-PARTS REDEFINES WS-PARSE-NUMBER.
               10  WS-PARSE-YEAR      PIC 9(4).
               10  WS-PARSE-MONTH     PIC 9(2).
               10  WS-PARSE-DAY       PIC 9(2).

       01  BASE-CARD-TABLE.
           05  WS-BASE-CARD-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-BASE-CARD           PIC X(80) OCCURS 20 TIMES.

       01  ASOF-CARD-IMAGE.
           05  FILLER                 PIC X(5) VALUE 'ASOF='.
           05  AC-ASOF-DATE           PIC 9(8).
           05  FILLER                 PIC X(67) VALUE SPACES.

       77  WS-BASE-IX                 PIC 9(2) VALUE ZERO.
       77  WS-DAYS-WRITTEN            PIC 9(5) VALUE ZERO.
       77  WS-DAYS-SKIPPED            PIC 9(5) VALUE ZERO.
       77  WS-CARD-ERRORS             PIC 9(3) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-CATCH-UNIT              PIC X(4) VALUE SPACES.
       77  WS-BAND-LOW                PIC 9(2) VALUE 00.
       77  WS-BAND-HIGH               PIC 9(2) VALUE 99.
       77  WS-PARM-TEXT-LEN           PIC S9(4) COMP VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

      * Business-unit resolver parameters
           COPY FIBUNRC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(13).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-FIND-LAST-SUMMARY
               THRU 100-FIND-LAST-SUMMARY-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-BUILD-CATCHUP-DECK
                   THRU 200-BUILD-CATCHUP-DECK-EXIT
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
      * PARM='USERID,UNIT' - a PARM without the unit catches up the
      * default unit
           IF PARM-LENGTH > ZERO
               MOVE PARM-LENGTH TO WS-PARM-TEXT-LEN
               IF WS-PARM-TEXT-LEN > 13
                   MOVE 13 TO WS-PARM-TEXT-LEN
               END-IF
               UNSTRING PARM-TEXT(1:WS-PARM-TEXT-LEN)
                   DELIMITED BY ','
                   INTO WS-USERID WS-CATCH-UNIT
               END-UNSTRING
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME

           DISPLAY '======================================='
           DISPLAY '   FIBCATCH - OUTAGE CATCH-UP DECK BUILD'
           DISPLAY '======================================='

           COMPUTE WS-THRU-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CD-DATE) - 1)

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               PERFORM UNTIL CARD-EOF-REACHED
                   READ CONTROL-CARD-FILE INTO WS-CARD-IMAGE
                       AT END
                           SET CARD-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 010-PARSE-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF

           IF WS-THRU-DATE NOT < CD-DATE
               DISPLAY 'ERROR: THRU= MUST BE BEFORE TODAY '
                   CD-DATE
               ADD 1 TO WS-CARD-ERRORS
           END-IF

           IF WS-CARD-ERRORS > ZERO
               DISPLAY 'CONTROL CARD ERRORS: ' WS-CARD-ERRORS
                   ' - NO DECK BUILT'
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           PERFORM 020-RESOLVE-UNIT

           DISPLAY 'CATCH UP THROUGH       : ' WS-THRU-DATE
           DISPLAY 'BASE CARDS PER REQUEST : ' WS-BASE-CARD-COUNT.

       010-PARSE-CONTROL-CARD.
           IF WS-CARD-TEXT = SPACES OR WS-CARD-TEXT(1:1) = '*'
               CONTINUE
           ELSE
           IF WS-CARD-TEXT(1:5) = 'THRU='
               MOVE WS-CARD-TEXT(6:20) TO WS-PARSE-VALUE
               PERFORM 015-PARSE-DATE-VALUE
               MOVE WS-PARSE-NUMBER TO WS-THRU-DATE
           ELSE
           IF WS-CARD-TEXT(1:5) = 'FROM='
               MOVE WS-CARD-TEXT(6:20) TO WS-PARSE-VALUE
               PERFORM 015-PARSE-DATE-VALUE
               MOVE WS-PARSE-NUMBER TO WS-FROM-DATE
           ELSE
           IF WS-CARD-TEXT(1:9) = 'LOOKBACK='
               MOVE WS-CARD-TEXT(10:20) TO WS-PARSE-VALUE
               IF WS-PARSE-VALUE(1:3) IS NUMERIC
                       AND WS-PARSE-VALUE(4:17) = SPACES
                       AND WS-PARSE-VALUE(1:3) NOT = '000'
                   MOVE WS-PARSE-VALUE(1:3) TO WS-LOOKBACK-DAYS
               ELSE
                   DISPLAY 'ERROR: LOOKBACK= MUST BE THREE DIGITS '
                       '001-999 - ' WS-CARD-TEXT
                   ADD 1 TO WS-CARD-ERRORS
               END-IF
           ELSE
           IF WS-CARD-TEXT(1:5) = 'ASOF=' OR WS-CARD-TEXT(1:4) = 'RUN '
               DISPLAY 'WARNING: ' WS-CARD-TEXT(1:20)
                   ' IGNORED - SUPPLIED PER REQUEST BY THIS JOB'
           ELSE
               ADD 1 TO WS-BASE-CARD-COUNT
               IF WS-BASE-CARD-COUNT > 20
                   DISPLAY 'ERROR: MORE THAN 20 BASE CARDS'
                   ADD 1 TO WS-CARD-ERRORS
                   MOVE 20 TO WS-BASE-CARD-COUNT
               ELSE
                   MOVE WS-CARD-TEXT
                       TO WS-BASE-CARD(WS-BASE-CARD-COUNT)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       015-PARSE-DATE-VALUE.
           MOVE ZERO TO WS-PARSE-NUMBER
           IF WS-PARSE-VALUE(1:8) IS NUMERIC
                   AND WS-PARSE-VALUE(9:12) = SPACES
               MOVE WS-PARSE-VALUE(1:8) TO WS-PARSE-NUMBER
           END-IF
           IF WS-PARSE-NUMBER < 16010101
                   OR WS-PARSE-MONTH < 1 OR WS-PARSE-MONTH > 12
                   OR WS-PARSE-DAY < 1 OR WS-PARSE-DAY > 31
               DISPLAY 'ERROR: INVALID DATE - ' WS-CARD-TEXT
               ADD 1 TO WS-CARD-ERRORS
               MOVE ZERO TO WS-PARSE-NUMBER
           END-IF.

       020-RESOLVE-UNIT.
           SET UNR-VALIDATE TO TRUE
           MOVE WS-CATCH-UNIT TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               MOVE UNR-UNIT     TO WS-CATCH-UNIT
               MOVE UNR-SEQ-LOW  TO WS-BAND-LOW
               MOVE UNR-SEQ-HIGH TO WS-BAND-HIGH
               DISPLAY 'BUSINESS UNIT          : ' WS-CATCH-UNIT ' '
                   UNR-UNIT-NAME ' (RUN SEQUENCES '
                   WS-BAND-LOW '-' WS-BAND-HIGH ')'
           ELSE
               DISPLAY 'ERROR: BUSINESS UNIT ' WS-CATCH-UNIT
                   ' IS NOT DEFINED ON FIBUNITT - NO DECK BUILT'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      * The most recent run date holding a summary row (term index
      * zero) is the last night that completed. Probe backwards a
      * day at a time - a keyed START per day is far cheaper than
      * a sweep of the whole history file.
       100-FIND-LAST-SUMMARY.
           IF WS-FROM-DATE NOT = ZERO
               COMPUTE WS-LAST-SUMMARY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 1)
               SET LAST-SUMMARY-FOUND TO TRUE
               DISPLAY 'FROM= SUPPLIED - FIBHIST SEARCH BYPASSED'
               GO TO 100-FIND-LAST-SUMMARY-EXIT
           END-IF

           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-FIND-LAST-SUMMARY-EXIT
           END-IF

           COMPUTE WS-PROBE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-THRU-DATE)
           COMPUTE WS-PROBE-FLOOR =
               WS-PROBE-INTEGER - WS-LOOKBACK-DAYS

           PERFORM UNTIL LAST-SUMMARY-FOUND
                   OR WS-PROBE-INTEGER < WS-PROBE-FLOOR
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INTEGER)
               PERFORM 110-PROBE-ONE-DATE
               IF NOT LAST-SUMMARY-FOUND
                   SUBTRACT 1 FROM WS-PROBE-INTEGER
               END-IF
           END-PERFORM

           CLOSE FIB-HISTORY-FILE

           IF NOT LAST-SUMMARY-FOUND
               DISPLAY 'ERROR: NO ' WS-CATCH-UNIT
                   ' SUMMARY ON FIBHIST IN THE LAST '
                   WS-LOOKBACK-DAYS ' DAYS - SUPPLY FROM= OR A '
                   'LARGER LOOKBACK='
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-FIND-LAST-SUMMARY-EXIT
           END-IF

           MOVE WS-PROBE-DATE TO WS-LAST-SUMMARY-DATE
           DISPLAY 'LAST SUMMARY ON FIBHIST: ' WS-LAST-SUMMARY-DATE
               ' SEQUENCE ' HIST-RUN-SEQ.

       100-FIND-LAST-SUMMARY-EXIT.
           EXIT.

      * Only the unit's own sequences are probed. The summary is
      * the first record of a run, so a run in the band that does
      * not open with one never completed and the next sequence is
      * tried.
       110-PROBE-ONE-DATE.
           MOVE 'N' TO WS-PROBE-END-SW
           MOVE WS-PROBE-DATE TO HIST-RUN-DATE
           MOVE WS-BAND-LOW   TO HIST-RUN-SEQ
           MOVE ZERO          TO HIST-TERM-INDEX
           PERFORM 115-PROBE-NEXT-RUN
               UNTIL LAST-SUMMARY-FOUND OR PROBE-DATE-DONE.

       115-PROBE-NEXT-RUN.
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET PROBE-DATE-DONE TO TRUE
               NOT INVALID KEY
                   READ FIB-HISTORY-FILE NEXT RECORD
                       AT END
                           SET PROBE-DATE-DONE TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE NOT = WS-PROBE-DATE
                                   OR HIST-RUN-SEQ > WS-BAND-HIGH
                               SET PROBE-DATE-DONE TO TRUE
                           ELSE
                           IF HIST-TERM-INDEX = ZERO
                               SET LAST-SUMMARY-FOUND TO TRUE
                           ELSE
                           IF HIST-RUN-SEQ = WS-BAND-HIGH
                               SET PROBE-DATE-DONE TO TRUE
                           ELSE
                               ADD 1 TO HIST-RUN-SEQ
                               MOVE ZERO TO HIST-TERM-INDEX
                           END-IF
                           END-IF
                           END-IF
                   END-READ
           END-START.

      * One request per missed business day, oldest first, so each
      * run finds its predecessor already on FIBHIST for the delta
      * and the FIBCTL totals accumulate in date order
       200-BUILD-CATCHUP-DECK.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LAST-SUMMARY-DATE) + 1
           COMPUTE WS-THRU-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-THRU-DATE)

           IF WS-DAY-INTEGER > WS-THRU-INTEGER
               DISPLAY 'NO BUSINESS DAYS MISSED - NOTHING TO CATCH UP'
               MOVE 4 TO WS-RETURN-CODE
               GO TO 200-BUILD-CATCHUP-DECK-EXIT
           END-IF

           OPEN OUTPUT CATCHUP-DECK-FILE
           IF NOT DECK-FILE-OK
               DISPLAY 'ERROR: FIBCTDK OPEN FAILED - STATUS '
                   WS-DECK-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-BUILD-CATCHUP-DECK-EXIT
           END-IF

           OPEN INPUT CALENDAR-FILE

           PERFORM UNTIL WS-DAY-INTEGER > WS-THRU-INTEGER
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               MOVE 'N' TO WS-BUSINESS-SW
               COMPUTE WS-DAY-DOW = FUNCTION MOD(WS-DAY-INTEGER, 7)
               IF WS-DAY-DOW = 0 OR WS-DAY-DOW = 6
                   CONTINUE
               ELSE
                   PERFORM 210-CHECK-CALENDAR
               END-IF
               IF DAY-IS-BUSINESS-DAY
                   PERFORM 220-WRITE-ONE-REQUEST
               ELSE
                   ADD 1 TO WS-DAYS-SKIPPED
               END-IF
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM

           IF CAL-FILE-OK
               CLOSE CALENDAR-FILE
           END-IF
           CLOSE CATCHUP-DECK-FILE

           IF WS-DAYS-WRITTEN = ZERO
               DISPLAY 'NO BUSINESS DAYS MISSED - NOTHING TO CATCH UP'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       200-BUILD-CATCHUP-DECK-EXIT.
           EXIT.

       210-CHECK-CALENDAR.
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

       220-WRITE-ONE-REQUEST.
           MOVE WS-DAY-DATE TO AC-ASOF-DATE
           WRITE CATCHUP-DECK-RECORD FROM ASOF-CARD-IMAGE

           PERFORM VARYING WS-BASE-IX FROM 1 BY 1
                   UNTIL WS-BASE-IX > WS-BASE-CARD-COUNT
               WRITE CATCHUP-DECK-RECORD
                   FROM WS-BASE-CARD(WS-BASE-IX)
           END-PERFORM

           MOVE 'RUN' TO CATCHUP-DECK-RECORD
           WRITE CATCHUP-DECK-RECORD

           ADD 1 TO WS-DAYS-WRITTEN
           DISPLAY 'CATCH-UP REQUEST QUEUED FOR ' WS-DAY-DATE.

       900-TERMINATE.
           DISPLAY 'REQUESTS WRITTEN       : ' WS-DAYS-WRITTEN
           DISPLAY 'NON-BUSINESS DAYS SKIPPED: ' WS-DAYS-SKIPPED
           DISPLAY '   FIBCATCH COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
