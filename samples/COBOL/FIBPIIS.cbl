      ******************************************************************
      * FIBPIIS screens the free text operators type into the
      * system for personal data, and redacts it on request. Notes
      * and workbench resolutions have picked up phone numbers,
      * counterparty names and account numbers over the years;
      * nothing looked for them, and the history that holds them
      * is kept for seven years.
      *
      * The text screened is the note threads on FIBNOTEH, the
      * exception workbench resolutions on FIBEXCW and the current
      * notes on FIBHIST (record type N), against the patterns kept
      * on FIBPIIP (FIBPIPC layout). The matching itself is done by
      * FIBPIIM, the same matcher FIBNOTE and FIBEXCB use to warn
      * at entry, so a record the report flags is a record the
      * operator was warned about when it was typed.
      *
      * Every record with a match is printed with its key, its
      * author and the patterns that hit, and a ^ line under the
      * text marks what matched. A REDACT card replaces the
      * matched text with the [PII] marker in place, journals the
      * text before and after on FIBPIIJ (and a FIBHIST note on the
      * FIBJRNL change journal like any other FIBHIST rewrite), and
      * prints the text as it now stands.
      *
      * SYSIN card layout (no deck, or SCREEN alone, only screens):
      *   COLS  1-7   VERB: SCREEN, PATTERN, DROP, REDACT
      *   PATTERN (add or replace one pattern):
      *   COLS  9-16  PATTERN ID
      *   COL  18     KIND: D DIGIT RUN, K KEYWORD, M SHAPE
      *   COLS 20-21  D ONLY: FEWEST DIGITS IN THE RUN, 03-18
      *   COLS 23-42  K AND M: THE KEYWORD OR SHAPE
      *   COL  44     K ONLY: Y ALSO TAKES THE WORD AFTER IT
      *   COLS 46-75  DESCRIPTION
      *   DROP:
      *   COLS  9-16  PATTERN ID
      *   REDACT:
      *   COLS  9-13  ALL, OR THE SOURCE AS PRINTED (NOTEH, EXCW,
      *               HISTN)
      *   COLS 15-30  THE KEY AS PRINTED
      * PATTERN, DROP and REDACT need the CORRECT permission on
      * FIBAUTH for the userid in the PARM. The deck is applied
      * before the screening pass, so the pass uses the patterns
      * as they stand after it.
      *
      * RC=4 when suspected personal data is left on file, a card
      * is rejected, or a REDACT card names a record with no
      * match; RC=8 when FIBPIIP or a screened file cannot be
      * read or a redaction cannot be rewritten; RC=28 when the
      * userid may not change patterns or redact.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBPIIS.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - PERSONAL-DATA SCREENING OF
      *                 FIBNOTEH, FIBEXCW AND FIBHIST NOTES WITH
      *                 AUTHORIZED, JOURNALED REDACTION
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
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
           SELECT PATTERN-FILE ASSIGN TO "FIBPIIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIP-ID
               FILE STATUS IS WS-PIIP-FILE-STATUS.
           SELECT NOTE-THREAD-FILE ASSIGN TO "FIBNOTEH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTH-KEY
               FILE STATUS IS WS-NOTEH-FILE-STATUS.
           SELECT WORKBENCH-FILE ASSIGN TO "FIBEXCW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXW-KEY
               FILE STATUS IS WS-EXCW-FILE-STATUS.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO "FIBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT PII-JOURNAL-FILE ASSIGN TO "FIBPIIJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIIJ-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  PATTERN-FILE.
           COPY FIBPIPC.

       FD  NOTE-THREAD-FILE.
           COPY FIBNOTHC.

       FD  WORKBENCH-FILE.
           COPY FIBEXCWC.

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.

       FD  PII-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY FIBPIJC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(7).
           05  FILLER                 PIC X.
           05  WS-CC-PATTERN-ID       PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-KIND             PIC X.
           05  FILLER                 PIC X.
           05  WS-CC-MIN-DIGITS       PIC X(2).
           05  FILLER                 PIC X.
           05  WS-CC-TEXT             PIC X(20).
           05  FILLER                 PIC X.
           05  WS-CC-NEXT-WORD        PIC X.
           05  FILLER                 PIC X.
           05  WS-CC-DESCRIPTION      PIC X(30).
           05  FILLER                 PIC X(5).
       01  WS-REDACT-CARD REDEFINES WS-CONTROL-CARD.
           05  FILLER                 PIC X(8).
           05  WS-RC-SOURCE           PIC X(5).
               88  RC-REDACT-ALL          VALUE 'ALL  '.
               88  RC-SOURCE-VALID        VALUE 'NOTEH' 'EXCW '
                                                'HISTN'.
           05  FILLER                 PIC X.
           05  WS-RC-KEY              PIC X(16).
           05  FILLER                 PIC X(50).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-PIIP-FILE-STATUS    PIC XX VALUE SPACES.
               88  PIIP-FILE-OK            VALUE '00'.
               88  PIIP-FILE-NOT-FOUND     VALUE '35'.
           05  WS-NOTEH-FILE-STATUS   PIC XX VALUE SPACES.
               88  NOTEH-FILE-OK           VALUE '00'.
           05  WS-EXCW-FILE-STATUS    PIC XX VALUE SPACES.
               88  EXCW-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-AUTH-FILE-STATUS    PIC XX VALUE SPACES.
               88  AUTH-FILE-OK            VALUE '00'.
           05  WS-PIIJ-FILE-STATUS    PIC XX VALUE SPACES.
               88  PIIJ-FILE-NOT-FOUND     VALUE '35'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-SCAN-EOF-SW         PIC X VALUE 'N'.
               88  SCAN-EOF-REACHED       VALUE 'Y'.
           05  WS-AUTH-CHECKED-SW     PIC X VALUE 'N'.
               88  AUTH-CHECKED           VALUE 'Y'.
           05  WS-AUTH-BLOCKED-SW     PIC X VALUE 'N'.
               88  AUTH-RUN-BLOCKED       VALUE 'Y'.
           05  WS-REDACT-ALL-SW       PIC X VALUE 'N'.
               88  REDACT-EVERYTHING      VALUE 'Y'.
           05  WS-REDACT-THIS-SW      PIC X VALUE 'N'.
               88  REDACT-THIS-TEXT       VALUE 'Y'.
           05  WS-REDACTING-SW        PIC X VALUE 'N'.
               88  REDACTING-RUN          VALUE 'Y'.
           05  WS-JOURNAL-OPEN-SW     PIC X VALUE 'N'.
               88  JOURNAL-IS-OPEN        VALUE 'Y'.

      * The record under test, whichever file it came from
       01  WS-FOUND.
           05  WS-FOUND-SOURCE        PIC X(5).
           05  WS-FOUND-KEY           PIC X(16).
           05  WS-FOUND-AUTHOR        PIC X(8).
           05  WS-FOUND-STAMP         PIC 9(14).
           05  WS-FOUND-TEXT          PIC X(50).
           05  WS-FOUND-ACTION        PIC X(30).

      * Records named on REDACT cards
       01  REDACT-TARGET-TABLE.
           05  WS-TARGET-COUNT        PIC 9(3) VALUE ZERO.
           05  RT-ENTRY OCCURS 100 TIMES.
               10  RT-SOURCE          PIC X(5).
               10  RT-KEY             PIC X(16).
               10  RT-USED-SW         PIC X.

      * Counts by source: 1 NOTEH, 2 EXCW, 3 HISTN
       01  SOURCE-NAME-VALUES         PIC X(15) VALUE
           'NOTEHEXCW HISTN'.
       01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
           05  SN-NAME                PIC X(5) OCCURS 3 TIMES.
       01  SOURCE-COUNT-TABLE.
           05  SC-ENTRY OCCURS 3 TIMES.
               10  SC-SCANNED         PIC 9(7).
               10  SC-SUSPECT         PIC 9(7).
               10  SC-REDACTED        PIC 9(7).

       01  REPORT-HEADING.
           05  FILLER                 PIC X(40) VALUE
               'FIBPIIS - PERSONAL-DATA SCREENING'.
           05  FILLER                 PIC X(8) VALUE 'RUN BY '.
           05  RH-USERID              PIC X(8).
           05  FILLER                 PIC X(4) VALUE ' AT '.
           05  RH-STAMP               PIC 9(14).

       01  PATTERN-HEADING.
           05  FILLER                 PIC X(133) VALUE
               'PATTERN  K MIN TEXT                 NEXT DESCRIPTION
      -        '                    ADDED BY'.

       01  PATTERN-LINE.
           05  PL-ID                  PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  PL-KIND                PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PL-MIN-DIGITS          PIC Z9.
           05  FILLER                 PIC X VALUE SPACE.
           05  PL-TEXT                PIC X(20).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PL-NEXT-WORD           PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PL-DESCRIPTION         PIC X(30).
           05  FILLER                 PIC X VALUE SPACE.
           05  PL-ADDED-BY            PIC X(8).

       01  FINDING-HEADING.
           05  FILLER                 PIC X(133) VALUE
               'SOURCE KEY              AUTHOR   ENTERED        PATTERN
      -        'S                   ACTION'.

       01  FINDING-LINE.
           05  FL-SOURCE              PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FL-KEY                 PIC X(16).
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-AUTHOR              PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-STAMP               PIC 9(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-PATTERNS            PIC X(26).
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-ACTION              PIC X(30).

       01  TEXT-LINE.
           05  TL-LABEL               PIC X(11).
           05  TL-TEXT                PIC X(60).

       01  TOTAL-LINE.
           05  TT-SOURCE              PIC X(5).
           05  FILLER                 PIC X(11) VALUE '  SCANNED '.
           05  TT-SCANNED             PIC Z(6)9.
           05  FILLER                 PIC X(11) VALUE '  SUSPECT '.
           05  TT-SUSPECT             PIC Z(6)9.
           05  FILLER                 PIC X(12) VALUE '  REDACTED '.
           05  TT-REDACTED            PIC Z(6)9.

       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-SRC-IDX                 PIC 9 VALUE ZERO.
       77  WS-TGT-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-PAT-IDX                 PIC 9(2) VALUE ZERO.
       77  WS-HIT-IDX                 PIC 9 VALUE ZERO.
       77  WS-TEXT-LENGTH             PIC 9(2) VALUE ZERO.
       77  WS-MIN-DIGITS              PIC 9(2) VALUE ZERO.
       77  WS-PATTERN-COUNT           PIC 9(2) VALUE ZERO.
       77  WS-PATTERNS-SKIPPED        PIC 9(3) VALUE ZERO.
       77  WS-PATTERN-CARDS           PIC 9(5) VALUE ZERO.
       77  WS-LEFT-ON-FILE            PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-SCANNED           PIC 9(7) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-REWRITE-STATUS          PIC XX VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBPIIM personal-data matcher
           COPY FIBPIIC.

      * Change-journal record for the shared FIBJRNW writer
           COPY FIBJRNC.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-PROCESS-SCREENING-RUN
               THRU 100-PROCESS-SCREENING-RUN-EXIT
           IF AUTH-RUN-BLOCKED
               MOVE 28 TO WS-RETURN-CODE
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBPIIS' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           INITIALIZE SOURCE-COUNT-TABLE

           DISPLAY '======================================='
           DISPLAY '   FIBPIIS - PERSONAL-DATA SCREENING'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY: ' WS-USERID.

      * Changing the patterns or redacting needs the CORRECT
      * permission on FIBAUTH, resolved by FIBROLR, checked once at
      * the first card that asks for either. An absent FIBAUTH
      * dataset disables the checking with a warning (QA regions
      * run without one).
       010-CHECK-CORRECT-AUTHORITY.
           SET AUTH-CHECKED TO TRUE
           IF WS-USERID = SPACES
               DISPLAY 'ERROR: NO USERID IN THE PARM'
               SET AUTH-RUN-BLOCKED TO TRUE
               GO TO 010-CHECK-CORRECT-AUTHORITY-EXIT
           END-IF

           OPEN INPUT AUTHORIZATION-FILE
           IF NOT AUTH-FILE-OK
               DISPLAY 'WARNING: FIBAUTH NOT AVAILABLE - STATUS '
                   WS-AUTH-FILE-STATUS
                   ' - AUTHORIZATION NOT ENFORCED'
               GO TO 010-CHECK-CORRECT-AUTHORITY-EXIT
           END-IF

           MOVE WS-USERID TO AUTH-USERID
           READ AUTHORIZATION-FILE
               INVALID KEY
                   SET AUTH-RUN-BLOCKED TO TRUE
               NOT INVALID KEY
                   SET RLR-RESOLVE TO TRUE
                   MOVE AUTH-ROLES TO RLR-ROLES
                   CALL 'FIBROLR' USING FIBROLR-PARMS
                   IF RLR-SOD-CONFLICT
                       DISPLAY 'ERROR: USERID ' WS-USERID
                           ' ROLES BREAK RULE ' RLR-SOD-RULE-ID
                   END-IF
                   IF RLR-CORRECT-FLAG NOT = 'Y'
                       SET AUTH-RUN-BLOCKED TO TRUE
                   END-IF
           END-READ
           CLOSE AUTHORIZATION-FILE

           IF AUTH-RUN-BLOCKED
               DISPLAY 'ERROR: USERID ' WS-USERID ' IS NOT '
                   'AUTHORIZED TO CHANGE PATTERNS OR REDACT'
           END-IF.

       010-CHECK-CORRECT-AUTHORITY-EXIT.
           EXIT.

       100-PROCESS-SCREENING-RUN.
           OPEN I-O PATTERN-FILE
           IF PIIP-FILE-NOT-FOUND
               OPEN OUTPUT PATTERN-FILE
               CLOSE PATTERN-FILE
               OPEN I-O PATTERN-FILE
           END-IF
           IF NOT PIIP-FILE-OK
               DISPLAY 'ERROR: FIBPIIP NOT AVAILABLE - STATUS '
                   WS-PIIP-FILE-STATUS ' - NOTHING SCREENED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-PROCESS-SCREENING-RUN-EXIT
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE WS-USERID    TO RH-USERID
           MOVE WS-NOW-STAMP TO RH-STAMP
           WRITE PRINT-RECORD FROM REPORT-HEADING

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'NO CONTROL DECK - SCREENING ONLY'
           ELSE
               PERFORM UNTIL CARD-EOF-REACHED
                   READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                       AT END
                           SET CARD-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 110-PROCESS-ONE-CARD
                               THRU 110-PROCESS-EXIT
                           IF AUTH-RUN-BLOCKED
                               SET CARD-EOF-REACHED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF

           IF AUTH-RUN-BLOCKED
               DISPLAY 'DECK STOPPED - NOTHING SCREENED'
               CLOSE PRINT-FILE
               CLOSE PATTERN-FILE
               GO TO 100-PROCESS-SCREENING-RUN-EXIT
           END-IF

           PERFORM 200-LOAD-PATTERNS
           CLOSE PATTERN-FILE
           IF WS-PATTERN-COUNT = ZERO
               DISPLAY 'WARNING: NO PATTERNS ON FIBPIIP - NOTHING '
                   'SCREENED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               CLOSE PRINT-FILE
               GO TO 100-PROCESS-SCREENING-RUN-EXIT
           END-IF

           IF REDACT-EVERYTHING OR WS-TARGET-COUNT > ZERO
               SET REDACTING-RUN TO TRUE
               OPEN EXTEND PII-JOURNAL-FILE
               IF PIIJ-FILE-NOT-FOUND
                   OPEN OUTPUT PII-JOURNAL-FILE
               END-IF
               SET JOURNAL-IS-OPEN TO TRUE
           END-IF

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM FINDING-HEADING

           PERFORM 300-SCREEN-NOTE-THREADS
               THRU 300-SCREEN-NOTE-THREADS-EXIT
           PERFORM 400-SCREEN-WORKBENCH
               THRU 400-SCREEN-WORKBENCH-EXIT
           PERFORM 500-SCREEN-HISTORY-NOTES
               THRU 500-SCREEN-HISTORY-NOTES-EXIT

           PERFORM 700-PRINT-TOTALS
           PERFORM 710-CHECK-TARGETS-USED

           IF JOURNAL-IS-OPEN
               CLOSE PII-JOURNAL-FILE
           END-IF
           CLOSE PRINT-FILE.

       100-PROCESS-SCREENING-RUN-EXIT.
           EXIT.

       110-PROCESS-ONE-CARD.
           IF WS-CC-VERB = SPACES OR WS-CC-VERB(1:1) = '*'
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-CC-VERB = 'SCREEN '
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-CC-VERB NOT = 'PATTERN' AND NOT = 'DROP   '
                   AND NOT = 'REDACT '
               DISPLAY 'REJECTED: VERB <' WS-CC-VERB
                   '> NOT RECOGNIZED'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           IF NOT AUTH-CHECKED
               PERFORM 010-CHECK-CORRECT-AUTHORITY
                   THRU 010-CHECK-CORRECT-AUTHORITY-EXIT
           END-IF
           IF AUTH-RUN-BLOCKED
               GO TO 110-PROCESS-EXIT
           END-IF

           EVALUATE WS-CC-VERB
               WHEN 'PATTERN'
                   PERFORM 120-FILE-PATTERN
                       THRU 120-FILE-PATTERN-EXIT
               WHEN 'DROP   '
                   PERFORM 130-DROP-PATTERN
               WHEN 'REDACT '
                   PERFORM 140-NOTE-REDACT-TARGET
                       THRU 140-NOTE-REDACT-TARGET-EXIT
           END-EVALUATE.

       110-PROCESS-EXIT.
           EXIT.

      ******************************************************************
      * PATTERN - edit the card and add or replace the pattern
      ******************************************************************
       120-FILE-PATTERN.
           IF WS-CC-PATTERN-ID = SPACES
               DISPLAY 'REJECTED: NO PATTERN ID ON THE CARD'
               PERFORM 180-REJECT-CARD
               GO TO 120-FILE-PATTERN-EXIT
           END-IF

           MOVE ZERO TO WS-MIN-DIGITS WS-TEXT-LENGTH
           EVALUATE WS-CC-KIND
               WHEN 'D'
                   IF WS-CC-MIN-DIGITS IS NOT NUMERIC
                       DISPLAY 'REJECTED: PATTERN ' WS-CC-PATTERN-ID
                           ' NEEDS THE FEWEST DIGITS, 03-18'
                       PERFORM 180-REJECT-CARD
                       GO TO 120-FILE-PATTERN-EXIT
                   END-IF
                   MOVE WS-CC-MIN-DIGITS TO WS-MIN-DIGITS
                   IF WS-MIN-DIGITS < 3 OR WS-MIN-DIGITS > 18
                       DISPLAY 'REJECTED: PATTERN ' WS-CC-PATTERN-ID
                           ' NEEDS THE FEWEST DIGITS, 03-18'
                       PERFORM 180-REJECT-CARD
                       GO TO 120-FILE-PATTERN-EXIT
                   END-IF
                   MOVE SPACES TO WS-CC-TEXT
                   MOVE 'N' TO WS-CC-NEXT-WORD
               WHEN 'K'
               WHEN 'M'
                   MOVE 20 TO WS-TEXT-LENGTH
                   PERFORM UNTIL WS-TEXT-LENGTH = ZERO
                           OR WS-CC-TEXT(WS-TEXT-LENGTH:1) NOT = SPACE
                       SUBTRACT 1 FROM WS-TEXT-LENGTH
                   END-PERFORM
                   IF WS-TEXT-LENGTH = ZERO
                       DISPLAY 'REJECTED: PATTERN ' WS-CC-PATTERN-ID
                           ' HAS NO KEYWORD OR SHAPE'
                       PERFORM 180-REJECT-CARD
                       GO TO 120-FILE-PATTERN-EXIT
                   END-IF
                   IF WS-CC-KIND = 'M' OR WS-CC-NEXT-WORD NOT = 'Y'
                       MOVE 'N' TO WS-CC-NEXT-WORD
                   END-IF
               WHEN OTHER
                   DISPLAY 'REJECTED: PATTERN ' WS-CC-PATTERN-ID
                       ' KIND <' WS-CC-KIND '> NOT D, K OR M'
                   PERFORM 180-REJECT-CARD
                   GO TO 120-FILE-PATTERN-EXIT
           END-EVALUATE

           MOVE WS-CC-PATTERN-ID TO PIP-ID
           READ PATTERN-FILE
               INVALID KEY
                   PERFORM 125-LOAD-PATTERN-RECORD
                   WRITE PII-PATTERN-RECORD
                   DISPLAY 'PATTERN ' PIP-ID ' ADDED'
               NOT INVALID KEY
                   PERFORM 125-LOAD-PATTERN-RECORD
                   REWRITE PII-PATTERN-RECORD
                   DISPLAY 'PATTERN ' PIP-ID ' REPLACED'
           END-READ
           ADD 1 TO WS-PATTERN-CARDS.

       120-FILE-PATTERN-EXIT.
           EXIT.

       125-LOAD-PATTERN-RECORD.
           MOVE WS-CC-PATTERN-ID  TO PIP-ID
           MOVE WS-CC-KIND        TO PIP-KIND
           MOVE WS-MIN-DIGITS     TO PIP-MIN-DIGITS
           MOVE WS-CC-TEXT        TO PIP-TEXT
           MOVE WS-TEXT-LENGTH    TO PIP-TEXT-LENGTH
           MOVE WS-CC-NEXT-WORD   TO PIP-NEXT-WORD
           MOVE WS-CC-DESCRIPTION TO PIP-DESCRIPTION
           MOVE WS-USERID         TO PIP-ADDED-BY
           MOVE WS-NOW-STAMP      TO PIP-ADDED-STAMP.

       130-DROP-PATTERN.
           MOVE WS-CC-PATTERN-ID TO PIP-ID
           DELETE PATTERN-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: PATTERN ' WS-CC-PATTERN-ID
                       ' IS NOT ON FILE'
                   PERFORM 180-REJECT-CARD
               NOT INVALID KEY
                   DISPLAY 'PATTERN ' WS-CC-PATTERN-ID ' DROPPED'
                   ADD 1 TO WS-PATTERN-CARDS
           END-DELETE.

      ******************************************************************
      * REDACT - ALL, or one record as the report printed it
      ******************************************************************
       140-NOTE-REDACT-TARGET.
           IF RC-REDACT-ALL
               SET REDACT-EVERYTHING TO TRUE
               DISPLAY 'REDACTING EVERY RECORD WITH A MATCH'
               GO TO 140-NOTE-REDACT-TARGET-EXIT
           END-IF

           IF NOT RC-SOURCE-VALID OR WS-RC-KEY = SPACES
               DISPLAY 'REJECTED: REDACT NEEDS ALL, OR A SOURCE '
                   '(NOTEH, EXCW, HISTN) AND A KEY'
               PERFORM 180-REJECT-CARD
               GO TO 140-NOTE-REDACT-TARGET-EXIT
           END-IF

           IF WS-TARGET-COUNT NOT < 100
               DISPLAY 'REJECTED: MORE THAN 100 REDACT CARDS - '
                   WS-RC-SOURCE ' ' WS-RC-KEY ' NOT TAKEN'
               PERFORM 180-REJECT-CARD
               GO TO 140-NOTE-REDACT-TARGET-EXIT
           END-IF

           ADD 1 TO WS-TARGET-COUNT
           MOVE WS-RC-SOURCE TO RT-SOURCE(WS-TARGET-COUNT)
           MOVE WS-RC-KEY    TO RT-KEY(WS-TARGET-COUNT)
           MOVE 'N'          TO RT-USED-SW(WS-TARGET-COUNT).

       140-NOTE-REDACT-TARGET-EXIT.
           EXIT.

       180-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED CARD: ' WS-CONTROL-CARD.

      ******************************************************************
      * The patterns in force after the deck, in id order, into the
      * FIBPIIM table and onto the report
      ******************************************************************
       200-LOAD-PATTERNS.
           MOVE ZERO TO PII-PATTERN-COUNT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM PATTERN-HEADING

           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO PIP-ID
           START PATTERN-FILE KEY IS NOT LESS THAN PIP-ID
               INVALID KEY
                   SET SCAN-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL SCAN-EOF-REACHED
               READ PATTERN-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 210-TAKE-ONE-PATTERN
               END-READ
           END-PERFORM

           MOVE PII-PATTERN-COUNT TO WS-PATTERN-COUNT
           IF WS-PATTERNS-SKIPPED > ZERO
               DISPLAY 'WARNING: ' WS-PATTERNS-SKIPPED ' PATTERN(S) '
                   'BEYOND THE FIRST 30 NOT APPLIED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       210-TAKE-ONE-PATTERN.
           MOVE PIP-ID          TO PL-ID
           MOVE PIP-KIND        TO PL-KIND
           MOVE PIP-MIN-DIGITS  TO PL-MIN-DIGITS
           MOVE PIP-TEXT        TO PL-TEXT
           MOVE PIP-NEXT-WORD   TO PL-NEXT-WORD
           MOVE PIP-DESCRIPTION TO PL-DESCRIPTION
           MOVE PIP-ADDED-BY    TO PL-ADDED-BY
           WRITE PRINT-RECORD FROM PATTERN-LINE

           IF PII-PATTERN-COUNT NOT < 30
               ADD 1 TO WS-PATTERNS-SKIPPED
           ELSE
               ADD 1 TO PII-PATTERN-COUNT
               MOVE PIP-ID          TO PIIP-ID(PII-PATTERN-COUNT)
               MOVE PIP-KIND        TO PIIP-KIND(PII-PATTERN-COUNT)
               MOVE PIP-MIN-DIGITS  TO
                   PIIP-MIN-DIGITS(PII-PATTERN-COUNT)
               MOVE PIP-TEXT        TO PIIP-TEXT(PII-PATTERN-COUNT)
               MOVE PIP-TEXT-LENGTH TO
                   PIIP-TEXT-LENGTH(PII-PATTERN-COUNT)
               MOVE PIP-NEXT-WORD   TO
                   PIIP-NEXT-WORD(PII-PATTERN-COUNT)
           END-IF.

      ******************************************************************
      * FIBNOTEH - every version of every note ever saved
      ******************************************************************
       300-SCREEN-NOTE-THREADS.
           MOVE 1 TO WS-SRC-IDX
           IF REDACTING-RUN
               OPEN I-O NOTE-THREAD-FILE
           ELSE
               OPEN INPUT NOTE-THREAD-FILE
           END-IF
           IF NOT NOTEH-FILE-OK
               DISPLAY 'ERROR: FIBNOTEH NOT AVAILABLE - STATUS '
                   WS-NOTEH-FILE-STATUS ' - NOTE THREADS NOT SCREENED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 300-SCREEN-NOTE-THREADS-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM UNTIL SCAN-EOF-REACHED
               READ NOTE-THREAD-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 310-SCREEN-ONE-THREAD-ENTRY
               END-READ
           END-PERFORM
           CLOSE NOTE-THREAD-FILE.

       300-SCREEN-NOTE-THREADS-EXIT.
           EXIT.

       310-SCREEN-ONE-THREAD-ENTRY.
           MOVE 'NOTEH'       TO WS-FOUND-SOURCE
           MOVE NTH-KEY       TO WS-FOUND-KEY
           MOVE NTH-USERID    TO WS-FOUND-AUTHOR
           MOVE NTH-TIMESTAMP TO WS-FOUND-STAMP
           MOVE NTH-TEXT      TO WS-FOUND-TEXT
           PERFORM 600-TEST-FOUND-TEXT
           IF PII-MATCH-COUNT > ZERO
               IF REDACT-THIS-TEXT
                   MOVE PII-REDACTED-TEXT(1:50) TO NTH-TEXT
                   REWRITE NOTE-THREAD-RECORD
                   IF NOTEH-FILE-OK
                       PERFORM 620-JOURNAL-REDACTION
                   ELSE
                       MOVE WS-NOTEH-FILE-STATUS TO WS-REWRITE-STATUS
                       PERFORM 630-REWRITE-FAILED
                   END-IF
               END-IF
               PERFORM 640-PRINT-FINDING
           END-IF.

      ******************************************************************
      * FIBEXCW - the resolutions operators record on the workbench
      * (the exception text itself is program-generated)
      ******************************************************************
       400-SCREEN-WORKBENCH.
           MOVE 2 TO WS-SRC-IDX
           IF REDACTING-RUN
               OPEN I-O WORKBENCH-FILE
           ELSE
               OPEN INPUT WORKBENCH-FILE
           END-IF
           IF NOT EXCW-FILE-OK
               DISPLAY 'ERROR: FIBEXCW NOT AVAILABLE - STATUS '
                   WS-EXCW-FILE-STATUS ' - RESOLUTIONS NOT SCREENED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 400-SCREEN-WORKBENCH-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM UNTIL SCAN-EOF-REACHED
               READ WORKBENCH-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF-REACHED TO TRUE
                   NOT AT END
                       IF EXW-RESOLUTION NOT = SPACES
                           PERFORM 410-SCREEN-ONE-RESOLUTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKBENCH-FILE.

       400-SCREEN-WORKBENCH-EXIT.
           EXIT.

      * The owner records the resolution; the stamp is the close
      * when there is one, else the assignment
       410-SCREEN-ONE-RESOLUTION.
           MOVE 'EXCW '        TO WS-FOUND-SOURCE
           MOVE EXW-KEY        TO WS-FOUND-KEY
           MOVE EXW-OWNER      TO WS-FOUND-AUTHOR
           IF EXW-CLOSE-STAMP > ZERO
               MOVE EXW-CLOSE-STAMP  TO WS-FOUND-STAMP
           ELSE
               MOVE EXW-ASSIGN-STAMP TO WS-FOUND-STAMP
           END-IF
           MOVE EXW-RESOLUTION TO WS-FOUND-TEXT
           PERFORM 600-TEST-FOUND-TEXT
           IF PII-MATCH-COUNT > ZERO
               IF REDACT-THIS-TEXT
                   MOVE PII-REDACTED-TEXT(1:50) TO EXW-RESOLUTION
                   REWRITE EXCW-RECORD
                   IF EXCW-FILE-OK
                       PERFORM 620-JOURNAL-REDACTION
                   ELSE
                       MOVE WS-EXCW-FILE-STATUS TO WS-REWRITE-STATUS
                       PERFORM 630-REWRITE-FAILED
                   END-IF
               END-IF
               PERFORM 640-PRINT-FINDING
           END-IF.

      ******************************************************************
      * FIBHIST - the current note on each run and term (type N)
      ******************************************************************
       500-SCREEN-HISTORY-NOTES.
           MOVE 3 TO WS-SRC-IDX
           IF REDACTING-RUN
               OPEN I-O FIB-HISTORY-FILE
           ELSE
               OPEN INPUT FIB-HISTORY-FILE
           END-IF
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - RUN NOTES NOT SCREENED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 500-SCREEN-HISTORY-NOTES-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM UNTIL SCAN-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET SCAN-EOF-REACHED TO TRUE
                   NOT AT END
                       IF HIST-IS-NOTE
                           PERFORM 510-SCREEN-ONE-HIST-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIB-HISTORY-FILE.

       500-SCREEN-HISTORY-NOTES-EXIT.
           EXIT.

       510-SCREEN-ONE-HIST-NOTE.
           MOVE 'HISTN'             TO WS-FOUND-SOURCE
           MOVE HIST-NOTE-KEY       TO WS-FOUND-KEY
           MOVE HIST-NOTE-USERID    TO WS-FOUND-AUTHOR
           MOVE HIST-NOTE-TIMESTAMP TO WS-FOUND-STAMP
           MOVE HIST-NOTE-TEXT      TO WS-FOUND-TEXT
           PERFORM 600-TEST-FOUND-TEXT
           IF PII-MATCH-COUNT > ZERO
               IF REDACT-THIS-TEXT
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE HIST-NOTE-RECORD TO JRN-BEFORE-IMAGE
                   MOVE PII-REDACTED-TEXT(1:50) TO HIST-NOTE-TEXT
                   REWRITE HIST-NOTE-RECORD
                   IF HIST-FILE-OK
                       PERFORM 620-JOURNAL-REDACTION
                       PERFORM 625-JOURNAL-HIST-REWRITE
                   ELSE
                       MOVE WS-HIST-FILE-STATUS TO WS-REWRITE-STATUS
                       PERFORM 630-REWRITE-FAILED
                   END-IF
               END-IF
               PERFORM 640-PRINT-FINDING
           END-IF.

      ******************************************************************
      * One text through FIBPIIM - redacted as well when a REDACT
      * card covers the record
      ******************************************************************
       600-TEST-FOUND-TEXT.
           ADD 1 TO SC-SCANNED(WS-SRC-IDX)
           MOVE 'N' TO WS-REDACT-THIS-SW
           IF REDACT-EVERYTHING
               SET REDACT-THIS-TEXT TO TRUE
           ELSE
               PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                         UNTIL WS-TGT-IDX > WS-TARGET-COUNT
                   IF RT-SOURCE(WS-TGT-IDX) = WS-FOUND-SOURCE
                           AND RT-KEY(WS-TGT-IDX) = WS-FOUND-KEY
                       SET REDACT-THIS-TEXT TO TRUE
                       MOVE 'Y' TO RT-USED-SW(WS-TGT-IDX)
                   END-IF
               END-PERFORM
           END-IF

           IF REDACT-THIS-TEXT
               SET PII-REDACT TO TRUE
           ELSE
               SET PII-SCREEN TO TRUE
           END-IF
           MOVE WS-FOUND-TEXT TO PII-TEXT
           MOVE 50 TO PII-TEXT-LENGTH
           CALL 'FIBPIIM' USING FIBPIIM-PARMS

           IF PII-MATCH-COUNT > ZERO
               ADD 1 TO SC-SUSPECT(WS-SRC-IDX)
               IF REDACT-THIS-TEXT
                   MOVE 'REDACTED' TO WS-FOUND-ACTION
                   IF PII-TRUNCATED = 'Y'
                       MOVE 'REDACTED - TAIL TRUNCATED'
                           TO WS-FOUND-ACTION
                   END-IF
               ELSE
                   MOVE 'SUSPECT - NOT REDACTED' TO WS-FOUND-ACTION
                   ADD 1 TO WS-LEFT-ON-FILE
               END-IF
           END-IF.

       620-JOURNAL-REDACTION.
           ADD 1 TO SC-REDACTED(WS-SRC-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14) TO PIJ-TIMESTAMP
           MOVE WS-USERID       TO PIJ-USERID
           MOVE WS-FOUND-SOURCE TO PIJ-SOURCE
           MOVE WS-FOUND-KEY    TO PIJ-KEY
           MOVE WS-FOUND-AUTHOR TO PIJ-AUTHOR
           PERFORM 650-LIST-HIT-PATTERNS
           MOVE FL-PATTERNS     TO PIJ-PATTERNS
           MOVE WS-FOUND-TEXT   TO PIJ-BEFORE-TEXT
           MOVE PII-REDACTED-TEXT(1:50) TO PIJ-AFTER-TEXT
           WRITE PII-JOURNAL-RECORD.

      * The caller has staged the before image
       625-JOURNAL-HIST-REWRITE.
           MOVE 'R' TO JRN-ACTION
           MOVE SPACES TO JRN-AFTER-IMAGE
           MOVE HIST-NOTE-RECORD TO JRN-AFTER-IMAGE
           MOVE 'FIBPIIS ' TO JRN-PROGRAM
           MOVE WS-USERID  TO JRN-USERID
           MOVE SPACES     TO JRN-APPROVED-BY
           CALL 'FIBJRNW' USING HIST-JOURNAL-RECORD.

      * The caller has staged the file status
       630-REWRITE-FAILED.
           DISPLAY 'ERROR: ' WS-FOUND-SOURCE ' ' WS-FOUND-KEY
               ' NOT REWRITTEN - STATUS ' WS-REWRITE-STATUS
           MOVE 'REDACTION FAILED - NOT CHANGED' TO WS-FOUND-ACTION
           MOVE 'N' TO WS-REDACT-THIS-SW
           ADD 1 TO WS-LEFT-ON-FILE
           MOVE 8 TO WS-RETURN-CODE.

      * The record line, the text with its ^ line, and the text as
      * rewritten
       640-PRINT-FINDING.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-FOUND-SOURCE TO FL-SOURCE
           MOVE WS-FOUND-KEY    TO FL-KEY
           MOVE WS-FOUND-AUTHOR TO FL-AUTHOR
           MOVE WS-FOUND-STAMP  TO FL-STAMP
           PERFORM 650-LIST-HIT-PATTERNS
           MOVE WS-FOUND-ACTION TO FL-ACTION
           WRITE PRINT-RECORD FROM FINDING-LINE

           MOVE '   TEXT:   ' TO TL-LABEL
           MOVE WS-FOUND-TEXT TO TL-TEXT
           WRITE PRINT-RECORD FROM TEXT-LINE
           MOVE SPACES TO TL-LABEL
           MOVE PII-HIT-MAP TO TL-TEXT
           WRITE PRINT-RECORD FROM TEXT-LINE
           IF REDACT-THIS-TEXT
               MOVE '   NOW:    ' TO TL-LABEL
               MOVE PII-REDACTED-TEXT(1:50) TO TL-TEXT
               WRITE PRINT-RECORD FROM TEXT-LINE
           END-IF.

       650-LIST-HIT-PATTERNS.
           MOVE SPACES TO FL-PATTERNS
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                     UNTIL WS-HIT-IDX > PII-HIT-ID-COUNT
               MOVE PII-HIT-ID(WS-HIT-IDX)
                   TO FL-PATTERNS(WS-HIT-IDX * 9 - 8:8)
           END-PERFORM.

       700-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                     UNTIL WS-SRC-IDX > 3
               MOVE SN-NAME(WS-SRC-IDX)     TO TT-SOURCE
               MOVE SC-SCANNED(WS-SRC-IDX)  TO TT-SCANNED
               MOVE SC-SUSPECT(WS-SRC-IDX)  TO TT-SUSPECT
               MOVE SC-REDACTED(WS-SRC-IDX) TO TT-REDACTED
               WRITE PRINT-RECORD FROM TOTAL-LINE
               DISPLAY SN-NAME(WS-SRC-IDX)
                   ' SCANNED ' SC-SCANNED(WS-SRC-IDX)
                   ' SUSPECT ' SC-SUSPECT(WS-SRC-IDX)
                   ' REDACTED ' SC-REDACTED(WS-SRC-IDX)
               ADD SC-SCANNED(WS-SRC-IDX) TO WS-TOTAL-SCANNED
           END-PERFORM.

      * A REDACT card whose record had no match (or is not on
      * file) is reported, not silently ignored
       710-CHECK-TARGETS-USED.
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                     UNTIL WS-TGT-IDX > WS-TARGET-COUNT
               IF RT-USED-SW(WS-TGT-IDX) NOT = 'Y'
                   DISPLAY 'WARNING: REDACT ' RT-SOURCE(WS-TGT-IDX)
                       ' ' RT-KEY(WS-TGT-IDX)
                       ' - NO MATCHING RECORD WITH A SUSPECT TEXT'
                   IF 4 > WS-RETURN-CODE
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'PATTERN CARDS APPLIED:  ' WS-PATTERN-CARDS
           DISPLAY 'CARDS REJECTED:         ' WS-REJECTED-COUNT
           DISPLAY 'SUSPECTS LEFT ON FILE:  ' WS-LEFT-ON-FILE

           IF WS-REJECTED-COUNT > ZERO OR WS-LEFT-ON-FILE > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           SET PERF-PHASE-END TO TRUE
           MOVE WS-TOTAL-SCANNED TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '   FIBPIIS COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
