      ******************************************************************
      * FIBSPLIT splits a large multi-request ADVFIBB deck across up
      * to four partition decks that run as parallel ADVFIBB steps,
      * so a month-end or catch-up deck of a dozen or more requests
      * fits the batch window. FIBMERGE puts the partition outputs
      * back together in original request order afterwards.
      *
      * Requests that depend on each other stay in one group and
      * the group goes to one partition, in original order:
      *   - a LOADDATE= or COMPARE= request stays with every request
      *     in the deck that generates the date it reads;
      *   - a FORCE=Y request stays with every other request for
      *     the same run date, since it overwrites their sequence;
      *   - a deck that carries ASOF= catch-up dates runs as a
      *     single group - each day's prior-business-day delta and
      *     FIBCTL totals build on the day before it.
      * Groups are dealt out largest first (by terms requested) to
      * the least-loaded partition.
      *
      * The history run sequence each request will save under is
      * reserved here, in deck order, from the latest sequence on
      * FIBHIST - exactly the numbering an unsplit run would have
      * produced, inside the sequence band of the business unit
      * named on the PARM (USERID,UNIT) - and stamped on the request
      * as RUNSEQ= together with its original position as DECKSEQ=.
      * The FIBSPMAP map file lists every request with its
      * partition, group, run date and reserved sequence for
      * FIBMERGE.
      *
      * SYSIN cards (optional, KEYWORD=VALUE from column 1):
      *   PARTS=N          partitions to use, 2 to 4 (default 4)
      *
      * Return code 0 with the deck split, 4 when the whole deck
      * fell into one dependency group (it runs in partition 1 and
      * still merges normally), 8 when the deck cannot be split -
      * an empty deck, a PRIORLAY=Y transition request, a deck
      * already carrying DECKSEQ=/RUNSEQ=, or a table limit - and
      * must run unsplit through the ADVFIBB job instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSPLIT.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - SPLIT A MULTI-REQUEST DECK
      *                 INTO DEPENDENCY-SAFE PARTITION DECKS FOR
      *                 PARALLEL ADVFIBB STEPS
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  RESERVE RUN SEQUENCES INSIDE THE BAND OF THE
      *                 BUSINESS UNIT NAMED ON THE PARM (USERID,UNIT)
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
           SELECT REQUEST-DECK-FILE ASSIGN TO "FIBDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-FILE-STATUS.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PART-DECK-FILE-1 ASSIGN TO "FIBDK01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDK1-FILE-STATUS.
           SELECT PART-DECK-FILE-2 ASSIGN TO "FIBDK02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDK2-FILE-STATUS.
           SELECT PART-DECK-FILE-3 ASSIGN TO "FIBDK03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDK3-FILE-STATUS.
           SELECT PART-DECK-FILE-4 ASSIGN TO "FIBDK04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDK4-FILE-STATUS.
           SELECT SPLIT-MAP-FILE ASSIGN TO "FIBSPMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPMAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  REQUEST-DECK-FILE
           RECORDING MODE IS F.
       01  REQUEST-DECK-RECORD       PIC X(80).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

       FD  PART-DECK-FILE-1
           RECORDING MODE IS F.
       01  PART-DECK-RECORD-1        PIC X(80).

       FD  PART-DECK-FILE-2
           RECORDING MODE IS F.
       01  PART-DECK-RECORD-2        PIC X(80).

       FD  PART-DECK-FILE-3
           RECORDING MODE IS F.
       01  PART-DECK-RECORD-3        PIC X(80).

       FD  PART-DECK-FILE-4
           RECORDING MODE IS F.
       01  PART-DECK-RECORD-4        PIC X(80).

       FD  SPLIT-MAP-FILE
           RECORDING MODE IS F.
           COPY FIBSPMPC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-DECK-FILE-STATUS    PIC XX VALUE SPACES.
               88  DECK-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PDK1-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-PDK2-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-PDK3-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-PDK4-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-SPMAP-FILE-STATUS   PIC XX VALUE SPACES.
               88  SPMAP-FILE-OK           VALUE '00'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-DECK-EOF-SW         PIC X VALUE 'N'.
               88  DECK-EOF-REACHED       VALUE 'Y'.
           05  WS-REQ-OPEN-SW         PIC X VALUE 'N'.
               88  REQUEST-IS-OPEN        VALUE 'Y'.
           05  WS-SEQSCAN-EOF-SW      PIC X VALUE 'N'.
               88  SEQSCAN-DONE           VALUE 'Y'.
           05  WS-CATCHUP-DECK-SW     PIC X VALUE 'N'.
               88  CATCHUP-DECK           VALUE 'Y'.
           05  WS-PRIORLAY-SW         PIC X VALUE 'N'.
               88  PRIORLAY-REQUESTED     VALUE 'Y'.
           05  WS-PRESPLIT-SW         PIC X VALUE 'N'.
               88  DECK-ALREADY-SPLIT     VALUE 'Y'.

       01  WS-CARD-IMAGE.
           05  WS-CARD-TEXT           PIC X(80).

       01  SPLIT-CONTROLS.
           05  WS-PARTS               PIC 9 VALUE 4.
           05  WS-TODAY-DATE          PIC 9(8) VALUE ZERO.
           05  WS-KEYWORD             PIC X(20) VALUE SPACES.
           05  WS-VALUE               PIC X(60) VALUE SPACES.
           05  WS-SUBVAL-1            PIC X(20) VALUE SPACES.
           05  WS-SUBVAL-2            PIC X(20) VALUE SPACES.
           05  WS-PARSE-VALUE         PIC X(20) VALUE SPACES.
           05  WS-PARSE-NUMBER        PIC 9(8) VALUE ZERO.
           05  WS-PARSE-DATE-PARTS REDEFINES WS-PARSE-NUMBER.
               10  WS-PARSE-YEAR      PIC 9(4).
               10  WS-PARSE-MONTH     PIC 9(2).
               10  WS-PARSE-DAY       PIC 9(2).
           05  WS-PARSE-DIGITS        PIC 9(2) VALUE ZERO.
           05  WS-SEEK-DATE           PIC 9(8) VALUE ZERO.
           05  WS-LATEST-SEQ          PIC 9(2) VALUE ZERO.

      * Every card of the deck, comments dropped, in deck order
       01  DECK-CARD-TABLE.
           05  WS-CARD-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-DECK-CARD           PIC X(80) OCCURS 4000 TIMES.

      * One entry per request: where its cards sit, what it reads
      * and writes on FIBHIST, and where the split sends it
       01  REQUEST-TABLE.
           05  WS-REQ-COUNT           PIC 9(3) VALUE ZERO.
           05  REQ-ENTRY OCCURS 300 TIMES.
               10  REQ-FIRST-CARD     PIC 9(4).
               10  REQ-CARD-COUNT     PIC 9(3).
               10  REQ-RUN-CARD-SW    PIC X.
               10  REQ-ASOF-DATE      PIC 9(8).
               10  REQ-RUN-DATE       PIC 9(8).
               10  REQ-LOAD-DATE      PIC 9(8).
               10  REQ-CMP-BASE-DATE  PIC 9(8).
               10  REQ-CMP-DATE       PIC 9(8).
               10  REQ-TERMS          PIC 9(3).
               10  REQ-FORCE-SW       PIC X.
               10  REQ-QA-SW          PIC X.
               10  REQ-PARENT         PIC 9(3).
               10  REQ-GROUP          PIC 9(3).
               10  REQ-PARTITION      PIC 9.
               10  REQ-RUN-SEQ        PIC 9(2).

      * Latest run sequence per run date, primed from FIBHIST and
      * advanced as the deck's requests reserve sequences
       01  RUN-DATE-TABLE.
           05  WS-DATE-COUNT          PIC 9(3) VALUE ZERO.
           05  DATE-ENTRY OCCURS 300 TIMES.
               10  DT-RUN-DATE        PIC 9(8).
               10  DT-CURRENT-SEQ     PIC 9(2).

       01  GROUP-TABLE.
           05  WS-GROUP-COUNT         PIC 9(3) VALUE ZERO.
           05  GROUP-ENTRY OCCURS 300 TIMES.
               10  GRP-ROOT           PIC 9(3).
               10  GRP-REQUESTS       PIC 9(3).
               10  GRP-WEIGHT         PIC 9(6).
               10  GRP-PARTITION      PIC 9.

       01  PARTITION-TABLE.
           05  PARTITION-ENTRY OCCURS 4 TIMES.
               10  PT-LOAD            PIC 9(7).
               10  PT-REQUESTS        PIC 9(3).
               10  PT-CARDS           PIC 9(5).

       01  DECKSEQ-CARD-IMAGE.
           05  FILLER                 PIC X(8) VALUE 'DECKSEQ='.
           05  DC-DECK-SEQ            PIC 9(3).
           05  FILLER                 PIC X(69) VALUE SPACES.

       01  RUNSEQ-CARD-IMAGE.
           05  FILLER                 PIC X(7) VALUE 'RUNSEQ='.
           05  RC-RUN-SEQ             PIC 9(2).
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  SPLIT-REPORT-LINE.
           05  FILLER                 PIC X(8) VALUE 'REQUEST '.
           05  SRL-DECK-SEQ           PIC ZZ9.
           05  FILLER                 PIC X(7) VALUE '  DATE '.
           05  SRL-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(6) VALUE '  SEQ '.
           05  SRL-RUN-SEQ            PIC X(2).
           05  FILLER                 PIC X(8) VALUE '  GROUP '.
           05  SRL-GROUP              PIC ZZ9.
           05  FILLER                 PIC X(12) VALUE '  PARTITION '.
           05  SRL-PARTITION          PIC 9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SRL-NOTE               PIC X(20).

       77  WS-REQ-IX                  PIC 9(3) VALUE ZERO.
       77  WS-OTHER-IX                PIC 9(3) VALUE ZERO.
       77  WS-CARD-IX                 PIC 9(4) VALUE ZERO.
       77  WS-DATE-IX                 PIC 9(3) VALUE ZERO.
       77  WS-GROUP-IX                PIC 9(3) VALUE ZERO.
       77  WS-BEST-IX                 PIC 9(3) VALUE ZERO.
       77  WS-PART-IX                 PIC 9 VALUE ZERO.
       77  WS-BEST-PART               PIC 9 VALUE ZERO.
       77  WS-ROOT-A                  PIC 9(3) VALUE ZERO.
       77  WS-ROOT-B                  PIC 9(3) VALUE ZERO.
       77  WS-FIND-IX                 PIC 9(3) VALUE ZERO.
       77  WS-MATCH-DATE              PIC 9(8) VALUE ZERO.
       77  WS-PARTS-USED              PIC 9 VALUE ZERO.
       77  WS-CARD-ERRORS             PIC 9(3) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RUN-UNIT                PIC X(4) VALUE SPACES.
       77  WS-UNIT-SEQ-LOW            PIC 9(2) VALUE 01.
       77  WS-UNIT-SEQ-HIGH           PIC 9(2) VALUE 99.
       77  WS-PARM-TEXT-LEN           PIC S9(4) COMP VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(13).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           IF WS-RETURN-CODE = ZERO
               PERFORM 100-LOAD-DECK
                   THRU 100-LOAD-DECK-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-GROUP-REQUESTS
               PERFORM 300-RESERVE-RUN-SEQUENCES
                   THRU 300-RESERVE-RUN-SEQUENCES-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 400-ASSIGN-PARTITIONS
               PERFORM 500-WRITE-PARTITION-DECKS
                   THRU 500-WRITE-PARTITION-DECKS-EXIT
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-LENGTH TO WS-PARM-TEXT-LEN
               IF WS-PARM-TEXT-LEN > 13
                   MOVE 13 TO WS-PARM-TEXT-LEN
               END-IF
               UNSTRING PARM-TEXT(1:WS-PARM-TEXT-LEN)
                   DELIMITED BY ','
                   INTO WS-USERID WS-RUN-UNIT
               END-UNSTRING
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CD-DATE TO WS-TODAY-DATE

           DISPLAY '======================================='
           DISPLAY '   FIBSPLIT - SPLIT REQUEST DECK'
           DISPLAY '======================================='

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

           IF WS-CARD-ERRORS > ZERO
               DISPLAY 'CONTROL CARD ERRORS: ' WS-CARD-ERRORS
                   ' - DECK NOT SPLIT'
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           SET UNR-VALIDATE TO TRUE
           MOVE WS-RUN-UNIT TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               MOVE UNR-UNIT     TO WS-RUN-UNIT
               MOVE UNR-SEQ-LOW  TO WS-UNIT-SEQ-LOW
               MOVE UNR-SEQ-HIGH TO WS-UNIT-SEQ-HIGH
           ELSE
               DISPLAY 'ERROR: BUSINESS UNIT ' WS-RUN-UNIT
                   ' IS NOT DEFINED - DECK NOT SPLIT'
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           DISPLAY 'PARTITIONS REQUESTED   : ' WS-PARTS
           DISPLAY 'BUSINESS UNIT          : ' WS-RUN-UNIT
               ' (RUN SEQUENCES ' WS-UNIT-SEQ-LOW '-'
               WS-UNIT-SEQ-HIGH ')'.

       010-PARSE-CONTROL-CARD.
           IF WS-CARD-TEXT = SPACES OR WS-CARD-TEXT(1:1) = '*'
               CONTINUE
           ELSE
           IF WS-CARD-TEXT(1:6) = 'PARTS='
               IF WS-CARD-TEXT(7:1) IS NUMERIC
                       AND WS-CARD-TEXT(8:73) = SPACES
                       AND WS-CARD-TEXT(7:1) >= '2'
                       AND WS-CARD-TEXT(7:1) <= '4'
                   MOVE WS-CARD-TEXT(7:1) TO WS-PARTS
               ELSE
                   DISPLAY 'ERROR: PARTS= MUST BE 2, 3 OR 4 - '
                       WS-CARD-TEXT
                   ADD 1 TO WS-CARD-ERRORS
               END-IF
           ELSE
               DISPLAY 'ERROR: UNKNOWN CONTROL CARD - ' WS-CARD-TEXT
               ADD 1 TO WS-CARD-ERRORS
           END-IF
           END-IF.

      * Read the deck the way ADVFIBB does: blank and comment cards
      * are skipped, a RUN card closes a request, and cards left
      * after the last RUN card still make a final request
       100-LOAD-DECK.
           OPEN INPUT REQUEST-DECK-FILE
           IF NOT DECK-FILE-OK
               DISPLAY 'ERROR: FIBDECK NOT AVAILABLE - STATUS '
                   WS-DECK-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-DECK-EXIT
           END-IF

           PERFORM UNTIL DECK-EOF-REACHED OR WS-RETURN-CODE > ZERO
               READ REQUEST-DECK-FILE INTO WS-CARD-IMAGE
                   AT END
                       SET DECK-EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-CARD-TEXT = SPACES
                               OR WS-CARD-TEXT(1:1) = '*'
                           CONTINUE
                       ELSE
                           PERFORM 110-STORE-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REQUEST-DECK-FILE

           IF WS-RETURN-CODE > ZERO
               GO TO 100-LOAD-DECK-EXIT
           END-IF

           IF WS-REQ-COUNT = ZERO
               DISPLAY 'ERROR: FIBDECK HOLDS NO REQUESTS - NOTHING '
                   'TO SPLIT'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-DECK-EXIT
           END-IF

           IF PRIORLAY-REQUESTED
               DISPLAY 'ERROR: DECK CARRIES PRIORLAY=Y - PRIOR-LAYOUT '
                   'TRANSITION DECKS RUN UNSPLIT'
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           IF DECK-ALREADY-SPLIT
               DISPLAY 'ERROR: DECK ALREADY CARRIES DECKSEQ=/RUNSEQ= '
                   '- A PARTITION DECK CANNOT BE SPLIT AGAIN'
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           DISPLAY 'REQUESTS IN DECK       : ' WS-REQ-COUNT
           DISPLAY 'CARDS IN DECK          : ' WS-CARD-COUNT.

       100-LOAD-DECK-EXIT.
           EXIT.

       110-STORE-CARD.
           IF WS-CARD-COUNT = 4000
               DISPLAY 'ERROR: DECK EXCEEDS 4000 CARDS'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
           IF NOT REQUEST-IS-OPEN AND WS-REQ-COUNT = 300
               DISPLAY 'ERROR: DECK EXCEEDS 300 REQUESTS'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF NOT REQUEST-IS-OPEN
                   PERFORM 115-OPEN-REQUEST
               END-IF
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-CARD-TEXT TO WS-DECK-CARD(WS-CARD-COUNT)
               ADD 1 TO REQ-CARD-COUNT(WS-REQ-COUNT)
               IF WS-CARD-TEXT(1:4) = 'RUN '
                   MOVE 'Y' TO REQ-RUN-CARD-SW(WS-REQ-COUNT)
                   MOVE 'N' TO WS-REQ-OPEN-SW
               ELSE
                   PERFORM 120-SCAN-KEYWORD
               END-IF
           END-IF
           END-IF.

       115-OPEN-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           SET REQUEST-IS-OPEN TO TRUE
           COMPUTE REQ-FIRST-CARD(WS-REQ-COUNT) = WS-CARD-COUNT + 1
           MOVE ZERO  TO REQ-CARD-COUNT(WS-REQ-COUNT)
           MOVE 'N'   TO REQ-RUN-CARD-SW(WS-REQ-COUNT)
           MOVE ZERO  TO REQ-ASOF-DATE(WS-REQ-COUNT)
           MOVE WS-TODAY-DATE TO REQ-RUN-DATE(WS-REQ-COUNT)
           MOVE ZERO  TO REQ-LOAD-DATE(WS-REQ-COUNT)
           MOVE ZERO  TO REQ-CMP-BASE-DATE(WS-REQ-COUNT)
           MOVE ZERO  TO REQ-CMP-DATE(WS-REQ-COUNT)
           MOVE 50    TO REQ-TERMS(WS-REQ-COUNT)
           MOVE 'N'   TO REQ-FORCE-SW(WS-REQ-COUNT)
           MOVE 'N'   TO REQ-QA-SW(WS-REQ-COUNT)
           MOVE WS-REQ-COUNT TO REQ-PARENT(WS-REQ-COUNT)
           MOVE ZERO  TO REQ-GROUP(WS-REQ-COUNT)
           MOVE ZERO  TO REQ-PARTITION(WS-REQ-COUNT)
           MOVE ZERO  TO REQ-RUN-SEQ(WS-REQ-COUNT).

      * Only the keywords that decide dependencies, sequence and
      * load are looked at - ADVFIBB itself edits every card
       120-SCAN-KEYWORD.
           MOVE SPACES TO WS-KEYWORD
           MOVE SPACES TO WS-VALUE
           UNSTRING WS-CARD-TEXT DELIMITED BY '='
               INTO WS-KEYWORD WS-VALUE
           END-UNSTRING

           EVALUATE WS-KEYWORD
               WHEN 'ASOF'
                   MOVE WS-VALUE TO WS-PARSE-VALUE
                   PERFORM 130-PARSE-DATE-VALUE
                   IF WS-PARSE-NUMBER NOT = ZERO
                           AND WS-PARSE-NUMBER NOT > WS-TODAY-DATE
                       MOVE WS-PARSE-NUMBER
                           TO REQ-ASOF-DATE(WS-REQ-COUNT)
                       MOVE WS-PARSE-NUMBER
                           TO REQ-RUN-DATE(WS-REQ-COUNT)
                       IF WS-PARSE-NUMBER < WS-TODAY-DATE
                           SET CATCHUP-DECK TO TRUE
                       END-IF
                   END-IF
               WHEN 'LOADDATE'
                   MOVE WS-VALUE TO WS-PARSE-VALUE
                   PERFORM 130-PARSE-DATE-VALUE
                   MOVE WS-PARSE-NUMBER TO REQ-LOAD-DATE(WS-REQ-COUNT)
               WHEN 'COMPARE'
                   MOVE SPACES TO WS-SUBVAL-1
                   MOVE SPACES TO WS-SUBVAL-2
                   UNSTRING WS-VALUE DELIMITED BY ','
                       INTO WS-SUBVAL-1 WS-SUBVAL-2
                   END-UNSTRING
                   MOVE WS-SUBVAL-1 TO WS-PARSE-VALUE
                   PERFORM 130-PARSE-DATE-VALUE
                   MOVE WS-PARSE-NUMBER
                       TO REQ-CMP-BASE-DATE(WS-REQ-COUNT)
                   MOVE WS-SUBVAL-2 TO WS-PARSE-VALUE
                   PERFORM 130-PARSE-DATE-VALUE
                   MOVE WS-PARSE-NUMBER TO REQ-CMP-DATE(WS-REQ-COUNT)
               WHEN 'TERMS'
                   MOVE WS-VALUE TO WS-PARSE-VALUE
                   PERFORM 135-PARSE-NUMBER-VALUE
                   IF WS-PARSE-NUMBER > ZERO
                           AND WS-PARSE-NUMBER NOT > 200
                       MOVE WS-PARSE-NUMBER TO REQ-TERMS(WS-REQ-COUNT)
                   END-IF
               WHEN 'FORCE'
                   IF WS-VALUE(1:1) = 'Y' OR WS-VALUE(1:1) = 'N'
                       MOVE WS-VALUE(1:1)
                           TO REQ-FORCE-SW(WS-REQ-COUNT)
                   END-IF
               WHEN 'QA'
                   IF WS-VALUE(1:1) = 'Y' OR WS-VALUE(1:1) = 'N'
                       MOVE WS-VALUE(1:1) TO REQ-QA-SW(WS-REQ-COUNT)
                   END-IF
               WHEN 'PRIORLAY'
                   IF WS-VALUE(1:1) = 'Y'
                       SET PRIORLAY-REQUESTED TO TRUE
                   END-IF
               WHEN 'DECKSEQ'
               WHEN 'RUNSEQ'
                   SET DECK-ALREADY-SPLIT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A date the deck will not accept is simply not a dependency
      * here - ADVFIBB flags the card when the request runs
       130-PARSE-DATE-VALUE.
           PERFORM 135-PARSE-NUMBER-VALUE
           IF WS-PARSE-DIGITS NOT = 8
                   OR WS-PARSE-MONTH < 1 OR WS-PARSE-MONTH > 12
                   OR WS-PARSE-DAY < 1 OR WS-PARSE-DAY > 31
               MOVE ZERO TO WS-PARSE-NUMBER
           END-IF.

       135-PARSE-NUMBER-VALUE.
           MOVE ZERO TO WS-PARSE-NUMBER
           MOVE ZERO TO WS-PARSE-DIGITS
           PERFORM VARYING WS-PARSE-DIGITS FROM 1 BY 1
                     UNTIL WS-PARSE-DIGITS > 8
                     OR WS-PARSE-VALUE(WS-PARSE-DIGITS:1)
                        IS NOT NUMERIC
               CONTINUE
           END-PERFORM
           SUBTRACT 1 FROM WS-PARSE-DIGITS
           IF WS-PARSE-DIGITS > ZERO
               IF WS-PARSE-VALUE(WS-PARSE-DIGITS + 1:) = SPACES
                   COMPUTE WS-PARSE-NUMBER = FUNCTION NUMVAL(
                       WS-PARSE-VALUE(1:WS-PARSE-DIGITS))
               ELSE
                   MOVE ZERO TO WS-PARSE-DIGITS
               END-IF
           END-IF.

      * Tie dependent requests together (union-find over the
      * request table; the earliest request is each group's root)
       200-GROUP-REQUESTS.
           IF CATCHUP-DECK
               DISPLAY 'DECK CARRIES CATCH-UP ASOF= DATES - KEPT '
                   'TOGETHER AS ONE GROUP'
               PERFORM VARYING WS-REQ-IX FROM 2 BY 1
                         UNTIL WS-REQ-IX > WS-REQ-COUNT
                   MOVE 1 TO WS-OTHER-IX
                   PERFORM 210-UNION-REQUESTS
               END-PERFORM
           END-IF

           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                     UNTIL WS-REQ-IX > WS-REQ-COUNT
               IF REQ-LOAD-DATE(WS-REQ-IX) NOT = ZERO
                   MOVE REQ-LOAD-DATE(WS-REQ-IX) TO WS-MATCH-DATE
                   PERFORM 220-JOIN-DATE-WRITERS
               END-IF
               IF REQ-CMP-BASE-DATE(WS-REQ-IX) NOT = ZERO
                   MOVE REQ-CMP-BASE-DATE(WS-REQ-IX) TO WS-MATCH-DATE
                   PERFORM 220-JOIN-DATE-WRITERS
               END-IF
               IF REQ-CMP-DATE(WS-REQ-IX) NOT = ZERO
                   MOVE REQ-CMP-DATE(WS-REQ-IX) TO WS-MATCH-DATE
                   PERFORM 220-JOIN-DATE-WRITERS
               END-IF
               IF REQ-FORCE-SW(WS-REQ-IX) = 'Y'
                   MOVE REQ-RUN-DATE(WS-REQ-IX) TO WS-MATCH-DATE
                   PERFORM 220-JOIN-DATE-WRITERS
               END-IF
           END-PERFORM.

       210-UNION-REQUESTS.
           MOVE WS-REQ-IX TO WS-FIND-IX
           PERFORM 215-FIND-ROOT
           MOVE WS-FIND-IX TO WS-ROOT-A
           MOVE WS-OTHER-IX TO WS-FIND-IX
           PERFORM 215-FIND-ROOT
           MOVE WS-FIND-IX TO WS-ROOT-B
           IF WS-ROOT-A < WS-ROOT-B
               MOVE WS-ROOT-A TO REQ-PARENT(WS-ROOT-B)
           ELSE
               MOVE WS-ROOT-B TO REQ-PARENT(WS-ROOT-A)
           END-IF.

       215-FIND-ROOT.
           PERFORM UNTIL REQ-PARENT(WS-FIND-IX) = WS-FIND-IX
               MOVE REQ-PARENT(WS-FIND-IX) TO WS-FIND-IX
           END-PERFORM.

      * Every request that saves a run under the matched date -
      * QA requests save nothing and are no one's dependency
       220-JOIN-DATE-WRITERS.
           PERFORM VARYING WS-OTHER-IX FROM 1 BY 1
                     UNTIL WS-OTHER-IX > WS-REQ-COUNT
               IF WS-OTHER-IX NOT = WS-REQ-IX
                       AND REQ-RUN-DATE(WS-OTHER-IX) = WS-MATCH-DATE
                       AND REQ-QA-SW(WS-OTHER-IX) NOT = 'Y'
                   PERFORM 210-UNION-REQUESTS
               END-IF
           END-PERFORM.

      * Reserve each request's history run sequence in deck order,
      * numbering exactly as an unsplit run would: the next
      * sequence after the latest on file, or the latest itself
      * for FORCE=Y (sequence 01 when nothing is on file yet)
       300-RESERVE-RUN-SEQUENCES.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - RUN SEQUENCES CANNOT '
                   'BE RESERVED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 300-RESERVE-RUN-SEQUENCES-EXIT
           END-IF

           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                     UNTIL WS-REQ-IX > WS-REQ-COUNT
               IF REQ-QA-SW(WS-REQ-IX) NOT = 'Y'
                   PERFORM 310-FIND-DATE-SLOT
                   IF REQ-FORCE-SW(WS-REQ-IX) = 'Y'
                           AND DT-CURRENT-SEQ(WS-DATE-IX)
                               NOT < WS-UNIT-SEQ-LOW
                       CONTINUE
                   ELSE
                   IF DT-CURRENT-SEQ(WS-DATE-IX)
                           NOT < WS-UNIT-SEQ-HIGH
                       DISPLAY 'ERROR: RUN DATE '
                           REQ-RUN-DATE(WS-REQ-IX)
                           ' HAS NO RUN SEQUENCE LEFT IN UNIT '
                           WS-RUN-UNIT
                       MOVE 8 TO WS-RETURN-CODE
                   ELSE
                       ADD 1 TO DT-CURRENT-SEQ(WS-DATE-IX)
                   END-IF
                   END-IF
                   MOVE DT-CURRENT-SEQ(WS-DATE-IX)
                       TO REQ-RUN-SEQ(WS-REQ-IX)
               END-IF
           END-PERFORM

           CLOSE FIB-HISTORY-FILE.

       300-RESERVE-RUN-SEQUENCES-EXIT.
           EXIT.

       310-FIND-DATE-SLOT.
           MOVE ZERO TO WS-BEST-IX
           PERFORM VARYING WS-DATE-IX FROM 1 BY 1
                     UNTIL WS-DATE-IX > WS-DATE-COUNT
               IF DT-RUN-DATE(WS-DATE-IX) = REQ-RUN-DATE(WS-REQ-IX)
                   MOVE WS-DATE-IX TO WS-BEST-IX
               END-IF
           END-PERFORM

           IF WS-BEST-IX = ZERO
               ADD 1 TO WS-DATE-COUNT
               MOVE WS-DATE-COUNT TO WS-BEST-IX
               MOVE REQ-RUN-DATE(WS-REQ-IX)
                   TO DT-RUN-DATE(WS-BEST-IX)
               MOVE REQ-RUN-DATE(WS-REQ-IX) TO WS-SEEK-DATE
               PERFORM 320-FIND-LATEST-SEQ
               IF WS-LATEST-SEQ = ZERO
                   COMPUTE DT-CURRENT-SEQ(WS-BEST-IX) =
                       WS-UNIT-SEQ-LOW - 1
               ELSE
                   MOVE WS-LATEST-SEQ TO DT-CURRENT-SEQ(WS-BEST-IX)
               END-IF
           END-IF

           MOVE WS-BEST-IX TO WS-DATE-IX.

      * Only the unit's own band of the run sequence is scanned
       320-FIND-LATEST-SEQ.
           MOVE ZERO TO WS-LATEST-SEQ
           MOVE 'N' TO WS-SEQSCAN-EOF-SW

           MOVE WS-SEEK-DATE    TO HIST-RUN-DATE
           MOVE WS-UNIT-SEQ-LOW TO HIST-RUN-SEQ
           MOVE ZERO         TO HIST-TERM-INDEX
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET SEQSCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SEQSCAN-DONE
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET SEQSCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-RUN-DATE NOT = WS-SEEK-DATE
                               OR HIST-RUN-SEQ > WS-UNIT-SEQ-HIGH
                           SET SEQSCAN-DONE TO TRUE
                       ELSE
                           IF HIST-TERM-INDEX = ZERO
                               MOVE HIST-RUN-SEQ TO WS-LATEST-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Number the groups in deck order, weigh them by the terms
      * their requests generate, then deal the heaviest group
      * still unplaced to the lightest partition until all are out
       400-ASSIGN-PARTITIONS.
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                     UNTIL WS-REQ-IX > WS-REQ-COUNT
               MOVE WS-REQ-IX TO WS-FIND-IX
               PERFORM 215-FIND-ROOT
               MOVE ZERO TO WS-BEST-IX
               PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
                         UNTIL WS-GROUP-IX > WS-GROUP-COUNT
                   IF GRP-ROOT(WS-GROUP-IX) = WS-FIND-IX
                       MOVE WS-GROUP-IX TO WS-BEST-IX
                   END-IF
               END-PERFORM
               IF WS-BEST-IX = ZERO
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-BEST-IX
                   MOVE WS-FIND-IX TO GRP-ROOT(WS-BEST-IX)
                   MOVE ZERO TO GRP-REQUESTS(WS-BEST-IX)
                   MOVE ZERO TO GRP-WEIGHT(WS-BEST-IX)
                   MOVE ZERO TO GRP-PARTITION(WS-BEST-IX)
               END-IF
               MOVE WS-BEST-IX TO REQ-GROUP(WS-REQ-IX)
               ADD 1 TO GRP-REQUESTS(WS-BEST-IX)
               ADD REQ-TERMS(WS-REQ-IX) TO GRP-WEIGHT(WS-BEST-IX)
           END-PERFORM

           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                     UNTIL WS-PART-IX > 4
               MOVE ZERO TO PT-LOAD(WS-PART-IX)
               MOVE ZERO TO PT-REQUESTS(WS-PART-IX)
               MOVE ZERO TO PT-CARDS(WS-PART-IX)
           END-PERFORM

           PERFORM WS-GROUP-COUNT TIMES
               PERFORM 410-PLACE-HEAVIEST-GROUP
           END-PERFORM

           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                     UNTIL WS-REQ-IX > WS-REQ-COUNT
               MOVE GRP-PARTITION(REQ-GROUP(WS-REQ-IX))
                   TO REQ-PARTITION(WS-REQ-IX)
               MOVE REQ-PARTITION(WS-REQ-IX) TO WS-PART-IX
               ADD 1 TO PT-REQUESTS(WS-PART-IX)
           END-PERFORM

           MOVE ZERO TO WS-PARTS-USED
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                     UNTIL WS-PART-IX > WS-PARTS
               IF PT-REQUESTS(WS-PART-IX) > ZERO
                   ADD 1 TO WS-PARTS-USED
               END-IF
           END-PERFORM

           DISPLAY 'DEPENDENCY GROUPS      : ' WS-GROUP-COUNT
           DISPLAY 'PARTITIONS USED        : ' WS-PARTS-USED.

       410-PLACE-HEAVIEST-GROUP.
           MOVE ZERO TO WS-BEST-IX
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
                     UNTIL WS-GROUP-IX > WS-GROUP-COUNT
               IF GRP-PARTITION(WS-GROUP-IX) = ZERO
                   IF WS-BEST-IX = ZERO
                       MOVE WS-GROUP-IX TO WS-BEST-IX
                   ELSE
                   IF GRP-WEIGHT(WS-GROUP-IX) > GRP-WEIGHT(WS-BEST-IX)
                       MOVE WS-GROUP-IX TO WS-BEST-IX
                   END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 1 TO WS-BEST-PART
           PERFORM VARYING WS-PART-IX FROM 2 BY 1
                     UNTIL WS-PART-IX > WS-PARTS
               IF PT-LOAD(WS-PART-IX) < PT-LOAD(WS-BEST-PART)
                   MOVE WS-PART-IX TO WS-BEST-PART
               END-IF
           END-PERFORM

           MOVE WS-BEST-PART TO GRP-PARTITION(WS-BEST-IX)
           ADD GRP-WEIGHT(WS-BEST-IX) TO PT-LOAD(WS-BEST-PART).

      * Each partition deck gets its requests in original order,
      * each stamped with DECKSEQ= and (unless QA) RUNSEQ= ahead of
      * its own cards and closed by a RUN card. Every deck is
      * opened, so an unused partition finds an empty deck.
       500-WRITE-PARTITION-DECKS.
           OPEN OUTPUT SPLIT-MAP-FILE
           IF NOT SPMAP-FILE-OK
               DISPLAY 'ERROR: FIBSPMAP OPEN FAILED - STATUS '
                   WS-SPMAP-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 500-WRITE-PARTITION-DECKS-EXIT
           END-IF

           OPEN OUTPUT PART-DECK-FILE-1
           OPEN OUTPUT PART-DECK-FILE-2
           OPEN OUTPUT PART-DECK-FILE-3
           OPEN OUTPUT PART-DECK-FILE-4

           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                     UNTIL WS-REQ-IX > WS-REQ-COUNT
               PERFORM 510-WRITE-ONE-REQUEST
           END-PERFORM

           CLOSE PART-DECK-FILE-1
           CLOSE PART-DECK-FILE-2
           CLOSE PART-DECK-FILE-3
           CLOSE PART-DECK-FILE-4
           CLOSE SPLIT-MAP-FILE

           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                     UNTIL WS-PART-IX > WS-PARTS
               DISPLAY 'PARTITION ' WS-PART-IX ' REQUESTS '
                   PT-REQUESTS(WS-PART-IX) ' TERMS '
                   PT-LOAD(WS-PART-IX) ' CARDS '
                   PT-CARDS(WS-PART-IX)
           END-PERFORM

           IF WS-GROUP-COUNT = 1 AND WS-REQ-COUNT > 1
               DISPLAY 'WARNING: EVERY REQUEST DEPENDS ON ANOTHER - '
                   'THE WHOLE DECK RUNS IN PARTITION 1'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       500-WRITE-PARTITION-DECKS-EXIT.
           EXIT.

       510-WRITE-ONE-REQUEST.
           MOVE REQ-PARTITION(WS-REQ-IX) TO WS-PART-IX

           MOVE WS-REQ-IX TO DC-DECK-SEQ
           MOVE DECKSEQ-CARD-IMAGE TO WS-CARD-TEXT
           PERFORM 520-WRITE-DECK-CARD

           IF REQ-RUN-SEQ(WS-REQ-IX) > ZERO
               MOVE REQ-RUN-SEQ(WS-REQ-IX) TO RC-RUN-SEQ
               MOVE RUNSEQ-CARD-IMAGE TO WS-CARD-TEXT
               PERFORM 520-WRITE-DECK-CARD
           END-IF

           PERFORM VARYING WS-CARD-IX FROM REQ-FIRST-CARD(WS-REQ-IX)
                     BY 1
                     UNTIL WS-CARD-IX > REQ-FIRST-CARD(WS-REQ-IX)
                                  + REQ-CARD-COUNT(WS-REQ-IX) - 1
               MOVE WS-DECK-CARD(WS-CARD-IX) TO WS-CARD-TEXT
               PERFORM 520-WRITE-DECK-CARD
           END-PERFORM

           IF REQ-RUN-CARD-SW(WS-REQ-IX) NOT = 'Y'
               MOVE 'RUN' TO WS-CARD-TEXT
               PERFORM 520-WRITE-DECK-CARD
           END-IF

           MOVE SPACES                    TO SPLIT-MAP-RECORD
           MOVE WS-REQ-IX                 TO SPM-DECK-SEQ
           MOVE WS-PART-IX                TO SPM-PARTITION
           MOVE REQ-GROUP(WS-REQ-IX)      TO SPM-GROUP
           MOVE REQ-RUN-DATE(WS-REQ-IX)   TO SPM-RUN-DATE
           MOVE REQ-RUN-SEQ(WS-REQ-IX)    TO SPM-RUN-SEQ
           MOVE REQ-CARD-COUNT(WS-REQ-IX) TO SPM-CARD-COUNT
           MOVE REQ-FORCE-SW(WS-REQ-IX)   TO SPM-FORCE-FLAG
           MOVE REQ-QA-SW(WS-REQ-IX)      TO SPM-QA-FLAG
           WRITE SPLIT-MAP-RECORD

           MOVE WS-REQ-IX               TO SRL-DECK-SEQ
           MOVE REQ-RUN-DATE(WS-REQ-IX) TO SRL-RUN-DATE
           IF REQ-RUN-SEQ(WS-REQ-IX) > ZERO
               MOVE REQ-RUN-SEQ(WS-REQ-IX) TO SRL-RUN-SEQ
           ELSE
               MOVE '--' TO SRL-RUN-SEQ
           END-IF
           MOVE REQ-GROUP(WS-REQ-IX)    TO SRL-GROUP
           MOVE WS-PART-IX              TO SRL-PARTITION
           EVALUATE TRUE
               WHEN REQ-QA-SW(WS-REQ-IX) = 'Y'
                   MOVE 'QA - NOT SAVED' TO SRL-NOTE
               WHEN REQ-FORCE-SW(WS-REQ-IX) = 'Y'
                   MOVE 'FORCE=Y OVERWRITE' TO SRL-NOTE
               WHEN REQ-ASOF-DATE(WS-REQ-IX) NOT = ZERO
                   MOVE 'AS-OF DATED' TO SRL-NOTE
               WHEN OTHER
                   MOVE SPACES TO SRL-NOTE
           END-EVALUATE
           DISPLAY SPLIT-REPORT-LINE.

       520-WRITE-DECK-CARD.
           EVALUATE WS-PART-IX
               WHEN 1
                   WRITE PART-DECK-RECORD-1 FROM WS-CARD-TEXT
               WHEN 2
                   WRITE PART-DECK-RECORD-2 FROM WS-CARD-TEXT
               WHEN 3
                   WRITE PART-DECK-RECORD-3 FROM WS-CARD-TEXT
               WHEN 4
                   WRITE PART-DECK-RECORD-4 FROM WS-CARD-TEXT
           END-EVALUATE
           ADD 1 TO PT-CARDS(WS-PART-IX).

       900-TERMINATE.
           DISPLAY '   FIBSPLIT COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
