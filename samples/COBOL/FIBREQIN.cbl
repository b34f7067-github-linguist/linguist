      *   COMPLETE reply carrying the outcome and return code, and
      *   the pending file is cleared.
      *
      * Each requester has a FIBRQCTL control record (loaded by
      * FIBRQCLD) with a priority class and daily limits on requests
      * and term volume. A request that would pass either limit is
      * rejected with the limit in the reply. The deck is rewritten
      * at the end of intake with production-class requests first,
      * then standard, then discretionary - each request block is
      * headed by a '*CLASS=' comment card, which ADVFIBB skips.
      * Every request taken, accepted or not, is logged on FIBRQUSE
      * for the monthly FIBRQUR usage report.
      *
      * SYSIN card: verb in columns 1-6 (INTAKE or NOTIFY); for
      * NOTIFY the run date in 8-15 and the return code in 17-20.
      *
      * 09-02-2026  AG  GATE FREE-FORM SEEDS= BEHIND THE
      *                 REQUESTER'S OVERRIDE PERMISSION AND ACCEPT
      *                 THE APPROVED SEEDSET= KEYWORD
      * 10-15-2026  AG  ACCEPT THE FACTOR= AND FACTBUDG= KEYWORDS OF
      *                 THE PRIME FACTORIZATION PASS
      * 10-15-2026  AG  ACCEPT THE COEFF= KEYWORD OF THE WEIGHTED
      *                 RECURRENCE
      * 10-15-2026  AG  ACCEPT THE PERIODS= ROLLUP BASIS KEYWORD
      * 10-15-2026  AG  RESOLVE PERMISSIONS FROM THE USERID'S
      *                 FIBAUTH ROLES THROUGH FIBROLR
      * 10-15-2026  AG  REQUESTER QUOTAS AND PRIORITY CLASSES FROM
      *                 FIBRQCTL, DECK WRITTEN IN CLASS ORDER, USAGE
      *                 LOGGED ON FIBRQUSE; ACCEPT THE WIDE= KEYWORD
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT REQUESTER-CONTROL-FILE ASSIGN TO "FIBRQCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQC-REQUESTER
               FILE STATUS IS WS-RQC-FILE-STATUS.
           SELECT USAGE-LOG-FILE ASSIGN TO "FIBRQUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.

       FD  REQUESTER-CONTROL-FILE.
           COPY FIBRQCC.

       FD  USAGE-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBRQUSC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-DECK-FILE-STATUS    PIC XX VALUE SPACES.
               88  DECK-FILE-OK            VALUE '00'.
               88  DECK-FILE-NOT-FOUND     VALUE '35'.
           05  WS-PEND-FILE-STATUS    PIC XX VALUE SPACES.
               88  PEND-FILE-OK            VALUE '00'.
               88  PEND-FILE-NOT-FOUND     VALUE '35'.
           05  WS-AUTH-FILE-STATUS    PIC XX VALUE SPACES.
               88  AUTH-FILE-OK            VALUE '00'.
           05  WS-RQC-FILE-STATUS     PIC XX VALUE SPACES.
               88  RQC-FILE-OK             VALUE '00'.
               88  RQC-FILE-NOT-FOUND      VALUE '35'.
           05  WS-RQU-FILE-STATUS     PIC XX VALUE SPACES.
               88  RQU-FILE-OK             VALUE '00'.
               88  RQU-FILE-NOT-FOUND      VALUE '35'.

       01  WS-INDICATORS.
           05  WS-QUEUE-EMPTY-SW      PIC X VALUE 'N'.
               88  NOTIFY-MODE            VALUE 'Y'.
           05  WS-KEYWORD-VALID-SW    PIC X VALUE 'Y'.
               88  KEYWORD-IS-VALID       VALUE 'Y'.
           05  WS-DECK-EOF-SW         PIC X VALUE 'N'.
               88  DECK-EOF-REACHED       VALUE 'Y'.
           05  WS-DECK-FIT-SW         PIC X VALUE 'Y'.
               88  DECK-FITS-TABLE        VALUE 'Y'.
           05  WS-BLOCK-OPEN-SW       PIC X VALUE 'N'.
               88  DECK-BLOCK-OPEN        VALUE 'Y'.
           05  WS-RQC-OPEN-SW         PIC X VALUE 'N'.
               88  RQC-FILE-OPEN          VALUE 'Y'.
           05  WS-RQU-OPEN-SW         PIC X VALUE 'N'.
               88  RQU-FILE-OPEN          VALUE 'Y'.
           05  WS-RQC-NEW-SW          PIC X VALUE 'N'.
               88  RQC-RECORD-IS-NEW      VALUE 'Y'.

      * Inbound request message - all DISPLAY format so any
      * requesting platform can build it
           05  WS-PARSE-ERROR-SW      PIC X VALUE 'N'.
               88  PARSE-VALUE-BAD        VALUE 'Y'.

      * What the request asks of the night cycle, for the quota
      * check: TERMS= (50 when not keyed), doubled for LUCAS=Y and
      * again for WIDE=Y
       01  REQUEST-VOLUME-WORK.
           05  WS-REQ-TERMS           PIC 9(3) VALUE 50.
           05  WS-REQ-LUCAS-SW        PIC X VALUE 'N'.
           05  WS-REQ-WIDE-SW         PIC X VALUE 'N'.
           05  WS-TERM-VOLUME         PIC 9(5) VALUE ZERO.
           05  WS-REQ-CLASS           PIC X VALUE 'S'.
           05  WS-REQ-DISPOSITION     PIC X VALUE 'A'.

      * The accepted-request deck held as request blocks (class
      * card, keyword cards, RUN card) so that the whole deck can be
      * rewritten in priority-class order
       01  DECK-BLOCK-TABLE.
           05  WS-BLOCK-COUNT         PIC 9(3) VALUE ZERO.
           05  BLK-ENTRY OCCURS 100 TIMES.
               10  BLK-CLASS          PIC X.
               10  BLK-CARD-COUNT     PIC 9(2).
               10  BLK-CARD           PIC X(80) OCCURS 10 TIMES.

       01  PENDING-REPLY-TABLE.
           05  WS-PEND-COUNT          PIC 9(3) VALUE ZERO.
           05  PEND-ENTRY OCCURS 200 TIMES.
       77  WS-ACCEPTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-NOTIFIED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-QUOTA-REJECT-COUNT      PIC 9(5) VALUE ZERO.
       77  WS-REJECT-REASON           PIC X(60) VALUE SPACES.
       77  WS-BLOCK-IDX               PIC 9(3) VALUE ZERO.
       77  WS-OLD-BLOCK-COUNT         PIC 9(3) VALUE ZERO.
       77  WS-BLK-CARD-IDX            PIC 9(2) VALUE ZERO.
       77  WS-CLASS-IDX               PIC 9 VALUE ZERO.
       77  WS-CLASS-ORDER             PIC X(3) VALUE 'PSD'.
       77  WS-DECK-CARD               PIC X(80) VALUE SPACES.
       77  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-DEFAULT-REQUEST-LIMIT   PIC 9(3) VALUE 5.
       77  WS-DEFAULT-TERM-LIMIT      PIC 9(5) VALUE 1000.
       77  WS-NOTIFY-RUN-DATE         PIC 9(8) VALUE ZERO.
       77  WS-NOTIFY-RC               PIC 9(4) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
           05  WS-MQ-BUFFER-LENGTH    PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-DATA-LENGTH      PIC S9(9) BINARY VALUE ZERO.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-DATE

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
               GO TO 100-INTAKE-REQUESTS-EXIT
           END-IF

           PERFORM 105-LOAD-EXISTING-DECK
               THRU 105-LOAD-EXISTING-DECK-EXIT
           PERFORM 107-OPEN-QUOTA-FILES

           OPEN EXTEND PENDING-REPLY-FILE
           IF PEND-FILE-NOT-FOUND
               OPEN OUTPUT PENDING-REPLY-FILE
           END-PERFORM

           CLOSE PENDING-REPLY-FILE
           PERFORM 190-WRITE-ORDERED-DECK
           IF RQC-FILE-OPEN
               CLOSE REQUESTER-CONTROL-FILE
           END-IF
           IF RQU-FILE-OPEN
               CLOSE USAGE-LOG-FILE
           END-IF

           CALL 'MQCLOSE' USING WS-MQ-HCONN
                                WS-MQ-HOBJ
       100-INTAKE-REQUESTS-EXIT.
           EXIT.

      * The deck already queued for the cycle is read back into the
      * block table so the new requests can be merged into it by
      * class. A deck that does not fit - more than 100 requests,
      * a request of more than 10 cards, or cards after the last
      * RUN card - is left as it is and the new requests are added
      * after it, still in class order among themselves.
       105-LOAD-EXISTING-DECK.
           MOVE ZERO TO WS-BLOCK-COUNT
           MOVE 'Y' TO WS-DECK-FIT-SW
           MOVE 'N' TO WS-BLOCK-OPEN-SW
           OPEN INPUT REQUEST-DECK-FILE
           IF NOT DECK-FILE-OK
               GO TO 105-LOAD-EXISTING-DECK-EXIT
           END-IF

           MOVE 'N' TO WS-DECK-EOF-SW
           PERFORM UNTIL DECK-EOF-REACHED OR NOT DECK-FITS-TABLE
               READ REQUEST-DECK-FILE INTO WS-DECK-CARD
                   AT END
                       SET DECK-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 106-LOAD-ONE-DECK-CARD
               END-READ
           END-PERFORM
           CLOSE REQUEST-DECK-FILE

           IF DECK-BLOCK-OPEN
               MOVE 'N' TO WS-DECK-FIT-SW
           END-IF
           IF DECK-FITS-TABLE
               MOVE WS-BLOCK-COUNT TO WS-OLD-BLOCK-COUNT
               DISPLAY 'REQUESTS ALREADY QUEUED: ' WS-OLD-BLOCK-COUNT
           ELSE
               MOVE ZERO TO WS-BLOCK-COUNT
               DISPLAY 'WARNING: QUEUED DECK CANNOT BE REORDERED - '
                   'NEW REQUESTS ADDED AFTER IT'
           END-IF.

       105-LOAD-EXISTING-DECK-EXIT.
           EXIT.

       106-LOAD-ONE-DECK-CARD.
           IF NOT DECK-BLOCK-OPEN
               IF WS-BLOCK-COUNT = 100
                   MOVE 'N' TO WS-DECK-FIT-SW
               ELSE
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE 'S' TO BLK-CLASS(WS-BLOCK-COUNT)
                   MOVE ZERO TO BLK-CARD-COUNT(WS-BLOCK-COUNT)
                   SET DECK-BLOCK-OPEN TO TRUE
               END-IF
           END-IF

           IF DECK-FITS-TABLE
               IF BLK-CARD-COUNT(WS-BLOCK-COUNT) = 10
                   MOVE 'N' TO WS-DECK-FIT-SW
               ELSE
                   IF BLK-CARD-COUNT(WS-BLOCK-COUNT) = ZERO
                           AND WS-DECK-CARD(1:7) = '*CLASS='
                       IF WS-DECK-CARD(8:1) = 'P' OR 'D'
                           MOVE WS-DECK-CARD(8:1)
                               TO BLK-CLASS(WS-BLOCK-COUNT)
                       END-IF
                   END-IF
                   ADD 1 TO BLK-CARD-COUNT(WS-BLOCK-COUNT)
                   MOVE WS-DECK-CARD TO BLK-CARD(WS-BLOCK-COUNT,
                       BLK-CARD-COUNT(WS-BLOCK-COUNT))
                   IF WS-DECK-CARD(1:4) = 'RUN '
                       MOVE 'N' TO WS-BLOCK-OPEN-SW
                   END-IF
               END-IF
           END-IF.

      * Requester control file (created on first use) and the usage
      * log; without the control file quotas are not enforced and
      * every request is standard class
       107-OPEN-QUOTA-FILES.
           OPEN I-O REQUESTER-CONTROL-FILE
           IF RQC-FILE-NOT-FOUND
               OPEN OUTPUT REQUESTER-CONTROL-FILE
               CLOSE REQUESTER-CONTROL-FILE
               OPEN I-O REQUESTER-CONTROL-FILE
           END-IF
           IF RQC-FILE-OK
               SET RQC-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: FIBRQCTL NOT AVAILABLE - STATUS '
                   WS-RQC-FILE-STATUS ' - QUOTAS NOT ENFORCED'
           END-IF

           OPEN EXTEND USAGE-LOG-FILE
           IF RQU-FILE-NOT-FOUND
               OPEN OUTPUT USAGE-LOG-FILE
           END-IF
           IF RQU-FILE-OK
               SET RQU-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: FIBRQUSE NOT AVAILABLE - STATUS '
                   WS-RQU-FILE-STATUS ' - USAGE NOT LOGGED'
           END-IF.

       110-GET-ONE-REQUEST.
           MOVE MQMI-NONE TO MQMD-MSGID
           MOVE MQCI-NONE TO MQMD-CORRELID
           END-IF.

       120-PROCESS-ONE-REQUEST.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE 'Y' TO WS-REQUEST-OK-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 50 TO WS-REQ-TERMS
           MOVE 'N' TO WS-REQ-LUCAS-SW
           MOVE 'N' TO WS-REQ-WIDE-SW
           MOVE ZERO TO WS-TERM-VOLUME
           MOVE 'S' TO WS-REQ-CLASS
           MOVE 'R' TO WS-REQ-DISPOSITION

           PERFORM 130-CHECK-REQUESTER-AUTHORITY

           END-IF

           IF REQUEST-IS-OK
               IF WS-BLOCK-COUNT = 100
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   MOVE 'REQUEST DECK FULL FOR THIS CYCLE - RESUBMIT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF REQUEST-IS-OK
               PERFORM 135-CHECK-REQUESTER-QUOTA
                   THRU 135-CHECK-REQUESTER-QUOTA-EXIT
           END-IF

           IF REQUEST-IS-OK
               MOVE 'A' TO WS-REQ-DISPOSITION
               PERFORM 150-APPEND-TO-DECK
               PERFORM 155-RECORD-QUOTA-USAGE
               PERFORM 160-REMEMBER-REQUESTER
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE 'ACCEPTED' TO RPM-STATUS
               MOVE ZERO TO RPM-RUN-DATE
               MOVE ZERO TO RPM-RETURN-CODE
               MOVE SPACES TO RPM-TEXT
               STRING 'REQUEST QUEUED FOR THE NEXT ADVFIBB CYCLE - '
                      DELIMITED BY SIZE
                      'CLASS ' DELIMITED BY SIZE
                      WS-REQ-CLASS DELIMITED BY SIZE
                   INTO RPM-TEXT
               END-STRING
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-REQ-DISPOSITION = 'Q'
                   ADD 1 TO WS-QUOTA-REJECT-COUNT
               END-IF
               DISPLAY 'REJECTED REQUEST FROM ' RQM-REQUESTER
                   ' - ' WS-REJECT-REASON
               MOVE 'REJECTED' TO RPM-STATUS
               MOVE WS-REJECT-REASON TO RPM-TEXT
           END-IF

           PERFORM 165-LOG-USAGE
           PERFORM 170-SEND-REPLY.

      * The requester's FIBAUTH roles, resolved by FIBROLR, gate
      * the request the same way a SYSIN deck submitter is gated:
      * no record or no run permission rejects it outright; the
      * override and force
      * permissions are enforced per keyword below.
       130-CHECK-REQUESTER-AUTHORITY.
           MOVE 'N' TO WS-REQ-RUN-FLAG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RLR-RESOLVE TO TRUE
                       MOVE AUTH-ROLES TO RLR-ROLES
                       CALL 'FIBROLR' USING FIBROLR-PARMS
                       MOVE RLR-RUN-FLAG
                           TO WS-REQ-RUN-FLAG
                       MOVE RLR-OVERRIDE-FLAG
                           TO WS-REQ-OVERRIDE-FLAG
                       MOVE RLR-FORCE-FLAG
                           TO WS-REQ-FORCE-FLAG
               END-READ
               CLOSE AUTHORIZATION-FILE
                   TO WS-REJECT-REASON
           END-IF.

      * The requester's FIBRQCTL limits, against what it has had
      * accepted today; a requester not on file is added as
      * discretionary class with the shop default limits
       135-CHECK-REQUESTER-QUOTA.
           MOVE WS-REQ-TERMS TO WS-TERM-VOLUME
           IF WS-REQ-LUCAS-SW = 'Y'
               COMPUTE WS-TERM-VOLUME = WS-TERM-VOLUME * 2
           END-IF
           IF WS-REQ-WIDE-SW = 'Y'
               COMPUTE WS-TERM-VOLUME = WS-TERM-VOLUME * 2
           END-IF

           IF NOT RQC-FILE-OPEN
               GO TO 135-CHECK-REQUESTER-QUOTA-EXIT
           END-IF

           MOVE 'N' TO WS-RQC-NEW-SW
           MOVE RQM-REQUESTER TO RQC-REQUESTER
           READ REQUESTER-CONTROL-FILE
               INVALID KEY
                   SET RQC-RECORD-IS-NEW TO TRUE
                   MOVE SPACES TO REQUESTER-CONTROL-RECORD
                   MOVE RQM-REQUESTER TO RQC-REQUESTER
                   MOVE 'D' TO RQC-CLASS
                   MOVE WS-DEFAULT-REQUEST-LIMIT TO RQC-REQUEST-LIMIT
                   MOVE WS-DEFAULT-TERM-LIMIT TO RQC-TERM-LIMIT
                   MOVE 'NOT REGISTERED - SHOP DEFAULTS'
                       TO RQC-OWNER
                   MOVE ZERO TO RQC-USAGE-DATE
                   MOVE WS-NOW-STAMP TO RQC-UPDATED-STAMP
           END-READ

           MOVE RQC-CLASS TO WS-REQ-CLASS
           IF RQC-USAGE-DATE NOT = WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO RQC-USAGE-DATE
               MOVE ZERO TO RQC-USED-REQUESTS
               MOVE ZERO TO RQC-USED-TERMS
           END-IF

           IF RQC-REQUEST-LIMIT > ZERO
                   AND RQC-USED-REQUESTS NOT < RQC-REQUEST-LIMIT
               MOVE 'N' TO WS-REQUEST-OK-SW
               MOVE 'Q' TO WS-REQ-DISPOSITION
               STRING 'OVER QUOTA - DAILY LIMIT OF ' DELIMITED BY SIZE
                      RQC-REQUEST-LIMIT DELIMITED BY SIZE
                      ' REQUESTS ALREADY REACHED' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               GO TO 135-CHECK-REQUESTER-QUOTA-EXIT
           END-IF

           IF RQC-TERM-LIMIT > ZERO
                   AND RQC-USED-TERMS + WS-TERM-VOLUME > RQC-TERM-LIMIT
               MOVE 'N' TO WS-REQUEST-OK-SW
               MOVE 'Q' TO WS-REQ-DISPOSITION
               STRING 'OVER QUOTA - TERM VOLUME ' DELIMITED BY SIZE
                      WS-TERM-VOLUME DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      RQC-USED-TERMS DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      RQC-TERM-LIMIT DELIMITED BY SIZE
                      ' USED TODAY' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.

       135-CHECK-REQUESTER-QUOTA-EXIT.
           EXIT.

      * The same acceptance rules 013-PARSE-KEYWORD-CARD applies,
      * plus the per-keyword authority gates: boundary keywords
      * need the override permission, FORCE=Y the force permission.
                   IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                           OR WS-PARSE-NUMBER > 200
                       MOVE 'N' TO WS-KEYWORD-VALID-SW
                   ELSE
                       MOVE WS-PARSE-NUMBER TO WS-REQ-TERMS
                   END-IF
      * Free-form seeds are an override: the accepted deck runs
      * under the scheduler's userid, so the generator's own gate
               WHEN 'RESIDUE'
                   CONTINUE
               WHEN 'LUCAS'
                   MOVE WS-KP-VALUE(1:1) TO WS-REQ-LUCAS-SW
               WHEN 'WIDE'
                   MOVE WS-KP-VALUE(1:1) TO WS-REQ-WIDE-SW
               WHEN 'FACTOR'
                   CONTINUE
               WHEN 'FACTBUDG'
                   MOVE WS-KP-VALUE TO WS-PARSE-FIELD
                   PERFORM 145-PARSE-NUMERIC-VALUE
                   IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                           OR WS-PARSE-NUMBER > 9999999
                       MOVE 'N' TO WS-KEYWORD-VALID-SW
                   END-IF
               WHEN 'COEFF'
                   CONTINUE
               WHEN 'PERIODS'
                   IF WS-KP-VALUE NOT = 'CALENDAR'
                           AND WS-KP-VALUE NOT = 'FISCAL'
                       MOVE 'N' TO WS-KEYWORD-VALID-SW
                   END-IF
               WHEN 'DELTATOL'
                   CONTINUE
               WHEN 'ZECK'
                   TO WS-REJECT-REASON
           END-IF.

      * The request becomes a block of the deck table, headed by
      * its class card; 190-WRITE-ORDERED-DECK writes the deck
       150-APPEND-TO-DECK.
           ADD 1 TO WS-BLOCK-COUNT
           MOVE WS-REQ-CLASS TO BLK-CLASS(WS-BLOCK-COUNT)
           MOVE SPACES TO WS-DECK-CARD
           STRING '*CLASS=' DELIMITED BY SIZE
                  WS-REQ-CLASS DELIMITED BY SIZE
                  ' REQUESTER=' DELIMITED BY SIZE
                  RQM-REQUESTER DELIMITED BY SIZE
                  ' QUEUED=' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
               INTO WS-DECK-CARD
           END-STRING
           MOVE 1 TO BLK-CARD-COUNT(WS-BLOCK-COUNT)
           MOVE WS-DECK-CARD TO BLK-CARD(WS-BLOCK-COUNT, 1)
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                     UNTIL WS-CARD-IDX > RQM-CARD-COUNT
               ADD 1 TO BLK-CARD-COUNT(WS-BLOCK-COUNT)
               MOVE RQM-CARD(WS-CARD-IDX) TO BLK-CARD(WS-BLOCK-COUNT,
                   BLK-CARD-COUNT(WS-BLOCK-COUNT))
           END-PERFORM
           ADD 1 TO BLK-CARD-COUNT(WS-BLOCK-COUNT)
           MOVE 'RUN' TO BLK-CARD(WS-BLOCK-COUNT,
               BLK-CARD-COUNT(WS-BLOCK-COUNT)).

       155-RECORD-QUOTA-USAGE.
           IF RQC-FILE-OPEN
               IF RQC-USED-REQUESTS < 999
                   ADD 1 TO RQC-USED-REQUESTS
               END-IF
               IF RQC-USED-TERMS + WS-TERM-VOLUME > 99999
                   MOVE 99999 TO RQC-USED-TERMS
               ELSE
                   ADD WS-TERM-VOLUME TO RQC-USED-TERMS
               END-IF
               IF RQC-RECORD-IS-NEW
                   WRITE REQUESTER-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: FIBRQCTL WRITE FAILED - '
                               RQC-REQUESTER ' STATUS '
                               WS-RQC-FILE-STATUS
                   END-WRITE
               ELSE
                   REWRITE REQUESTER-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: FIBRQCTL REWRITE FAILED - '
                               RQC-REQUESTER ' STATUS '
                               WS-RQC-FILE-STATUS
                   END-REWRITE
               END-IF
           END-IF.

       160-REMEMBER-REQUESTER.
           MOVE RQM-REQUESTER     TO PRP-REQUESTER
           MOVE FUNCTION CURRENT-DATE(1:14) TO PRP-INTAKE-STAMP
           WRITE PENDING-REPLY-RECORD.

       165-LOG-USAGE.
           IF RQU-FILE-OPEN
               MOVE WS-NOW-STAMP       TO RQU-INTAKE-STAMP
               MOVE RQM-REQUESTER      TO RQU-REQUESTER
               MOVE WS-REQ-CLASS       TO RQU-CLASS
               MOVE WS-REQ-DISPOSITION TO RQU-DISPOSITION
               MOVE WS-TERM-VOLUME     TO RQU-TERM-VOLUME
               MOVE ZERO               TO RQU-CARD-COUNT
               IF RQM-CARD-COUNT IS NUMERIC
                   MOVE RQM-CARD-COUNT TO RQU-CARD-COUNT
               END-IF
               MOVE WS-REJECT-REASON   TO RQU-REASON
               WRITE REQUEST-USAGE-RECORD
           END-IF.

       170-SEND-REPLY.
           IF WS-MQ-REPLY-QUEUE = SPACES
               DISPLAY 'NO REPLY QUEUE ON THE REQUEST FROM '
                               WS-MQ-REASON
           END-CALL.

      * The queued deck and the new requests, production class
      * first, then standard, then discretionary - arrival order
      * within a class
       190-WRITE-ORDERED-DECK.
           IF DECK-FITS-TABLE
               OPEN OUTPUT REQUEST-DECK-FILE
           ELSE
               OPEN EXTEND REQUEST-DECK-FILE
               IF DECK-FILE-NOT-FOUND
                   OPEN OUTPUT REQUEST-DECK-FILE
               END-IF
           END-IF

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                     UNTIL WS-CLASS-IDX > 3
               PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                         UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
                   IF BLK-CLASS(WS-BLOCK-IDX)
                           = WS-CLASS-ORDER(WS-CLASS-IDX:1)
                       PERFORM 195-WRITE-ONE-BLOCK
                   END-IF
               END-PERFORM
           END-PERFORM

           CLOSE REQUEST-DECK-FILE.

       195-WRITE-ONE-BLOCK.
           PERFORM VARYING WS-BLK-CARD-IDX FROM 1 BY 1
                     UNTIL WS-BLK-CARD-IDX
                           > BLK-CARD-COUNT(WS-BLOCK-IDX)
               MOVE BLK-CARD(WS-BLOCK-IDX, WS-BLK-CARD-IDX)
                   TO REQUEST-DECK-RECORD
               WRITE REQUEST-DECK-RECORD
           END-PERFORM.

      * NOTIFY mode: every requester remembered at intake receives
      * the run outcome and return code, then the pending file is
      * cleared for the next cycle.
           DISPLAY SPACE
           DISPLAY 'REQUESTS ACCEPTED:   ' WS-ACCEPTED-COUNT
           DISPLAY 'REQUESTS REJECTED:   ' WS-REJECTED-COUNT
           DISPLAY '   OVER QUOTA:        ' WS-QUOTA-REJECT-COUNT
           DISPLAY 'REQUESTERS NOTIFIED: ' WS-NOTIFIED-COUNT

           DISPLAY '   FIBREQIN COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
