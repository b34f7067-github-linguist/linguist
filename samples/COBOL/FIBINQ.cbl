      * detail rows a screenful at a time. The browse position is
      * carried in the commarea across pseudo-conversational tasks.
      *
      * Only runs in the sequence bands of the business units the
      * operator's FIBAUTH record names (FIBUNITT) are shown; a run
      * of another unit reads as not found.
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      *                 READS - READPREV AFTER AN INEXACT GTEQ
      *                 STARTBR IS NOT VALID AND FELL BACK TO
      *                 SEQUENCE 01 ON EVERY MULTI-RUN DATE
      * 10-15-2026  AG  WHILE THE BATCH INTERLOCK IS HELD, READ THE
      *                 FIBSHADW START-OF-CYCLE SHADOW INSTEAD OF
      *                 REFUSING THE INQUIRY, WITH THE SHADOW'S
      *                 AS-OF TIME SHOWN ON THE MAP TITLE LINE
      * 10-15-2026  AG  SHOW A COMPOSITE TERM'S TYPE-F PRIME
      *                 FACTORIZATION BELOW ITS DERIVED FIGURES
      * 10-15-2026  AG  RESOLVE THE INQUIRY PERMISSION FROM THE
      *                 USERID'S FIBAUTH ROLES THROUGH FIBROLR
      * 10-15-2026  AG  SHOW A PLANNED MAINTENANCE BANNER ON THE TITLE
      *                 LINE WHILE A FIBMWIN WINDOW ON FIBINQ, FIBHIST
      *                 OR ALL IS OPEN
      * 10-15-2026  AG  A DATE WHOSE ONLY ARCHIVE GENERATION FIBAEXP
      *                 HAS EXPIRED IS SHOWN AS EXPIRED AND NO
      *                 RESTORE IS OFFERED OR FILED
      * 10-15-2026  AG  SHOW ONLY RUNS IN THE SEQUENCE BANDS OF THE
      *                 BUSINESS UNITS THE OPERATOR'S FIBAUTH RECORD
      *                 NAMES; THE DRILL-DOWN CHECKS THE OPERATOR'S
      *                 AUTHORITY FIRST
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-THREAD-SEQ-IDX         PIC 9(4) VALUE ZERO.
       77  WS-DET-IDX                PIC 9(2) VALUE ZERO.
       77  WS-TERM-WORK              PIC 9(4) VALUE ZERO.
       77  WS-RUN-SEQ-WORK           PIC 9(2) VALUE ZERO.
       77  WS-VALUE-WORK             PIC 9(18) VALUE ZERO.
       77  WS-VALUE-HITS             PIC 9(4) VALUE ZERO.
       77  WS-NOTE-LINE              PIC X(79) VALUE SPACES.
      * Authorization record keyed by userid
           COPY FIBAUTH.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

       01  WS-BATCH-BUSY-SW          PIC X VALUE 'N'.
           88  BATCH-IS-BUSY             VALUE 'Y'.
       01  WS-SHADOW-SW              PIC X VALUE 'N'.
           88  SHADOW-IN-USE             VALUE 'Y'.
       01  WS-AUTH-DENIED-SW         PIC X VALUE 'N'.
           88  INQUIRY-DENIED            VALUE 'Y'.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

      * Y while the operator's FIBAUTH units limit what is shown -
      * an unavailable FIBAUTH file disables the checking
       01  WS-UNIT-SCOPE-SW          PIC X VALUE 'N'.
           88  UNIT-SCOPE-ENFORCED       VALUE 'Y'.
       01  WS-UNIT-PERMIT-SW         PIC X VALUE 'N'.
           88  UNIT-IS-PERMITTED         VALUE 'Y'.
       77  WS-UNIT-IDX               PIC 9(2) VALUE ZERO.
       77  WS-UNIT-COUNT             PIC 9(2) VALUE ZERO.
       77  WS-BAND-LOW               PIC 9(2) VALUE ZERO.
       77  WS-BAND-HIGH              PIC 9(2) VALUE ZERO.

      * Planned maintenance windows entered through FIBMWMNT - one
      * open on FIBINQ, FIBHIST or ALL puts a banner on the title
      * line
           COPY FIBMWINC.
       01  WS-MAINT-SW               PIC X VALUE 'N'.
           88  MAINT-WINDOW-OPEN         VALUE 'Y'.
       01  WS-MW-EOF-SW              PIC X VALUE 'N'.
           88  MW-BROWSE-ENDED           VALUE 'Y'.
       01  WS-MAINT-LINE.
           05  FILLER                PIC X(6) VALUE 'MAINT '.
           05  ML-WINDOW-ID          PIC X(8).
           05  FILLER                PIC X(7) VALUE ' UNTIL '.
           05  ML-END-TIME           PIC X(5).
           05  FILLER                PIC X VALUE SPACE.
           05  ML-REASON             PIC X(15).
       77  WS-MW-NOW-STAMP           PIC 9(14) VALUE ZERO.
       77  WS-MW-IDX                 PIC 9 VALUE ZERO.

       01  WS-DERIVED-LINE.
           05  FILLER                PIC X(4) VALUE 'HEX '.
           05  DV-HEX                PIC X(16).
      * The cluster the routing subprogram picked for the keyed
      * run date - the CICS DATASET name on every keyed command
       77  WS-HIST-DATASET           PIC X(8) VALUE 'FIBHIST '.
      * The value-lookup path over the same copy the keyed reads use
       77  WS-HISTV-DATASET          PIC X(8) VALUE 'FIBHISTV'.

      * Shown on the title line whenever the shadow answers, so no
      * one mistakes the start-of-cycle copy for live data
       01  WS-ASOF-LINE.
           05  FILLER                PIC X(6) VALUE 'AS OF '.
           05  AS-YEAR               PIC 9(4).
           05  FILLER                PIC X VALUE '-'.
           05  AS-MONTH              PIC 9(2).
           05  FILLER                PIC X VALUE '-'.
           05  AS-DAY                PIC 9(2).
           05  FILLER                PIC X VALUE SPACE.
           05  AS-HOUR               PIC 9(2).
           05  FILLER                PIC X VALUE ':'.
           05  AS-MINUTE             PIC 9(2).
           05  FILLER                PIC X VALUE ':'.
           05  AS-SECOND             PIC 9(2).
           05  FILLER                PIC X(15) VALUE
               ' - SHADOW COPY'.
       01  WS-ASOF-STAMP             PIC 9(14).
       01  WS-ASOF-STAMP-PARTS REDEFINES WS-ASOF-STAMP.
           05  AST-YEAR              PIC 9(4).
           05  AST-MONTH             PIC 9(2).
           05  AST-DAY               PIC 9(2).
           05  AST-HOUR              PIC 9(2).
           05  AST-MINUTE            PIC 9(2).
           05  AST-SECOND            PIC 9(2).

      * Note-thread record browsed newest-first by function N
           COPY FIBNOTHC.
           05  CAT-LOW-RUN-DATE      PIC 9(8).
           05  CAT-HIGH-RUN-DATE     PIC 9(8).
           05  CAT-ROW-COUNT         PIC 9(7).
           05  CAT-STATUS            PIC X.
               88  CAT-IS-EXPIRED        VALUE 'E'.
           05  CAT-EXPIRED-DATE      PIC 9(8).
           05  FILLER                PIC X(19).

       01  WS-RESTORE-WORK-FIELDS.
           05  WS-CAT-RBA            PIC S9(8) COMP VALUE ZERO.
           05  WS-GEN-FOUND-SW       PIC X VALUE 'N'.
               88  GENERATION-FOUND      VALUE 'Y'.
           05  WS-FOUND-GEN-ID       PIC 9(5) VALUE ZERO.
           05  WS-EXPIRED-DATE       PIC 9(8) VALUE ZERO.

       01  WS-ARCH-OFFER-LINE.
           05  FILLER                PIC X(23) VALUE
           05  FILLER                PIC X(30) VALUE
               ' - FUNCTION R FILES A RESTORE'.

       01  WS-ARCH-EXPIRED-LINE.
           05  FILLER                PIC X(16) VALUE
               'ARCHIVE EXPIRED '.
           05  AX-EXPIRED-DATE       PIC 9(8).
           05  FILLER                PIC X(33) VALUE
               ' - PAST RETENTION, NOT RESTORABLE'.

      * Work fields for the factorization lines - each factor is
      * edited, stripped of its leading blanks and appended to the
      * current line, wrapping onto the next when it would not fit
       01  WS-FACT-DISPLAY.
           05  WS-FACT-TEXT          PIC X(79).
           05  WS-FACT-PTR           PIC 9(3).
           05  WS-FACT-LINE-NO       PIC 9(2).
           05  WS-FACT-IDX           PIC 9(2).
           05  WS-FACT-TOKEN         PIC X(30).
           05  WS-FACT-TOK-PTR       PIC 9(3).
           05  WS-FACT-TOK-LEN       PIC 9(3).
           05  WS-FACT-LEAD          PIC 9(2).
           05  WS-FACT-FIRST-SW      PIC X.
               88  FACT-FIRST-TOKEN      VALUE 'Y'.
           05  WS-FACT-STATUS-SAVE   PIC X.
           05  WS-FACT-COF-SAVE      PIC 9(18) COMP-3.
           05  WS-FACT-ED-PRIME      PIC Z(8)9.
           05  WS-FACT-ED-EXP        PIC Z9.
           05  WS-FACT-ED-COF        PIC Z(17)9.

      * Parameter area for the shared FIBROUTE routing subprogram
           COPY FIBROUTC.

               ERROR(8900-GENERAL-ERROR)
           END-EXEC

           PERFORM 2050-CHECK-BATCH-WINDOW
           PERFORM 2060-CHECK-MAINT-WINDOW
               THRU 2060-CHECK-MAINT-WINDOW-EXIT
           PERFORM 2070-SHOW-AS-OF

           IF EIBCALEN = ZERO
               MOVE WS-MSG-INITIAL TO MSGO
               PERFORM 1000-SEND-FRESH-MAP
      * date had no browsable rows
               MOVE SPACE TO IC-FUNCTION
               PERFORM 1000-SEND-FRESH-MAP
      * The operator's units decide which of the date's runs the
      * drill-down may open
               PERFORM 2040-CHECK-AUTHORIZATION
               IF INQUIRY-DENIED
                   MOVE WS-MSG-NOT-AUTH TO MSGO
                   PERFORM 1100-SEND-MAP-DATAONLY
               ELSE
                   MOVE IC-RUN-DATE TO WS-EDIT-DATE
                   MOVE IC-RUN-DATE TO FR-IN-RUN-DATE
                   PERFORM 2600-ROUTE-TO-CLUSTER
                   PERFORM 2450-FIND-LATEST-SEQ
                   MOVE WS-RUN-SEQ-WORK TO IC-RUN-SEQ
                   MOVE 1 TO WS-BROWSE-START
                   PERFORM 4000-BROWSE-ONE-PAGE
               END-IF
           ELSE
               EVALUATE EIBAID
                   WHEN DFHPF3
               MOVE WS-MSG-INITIAL TO MSGO
               PERFORM 1000-SEND-FRESH-MAP
           ELSE
               PERFORM 2070-SHOW-AS-OF
               PERFORM 2040-CHECK-AUTHORIZATION
               IF INQUIRY-DENIED
                   MOVE WS-MSG-NOT-AUTH TO MSGO
                   PERFORM 1100-SEND-MAP-DATAONLY
               ELSE
               IF BATCH-IS-BUSY AND NOT SHADOW-IN-USE
                   MOVE WS-MSG-BATCH-BUSY TO MSGO
                   PERFORM 1100-SEND-MAP-DATAONLY
               ELSE
               END-IF
           END-IF.

      * Every inquiry needs the inquiry permission, resolved by
      * FIBROLR from the FIBAUTH roles; a denial is logged to the
      * access log with result D so compliance can see the attempt.
       2040-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTH-DENIED-SW
           MOVE 'N' TO WS-UNIT-SCOPE-SW

           EXEC CICS ASSIGN
               USERID(AUTH-USERID)

           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   SET UNIT-SCOPE-ENFORCED TO TRUE
                   SET RLR-RESOLVE TO TRUE
                   MOVE AUTH-ROLES TO RLR-ROLES
                   CALL 'FIBROLR' USING FIBROLR-PARMS
                   IF RLR-INQUIRY-FLAG NOT = 'Y'
                       SET INQUIRY-DENIED TO TRUE
                   END-IF
               WHEN WS-RESP-CODE = DFHRESP(NOTFND)
           END-IF.

      * A STARTED record on the run-control file means a batch job
      * has FIBHIST open. When FIBSHADW has a completed shadow on
      * file the inquiry reads that instead; otherwise the operator
      * gets a friendly message instead of a puzzling CICS error.
       2050-CHECK-BATCH-WINDOW.
           MOVE 'N' TO WS-BATCH-BUSY-SW
           MOVE 'N' TO WS-SHADOW-SW

           MOVE 'ADVFIBB ' TO RUNC-PROGRAM
           EXEC CICS READ
               IF WS-RESP-CODE = DFHRESP(NORMAL) AND RUNC-IS-STARTED
                   SET BATCH-IS-BUSY TO TRUE
               END-IF
           END-IF

           IF BATCH-IS-BUSY
               MOVE 'FIBSHADW' TO RUNC-PROGRAM
               EXEC CICS READ
                   DATASET('FIBRUNC')
                   INTO(RUNC-RECORD)
                   RIDFLD(RUNC-PROGRAM)
                   KEYLENGTH(LENGTH OF RUNC-PROGRAM)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                       AND RUNC-IS-COMPLETED
                   SET SHADOW-IN-USE TO TRUE
                   MOVE RUNC-TIMESTAMP TO WS-ASOF-STAMP
                   MOVE AST-YEAR   TO AS-YEAR
                   MOVE AST-MONTH  TO AS-MONTH
                   MOVE AST-DAY    TO AS-DAY
                   MOVE AST-HOUR   TO AS-HOUR
                   MOVE AST-MINUTE TO AS-MINUTE
                   MOVE AST-SECOND TO AS-SECOND
               END-IF
           END-IF

           IF SHADOW-IN-USE
               MOVE 'FIBHSTVS' TO WS-HISTV-DATASET
           ELSE
               MOVE 'FIBHISTV' TO WS-HISTV-DATASET
           END-IF.

      * A planned maintenance window open now on FIBINQ, FIBHIST or
      * ALL - lookups may fail or answer slowly while it lasts, and
      * the operator should know that before chasing a NOTFND
       2060-CHECK-MAINT-WINDOW.
           MOVE 'N' TO WS-MAINT-SW
           MOVE 'N' TO WS-MW-EOF-SW
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MW-NOW-STAMP
           MOVE LOW-VALUES TO MWN-WINDOW-ID

           EXEC CICS STARTBR
               DATASET('FIBMWIN')
               RIDFLD(MWN-WINDOW-ID)
               KEYLENGTH(LENGTH OF MWN-WINDOW-ID)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO 2060-CHECK-MAINT-WINDOW-EXIT
           END-IF

           PERFORM UNTIL MW-BROWSE-ENDED OR MAINT-WINDOW-OPEN
               EXEC CICS READNEXT
                   DATASET('FIBMWIN')
                   INTO(MAINT-WINDOW-RECORD)
                   RIDFLD(MWN-WINDOW-ID)
                   KEYLENGTH(LENGTH OF MWN-WINDOW-ID)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   SET MW-BROWSE-ENDED TO TRUE
               ELSE
                   IF MWN-START-STAMP NOT > WS-MW-NOW-STAMP
                           AND MWN-END-STAMP > WS-MW-NOW-STAMP
                       PERFORM 2065-MATCH-ONE-WINDOW
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS ENDBR
               DATASET('FIBMWIN')
               RESP(WS-RESP2-CODE)
           END-EXEC

           IF MAINT-WINDOW-OPEN
               MOVE MWN-WINDOW-ID       TO ML-WINDOW-ID
               MOVE MWN-END-STAMP(9:2)  TO ML-END-TIME(1:2)
               MOVE ':'                 TO ML-END-TIME(3:1)
               MOVE MWN-END-STAMP(11:2) TO ML-END-TIME(4:2)
               MOVE MWN-REASON          TO ML-REASON
           END-IF.

       2060-CHECK-MAINT-WINDOW-EXIT.
           EXIT.

       2065-MATCH-ONE-WINDOW.
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                     UNTIL WS-MW-IDX > 8
               IF MWN-PROGRAM(WS-MW-IDX) = 'FIBINQ  '
                       OR MWN-PROGRAM(WS-MW-IDX) = 'ALL     '
                   SET MAINT-WINDOW-OPEN TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                     UNTIL WS-MW-IDX > 4
               IF MWN-DATASET(WS-MW-IDX) = 'FIBHIST '
                   SET MAINT-WINDOW-OPEN TO TRUE
               END-IF
           END-PERFORM.

      * The as-of field is blank while the live file answers; every
      * send path carries it, so it clears as soon as the batch
      * window closes. The shadow's as-of time outranks a
      * maintenance banner - the shadow is what answers then.
       2070-SHOW-AS-OF.
           EVALUATE TRUE
               WHEN SHADOW-IN-USE
                   MOVE WS-ASOF-LINE TO ASOFO
               WHEN MAINT-WINDOW-OPEN
                   MOVE WS-MAINT-LINE TO ASOFO
               WHEN OTHER
                   MOVE SPACES TO ASOFO
           END-EVALUATE.

      * The FIBROUTE subprogram does no I/O, so it is safe to call
      * from the transaction; prior-year dates read the FIBHISTP
      * cluster without the operator knowing the partitioning
       2600-ROUTE-TO-CLUSTER.
           IF SHADOW-IN-USE
               SET FR-READ-SHADOW TO TRUE
           ELSE
               SET FR-READ-LIVE TO TRUE
           END-IF
           CALL 'FIBROUTE' USING FIBROUTE-PARMS
           MOVE FR-OUT-FILE-NAME TO WS-HIST-DATASET.

      * Probe the summary keys (date, seq, 0000) upward through
      * the sequence band of each business unit the operator may
      * act for; the highest one on file is the latest run - the
      * run the operator means unless told otherwise. ADVFIBB
      * assigns a unit's sequences contiguously from the bottom of
      * its band, so the first not-found ends that unit's probe -
      * at most a couple of keyed reads a unit on a normal day.
      * Sequence 00 is never assigned, so a date with no run the
      * operator may see reads as not found.
       2450-FIND-LATEST-SEQ.
           MOVE ZERO TO WS-RUN-SEQ-WORK
           MOVE 1    TO WS-UNIT-COUNT
           PERFORM 2455-PROBE-ONE-UNIT
               VARYING WS-UNIT-IDX FROM 1 BY 1
                 UNTIL WS-UNIT-IDX > WS-UNIT-COUNT.

       2455-PROBE-ONE-UNIT.
           SET UNR-BY-INDEX TO TRUE
           MOVE WS-UNIT-IDX TO UNR-INDEX
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT-COUNT TO WS-UNIT-COUNT
           IF NOT UNR-OK
               MOVE 'N' TO WS-UNIT-PERMIT-SW
           ELSE
               MOVE UNR-SEQ-LOW  TO WS-BAND-LOW
               MOVE UNR-SEQ-HIGH TO WS-BAND-HIGH
               PERFORM 2470-CHECK-UNIT-ACCESS
           END-IF
           IF UNIT-IS-PERMITTED
               MOVE 'N' TO WS-SEQ-PROBE-SW
               MOVE WS-EDIT-DATE TO HIST-RUN-DATE
               MOVE ZERO         TO HIST-TERM-INDEX
               PERFORM 2460-PROBE-BAND
           END-IF.

       2460-PROBE-BAND.
           PERFORM VARYING WS-SEQ-PROBE FROM WS-BAND-LOW BY 1
                     UNTIL WS-SEQ-PROBE > WS-BAND-HIGH
                        OR SEQ-PROBE-DONE
               MOVE WS-SEQ-PROBE TO HIST-RUN-SEQ
               EXEC CICS READ
                   DATASET(WS-HIST-DATASET)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   IF HIST-RUN-SEQ > WS-RUN-SEQ-WORK
                       MOVE HIST-RUN-SEQ TO WS-RUN-SEQ-WORK
                   END-IF
               ELSE
                   SET SEQ-PROBE-DONE TO TRUE
               END-IF
           END-PERFORM.

      * May the operator see the unit in UNR-UNIT? Every unit, when
      * FIBAUTH could not be read
       2470-CHECK-UNIT-ACCESS.
           IF NOT UNIT-SCOPE-ENFORCED
               SET UNIT-IS-PERMITTED TO TRUE
           ELSE
               SET UNR-CHECK-ACCESS TO TRUE
               MOVE AUTH-UNITS TO UNR-AUTH-UNITS
               CALL 'FIBUNITR' USING FIBUNITR-PARMS
               IF UNR-OK
                   SET UNIT-IS-PERMITTED TO TRUE
               ELSE
                   MOVE 'N' TO WS-UNIT-PERMIT-SW
               END-IF
           END-IF.

      * May the operator see the run HIST-RUN-SEQ names?
       2480-CHECK-RUN-UNIT.
           SET UNR-FIND-SEQ TO TRUE
           MOVE HIST-RUN-SEQ TO UNR-RUN-SEQ
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               PERFORM 2470-CHECK-UNIT-ACCESS
           ELSE
               MOVE 'N' TO WS-UNIT-PERMIT-SW
           END-IF.

       2100-EDIT-INPUT-FIELDS.
           MOVE 'Y' TO WS-INPUT-VALID-SW


           IF HIST-TERM-INDEX > ZERO
               PERFORM 3200-SHOW-DERIVED-FIGURES
               IF HIST-TERM-INDEX NOT > 200
                   PERFORM 3600-SHOW-FACTORIZATION
               END-IF
           ELSE
      * A quarantined run is marked before anything else on the
      * screen - nobody quotes figures from it unawares
               MOVE WS-RSCORE-LINE TO DETO(5)
           END-IF.

      * A composite term factored by a FACTOR=Y run carries its
      * factorization as a type-F record at 8000 + N, continued at
      * 8200 + N when the first record's eight slots are full. The
      * factors are shown on lines 4 to 6 as P^E * P^E ..., with
      * any cofactor the step budget left unsplit and the outcome.
       3600-SHOW-FACTORIZATION.
           MOVE IC-RUN-DATE TO HIST-FACT-RUN-DATE
           MOVE IC-RUN-SEQ  TO HIST-FACT-RUN-SEQ
           COMPUTE HIST-FACT-TERM-INDEX = 8000 + IC-TERM-INDEX

           EXEC CICS READ
               DATASET(WS-HIST-DATASET)
               INTO(HIST-FACT-RECORD)
               RIDFLD(HIST-FACT-KEY)
               KEYLENGTH(LENGTH OF HIST-FACT-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE HIST-FACT-STATUS   TO WS-FACT-STATUS-SAVE
               MOVE HIST-FACT-COFACTOR TO WS-FACT-COF-SAVE
               MOVE SPACES TO WS-FACT-TEXT
               MOVE 1      TO WS-FACT-PTR
               MOVE 4      TO WS-FACT-LINE-NO
               MOVE 'Y'    TO WS-FACT-FIRST-SW
               STRING 'FACTORS:' DELIMITED BY SIZE
                   INTO WS-FACT-TEXT WITH POINTER WS-FACT-PTR
               END-STRING
               PERFORM 3610-APPEND-PART-FACTORS
               IF HIST-FACT-COUNT = 8
                   MOVE IC-RUN-DATE TO HIST-FACT-RUN-DATE
                   MOVE IC-RUN-SEQ  TO HIST-FACT-RUN-SEQ
                   COMPUTE HIST-FACT-TERM-INDEX = 8200 + IC-TERM-INDEX
                   EXEC CICS READ
                       DATASET(WS-HIST-DATASET)
                       INTO(HIST-FACT-RECORD)
                       RIDFLD(HIST-FACT-KEY)
                       KEYLENGTH(LENGTH OF HIST-FACT-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE = DFHRESP(NORMAL)
                       PERFORM 3610-APPEND-PART-FACTORS
                   END-IF
               END-IF
               IF WS-FACT-COF-SAVE > ZERO
                   MOVE WS-FACT-COF-SAVE TO WS-FACT-ED-COF
                   MOVE ZERO TO WS-FACT-LEAD
                   INSPECT WS-FACT-ED-COF
                       TALLYING WS-FACT-LEAD FOR LEADING SPACES
                   MOVE SPACES TO WS-FACT-TOKEN
                   MOVE 1 TO WS-FACT-TOK-PTR
                   STRING WS-FACT-ED-COF(WS-FACT-LEAD + 1:)
                                           DELIMITED BY SIZE
                       INTO WS-FACT-TOKEN WITH POINTER WS-FACT-TOK-PTR
                   END-STRING
                   PERFORM 3620-APPEND-TOKEN
               END-IF
               MOVE SPACES TO WS-FACT-TOKEN
               IF WS-FACT-STATUS-SAVE = 'C'
                   MOVE '(COMPLETE)' TO WS-FACT-TOKEN
                   MOVE 11 TO WS-FACT-TOK-PTR
               ELSE
                   MOVE '(PARTIAL - LAST FACTOR UNSPLIT)'
                       TO WS-FACT-TOKEN
                   MOVE 32 TO WS-FACT-TOK-PTR
               END-IF
               MOVE 'Y' TO WS-FACT-FIRST-SW
               PERFORM 3620-APPEND-TOKEN
               IF WS-FACT-LINE-NO NOT > 6
                   MOVE WS-FACT-TEXT TO DETO(WS-FACT-LINE-NO)
               END-IF
           END-IF.

       3610-APPEND-PART-FACTORS.
           PERFORM VARYING WS-FACT-IDX FROM 1 BY 1
                     UNTIL WS-FACT-IDX > HIST-FACT-COUNT
                        OR WS-FACT-IDX > 8
               MOVE HIST-FACT-PRIME(WS-FACT-IDX) TO WS-FACT-ED-PRIME
               MOVE ZERO TO WS-FACT-LEAD
               INSPECT WS-FACT-ED-PRIME
                   TALLYING WS-FACT-LEAD FOR LEADING SPACES
               MOVE SPACES TO WS-FACT-TOKEN
               MOVE 1 TO WS-FACT-TOK-PTR
               STRING WS-FACT-ED-PRIME(WS-FACT-LEAD + 1:)
                                       DELIMITED BY SIZE
                   INTO WS-FACT-TOKEN WITH POINTER WS-FACT-TOK-PTR
               END-STRING
               IF HIST-FACT-EXPONENT(WS-FACT-IDX) > 1
                   MOVE HIST-FACT-EXPONENT(WS-FACT-IDX)
                       TO WS-FACT-ED-EXP
                   MOVE ZERO TO WS-FACT-LEAD
                   INSPECT WS-FACT-ED-EXP
                       TALLYING WS-FACT-LEAD FOR LEADING SPACES
                   STRING '^'                        DELIMITED BY SIZE
                          WS-FACT-ED-EXP(WS-FACT-LEAD + 1:)
                                                     DELIMITED BY SIZE
                       INTO WS-FACT-TOKEN WITH POINTER WS-FACT-TOK-PTR
                   END-STRING
               END-IF
               PERFORM 3620-APPEND-TOKEN
           END-PERFORM.

      * The token length is one less than its STRING pointer. A
      * token that would run past column 79 starts a fresh line,
      * indented under the first factor; nothing is shown past
      * line 6.
       3620-APPEND-TOKEN.
           COMPUTE WS-FACT-TOK-LEN = WS-FACT-TOK-PTR - 1
           IF WS-FACT-PTR + WS-FACT-TOK-LEN + 3 > 79
               IF WS-FACT-LINE-NO NOT > 6
                   MOVE WS-FACT-TEXT TO DETO(WS-FACT-LINE-NO)
               END-IF
               ADD 1 TO WS-FACT-LINE-NO
               MOVE SPACES TO WS-FACT-TEXT
               MOVE 9 TO WS-FACT-PTR
               MOVE 'Y' TO WS-FACT-FIRST-SW
           END-IF
           IF FACT-FIRST-TOKEN
               STRING ' '       DELIMITED BY SIZE
                   INTO WS-FACT-TEXT WITH POINTER WS-FACT-PTR
               END-STRING
           ELSE
               STRING ' * '     DELIMITED BY SIZE
                   INTO WS-FACT-TEXT WITH POINTER WS-FACT-PTR
               END-STRING
           END-IF
           STRING WS-FACT-TOKEN(1:WS-FACT-TOK-LEN) DELIMITED BY SIZE
               INTO WS-FACT-TEXT WITH POINTER WS-FACT-PTR
           END-STRING
           MOVE 'N' TO WS-FACT-FIRST-SW.

      * Any operator note (FIBNOTE transaction) attached to the
      * displayed record is shown on the line below it.
       3100-SHOW-NOTE-IF-ANY.
           MOVE WS-VALUE-WORK TO HIST-FIB-NUMBER

           EXEC CICS STARTBR
               DATASET(WS-HISTV-DATASET)
               RIDFLD(HIST-FIB-NUMBER)
               KEYLENGTH(LENGTH OF HIST-FIB-NUMBER)
               GTEQ
           ELSE
               PERFORM UNTIL BROWSE-END-REACHED
                   EXEC CICS READNEXT
                       DATASET(WS-HISTV-DATASET)
                       INTO(HIST-RECORD)
                       RIDFLD(HIST-FIB-NUMBER)
                       KEYLENGTH(LENGTH OF HIST-FIB-NUMBER)
                   ELSE
                       IF HIST-TERM-INDEX > ZERO
                               AND HIST-TERM-INDEX NOT > 200
                           PERFORM 2480-CHECK-RUN-UNIT
                       ELSE
                           MOVE 'N' TO WS-UNIT-PERMIT-SW
                       END-IF
                       IF UNIT-IS-PERMITTED
                           ADD 1 TO WS-VALUE-HITS
                           IF WS-BROWSE-LINE-IDX < WS-PAGE-SIZE
                               ADD 1 TO WS-BROWSE-LINE-IDX
               END-PERFORM

               EXEC CICS ENDBR
                   DATASET(WS-HISTV-DATASET)
                   RESP(WS-RESP-CODE)
               END-EXEC


           PERFORM 6700-FIND-CATALOG-GENERATION
           IF NOT GENERATION-FOUND
               IF WS-EXPIRED-DATE > ZERO
                   MOVE WS-EXPIRED-DATE TO AX-EXPIRED-DATE
                   MOVE WS-ARCH-EXPIRED-LINE TO MSGO
               ELSE
                   MOVE WS-MSG-NOT-ARCHIVED TO MSGO
               END-IF
               PERFORM 1100-SEND-MAP-DATAONLY
               GO TO 6500-FILE-RESTORE-EXIT
           END-IF
               MOVE WS-FOUND-GEN-ID TO AO-GENERATION-ID
               MOVE WS-ARCH-OFFER-LINE TO MSGO
           ELSE
               IF WS-EXPIRED-DATE > ZERO
                   MOVE WS-EXPIRED-DATE TO AX-EXPIRED-DATE
                   MOVE WS-ARCH-EXPIRED-LINE TO MSGO
               ELSE
                   MOVE WS-MSG-NOT-FOUND TO MSGO
               END-IF
           END-IF.

       6600-SHOW-ARCHIVE-EXIT.
           EXIT.

      * An expired generation's tape is scratched - it only
      * explains the date, so the browse goes on for a live one
       6700-FIND-CATALOG-GENERATION.
           MOVE 'N' TO WS-GEN-FOUND-SW
           MOVE ZERO TO WS-EXPIRED-DATE
           MOVE 'N' TO WS-CAT-EOF-SW
           MOVE ZERO TO WS-CAT-RBA

                   IF WS-EDIT-DATE NOT < CAT-LOW-RUN-DATE
                           AND WS-EDIT-DATE
                               NOT > CAT-HIGH-RUN-DATE
                       IF CAT-IS-EXPIRED
                           MOVE CAT-EXPIRED-DATE TO WS-EXPIRED-DATE
                       ELSE
                           SET GENERATION-FOUND TO TRUE
                           MOVE CAT-GENERATION-ID TO WS-FOUND-GEN-ID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
