      * Fibonacci value, through the alternate-index path. See the
      * FIBAPIC copybook for the response codes.
      *
      * While ADVFIBB or FIBPURGE holds the FIBRUNC interlock and
      * FIBSHADW has a completed shadow on file, requests are
      * answered from the shadow and the response says so.
      *
      * The FIBAPIW web service wraps this program for JSON callers
      * and marks its requests, which are logged with source W.
      *
      * While a planned maintenance window (FIBMWIN) is open on
      * FIBAPI, FIBHIST or ALL and no shadow is answering, requests
      * get response 20 with the window and its end in the note.
      *
      * Only runs in the sequence bands of the business units the
      * caller's FIBAUTH record names (FIBUNITT) are answered; a run
      * of another unit reads as not found.
      *
      * This is a CICS command-level program with no terminal I/O.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      * 09-02-2026  AG  PROBE THE SUMMARY KEYS FOR THE LATEST
      *                 SEQUENCE - THE BACKWARD BROWSE FELL BACK
      *                 TO SEQUENCE 01 ON EVERY MULTI-RUN DATE
      * 10-15-2026  AG  ANSWER FROM THE FIBSHADW START-OF-CYCLE
      *                 SHADOW WHILE THE BATCH INTERLOCK IS HELD AND
      *                 RETURN THE DATA SOURCE AND AS-OF TIME IN
      *                 THE EXTENDED COMMAREA
      * 10-15-2026  AG  RESOLVE THE INQUIRY PERMISSION FROM THE
      *                 USERID'S FIBAUTH ROLES THROUGH FIBROLR
      * 10-15-2026  AG  ANSWER RESPONSE 20 WHILE A PLANNED MAINTENANCE
      *                 WINDOW IS OPEN ON FIBAPI OR FIBHIST
      * 10-15-2026  AG  LOG REQUESTS ARRIVING THROUGH THE FIBAPIW JSON
      *                 WEB SERVICE WITH ACCESS SOURCE W
      * 10-15-2026  AG  ANSWER ONLY RUNS IN THE SEQUENCE BANDS OF THE
      *                 BUSINESS UNITS THE CALLER'S FIBAUTH RECORD NAMES
      ******************************************************************

       ENVIRONMENT DIVISION.
      * Authorization record keyed by userid
           COPY FIBAUTH.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Run-control record for the batch/online interlock
           COPY FIBRUNC.

      * Planned maintenance window record
           COPY FIBMWINC.

       01  WS-BATCH-BUSY-SW          PIC X VALUE 'N'.
           88  BATCH-IS-BUSY             VALUE 'Y'.
       01  WS-SHADOW-SW              PIC X VALUE 'N'.
           88  SHADOW-IN-USE             VALUE 'Y'.

      * The live file or its shadow, and the matching value path
       77  WS-HIST-DATASET           PIC X(8) VALUE 'FIBHIST '.
       77  WS-HISTV-DATASET          PIC X(8) VALUE 'FIBHISTV'.
      * Commarea bytes exchanged with the caller - the original
      * 565-byte area or one of the extended ones
       77  WS-CALLER-LENGTH          PIC S9(4) COMP VALUE ZERO.
       77  WS-BASE-LENGTH            PIC S9(4) COMP VALUE ZERO.

       01  WS-AUTH-DENIED-SW         PIC X VALUE 'N'.
           88  INQUIRY-DENIED            VALUE 'Y'.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

      * Y while the caller's FIBAUTH units limit what is answered -
      * an unavailable FIBAUTH file disables the checking
       01  WS-UNIT-SCOPE-SW          PIC X VALUE 'N'.
           88  UNIT-SCOPE-ENFORCED       VALUE 'Y'.
       01  WS-UNIT-PERMIT-SW         PIC X VALUE 'N'.
           88  UNIT-IS-PERMITTED         VALUE 'Y'.
       77  WS-UNIT-IDX               PIC 9(2) VALUE ZERO.
       77  WS-UNIT-COUNT             PIC 9(2) VALUE ZERO.
       77  WS-BAND-LOW               PIC 9(2) VALUE ZERO.
       77  WS-BAND-HIGH              PIC 9(2) VALUE ZERO.

      * Planned maintenance on FIBAPI, FIBHIST or ALL - the live
      * file is not read while the window is open
       01  WS-MAINT-SW               PIC X VALUE 'N'.
           88  MAINT-WINDOW-OPEN         VALUE 'Y'.
       01  WS-MW-EOF-SW              PIC X VALUE 'N'.
           88  MW-BROWSE-ENDED           VALUE 'Y'.
       01  WS-MAINT-NOTE.
           05  FILLER                PIC X(20)
                                     VALUE 'PLANNED MAINTENANCE '.
           05  MN-WINDOW-ID          PIC X(8).
           05  FILLER                PIC X(7) VALUE ' UNTIL '.
           05  MN-END-STAMP          PIC 9(14).
       77  WS-MW-NOW-STAMP           PIC 9(14) VALUE ZERO.
       77  WS-MW-IDX                 PIC 9 VALUE ZERO.

       77  WS-LATEST-SEQ             PIC 9(2) VALUE ZERO.
       77  WS-SEQ-PROBE              PIC 9(3) VALUE ZERO.

       01  WS-RESP-CODE              PIC S9(8) COMP.
       01  WS-RESP2-CODE             PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(581).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           COMPUTE WS-BASE-LENGTH = LENGTH OF FAPI-REQUEST
                                  + LENGTH OF FAPI-RESPONSE
           IF EIBCALEN < WS-BASE-LENGTH
               EXEC CICS RETURN
               END-EXEC
           END-IF

           IF EIBCALEN < LENGTH OF FIBAPI-COMMAREA
               MOVE EIBCALEN TO WS-CALLER-LENGTH
           ELSE
               MOVE LENGTH OF FIBAPI-COMMAREA TO WS-CALLER-LENGTH
           END-IF

           MOVE SPACES TO FIBAPI-COMMAREA
           MOVE DFHCOMMAREA(1:WS-CALLER-LENGTH)
               TO FIBAPI-COMMAREA(1:WS-CALLER-LENGTH)

           MOVE ZERO   TO FAPI-RESP-COUNT
           MOVE SPACES TO FAPI-NOTE-TEXT
           PERFORM 1000-CLEAR-RESULTS

           PERFORM 1500-CHECK-AUTHORIZATION
           PERFORM 1600-CHECK-BATCH-WINDOW
           PERFORM 1700-CHECK-MAINT-WINDOW
               THRU 1700-CHECK-MAINT-WINDOW-EXIT

           EVALUATE TRUE
               WHEN INQUIRY-DENIED
                   SET FAPI-RESP-DENIED TO TRUE
               WHEN MAINT-WINDOW-OPEN
                   SET FAPI-RESP-MAINT TO TRUE
                   MOVE WS-MAINT-NOTE TO FAPI-NOTE-TEXT
               WHEN FAPI-FUNC-LOOKUP
                   PERFORM 2000-LOOKUP-BY-KEY
               WHEN FAPI-FUNC-VALUE
               PERFORM 7000-LOG-ACCESS
           END-IF

           MOVE FIBAPI-COMMAREA(1:WS-CALLER-LENGTH)
               TO DFHCOMMAREA(1:WS-CALLER-LENGTH)

           EXEC CICS RETURN
           END-EXEC

           MOVE EIBTRMID TO ACL-TERMID
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACL-TIMESTAMP
           IF FAPI-VIA-WEB
               MOVE 'W' TO ACL-SOURCE
           ELSE
               MOVE 'P' TO ACL-SOURCE
           END-IF
           MOVE FAPI-FUNCTION TO ACL-FUNCTION

           EVALUATE TRUE
      * checking.
       1500-CHECK-AUTHORIZATION.
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
                   CONTINUE
           END-EVALUATE.

      * The FIBINQ batch-window check: a STARTED record for ADVFIBB
      * or FIBPURGE means the live file is being updated, and a
      * COMPLETED FIBSHADW record means a settled shadow is on file
      * to answer from instead
       1600-CHECK-BATCH-WINDOW.
           MOVE 'N' TO WS-BATCH-BUSY-SW
           MOVE 'N' TO WS-SHADOW-SW

           MOVE 'ADVFIBB ' TO RUNC-PROGRAM
           PERFORM 1650-READ-RUN-CONTROL
           IF WS-RESP-CODE = DFHRESP(NORMAL) AND RUNC-IS-STARTED
               SET BATCH-IS-BUSY TO TRUE
           END-IF

           IF NOT BATCH-IS-BUSY
               MOVE 'FIBPURGE' TO RUNC-PROGRAM
               PERFORM 1650-READ-RUN-CONTROL
               IF WS-RESP-CODE = DFHRESP(NORMAL) AND RUNC-IS-STARTED
                   SET BATCH-IS-BUSY TO TRUE
               END-IF
           END-IF

           IF BATCH-IS-BUSY
               MOVE 'FIBSHADW' TO RUNC-PROGRAM
               PERFORM 1650-READ-RUN-CONTROL
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                       AND RUNC-IS-COMPLETED
                   SET SHADOW-IN-USE TO TRUE
               END-IF
           END-IF

           IF SHADOW-IN-USE
               MOVE 'FIBHISTS' TO WS-HIST-DATASET
               MOVE 'FIBHSTVS' TO WS-HISTV-DATASET
               SET FAPI-SOURCE-SHADOW TO TRUE
               MOVE RUNC-TIMESTAMP TO FAPI-AS-OF-TIMESTAMP
           ELSE
               MOVE 'FIBHIST ' TO WS-HIST-DATASET
               MOVE 'FIBHISTV' TO WS-HISTV-DATASET
               SET FAPI-SOURCE-LIVE TO TRUE
               MOVE ZERO TO FAPI-AS-OF-TIMESTAMP
           END-IF.

       1650-READ-RUN-CONTROL.
           EXEC CICS READ
               DATASET('FIBRUNC')
               INTO(RUNC-RECORD)
               RIDFLD(RUNC-PROGRAM)
               KEYLENGTH(LENGTH OF RUNC-PROGRAM)
               RESP(WS-RESP-CODE)
           END-EXEC.

      * A planned maintenance window open now on FIBAPI, FIBHIST or
      * ALL answers response 20 instead of reading the live file.
      * While the shadow is answering the live file is not touched,
      * so the window does not apply. No FIBMWIN file, no windows.
       1700-CHECK-MAINT-WINDOW.
           MOVE 'N' TO WS-MAINT-SW
           MOVE 'N' TO WS-MW-EOF-SW
           IF SHADOW-IN-USE
               GO TO 1700-CHECK-MAINT-WINDOW-EXIT
           END-IF

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
               GO TO 1700-CHECK-MAINT-WINDOW-EXIT
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
                       PERFORM 1750-MATCH-ONE-WINDOW
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS ENDBR
               DATASET('FIBMWIN')
               RESP(WS-RESP2-CODE)
           END-EXEC

           IF MAINT-WINDOW-OPEN
               MOVE MWN-WINDOW-ID  TO MN-WINDOW-ID
               MOVE MWN-END-STAMP  TO MN-END-STAMP
           END-IF.

       1700-CHECK-MAINT-WINDOW-EXIT.
           EXIT.

       1750-MATCH-ONE-WINDOW.
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                     UNTIL WS-MW-IDX > 8
               IF MWN-PROGRAM(WS-MW-IDX) = 'FIBAPI  '
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

       1000-CLEAR-RESULTS.
           PERFORM VARYING FAPI-RESP-COUNT FROM 1 BY 1
                     UNTIL FAPI-RESP-COUNT > 15
               MOVE FAPI-TERM-INDEX TO HIST-TERM-INDEX

               EXEC CICS READ
                   DATASET(WS-HIST-DATASET)
                   INTO(HIST-RECORD)
                   RIDFLD(HIST-KEY)
                   KEYLENGTH(LENGTH OF HIST-KEY)
               END-EVALUATE
           END-IF.

      * Probe the summary keys (date, seq, 0000) upward through
      * the sequence band of each business unit the caller may act
      * for; the highest one on file is the latest run. ADVFIBB
      * assigns a unit's sequences contiguously from the bottom of
      * its band, so the first not-found ends that unit's probe
      * (READPREV after an inexact GTEQ STARTBR is not valid, and
      * a high key raises NOTFND on the newest date). Sequence 00
      * is never assigned, so a date with no run the caller may
      * see reads as not found.
       2050-FIND-LATEST-SEQ.
           MOVE ZERO TO WS-LATEST-SEQ
           MOVE 1    TO WS-UNIT-COUNT
           PERFORM 2055-PROBE-ONE-UNIT
               VARYING WS-UNIT-IDX FROM 1 BY 1
                 UNTIL WS-UNIT-IDX > WS-UNIT-COUNT.

       2055-PROBE-ONE-UNIT.
           SET UNR-BY-INDEX TO TRUE
           MOVE WS-UNIT-IDX TO UNR-INDEX
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT-COUNT TO WS-UNIT-COUNT
           IF NOT UNR-OK
               MOVE 'N' TO WS-UNIT-PERMIT-SW
           ELSE
               MOVE UNR-SEQ-LOW  TO WS-BAND-LOW
               MOVE UNR-SEQ-HIGH TO WS-BAND-HIGH
               PERFORM 2070-CHECK-UNIT-ACCESS
           END-IF
           IF UNIT-IS-PERMITTED
               MOVE 'N' TO WS-SEQ-PROBE-SW
               MOVE FAPI-RUN-DATE TO HIST-RUN-DATE
               MOVE ZERO          TO HIST-TERM-INDEX
               PERFORM 2060-PROBE-BAND
           END-IF.

       2060-PROBE-BAND.
           PERFORM VARYING WS-SEQ-PROBE FROM WS-BAND-LOW BY 1
                     UNTIL WS-SEQ-PROBE > WS-BAND-HIGH
                        OR SEQ-PROBE-DONE
               MOVE WS-SEQ-PROBE TO HIST-RUN-SEQ
               EXEC CICS READ
                   DATASET(WS-HIST-DATASET)
                   INTO(HIST-RECORD)
                   RIDFLD(HIST-KEY)
                   KEYLENGTH(LENGTH OF HIST-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   IF HIST-RUN-SEQ > WS-LATEST-SEQ
                       MOVE HIST-RUN-SEQ TO WS-LATEST-SEQ
                   END-IF
               ELSE
                   SET SEQ-PROBE-DONE TO TRUE
               END-IF
           END-PERFORM.

      * May the caller see the unit in UNR-UNIT? Every unit, when
      * FIBAUTH could not be read
       2070-CHECK-UNIT-ACCESS.
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

      * May the caller see the run HIST-RUN-SEQ names?
       2080-CHECK-RUN-UNIT.
           SET UNR-FIND-SEQ TO TRUE
           MOVE HIST-RUN-SEQ TO UNR-RUN-SEQ
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               PERFORM 2070-CHECK-UNIT-ACCESS
           ELSE
               MOVE 'N' TO WS-UNIT-PERMIT-SW
           END-IF.

       2100-FILL-RESULT-ENTRY.
           MOVE HIST-RUN-DATE
               TO FAPI-RES-RUN-DATE(FAPI-RESP-COUNT)
           COMPUTE HIST-NOTE-TERM-INDEX = 5000 + FAPI-TERM-INDEX

           EXEC CICS READ
               DATASET(WS-HIST-DATASET)
               INTO(HIST-NOTE-RECORD)
               RIDFLD(HIST-NOTE-KEY)
               KEYLENGTH(LENGTH OF HIST-NOTE-KEY)
               MOVE FAPI-FIB-VALUE TO HIST-FIB-NUMBER

               EXEC CICS STARTBR
                   DATASET(WS-HISTV-DATASET)
                   RIDFLD(HIST-FIB-NUMBER)
                   KEYLENGTH(LENGTH OF HIST-FIB-NUMBER)
                   GTEQ
                   PERFORM UNTIL BROWSE-END-REACHED
                           OR FAPI-RESP-COUNT = 15
                       EXEC CICS READNEXT
                           DATASET(WS-HISTV-DATASET)
                           INTO(HIST-RECORD)
                           RIDFLD(HIST-FIB-NUMBER)
                           KEYLENGTH(LENGTH OF HIST-FIB-NUMBER)
                       ELSE
                           IF HIST-TERM-INDEX > ZERO
                                   AND HIST-TERM-INDEX NOT > 200
                               PERFORM 2080-CHECK-RUN-UNIT
                               IF UNIT-IS-PERMITTED
                                   ADD 1 TO FAPI-RESP-COUNT
                                   PERFORM 2100-FILL-RESULT-ENTRY
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM

                   EXEC CICS ENDBR
                       DATASET(WS-HISTV-DATASET)
                       RESP(WS-RESP-CODE)
                   END-EXEC

