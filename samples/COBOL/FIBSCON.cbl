      ******************************************************************
      * FIBSCON is the online night-cycle console over FIBSCHED and
      * FIBRUNC. The 2am question - where is the chain, what is it
      * waiting on, is the running step still moving - used to mean
      * a browse of FIBRUNC, the FIBSCHED job log and the FIBDASH
      * heartbeat panel; the console puts tonight's chain on one
      * screen, one line per step in dependency-deck order, as
      * FIBSCHED last posted it to FIBCHAIN:
      *
      *   the step's FIBRUNC status and FIBSCHED's decision,
      *   each predecessor's state (DONE, FAIL, RUN, QSCD when it
      *   was quiesced at a checkpoint, BYP, MKOK, or NRUN when it
      *   has not run tonight),
      *   the time of the step's last FIBHRTBT heartbeat,
      *   the operator override entered for tonight, if any.
      *
      * An operator with the run permission on FIBAUTH can enter an
      * override for a step in the chain, with a mandatory reason:
      *
      *   H step reason  - hold: not released, successors wait
      *   R step reason  - release whatever the predecessors post,
      *                    or rerun a failed step
      *   B step reason  - bypass: never released, successors go
      *   C step reason  - mark complete without altering FIBRUNC
      *   D [step]       - display the chain (from the step given)
      *
      * Overrides are saved on FIBOVRD against tonight's cycle date
      * (the cycle starts at noon) and FIBSCHED honors them at its
      * next pass. A running or completed step cannot be
      * overridden. Every override is written to the FIBO transient
      * data queue, which drains to the FIBOVRA audit dataset that
      * FIBTURN prints the next morning.
      *
      * Input line: FUNCTION (1), blank, STEP (8), blank,
      * REASON (40).
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      * COBOL compiler.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSCON.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - NIGHT-CYCLE CONSOLE WITH
      *                 AUTHORIZED, AUDITED OPERATOR OVERRIDES
      * 10-15-2026  AG  SHOW A QUIESCED STEP (DECISION QUIESCED, QSCD AS
      *                 A PREDECESSOR)
      * 10-15-2026  AG  SHOW A STEP HELD FOR A PLANNED MAINTENANCE
      *                 WINDOW (DECISION MAINTWIN)
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CONSOLE-INPUT.
           05  WS-SI-FUNCTION        PIC X.
           05  FILLER                PIC X.
           05  WS-SI-STEP            PIC X(8).
           05  FILLER                PIC X.
           05  WS-SI-REASON          PIC X(40).

       01  WS-MESSAGES.
           05  WS-MSG-BAD-FUNCTION   PIC X(50) VALUE
               'FUNCTION MUST BE D, H, R, B OR C - REENTER'.
           05  WS-MSG-NO-STEP        PIC X(40) VALUE
               'A STEP NAME IS REQUIRED - REENTER'.
           05  WS-MSG-NO-REASON      PIC X(44) VALUE
               'A REASON IS REQUIRED FOR EVERY OVERRIDE'.
           05  WS-MSG-NOT-AUTH       PIC X(52) VALUE
               'YOUR USERID IS NOT AUTHORIZED FOR CYCLE OVERRIDES'.
           05  WS-MSG-NOT-IN-CHAIN   PIC X(40) VALUE
               'STEP IS NOT IN TONIGHT''S CHAIN'.
           05  WS-MSG-RUNNING        PIC X(44) VALUE
               'STEP IS RUNNING - IT CANNOT BE OVERRIDDEN'.
           05  WS-MSG-COMPLETED      PIC X(48) VALUE
               'STEP HAS ALREADY COMPLETED - NO OVERRIDE NEEDED'.
           05  WS-MSG-SAME-OVERRIDE  PIC X(46) VALUE
               'STEP ALREADY CARRIES THAT OVERRIDE TONIGHT'.
           05  WS-MSG-SAVED          PIC X(52) VALUE
               'OVERRIDE SAVED - FIBSCHED HONORS IT AT ITS NEXT PASS'.
           05  WS-MSG-SAVE-FAIL      PIC X(50) VALUE
               'OVERRIDE NOT SAVED - FILE ERROR, CONTACT SUPPORT'.
           05  WS-MSG-NO-CHAIN       PIC X(50) VALUE
               'NO CHAIN POSTED - FIBSCHED HAS NOT RUN A PASS YET'.
           05  WS-MSG-MORE-STEPS     PIC X(50) VALUE
               'MORE STEPS FOLLOW - ENTER D AND THE NEXT STEP'.
           05  WS-MSG-CICS-ERROR     PIC X(45) VALUE
               'FIBSCON ENCOUNTERED AN UNEXPECTED CICS ERROR'.

       01  WS-CHAIN-HEADING.
           05  FILLER                PIC X(12) VALUE 'NIGHT CYCLE '.
           05  CH-CYCLE-DATE         PIC 9(8).
           05  FILLER                PIC X(17) VALUE
                   ' - FIBSCHED PASS '.
           05  CH-PASS-DATE          PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  CH-PASS-TIME          PIC X(5).
           05  FILLER                PIC X(3) VALUE ' - '.
           05  CH-STEP-COUNT         PIC ZZ9.
           05  FILLER                PIC X(8) VALUE ' STEP(S)'.

       01  WS-CHAIN-COLUMNS.
           05  FILLER                PIC X(40) VALUE
               'STEP     STATUS    DECISION O PREDECESSO'.
           05  FILLER                PIC X(40) VALUE
               'RS                              HRTBT'.

       01  WS-STEP-LINE.
           05  SL-STEP               PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-STATUS             PIC X(9).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-DECISION           PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-OVERRIDE           PIC X.
           05  FILLER                PIC X VALUE SPACE.
           05  SL-PRED OCCURS 3 TIMES.
               10  SL-PRED-NAME      PIC X(8).
               10  SL-PRED-EQUALS    PIC X.
               10  SL-PRED-STATE     PIC X(4).
               10  FILLER            PIC X.
           05  SL-HEARTBEAT          PIC X(5).

      * The reply screen: up to 22 lines of 80 sent in one SEND TEXT
       01  WS-REPLY-AREA.
           05  WS-REPLY-LINE OCCURS 22 TIMES
                                     PIC X(80).

       01  WS-DATE-WORK.
           05  WS-CYCLE-DATE         PIC 9(8).
           05  WS-CYCLE-INTEGER      PIC 9(8).
           05  WS-NOW-STAMP          PIC 9(14).
           05  WS-NOW-PARTS REDEFINES WS-NOW-STAMP.
               10  WS-NOW-DATE       PIC 9(8).
               10  WS-NOW-HOUR       PIC 99.
               10  FILLER            PIC 9(4).

       77  WS-USERID                 PIC X(8) VALUE SPACES.
       77  WS-REPLY-COUNT            PIC 9(2) VALUE ZERO.
       77  WS-SEND-LENGTH            PIC S9(4) COMP VALUE ZERO.
       77  WS-STEP-SEQ               PIC 9(3) VALUE ZERO.
       77  WS-FIRST-SEQ              PIC 9(3) VALUE ZERO.
       77  WS-STEP-COUNT             PIC 9(3) VALUE ZERO.
       77  WS-PRED-IDX               PIC 9 VALUE ZERO.
       77  WS-CURRENT-STATUS         PIC X(9) VALUE SPACES.
       77  WS-CURRENT-DECISION       PIC X VALUE SPACE.
       77  WS-CURRENT-OVERRIDE       PIC X VALUE SPACE.
       77  WS-AUTH-DENIED-SW         PIC X VALUE 'N'.
           88  OVERRIDE-DENIED           VALUE 'Y'.
       77  WS-STEP-FOUND-SW          PIC X VALUE 'N'.
           88  STEP-IS-IN-CHAIN          VALUE 'Y'.
       77  WS-COMMAREA-BYTE          PIC X VALUE SPACE.

      * Chain status FIBSCHED posts on every pass
           COPY FIBCHNC.

      * Operator override record - also the FIBO audit record
           COPY FIBOVRC.

      * Run-control record keyed by program name
           COPY FIBRUNC.

      * Progress heartbeat keyed by program name
           COPY FIBHRTBC.

      * Authorization record keyed by userid
           COPY FIBAUTH.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

       01  WS-RESP-CODE              PIC S9(8) COMP.
       01  WS-RESP2-CODE             PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
               ERROR(8900-GENERAL-ERROR)
           END-EXEC

           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC

           PERFORM 6000-COMPUTE-CYCLE-DATE

           IF EIBCALEN = ZERO
               MOVE SPACES TO WS-CONSOLE-INPUT
               MOVE ZERO TO WS-REPLY-COUNT
               MOVE SPACES TO WS-REPLY-AREA
               PERFORM 5000-DISPLAY-CHAIN
                   THRU 5000-DISPLAY-CHAIN-EXIT
           ELSE
               PERFORM 2000-RECEIVE-AND-PROCESS
           END-IF

           EXEC CICS RETURN
               TRANSID('FSCN')
               COMMAREA(WS-COMMAREA-BYTE)
               LENGTH(LENGTH OF WS-COMMAREA-BYTE)
           END-EXEC

           GOBACK.

       2000-RECEIVE-AND-PROCESS.
           MOVE SPACES TO WS-CONSOLE-INPUT
           EXEC CICS RECEIVE
               INTO(WS-CONSOLE-INPUT)
               LENGTH(LENGTH OF WS-CONSOLE-INPUT)
           END-EXEC

           MOVE ZERO TO WS-REPLY-COUNT
           MOVE SPACES TO WS-REPLY-AREA

           EVALUATE WS-SI-FUNCTION
               WHEN 'D'
                   PERFORM 5000-DISPLAY-CHAIN
                       THRU 5000-DISPLAY-CHAIN-EXIT
               WHEN SPACE
                   PERFORM 5000-DISPLAY-CHAIN
                       THRU 5000-DISPLAY-CHAIN-EXIT
               WHEN 'H'
                   PERFORM 3000-ENTER-OVERRIDE
                       THRU 3000-ENTER-OVERRIDE-EXIT
               WHEN 'R'
                   PERFORM 3000-ENTER-OVERRIDE
                       THRU 3000-ENTER-OVERRIDE-EXIT
               WHEN 'B'
                   PERFORM 3000-ENTER-OVERRIDE
                       THRU 3000-ENTER-OVERRIDE-EXIT
               WHEN 'C'
                   PERFORM 3000-ENTER-OVERRIDE
                       THRU 3000-ENTER-OVERRIDE-EXIT
               WHEN OTHER
                   EXEC CICS SEND TEXT
                       FROM(WS-MSG-BAD-FUNCTION)
                       LENGTH(LENGTH OF WS-MSG-BAD-FUNCTION)
                       ERASE
                   END-EXEC
           END-EVALUATE.

      * Cycle overrides ride on the run permission - the permission
      * that already governs submitting the cycle's work.
       2100-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTH-DENIED-SW
           MOVE WS-USERID TO AUTH-USERID

           EXEC CICS READ
               DATASET('FIBAUTH')
               INTO(AUTH-RECORD)
               RIDFLD(AUTH-USERID)
               KEYLENGTH(LENGTH OF AUTH-USERID)
               RESP(WS-RESP-CODE)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   SET RLR-RESOLVE TO TRUE
                   MOVE AUTH-ROLES TO RLR-ROLES
                   CALL 'FIBROLR' USING FIBROLR-PARMS
                   IF RLR-RUN-FLAG NOT = 'Y'
                       SET OVERRIDE-DENIED TO TRUE
                   END-IF
               WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                   SET OVERRIDE-DENIED TO TRUE
               WHEN OTHER
      * FIBAUTH unavailable: authorization is not enforced
                   CONTINUE
           END-EVALUATE.

      * Edit, authorize and check the transition against the
      * step's live FIBRUNC status, then save the override and
      * audit it. The chain is redisplayed under the confirmation.
       3000-ENTER-OVERRIDE.
           IF WS-SI-STEP = SPACES
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-STEP)
                   LENGTH(LENGTH OF WS-MSG-NO-STEP)
                   ERASE
               END-EXEC
               GO TO 3000-ENTER-OVERRIDE-EXIT
           END-IF
           IF WS-SI-REASON = SPACES
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-REASON)
                   LENGTH(LENGTH OF WS-MSG-NO-REASON)
                   ERASE
               END-EXEC
               GO TO 3000-ENTER-OVERRIDE-EXIT
           END-IF

           PERFORM 2100-CHECK-AUTHORIZATION
           IF OVERRIDE-DENIED
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-AUTH)
                   LENGTH(LENGTH OF WS-MSG-NOT-AUTH)
                   ERASE
               END-EXEC
               GO TO 3000-ENTER-OVERRIDE-EXIT
           END-IF

           PERFORM 3100-FIND-CHAIN-STEP
           IF NOT STEP-IS-IN-CHAIN
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-IN-CHAIN)
                   LENGTH(LENGTH OF WS-MSG-NOT-IN-CHAIN)
                   ERASE
               END-EXEC
               GO TO 3000-ENTER-OVERRIDE-EXIT
           END-IF

           PERFORM 3200-READ-CURRENT-STATE
           IF WS-CURRENT-STATUS = 'STARTED  '
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-RUNNING)
                   LENGTH(LENGTH OF WS-MSG-RUNNING)
                   ERASE
               END-EXEC
               GO TO 3000-ENTER-OVERRIDE-EXIT
           END-IF
           IF WS-CURRENT-STATUS = 'COMPLETED'
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-COMPLETED)
                   LENGTH(LENGTH OF WS-MSG-COMPLETED)
                   ERASE
               END-EXEC
               GO TO 3000-ENTER-OVERRIDE-EXIT
           END-IF
           IF WS-CURRENT-OVERRIDE = WS-SI-FUNCTION
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-SAME-OVERRIDE)
                   LENGTH(LENGTH OF WS-MSG-SAME-OVERRIDE)
                   ERASE
               END-EXEC
               GO TO 3000-ENTER-OVERRIDE-EXIT
           END-IF

           PERFORM 3300-SAVE-OVERRIDE
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-SAVE-FAIL)
                   LENGTH(LENGTH OF WS-MSG-SAVE-FAIL)
                   ERASE
               END-EXEC
               GO TO 3000-ENTER-OVERRIDE-EXIT
           END-IF

           PERFORM 7000-WRITE-AUDIT-RECORD

           MOVE 1 TO WS-REPLY-COUNT
           MOVE WS-MSG-SAVED TO WS-REPLY-LINE(1)
           MOVE SPACES TO WS-SI-STEP
           PERFORM 5000-DISPLAY-CHAIN
               THRU 5000-DISPLAY-CHAIN-EXIT.

       3000-ENTER-OVERRIDE-EXIT.
           EXIT.

      * The step must be in the chain FIBSCHED last posted - the
      * deck itself is a batch dataset the console cannot read
       3100-FIND-CHAIN-STEP.
           MOVE 'N' TO WS-STEP-FOUND-SW
           MOVE SPACE TO WS-CURRENT-DECISION
           MOVE ZERO TO WS-STEP-COUNT
           MOVE ZERO TO CHN-SEQ
           EXEC CICS READ
               DATASET('FIBCHAIN')
               INTO(CHAIN-RECORD)
               RIDFLD(CHN-SEQ)
               KEYLENGTH(LENGTH OF CHN-SEQ)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE CHH-STEP-COUNT TO WS-STEP-COUNT
           END-IF

           PERFORM VARYING WS-STEP-SEQ FROM 1 BY 1
                     UNTIL WS-STEP-SEQ > WS-STEP-COUNT
                           OR STEP-IS-IN-CHAIN
               MOVE WS-STEP-SEQ TO CHN-SEQ
               EXEC CICS READ
                   DATASET('FIBCHAIN')
                   INTO(CHAIN-RECORD)
                   RIDFLD(CHN-SEQ)
                   KEYLENGTH(LENGTH OF CHN-SEQ)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   IF CHN-STEP = WS-SI-STEP
                       SET STEP-IS-IN-CHAIN TO TRUE
                       MOVE CHN-DECISION TO WS-CURRENT-DECISION
                   END-IF
               END-IF
           END-PERFORM.

      * The live FIBRUNC status - newer than the last FIBSCHED pass
      * - and the override already entered for tonight, if any
       3200-READ-CURRENT-STATE.
           MOVE SPACES TO WS-CURRENT-STATUS
           MOVE WS-SI-STEP TO RUNC-PROGRAM
           EXEC CICS READ
               DATASET('FIBRUNC')
               INTO(RUNC-RECORD)
               RIDFLD(RUNC-PROGRAM)
               KEYLENGTH(LENGTH OF RUNC-PROGRAM)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE RUNC-STATUS TO WS-CURRENT-STATUS
           END-IF

           MOVE WS-SI-STEP TO OVR-PROGRAM
           PERFORM 5200-READ-TONIGHTS-OVERRIDE.

      * A new override replaces the step's previous one
       3300-SAVE-OVERRIDE.
           PERFORM 3400-BUILD-OVERRIDE-RECORD

           EXEC CICS WRITE
               DATASET('FIBOVRD')
               FROM(OVERRIDE-RECORD)
               RIDFLD(OVR-PROGRAM)
               KEYLENGTH(LENGTH OF OVR-PROGRAM)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(DUPREC)
               EXEC CICS READ
                   DATASET('FIBOVRD')
                   INTO(OVERRIDE-RECORD)
                   RIDFLD(OVR-PROGRAM)
                   KEYLENGTH(LENGTH OF OVR-PROGRAM)
                   UPDATE
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   PERFORM 3400-BUILD-OVERRIDE-RECORD
                   EXEC CICS REWRITE
                       DATASET('FIBOVRD')
                       FROM(OVERRIDE-RECORD)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               END-IF
           END-IF.

       3400-BUILD-OVERRIDE-RECORD.
           MOVE SPACES TO OVERRIDE-RECORD
           MOVE WS-SI-STEP          TO OVR-PROGRAM
           MOVE WS-SI-FUNCTION      TO OVR-ACTION
           MOVE WS-CYCLE-DATE       TO OVR-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO OVR-STAMP
           MOVE WS-USERID           TO OVR-USERID
           MOVE WS-SI-REASON        TO OVR-REASON
           MOVE WS-CURRENT-STATUS   TO OVR-PRIOR-STATUS
           MOVE WS-CURRENT-DECISION TO OVR-PRIOR-DECISION.

      * The chain from FIBCHAIN, below any message already in the
      * reply area. With a step given the listing starts there;
      * steps that do not fit are left for the next display.
       5000-DISPLAY-CHAIN.
           MOVE ZERO TO CHN-SEQ
           EXEC CICS READ
               DATASET('FIBCHAIN')
               INTO(CHAIN-RECORD)
               RIDFLD(CHN-SEQ)
               KEYLENGTH(LENGTH OF CHN-SEQ)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               ADD 1 TO WS-REPLY-COUNT
               MOVE WS-MSG-NO-CHAIN TO WS-REPLY-LINE(WS-REPLY-COUNT)
               PERFORM 8000-SEND-REPLY
               GO TO 5000-DISPLAY-CHAIN-EXIT
           END-IF

           MOVE CHH-STEP-COUNT      TO WS-STEP-COUNT
           MOVE WS-CYCLE-DATE       TO CH-CYCLE-DATE
           MOVE CHH-PASS-STAMP(1:8) TO CH-PASS-DATE
           MOVE SPACES              TO CH-PASS-TIME
           STRING CHH-PASS-STAMP(9:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  CHH-PASS-STAMP(11:2) DELIMITED BY SIZE
               INTO CH-PASS-TIME
           END-STRING
           MOVE CHH-STEP-COUNT      TO CH-STEP-COUNT
           ADD 1 TO WS-REPLY-COUNT
           MOVE WS-CHAIN-HEADING TO WS-REPLY-LINE(WS-REPLY-COUNT)
           ADD 1 TO WS-REPLY-COUNT
           MOVE WS-CHAIN-COLUMNS TO WS-REPLY-LINE(WS-REPLY-COUNT)

           MOVE 1 TO WS-FIRST-SEQ
           IF WS-SI-STEP NOT = SPACES
               PERFORM 3100-FIND-CHAIN-STEP
               IF STEP-IS-IN-CHAIN
                   COMPUTE WS-FIRST-SEQ = WS-STEP-SEQ - 1
               END-IF
           END-IF

           PERFORM VARYING WS-STEP-SEQ FROM WS-FIRST-SEQ BY 1
                     UNTIL WS-STEP-SEQ > WS-STEP-COUNT
                           OR WS-REPLY-COUNT = 21
               MOVE WS-STEP-SEQ TO CHN-SEQ
               EXEC CICS READ
                   DATASET('FIBCHAIN')
                   INTO(CHAIN-RECORD)
                   RIDFLD(CHN-SEQ)
                   KEYLENGTH(LENGTH OF CHN-SEQ)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   PERFORM 5100-FORMAT-STEP-LINE
                   ADD 1 TO WS-REPLY-COUNT
                   MOVE WS-STEP-LINE
                       TO WS-REPLY-LINE(WS-REPLY-COUNT)
               END-IF
           END-PERFORM

           IF WS-STEP-SEQ NOT > WS-STEP-COUNT
               ADD 1 TO WS-REPLY-COUNT
               MOVE WS-MSG-MORE-STEPS
                   TO WS-REPLY-LINE(WS-REPLY-COUNT)
           END-IF

           PERFORM 8000-SEND-REPLY.

       5000-DISPLAY-CHAIN-EXIT.
           EXIT.

      * One chain entry: the decision as FIBSCHED posted it, each
      * predecessor's state, tonight's override and the time of
      * the step's last heartbeat
       5100-FORMAT-STEP-LINE.
           MOVE SPACES TO WS-STEP-LINE
           MOVE CHN-STEP TO SL-STEP
           IF CHN-OWN-STATUS = SPACES
               MOVE 'NOT RUN' TO SL-STATUS
           ELSE
               MOVE CHN-OWN-STATUS TO SL-STATUS
           END-IF

           EVALUATE CHN-DECISION
               WHEN 'R'
                   MOVE 'RELEASED' TO SL-DECISION
               WHEN 'H'
                   MOVE 'HELD    ' TO SL-DECISION
               WHEN 'W'
                   MOVE 'WAITING ' TO SL-DECISION
               WHEN 'F'
                   MOVE 'FAILED  ' TO SL-DECISION
               WHEN 'O'
                   MOVE 'OPR HOLD' TO SL-DECISION
               WHEN 'B'
                   MOVE 'BYPASSED' TO SL-DECISION
               WHEN 'Q'
                   MOVE 'QUIESCED' TO SL-DECISION
               WHEN 'M'
                   MOVE 'MAINTWIN' TO SL-DECISION
               WHEN OTHER
                   MOVE 'DONE    ' TO SL-DECISION
           END-EVALUATE

           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                     UNTIL WS-PRED-IDX > 3
               IF CHN-PRED-NAME(WS-PRED-IDX) NOT = SPACES
                   MOVE CHN-PRED-NAME(WS-PRED-IDX)
                       TO SL-PRED-NAME(WS-PRED-IDX)
                   MOVE '=' TO SL-PRED-EQUALS(WS-PRED-IDX)
                   EVALUATE CHN-PRED-STATUS(WS-PRED-IDX)
                       WHEN 'COMPLETED'
                           MOVE 'DONE' TO SL-PRED-STATE(WS-PRED-IDX)
                       WHEN 'FAILED   '
                           MOVE 'FAIL' TO SL-PRED-STATE(WS-PRED-IDX)
                       WHEN 'STARTED  '
                           MOVE 'RUN ' TO SL-PRED-STATE(WS-PRED-IDX)
                       WHEN 'QUIESCED '
                           MOVE 'QSCD' TO SL-PRED-STATE(WS-PRED-IDX)
                       WHEN 'BYPASSED '
                           MOVE 'BYP ' TO SL-PRED-STATE(WS-PRED-IDX)
                       WHEN 'MARKED OK'
                           MOVE 'MKOK' TO SL-PRED-STATE(WS-PRED-IDX)
                       WHEN OTHER
                           MOVE 'NRUN' TO SL-PRED-STATE(WS-PRED-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE CHN-STEP TO OVR-PROGRAM
           PERFORM 5200-READ-TONIGHTS-OVERRIDE
           MOVE WS-CURRENT-OVERRIDE TO SL-OVERRIDE

           MOVE CHN-STEP TO HRT-PROGRAM
           EXEC CICS READ
               DATASET('FIBHRTBT')
               INTO(HEARTBEAT-RECORD)
               RIDFLD(HRT-PROGRAM)
               KEYLENGTH(LENGTH OF HRT-PROGRAM)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               STRING HRT-TIMESTAMP(9:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      HRT-TIMESTAMP(11:2) DELIMITED BY SIZE
                   INTO SL-HEARTBEAT
               END-STRING
           END-IF.

      * The override on FIBOVRD for the step in OVR-PROGRAM, when
      * it was entered against tonight's cycle
       5200-READ-TONIGHTS-OVERRIDE.
           MOVE SPACE TO WS-CURRENT-OVERRIDE
           EXEC CICS READ
               DATASET('FIBOVRD')
               INTO(OVERRIDE-RECORD)
               RIDFLD(OVR-PROGRAM)
               KEYLENGTH(LENGTH OF OVR-PROGRAM)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF OVR-CYCLE-DATE = WS-CYCLE-DATE
                   MOVE OVR-ACTION TO WS-CURRENT-OVERRIDE
               END-IF
           END-IF.

      * The night cycle starts at noon: before noon it is still
      * the cycle of the previous day - the FIBSCHED rule
       6000-COMPUTE-CYCLE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           COMPUTE WS-CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
           IF WS-NOW-HOUR < 12
               SUBTRACT 1 FROM WS-CYCLE-INTEGER
           END-IF
           COMPUTE WS-CYCLE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CYCLE-INTEGER).

      * The saved override is the audit image - who, when, which
      * cycle, why, and what the step stood at when it was entered
       7000-WRITE-AUDIT-RECORD.
           EXEC CICS WRITEQ TD
               QUEUE('FIBO')
               FROM(OVERRIDE-RECORD)
               LENGTH(LENGTH OF OVERRIDE-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC.

       8000-SEND-REPLY.
           COMPUTE WS-SEND-LENGTH = WS-REPLY-COUNT * 80

           EXEC CICS SEND TEXT
               FROM(WS-REPLY-AREA)
               LENGTH(WS-SEND-LENGTH)
               ERASE
           END-EXEC.

       8900-GENERAL-ERROR.
           MOVE EIBRESP  TO WS-RESP-CODE
           MOVE EIBRESP2 TO WS-RESP2-CODE

           EXEC CICS SEND TEXT
               FROM(WS-MSG-CICS-ERROR)
               LENGTH(LENGTH OF WS-MSG-CICS-ERROR)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
