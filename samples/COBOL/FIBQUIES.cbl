      ******************************************************************
      * FIBQUIES posts an operator quiesce request against one of
      * the long-running batch jobs on the FIBRUNC run-control
      * file. When the online day has to start early or an outage
      * is announced the job is no longer cancelled: ADVFIBB,
      * FIBPURGE, FIBRELD and FIBSTATX each look at their own
      * FIBRUNC record at every checkpoint, and a posted request
      * makes them finish the unit in flight, write the checkpoint,
      * close their files, post QUIESCED and end RC=32. A plain
      * rerun of the same job resumes from that checkpoint.
      *
      *   QUIESCE  posts the request - the job must be running
      *            (STARTED) and must be one of the four above;
      *   CANCEL   withdraws a request the job has not yet acted on.
      *
      * The submitter needs the run permission (OPERATOR role),
      * resolved by FIBROLR from the FIBAUTH roles. The job runs
      * from the batch queue, so a request can be posted while the
      * online region is down.
      *
      * SYSIN card layout:
      *   COLS  1-8   VERB: QUIESCE, CANCEL
      *   COLS 10-17  PROGRAM NAME AS POSTED ON FIBRUNC
      *
      * RC=4 on rejected cards; RC=8 when FIBRUNC cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBQUIES.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - OPERATOR QUIESCE REQUESTS
      *                 POSTED ON FIBRUNC FOR THE LONG BATCH JOBS
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
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
           SELECT AUTHORIZATION-FILE ASSIGN TO "FIBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-PROGRAM          PIC X(8).
           05  FILLER                 PIC X(63).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-AUTH-FILE-STATUS    PIC XX VALUE SPACES.
               88  AUTH-FILE-OK            VALUE '00'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-OPERATOR-OK-SW      PIC X VALUE 'N'.
               88  OPERATOR-IS-AUTHORIZED VALUE 'Y'.
           05  WS-AUTH-CHECKED-SW     PIC X VALUE 'N'.
               88  AUTHORITY-CHECKED      VALUE 'Y'.

      * The jobs that look for a quiesce request at their
      * checkpoints - a request against any other program would
      * never be acted on
       01  QUIESCE-CAPABLE-VALUES.
           05  FILLER                 PIC X(8) VALUE 'ADVFIBB '.
           05  FILLER                 PIC X(8) VALUE 'FIBPURGE'.
           05  FILLER                 PIC X(8) VALUE 'FIBRELD '.
           05  FILLER                 PIC X(8) VALUE 'FIBSTATX'.
       01  QUIESCE-CAPABLE-TABLE REDEFINES QUIESCE-CAPABLE-VALUES.
           05  QC-PROGRAM             PIC X(8) OCCURS 4 TIMES.

       77  WS-QC-IDX                  PIC 9 VALUE ZERO.
       77  WS-QC-FOUND-SW             PIC X VALUE 'N'.
       77  WS-POSTED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-CANCELLED-COUNT         PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-PROCESS-REQUEST-DECK
               THRU 100-PROCESS-REQUEST-DECK-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBQUIES - OPERATOR QUIESCE REQUESTS'
           DISPLAY '======================================='
           DISPLAY 'OPERATOR: ' WS-USERID.

      * FIBRUNC is never created here: with no run-control file
      * nothing can be running to quiesce
       100-PROCESS-REQUEST-DECK.
           OPEN I-O RUN-CONTROL-FILE
           IF NOT RUNC-FILE-OK
               DISPLAY 'ERROR: FIBRUNC NOT AVAILABLE - STATUS '
                   WS-RUNC-FILE-STATUS ' - DECK NOT PROCESSED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-PROCESS-REQUEST-DECK-EXIT
           END-IF

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO REQUEST DECK SUPPLIED'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL CARD-EOF-REACHED
                   READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                       AT END
                           SET CARD-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 110-PROCESS-ONE-CARD
                               THRU 110-PROCESS-EXIT
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF

           CLOSE RUN-CONTROL-FILE.

       100-PROCESS-REQUEST-DECK-EXIT.
           EXIT.

       110-PROCESS-ONE-CARD.
           IF WS-CC-VERB = SPACES OR WS-CC-VERB(1:1) = '*'
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-USERID = SPACES
               DISPLAY 'REJECTED: NO USERID IN THE PARM'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-CC-VERB NOT = 'QUIESCE ' AND 'CANCEL  '
               DISPLAY 'REJECTED: VERB <' WS-CC-VERB
                   '> IS NOT QUIESCE OR CANCEL'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           MOVE 'N' TO WS-QC-FOUND-SW
           PERFORM VARYING WS-QC-IDX FROM 1 BY 1
                     UNTIL WS-QC-IDX > 4
               IF QC-PROGRAM(WS-QC-IDX) = WS-CC-PROGRAM
                   MOVE 'Y' TO WS-QC-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-QC-FOUND-SW NOT = 'Y'
               DISPLAY 'REJECTED: ' WS-CC-PROGRAM ' DOES NOT '
                   'HONOR A QUIESCE REQUEST'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           PERFORM 200-CHECK-OPERATOR-AUTHORITY
               THRU 200-CHECK-OPERATOR-AUTHORITY-EXIT
           IF NOT OPERATOR-IS-AUTHORIZED
               DISPLAY 'REJECTED: USERID ' WS-USERID ' DOES NOT '
                   'HOLD THE RUN PERMISSION'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           MOVE WS-CC-PROGRAM TO RUNC-PROGRAM
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: ' WS-CC-PROGRAM ' HAS NEVER '
                       'POSTED TO FIBRUNC'
                   PERFORM 180-REJECT-CARD
                   GO TO 110-PROCESS-EXIT
           END-READ

           IF WS-CC-VERB = 'QUIESCE '
               PERFORM 120-POST-QUIESCE
                   THRU 120-POST-QUIESCE-EXIT
           ELSE
               PERFORM 130-CANCEL-QUIESCE
                   THRU 130-CANCEL-QUIESCE-EXIT
           END-IF.

       110-PROCESS-EXIT.
           EXIT.

      * Only a running job can be quiesced; a finished or failed
      * one has nothing to stop, and the job clears the request
      * itself when it next posts STARTED
       120-POST-QUIESCE.
           IF NOT RUNC-IS-STARTED
               DISPLAY 'REJECTED: ' RUNC-PROGRAM ' IS NOT RUNNING '
                   '(STATUS ' RUNC-STATUS ')'
               PERFORM 180-REJECT-CARD
               GO TO 120-POST-QUIESCE-EXIT
           END-IF

           IF RUNC-QUIESCE-REQUESTED
               DISPLAY 'REJECTED: QUIESCE OF ' RUNC-PROGRAM
                   ' ALREADY REQUESTED BY ' RUNC-QUIESCE-USERID
                   ' AT ' RUNC-QUIESCE-STAMP
               PERFORM 180-REJECT-CARD
               GO TO 120-POST-QUIESCE-EXIT
           END-IF

           SET RUNC-QUIESCE-REQUESTED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUNC-QUIESCE-STAMP
           MOVE WS-USERID TO RUNC-QUIESCE-USERID
           REWRITE RUNC-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: FIBRUNC REWRITE FAILED - '
                       'STATUS ' WS-RUNC-FILE-STATUS
                   PERFORM 180-REJECT-CARD
                   GO TO 120-POST-QUIESCE-EXIT
           END-REWRITE

           ADD 1 TO WS-POSTED-COUNT
           DISPLAY 'POSTED: QUIESCE OF ' RUNC-PROGRAM
               ' (STARTED ' RUNC-TIMESTAMP ') - IT STOPS AT ITS '
               'NEXT CHECKPOINT'
           DISPLAY 'FIBQUIES: QUIESCE OF ' RUNC-PROGRAM
               ' REQUESTED BY ' WS-USERID UPON CONSOLE.

       120-POST-QUIESCE-EXIT.
           EXIT.

       130-CANCEL-QUIESCE.
           IF NOT RUNC-QUIESCE-REQUESTED OR NOT RUNC-IS-STARTED
               DISPLAY 'REJECTED: NO OPEN QUIESCE REQUEST FOR '
                   RUNC-PROGRAM ' (STATUS ' RUNC-STATUS ')'
               PERFORM 180-REJECT-CARD
               GO TO 130-CANCEL-QUIESCE-EXIT
           END-IF

           INITIALIZE RUNC-QUIESCE-REQUEST
           REWRITE RUNC-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: FIBRUNC REWRITE FAILED - '
                       'STATUS ' WS-RUNC-FILE-STATUS
                   PERFORM 180-REJECT-CARD
                   GO TO 130-CANCEL-QUIESCE-EXIT
           END-REWRITE

           ADD 1 TO WS-CANCELLED-COUNT
           DISPLAY 'CANCELLED: QUIESCE OF ' RUNC-PROGRAM
               ' - IT RUNS TO COMPLETION'.

       130-CANCEL-QUIESCE-EXIT.
           EXIT.

       180-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED CARD: <' WS-CONTROL-CARD '>'.

      * The operator's FIBAUTH roles resolved through FIBROLR once
      * per deck. An absent FIBAUTH dataset disables the check with
      * a warning, as everywhere else (QA regions run without one).
       200-CHECK-OPERATOR-AUTHORITY.
           IF AUTHORITY-CHECKED
               GO TO 200-CHECK-OPERATOR-AUTHORITY-EXIT
           END-IF
           SET AUTHORITY-CHECKED TO TRUE

           OPEN INPUT AUTHORIZATION-FILE
           IF NOT AUTH-FILE-OK
               DISPLAY 'WARNING: FIBAUTH NOT AVAILABLE - STATUS '
                   WS-AUTH-FILE-STATUS
                   ' - AUTHORIZATION NOT ENFORCED'
               SET OPERATOR-IS-AUTHORIZED TO TRUE
           ELSE
               MOVE WS-USERID TO AUTH-USERID
               READ AUTHORIZATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RLR-RESOLVE TO TRUE
                       MOVE AUTH-ROLES TO RLR-ROLES
                       CALL 'FIBROLR' USING FIBROLR-PARMS
                       IF RLR-RUN-FLAG = 'Y'
                           SET OPERATOR-IS-AUTHORIZED TO TRUE
                       END-IF
               END-READ
               CLOSE AUTHORIZATION-FILE
           END-IF.

       200-CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'QUIESCE REQUESTS POSTED:    ' WS-POSTED-COUNT
           DISPLAY 'QUIESCE REQUESTS CANCELLED: ' WS-CANCELLED-COUNT
           DISPLAY 'CARDS REJECTED:             ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBQUIES COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
