      ******************************************************************
      * FIBMWMNT maintains the FIBMWIN planned maintenance windows.
      * Before a DASD move, CICS upgrade or DR drill the operator
      * enters the window - start, end, the programs and datasets
      * it takes out and the reason - and for as long as it is open
      * FIBSCHED holds the affected steps, the alerts they raise are
      * logged to FIBMWSUP instead of paged, FIBINQ and FIBDASH
      * show a maintenance banner and FIBAPI answers response 20.
      * FIBMWRPT reports what was suppressed and held once it
      * closes.
      *
      *   ADD      opens a window definition; the PROGRAM and
      *            DATASET cards that follow it say what it affects
      *            (at least one name is required). PROGRAM ALL
      *            takes out every program.
      *   CANCEL   withdraws a window: one not yet open is deleted,
      *            an open one is closed at once (its end becomes
      *            now, so the post-window report still covers it).
      *
      * The submitter needs the run permission (OPERATOR role),
      * resolved by FIBROLR from the FIBAUTH roles.
      *
      * SYSIN card layout:
      *   ADD      COLS 10-17 WINDOW ID, 19-32 START YYYYMMDDHHMMSS,
      *            34-47 END YYYYMMDDHHMMSS, 49-80 REASON
      *   PROGRAM  COLS 10-17, 19-26, 28-35, 37-44 PROGRAM NAMES
      *   DATASET  COLS 10-17, 19-26, 28-35, 37-44 DD NAMES
      *   CANCEL   COLS 10-17 WINDOW ID
      *
      * RC=4 on rejected cards; RC=8 when FIBMWIN cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBMWMNT.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ENTER AND CANCEL PLANNED
      *                 MAINTENANCE WINDOWS ON FIBMWIN
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
           SELECT MAINT-WINDOW-FILE ASSIGN TO "FIBMWIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MWN-WINDOW-ID
               FILE STATUS IS WS-MWIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.

       FD  MAINT-WINDOW-FILE.
           COPY FIBMWINC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-WINDOW-ID        PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-START-STAMP      PIC X(14).
           05  FILLER                 PIC X.
           05  WS-CC-END-STAMP        PIC X(14).
           05  FILLER                 PIC X.
           05  WS-CC-REASON           PIC X(32).
      * PROGRAM and DATASET cards - up to four names a card
       01  WS-NAME-CARD REDEFINES WS-CONTROL-CARD.
           05  FILLER                 PIC X(9).
           05  WS-NC-ENTRY OCCURS 4 TIMES.
               10  WS-NC-NAME         PIC X(8).
               10  FILLER             PIC X.
           05  FILLER                 PIC X(35).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-AUTH-FILE-STATUS    PIC XX VALUE SPACES.
               88  AUTH-FILE-OK            VALUE '00'.
           05  WS-MWIN-FILE-STATUS    PIC XX VALUE SPACES.
               88  MWIN-FILE-OK            VALUE '00'.
               88  MWIN-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-OPERATOR-OK-SW      PIC X VALUE 'N'.
               88  OPERATOR-IS-AUTHORIZED VALUE 'Y'.
           05  WS-AUTH-CHECKED-SW     PIC X VALUE 'N'.
               88  AUTHORITY-CHECKED      VALUE 'Y'.
           05  WS-PENDING-SW          PIC X VALUE 'N'.
               88  WINDOW-PENDING         VALUE 'Y'.
           05  WS-STAMP-OK-SW         PIC X VALUE 'N'.
               88  STAMP-IS-VALID         VALUE 'Y'.

      * The window being assembled from an ADD card and the
      * PROGRAM/DATASET cards behind it
       01  WS-PENDING-WINDOW.
           05  PW-WINDOW-ID           PIC X(8).
           05  PW-START-STAMP         PIC 9(14).
           05  PW-END-STAMP           PIC 9(14).
           05  PW-PROGRAM             PIC X(8) OCCURS 8 TIMES.
           05  PW-DATASET             PIC X(8) OCCURS 4 TIMES.
           05  PW-REASON              PIC X(40).
           05  PW-PROGRAM-COUNT       PIC 9 VALUE ZERO.
           05  PW-DATASET-COUNT       PIC 9 VALUE ZERO.
           05  PW-REJECTED-SW         PIC X VALUE 'N'.
               88  PW-IS-REJECTED         VALUE 'Y'.

      * Timestamp check area
       01  WS-CHECK-STAMP             PIC X(14) VALUE SPACES.
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-STAMP.
           05  CK-YEAR                PIC 9(4).
           05  CK-MONTH               PIC 99.
           05  CK-DAY                 PIC 99.
           05  CK-HOUR                PIC 99.
           05  CK-MINUTE              PIC 99.
           05  CK-SECOND              PIC 99.

       77  WS-NC-IDX                  PIC 9 VALUE ZERO.
       77  WS-PGM-IDX                 PIC 9 VALUE ZERO.
       77  WS-ADDED-COUNT             PIC 9(5) VALUE ZERO.
       77  WS-CANCELLED-COUNT         PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
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
           PERFORM 100-PROCESS-WINDOW-DECK
               THRU 100-PROCESS-WINDOW-DECK-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBMWMNT - PLANNED MAINTENANCE WINDOWS'
           DISPLAY '======================================='
           DISPLAY 'OPERATOR: ' WS-USERID.

      * FIBMWIN is created on first use
       100-PROCESS-WINDOW-DECK.
           OPEN I-O MAINT-WINDOW-FILE
           IF MWIN-FILE-NOT-FOUND
               OPEN OUTPUT MAINT-WINDOW-FILE
               CLOSE MAINT-WINDOW-FILE
               OPEN I-O MAINT-WINDOW-FILE
           END-IF
           IF NOT MWIN-FILE-OK
               DISPLAY 'ERROR: FIBMWIN NOT AVAILABLE - STATUS '
                   WS-MWIN-FILE-STATUS ' - DECK NOT PROCESSED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-PROCESS-WINDOW-DECK-EXIT
           END-IF

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO WINDOW DECK SUPPLIED'
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
               PERFORM 200-WRITE-PENDING-WINDOW
                   THRU 200-WRITE-PENDING-WINDOW-EXIT
           END-IF

           CLOSE MAINT-WINDOW-FILE.

       100-PROCESS-WINDOW-DECK-EXIT.
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

           PERFORM 300-CHECK-OPERATOR-AUTHORITY
               THRU 300-CHECK-OPERATOR-AUTHORITY-EXIT
           IF NOT OPERATOR-IS-AUTHORIZED
               DISPLAY 'REJECTED: USERID ' WS-USERID ' DOES NOT '
                   'HOLD THE RUN PERMISSION'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           EVALUATE WS-CC-VERB
               WHEN 'ADD     '
                   PERFORM 200-WRITE-PENDING-WINDOW
                       THRU 200-WRITE-PENDING-WINDOW-EXIT
                   PERFORM 120-START-WINDOW
                       THRU 120-START-WINDOW-EXIT
               WHEN 'PROGRAM '
                   PERFORM 130-ADD-PROGRAMS
                       THRU 130-ADD-PROGRAMS-EXIT
               WHEN 'DATASET '
                   PERFORM 140-ADD-DATASETS
                       THRU 140-ADD-DATASETS-EXIT
               WHEN 'CANCEL  '
                   PERFORM 200-WRITE-PENDING-WINDOW
                       THRU 200-WRITE-PENDING-WINDOW-EXIT
                   PERFORM 150-CANCEL-WINDOW
                       THRU 150-CANCEL-WINDOW-EXIT
               WHEN OTHER
                   DISPLAY 'REJECTED: VERB <' WS-CC-VERB
                       '> IS NOT ADD, PROGRAM, DATASET OR CANCEL'
                   PERFORM 180-REJECT-CARD
           END-EVALUATE.

       110-PROCESS-EXIT.
           EXIT.

      * A rejected ADD still becomes the pending window, marked
      * rejected, so its PROGRAM and DATASET cards are not taken
      * for the window before it
       120-START-WINDOW.
           INITIALIZE WS-PENDING-WINDOW
           SET WINDOW-PENDING TO TRUE
           MOVE WS-CC-WINDOW-ID TO PW-WINDOW-ID
           MOVE WS-CC-REASON    TO PW-REASON

           IF WS-CC-WINDOW-ID = SPACES
               DISPLAY 'REJECTED: ADD WITHOUT A WINDOW ID'
               PERFORM 190-REJECT-PENDING
               GO TO 120-START-WINDOW-EXIT
           END-IF

           MOVE WS-CC-START-STAMP TO WS-CHECK-STAMP
           PERFORM 400-CHECK-STAMP
           IF NOT STAMP-IS-VALID
               DISPLAY 'REJECTED: WINDOW ' WS-CC-WINDOW-ID
                   ' START <' WS-CC-START-STAMP '> IS NOT A '
                   'YYYYMMDDHHMMSS TIME'
               PERFORM 190-REJECT-PENDING
               GO TO 120-START-WINDOW-EXIT
           END-IF
           MOVE WS-CHECK-STAMP TO PW-START-STAMP

           MOVE WS-CC-END-STAMP TO WS-CHECK-STAMP
           PERFORM 400-CHECK-STAMP
           IF NOT STAMP-IS-VALID
               DISPLAY 'REJECTED: WINDOW ' WS-CC-WINDOW-ID
                   ' END <' WS-CC-END-STAMP '> IS NOT A '
                   'YYYYMMDDHHMMSS TIME'
               PERFORM 190-REJECT-PENDING
               GO TO 120-START-WINDOW-EXIT
           END-IF
           MOVE WS-CHECK-STAMP TO PW-END-STAMP

           IF PW-END-STAMP NOT > PW-START-STAMP
               DISPLAY 'REJECTED: WINDOW ' WS-CC-WINDOW-ID
                   ' ENDS BEFORE IT STARTS'
               PERFORM 190-REJECT-PENDING
               GO TO 120-START-WINDOW-EXIT
           END-IF

           IF PW-END-STAMP NOT > WS-NOW-STAMP
               DISPLAY 'REJECTED: WINDOW ' WS-CC-WINDOW-ID
                   ' HAS ALREADY ENDED'
               PERFORM 190-REJECT-PENDING
           END-IF.

       120-START-WINDOW-EXIT.
           EXIT.

       130-ADD-PROGRAMS.
           IF NOT WINDOW-PENDING
               DISPLAY 'REJECTED: PROGRAM CARD WITHOUT AN ADD'
               PERFORM 180-REJECT-CARD
               GO TO 130-ADD-PROGRAMS-EXIT
           END-IF

           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                     UNTIL WS-NC-IDX > 4
               IF WS-NC-NAME(WS-NC-IDX) NOT = SPACES
                   IF PW-PROGRAM-COUNT < 8
                       ADD 1 TO PW-PROGRAM-COUNT
                       MOVE WS-NC-NAME(WS-NC-IDX)
                           TO PW-PROGRAM(PW-PROGRAM-COUNT)
                   ELSE
                       DISPLAY 'REJECTED: WINDOW ' PW-WINDOW-ID
                           ' - MORE THAN 8 PROGRAMS (ENTER ALL)'
                       PERFORM 190-REJECT-PENDING
                   END-IF
               END-IF
           END-PERFORM.

       130-ADD-PROGRAMS-EXIT.
           EXIT.

       140-ADD-DATASETS.
           IF NOT WINDOW-PENDING
               DISPLAY 'REJECTED: DATASET CARD WITHOUT AN ADD'
               PERFORM 180-REJECT-CARD
               GO TO 140-ADD-DATASETS-EXIT
           END-IF

           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                     UNTIL WS-NC-IDX > 4
               IF WS-NC-NAME(WS-NC-IDX) NOT = SPACES
                   IF PW-DATASET-COUNT < 4
                       ADD 1 TO PW-DATASET-COUNT
                       MOVE WS-NC-NAME(WS-NC-IDX)
                           TO PW-DATASET(PW-DATASET-COUNT)
                   ELSE
                       DISPLAY 'REJECTED: WINDOW ' PW-WINDOW-ID
                           ' - MORE THAN 4 DATASETS'
                       PERFORM 190-REJECT-PENDING
                   END-IF
               END-IF
           END-PERFORM.

       140-ADD-DATASETS-EXIT.
           EXIT.

      * A window not yet open is deleted; an open one is closed now
      * so the post-window report still runs for it
       150-CANCEL-WINDOW.
           MOVE WS-CC-WINDOW-ID TO MWN-WINDOW-ID
           READ MAINT-WINDOW-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: NO WINDOW ' WS-CC-WINDOW-ID
                       ' ON FIBMWIN'
                   PERFORM 180-REJECT-CARD
                   GO TO 150-CANCEL-WINDOW-EXIT
           END-READ

           EVALUATE TRUE
               WHEN MWN-END-STAMP NOT > WS-NOW-STAMP
                   DISPLAY 'REJECTED: WINDOW ' MWN-WINDOW-ID
                       ' ENDED AT ' MWN-END-STAMP
                   PERFORM 180-REJECT-CARD
                   GO TO 150-CANCEL-WINDOW-EXIT
               WHEN MWN-START-STAMP > WS-NOW-STAMP
                   DELETE MAINT-WINDOW-FILE
                       INVALID KEY
                           DISPLAY 'REJECTED: FIBMWIN DELETE FAILED'
                               ' - STATUS ' WS-MWIN-FILE-STATUS
                           PERFORM 180-REJECT-CARD
                           GO TO 150-CANCEL-WINDOW-EXIT
                   END-DELETE
                   DISPLAY 'CANCELLED: WINDOW ' MWN-WINDOW-ID
                       ' (NOT YET OPEN) DELETED'
               WHEN OTHER
                   MOVE WS-NOW-STAMP TO MWN-END-STAMP
                   REWRITE MAINT-WINDOW-RECORD
                       INVALID KEY
                           DISPLAY 'REJECTED: FIBMWIN REWRITE FAILED'
                               ' - STATUS ' WS-MWIN-FILE-STATUS
                           PERFORM 180-REJECT-CARD
                           GO TO 150-CANCEL-WINDOW-EXIT
                   END-REWRITE
                   DISPLAY 'CANCELLED: WINDOW ' MWN-WINDOW-ID
                       ' CLOSED AT ' WS-NOW-STAMP
                   DISPLAY 'FIBMWMNT: MAINTENANCE WINDOW '
                       MWN-WINDOW-ID ' CLOSED EARLY BY ' WS-USERID
                       UPON CONSOLE
           END-EVALUATE

           ADD 1 TO WS-CANCELLED-COUNT.

       150-CANCEL-WINDOW-EXIT.
           EXIT.

       180-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED CARD: <' WS-CONTROL-CARD '>'.

       190-REJECT-PENDING.
           IF NOT PW-IS-REJECTED
               SET PW-IS-REJECTED TO TRUE
               PERFORM 180-REJECT-CARD
           END-IF.

      * The pending window is written when the next ADD or CANCEL
      * card, or the end of the deck, shows it is complete
       200-WRITE-PENDING-WINDOW.
           IF NOT WINDOW-PENDING
               GO TO 200-WRITE-PENDING-WINDOW-EXIT
           END-IF
           MOVE 'N' TO WS-PENDING-SW

           IF PW-IS-REJECTED
               GO TO 200-WRITE-PENDING-WINDOW-EXIT
           END-IF

           IF PW-PROGRAM-COUNT = ZERO AND PW-DATASET-COUNT = ZERO
               DISPLAY 'REJECTED: WINDOW ' PW-WINDOW-ID
                   ' NAMES NO PROGRAM OR DATASET'
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 200-WRITE-PENDING-WINDOW-EXIT
           END-IF

           MOVE SPACES TO MAINT-WINDOW-RECORD
           MOVE PW-WINDOW-ID   TO MWN-WINDOW-ID
           MOVE PW-START-STAMP TO MWN-START-STAMP
           MOVE PW-END-STAMP   TO MWN-END-STAMP
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                     UNTIL WS-PGM-IDX > 8
               MOVE PW-PROGRAM(WS-PGM-IDX) TO MWN-PROGRAM(WS-PGM-IDX)
           END-PERFORM
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                     UNTIL WS-PGM-IDX > 4
               MOVE PW-DATASET(WS-PGM-IDX) TO MWN-DATASET(WS-PGM-IDX)
           END-PERFORM
           MOVE PW-REASON      TO MWN-REASON
           MOVE WS-USERID      TO MWN-USERID
           MOVE WS-NOW-STAMP   TO MWN-ENTERED-STAMP
           MOVE 'N'            TO MWN-REPORTED-SW

           WRITE MAINT-WINDOW-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: WINDOW ' PW-WINDOW-ID
                       ' IS ALREADY ON FIBMWIN'
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO 200-WRITE-PENDING-WINDOW-EXIT
           END-WRITE

           ADD 1 TO WS-ADDED-COUNT
           DISPLAY 'ADDED: WINDOW ' MWN-WINDOW-ID ' FROM '
               MWN-START-STAMP ' TO ' MWN-END-STAMP
           DISPLAY '       ' MWN-REASON
           DISPLAY 'FIBMWMNT: MAINTENANCE WINDOW ' MWN-WINDOW-ID
               ' ENTERED BY ' WS-USERID UPON CONSOLE.

       200-WRITE-PENDING-WINDOW-EXIT.
           EXIT.

      * The operator's FIBAUTH roles resolved through FIBROLR once
      * per deck. An absent FIBAUTH dataset disables the check with
      * a warning, as everywhere else (QA regions run without one).
       300-CHECK-OPERATOR-AUTHORITY.
           IF AUTHORITY-CHECKED
               GO TO 300-CHECK-OPERATOR-AUTHORITY-EXIT
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

       300-CHECK-OPERATOR-AUTHORITY-EXIT.
           EXIT.

       400-CHECK-STAMP.
           MOVE 'N' TO WS-STAMP-OK-SW
           IF WS-CHECK-STAMP IS NUMERIC
               IF CK-YEAR > 1600
                       AND CK-MONTH > ZERO AND CK-MONTH < 13
                       AND CK-DAY > ZERO AND CK-DAY < 32
                       AND CK-HOUR < 24 AND CK-MINUTE < 60
                       AND CK-SECOND < 60
                   SET STAMP-IS-VALID TO TRUE
               END-IF
           END-IF.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'WINDOWS ADDED:     ' WS-ADDED-COUNT
           DISPLAY 'WINDOWS CANCELLED: ' WS-CANCELLED-COUNT
           DISPLAY 'CARDS REJECTED:    ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBMWMNT COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
