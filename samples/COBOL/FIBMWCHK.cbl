      ******************************************************************
      * FIBMWCHK is the shared planned-maintenance-window check for
      * the batch suite. During DASD moves, CICS upgrades and DR
      * drills the alerts the suite raises are failures caused on
      * purpose; every batch program that pages an operator or
      * releases work asks this subprogram first whether the program
      * (or a dataset it uses) is inside an open window on FIBMWIN:
      *
      *   request C  - check. The windows are read from FIBMWIN on
      *                the first call and kept in working storage
      *                for the rest of the run unit, so FIBSCHED can
      *                ask once per step and FIBASCAN once per
      *                access-log record without re-reading the file.
      *   request L  - log one suppression (an alert not paged, a
      *                step held, a finding set aside) to FIBMWSUP
      *                for the FIBMWRPT post-window report.
      *
      * A missing FIBMWIN means no windows; a FIBMWSUP failure is
      * reported and swallowed - the check must never fail the job
      * asking. See the FIBMWCKC copybook for the parameters.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBMWCHK.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - OPEN MAINTENANCE-WINDOW
      *                 CHECK AND SUPPRESSION LOG FOR THE BATCH SUITE
      * 10-15-2026  AG  PERFORM THE WINDOW LOAD THRU ITS EXIT
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-WINDOW-FILE ASSIGN TO "FIBMWIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MWN-WINDOW-ID
               FILE STATUS IS WS-MWIN-FILE-STATUS.
           SELECT MAINT-SUPPRESS-FILE ASSIGN TO "FIBMWSUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MWSUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-WINDOW-FILE.
           COPY FIBMWINC.

       FD  MAINT-SUPPRESS-FILE
           RECORDING MODE IS F.
           COPY FIBMWSPC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-MWIN-FILE-STATUS    PIC XX VALUE SPACES.
               88  MWIN-FILE-OK            VALUE '00'.
           05  WS-MWSUP-FILE-STATUS   PIC XX VALUE SPACES.
               88  MWSUP-FILE-OK           VALUE '00'.
               88  MWSUP-FILE-NOT-FOUND    VALUE '35'.

       01  WS-INDICATORS.
           05  WS-LOADED-SW           PIC X VALUE 'N'.
               88  WINDOWS-LOADED         VALUE 'Y'.
           05  WS-MWIN-EOF-SW         PIC X VALUE 'N'.
               88  MWIN-EOF-REACHED       VALUE 'Y'.
           05  WS-MATCH-SW            PIC X VALUE 'N'.
               88  WINDOW-MATCHES         VALUE 'Y'.

      * The windows that can still matter - open now, yet to open,
      * or closed within the last WS-KEEP-DAYS (FIBASCAN screens
      * the previous day's accesses)
       01  WINDOW-TABLE.
           05  WS-WIN-COUNT           PIC 9(3) VALUE ZERO.
           05  WIN-ENTRY OCCURS 50 TIMES.
               10  WIN-ID             PIC X(8).
               10  WIN-START-STAMP    PIC 9(14).
               10  WIN-END-STAMP      PIC 9(14).
               10  WIN-PROGRAM        PIC X(8) OCCURS 8 TIMES.
               10  WIN-DATASET        PIC X(8) OCCURS 4 TIMES.
               10  WIN-REASON         PIC X(40).

       77  WS-WIN-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-PGM-IDX                 PIC 9 VALUE ZERO.
       77  WS-DSN-IDX                 PIC 9 VALUE ZERO.
       77  WS-CALLER-DSN-IDX          PIC 9 VALUE ZERO.
       77  WS-KEEP-DAYS               PIC 9(3) VALUE 7.
       77  WS-KEEP-FROM-STAMP         PIC 9(14) VALUE ZERO.
       77  WS-CHECK-STAMP             PIC 9(14) VALUE ZERO.
       77  WS-SKIPPED-COUNT           PIC 9(5) VALUE ZERO.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  CD-TIME                PIC 9(6).
           05  FILLER                 PIC X(7).

       LINKAGE SECTION.
           COPY FIBMWCKC.

       PROCEDURE DIVISION USING FIBMWCHK-PARMS.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN MWC-CHECK
                   IF NOT WINDOWS-LOADED
                       PERFORM 1000-LOAD-WINDOWS
                           THRU 1000-LOAD-WINDOWS-EXIT
                   END-IF
                   PERFORM 2000-CHECK-WINDOWS
               WHEN MWC-LOG
                   PERFORM 3000-LOG-SUPPRESSION
               WHEN OTHER
                   SET MWC-NOT-IN-WINDOW TO TRUE
           END-EVALUATE

           GOBACK.

       1000-LOAD-WINDOWS.
           SET WINDOWS-LOADED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           COMPUTE WS-KEEP-FROM-STAMP =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CD-DATE) - WS-KEEP-DAYS)
               * 1000000

           OPEN INPUT MAINT-WINDOW-FILE
           IF NOT MWIN-FILE-OK
               GO TO 1000-LOAD-WINDOWS-EXIT
           END-IF

           PERFORM UNTIL MWIN-EOF-REACHED
               READ MAINT-WINDOW-FILE
                   AT END
                       SET MWIN-EOF-REACHED TO TRUE
                   NOT AT END
                       IF MWN-END-STAMP NOT < WS-KEEP-FROM-STAMP
                           PERFORM 1100-KEEP-ONE-WINDOW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MAINT-WINDOW-FILE

           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY 'WARNING: FIBMWCHK WINDOW TABLE FULL - '
                   WS-SKIPPED-COUNT ' WINDOW(S) NOT CHECKED'
           END-IF.

       1000-LOAD-WINDOWS-EXIT.
           EXIT.

       1100-KEEP-ONE-WINDOW.
           IF WS-WIN-COUNT = 50
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-WIN-COUNT
               MOVE MWN-WINDOW-ID   TO WIN-ID(WS-WIN-COUNT)
               MOVE MWN-START-STAMP TO WIN-START-STAMP(WS-WIN-COUNT)
               MOVE MWN-END-STAMP   TO WIN-END-STAMP(WS-WIN-COUNT)
               PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                         UNTIL WS-PGM-IDX > 8
                   MOVE MWN-PROGRAM(WS-PGM-IDX)
                       TO WIN-PROGRAM(WS-WIN-COUNT, WS-PGM-IDX)
               END-PERFORM
               PERFORM VARYING WS-DSN-IDX FROM 1 BY 1
                         UNTIL WS-DSN-IDX > 4
                   MOVE MWN-DATASET(WS-DSN-IDX)
                       TO WIN-DATASET(WS-WIN-COUNT, WS-DSN-IDX)
               END-PERFORM
               MOVE MWN-REASON      TO WIN-REASON(WS-WIN-COUNT)
           END-IF.

      * The first window open at the check time that names the
      * program (or ALL) or one of the caller's datasets
       2000-CHECK-WINDOWS.
           SET MWC-NOT-IN-WINDOW TO TRUE
           MOVE SPACES TO MWC-WINDOW-ID
           MOVE ZERO   TO MWC-WINDOW-END
           MOVE SPACES TO MWC-WINDOW-REASON

           IF MWC-AS-OF-STAMP IS NUMERIC AND MWC-AS-OF-STAMP > ZERO
               MOVE MWC-AS-OF-STAMP TO WS-CHECK-STAMP
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHECK-STAMP
           END-IF

           PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
                     UNTIL WS-WIN-IDX > WS-WIN-COUNT
                           OR MWC-IN-WINDOW
               IF WIN-START-STAMP(WS-WIN-IDX) NOT > WS-CHECK-STAMP
                       AND WIN-END-STAMP(WS-WIN-IDX) > WS-CHECK-STAMP
                   PERFORM 2100-MATCH-ONE-WINDOW
                   IF WINDOW-MATCHES
                       SET MWC-IN-WINDOW TO TRUE
                       MOVE WIN-ID(WS-WIN-IDX) TO MWC-WINDOW-ID
                       MOVE WIN-END-STAMP(WS-WIN-IDX)
                           TO MWC-WINDOW-END
                       MOVE WIN-REASON(WS-WIN-IDX)
                           TO MWC-WINDOW-REASON
                   END-IF
               END-IF
           END-PERFORM.

       2100-MATCH-ONE-WINDOW.
           MOVE 'N' TO WS-MATCH-SW
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                     UNTIL WS-PGM-IDX > 8 OR WINDOW-MATCHES
               IF WIN-PROGRAM(WS-WIN-IDX, WS-PGM-IDX) = 'ALL     '
                   SET WINDOW-MATCHES TO TRUE
               END-IF
               IF WIN-PROGRAM(WS-WIN-IDX, WS-PGM-IDX) = MWC-PROGRAM
                       AND MWC-PROGRAM NOT = SPACES
                   SET WINDOW-MATCHES TO TRUE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DSN-IDX FROM 1 BY 1
                     UNTIL WS-DSN-IDX > 4 OR WINDOW-MATCHES
               IF WIN-DATASET(WS-WIN-IDX, WS-DSN-IDX) NOT = SPACES
                   PERFORM VARYING WS-CALLER-DSN-IDX FROM 1 BY 1
                             UNTIL WS-CALLER-DSN-IDX > 4
                       IF MWC-DATASET(WS-CALLER-DSN-IDX)
                               = WIN-DATASET(WS-WIN-IDX, WS-DSN-IDX)
                           SET WINDOW-MATCHES TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * Opened and closed per record so a suppression is on disk
      * even if the caller abends later
       3000-LOG-SUPPRESSION.
           OPEN EXTEND MAINT-SUPPRESS-FILE
           IF MWSUP-FILE-NOT-FOUND
               OPEN OUTPUT MAINT-SUPPRESS-FILE
           END-IF

           IF MWSUP-FILE-OK
               MOVE MWC-WINDOW-ID    TO MWS-WINDOW-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO MWS-TIMESTAMP
               MOVE MWC-PROGRAM      TO MWS-PROGRAM
               MOVE MWC-LOG-TYPE     TO MWS-TYPE
               MOVE MWC-LOG-SEVERITY TO MWS-SEVERITY
               MOVE MWC-LOG-MSG-ID   TO MWS-MSG-ID
               MOVE MWC-LOG-TEXT     TO MWS-TEXT
               WRITE MAINT-SUPPRESS-RECORD
               CLOSE MAINT-SUPPRESS-FILE
           ELSE
               DISPLAY 'WARNING: FIBMWSUP NOT AVAILABLE - STATUS '
                   WS-MWSUP-FILE-STATUS ' - SUPPRESSION NOT LOGGED'
           END-IF.
