      ******************************************************************
      * FIBMWRPT is the post-maintenance-window report. While a
      * FIBMWIN window is open the suite logs instead of acting:
      * alerts are written to FIBMWSUP rather than paged, FIBSCHED
      * holds the steps the window affects and FIBASCAN sets aside
      * the findings it would otherwise raise. Once the window has
      * closed this job lists, window by window, everything that was
      * suppressed and held so the operator can confirm none of it
      * was a real problem hiding behind the planned work:
      *
      *   alerts not paged       one line each, as they were raised,
      *   steps held             one line per step - first and last
      *                          pass held and the number of passes,
      *   findings set aside     one line each.
      *
      * With no PARM every closed window not yet reported is listed
      * and marked reported on FIBMWIN. PARM is a window id to list
      * that window alone; an open window is listed so far but not
      * marked. RC=0 normally, RC=4 when there was nothing to report,
      * RC=8 when FIBMWIN cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBMWRPT.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ALERTS SUPPRESSED, STEPS
      *                 HELD AND FINDINGS SET ASIDE BY WINDOW
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-WINDOW-FILE ASSIGN TO "FIBMWIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWN-WINDOW-ID
               FILE STATUS IS WS-MWIN-FILE-STATUS.
           SELECT MAINT-SUPPRESS-FILE ASSIGN TO "FIBMWSUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MWSUP-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-WINDOW-FILE.
           COPY FIBMWINC.

       FD  MAINT-SUPPRESS-FILE
           RECORDING MODE IS F.
           COPY FIBMWSPC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-MWIN-FILE-STATUS    PIC XX VALUE SPACES.
               88  MWIN-FILE-OK            VALUE '00'.
           05  WS-MWSUP-FILE-STATUS   PIC XX VALUE SPACES.
               88  MWSUP-FILE-OK           VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-MWIN-EOF-SW         PIC X VALUE 'N'.
               88  MWIN-EOF-REACHED       VALUE 'Y'.
           05  WS-MWSUP-EOF-SW        PIC X VALUE 'N'.
               88  MWSUP-EOF-REACHED      VALUE 'Y'.
           05  WS-HELD-FOUND-SW       PIC X VALUE 'N'.
               88  HELD-STEP-FOUND        VALUE 'Y'.

      * The windows selected for this run
       01  REPORT-WINDOW-TABLE.
           05  WS-RPT-COUNT           PIC 9(3) VALUE ZERO.
           05  RPT-ENTRY OCCURS 50 TIMES.
               10  RPT-WINDOW-ID      PIC X(8).
               10  RPT-CLOSED-SW      PIC X.
                   88  RPT-WINDOW-CLOSED  VALUE 'Y'.

      * Steps held during the window being reported, one entry a
      * step however many FIBSCHED passes held it
       01  HELD-STEP-TABLE.
           05  WS-HELD-COUNT          PIC 9(3) VALUE ZERO.
           05  HELD-ENTRY OCCURS 40 TIMES.
               10  HELD-PROGRAM       PIC X(8).
               10  HELD-FIRST-STAMP   PIC 9(14).
               10  HELD-LAST-STAMP    PIC 9(14).
               10  HELD-PASSES        PIC 9(5).

       01  WS-WINDOW-TOTALS.
           05  WS-ALERT-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-HOLD-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-FINDING-COUNT       PIC 9(5) VALUE ZERO.

       77  WS-RPT-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-HELD-IDX                PIC 9(3) VALUE ZERO.
       77  WS-PGM-IDX                 PIC 9 VALUE ZERO.
       77  WS-PARM-WINDOW-ID          PIC X(8) VALUE SPACES.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-MARKED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-PRINT-LINE              PIC X(133) VALUE SPACES.
       77  WS-NAME-LIST               PIC X(80) VALUE SPACES.
       77  WS-NAME-PTR                PIC 9(3) VALUE ZERO.
       77  WS-PASSES-EDIT             PIC ZZZZ9.
       77  WS-COUNT-EDIT              PIC ZZZZ9.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-WINDOW-ID         PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-SELECT-WINDOWS THRU 100-SELECT-WINDOWS-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 200-REPORT-ONE-WINDOW
                   THRU 200-REPORT-ONE-WINDOW-EXIT
                   VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-COUNT
               PERFORM 500-MARK-WINDOWS-REPORTED
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           IF PARM-LENGTH > ZERO
               MOVE PARM-WINDOW-ID TO WS-PARM-WINDOW-ID
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FIBMWRPT - PLANNED MAINTENANCE WINDOW REPORT   '
                  DELIMITED BY SIZE
                  'RUN ' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE ALL '=' TO WS-PRINT-LINE(1:78)
           PERFORM 800-PRINT-ONE-LINE.

      * Closed windows not yet reported, or the one named in the PARM
       100-SELECT-WINDOWS.
           OPEN I-O MAINT-WINDOW-FILE
           IF NOT MWIN-FILE-OK
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR: FIBMWIN NOT AVAILABLE - STATUS '
                      DELIMITED BY SIZE
                      WS-MWIN-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-SELECT-WINDOWS-EXIT
           END-IF

           PERFORM UNTIL MWIN-EOF-REACHED
               READ MAINT-WINDOW-FILE NEXT RECORD
                   AT END
                       SET MWIN-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 110-SELECT-ONE-WINDOW
               END-READ
           END-PERFORM

           IF WS-RPT-COUNT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-PARM-WINDOW-ID NOT = SPACES
                   STRING 'NO WINDOW ' DELIMITED BY SIZE
                          WS-PARM-WINDOW-ID DELIMITED BY SIZE
                          ' ON FIBMWIN' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   MOVE 'NO CLOSED WINDOW IS WAITING TO BE REPORTED'
                       TO WS-PRINT-LINE
               END-IF
               PERFORM 800-PRINT-ONE-LINE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       100-SELECT-WINDOWS-EXIT.
           EXIT.

       110-SELECT-ONE-WINDOW.
           IF WS-RPT-COUNT = 50
               DISPLAY 'WARNING: MORE THAN 50 WINDOWS TO REPORT - '
                   MWN-WINDOW-ID ' LEFT FOR THE NEXT RUN'
           ELSE
               IF WS-PARM-WINDOW-ID NOT = SPACES
                   IF MWN-WINDOW-ID = WS-PARM-WINDOW-ID
                       PERFORM 120-ADD-REPORT-WINDOW
                   END-IF
               ELSE
                   IF MWN-END-STAMP NOT > WS-NOW-STAMP
                           AND NOT MWN-REPORTED
                       PERFORM 120-ADD-REPORT-WINDOW
                   END-IF
               END-IF
           END-IF.

       120-ADD-REPORT-WINDOW.
           ADD 1 TO WS-RPT-COUNT
           MOVE MWN-WINDOW-ID TO RPT-WINDOW-ID(WS-RPT-COUNT)
           IF MWN-END-STAMP NOT > WS-NOW-STAMP
               MOVE 'Y' TO RPT-CLOSED-SW(WS-RPT-COUNT)
           ELSE
               MOVE 'N' TO RPT-CLOSED-SW(WS-RPT-COUNT)
           END-IF.

      * One window: its definition, then a pass of FIBMWSUP for
      * what was logged against it
       200-REPORT-ONE-WINDOW.
           MOVE RPT-WINDOW-ID(WS-RPT-IDX) TO MWN-WINDOW-ID
           READ MAINT-WINDOW-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT MWIN-FILE-OK
               GO TO 200-REPORT-ONE-WINDOW-EXIT
           END-IF

           PERFORM 210-PRINT-WINDOW-HEADING

           INITIALIZE WS-WINDOW-TOTALS
           MOVE ZERO TO WS-HELD-COUNT
           MOVE 'N' TO WS-MWSUP-EOF-SW

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE '  ALERTS LOGGED BUT NOT PAGED' TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           OPEN INPUT MAINT-SUPPRESS-FILE
           IF MWSUP-FILE-OK
               PERFORM UNTIL MWSUP-EOF-REACHED
                   READ MAINT-SUPPRESS-FILE
                       AT END
                           SET MWSUP-EOF-REACHED TO TRUE
                       NOT AT END
                           IF MWS-WINDOW-ID = MWN-WINDOW-ID
                               PERFORM 300-TAKE-ONE-SUPPRESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-SUPPRESS-FILE
           END-IF

           IF WS-ALERT-COUNT = ZERO
               MOVE '    NONE' TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
           END-IF

           PERFORM 400-PRINT-HELD-STEPS
           PERFORM 420-PRINT-FINDINGS THRU 420-PRINT-FINDINGS-EXIT
           PERFORM 440-PRINT-WINDOW-TOTALS.

       200-REPORT-ONE-WINDOW-EXIT.
           EXIT.

       210-PRINT-WINDOW-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'WINDOW ' DELIMITED BY SIZE
                  MWN-WINDOW-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  MWN-REASON DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING '  FROM ' DELIMITED BY SIZE
                  MWN-START-STAMP DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  MWN-END-STAMP DELIMITED BY SIZE
                  '  ENTERED BY ' DELIMITED BY SIZE
                  MWN-USERID DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           IF NOT RPT-WINDOW-CLOSED(WS-RPT-IDX)
               MOVE '(STILL OPEN)' TO WS-PRINT-LINE(66:12)
           END-IF
           PERFORM 800-PRINT-ONE-LINE

           MOVE SPACES TO WS-NAME-LIST
           MOVE 1 TO WS-NAME-PTR
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                     UNTIL WS-PGM-IDX > 8
               IF MWN-PROGRAM(WS-PGM-IDX) NOT = SPACES
                   STRING MWN-PROGRAM(WS-PGM-IDX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                       INTO WS-NAME-LIST WITH POINTER WS-NAME-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  PROGRAMS: ' DELIMITED BY SIZE
                  WS-NAME-LIST DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE

           MOVE SPACES TO WS-NAME-LIST
           MOVE 1 TO WS-NAME-PTR
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                     UNTIL WS-PGM-IDX > 4
               IF MWN-DATASET(WS-PGM-IDX) NOT = SPACES
                   STRING MWN-DATASET(WS-PGM-IDX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                       INTO WS-NAME-LIST WITH POINTER WS-NAME-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  DATASETS: ' DELIMITED BY SIZE
                  WS-NAME-LIST DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE.

      * Alerts print as they are read; holds are gathered by step
      * and findings counted here and printed from a second look
      * (420) so each kind stays together on the report
       300-TAKE-ONE-SUPPRESSION.
           EVALUATE TRUE
               WHEN MWS-ALERT-SUPPRESSED
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '    ' DELIMITED BY SIZE
                          MWS-TIMESTAMP DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          MWS-PROGRAM DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          MWS-SEVERITY DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          MWS-MSG-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          MWS-TEXT DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 800-PRINT-ONE-LINE
               WHEN MWS-STEP-HELD
                   ADD 1 TO WS-HOLD-COUNT
                   PERFORM 310-COUNT-HELD-STEP
               WHEN MWS-FINDING-SET-ASIDE
                   ADD 1 TO WS-FINDING-COUNT
           END-EVALUATE.

       310-COUNT-HELD-STEP.
           MOVE 'N' TO WS-HELD-FOUND-SW
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                     UNTIL WS-HELD-IDX > WS-HELD-COUNT
                           OR HELD-STEP-FOUND
               IF HELD-PROGRAM(WS-HELD-IDX) = MWS-PROGRAM
                   SET HELD-STEP-FOUND TO TRUE
                   MOVE MWS-TIMESTAMP TO HELD-LAST-STAMP(WS-HELD-IDX)
                   ADD 1 TO HELD-PASSES(WS-HELD-IDX)
               END-IF
           END-PERFORM

           IF NOT HELD-STEP-FOUND AND WS-HELD-COUNT < 40
               ADD 1 TO WS-HELD-COUNT
               MOVE MWS-PROGRAM   TO HELD-PROGRAM(WS-HELD-COUNT)
               MOVE MWS-TIMESTAMP TO HELD-FIRST-STAMP(WS-HELD-COUNT)
               MOVE MWS-TIMESTAMP TO HELD-LAST-STAMP(WS-HELD-COUNT)
               MOVE 1             TO HELD-PASSES(WS-HELD-COUNT)
           END-IF.

       400-PRINT-HELD-STEPS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE '  STEPS HELD BY FIBSCHED' TO WS-PRINT-LINE(1:24)
           MOVE 'FIRST HELD' TO WS-PRINT-LINE(31:10)
           MOVE 'LAST HELD'  TO WS-PRINT-LINE(46:9)
           MOVE 'PASSES'     TO WS-PRINT-LINE(61:6)
           PERFORM 800-PRINT-ONE-LINE

           IF WS-HELD-COUNT = ZERO
               MOVE '    NONE' TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
           END-IF

           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                     UNTIL WS-HELD-IDX > WS-HELD-COUNT
               MOVE HELD-PASSES(WS-HELD-IDX) TO WS-PASSES-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE HELD-PROGRAM(WS-HELD-IDX)
                   TO WS-PRINT-LINE(5:8)
               MOVE HELD-FIRST-STAMP(WS-HELD-IDX)
                   TO WS-PRINT-LINE(31:14)
               MOVE HELD-LAST-STAMP(WS-HELD-IDX)
                   TO WS-PRINT-LINE(46:14)
               MOVE WS-PASSES-EDIT TO WS-PRINT-LINE(62:5)
               PERFORM 800-PRINT-ONE-LINE
           END-PERFORM.

       420-PRINT-FINDINGS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE '  SECURITY FINDINGS SET ASIDE (FIBASCAN)'
               TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           IF WS-FINDING-COUNT = ZERO
               MOVE '    NONE' TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
               GO TO 420-PRINT-FINDINGS-EXIT
           END-IF

           MOVE 'N' TO WS-MWSUP-EOF-SW
           OPEN INPUT MAINT-SUPPRESS-FILE
           IF NOT MWSUP-FILE-OK
               GO TO 420-PRINT-FINDINGS-EXIT
           END-IF
           PERFORM UNTIL MWSUP-EOF-REACHED
               READ MAINT-SUPPRESS-FILE
                   AT END
                       SET MWSUP-EOF-REACHED TO TRUE
                   NOT AT END
                       IF MWS-WINDOW-ID = MWN-WINDOW-ID
                               AND MWS-FINDING-SET-ASIDE
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING '    ' DELIMITED BY SIZE
                                  MWS-TIMESTAMP DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  MWS-PROGRAM DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  MWS-MSG-ID DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  MWS-TEXT DELIMITED BY SIZE
                               INTO WS-PRINT-LINE
                           END-STRING
                           PERFORM 800-PRINT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-SUPPRESS-FILE.

       420-PRINT-FINDINGS-EXIT.
           EXIT.

       440-PRINT-WINDOW-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ALERT-COUNT TO WS-COUNT-EDIT
           STRING '  ALERTS NOT PAGED ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
           STRING '   STEPS HELD ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(25:40)
           END-STRING
           MOVE WS-FINDING-COUNT TO WS-COUNT-EDIT
           STRING '   FINDINGS SET ASIDE ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(44:40)
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE ALL '-' TO WS-PRINT-LINE(1:78)
           PERFORM 800-PRINT-ONE-LINE.

      * Closed windows are marked so the next run skips them; a
      * window still open stays unmarked for its final report
       500-MARK-WINDOWS-REPORTED.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                     UNTIL WS-RPT-IDX > WS-RPT-COUNT
               IF RPT-WINDOW-CLOSED(WS-RPT-IDX)
                   MOVE RPT-WINDOW-ID(WS-RPT-IDX) TO MWN-WINDOW-ID
                   READ MAINT-WINDOW-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO MWN-REPORTED-SW
                           REWRITE MAINT-WINDOW-RECORD
                               INVALID KEY
                                   DISPLAY 'WARNING: FIBMWIN REWRITE '
                                       'FAILED FOR ' MWN-WINDOW-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-MARKED-COUNT
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

       800-PRINT-ONE-LINE.
           DISPLAY WS-PRINT-LINE(1:79)
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       900-TERMINATE.
           IF WS-RETURN-CODE < 8
               CLOSE MAINT-WINDOW-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY SPACE
           DISPLAY 'WINDOWS REPORTED: ' WS-RPT-COUNT
           DISPLAY 'WINDOWS MARKED:   ' WS-MARKED-COUNT
           DISPLAY '   FIBMWRPT COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
