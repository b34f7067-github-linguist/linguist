      *   SEVERITY 3  after-hours inquiries (before 07:00 or after
      *               19:00).
      *
      * An access made while a planned maintenance window on FIBMWIN
      * covered the program that served it (FIBINQ, FIBCHGH or
      * FIBAPI) or FIBHIST - a DR drill or a CICS upgrade test - is
      * set aside rather than screened: it is left out of every
      * figure above, listed on its own after the alert page, and
      * logged to FIBMWSUP for the FIBMWRPT post-window report. It
      * does not raise the return code.
      *
      * The alert page prints severity-ranked for the security
      * officer. SYSIN card: screen date YYYYMMDD in columns 1-8,
      * default the day before the run. RC=4 when anything is
      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - DAILY SEVERITY-RANKED
      *                 ANOMALY SCREEN OVER THE ACCESS LOG
      * 10-15-2026  AG  SET ASIDE ACCESSES MADE INSIDE A PLANNED
      *                 MAINTENANCE WINDOW AND LOG THE FINDINGS THEY
      *                 WOULD HAVE RAISED TO FIBMWSUP
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  PERFORM THE MAINTENANCE-WINDOW CHECK THRU ITS
      *                 EXIT
      ******************************************************************

       ENVIRONMENT DIVISION.
               88  ACLOG-EOF-REACHED      VALUE 'Y'.
           05  WS-CONTROL-REC-SW      PIC X VALUE 'N'.
               88  CONTROL-RECORD-SEEN    VALUE 'Y'.
           05  WS-SET-ASIDE-SW        PIC X VALUE 'N'.
               88  ACCESS-SET-ASIDE       VALUE 'Y'.

      * Access-log record layout shared with the online programs
           COPY FIBACLOG.
               10  UF-NF-RUN-MAX      PIC 9(3).
               10  UF-DENIAL-COUNT    PIC 9(5).
               10  UF-AFTER-HOURS     PIC 9(5).
               10  UF-MW-COUNT        PIC 9(5).
               10  UF-MW-DENIALS      PIC 9(5).
               10  UF-MW-AFTER-HOURS  PIC 9(5).
               10  UF-MW-WINDOW-ID    PIC X(8).
               10  UF-MW-PROGRAM      PIC X(8).

      * Distinct non-screen dates seen, for the per-day baseline
       01  OTHER-DATE-TABLE.
       77  WS-ALERT-COUNT             PIC 9(5) VALUE ZERO.
       77  WS-PASS-SEVERITY           PIC 9 VALUE ZERO.
       77  WS-RECORDS-READ            PIC 9(9) VALUE ZERO.
       77  WS-SET-ASIDE-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-ACCESS-PROGRAM          PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBMWCHK maintenance-window check
           COPY FIBMWCKC.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
               THRU 100-SCAN-ACCESS-LOG-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-PRINT-ALERT-PAGE
               PERFORM 300-PRINT-SET-ASIDE
                   THRU 300-PRINT-SET-ASIDE-EXIT
           END-IF
           PERFORM 900-TERMINATE

               IF WS-USER-SLOT > ZERO
                   IF WS-REC-DATE = WS-SCREEN-DATE
                       PERFORM 130-TALLY-SCREEN-DAY
                           THRU 130-TALLY-SCREEN-DAY-EXIT
                   ELSE
                       ADD 1 TO UF-OTHER-COUNT(WS-USER-SLOT)
                       PERFORM 140-REMEMBER-OTHER-DATE
               MOVE ZERO TO UF-NF-RUN-MAX(WS-USER-SLOT)
               MOVE ZERO TO UF-DENIAL-COUNT(WS-USER-SLOT)
               MOVE ZERO TO UF-AFTER-HOURS(WS-USER-SLOT)
               MOVE ZERO TO UF-MW-COUNT(WS-USER-SLOT)
               MOVE ZERO TO UF-MW-DENIALS(WS-USER-SLOT)
               MOVE ZERO TO UF-MW-AFTER-HOURS(WS-USER-SLOT)
               MOVE SPACES TO UF-MW-WINDOW-ID(WS-USER-SLOT)
               MOVE SPACES TO UF-MW-PROGRAM(WS-USER-SLOT)
           END-IF.

       130-TALLY-SCREEN-DAY.
           PERFORM 150-CHECK-MAINT-WINDOW
               THRU 150-CHECK-MAINT-WINDOW-EXIT
           IF ACCESS-SET-ASIDE
               GO TO 130-TALLY-SCREEN-DAY-EXIT
           END-IF

           ADD 1 TO UF-DAY-COUNT(WS-USER-SLOT)

           IF ACL-RESULT = 'D'
               MOVE ZERO TO UF-NF-RUN-LEN(WS-USER-SLOT)
           END-IF.

       130-TALLY-SCREEN-DAY-EXIT.
           EXIT.

       140-REMEMBER-OTHER-DATE.
           MOVE ZERO TO WS-ODATE-SLOT
           PERFORM VARYING WS-ODATE-IDX FROM 1 BY 1
               MOVE WS-REC-DATE TO WS-OTHER-DATE(WS-ODATE-COUNT)
           END-IF.

      * The program that served the access, and FIBHIST behind it,
      * checked against the windows open at the time of the access
       150-CHECK-MAINT-WINDOW.
           MOVE 'N' TO WS-SET-ASIDE-SW
           EVALUATE TRUE
               WHEN ACL-SOURCE = 'P'
                   MOVE 'FIBAPI  ' TO WS-ACCESS-PROGRAM
               WHEN ACL-FUNCTION = 'H'
                   MOVE 'FIBCHGH ' TO WS-ACCESS-PROGRAM
               WHEN OTHER
                   MOVE 'FIBINQ  ' TO WS-ACCESS-PROGRAM
           END-EVALUATE

           INITIALIZE FIBMWCHK-PARMS
           SET MWC-CHECK TO TRUE
           MOVE WS-ACCESS-PROGRAM TO MWC-PROGRAM
           MOVE 'FIBHIST '        TO MWC-DATASET(1)
           MOVE ACL-TIMESTAMP     TO MWC-AS-OF-STAMP
           CALL 'FIBMWCHK' USING FIBMWCHK-PARMS
           IF NOT MWC-IN-WINDOW
               GO TO 150-CHECK-MAINT-WINDOW-EXIT
           END-IF

           SET ACCESS-SET-ASIDE TO TRUE
           ADD 1 TO WS-SET-ASIDE-COUNT
           ADD 1 TO UF-MW-COUNT(WS-USER-SLOT)
           MOVE MWC-WINDOW-ID     TO UF-MW-WINDOW-ID(WS-USER-SLOT)
           MOVE WS-ACCESS-PROGRAM TO UF-MW-PROGRAM(WS-USER-SLOT)
           IF ACL-RESULT = 'D'
               ADD 1 TO UF-MW-DENIALS(WS-USER-SLOT)
           END-IF
           IF WS-REC-HOUR < 7 OR WS-REC-HOUR > 19
               ADD 1 TO UF-MW-AFTER-HOURS(WS-USER-SLOT)
           END-IF.

       150-CHECK-MAINT-WINDOW-EXIT.
           EXIT.

       200-PRINT-ALERT-PAGE.
           DISPLAY SPACE
           DISPLAY '===== SECURITY ALERT PAGE - ' WS-SCREEN-DATE
           ADD 1 TO WS-ALERT-COUNT
           DISPLAY ALERT-LINE.

      * Accesses made inside a maintenance window, by userid. A
      * userid whose set-aside accesses would have been findings
      * (denials, after hours) is logged for the post-window report.
       300-PRINT-SET-ASIDE.
           IF WS-SET-ASIDE-COUNT = ZERO
               GO TO 300-PRINT-SET-ASIDE-EXIT
           END-IF

           DISPLAY SPACE
           DISPLAY '===== SET ASIDE - MAINTENANCE WINDOW ====='
           DISPLAY 'USERID   | WINDOW   | ACCESSES | DENIED | '
               'AFTER HOURS'

           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                     UNTIL WS-USER-IDX > WS-USER-COUNT
               IF UF-MW-COUNT(WS-USER-IDX) > ZERO
                   DISPLAY UF-USERID(WS-USER-IDX) ' | '
                       UF-MW-WINDOW-ID(WS-USER-IDX) ' |    '
                       UF-MW-COUNT(WS-USER-IDX) ' |  '
                       UF-MW-DENIALS(WS-USER-IDX) ' |       '
                       UF-MW-AFTER-HOURS(WS-USER-IDX)
                   IF UF-MW-DENIALS(WS-USER-IDX) > ZERO
                           OR UF-MW-AFTER-HOURS(WS-USER-IDX) > ZERO
                       PERFORM 310-LOG-SET-ASIDE
                   END-IF
               END-IF
           END-PERFORM.

       300-PRINT-SET-ASIDE-EXIT.
           EXIT.

       310-LOG-SET-ASIDE.
           INITIALIZE FIBMWCHK-PARMS
           SET MWC-LOG TO TRUE
           MOVE UF-MW-WINDOW-ID(WS-USER-IDX) TO MWC-WINDOW-ID
           MOVE UF-MW-PROGRAM(WS-USER-IDX)   TO MWC-PROGRAM
           MOVE 'F'                          TO MWC-LOG-TYPE
           MOVE SPACE                        TO MWC-LOG-SEVERITY
           MOVE SPACES                       TO MWC-LOG-MSG-ID
           STRING 'USERID ' DELIMITED BY SIZE
                  UF-USERID(WS-USER-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  UF-MW-DENIALS(WS-USER-IDX) DELIMITED BY SIZE
                  ' DENIED ' DELIMITED BY SIZE
                  UF-MW-AFTER-HOURS(WS-USER-IDX) DELIMITED BY SIZE
                  ' AFTER HOURS ON ' DELIMITED BY SIZE
                  WS-SCREEN-DATE DELIMITED BY SIZE
               INTO MWC-LOG-TEXT
           END-STRING
           CALL 'FIBMWCHK' USING FIBMWCHK-PARMS.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'LOG RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ALERTS RAISED:    ' WS-ALERT-COUNT
           DISPLAY 'SET ASIDE:        ' WS-SET-ASIDE-COUNT

           IF WS-ALERT-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBASCAN COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
