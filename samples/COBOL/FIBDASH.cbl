      *     (last run date, term count, even/odd/prime percentages),
      *   - the FIBCTL control totals (cumulative sum, run count),
      *   - the latest FIBRISK record (overflow, restart, and
      *     validation flags, divisibility warnings),
      *   - the FIBMWIN planned maintenance window open now, if any,
      *     so planned failures are not chased as real ones.
      * Pressing ENTER refreshes the display.
      *
      * The batch suite writes FIBCTL and FIBRISK as QSAM datasets
      * directly: the FIBDASHC bridge job REPROs each into the
      * FIBCTLV and FIBRISKV ESDS copies after every ADVFIBB run,
      * and those copies are the FCT-defined files browsed here by
      * relative byte address. FIBHIST is the usual KSDS - or,
      * while the batch interlock is held, the FIBSHADW shadow of
      * it, marked with its as-of time on the title line.
      *
      * This is a CICS command-level program. It is translated by the
      * CICS command translator before compilation; it is not
      *                 AND FIBPURGE POST ON FIBHRTBT AT EVERY
      *                 CHECKPOINT - 60 PERCENT DONE AND HUNG NOW
      *                 LOOK DIFFERENT AT 3AM
      * 10-15-2026  AG  READ THE LATEST SUMMARY FROM THE FIBSHADW
      *                 START-OF-CYCLE SHADOW WHILE THE BATCH
      *                 INTERLOCK IS HELD, WITH ITS AS-OF TIME ON
      *                 THE TITLE LINE
      * 10-15-2026  AG  SHOW THE FIBFCST NIGHT-CYCLE FORECAST - END
      *                 TIME AGAINST THE CUTOFF AND THE CRITICAL PATH
      *                 BEHIND IT
      * 10-15-2026  AG  SHOW THE PLANNED MAINTENANCE WINDOW OPEN NOW
      *                 ON FIBMWIN
      * 10-15-2026  AG  FIBCTLV CONTROL-TOTAL IMAGE CARRIES THE BUSINESS
      *                 UNIT
      * 10-15-2026  AG  FIBRISKV READ AREA WIDENED TO THE 43-BYTE RISK
      *                 RECORD
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-CONTROL-TOTAL-RECORD.
           05  CTL-CUMULATIVE-SUM    PIC 9(18).
           05  CTL-RUN-COUNT         PIC 9(7).
           05  CTL-UNIT              PIC X(4).

       01  WS-RISK-REPORT-RECORD.
           05  RISK-RUN-DATE         PIC 9(8).
           05  RISK-CUMULATIVE-SUM   PIC 9(18).
           05  RISK-SEQ-ORDER        PIC 9.
           05  RISK-ORIGIN-FLAG      PIC X.
           05  RISK-COEFF-A          PIC 9(2).
           05  RISK-COEFF-B          PIC 9(2).

      * Raw read area for the risk browse - the file closes with a
      * trailer control record, so only records whose first byte
      * is numeric are risk data
       01  WS-RISK-READ-AREA         PIC X(43).

      * Second FIBCTLV record - the data-as-of stamp the FIBDASHC
      * bridge writes behind the control totals at refresh time
                   'FIBPURGE HEARTBEAT : '.
               10  DB-HB-PURGE       PIC X(45).
               10  FILLER            PIC X(13) VALUE SPACES.
           05  WS-DB-LINE-14.
               10  FILLER            PIC X(21) VALUE
                   'CYCLE FORECAST     : '.
               10  DB-FORECAST       PIC X(45).
               10  FILLER            PIC X(13) VALUE SPACES.
           05  WS-DB-LINE-15.
               10  FILLER            PIC X(21) VALUE
                   'CRITICAL PATH      : '.
               10  DB-CRITICAL-PATH  PIC X(52).
               10  FILLER            PIC X(6) VALUE SPACES.
           05  WS-DB-LINE-16.
               10  FILLER            PIC X(21) VALUE
                   'MAINTENANCE        : '.
               10  DB-MAINTENANCE    PIC X(52).
               10  FILLER            PIC X(6) VALUE SPACES.
           05  WS-DB-FOOTING         PIC X(79) VALUE
               'ENTER=REFRESH PF5=INQUIRY PF6=ANNOTATE (* = DATA UNA
      -        'VAILABLE)'.
               'FIBDASH ENCOUNTERED AN UNEXPECTED CICS ERROR'.

       77  WS-RBA                    PIC S9(8) COMP VALUE ZERO.
      * The live history or its shadow during the batch window
       77  WS-HIST-DATASET           PIC X(8) VALUE 'FIBHIST '.

      * Run-control record for the batch/online interlock
           COPY FIBRUNC.

       01  WS-BATCH-BUSY-SW          PIC X VALUE 'N'.
           88  BATCH-IS-BUSY             VALUE 'Y'.
       01  WS-SHADOW-SW              PIC X VALUE 'N'.
           88  SHADOW-IN-USE             VALUE 'Y'.

      * Title-line marker while the shadow supplies the summary
       01  WS-SHADOW-TITLE.
           05  FILLER                PIC X(14) VALUE
               'HISTORY AS OF '.
           05  ST-YEAR               PIC X(4).
           05  FILLER                PIC X VALUE '-'.
           05  ST-MONTH              PIC XX.
           05  FILLER                PIC X VALUE '-'.
           05  ST-DAY                PIC XX.
           05  FILLER                PIC X VALUE SPACE.
           05  ST-HOUR               PIC XX.
           05  FILLER                PIC X VALUE ':'.
           05  ST-MINUTE             PIC XX.
           05  FILLER                PIC X VALUE ':'.
           05  ST-SECOND             PIC XX.
           05  FILLER                PIC X(14) VALUE
               ' - SHADOW COPY'.
       01  WS-SHADOW-STAMP           PIC X(14).
       01  WS-SHADOW-STAMP-PARTS REDEFINES WS-SHADOW-STAMP.
           05  SS-YEAR               PIC X(4).
           05  SS-MONTH              PIC XX.
           05  SS-DAY                PIC XX.
           05  SS-HOUR               PIC XX.
           05  SS-MINUTE             PIC XX.
           05  SS-SECOND             PIC XX.
       77  WS-HB-DISPLAY             PIC X(45) VALUE SPACES.

      * The displayed run date rides the commarea so the PF-key
           05  FILLER                PIC X(4) VALUE ' AT '.
           05  HB-TIME               PIC X(6).

      * Night-cycle completion forecast the FIBFCST job saves
           COPY FIBFCSTC.

      * Planned maintenance windows entered through FIBMWMNT
           COPY FIBMWINC.

       01  WS-MAINT-TEXT.
           05  MT-WINDOW-ID          PIC X(8).
           05  FILLER                PIC X(7) VALUE ' UNTIL '.
           05  MT-END-TIME           PIC X(5).
           05  FILLER                PIC X VALUE SPACE.
           05  MT-REASON             PIC X(31).

       77  WS-NOW-STAMP              PIC 9(14) VALUE ZERO.

       01  WS-FORECAST-TEXT.
           05  FILLER                PIC X(4) VALUE 'END '.
           05  FT-END-TIME           PIC X(5).
           05  FILLER                PIC X(8) VALUE ' CUTOFF '.
           05  FT-CUTOFF-TIME        PIC X(5).
           05  FILLER                PIC X VALUE SPACE.
           05  FT-STATE              PIC X(7).
           05  FILLER                PIC X(7) VALUE ' AS OF '.
           05  FT-ASOF-TIME          PIC X(5).

      * CICS attention identifier names
           COPY DFHAID.

               END-EVALUATE
           END-IF

           PERFORM 1500-CHECK-BATCH-WINDOW
           PERFORM 2000-GET-LATEST-SUMMARY
           PERFORM 3000-GET-CONTROL-TOTALS
           PERFORM 4000-GET-LATEST-RISK
           PERFORM 4500-GET-HEARTBEATS
           PERFORM 4700-GET-CYCLE-FORECAST
           PERFORM 4800-GET-MAINT-WINDOW
               THRU 4800-GET-MAINT-WINDOW-EXIT

           EXEC CICS SEND TEXT
               FROM(WS-DASHBOARD-SCREEN)
               LENGTH(LENGTH OF WS-NOTE-HANDOFF)
           END-EXEC.

      * While ADVFIBB or FIBPURGE holds a STARTED record on the
      * run-control file, a COMPLETED FIBSHADW record means the
      * settled start-of-cycle shadow answers instead of the file
      * being updated - and the title line says so
       1500-CHECK-BATCH-WINDOW.
           MOVE 'N' TO WS-BATCH-BUSY-SW
           MOVE 'N' TO WS-SHADOW-SW

           MOVE 'ADVFIBB ' TO RUNC-PROGRAM
           PERFORM 1550-READ-RUN-CONTROL
           IF WS-RESP-CODE = DFHRESP(NORMAL) AND RUNC-IS-STARTED
               SET BATCH-IS-BUSY TO TRUE
           END-IF

           IF NOT BATCH-IS-BUSY
               MOVE 'FIBPURGE' TO RUNC-PROGRAM
               PERFORM 1550-READ-RUN-CONTROL
               IF WS-RESP-CODE = DFHRESP(NORMAL) AND RUNC-IS-STARTED
                   SET BATCH-IS-BUSY TO TRUE
               END-IF
           END-IF

           IF BATCH-IS-BUSY
               MOVE 'FIBSHADW' TO RUNC-PROGRAM
               PERFORM 1550-READ-RUN-CONTROL
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                       AND RUNC-IS-COMPLETED
                   SET SHADOW-IN-USE TO TRUE
               END-IF
           END-IF

           IF SHADOW-IN-USE
               MOVE 'FIBHISTS' TO WS-HIST-DATASET
               MOVE RUNC-TIMESTAMP TO WS-SHADOW-STAMP
               MOVE SS-YEAR   TO ST-YEAR
               MOVE SS-MONTH  TO ST-MONTH
               MOVE SS-DAY    TO ST-DAY
               MOVE SS-HOUR   TO ST-HOUR
               MOVE SS-MINUTE TO ST-MINUTE
               MOVE SS-SECOND TO ST-SECOND
               MOVE WS-SHADOW-TITLE TO WS-DB-TITLE(33:47)
           ELSE
               MOVE 'FIBHIST ' TO WS-HIST-DATASET
           END-IF.

       1550-READ-RUN-CONTROL.
           EXEC CICS READ
               DATASET('FIBRUNC')
               INTO(RUNC-RECORD)
               RIDFLD(RUNC-PROGRAM)
               KEYLENGTH(LENGTH OF RUNC-PROGRAM)
               RESP(WS-RESP-CODE)
           END-EXEC.

      * Walk FIBHIST backward from the highest key until the first
      * term-index-0 record - that is the latest run's summary.
       2000-GET-LATEST-SUMMARY.
           MOVE HIGH-VALUES TO HIST-KEY

           EXEC CICS STARTBR
               DATASET(WS-HIST-DATASET)
               RIDFLD(HIST-KEY)
               KEYLENGTH(LENGTH OF HIST-KEY)
               GTEQ
                   OR WS-RESP-CODE = DFHRESP(NOTFND)
               PERFORM UNTIL SUMMARY-WAS-FOUND OR BROWSE-END-REACHED
                   EXEC CICS READPREV
                       DATASET(WS-HIST-DATASET)
                       INTO(HIST-RECORD)
                       RIDFLD(HIST-KEY)
                       KEYLENGTH(LENGTH OF HIST-KEY)
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET(WS-HIST-DATASET)
                   RESP(WS-RESP-CODE)
               END-EXEC
           END-IF
               MOVE 'NO HEARTBEAT ON FILE' TO WS-HB-DISPLAY
           END-IF.

      * The projected cycle end against the cutoff, and the chain
      * that decides it, from the $CYCLE record FIBFCST rewrites
      * every time it runs
       4700-GET-CYCLE-FORECAST.
           MOVE '$CYCLE  ' TO FC-KEY
           EXEC CICS READ
               DATASET('FIBFCST')
               INTO(FORECAST-RECORD)
               RIDFLD(FC-KEY)
               KEYLENGTH(LENGTH OF FC-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE FCC-CYCLE-END(9:2)      TO FT-END-TIME(1:2)
               MOVE ':'                     TO FT-END-TIME(3:1)
               MOVE FCC-CYCLE-END(11:2)     TO FT-END-TIME(4:2)
               MOVE FCC-CUTOFF-STAMP(9:2)   TO FT-CUTOFF-TIME(1:2)
               MOVE ':'                     TO FT-CUTOFF-TIME(3:1)
               MOVE FCC-CUTOFF-STAMP(11:2)  TO FT-CUTOFF-TIME(4:2)
               MOVE FCC-FORECAST-STAMP(9:2) TO FT-ASOF-TIME(1:2)
               MOVE ':'                     TO FT-ASOF-TIME(3:1)
               MOVE FCC-FORECAST-STAMP(11:2) TO FT-ASOF-TIME(4:2)
               IF FCC-CYCLE-IS-LATE
                   MOVE 'LATE   ' TO FT-STATE
               ELSE
                   MOVE 'ON TIME' TO FT-STATE
               END-IF
               MOVE WS-FORECAST-TEXT  TO DB-FORECAST
               MOVE FCC-CRITICAL-PATH TO DB-CRITICAL-PATH
           ELSE
               MOVE 'NO FORECAST ON FILE' TO DB-FORECAST
               MOVE ALL '*' TO WS-DB-LINE-15(22:1)
           END-IF.

      * The first FIBMWIN window open now - during a DASD move or a
      * DR drill the failures on the rest of the screen are planned
       4800-GET-MAINT-WINDOW.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE 'NONE OPEN' TO DB-MAINTENANCE
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE LOW-VALUES TO MWN-WINDOW-ID

           EXEC CICS STARTBR
               DATASET('FIBMWIN')
               RIDFLD(MWN-WINDOW-ID)
               KEYLENGTH(LENGTH OF MWN-WINDOW-ID)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO 4800-GET-MAINT-WINDOW-EXIT
           END-IF

           PERFORM UNTIL BROWSE-END-REACHED
               EXEC CICS READNEXT
                   DATASET('FIBMWIN')
                   INTO(MAINT-WINDOW-RECORD)
                   RIDFLD(MWN-WINDOW-ID)
                   KEYLENGTH(LENGTH OF MWN-WINDOW-ID)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   SET BROWSE-END-REACHED TO TRUE
               ELSE
                   IF MWN-START-STAMP NOT > WS-NOW-STAMP
                           AND MWN-END-STAMP > WS-NOW-STAMP
                       MOVE MWN-WINDOW-ID         TO MT-WINDOW-ID
                       MOVE MWN-END-STAMP(9:2)    TO MT-END-TIME(1:2)
                       MOVE ':'                   TO MT-END-TIME(3:1)
                       MOVE MWN-END-STAMP(11:2)   TO MT-END-TIME(4:2)
                       MOVE MWN-REASON            TO MT-REASON
                       MOVE WS-MAINT-TEXT         TO DB-MAINTENANCE
                       SET BROWSE-END-REACHED TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS ENDBR
               DATASET('FIBMWIN')
               RESP(WS-RESP2-CODE)
           END-EXEC.

       4800-GET-MAINT-WINDOW-EXIT.
           EXIT.

       8900-GENERAL-ERROR.
           MOVE EIBRESP  TO WS-RESP-CODE
           MOVE EIBRESP2 TO WS-RESP2-CODE
