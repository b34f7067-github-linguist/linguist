      *****************************************************************
      * FIBFCSTC - NIGHT-CYCLE COMPLETION FORECAST (FIBFCST KSDS,
      * KEYED BY STEP PROGRAM NAME LIKE FIBRUNC)
      *
      * THE FIBFCST JOB REWRITES ONE RECORD PER DEPENDENCY-DECK STEP
      * AND THE $CYCLE SUMMARY RECORD EVERY TIME IT RUNS, SO THE
      * FIBDASH DASHBOARD ALWAYS SHOWS THE LATEST PROJECTION.
      *   FC-BASIS:  A ACTUAL FINISH POSTED ON FIBRUNC TONIGHT
      *              R RUNNING - START PLUS RECENT AVERAGE ELAPSED
      *              O RUNNING PAST ITS RECENT AVERAGE
      *              S RUNNING WITH A STALE HEARTBEAT - RESTART
      *                ASSUMED NOW
      *              F FAILED TONIGHT - RERUN ASSUMED NOW
      *              P NOT STARTED - PROJECTED BEHIND PREDECESSORS
      *   FC-ON-CRITICAL-PATH: Y WHEN THE STEP IS ON THE CHAIN THAT
      *              DETERMINES THE CYCLE END
      * THE $CYCLE RECORD CARRIES THE PROJECTED CYCLE END, THE
      * CUTOFF IT IS MEASURED AGAINST, THE CRITICAL PATH AND THE
      * CUTOFF FOR WHICH THE FIB015 WARNING WAS LAST RAISED, SO A
      * RE-RUN DOES NOT RAISE IT AGAIN FOR THE SAME NIGHT.
      *****************************************************************
       01  FORECAST-RECORD.
           05  FC-KEY                 PIC X(8).
               88  FC-IS-CYCLE-SUMMARY    VALUE '$CYCLE  '.
           05  FC-BODY.
               10  FC-STEP-STATUS     PIC X(9).
               10  FC-PROJ-START      PIC 9(14).
               10  FC-PROJ-END        PIC 9(14).
               10  FC-AVG-SECS        PIC 9(6).
               10  FC-BASIS           PIC X.
               10  FC-ON-CRITICAL-PATH PIC X.
               10  FC-NOTE            PIC X(30).
               10  FILLER             PIC X(42).
           05  FC-CYCLE-VIEW REDEFINES FC-BODY.
               10  FCC-FORECAST-STAMP PIC 9(14).
               10  FCC-CYCLE-END      PIC 9(14).
               10  FCC-CUTOFF-STAMP   PIC 9(14).
               10  FCC-LATE-SW        PIC X.
                   88  FCC-CYCLE-IS-LATE  VALUE 'Y'.
               10  FCC-ALERTED-CUTOFF PIC 9(14).
               10  FCC-END-STEP       PIC X(8).
               10  FCC-CRITICAL-PATH  PIC X(52).
