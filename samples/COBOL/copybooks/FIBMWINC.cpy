      *****************************************************************
      * FIBMWINC - PLANNED MAINTENANCE WINDOW (FIBMWIN KSDS, KEYED BY
      * WINDOW ID)
      *
      * ENTERED THROUGH THE FIBMWMNT BATCH JOB BEFORE A DASD MOVE,
      * CICS UPGRADE OR DR DRILL. WHILE A WINDOW IS OPEN (START <=
      * NOW < END) EVERY PROGRAM IT AFFECTS IS TREATED AS OUT FOR
      * PLANNED WORK:
      *   FIBSCHED     HOLDS THE STEP INSTEAD OF RELEASING IT,
      *   ALERTS       ARE LOGGED TO FIBMWSUP BUT NOT PAGED,
      *   FIBINQ, FIBDASH  SHOW A MAINTENANCE BANNER,
      *   FIBAPI       ANSWERS RESPONSE 20.
      * A PROGRAM IS AFFECTED WHEN IT IS LISTED IN MWN-PROGRAM (ALL
      * AFFECTS EVERY PROGRAM) OR WHEN IT USES A DATASET LISTED IN
      * MWN-DATASET, BY DD NAME (FIBHIST, FIBRUNC, ...).
      * FIBMWRPT SETS MWN-REPORTED ONCE THE POST-WINDOW REPORT OF
      * WHAT WAS SUPPRESSED AND HELD HAS BEEN PRINTED.
      *****************************************************************
       01  MAINT-WINDOW-RECORD.
           05  MWN-WINDOW-ID          PIC X(8).
           05  MWN-START-STAMP        PIC 9(14).
           05  MWN-END-STAMP          PIC 9(14).
           05  MWN-PROGRAM            PIC X(8) OCCURS 8 TIMES.
           05  MWN-DATASET            PIC X(8) OCCURS 4 TIMES.
           05  MWN-REASON             PIC X(40).
           05  MWN-USERID             PIC X(8).
           05  MWN-ENTERED-STAMP      PIC 9(14).
           05  MWN-REPORTED-SW        PIC X.
               88  MWN-REPORTED           VALUE 'Y'.
           05  FILLER                 PIC X(13).
