      *****************************************************************
      * FIBMWSPC - MAINTENANCE-WINDOW SUPPRESSION LOG RECORD (FIBMWSUP)
      *
      * ONE RECORD FOR EVERY ALERT NOT PAGED, SCHEDULE STEP HELD AND
      * SECURITY-SCREEN FINDING SET ASIDE BECAUSE A PLANNED
      * MAINTENANCE WINDOW WAS OPEN. WRITTEN THROUGH FIBMWCHK;
      * FIBMWRPT LISTS THEM BY WINDOW AFTER THE WINDOW CLOSES.
      *   MWS-TYPE: A ALERT LOGGED BUT NOT PAGED
      *             H STEP HELD BY FIBSCHED (ONE PER PASS)
      *             F FIBASCAN FINDING SET ASIDE
      *****************************************************************
       01  MAINT-SUPPRESS-RECORD.
           05  MWS-WINDOW-ID          PIC X(8).
           05  MWS-TIMESTAMP          PIC 9(14).
           05  MWS-PROGRAM            PIC X(8).
           05  MWS-TYPE               PIC X.
               88  MWS-ALERT-SUPPRESSED   VALUE 'A'.
               88  MWS-STEP-HELD          VALUE 'H'.
               88  MWS-FINDING-SET-ASIDE  VALUE 'F'.
           05  MWS-SEVERITY           PIC X.
           05  MWS-MSG-ID             PIC X(8).
           05  MWS-TEXT               PIC X(60).
