      *****************************************************************
      * FIBMWCKC - PARAMETER AREA FOR THE FIBMWCHK MAINTENANCE-WINDOW
      * CHECK (CALL 'FIBMWCHK' USING FIBMWCHK-PARMS)
      *
      * REQUESTS:
      *   C  IS MWC-PROGRAM, OR ANY DATASET IN MWC-DATASET, COVERED
      *      BY A WINDOW OPEN AT MWC-AS-OF-STAMP (ZERO = NOW)? THE
      *      WINDOWS ARE LOADED FROM FIBMWIN ON THE FIRST CALL AND
      *      KEPT FOR THE RUN UNIT. MWC-RESULT Y RETURNS THE
      *      WINDOW'S ID, END AND REASON; N MEANS NO OPEN WINDOW
      *      (OR NO FIBMWIN FILE).
      *   L  LOG A SUPPRESSION TO FIBMWSUP AGAINST MWC-WINDOW-ID AND
      *      MWC-PROGRAM FROM THE MWC-LOG FIELDS.
      * BATCH ONLY - THE ONLINE PROGRAMS BROWSE FIBMWIN THEMSELVES.
      *****************************************************************
       01  FIBMWCHK-PARMS.
           05  MWC-REQUEST            PIC X.
               88  MWC-CHECK              VALUE 'C'.
               88  MWC-LOG                VALUE 'L'.
           05  MWC-PROGRAM            PIC X(8).
           05  MWC-DATASET            PIC X(8) OCCURS 4 TIMES.
           05  MWC-AS-OF-STAMP        PIC 9(14).
           05  MWC-RESULT             PIC X.
               88  MWC-IN-WINDOW          VALUE 'Y'.
               88  MWC-NOT-IN-WINDOW      VALUE 'N'.
           05  MWC-WINDOW-ID          PIC X(8).
           05  MWC-WINDOW-END         PIC 9(14).
           05  MWC-WINDOW-REASON      PIC X(40).
           05  MWC-LOG-TYPE           PIC X.
           05  MWC-LOG-SEVERITY       PIC X.
           05  MWC-LOG-MSG-ID         PIC X(8).
           05  MWC-LOG-TEXT           PIC X(60).
