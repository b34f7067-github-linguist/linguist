      * AND PHASE E AT TERMINATION WITH THE RECORDS PROCESSED AND
      * THE RETURN CODE. ON PHASE E THE LOGGER COMPUTES THE ELAPSED
      * SECONDS AND APPENDS ONE FIBPERF HISTORY RECORD (FIBPERFD
      * LAYOUT); FIBPERFT TRENDS THE HISTORY WEEKLY. THE CALLER
      * PASSES ITS OWN RELEASE ID (REL-RELEASE-ID FROM FIBRELC) SO
      * THE RECORD NAMES THE RELEASE THAT PRODUCED THE RUN.
      *****************************************************************
       01  FIBPERF-PARMS.
           05  PERF-PROGRAM           PIC X(8).
               88  PERF-PHASE-END         VALUE 'E'.
           05  PERF-RECORDS           PIC 9(9).
           05  PERF-RETURN-CODE       PIC 9(4).
           05  PERF-RELEASE-ID        PIC X(8).
