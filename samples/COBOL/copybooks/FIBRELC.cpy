      *****************************************************************
      * FIBRELC - RELEASE IDENTIFIER OF THE BATCH SUITE
      *
      * COPIED INTO THE WORKING-STORAGE OF EVERY BATCH PROGRAM, SO
      * EACH LOAD MODULE CARRIES THE RELEASE IT WAS BUILT FOR. THE
      * ID IS WRITTEN WITH EVERYTHING A RUN PRODUCES - THE FIBHIST
      * PARAMETER SNAPSHOT (HIST-PARMX-RELEASE-ID), THE FIBAUDIT
      * EXTENSION (REL=), THE FIBPERF TELEMETRY RECORD, THE EXTRACT
      * CONTROL RECORDS, THE FIB.RUN.COMPLETE MESSAGE AND THE
      * COMPLETION LINE ON SYSOUT - SO A DEFECT FOUND IN ONE RELEASE
      * CAN BE SCOPED TO THE RUNS IT PRODUCED (FIBVERR).
      *
      * RAISE THE ID WITH EVERY RELEASE PROMOTED TO PRODUCTION,
      * RECOMPILE THE SUITE, AND REGISTER THE NEW ID WITH ITS
      * INSTALL DATE AND CHANGE SUMMARY ON FIBVREG (FIBVERLD).
      * FORMAT RYYMM.NN - YEAR AND MONTH OF THE RELEASE, THEN ITS
      * NUMBER WITHIN THE MONTH - SO IDS SORT IN RELEASE ORDER.
      *****************************************************************
       01  SUITE-RELEASE.
           05  REL-RELEASE-ID         PIC X(8) VALUE 'R2610.01'.
