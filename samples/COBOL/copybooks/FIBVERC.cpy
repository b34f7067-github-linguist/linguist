      *****************************************************************
      * FIBVERC - RELEASE REGISTRY ENTRY (FIBVREG KSDS, KEYED BY
      * RELEASE ID)
      *
      * ONE ENTRY PER RELEASE OF THE BATCH SUITE PROMOTED TO
      * PRODUCTION: THE ID COMPILED INTO THE PROGRAMS (FIBRELC), THE
      * DATE IT WAS INSTALLED AND WHAT IT CHANGED. LOADED BY THE
      * FIBVERLD CARD JOB; FIBVERR LISTS THE SAVED RUNS BY THE
      * RELEASE THAT PRODUCED THEM (HIST-PARMX-RELEASE-ID), SO A
      * DEFECT FOUND IN ONE RELEASE CAN BE SCOPED TO ITS RUNS.
      *****************************************************************
       01  VERSION-REGISTRY-RECORD.
           05  VER-RELEASE-ID         PIC X(8).
           05  VER-INSTALL-DATE       PIC 9(8).
           05  VER-SUMMARY            PIC X(60) OCCURS 3 TIMES.
           05  VER-UPDATED-BY         PIC X(8).
           05  VER-UPDATED-STAMP      PIC 9(14).
           05  FILLER                 PIC X(22).
