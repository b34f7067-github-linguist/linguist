      *****************************************************************
      * FIBREGLC - REGULATORY SUBMISSION LOG RECORD (FIBREGL,
      * APPENDED, LRECL 80)
      *
      * ONE RECORD PER RUN PER FILING, WRITTEN BY FIBREGS WHEN IT
      * BUILDS A SUBMISSION: WHICH RUN DATE AND SEQUENCE WENT INTO
      * WHICH FILING, WITH THE FIGURE FILED AND THE CERTIFICATION IT
      * WAS FILED ON. A FILING WITH NO ELIGIBLE RUN LOGS ONE RECORD
      * WITH RUN DATE ZERO SO THE FILING ITSELF IS STILL ON RECORD.
      * THE LATEST FILING OF A PERIOD (HIGHEST RGL-FILING-NUMBER)
      * IS THE ONE STANDING; FIBREGA CHECKS ITS RUNS FOR LATER
      * CORRECTION OR QUARANTINE AND REPORTS WHAT TO AMEND.
      *****************************************************************
       01  REG-LOG-RECORD.
           05  RGL-FILING-ID          PIC X(12).
           05  RGL-FILING-ID-PARTS REDEFINES RGL-FILING-ID.
               10  FILLER             PIC X(3).
               10  RGL-PERIOD         PIC X(6).
               10  RGL-FILING-TYPE    PIC X.
               10  RGL-FILING-NUMBER  PIC 9(2).
           05  RGL-RUN-DATE           PIC 9(8).
           05  RGL-RUN-SEQ            PIC 9(2).
           05  RGL-TERM-SUM           PIC 9(18).
           05  RGL-CERT-STAMP         PIC 9(14).
           05  RGL-SUBMITTED-STAMP    PIC 9(14).
           05  FILLER                 PIC X(12).
