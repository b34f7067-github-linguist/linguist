      *****************************************************************
      * FIBBGAC - BREAK-GLASS ACTION LOG RECORD
      *
      * EVERY ACTION A PROGRAM ALLOWS ON THE STRENGTH OF A
      * BREAK-GLASS GRANT IS TAGGED WITH THE GRANT AND APPENDED TO
      * THE FIBBGACT DATASET BY THE FIBBGCK SUBPROGRAM - FIRST A
      * 'GRANT USED' RECORD WHEN THE PROGRAM TAKES UP THE GRANT,
      * THEN ONE PER OVERWRITE, CORRECTION OR OVERRIDE IT APPLIES.
      * THE FIBBRKG MORNING REPORT LISTS THEM UNDER THEIR GRANT FOR
      * THE SECOND-PERSON REVIEW.
      *****************************************************************
       01  BREAK-GLASS-ACTION.
           05  BGA-TIMESTAMP          PIC 9(14).
           05  BGA-USERID             PIC X(8).
           05  BGA-GRANT-STAMP        PIC 9(14).
           05  BGA-PERMISSION         PIC X(10).
           05  BGA-PROGRAM            PIC X(8).
           05  BGA-TEXT               PIC X(60).
