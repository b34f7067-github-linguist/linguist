      *****************************************************************
      * FIBAPRC - MAKER-CHECKER APPROVAL RECORD, KEYED BY TOKEN
      *
      * A FORCE=Y OVERWRITE OF A RUN DATE AND EVERY FIBFIX
      * CORRECTION NEED TWO USERIDS. THE MAKER FILES THE INTENDED
      * CHANGE WITH THE FIBAPRQ JOB AND IS GIVEN THE TOKEN; A
      * DIFFERENT USERID HOLDING THE SAME PERMISSION APPROVES OR
      * REJECTS IT ONLINE THROUGH THE FAPR TRANSACTION (FIBAPRM).
      * ADVFIBB (APPROVAL= KEYWORD) AND FIBFIX (COLS 43-50) QUOTE
      * THE TOKEN; FIBAPCK CHECKS IT AGAINST WHAT IS BEING DONE AND
      * MARKS IT USED, SO ONE APPROVAL COVERS ONE CHANGE ONCE.
      *   AP-TYPE:    F FORCE=Y OVERWRITE OF AP-RUN-DATE
      *               C FIBFIX CORRECTION OF AP-RUN-DATE, TERM
      *                 AP-TERM-INDEX, FIELD AP-FIELD TO
      *                 AP-NEW-VALUE (AS KEYED ON THE FIBFIX CARD)
      *   AP-STATUS:  P PENDING   A APPROVED   R REJECTED
      *               U USED      W WITHDRAWN BY THE MAKER
      *   AP-EXPIRY-STAMP: AN APPROVAL NOT USED BY THEN IS DEAD
      * TOKEN 00000000 IS THE CONTROL RECORD HOLDING THE LAST TOKEN
      * ISSUED (APC-LAST-TOKEN).
      *****************************************************************
       01  APPROVAL-RECORD.
           05  AP-TOKEN               PIC 9(8).
           05  AP-BODY.
               10  AP-TYPE            PIC X.
                   88  AP-IS-FORCE        VALUE 'F'.
                   88  AP-IS-CORRECTION   VALUE 'C'.
               10  AP-STATUS          PIC X.
                   88  AP-PENDING         VALUE 'P'.
                   88  AP-APPROVED        VALUE 'A'.
                   88  AP-REJECTED        VALUE 'R'.
                   88  AP-USED            VALUE 'U'.
                   88  AP-WITHDRAWN       VALUE 'W'.
               10  AP-MAKER           PIC X(8).
               10  AP-FILED-STAMP     PIC 9(14).
               10  AP-RUN-DATE        PIC 9(8).
               10  AP-TERM-INDEX      PIC 9(4).
               10  AP-FIELD           PIC X(8).
               10  AP-NEW-VALUE       PIC X(18).
               10  AP-REASON          PIC X(30).
               10  AP-CHECKER         PIC X(8).
               10  AP-DECIDED-STAMP   PIC 9(14).
               10  AP-EXPIRY-STAMP    PIC 9(14).
               10  AP-USED-PROGRAM    PIC X(8).
               10  AP-USED-STAMP      PIC 9(14).
           05  AP-CONTROL-VIEW REDEFINES AP-BODY.
               10  APC-LAST-TOKEN     PIC 9(8).
               10  FILLER             PIC X(142).
