      * AN OWNER, RECORDS THE RESOLUTION, AND CLOSES THE ITEM; THE
      * INTAKE JOB'S AGING PAGE FLAGS CRITICAL ITEMS (SEVERITY E OR
      * C) STILL OPEN AFTER ONE BUSINESS DAY.
      *
      * STATUS L MARKS AN OCCURRENCE THE INTAKE LINKED TO AN OPEN
      * FIBPROB RECURRING-EXCEPTION PROBLEM (SAME MESSAGE ID, PROGRAM
      * AND TERM INDEX) INSTEAD OF OPENING IT; FIBPRBD CLOSES IT
      * ONCE THE PROBLEM IS MARKED FIXED.
      *****************************************************************
       01  EXCW-RECORD.
           05  EXW-KEY.
               88  EXW-IS-OPEN            VALUE 'O'.
               88  EXW-IS-ASSIGNED        VALUE 'A'.
               88  EXW-IS-CLOSED          VALUE 'C'.
               88  EXW-IS-LINKED          VALUE 'L'.
           05  EXW-OWNER              PIC X(8).
           05  EXW-ASSIGN-STAMP       PIC 9(14).
           05  EXW-RESOLUTION         PIC X(50).
