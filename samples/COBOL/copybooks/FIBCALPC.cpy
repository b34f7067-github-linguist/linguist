      *****************************************************************
      * FIBCALPC - PENDING BUSINESS-CALENDAR CHANGE, KEYED BY DATE
      * (FIBCALP KSDS, KEYS(8 0))
      *
      * DUAL CONTROL FOR ONLINE FIBCAL MAINTENANCE: FIBCALM STAGES
      * EVERY ADD/CHANGE/REMOVE HERE FIRST; NOTHING TOUCHES FIBCAL
      * UNTIL A SECOND USERID - A DIFFERENT USERID THAN
      * CP-REQUESTED-BY - APPROVES THE CHANGE. THE APPROVED CHANGE
      * IS APPLIED, AUDITED (SEE FIBCAUDC), AND THE PENDING RECORD
      * DELETED. ONE PENDING CHANGE PER DATE; RESTAGING REPLACES IT.
      *   CP-ACTION: A ADD  C CHANGE  R REMOVE (DELETE THE DATE)
      *   CP-NEW-TYPE / CP-NEW-DESCRIPTION: THE CAL-TYPE AND
      *   CAL-DESCRIPTION TO APPLY (SPACES ON A REMOVE)
      *****************************************************************
       01  PENDING-CALENDAR-RECORD.
           05  CP-DATE                PIC 9(8).
           05  CP-ACTION              PIC X.
               88  CP-IS-ADD              VALUE 'A'.
               88  CP-IS-CHANGE           VALUE 'C'.
               88  CP-IS-REMOVE           VALUE 'R'.
           05  CP-NEW-TYPE            PIC X.
           05  CP-NEW-DESCRIPTION     PIC X(30).
           05  CP-REQUESTED-BY        PIC X(8).
           05  CP-REQUEST-STAMP       PIC 9(14).
