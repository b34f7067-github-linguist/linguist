      * NOTHING TOUCHES FIBAUTH UNTIL A SECOND ADMINISTRATOR - A
      * DIFFERENT USERID THAN AP-REQUESTED-BY - APPROVES THE CHANGE.
      * THE APPROVED CHANGE IS APPLIED, AUDITED (SEE FIBAAUDC), AND
      * THE PENDING RECORD DELETED. FIBRECRT STAGES A REVOKE HERE
      * FOR EVERY USERID A RECERTIFICATION CAMPAIGN DOES NOT KEEP.
      *   AP-ACTION: A ADD  C CHANGE  R REVOKE (DELETE THE RECORD)
      *   AP-NEW-ROLES: THE COMPLETE ROLE SET THE USERID IS TO HOLD
      *   AP-NEW-UNITS: THE BUSINESS UNITS THE ROLES APPLY TO (SEE
      *                 AUTH-UNITS IN FIBAUTH)
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  AP-USERID              PIC X(8).
               88  AP-IS-ADD              VALUE 'A'.
               88  AP-IS-CHANGE           VALUE 'C'.
               88  AP-IS-REVOKE           VALUE 'R'.
           05  AP-NEW-ROLES.
               10  AP-NEW-ROLE        PIC X(10) OCCURS 4 TIMES.
           05  AP-REQUESTED-BY        PIC X(8).
           05  AP-REQUEST-STAMP       PIC 9(14).
           05  AP-NEW-UNITS.
               10  AP-NEW-UNIT        PIC X(4) OCCURS 4 TIMES.
