      *****************************************************************
      * FIBROLRC - PARAMETER AREA FOR THE FIBROLR ROLE RESOLVER
      * (CALL 'FIBROLR' USING FIBROLR-PARMS)
      *
      * FIBROLR DOES NO I/O, SO BATCH AND CICS PROGRAMS CALL IT
      * ALIKE AFTER READING THE USERID'S FIBAUTH RECORD. REQUESTS:
      *   R  RESOLVE RLR-ROLES TO RLR-PERMISSIONS THROUGH THE
      *      FIBROLET TABLE AND TEST THEM AGAINST THE FIBSODT RULES
      *   M  MIGRATE: CHOOSE ROLES FOR THE OLD FLAG IMAGE IN
      *      RLR-PERMISSIONS. EVERY HELD PERMISSION IS CARRIED
      *      UNLESS ONLY A RULE-BREAKING ROLE COULD CARRY IT;
      *      RLR-GAINED MARKS (Y) WHAT THE ROLES ADD AND RLR-LOST
      *      WHAT COULD NOT BE CARRIED
      * RLR-RESULT: K CLEAN, U AN UNKNOWN ROLE NAME (RLR-BAD-ROLE,
      * IGNORED IN THE RESOLUTION), S A SEPARATION-OF-DUTIES RULE
      * IS BROKEN (RLR-SOD-RULE-ID/TEXT) - ON S EVERY PERMISSION
      * COMES BACK N.
      *****************************************************************
       01  FIBROLR-PARMS.
           05  RLR-REQUEST            PIC X.
               88  RLR-RESOLVE            VALUE 'R'.
               88  RLR-MIGRATE            VALUE 'M'.
           05  RLR-ROLES.
               10  RLR-ROLE           PIC X(10) OCCURS 4 TIMES.
           05  RLR-PERMISSIONS.
               10  RLR-RUN-FLAG       PIC X.
               10  RLR-OVERRIDE-FLAG  PIC X.
               10  RLR-FORCE-FLAG     PIC X.
               10  RLR-PURGE-OVR-FLAG PIC X.
               10  RLR-INQUIRY-FLAG   PIC X.
               10  RLR-ANNOTATE-FLAG  PIC X.
               10  RLR-CORRECT-FLAG   PIC X.
           05  RLR-GAINED             PIC X(7).
           05  RLR-LOST               PIC X(7).
           05  RLR-BAD-ROLE           PIC X(10).
           05  RLR-SOD-RULE-ID        PIC X(4).
           05  RLR-SOD-TEXT           PIC X(40).
           05  RLR-RESULT             PIC X.
               88  RLR-CLEAN              VALUE 'K'.
               88  RLR-UNKNOWN-ROLE       VALUE 'U'.
               88  RLR-SOD-CONFLICT       VALUE 'S'.
