      *****************************************************************
      * FIBAUTH - AUTHORIZATION RECORD, KEYED BY USERID
      *
      * ONE RECORD PER USERID, CARRYING UP TO FOUR NAMED ROLES
      * (OPERATOR, ANALYST, AUDITOR, CORRECTOR, ADMIN, BRKGLASS -
      * SEE THE FIBROLET TABLE); UNUSED SLOTS ARE SPACES. THE BATCH AND
      * ONLINE PROGRAMS READ THE RECORD AND CALL FIBROLR TO TURN
      * THE ROLES INTO THE SEVEN PERMISSIONS THEY CHECK. FIBADM AND
      * FIBAUTHL WILL NOT ASSIGN A ROLE SET THAT BREAKS A FIBSODT
      * SEPARATION-OF-DUTIES RULE. FIBROLMG CONVERTED THE OLD
      * PER-USERID FLAG ROWS TO ROLE ASSIGNMENTS.
      * AUTH-UNITS SCOPES THE PERMISSIONS TO BUSINESS UNITS
      * (FIBUNITT): THE USERID MAY ACT ONLY FOR THE UNITS LISTED,
      * *ALL MEANS EVERY UNIT, AND ALL SPACES (EVERY RECORD SAVED
      * BEFORE UNITS WERE CARRIED) MEANS THE DEFAULT UNIT ONLY.
      * FIBUNITR MAKES THE TEST.
      * A USERID WITH NO RECORD HAS NO PERMISSIONS. VIOLATIONS ARE
      * LOGGED AND THE JOB OR REQUEST STOPS WITH RC=28.
      *****************************************************************
       01  AUTH-RECORD.
           05  AUTH-USERID            PIC X(8).
           05  AUTH-ROLES.
               10  AUTH-ROLE          PIC X(10) OCCURS 4 TIMES.
           05  AUTH-UNITS.
               10  AUTH-UNIT          PIC X(4) OCCURS 4 TIMES.
