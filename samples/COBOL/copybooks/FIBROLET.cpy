      *****************************************************************
      * FIBROLET - THE NAMED SECURITY ROLES AND WHAT EACH PERMITS
      *
      * FIBAUTH ASSIGNS ROLES TO USERIDS, NOT PERMISSION FLAGS. THIS
      * TABLE IS THE ONE PLACE A ROLE IS DEFINED; FIBROLR RESOLVES
      * A USERID'S ROLES TO THE SEVEN PERMISSIONS THROUGH IT. THE
      * PERMISSION IMAGE IS IN THE ORDER OF THE PERMISSION-NAME
      * TABLE BELOW:
      *   RUN       - SUBMIT ADVFIBB RUNS
      *   OVERRIDE  - OVERRIDE CATEGORY BOUNDARIES/QA MODE/SEEDS
      *   FORCE     - FORCE OVERWRITE OF A SAVED RUN
      *   PURGEOVR  - OVERRIDE THE FIBPURGE CUTOFF
      *   INQUIRY   - ONLINE INQUIRY (FIBINQ/FIBAPI/FIBCHGH)
      *   ANNOTATE  - ATTACH OPERATOR NOTES (FIBNOTE)
      *   CORRECT   - FIELD-LEVEL FIBHIST CORRECTIONS (FIBFIX)
      * BRKGLASS PERMITS NOTHING BY ITSELF: IT NAMES THE OPERATORS
      * WHO MAY SELF-GRANT A TIMED BREAK-GLASS ELEVATION WITH
      * FIBBRKG WHEN NOBODY HOLDING THE PERMISSION IS REACHABLE.
      * A ROLE IS CHANGED HERE AND NOWHERE ELSE; FIBROLR, FIBADM,
      * FIBAUTHL AND FIBROLMG ARE RELINKED WITH THE NEW TABLE.
      *****************************************************************
       01  ROLE-DEFINITION-VALUES.
           05  FILLER                 PIC X(17)
                                      VALUE 'OPERATOR  YNNYYYN'.
           05  FILLER                 PIC X(40)
               VALUE 'RUNS, PURGE CUTOFF OVERRIDE, NOTES'.
           05  FILLER                 PIC X(17)
                                      VALUE 'ANALYST   YYNNYYN'.
           05  FILLER                 PIC X(40)
               VALUE 'RUNS WITH BOUNDARY/QA/SEED OVERRIDES'.
           05  FILLER                 PIC X(17)
                                      VALUE 'AUDITOR   NNNNYNN'.
           05  FILLER                 PIC X(40)
               VALUE 'READ-ONLY INQUIRY'.
           05  FILLER                 PIC X(17)
                                      VALUE 'CORRECTOR NNNNYNY'.
           05  FILLER                 PIC X(40)
               VALUE 'FIBFIX HISTORY CORRECTIONS'.
           05  FILLER                 PIC X(17)
                                      VALUE 'ADMIN     YYYNYYN'.
           05  FILLER                 PIC X(40)
               VALUE 'FORCED OVERWRITES OF SAVED RUNS'.
           05  FILLER                 PIC X(17)
                                      VALUE 'BRKGLASS  NNNNNNN'.
           05  FILLER                 PIC X(40)
               VALUE 'MAY SELF-GRANT TIMED ELEVATION (FIBBRKG)'.
       01  ROLE-DEFINITION-TABLE REDEFINES ROLE-DEFINITION-VALUES.
           05  RD-ENTRY OCCURS 6 TIMES.
               10  RD-ROLE-NAME       PIC X(10).
               10  RD-PERMISSIONS     PIC X(7).
               10  RD-DESCRIPTION     PIC X(40).
       77  RD-ROLE-COUNT              PIC 9(2) VALUE 6.

       01  PERMISSION-NAME-VALUES.
           05  FILLER                 PIC X(10) VALUE 'RUN'.
           05  FILLER                 PIC X(10) VALUE 'OVERRIDE'.
           05  FILLER                 PIC X(10) VALUE 'FORCE'.
           05  FILLER                 PIC X(10) VALUE 'PURGEOVR'.
           05  FILLER                 PIC X(10) VALUE 'INQUIRY'.
           05  FILLER                 PIC X(10) VALUE 'ANNOTATE'.
           05  FILLER                 PIC X(10) VALUE 'CORRECT'.
       01  PERMISSION-NAME-TABLE REDEFINES PERMISSION-NAME-VALUES.
           05  PN-NAME OCCURS 7 TIMES PIC X(10).
