      *****************************************************************
      * FIBSODT - SEPARATION-OF-DUTIES RULES FOR ROLE ASSIGNMENT
      *
      * EACH RULE NAMES TWO THINGS ONE USERID MAY NOT HOLD AT ONCE:
      *   SD-KIND P - TWO PERMISSIONS (NAMES AS IN THE FIBROLET
      *               PERMISSION-NAME TABLE), HOWEVER THEY ARRIVE -
      *               ONE ROLE OR A COMBINATION OF ROLES
      *   SD-KIND R - TWO ROLES, WHATEVER THEY PERMIT
      * FIBADM AND FIBAUTHL REFUSE TO STAGE OR APPROVE AN ASSIGNMENT
      * THAT BREAKS A RULE; FIBROLR WITHHOLDS EVERY PERMISSION FROM
      * A USERID WHOSE FIBAUTH ROLES BREAK ONE ANYWAY. FIBBRKG
      * TESTS THE PERMISSION PAIRS AGAIN WITH A BREAK-GLASS GRANT
      * ADDED, AND REFUSES A GRANT THAT WOULD BREAK ONE.
      *****************************************************************
       01  SOD-RULE-VALUES.
           05  FILLER                 PIC X(25)
                                      VALUE 'SD01PFORCE     CORRECT'.
           05  FILLER                 PIC X(40)
               VALUE 'OVERWRITE RUNS AND CORRECT HISTORY'.
           05  FILLER                 PIC X(25)
                                      VALUE 'SD02PFORCE     PURGEOVR'.
           05  FILLER                 PIC X(40)
               VALUE 'OVERWRITE RUNS AND OVERRIDE PURGE CUTOFF'.
           05  FILLER                 PIC X(25)
                                      VALUE 'SD03PCORRECT   PURGEOVR'.
           05  FILLER                 PIC X(40)
               VALUE 'CORRECT HISTORY AND OVERRIDE PURGES'.
           05  FILLER                 PIC X(25)
                                      VALUE 'SD04RAUDITOR   ADMIN'.
           05  FILLER                 PIC X(40)
               VALUE 'AUDITOR MAY NOT FORCE OVERWRITES'.
           05  FILLER                 PIC X(25)
                                      VALUE 'SD05RAUDITOR   CORRECTOR'.
           05  FILLER                 PIC X(40)
               VALUE 'AUDITOR MAY NOT CORRECT HISTORY'.
           05  FILLER                 PIC X(25)
                                      VALUE 'SD06RAUDITOR   BRKGLASS'.
           05  FILLER                 PIC X(40)
               VALUE 'AUDITOR MAY NOT SELF-GRANT ELEVATION'.
       01  SOD-RULE-TABLE REDEFINES SOD-RULE-VALUES.
           05  SD-ENTRY OCCURS 6 TIMES.
               10  SD-RULE-ID         PIC X(4).
               10  SD-KIND            PIC X.
                   88  SD-PERMISSION-PAIR VALUE 'P'.
                   88  SD-ROLE-PAIR       VALUE 'R'.
               10  SD-LEFT            PIC X(10).
               10  SD-RIGHT           PIC X(10).
               10  SD-TEXT            PIC X(40).
       77  SD-RULE-COUNT              PIC 9(2) VALUE 6.
