      ******************************************************************
      * FIBROLR is the shared role resolver. FIBAUTH no longer holds
      * permission flags; it assigns each userid up to four named
      * roles, and every program that gates on a permission - the
      * ADVFIBB authorization checks, FIBPREFL, FIBREQIN, FIBFIX,
      * FIBPURGE, and the FIBINQ, FIBAPI, FIBCHGH, FIBHOLDM and
      * FIBNOTE transactions - reads the userid's record and calls
      * here, so what a role permits lives in one table (FIBROLET)
      * and the separation-of-duties rules in another (FIBSODT).
      *
      * A resolve request ORs together the permission images of the
      * assigned roles and tests the result against every rule. A
      * userid whose roles break a rule gets no permissions at all -
      * FIBADM and FIBAUTHL refuse such an assignment, so one on
      * file means FIBAUTH was changed outside them.
      *
      * A migrate request serves the one-time FIBROLMG conversion
      * and the FIBQARST scenario A cards: it picks roles for an
      * old seven-flag image, best cover first, never a role that
      * would break a rule, and reports what the roles add and what
      * could not be carried.
      *
      * The program does no I/O, so the CICS transactions call it
      * as freely as the batch jobs. See FIBROLRC for the
      * parameters.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBROLR.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ROLE RESOLUTION AND
      *                 SEPARATION-OF-DUTIES TEST FOR FIBAUTH
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * The role definitions and the separation-of-duties rules
           COPY FIBROLET.
           COPY FIBSODT.

      * The role set under test and what it resolves to
       01  WS-WORK-ROLES.
           05  WR-ROLE                PIC X(10) OCCURS 4 TIMES.
       01  WS-WORK-PERMS              PIC X(7).
       01  WS-HELD-PERMS              PIC X(7).

       01  WS-INDICATORS.
           05  WS-RULE-BROKEN-SW      PIC X VALUE 'N'.
               88  RULE-IS-BROKEN         VALUE 'Y'.
           05  WS-MIGRATE-DONE-SW     PIC X VALUE 'N'.
               88  MIGRATE-IS-DONE        VALUE 'Y'.
           05  WS-ROLE-HELD-SW        PIC X VALUE 'N'.
               88  ROLE-IS-HELD           VALUE 'Y'.

       77  WS-ROLE-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-DEF-IDX                 PIC 9(2) COMP VALUE ZERO.
       77  WS-SCAN-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-FIND-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-PERM-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-RULE-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-BROKEN-IDX              PIC 9(2) COMP VALUE ZERO.
       77  WS-LEFT-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-RIGHT-IDX               PIC 9(2) COMP VALUE ZERO.
       77  WS-CHOSEN-COUNT            PIC 9(2) COMP VALUE ZERO.
       77  WS-BEST-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-BEST-NEW                PIC 9(2) COMP VALUE ZERO.
       77  WS-BEST-EXTRA              PIC 9(2) COMP VALUE ZERO.
       77  WS-NEW-COUNT               PIC 9(2) COMP VALUE ZERO.
       77  WS-EXTRA-COUNT             PIC 9(2) COMP VALUE ZERO.
       77  WS-LOOKUP-NAME             PIC X(10) VALUE SPACES.
       77  WS-BAD-ROLE                PIC X(10) VALUE SPACES.
       77  WS-COVERED-PERMS           PIC X(7) VALUE SPACES.

       LINKAGE SECTION.
           COPY FIBROLRC.

       PROCEDURE DIVISION USING FIBROLR-PARMS.
       0000-MAINLINE.
           SET RLR-CLEAN TO TRUE
           MOVE SPACES    TO RLR-BAD-ROLE
           MOVE SPACES    TO RLR-SOD-RULE-ID
           MOVE SPACES    TO RLR-SOD-TEXT
           MOVE 'NNNNNNN' TO RLR-GAINED
           MOVE 'NNNNNNN' TO RLR-LOST

           EVALUATE TRUE
               WHEN RLR-RESOLVE
                   PERFORM 1000-RESOLVE-ROLES
               WHEN RLR-MIGRATE
                   PERFORM 2000-MIGRATE-FLAGS
                       THRU 2000-MIGRATE-FLAGS-EXIT
               WHEN OTHER
                   DISPLAY 'WARNING: FIBROLR REQUEST <' RLR-REQUEST
                       '> NOT RECOGNIZED'
                   MOVE 'NNNNNNN' TO RLR-PERMISSIONS
           END-EVALUATE

           GOBACK.

      * The assigned roles' permissions ORed together; an unknown
      * role name grants nothing and is reported back, a broken
      * rule withholds everything.
       1000-RESOLVE-ROLES.
           MOVE RLR-ROLES TO WS-WORK-ROLES
           PERFORM 3000-RESOLVE-WORK-SET
           IF WS-BAD-ROLE NOT = SPACES
               MOVE WS-BAD-ROLE TO RLR-BAD-ROLE
               SET RLR-UNKNOWN-ROLE TO TRUE
           END-IF

           PERFORM 4000-TEST-SOD-RULES
           IF RULE-IS-BROKEN
               MOVE SD-RULE-ID(WS-BROKEN-IDX) TO RLR-SOD-RULE-ID
               MOVE SD-TEXT(WS-BROKEN-IDX)    TO RLR-SOD-TEXT
               SET RLR-SOD-CONFLICT TO TRUE
               MOVE 'NNNNNNN' TO RLR-PERMISSIONS
           ELSE
               MOVE WS-WORK-PERMS TO RLR-PERMISSIONS
           END-IF.

      * Roles for an old flag image: repeatedly take the role that
      * carries the most still-uncovered held permissions (fewest
      * unheld extras on a tie, table order after that) and that
      * breaks no rule alongside the roles already taken.
       2000-MIGRATE-FLAGS.
           MOVE RLR-PERMISSIONS TO WS-HELD-PERMS
           MOVE SPACES    TO WS-WORK-ROLES
           MOVE 'NNNNNNN' TO WS-COVERED-PERMS
           MOVE ZERO      TO WS-CHOSEN-COUNT
           MOVE 'N'       TO WS-MIGRATE-DONE-SW

           PERFORM 2100-CHOOSE-NEXT-ROLE
               UNTIL MIGRATE-IS-DONE OR WS-CHOSEN-COUNT = 4

           PERFORM 3000-RESOLVE-WORK-SET
           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                     UNTIL WS-PERM-IDX > 7
               IF WS-WORK-PERMS(WS-PERM-IDX:1) = 'Y'
                       AND WS-HELD-PERMS(WS-PERM-IDX:1) NOT = 'Y'
                   MOVE 'Y' TO RLR-GAINED(WS-PERM-IDX:1)
               END-IF
               IF WS-HELD-PERMS(WS-PERM-IDX:1) = 'Y'
                       AND WS-WORK-PERMS(WS-PERM-IDX:1) NOT = 'Y'
                   MOVE 'Y' TO RLR-LOST(WS-PERM-IDX:1)
               END-IF
           END-PERFORM

           MOVE WS-WORK-ROLES TO RLR-ROLES
           MOVE WS-WORK-PERMS TO RLR-PERMISSIONS.

       2000-MIGRATE-FLAGS-EXIT.
           EXIT.

       2100-CHOOSE-NEXT-ROLE.
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-NEW
           MOVE 99   TO WS-BEST-EXTRA

           PERFORM 2200-WEIGH-ONE-ROLE
               THRU 2200-WEIGH-ONE-ROLE-EXIT
               VARYING WS-DEF-IDX FROM 1 BY 1
                 UNTIL WS-DEF-IDX > RD-ROLE-COUNT

           IF WS-BEST-IDX = ZERO
               SET MIGRATE-IS-DONE TO TRUE
           ELSE
               ADD 1 TO WS-CHOSEN-COUNT
               MOVE RD-ROLE-NAME(WS-BEST-IDX)
                   TO WR-ROLE(WS-CHOSEN-COUNT)
               PERFORM 3000-RESOLVE-WORK-SET
               MOVE WS-WORK-PERMS TO WS-COVERED-PERMS
           END-IF.

       2200-WEIGH-ONE-ROLE.
           MOVE RD-ROLE-NAME(WS-DEF-IDX) TO WS-LOOKUP-NAME
           PERFORM 3300-CHECK-ROLE-HELD
           IF ROLE-IS-HELD
               GO TO 2200-WEIGH-ONE-ROLE-EXIT
           END-IF

           MOVE ZERO TO WS-NEW-COUNT
           MOVE ZERO TO WS-EXTRA-COUNT
           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                     UNTIL WS-PERM-IDX > 7
               IF RD-PERMISSIONS(WS-DEF-IDX)(WS-PERM-IDX:1) = 'Y'
                       AND WS-COVERED-PERMS(WS-PERM-IDX:1) NOT = 'Y'
                   IF WS-HELD-PERMS(WS-PERM-IDX:1) = 'Y'
                       ADD 1 TO WS-NEW-COUNT
                   ELSE
                       ADD 1 TO WS-EXTRA-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NEW-COUNT = ZERO
               GO TO 2200-WEIGH-ONE-ROLE-EXIT
           END-IF

      * Try the role alongside those already taken
           MOVE RD-ROLE-NAME(WS-DEF-IDX)
               TO WR-ROLE(WS-CHOSEN-COUNT + 1)
           PERFORM 3000-RESOLVE-WORK-SET
           PERFORM 4000-TEST-SOD-RULES
           MOVE SPACES TO WR-ROLE(WS-CHOSEN-COUNT + 1)
           IF RULE-IS-BROKEN
               GO TO 2200-WEIGH-ONE-ROLE-EXIT
           END-IF

           IF WS-NEW-COUNT > WS-BEST-NEW
                   OR (WS-NEW-COUNT = WS-BEST-NEW
                       AND WS-EXTRA-COUNT < WS-BEST-EXTRA)
               MOVE WS-DEF-IDX     TO WS-BEST-IDX
               MOVE WS-NEW-COUNT   TO WS-BEST-NEW
               MOVE WS-EXTRA-COUNT TO WS-BEST-EXTRA
           END-IF.

       2200-WEIGH-ONE-ROLE-EXIT.
           EXIT.

       3000-RESOLVE-WORK-SET.
           MOVE 'NNNNNNN' TO WS-WORK-PERMS
           MOVE SPACES    TO WS-BAD-ROLE
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                     UNTIL WS-ROLE-IDX > 4
               IF WR-ROLE(WS-ROLE-IDX) NOT = SPACES
                   MOVE WR-ROLE(WS-ROLE-IDX) TO WS-LOOKUP-NAME
                   PERFORM 3100-FIND-ROLE-DEFINITION
                   IF WS-SCAN-IDX = ZERO
                       IF WS-BAD-ROLE = SPACES
                           MOVE WS-LOOKUP-NAME TO WS-BAD-ROLE
                       END-IF
                   ELSE
                       PERFORM 3200-ADD-ROLE-PERMISSIONS
                   END-IF
               END-IF
           END-PERFORM.

       3100-FIND-ROLE-DEFINITION.
           MOVE ZERO TO WS-SCAN-IDX
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                     UNTIL WS-FIND-IDX > RD-ROLE-COUNT
                        OR WS-SCAN-IDX > ZERO
               IF RD-ROLE-NAME(WS-FIND-IDX) = WS-LOOKUP-NAME
                   MOVE WS-FIND-IDX TO WS-SCAN-IDX
               END-IF
           END-PERFORM.

       3200-ADD-ROLE-PERMISSIONS.
           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                     UNTIL WS-PERM-IDX > 7
               IF RD-PERMISSIONS(WS-SCAN-IDX)(WS-PERM-IDX:1) = 'Y'
                   MOVE 'Y' TO WS-WORK-PERMS(WS-PERM-IDX:1)
               END-IF
           END-PERFORM.

       3300-CHECK-ROLE-HELD.
           MOVE 'N' TO WS-ROLE-HELD-SW
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                     UNTIL WS-ROLE-IDX > 4
               IF WR-ROLE(WS-ROLE-IDX) = WS-LOOKUP-NAME
                   SET ROLE-IS-HELD TO TRUE
               END-IF
           END-PERFORM.

       3400-FIND-PERMISSION.
           MOVE ZERO TO WS-SCAN-IDX
           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                     UNTIL WS-PERM-IDX > 7
                        OR WS-SCAN-IDX > ZERO
               IF PN-NAME(WS-PERM-IDX) = WS-LOOKUP-NAME
                   MOVE WS-PERM-IDX TO WS-SCAN-IDX
               END-IF
           END-PERFORM.

      * The first rule the work set breaks, if any - a permission
      * pair against the resolved image, a role pair against the
      * names assigned
       4000-TEST-SOD-RULES.
           MOVE 'N'  TO WS-RULE-BROKEN-SW
           MOVE ZERO TO WS-BROKEN-IDX
           PERFORM 4100-TEST-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > SD-RULE-COUNT
                    OR RULE-IS-BROKEN.

       4100-TEST-ONE-RULE.
           MOVE ZERO TO WS-LEFT-IDX
           MOVE ZERO TO WS-RIGHT-IDX
           IF SD-PERMISSION-PAIR(WS-RULE-IDX)
               MOVE SD-LEFT(WS-RULE-IDX) TO WS-LOOKUP-NAME
               PERFORM 3400-FIND-PERMISSION
               MOVE WS-SCAN-IDX TO WS-LEFT-IDX
               MOVE SD-RIGHT(WS-RULE-IDX) TO WS-LOOKUP-NAME
               PERFORM 3400-FIND-PERMISSION
               MOVE WS-SCAN-IDX TO WS-RIGHT-IDX
               IF WS-LEFT-IDX > ZERO AND WS-RIGHT-IDX > ZERO
                   IF WS-WORK-PERMS(WS-LEFT-IDX:1) = 'Y'
                           AND WS-WORK-PERMS(WS-RIGHT-IDX:1) = 'Y'
                       SET RULE-IS-BROKEN TO TRUE
                   END-IF
               END-IF
           ELSE
               MOVE SD-LEFT(WS-RULE-IDX) TO WS-LOOKUP-NAME
               PERFORM 3300-CHECK-ROLE-HELD
               IF ROLE-IS-HELD
                   MOVE SD-RIGHT(WS-RULE-IDX) TO WS-LOOKUP-NAME
                   PERFORM 3300-CHECK-ROLE-HELD
                   IF ROLE-IS-HELD
                       SET RULE-IS-BROKEN TO TRUE
                   END-IF
               END-IF
           END-IF
           IF RULE-IS-BROKEN
               MOVE WS-RULE-IDX TO WS-BROKEN-IDX
           END-IF.
