      *   APPROVE, keyed by a SECOND administrator (a different
      *   userid than the requester on the pending record), applies
      *   the staged change and deletes the pending entry;
      *   DISPLAY shows the target's current roles, the
      *   permissions they resolve to, and any pending change
      *   awaiting approval.
      *
      * FIBAUTH assigns named roles (FIBROLET), not flags. A role
      * set naming an unknown role is rejected; one that breaks a
      * FIBSODT separation-of-duties rule is refused at staging and
      * again at approval, and the refusal is audited with the rule.
      *
      * Every staged, applied, and denied change is written to the
      * FIBA transient data queue, which drains to the FIBAUTHA
      * audit dataset (the FIBL / FIBACCES convention).
      *
      * Input line: VERB (7), blank, USERID (8), blank, then up to
      * four role names of ten characters each separated by a
      * blank (ADD/CHANGE only) - the userid's complete role set -
      * then up to four business units (FIBUNITT) of four
      * characters each separated by a blank, or *ALL, that the
      * roles apply to; none means the default unit only.
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * 09-02-2026  AG  CARRY THE CORRECT FLAG ON THE REWRITE PATH
      *                 TOO - A CHANGE TO AN EXISTING USERID KEPT
      *                 THE OLD CORRECTION PERMISSION
      * 10-15-2026  AG  ASSIGN NAMED ROLES INSTEAD OF FLAG STRINGS
      *                 AND ENFORCE THE FIBSODT SEPARATION-OF-DUTIES
      *                 RULES AT STAGING AND AT APPROVAL
      * 10-15-2026  AG  LIST THE BRKGLASS ROLE IN THE ROLE PROMPT
      * 10-15-2026  AG  SCOPE THE ROLES TO THE BUSINESS UNITS KEYED
      *                 AFTER THEM, CARRIED THROUGH FIBAPND TO
      *                 FIBAUTH, AUDITED AND DISPLAYED
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER                PIC X.
           05  WS-AI-USERID          PIC X(8).
           05  FILLER                PIC X.
           05  WS-AI-ROLE-AREA OCCURS 4 TIMES.
               10  WS-AI-ROLE        PIC X(10).
               10  FILLER            PIC X.
           05  WS-AI-UNIT-AREA OCCURS 4 TIMES.
               10  WS-AI-UNIT        PIC X(4).
               10  FILLER            PIC X.

       01  WS-MESSAGES.
           05  WS-MSG-INITIAL        PIC X(52) VALUE
               'ENTER VERB (ADD/CHANGE/REVOKE/APPROVE/DISPLAY), USER'.
           05  WS-MSG-BAD-VERB       PIC X(52) VALUE
               'VERB MUST BE ADD, CHANGE, REVOKE, APPROVE, DISPLAY'.
           05  WS-MSG-BAD-ROLES.
               10  FILLER            PIC X(45) VALUE
                   'ROLES: OPERATOR, ANALYST, AUDITOR, CORRECTOR,'.
               10  FILLER            PIC X(16) VALUE
                   ' ADMIN, BRKGLASS'.
           05  WS-MSG-BAD-UNITS      PIC X(48) VALUE
               'UNIT NOT DEFINED - KEY A FIBUNITT UNIT OR *ALL'.
           05  WS-MSG-SOD-REFUSED.
               10  FILLER            PIC X(42) VALUE
                   'REFUSED - BREAKS SEPARATION-OF-DUTIES RULE'.
               10  FILLER            PIC X VALUE SPACE.
               10  WS-MSG-SOD-RULE   PIC X(4).
           05  WS-MSG-NO-USERID      PIC X(34) VALUE
               'TARGET USERID MUST BE SUPPLIED'.
           05  WS-MSG-STAGED         PIC X(52) VALUE
           05  FILLER                PIC X(5) VALUE 'USER '.
           05  DL-USERID             PIC X(8).
           05  FILLER                PIC X(9) VALUE ' CURRENT '.
           05  DL-CUR-ROLES          PIC X(40).
           05  FILLER                PIC X(7) VALUE ' PERMS '.
           05  DL-CUR-FLAGS          PIC X(7).
           05  FILLER                PIC X(7) VALUE ' UNITS '.
           05  DL-CUR-UNITS          PIC X(16).
           05  FILLER                PIC X(9) VALUE ' PENDING '.
           05  DL-PEND-ACTION        PIC X.
           05  FILLER                PIC X VALUE '/'.
           05  DL-PEND-ROLES         PIC X(40).
           05  FILLER                PIC X VALUE '/'.
           05  DL-PEND-UNITS         PIC X(16).
           05  FILLER                PIC X(5) VALUE ' BY '.
           05  DL-PEND-BY            PIC X(8).

       77  WS-ADMIN-USERID           PIC X(8) VALUE SPACES.
       77  WS-OLD-FLAGS              PIC X(7) VALUE SPACES.
       77  WS-OLD-ROLES              PIC X(40) VALUE SPACES.
       77  WS-NEW-FLAGS              PIC X(7) VALUE SPACES.
       77  WS-INPUT-ROLES            PIC X(40) VALUE SPACES.
       77  WS-OLD-UNITS              PIC X(16) VALUE SPACES.
       77  WS-INPUT-UNITS            PIC X(16) VALUE SPACES.
       77  WS-ROLE-IDX               PIC 9 VALUE ZERO.
       77  WS-UNIT-IDX               PIC 9 VALUE ZERO.
       77  WS-UNITS-VALID-SW         PIC X VALUE 'Y'.
           88  UNITS-ARE-VALID           VALUE 'Y'.
       77  WS-ROLES-VALID-SW         PIC X VALUE 'Y'.
           88  ROLES-ARE-VALID           VALUE 'Y'.
       77  WS-TARGET-ON-FILE-SW      PIC X VALUE 'N'.
           88  TARGET-IS-ON-FILE         VALUE 'Y'.
       77  WS-COMMAREA-BYTE          PIC X VALUE SPACE.
      * Security-administration audit record for the FIBA queue
           COPY FIBAAUDC.

      * Role resolution and separation-of-duties test
           COPY FIBROLRC.

      * Business-unit validation
           COPY FIBUNRC.

       01  WS-RESP-CODE              PIC S9(8) COMP.
       01  WS-RESP2-CODE             PIC S9(8) COMP.

      * same userid is replaced. FIBAUTH stays untouched until a
      * second administrator approves.
       3000-STAGE-CHANGE.
           MOVE SPACES TO WS-INPUT-ROLES
           MOVE SPACES TO WS-INPUT-UNITS
           IF WS-AI-VERB NOT = 'REVOKE '
               PERFORM 3100-EDIT-ROLES
               IF NOT ROLES-ARE-VALID
                   EXEC CICS SEND TEXT
                       FROM(WS-MSG-BAD-ROLES)
                       LENGTH(LENGTH OF WS-MSG-BAD-ROLES)
                       ERASE
                   END-EXEC
                   GO TO 3000-STAGE-CHANGE-EXIT
               END-IF
               PERFORM 3150-EDIT-UNITS
               IF NOT UNITS-ARE-VALID
                   EXEC CICS SEND TEXT
                       FROM(WS-MSG-BAD-UNITS)
                       LENGTH(LENGTH OF WS-MSG-BAD-UNITS)
                       ERASE
                   END-EXEC
                   GO TO 3000-STAGE-CHANGE-EXIT
               END-IF
               IF RLR-SOD-CONFLICT
                   MOVE WS-AI-USERID    TO AP-USERID
                   MOVE WS-ADMIN-USERID TO AP-REQUESTED-BY
                   MOVE WS-INPUT-ROLES  TO AP-NEW-ROLES
                   MOVE WS-INPUT-UNITS  TO AP-NEW-UNITS
                   IF WS-AI-VERB = 'ADD    '
                       MOVE 'A' TO AP-ACTION
                   ELSE
                       MOVE 'C' TO AP-ACTION
                   END-IF
                   MOVE SPACES TO AA-APPROVED-BY
                   PERFORM 3300-REFUSE-SOD-CONFLICT
                   GO TO 3000-STAGE-CHANGE-EXIT
               END-IF
           END-IF

           MOVE WS-AI-USERID TO AP-USERID
                   MOVE 'R' TO AP-ACTION
           END-EVALUATE
           IF AP-IS-REVOKE
               MOVE SPACES TO AP-NEW-ROLES
               MOVE SPACES TO AP-NEW-UNITS
           ELSE
               MOVE WS-INPUT-ROLES TO AP-NEW-ROLES
               MOVE WS-INPUT-UNITS TO AP-NEW-UNITS
           END-IF
           MOVE WS-ADMIN-USERID TO AP-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO AP-REQUEST-STAMP
                           MOVE 'R' TO AP-ACTION
                   END-EVALUATE
                   IF AP-IS-REVOKE
                       MOVE SPACES TO AP-NEW-ROLES
                       MOVE SPACES TO AP-NEW-UNITS
                   ELSE
                       MOVE WS-INPUT-ROLES TO AP-NEW-ROLES
                       MOVE WS-INPUT-UNITS TO AP-NEW-UNITS
                   END-IF
                   MOVE WS-ADMIN-USERID TO AP-REQUESTED-BY
                   MOVE FUNCTION CURRENT-DATE(1:14)
               GO TO 3000-STAGE-CHANGE-EXIT
           END-IF

           PERFORM 3200-RESOLVE-PENDING-ROLES
           MOVE AP-ACTION    TO AA-ACTION
           MOVE 'P'          TO AA-OUTCOME
           MOVE SPACES       TO AA-OLD-FLAGS
           MOVE SPACES       TO AA-OLD-ROLES
           MOVE SPACES       TO AA-OLD-UNITS
           MOVE SPACES       TO AA-APPROVED-BY
           PERFORM 7000-WRITE-AUDIT-RECORD

       3000-STAGE-CHANGE-EXIT.
           EXIT.

      * At least one role, every one of them defined in FIBROLET;
      * FIBROLR also reports a separation-of-duties conflict, which
      * is refused rather than rejected.
       3100-EDIT-ROLES.
           MOVE 'Y' TO WS-ROLES-VALID-SW
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                     UNTIL WS-ROLE-IDX > 4
               MOVE WS-AI-ROLE(WS-ROLE-IDX)
                   TO WS-INPUT-ROLES((WS-ROLE-IDX - 1) * 10 + 1:10)
           END-PERFORM
           INSPECT WS-INPUT-ROLES REPLACING ALL LOW-VALUES BY SPACES
           IF WS-INPUT-ROLES = SPACES
               MOVE 'N' TO WS-ROLES-VALID-SW
           ELSE
               SET RLR-RESOLVE TO TRUE
               MOVE WS-INPUT-ROLES TO RLR-ROLES
               CALL 'FIBROLR' USING FIBROLR-PARMS
               IF RLR-UNKNOWN-ROLE
                   MOVE 'N' TO WS-ROLES-VALID-SW
               END-IF
           END-IF.

      * Every unit keyed must be in FIBUNITT, or *ALL
       3150-EDIT-UNITS.
           MOVE 'Y' TO WS-UNITS-VALID-SW
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                     UNTIL WS-UNIT-IDX > 4
               MOVE WS-AI-UNIT(WS-UNIT-IDX)
                   TO WS-INPUT-UNITS((WS-UNIT-IDX - 1) * 4 + 1:4)
           END-PERFORM
           INSPECT WS-INPUT-UNITS REPLACING ALL LOW-VALUES BY SPACES
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                     UNTIL WS-UNIT-IDX > 4
               MOVE WS-INPUT-UNITS((WS-UNIT-IDX - 1) * 4 + 1:4)
                   TO UNR-UNIT
               IF UNR-UNIT NOT = SPACES AND UNR-UNIT NOT = '*ALL'
                   SET UNR-VALIDATE TO TRUE
                   CALL 'FIBUNITR' USING FIBUNITR-PARMS
                   IF NOT UNR-OK
                       MOVE 'N' TO WS-UNITS-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.

       3200-RESOLVE-PENDING-ROLES.
           SET RLR-RESOLVE TO TRUE
           MOVE AP-NEW-ROLES TO RLR-ROLES
           CALL 'FIBROLR' USING FIBROLR-PARMS
           MOVE RLR-PERMISSIONS TO WS-NEW-FLAGS.

      * A role set that breaks a separation-of-duties rule is
      * refused and audited with the rule it breaks
       3300-REFUSE-SOD-CONFLICT.
           MOVE 'NNNNNNN'       TO WS-NEW-FLAGS
           MOVE AP-ACTION       TO AA-ACTION
           MOVE 'V'             TO AA-OUTCOME
           MOVE SPACES          TO AA-OLD-FLAGS
           MOVE SPACES          TO AA-OLD-ROLES
           MOVE SPACES          TO AA-OLD-UNITS
           MOVE RLR-SOD-RULE-ID TO AA-SOD-RULE-ID
           PERFORM 7000-WRITE-AUDIT-RECORD

           MOVE RLR-SOD-RULE-ID TO WS-MSG-SOD-RULE
           EXEC CICS SEND TEXT
               FROM(WS-MSG-SOD-REFUSED)
               LENGTH(LENGTH OF WS-MSG-SOD-REFUSED)
               ERASE
           END-EXEC.

      * Dual control: the approver must differ from the requester
      * on the pending record. The change is applied to FIBAUTH,
      * audited with the before image, and the pending entry
           END-IF

           IF AP-REQUESTED-BY = WS-ADMIN-USERID
               PERFORM 3200-RESOLVE-PENDING-ROLES
               MOVE AP-ACTION    TO AA-ACTION
               MOVE 'D'          TO AA-OUTCOME
               MOVE SPACES       TO AA-OLD-FLAGS
               MOVE SPACES       TO AA-OLD-ROLES
               MOVE SPACES       TO AA-OLD-UNITS
               MOVE WS-ADMIN-USERID TO AA-APPROVED-BY
               PERFORM 7000-WRITE-AUDIT-RECORD
               EXEC CICS SEND TEXT
               GO TO 4000-APPROVE-CHANGE-EXIT
           END-IF

      * The rules are tested again: the table may have changed
      * since the change was staged. A refused change stays
      * pending until it is restaged or revoked.
           IF NOT AP-IS-REVOKE
               PERFORM 3200-RESOLVE-PENDING-ROLES
               IF RLR-SOD-CONFLICT
                   MOVE WS-ADMIN-USERID TO AA-APPROVED-BY
                   PERFORM 3300-REFUSE-SOD-CONFLICT
                   GO TO 4000-APPROVE-CHANGE-EXIT
               END-IF
           END-IF

           PERFORM 4100-READ-CURRENT-ROLES
           PERFORM 3200-RESOLVE-PENDING-ROLES
           PERFORM 4200-APPLY-TO-FIBAUTH

           MOVE AP-ACTION    TO AA-ACTION
           MOVE 'A'          TO AA-OUTCOME
           MOVE WS-OLD-FLAGS TO AA-OLD-FLAGS
           MOVE WS-OLD-ROLES TO AA-OLD-ROLES
           MOVE WS-OLD-UNITS TO AA-OLD-UNITS
           MOVE WS-ADMIN-USERID TO AA-APPROVED-BY
           PERFORM 7000-WRITE-AUDIT-RECORD

       4000-APPROVE-CHANGE-EXIT.
           EXIT.

       4100-READ-CURRENT-ROLES.
           MOVE 'N' TO WS-TARGET-ON-FILE-SW
           MOVE SPACES TO WS-OLD-FLAGS
           MOVE SPACES TO WS-OLD-ROLES
           MOVE SPACES TO WS-OLD-UNITS
           MOVE AP-USERID TO AUTH-USERID
           EXEC CICS READ
               DATASET('FIBAUTH')
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET TARGET-IS-ON-FILE TO TRUE
               MOVE AUTH-ROLES TO WS-OLD-ROLES
               MOVE AUTH-UNITS TO WS-OLD-UNITS
               SET RLR-RESOLVE TO TRUE
               MOVE AUTH-ROLES TO RLR-ROLES
               CALL 'FIBROLR' USING FIBROLR-PARMS
               MOVE RLR-PERMISSIONS TO WS-OLD-FLAGS
           END-IF.

       4200-APPLY-TO-FIBAUTH.
               END-IF
           ELSE
               MOVE AP-USERID           TO AUTH-USERID
               MOVE AP-NEW-ROLES        TO AUTH-ROLES
               MOVE AP-NEW-UNITS        TO AUTH-UNITS
               IF TARGET-IS-ON-FILE
                   EXEC CICS READ
                       DATASET('FIBAUTH')
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   MOVE AP-USERID           TO AUTH-USERID
                   MOVE AP-NEW-ROLES        TO AUTH-ROLES
                   MOVE AP-NEW-UNITS        TO AUTH-UNITS
                   EXEC CICS REWRITE
                       DATASET('FIBAUTH')
                       FROM(AUTH-RECORD)

       5000-DISPLAY-USERID.
           MOVE WS-AI-USERID TO AP-USERID
           PERFORM 4100-READ-CURRENT-ROLES

           MOVE WS-AI-USERID TO DL-USERID
           IF TARGET-IS-ON-FILE
               MOVE WS-OLD-ROLES TO DL-CUR-ROLES
               MOVE WS-OLD-FLAGS TO DL-CUR-FLAGS
               MOVE WS-OLD-UNITS TO DL-CUR-UNITS
           ELSE
               MOVE SPACES    TO DL-CUR-ROLES
               MOVE '.......' TO DL-CUR-FLAGS
               MOVE SPACES    TO DL-CUR-UNITS
           END-IF

           EXEC CICS READ
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE AP-ACTION       TO DL-PEND-ACTION
               MOVE AP-NEW-ROLES    TO DL-PEND-ROLES
               MOVE AP-NEW-UNITS    TO DL-PEND-UNITS
               MOVE AP-REQUESTED-BY TO DL-PEND-BY
           ELSE
               MOVE SPACE  TO DL-PEND-ACTION
               MOVE SPACES TO DL-PEND-ROLES
               MOVE SPACES TO DL-PEND-UNITS
               MOVE SPACES TO DL-PEND-BY
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO AA-TIMESTAMP
           MOVE AP-USERID       TO AA-TARGET-USERID
           MOVE AP-REQUESTED-BY TO AA-REQUESTED-BY
           MOVE WS-NEW-FLAGS    TO AA-NEW-FLAGS
           MOVE AP-NEW-ROLES    TO AA-NEW-ROLES
           MOVE AP-NEW-UNITS    TO AA-NEW-UNITS
           IF AA-OUTCOME NOT = 'V'
               MOVE SPACES TO AA-SOD-RULE-ID
           END-IF

           EXEC CICS WRITEQ TD
               QUEUE('FIBA')
