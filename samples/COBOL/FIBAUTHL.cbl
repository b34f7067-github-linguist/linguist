      *   record), apply the staged change to FIBAUTH and delete the
      *   pending record.
      *
      * FIBAUTH assigns named roles (see FIBROLET), not flags. An
      * ADD or CHANGE names the userid's complete role set; a set
      * naming an unknown role is rejected, and a set that breaks a
      * FIBSODT separation-of-duties rule is refused both when it
      * is staged and again when it is approved, in case the rules
      * changed in between. The roles are scoped to the business
      * units the card names; an unknown unit rejects the card.
      *
      * Every staged, applied, denied and refused change is appended
      * to the FIBAUTHA audit trail with before and after role sets
      * and the permissions they resolve to.
      *
      * SYSIN card layout:
      *   COLS  1-7   VERB: ADD, CHANGE, REVOKE, APPROVE
      *   COLS  9-16  TARGET USERID
      *   COLS 18-27, 29-38, 40-49, 51-60
      *               UP TO FOUR ROLE NAMES - ADD/CHANGE ONLY
      *   COLS 62-65, 67-70, 72-75, 77-80
      *               UP TO FOUR BUSINESS UNITS (FIBUNITT) THE ROLES
      *               APPLY TO, OR *ALL FOR EVERY UNIT - ADD/CHANGE
      *               ONLY; NONE MEANS THE DEFAULT UNIT ONLY
      *
      * RC=4 on rejected cards, RC=8 when the control files are
      * unavailable.
      *                 AND AUDIT TRAIL FOR THE FIBAUTH FILE
      * 09-02-2026  AG  CARRY THE SEVENTH (CORRECT) PERMISSION FLAG
      *                 ADDED FOR THE FIBFIX UTILITY
      * 10-15-2026  AG  ASSIGN NAMED ROLES INSTEAD OF FLAG STRINGS
      *                 AND ENFORCE THE FIBSODT SEPARATION-OF-DUTIES
      *                 RULES AT STAGING AND AT APPROVAL
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  SCOPE THE ROLES TO BUSINESS UNITS NAMED ON THE
      *                 ADD/CHANGE CARD, CARRIED THROUGH FIBAPND TO
      *                 FIBAUTH AND AUDITED ON FIBAUTHA
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER                 PIC X.
           05  WS-CC-USERID           PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-ROLE-AREA OCCURS 4 TIMES.
               10  WS-CC-ROLE         PIC X(10).
               10  FILLER             PIC X.
           05  WS-CC-UNIT-AREA OCCURS 4 TIMES.
               10  WS-CC-UNIT         PIC X(4).
               10  FILLER             PIC X.

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-ROLES-VALID-SW      PIC X VALUE 'Y'.
               88  ROLES-ARE-VALID        VALUE 'Y'.
           05  WS-TARGET-ON-FILE-SW   PIC X VALUE 'N'.
               88  TARGET-IS-ON-FILE      VALUE 'Y'.

       77  WS-ROLE-IDX                PIC 9 VALUE ZERO.
       77  WS-UNIT-IDX                PIC 9 VALUE ZERO.
       77  WS-OLD-UNITS               PIC X(16) VALUE SPACES.
       77  WS-CARD-UNITS              PIC X(16) VALUE SPACES.
       77  WS-OLD-FLAGS               PIC X(7) VALUE SPACES.
       77  WS-OLD-ROLES               PIC X(40) VALUE SPACES.
       77  WS-NEW-FLAGS               PIC X(7) VALUE SPACES.
       77  WS-CARD-ROLES              PIC X(40) VALUE SPACES.
       77  WS-REFUSED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-STAGED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-APPLIED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Role resolution and separation-of-duties test
           COPY FIBROLRC.

      * Business-unit validation
           COPY FIBUNRC.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
      * FIBAUTH itself stays untouched until a second administrator
      * approves.
       120-STAGE-CHANGE.
           MOVE SPACES TO WS-CARD-ROLES
           MOVE SPACES TO WS-CARD-UNITS
           IF WS-CC-VERB NOT = 'REVOKE '
               PERFORM 130-EDIT-ROLES
               IF ROLES-ARE-VALID
                   PERFORM 132-EDIT-UNITS
               END-IF
               IF NOT ROLES-ARE-VALID
                   PERFORM 180-REJECT-CARD
                   GO TO 120-STAGE-CHANGE-EXIT
               END-IF
               IF RLR-SOD-CONFLICT
                   MOVE WS-CC-USERID TO AP-USERID
                   MOVE WS-USERID    TO AP-REQUESTED-BY
                   MOVE WS-CARD-ROLES TO AP-NEW-ROLES
                   MOVE WS-CARD-UNITS TO AP-NEW-UNITS
                   PERFORM 185-REFUSE-SOD-CONFLICT
                   GO TO 120-STAGE-CHANGE-EXIT
               END-IF
           END-IF

           MOVE WS-CC-USERID TO AP-USERID
                   MOVE 'R' TO AP-ACTION
           END-EVALUATE
           IF AP-IS-REVOKE
               MOVE SPACES TO AP-NEW-ROLES
               MOVE SPACES TO AP-NEW-UNITS
           ELSE
               MOVE WS-CARD-ROLES TO AP-NEW-ROLES
               MOVE WS-CARD-UNITS TO AP-NEW-UNITS
           END-IF
           MOVE WS-USERID TO AP-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO AP-REQUEST-STAMP
           DISPLAY 'STAGED:  ' WS-CC-VERB ' ' WS-CC-USERID
               ' - AWAITING SECOND-ADMINISTRATOR APPROVAL'

           PERFORM 135-RESOLVE-PENDING-ROLES
           MOVE AP-ACTION  TO AA-ACTION
           MOVE 'P'        TO AA-OUTCOME
           MOVE SPACES     TO AA-OLD-FLAGS
           MOVE SPACES     TO AA-OLD-ROLES
           MOVE SPACES     TO AA-OLD-UNITS
           MOVE SPACES     TO AA-APPROVED-BY
           PERFORM 170-WRITE-AUDIT-RECORD.

       120-STAGE-CHANGE-EXIT.
           EXIT.

      * At least one role, every one of them defined in FIBROLET;
      * FIBROLR also reports a separation-of-duties conflict, which
      * the caller refuses rather than rejects.
       130-EDIT-ROLES.
           MOVE 'Y' TO WS-ROLES-VALID-SW
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                     UNTIL WS-ROLE-IDX > 4
               MOVE WS-CC-ROLE(WS-ROLE-IDX)
                   TO WS-CARD-ROLES((WS-ROLE-IDX - 1) * 10 + 1:10)
           END-PERFORM
           IF WS-CARD-ROLES = SPACES
               MOVE 'N' TO WS-ROLES-VALID-SW
           ELSE
               SET RLR-RESOLVE TO TRUE
               MOVE WS-CARD-ROLES TO RLR-ROLES
               CALL 'FIBROLR' USING FIBROLR-PARMS
               IF RLR-UNKNOWN-ROLE
                   DISPLAY 'ROLE ' RLR-BAD-ROLE ' IS NOT DEFINED'
                   MOVE 'N' TO WS-ROLES-VALID-SW
               END-IF
           END-IF.

      * Every unit named must be in FIBUNITT, or *ALL; none at all
      * leaves the roles scoped to the default unit
       132-EDIT-UNITS.
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                     UNTIL WS-UNIT-IDX > 4
               MOVE WS-CC-UNIT(WS-UNIT-IDX)
                   TO WS-CARD-UNITS((WS-UNIT-IDX - 1) * 4 + 1:4)
               IF WS-CC-UNIT(WS-UNIT-IDX) NOT = SPACES
                       AND WS-CC-UNIT(WS-UNIT-IDX) NOT = '*ALL'
                   SET UNR-VALIDATE TO TRUE
                   MOVE WS-CC-UNIT(WS-UNIT-IDX) TO UNR-UNIT
                   CALL 'FIBUNITR' USING FIBUNITR-PARMS
                   IF NOT UNR-OK
                       DISPLAY 'UNIT ' WS-CC-UNIT(WS-UNIT-IDX)
                           ' IS NOT DEFINED'
                       MOVE 'N' TO WS-ROLES-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.

       135-RESOLVE-PENDING-ROLES.
           SET RLR-RESOLVE TO TRUE
           MOVE AP-NEW-ROLES TO RLR-ROLES
           CALL 'FIBROLR' USING FIBROLR-PARMS
           MOVE RLR-PERMISSIONS TO WS-NEW-FLAGS.

      * Dual control: the approver must not be the administrator
      * who staged the change. The pending record is applied to
      * FIBAUTH, audited with the before image, and deleted.
                   'STAGED BY ' AP-REQUESTED-BY
                   ' - A SECOND ADMINISTRATOR MUST APPROVE'
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 135-RESOLVE-PENDING-ROLES
               MOVE AP-ACTION TO AA-ACTION
               MOVE 'D'       TO AA-OUTCOME
               MOVE SPACES    TO AA-OLD-FLAGS
               MOVE SPACES    TO AA-OLD-ROLES
               MOVE SPACES    TO AA-OLD-UNITS
               MOVE WS-USERID TO AA-APPROVED-BY
               PERFORM 170-WRITE-AUDIT-RECORD
               GO TO 140-APPROVE-CHANGE-EXIT
           END-IF

      * The rules are tested again: the table may have changed
      * since the change was staged. A refused change stays
      * pending until it is restaged or revoked.
           IF NOT AP-IS-REVOKE
               PERFORM 135-RESOLVE-PENDING-ROLES
               IF RLR-SOD-CONFLICT
                   PERFORM 185-REFUSE-SOD-CONFLICT
                   GO TO 140-APPROVE-CHANGE-EXIT
               END-IF
           END-IF

           PERFORM 150-READ-CURRENT-ROLES
           PERFORM 135-RESOLVE-PENDING-ROLES
           PERFORM 160-APPLY-TO-FIBAUTH

           MOVE AP-ACTION    TO AA-ACTION
           MOVE 'A'          TO AA-OUTCOME
           MOVE WS-OLD-FLAGS TO AA-OLD-FLAGS
           MOVE WS-OLD-ROLES TO AA-OLD-ROLES
           MOVE WS-OLD-UNITS TO AA-OLD-UNITS
           MOVE WS-USERID    TO AA-APPROVED-BY
           PERFORM 170-WRITE-AUDIT-RECORD

       140-APPROVE-CHANGE-EXIT.
           EXIT.

       150-READ-CURRENT-ROLES.
           MOVE 'N' TO WS-TARGET-ON-FILE-SW
           MOVE SPACES TO WS-OLD-FLAGS
           MOVE SPACES TO WS-OLD-ROLES
           MOVE SPACES TO WS-OLD-UNITS
           MOVE AP-USERID TO AUTH-USERID
           READ AUTHORIZATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TARGET-IS-ON-FILE TO TRUE
                   MOVE AUTH-ROLES TO WS-OLD-ROLES
                   MOVE AUTH-UNITS TO WS-OLD-UNITS
                   SET RLR-RESOLVE TO TRUE
                   MOVE AUTH-ROLES TO RLR-ROLES
                   CALL 'FIBROLR' USING FIBROLR-PARMS
                   MOVE RLR-PERMISSIONS TO WS-OLD-FLAGS
           END-READ.

       160-APPLY-TO-FIBAUTH.
               END-IF
           ELSE
               MOVE AP-USERID           TO AUTH-USERID
               MOVE AP-NEW-ROLES        TO AUTH-ROLES
               MOVE AP-NEW-UNITS        TO AUTH-UNITS
               WRITE AUTH-RECORD
                   INVALID KEY
                       REWRITE AUTH-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AA-TIMESTAMP
           MOVE AP-USERID       TO AA-TARGET-USERID
           MOVE AP-REQUESTED-BY TO AA-REQUESTED-BY
           MOVE WS-NEW-FLAGS    TO AA-NEW-FLAGS
           MOVE AP-NEW-ROLES    TO AA-NEW-ROLES
           MOVE AP-NEW-UNITS    TO AA-NEW-UNITS
           IF AA-OUTCOME NOT = 'V'
               MOVE SPACES TO AA-SOD-RULE-ID
           END-IF
           WRITE AUTH-AUDIT-RECORD.

       180-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED CARD: <' WS-CC-VERB ' ' WS-CC-USERID
               ' ' WS-CARD-ROLES ' ' WS-CARD-UNITS '>'.

      * A role set that breaks a separation-of-duties rule is
      * refused and audited with the rule it breaks
       185-REFUSE-SOD-CONFLICT.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY 'REFUSED: ' AP-USERID ' ROLES ' AP-NEW-ROLES
           DISPLAY '         BREAK RULE ' RLR-SOD-RULE-ID ' - '
               RLR-SOD-TEXT
           MOVE 'NNNNNNN'       TO WS-NEW-FLAGS
           MOVE AP-ACTION       TO AA-ACTION
           IF WS-CC-VERB NOT = 'APPROVE'
               EVALUATE WS-CC-VERB
                   WHEN 'ADD    '
                       MOVE 'A' TO AA-ACTION
                   WHEN OTHER
                       MOVE 'C' TO AA-ACTION
               END-EVALUATE
               MOVE SPACES      TO AA-APPROVED-BY
           ELSE
               MOVE WS-USERID   TO AA-APPROVED-BY
           END-IF
           MOVE 'V'             TO AA-OUTCOME
           MOVE SPACES          TO AA-OLD-FLAGS
           MOVE SPACES          TO AA-OLD-ROLES
           MOVE SPACES          TO AA-OLD-UNITS
           MOVE RLR-SOD-RULE-ID TO AA-SOD-RULE-ID
           PERFORM 170-WRITE-AUDIT-RECORD.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'CHANGES STAGED:   ' WS-STAGED-COUNT
           DISPLAY 'CHANGES APPLIED:  ' WS-APPLIED-COUNT
           DISPLAY 'CARDS REJECTED:   ' WS-REJECTED-COUNT
           DISPLAY 'SOD REFUSALS:     ' WS-REFUSED-COUNT

           IF WS-REJECTED-COUNT > ZERO OR WS-REFUSED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBAUTHL COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
