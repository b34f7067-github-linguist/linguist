      ******************************************************************
      * FIBBRKG is the break-glass facility for the FIBAUTH
      * permissions. When a FORCE rerun or a FIBFIX correction is
      * needed at night and nobody holding the permission can be
      * reached, a named break-glass operator (the BRKGLASS role on
      * FIBAUTH) grants it to themselves for a fixed number of
      * hours instead of having security change FIBAUTH and forget
      * to change it back:
      *
      *   GRANT names one permission - OVERRIDE, FORCE, PURGEOVR or
      *   CORRECT - the hours (at most eight) and a mandatory
      *   reason. The grant is filed on FIBBRKG, written to the
      *   FIBAUTHA trail and a critical alert goes to FIBALERT.
      *   It expires by itself: FIBBGCK honors it only until the
      *   expiry stamp. One live grant per userid at a time, never
      *   one the roles already give, and never one that would
      *   break a FIBSODT permission-pair rule.
      *   END closes the submitter's live grant early once the
      *   work is done.
      *   REPORT, run each morning, prints every grant not yet
      *   reviewed with each action ADVFIBB, FIBFIX and FIBPURGE
      *   tagged to it on FIBBGACT.
      *   REVIEW records the second-person review of a closed
      *   grant; the reviewer may not be the grantee.
      *
      * SYSIN card layout:
      *   COLS  1-7   VERB: GRANT, END, REVIEW, REPORT
      *   COLS  9-16  PERMISSION (GRANT)
      *               GRANTEE USERID (REVIEW)
      *   COLS 18-19  HOURS, 01-08 (GRANT)
      *   COLS 18-31  GRANT STAMP YYYYMMDDHHMMSS (REVIEW)
      *   COLS 21-80  REASON (GRANT)
      *
      * RC=4 on rejected cards, or when REPORT lists a closed grant
      * still waiting for review; RC=8 when FIBBRKG cannot be
      * opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBBRKG.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - SELF-GRANTED, TIME-LIMITED
      *                 BREAK-GLASS ELEVATION WITH ALERT, AUDIT AND
      *                 SECOND-PERSON REVIEW
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  CLEAR THE BUSINESS-UNIT IMAGES ON THE FIBAUTHA
      *                 RECORDS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO "FIBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT GRANT-FILE ASSIGN TO "FIBBRKG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-GRNT-FILE-STATUS.
           SELECT AUTH-AUDIT-FILE ASSIGN TO "FIBAUTHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAUD-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "FIBALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-FILE-STATUS.
           SELECT ACTION-LOG-FILE ASSIGN TO "FIBBGACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BGAC-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.

       FD  GRANT-FILE.
           COPY FIBBGRC.

       FD  AUTH-AUDIT-FILE
           RECORDING MODE IS F.
           COPY FIBAAUDC.

      * Real-time operator alert record, as ADVFIBB writes it - the
      * automation product pages on a severity-C record
       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           05  ALR-TIMESTAMP          PIC 9(14).
           05  ALR-PROGRAM            PIC X(8).
           05  ALR-SEVERITY           PIC X.
           05  ALR-MSG-ID             PIC X(8).
           05  ALR-TEXT               PIC X(60).

       FD  ACTION-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBBGAC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(7).
           05  FILLER                 PIC X.
           05  WS-CC-OPERAND          PIC X(8).
           05  WS-CC-PERMISSION REDEFINES WS-CC-OPERAND
                                      PIC X(8).
           05  WS-CC-GRANTEE REDEFINES WS-CC-OPERAND
                                      PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-REVIEW-AREA.
               10  WS-CC-HOURS        PIC X(2).
               10  FILLER             PIC X(12).
           05  WS-CC-GRANT-STAMP REDEFINES WS-CC-REVIEW-AREA
                                      PIC X(14).
           05  FILLER                 PIC X(49).
       01  WS-CC-REASON REDEFINES WS-CONTROL-CARD.
           05  FILLER                 PIC X(20).
           05  WS-CC-REASON-TEXT      PIC X(60).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-AUTH-FILE-STATUS    PIC XX VALUE SPACES.
               88  AUTH-FILE-OK            VALUE '00'.
           05  WS-GRNT-FILE-STATUS    PIC XX VALUE SPACES.
               88  GRNT-FILE-OK            VALUE '00'.
               88  GRNT-FILE-NOT-FOUND     VALUE '35'.
           05  WS-AAUD-FILE-STATUS    PIC XX VALUE SPACES.
               88  AAUD-FILE-NOT-FOUND     VALUE '35'.
           05  WS-ALRT-FILE-STATUS    PIC XX VALUE SPACES.
               88  ALRT-FILE-OK            VALUE '00'.
               88  ALRT-FILE-NOT-FOUND     VALUE '35'.
           05  WS-BGAC-FILE-STATUS    PIC XX VALUE SPACES.
               88  BGAC-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-GRNT-EOF-SW         PIC X VALUE 'N'.
               88  GRNT-EOF-REACHED       VALUE 'Y'.
           05  WS-BGAC-EOF-SW         PIC X VALUE 'N'.
               88  BGAC-EOF-REACHED       VALUE 'Y'.
           05  WS-ON-FILE-SW          PIC X VALUE 'N'.
               88  USERID-ON-FILE         VALUE 'Y'.
           05  WS-BRKGLASS-SW         PIC X VALUE 'N'.
               88  USERID-MAY-BREAK-GLASS VALUE 'Y'.
           05  WS-LIVE-GRANT-SW       PIC X VALUE 'N'.
               88  LIVE-GRANT-FOUND       VALUE 'Y'.
           05  WS-RULE-BROKEN-SW      PIC X VALUE 'N'.
               88  GRANT-BREAKS-RULE      VALUE 'Y'.

      * The break-glass permissions - the ones a night rerun or
      * correction can be stuck without
       01  ELIGIBLE-PERMISSION-VALUES.
           05  FILLER                 PIC X(10) VALUE 'OVERRIDE'.
           05  FILLER                 PIC X(10) VALUE 'FORCE'.
           05  FILLER                 PIC X(10) VALUE 'PURGEOVR'.
           05  FILLER                 PIC X(10) VALUE 'CORRECT'.
       01  ELIGIBLE-PERMISSION-TABLE
               REDEFINES ELIGIBLE-PERMISSION-VALUES.
           05  EP-NAME OCCURS 4 TIMES PIC X(10).

      * Expiry arithmetic - the grant hours are added to the hour
      * of the stamp, rolling into the next day past midnight
       01  WS-EXPIRY-STAMP            PIC 9(14) VALUE ZERO.
       01  FILLER REDEFINES WS-EXPIRY-STAMP.
           05  WS-EX-DATE             PIC 9(8).
           05  WS-EX-HOUR             PIC 99.
           05  WS-EX-MIN-SEC          PIC 9(4).

       01  REPORT-LINES.
           05  RPT-HEADER-LINE.
               10  FILLER             PIC X(40) VALUE
                   'FIBBRKG - BREAK-GLASS GRANTS FOR REVIEW '.
               10  FILLER             PIC X(6) VALUE ' RUN '.
               10  RH-RUN-STAMP       PIC 9(14).
               10  FILLER             PIC X(73) VALUE SPACES.
           05  RPT-GRANT-LINE.
               10  FILLER             PIC X(6) VALUE 'GRANT '.
               10  RG-USERID          PIC X(8).
               10  FILLER             PIC X VALUE SPACE.
               10  RG-GRANT-STAMP     PIC 9(14).
               10  FILLER             PIC X VALUE SPACE.
               10  RG-PERMISSION      PIC X(10).
               10  FILLER             PIC X(4) VALUE 'HRS '.
               10  RG-HOURS           PIC 9(2).
               10  FILLER             PIC X(9) VALUE '  EXPIRY '.
               10  RG-EXPIRY-STAMP    PIC 9(14).
               10  FILLER             PIC X VALUE SPACE.
               10  RG-STATE           PIC X(8).
               10  FILLER             PIC X(9) VALUE '  ACTIONS'.
               10  RG-ACTION-COUNT    PIC ZZZZ9.
               10  FILLER             PIC X(41) VALUE SPACES.
           05  RPT-REASON-LINE.
               10  FILLER             PIC X(15) VALUE
                   '      REASON: '.
               10  RR-REASON          PIC X(60).
               10  FILLER             PIC X(58) VALUE SPACES.
           05  RPT-ACTION-LINE.
               10  FILLER             PIC X(6) VALUE SPACES.
               10  RA-TIMESTAMP       PIC 9(14).
               10  FILLER             PIC X VALUE SPACE.
               10  RA-PROGRAM         PIC X(8).
               10  FILLER             PIC X VALUE SPACE.
               10  RA-TEXT            PIC X(60).
               10  FILLER             PIC X(43) VALUE SPACES.
           05  RPT-NO-ACTION-LINE.
               10  FILLER             PIC X(40) VALUE
                   '      NO ACTIONS TAKEN UNDER THIS GRANT'.
               10  FILLER             PIC X(93) VALUE SPACES.
           05  RPT-TOTAL-LINE.
               10  RT-LABEL           PIC X(40).
               10  RT-COUNT           PIC ZZZZ9.
               10  FILLER             PIC X(88) VALUE SPACES.

       01  WS-ALERT-TEXT.
           05  FILLER                 PIC X(12) VALUE 'BREAK-GLASS '.
           05  WS-AT-PERMISSION       PIC X(8).
           05  FILLER                 PIC X(4) VALUE ' TO '.
           05  WS-AT-USERID           PIC X(8).
           05  FILLER                 PIC X(5) VALUE ' FOR '.
           05  WS-AT-HOURS            PIC 9(2).
           05  FILLER                 PIC X(12) VALUE ' HRS UNTIL '.
           05  WS-AT-EXPIRY           PIC 9(4).
           05  FILLER                 PIC X(5) VALUE SPACES.

       77  WS-MAX-HOURS               PIC 9(2) VALUE 8.
       77  WS-GRANT-HOURS             PIC 9(2) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-FIND-USERID             PIC X(8) VALUE SPACES.
       77  WS-USER-ROLES              PIC X(40) VALUE SPACES.
       77  WS-HELD-PERMS              PIC X(7) VALUE SPACES.
       77  WS-GRANT-PERMS             PIC X(7) VALUE SPACES.
       77  WS-GRANT-PERMISSION        PIC X(10) VALUE SPACES.
       77  WS-PERM-IDX                PIC 9(2) VALUE ZERO.
       77  WS-SCAN-IDX                PIC 9(2) VALUE ZERO.
       77  WS-ROLE-IDX                PIC 9(2) VALUE ZERO.
       77  WS-RULE-IDX                PIC 9(2) VALUE ZERO.
       77  WS-LEFT-IDX                PIC 9(2) VALUE ZERO.
       77  WS-RIGHT-IDX               PIC 9(2) VALUE ZERO.
       77  WS-LOOKUP-NAME             PIC X(10) VALUE SPACES.
       77  WS-BROKEN-RULE-ID          PIC X(4) VALUE SPACES.
       77  WS-GRANT-STATE             PIC X(8) VALUE SPACES.
       77  WS-ACTION-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-LISTED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-AWAITING-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-LIVE-COUNT              PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * The role and permission names, and the separation-of-duties
      * rules a grant is tested against
           COPY FIBROLET.
           COPY FIBSODT.

      * Role resolution and separation-of-duties test
           COPY FIBROLRC.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-PROCESS-GRANT-DECK
               THRU 100-PROCESS-GRANT-DECK-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBBRKG - BREAK-GLASS ELEVATION'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY: ' WS-USERID.

       100-PROCESS-GRANT-DECK.
           OPEN I-O GRANT-FILE
           IF GRNT-FILE-NOT-FOUND
               OPEN OUTPUT GRANT-FILE
               CLOSE GRANT-FILE
               OPEN I-O GRANT-FILE
           END-IF
           IF NOT GRNT-FILE-OK
               DISPLAY 'ERROR: FIBBRKG NOT AVAILABLE - STATUS '
                   WS-GRNT-FILE-STATUS ' - DECK NOT PROCESSED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-PROCESS-GRANT-DECK-EXIT
           END-IF

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO BREAK-GLASS DECK SUPPLIED'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL CARD-EOF-REACHED
                   READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                       AT END
                           SET CARD-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 110-PROCESS-ONE-CARD
                               THRU 110-PROCESS-EXIT
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF

           CLOSE GRANT-FILE.

       100-PROCESS-GRANT-DECK-EXIT.
           EXIT.

       110-PROCESS-ONE-CARD.
           IF WS-CC-VERB = SPACES OR WS-CC-VERB(1:1) = '*'
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-CC-VERB NOT = 'REPORT ' AND WS-USERID = SPACES
               DISPLAY 'REJECTED: NO USERID IN THE PARM'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           EVALUATE WS-CC-VERB
               WHEN 'GRANT  '
                   PERFORM 120-GRANT-ELEVATION
                       THRU 120-GRANT-ELEVATION-EXIT
               WHEN 'END    '
                   PERFORM 130-END-GRANT
                       THRU 130-END-GRANT-EXIT
               WHEN 'REVIEW '
                   PERFORM 140-REVIEW-GRANT
                       THRU 140-REVIEW-GRANT-EXIT
               WHEN 'REPORT '
                   PERFORM 150-REPORT-GRANTS
               WHEN OTHER
                   DISPLAY 'REJECTED: VERB <' WS-CC-VERB
                       '> IS NOT GRANT, END, REVIEW OR REPORT'
                   PERFORM 180-REJECT-CARD
           END-EVALUATE.

       110-PROCESS-EXIT.
           EXIT.

      * A self-grant: the submitter must be a named break-glass
      * operator whose roles resolve cleanly, must lack the
      * permission, must hold no other live grant, and the roles
      * plus the grant must break no permission-pair rule
       120-GRANT-ELEVATION.
           MOVE WS-CC-PERMISSION TO WS-GRANT-PERMISSION
           MOVE ZERO TO WS-SCAN-IDX
           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                     UNTIL WS-PERM-IDX > 4
               IF EP-NAME(WS-PERM-IDX) = WS-GRANT-PERMISSION
                   MOVE WS-PERM-IDX TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-SCAN-IDX = ZERO
               DISPLAY 'REJECTED: PERMISSION <' WS-CC-PERMISSION
                   '> IS NOT OVERRIDE, FORCE, PURGEOVR OR CORRECT'
               PERFORM 180-REJECT-CARD
               GO TO 120-GRANT-ELEVATION-EXIT
           END-IF

           IF WS-CC-HOURS IS NOT NUMERIC
               DISPLAY 'REJECTED: HOURS <' WS-CC-HOURS
                   '> ARE NOT 01 TO ' WS-MAX-HOURS
               PERFORM 180-REJECT-CARD
               GO TO 120-GRANT-ELEVATION-EXIT
           END-IF
           MOVE WS-CC-HOURS TO WS-GRANT-HOURS
           IF WS-GRANT-HOURS = ZERO OR WS-GRANT-HOURS > WS-MAX-HOURS
               DISPLAY 'REJECTED: HOURS <' WS-CC-HOURS
                   '> ARE NOT 01 TO ' WS-MAX-HOURS
               PERFORM 180-REJECT-CARD
               GO TO 120-GRANT-ELEVATION-EXIT
           END-IF

           IF WS-CC-REASON-TEXT = SPACES
               DISPLAY 'REJECTED: A BREAK-GLASS GRANT NEEDS A REASON'
               PERFORM 180-REJECT-CARD
               GO TO 120-GRANT-ELEVATION-EXIT
           END-IF

           MOVE WS-USERID TO WS-FIND-USERID
           PERFORM 200-RESOLVE-USERID
           IF NOT USERID-ON-FILE
               DISPLAY 'REJECTED: USERID ' WS-USERID
                   ' HAS NO FIBAUTH RECORD'
               PERFORM 180-REJECT-CARD
               GO TO 120-GRANT-ELEVATION-EXIT
           END-IF
           IF NOT USERID-MAY-BREAK-GLASS
               DISPLAY 'REJECTED: USERID ' WS-USERID
                   ' IS NOT A NAMED BREAK-GLASS OPERATOR'
               PERFORM 180-REJECT-CARD
               GO TO 120-GRANT-ELEVATION-EXIT
           END-IF
           IF RLR-SOD-CONFLICT
               DISPLAY 'REJECTED: USERID ' WS-USERID
                   ' ROLES BREAK RULE ' RLR-SOD-RULE-ID
               PERFORM 180-REJECT-CARD
               GO TO 120-GRANT-ELEVATION-EXIT
           END-IF

           MOVE WS-GRANT-PERMISSION TO WS-LOOKUP-NAME
           PERFORM 220-FIND-PERMISSION
           IF WS-HELD-PERMS(WS-SCAN-IDX:1) = 'Y'
               DISPLAY 'REJECTED: USERID ' WS-USERID ' ALREADY '
                   'HOLDS ' WS-GRANT-PERMISSION ' - NO GRANT NEEDED'
               PERFORM 180-REJECT-CARD
               GO TO 120-GRANT-ELEVATION-EXIT
           END-IF

           MOVE WS-HELD-PERMS TO WS-GRANT-PERMS
           MOVE 'Y' TO WS-GRANT-PERMS(WS-SCAN-IDX:1)
           PERFORM 230-TEST-GRANT-RULES
           IF GRANT-BREAKS-RULE
               DISPLAY 'REFUSED: ' WS-GRANT-PERMISSION ' WITH THE '
                   'ROLES OF ' WS-USERID ' BREAKS RULE '
                   WS-BROKEN-RULE-ID
               PERFORM 180-REJECT-CARD
               GO TO 120-GRANT-ELEVATION-EXIT
           END-IF

           PERFORM 300-FIND-LIVE-GRANT
           IF LIVE-GRANT-FOUND
               DISPLAY 'REJECTED: USERID ' WS-USERID ' ALREADY HOLDS '
                   'LIVE GRANT ' BG-GRANT-STAMP ' OF ' BG-PERMISSION
                   ' - END IT FIRST'
               PERFORM 180-REJECT-CARD
               GO TO 120-GRANT-ELEVATION-EXIT
           END-IF

           PERFORM 310-COMPUTE-EXPIRY

           MOVE WS-USERID           TO BG-USERID
           MOVE WS-NOW-STAMP        TO BG-GRANT-STAMP
           MOVE WS-GRANT-PERMISSION TO BG-PERMISSION
           MOVE WS-GRANT-HOURS      TO BG-HOURS
           MOVE WS-EXPIRY-STAMP     TO BG-EXPIRY-STAMP
           MOVE WS-CC-REASON-TEXT   TO BG-REASON
           SET BG-GRANTED TO TRUE
           MOVE ZERO                TO BG-ENDED-STAMP
           MOVE SPACES              TO BG-REVIEWED-BY
           MOVE ZERO                TO BG-REVIEW-STAMP
           WRITE BREAK-GLASS-GRANT
               INVALID KEY
                   DISPLAY 'REJECTED: GRANT ' WS-NOW-STAMP
                       ' ALREADY ON FILE - RESUBMIT'
                   PERFORM 180-REJECT-CARD
                   GO TO 120-GRANT-ELEVATION-EXIT
           END-WRITE

           MOVE 'B' TO AA-ACTION
           MOVE WS-USERID TO AA-REQUESTED-BY
           MOVE SPACES    TO AA-APPROVED-BY
           PERFORM 400-WRITE-AUTH-AUDIT
           PERFORM 410-POST-CRITICAL-ALERT

           DISPLAY 'GRANTED:  ' WS-GRANT-PERMISSION ' TO ' WS-USERID
               ' FOR ' WS-GRANT-HOURS ' HOURS - EXPIRES '
               WS-EXPIRY-STAMP
           DISPLAY '          ACTIONS UNDER THIS GRANT ARE TAGGED '
               WS-NOW-STAMP ' FOR REVIEW'.

       120-GRANT-ELEVATION-EXIT.
           EXIT.

      * The submitter's live grant closed before its hour
       130-END-GRANT.
           PERFORM 300-FIND-LIVE-GRANT
           IF NOT LIVE-GRANT-FOUND
               DISPLAY 'REJECTED: USERID ' WS-USERID
                   ' HOLDS NO LIVE BREAK-GLASS GRANT'
               PERFORM 180-REJECT-CARD
               GO TO 130-END-GRANT-EXIT
           END-IF

           READ GRANT-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: GRANT ' BG-GRANT-STAMP
                       ' COULD NOT BE READ FOR UPDATE'
                   PERFORM 180-REJECT-CARD
                   GO TO 130-END-GRANT-EXIT
           END-READ
           SET BG-ENDED-EARLY TO TRUE
           MOVE WS-NOW-STAMP TO BG-ENDED-STAMP
           REWRITE BREAK-GLASS-GRANT

           MOVE 'E' TO AA-ACTION
           MOVE WS-USERID TO AA-REQUESTED-BY
           MOVE SPACES    TO AA-APPROVED-BY
           MOVE BG-HOURS      TO WS-GRANT-HOURS
           MOVE BG-EXPIRY-STAMP TO WS-EXPIRY-STAMP
           MOVE BG-PERMISSION TO WS-GRANT-PERMISSION
           PERFORM 400-WRITE-AUTH-AUDIT

           DISPLAY 'ENDED:    GRANT ' BG-GRANT-STAMP ' OF '
               BG-PERMISSION ' TO ' WS-USERID ' AT ' WS-NOW-STAMP.

       130-END-GRANT-EXIT.
           EXIT.

      * The second-person review of a closed grant - the reviewer
      * must be someone else on FIBAUTH with a clean role set, and
      * a live grant waits until it has ended or expired, so no
      * action escapes the review
       140-REVIEW-GRANT.
           IF WS-CC-GRANTEE = SPACES
                   OR WS-CC-GRANT-STAMP IS NOT NUMERIC
               DISPLAY 'REJECTED: REVIEW NEEDS THE GRANTEE USERID '
                   'AND THE GRANT STAMP'
               PERFORM 180-REJECT-CARD
               GO TO 140-REVIEW-GRANT-EXIT
           END-IF

           IF WS-CC-GRANTEE = WS-USERID
               DISPLAY 'REJECTED: USERID ' WS-USERID
                   ' MAY NOT REVIEW THEIR OWN GRANT'
               PERFORM 180-REJECT-CARD
               GO TO 140-REVIEW-GRANT-EXIT
           END-IF

           MOVE WS-USERID TO WS-FIND-USERID
           PERFORM 200-RESOLVE-USERID
           IF NOT USERID-ON-FILE OR RLR-SOD-CONFLICT
               DISPLAY 'REJECTED: REVIEWER ' WS-USERID
                   ' HAS NO CLEAN FIBAUTH ROLE SET'
               PERFORM 180-REJECT-CARD
               GO TO 140-REVIEW-GRANT-EXIT
           END-IF

           MOVE WS-CC-GRANTEE     TO BG-USERID
           MOVE WS-CC-GRANT-STAMP TO BG-GRANT-STAMP
           READ GRANT-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: NO GRANT ' WS-CC-GRANT-STAMP
                       ' FOR USERID ' WS-CC-GRANTEE
                   PERFORM 180-REJECT-CARD
                   GO TO 140-REVIEW-GRANT-EXIT
           END-READ

           IF NOT BG-NOT-REVIEWED
               DISPLAY 'REJECTED: GRANT ' BG-GRANT-STAMP
                   ' WAS REVIEWED BY ' BG-REVIEWED-BY
               PERFORM 180-REJECT-CARD
               GO TO 140-REVIEW-GRANT-EXIT
           END-IF

           IF BG-GRANTED AND BG-EXPIRY-STAMP > WS-NOW-STAMP
               DISPLAY 'REJECTED: GRANT ' BG-GRANT-STAMP
                   ' IS STILL LIVE UNTIL ' BG-EXPIRY-STAMP
               PERFORM 180-REJECT-CARD
               GO TO 140-REVIEW-GRANT-EXIT
           END-IF

           MOVE WS-USERID    TO BG-REVIEWED-BY
           MOVE WS-NOW-STAMP TO BG-REVIEW-STAMP
           REWRITE BREAK-GLASS-GRANT

           PERFORM 510-COUNT-GRANT-ACTIONS

           MOVE 'W' TO AA-ACTION
           MOVE BG-USERID TO AA-REQUESTED-BY
           MOVE WS-USERID TO AA-APPROVED-BY
           MOVE BG-HOURS      TO WS-GRANT-HOURS
           MOVE BG-EXPIRY-STAMP TO WS-EXPIRY-STAMP
           MOVE BG-PERMISSION TO WS-GRANT-PERMISSION
           PERFORM 400-WRITE-AUTH-AUDIT

           DISPLAY 'REVIEWED: GRANT ' BG-GRANT-STAMP ' OF '
               BG-PERMISSION ' TO ' BG-USERID ' - '
               WS-ACTION-COUNT ' TAGGED ACTIONS'.

       140-REVIEW-GRANT-EXIT.
           EXIT.

      * The morning list: every grant nobody has reviewed, by
      * userid and grant stamp, each with the actions tagged to it
       150-REPORT-GRANTS.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO WS-AWAITING-COUNT
           MOVE ZERO TO WS-LIVE-COUNT

           OPEN OUTPUT PRINT-FILE
           MOVE WS-NOW-STAMP TO RH-RUN-STAMP
           WRITE PRINT-RECORD FROM RPT-HEADER-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE 'N' TO WS-GRNT-EOF-SW
           MOVE LOW-VALUES TO BG-KEY
           START GRANT-FILE KEY IS NOT LESS THAN BG-KEY
               INVALID KEY
                   SET GRNT-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL GRNT-EOF-REACHED
               READ GRANT-FILE NEXT RECORD
                   AT END
                       SET GRNT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF BG-NOT-REVIEWED
                           PERFORM 500-PRINT-ONE-GRANT
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'UNREVIEWED GRANTS LISTED' TO RT-LABEL
           MOVE WS-LISTED-COUNT TO RT-COUNT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  CLOSED - AWAITING REVIEW' TO RT-LABEL
           MOVE WS-AWAITING-COUNT TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  STILL LIVE' TO RT-LABEL
           MOVE WS-LIVE-COUNT TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           CLOSE PRINT-FILE

           DISPLAY 'REPORTED: ' WS-LISTED-COUNT ' UNREVIEWED GRANTS, '
               WS-AWAITING-COUNT ' AWAITING REVIEW'
           IF WS-AWAITING-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       180-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED CARD: <' WS-CC-VERB ' ' WS-CC-OPERAND
               ' ' WS-CC-REVIEW-AREA '>'.

      * The userid's FIBAUTH roles resolved through FIBROLR, and
      * whether BRKGLASS is among them
       200-RESOLVE-USERID.
           MOVE 'N' TO WS-ON-FILE-SW
           MOVE 'N' TO WS-BRKGLASS-SW
           MOVE 'NNNNNNN' TO WS-HELD-PERMS
           MOVE SPACES TO WS-USER-ROLES
           SET RLR-CLEAN TO TRUE

           OPEN INPUT AUTHORIZATION-FILE
           IF NOT AUTH-FILE-OK
               DISPLAY 'WARNING: FIBAUTH NOT AVAILABLE - STATUS '
                   WS-AUTH-FILE-STATUS
           ELSE
               MOVE WS-FIND-USERID TO AUTH-USERID
               READ AUTHORIZATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET USERID-ON-FILE TO TRUE
                       MOVE AUTH-ROLES TO WS-USER-ROLES
                       SET RLR-RESOLVE TO TRUE
                       MOVE AUTH-ROLES TO RLR-ROLES
                       CALL 'FIBROLR' USING FIBROLR-PARMS
                       MOVE RLR-PERMISSIONS TO WS-HELD-PERMS
                       PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                                 UNTIL WS-ROLE-IDX > 4
                           IF AUTH-ROLE(WS-ROLE-IDX) = 'BRKGLASS'
                               SET USERID-MAY-BREAK-GLASS TO TRUE
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE AUTHORIZATION-FILE
           END-IF.

       220-FIND-PERMISSION.
           MOVE ZERO TO WS-SCAN-IDX
           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                     UNTIL WS-PERM-IDX > 7
                        OR WS-SCAN-IDX > ZERO
               IF PN-NAME(WS-PERM-IDX) = WS-LOOKUP-NAME
                   MOVE WS-PERM-IDX TO WS-SCAN-IDX
               END-IF
           END-PERFORM.

      * The permission-pair rules against the held permissions
      * with the grant added - the role-pair rules were settled
      * when the roles were assigned
       230-TEST-GRANT-RULES.
           MOVE 'N' TO WS-RULE-BROKEN-SW
           MOVE SPACES TO WS-BROKEN-RULE-ID
           PERFORM 240-TEST-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > SD-RULE-COUNT
                    OR GRANT-BREAKS-RULE.

       240-TEST-ONE-RULE.
           IF SD-PERMISSION-PAIR(WS-RULE-IDX)
               MOVE SD-LEFT(WS-RULE-IDX) TO WS-LOOKUP-NAME
               PERFORM 220-FIND-PERMISSION
               MOVE WS-SCAN-IDX TO WS-LEFT-IDX
               MOVE SD-RIGHT(WS-RULE-IDX) TO WS-LOOKUP-NAME
               PERFORM 220-FIND-PERMISSION
               MOVE WS-SCAN-IDX TO WS-RIGHT-IDX
               IF WS-LEFT-IDX > ZERO AND WS-RIGHT-IDX > ZERO
                   IF WS-GRANT-PERMS(WS-LEFT-IDX:1) = 'Y'
                           AND WS-GRANT-PERMS(WS-RIGHT-IDX:1) = 'Y'
                       SET GRANT-BREAKS-RULE TO TRUE
                       MOVE SD-RULE-ID(WS-RULE-IDX)
                           TO WS-BROKEN-RULE-ID
                   END-IF
               END-IF
           END-IF.

      * The submitter's grant that is neither ended nor expired,
      * left in the record area when found
       300-FIND-LIVE-GRANT.
           MOVE 'N' TO WS-LIVE-GRANT-SW
           MOVE 'N' TO WS-GRNT-EOF-SW
           MOVE WS-USERID TO BG-USERID
           MOVE ZERO      TO BG-GRANT-STAMP
           START GRANT-FILE KEY IS NOT LESS THAN BG-KEY
               INVALID KEY
                   SET GRNT-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL GRNT-EOF-REACHED OR LIVE-GRANT-FOUND
               READ GRANT-FILE NEXT RECORD
                   AT END
                       SET GRNT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF BG-USERID NOT = WS-USERID
                           SET GRNT-EOF-REACHED TO TRUE
                       ELSE
                           IF BG-GRANTED
                                   AND BG-EXPIRY-STAMP > WS-NOW-STAMP
                               SET LIVE-GRANT-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       310-COMPUTE-EXPIRY.
           MOVE WS-NOW-STAMP TO WS-EXPIRY-STAMP
           ADD WS-GRANT-HOURS TO WS-EX-HOUR
           IF WS-EX-HOUR > 23
               SUBTRACT 24 FROM WS-EX-HOUR
               COMPUTE WS-EX-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-EX-DATE) + 1)
           END-IF.

      * One FIBAUTHA record per grant, early end and review, the
      * grant carried in the break-glass view of the role images.
      * Callers set the action, requester and approver.
       400-WRITE-AUTH-AUDIT.
           OPEN EXTEND AUTH-AUDIT-FILE
           IF AAUD-FILE-NOT-FOUND
               OPEN OUTPUT AUTH-AUDIT-FILE
           END-IF

           MOVE WS-NOW-STAMP        TO AA-TIMESTAMP
           MOVE 'A'                 TO AA-OUTCOME
           MOVE BG-USERID           TO AA-TARGET-USERID
           MOVE SPACES              TO AA-OLD-FLAGS
           MOVE SPACES              TO AA-NEW-FLAGS
           IF AA-ACTION = 'B'
               MOVE WS-HELD-PERMS   TO AA-OLD-FLAGS
               MOVE WS-GRANT-PERMS  TO AA-NEW-FLAGS
           END-IF
           MOVE WS-GRANT-PERMISSION TO AA-BG-PERMISSION
           MOVE BG-GRANT-STAMP      TO AA-BG-GRANT-STAMP
           MOVE WS-EXPIRY-STAMP     TO AA-BG-EXPIRY-STAMP
           MOVE WS-GRANT-HOURS      TO AA-BG-HOURS
           MOVE BG-REASON           TO AA-BG-REASON
           MOVE SPACES              TO AA-SOD-RULE-ID
           MOVE SPACES              TO AA-OLD-UNITS
           MOVE SPACES              TO AA-NEW-UNITS
           WRITE AUTH-AUDIT-RECORD

           CLOSE AUTH-AUDIT-FILE.

      * A grant pages the operator bridge at once, through the same
      * FIBALERT destination and console line ADVFIBB uses
       410-POST-CRITICAL-ALERT.
           MOVE WS-GRANT-PERMISSION TO WS-AT-PERMISSION
           MOVE WS-USERID           TO WS-AT-USERID
           MOVE WS-GRANT-HOURS      TO WS-AT-HOURS
           MOVE WS-EXPIRY-STAMP(9:4) TO WS-AT-EXPIRY

           OPEN EXTEND ALERT-FILE
           IF ALRT-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-FILE
           END-IF

           IF ALRT-FILE-OK
               MOVE WS-NOW-STAMP  TO ALR-TIMESTAMP
               MOVE 'FIBBRKG '    TO ALR-PROGRAM
               MOVE 'C'           TO ALR-SEVERITY
               MOVE 'FIB013'      TO ALR-MSG-ID
               MOVE WS-ALERT-TEXT TO ALR-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY 'WARNING: FIBALERT NOT AVAILABLE - STATUS '
                   WS-ALRT-FILE-STATUS
           END-IF

           DISPLAY 'OPERATOR ALERT C FIB013 ' WS-ALERT-TEXT
               UPON CONSOLE.

       500-PRINT-ONE-GRANT.
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE TRUE
               WHEN BG-ENDED-EARLY
                   MOVE 'ENDED' TO WS-GRANT-STATE
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN BG-EXPIRY-STAMP > WS-NOW-STAMP
                   MOVE 'LIVE' TO WS-GRANT-STATE
                   ADD 1 TO WS-LIVE-COUNT
               WHEN OTHER
                   MOVE 'EXPIRED' TO WS-GRANT-STATE
                   ADD 1 TO WS-AWAITING-COUNT
           END-EVALUATE

           PERFORM 510-COUNT-GRANT-ACTIONS

           MOVE BG-USERID       TO RG-USERID
           MOVE BG-GRANT-STAMP  TO RG-GRANT-STAMP
           MOVE BG-PERMISSION   TO RG-PERMISSION
           MOVE BG-HOURS        TO RG-HOURS
           MOVE BG-EXPIRY-STAMP TO RG-EXPIRY-STAMP
           MOVE WS-GRANT-STATE  TO RG-STATE
           MOVE WS-ACTION-COUNT TO RG-ACTION-COUNT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM RPT-GRANT-LINE
           MOVE BG-REASON TO RR-REASON
           WRITE PRINT-RECORD FROM RPT-REASON-LINE

           IF WS-ACTION-COUNT = ZERO
               WRITE PRINT-RECORD FROM RPT-NO-ACTION-LINE
           ELSE
               PERFORM 520-PRINT-GRANT-ACTIONS
           END-IF.

      * The FIBBGACT records tagged with the grant in the record
      * area - counted, then printed on a second pass
       510-COUNT-GRANT-ACTIONS.
           MOVE ZERO TO WS-ACTION-COUNT
           OPEN INPUT ACTION-LOG-FILE
           IF BGAC-FILE-OK
               MOVE 'N' TO WS-BGAC-EOF-SW
               PERFORM UNTIL BGAC-EOF-REACHED
                   READ ACTION-LOG-FILE
                       AT END
                           SET BGAC-EOF-REACHED TO TRUE
                       NOT AT END
                           IF BGA-USERID = BG-USERID
                                   AND BGA-GRANT-STAMP
                                       = BG-GRANT-STAMP
                               ADD 1 TO WS-ACTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTION-LOG-FILE
           END-IF.

       520-PRINT-GRANT-ACTIONS.
           OPEN INPUT ACTION-LOG-FILE
           IF BGAC-FILE-OK
               MOVE 'N' TO WS-BGAC-EOF-SW
               PERFORM UNTIL BGAC-EOF-REACHED
                   READ ACTION-LOG-FILE
                       AT END
                           SET BGAC-EOF-REACHED TO TRUE
                       NOT AT END
                           IF BGA-USERID = BG-USERID
                                   AND BGA-GRANT-STAMP
                                       = BG-GRANT-STAMP
                               MOVE BGA-TIMESTAMP TO RA-TIMESTAMP
                               MOVE BGA-PROGRAM   TO RA-PROGRAM
                               MOVE BGA-TEXT      TO RA-TEXT
                               WRITE PRINT-RECORD
                                   FROM RPT-ACTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTION-LOG-FILE
           END-IF.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'CARDS REJECTED:   ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBBRKG COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
