      ******************************************************************
      * FIBROLMG is the one-time conversion of the FIBAUTH
      * authorization file from seven per-userid Y/N permission
      * flags to named role assignments (see FIBAUTH, FIBROLET and
      * FIBSODT).
      *
      * The old-format file is read from FIBAUTHO and each userid
      * is loaded into the freshly defined FIBAUTHN cluster with
      * the roles FIBROLR chooses for its flags: the best-covering
      * role first, never one that would break a separation-of-
      * duties rule alongside those already chosen. A userid whose
      * roles permit more than the old flags did, or who held a
      * combination the rules now forbid, is listed for the
      * security administrators to review and stage any
      * correction through FIBAUTHL or FIBADM. Every conversion is
      * written to the FIBAUTHA audit trail as action M with the
      * before and after permissions.
      *
      * Staged changes on the old FIBAPND file carry flag images
      * the new layout cannot hold; any still pending are listed
      * from FIBAPNDO so they can be restaged as role changes.
      *
      * RC=4 when any userid needs review, RC=8 when FIBAUTHO is
      * unavailable, RC=12 on a write failure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBROLMG.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ONE-TIME FIBAUTH CONVERSION
      *                 FROM PERMISSION FLAGS TO ROLE ASSIGNMENTS
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  CONVERTED USERIDS HOLD THE DEFAULT BUSINESS UNIT
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUTH-FILE ASSIGN TO "FIBAUTHO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-AUTH-USERID
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT AUTHORIZATION-FILE ASSIGN TO "FIBAUTHN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-PENDING-FILE ASSIGN TO "FIBAPNDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-AP-USERID
               FILE STATUS IS WS-OPND-FILE-STATUS.
           SELECT AUTH-AUDIT-FILE ASSIGN TO "FIBAUTHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The retired flag layout, kept here only for the conversion
       FD  OLD-AUTH-FILE.
       01  OLD-AUTH-RECORD.
           05  OLD-AUTH-USERID        PIC X(8).
           05  OLD-AUTH-FLAGS         PIC X(7).

       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.

      * The retired pending-change layout, read only to list what
      * must be restaged
       FD  OLD-PENDING-FILE.
       01  OLD-PENDING-RECORD.
           05  OLD-AP-USERID          PIC X(8).
           05  OLD-AP-ACTION          PIC X.
           05  OLD-AP-NEW-FLAGS       PIC X(7).
           05  OLD-AP-REQUESTED-BY    PIC X(8).
           05  OLD-AP-REQUEST-STAMP   PIC 9(14).

       FD  AUTH-AUDIT-FILE
           RECORDING MODE IS F.
           COPY FIBAAUDC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-OLD-FILE-STATUS     PIC XX VALUE SPACES.
               88  OLD-FILE-OK             VALUE '00'.
           05  WS-NEW-FILE-STATUS     PIC XX VALUE SPACES.
               88  NEW-FILE-OK             VALUE '00'.
           05  WS-OPND-FILE-STATUS    PIC XX VALUE SPACES.
               88  OPND-FILE-OK            VALUE '00'.
           05  WS-AAUD-FILE-STATUS    PIC XX VALUE SPACES.
               88  AAUD-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-OLD-EOF-SW          PIC X VALUE 'N'.
               88  OLD-EOF-REACHED        VALUE 'Y'.
           05  WS-OPND-EOF-SW         PIC X VALUE 'N'.
               88  OPND-EOF-REACHED       VALUE 'Y'.

      * Role resolution; the permission names label the review lines
           COPY FIBROLRC.
           COPY FIBROLET.

       01  WS-REVIEW-LINE.
           05  FILLER                 PIC X(9) VALUE '  GAINED '.
           05  RL-GAINED              PIC X(40).
           05  FILLER                 PIC X(7) VALUE ' LOST '.
           05  RL-LOST                PIC X(40).

       77  WS-PERM-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-GAINED-PTR              PIC 9(2) COMP VALUE ZERO.
       77  WS-LOST-PTR                PIC 9(2) COMP VALUE ZERO.
       77  WS-READ-COUNT              PIC 9(7) VALUE ZERO.
       77  WS-WRITTEN-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-REVIEW-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-LOST-COUNT              PIC 9(7) VALUE ZERO.
       77  WS-PENDING-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-ERROR-COUNT             PIC 9(7) VALUE ZERO.
       77  WS-STAMP                   PIC 9(14) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-CONVERT-FILE THRU 100-CONVERT-FILE-EXIT
           PERFORM 200-LIST-OLD-PENDING THRU 200-LIST-OLD-PENDING-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           DISPLAY '======================================='
           DISPLAY '   FIBROLMG - FIBAUTH ROLE CONVERSION'
           DISPLAY '======================================='.

       100-CONVERT-FILE.
           OPEN INPUT OLD-AUTH-FILE
           IF NOT OLD-FILE-OK
               DISPLAY 'WARNING: FIBAUTHO NOT AVAILABLE - STATUS '
                   WS-OLD-FILE-STATUS ' - CONVERSION SKIPPED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-CONVERT-FILE-EXIT
           END-IF

           OPEN OUTPUT AUTHORIZATION-FILE
           IF NOT NEW-FILE-OK
               DISPLAY 'ERROR: FIBAUTHN OPEN FAILED - STATUS '
                   WS-NEW-FILE-STATUS ' - CONVERSION SKIPPED'
               CLOSE OLD-AUTH-FILE
               MOVE 12 TO WS-RETURN-CODE
               GO TO 100-CONVERT-FILE-EXIT
           END-IF

           OPEN EXTEND AUTH-AUDIT-FILE
           IF AAUD-FILE-NOT-FOUND
               OPEN OUTPUT AUTH-AUDIT-FILE
           END-IF

           DISPLAY SPACE
           DISPLAY 'USERID   OLD FLAGS ROLES ASSIGNED'
           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-AUTH-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 110-CONVERT-ONE-USERID
               END-READ
           END-PERFORM

           CLOSE AUTH-AUDIT-FILE
           CLOSE AUTHORIZATION-FILE
           CLOSE OLD-AUTH-FILE.

       100-CONVERT-FILE-EXIT.
           EXIT.

       110-CONVERT-ONE-USERID.
           SET RLR-MIGRATE TO TRUE
           MOVE OLD-AUTH-FLAGS TO RLR-PERMISSIONS
           CALL 'FIBROLR' USING FIBROLR-PARMS

           MOVE OLD-AUTH-USERID TO AUTH-USERID
           MOVE RLR-ROLES       TO AUTH-ROLES
           MOVE SPACES          TO AUTH-UNITS
           WRITE AUTH-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'ERROR: CONVERSION WRITE FAILED AT '
                       OLD-AUTH-USERID ' - STATUS '
                       WS-NEW-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE

           DISPLAY OLD-AUTH-USERID ' ' OLD-AUTH-FLAGS '   '
               AUTH-ROLES
           IF RLR-GAINED NOT = 'NNNNNNN'
                   OR RLR-LOST NOT = 'NNNNNNN'
               PERFORM 120-LIST-FOR-REVIEW
           END-IF

           MOVE WS-STAMP        TO AA-TIMESTAMP
           MOVE 'M'             TO AA-ACTION
           MOVE 'A'             TO AA-OUTCOME
           MOVE OLD-AUTH-USERID TO AA-TARGET-USERID
           MOVE OLD-AUTH-FLAGS  TO AA-OLD-FLAGS
           MOVE RLR-PERMISSIONS TO AA-NEW-FLAGS
           MOVE 'FIBROLMG'      TO AA-REQUESTED-BY
           MOVE SPACES          TO AA-APPROVED-BY
           MOVE SPACES          TO AA-OLD-ROLES
           MOVE AUTH-ROLES      TO AA-NEW-ROLES
           MOVE SPACES          TO AA-SOD-RULE-ID
           MOVE SPACES          TO AA-OLD-UNITS
           MOVE SPACES          TO AA-NEW-UNITS
           WRITE AUTH-AUDIT-RECORD.

      * What the roles add beyond the old flags, and what the
      * separation-of-duties rules would not let them carry
       120-LIST-FOR-REVIEW.
           ADD 1 TO WS-REVIEW-COUNT
           IF RLR-LOST NOT = 'NNNNNNN'
               ADD 1 TO WS-LOST-COUNT
           END-IF
           MOVE SPACES TO RL-GAINED
           MOVE SPACES TO RL-LOST
           MOVE 1 TO WS-GAINED-PTR
           MOVE 1 TO WS-LOST-PTR
           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                     UNTIL WS-PERM-IDX > 7
               IF RLR-GAINED(WS-PERM-IDX:1) = 'Y'
                   STRING PN-NAME(WS-PERM-IDX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                       INTO RL-GAINED WITH POINTER WS-GAINED-PTR
               END-IF
               IF RLR-LOST(WS-PERM-IDX:1) = 'Y'
                   STRING PN-NAME(WS-PERM-IDX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                       INTO RL-LOST WITH POINTER WS-LOST-PTR
               END-IF
           END-PERFORM
           DISPLAY WS-REVIEW-LINE.

       200-LIST-OLD-PENDING.
           OPEN INPUT OLD-PENDING-FILE
           IF NOT OPND-FILE-OK
               GO TO 200-LIST-OLD-PENDING-EXIT
           END-IF

           PERFORM UNTIL OPND-EOF-REACHED
               READ OLD-PENDING-FILE
                   AT END
                       SET OPND-EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-PENDING-COUNT = ZERO
                           DISPLAY SPACE
                           DISPLAY 'PENDING FLAG CHANGES TO RESTAGE '
                               'AS ROLE CHANGES:'
                       END-IF
                       ADD 1 TO WS-PENDING-COUNT
                       DISPLAY '  ' OLD-AP-USERID ' ' OLD-AP-ACTION
                           ' ' OLD-AP-NEW-FLAGS ' STAGED BY '
                           OLD-AP-REQUESTED-BY
               END-READ
           END-PERFORM

           CLOSE OLD-PENDING-FILE.

       200-LIST-OLD-PENDING-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'USERIDS READ:          ' WS-READ-COUNT
           DISPLAY 'USERIDS CONVERTED:     ' WS-WRITTEN-COUNT
           DISPLAY 'USERIDS FOR REVIEW:    ' WS-REVIEW-COUNT
           DISPLAY '  WITH LOST PERMISSION:' WS-LOST-COUNT
           DISPLAY 'PENDING TO RESTAGE:    ' WS-PENDING-COUNT
           DISPLAY 'WRITE ERRORS:          ' WS-ERROR-COUNT

           IF WS-ERROR-COUNT > ZERO
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-REVIEW-COUNT > ZERO OR WS-PENDING-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBROLMG COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
