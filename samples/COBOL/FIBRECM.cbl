      ******************************************************************
      * FIBRECM is the online manager's screen for the quarterly
      * access-recertification campaign FIBRECRT opens on the
      * FIBRECRT file (transaction FRCM):
      *
      *   CONFIRM records that the userid's access is still needed;
      *   REVOKE records that it is not - FIBRECRT CLOSE stages the
      *   revoke on FIBAPND at the deadline;
      *   DISPLAY shows the userid's roles, permissions, last use
      *   and the decision recorded so far.
      *
      * The signed-on userid is the deciding manager and is stamped
      * on the record with the time. A manager may not decide their
      * own userid; where FIBRECRT named a manager for the userid,
      * only that manager may decide it. A decision may be changed
      * until the deadline; once the deadline passes or the campaign
      * is closed the record is read-only.
      *
      * Input line: VERB (7), blank, CAMPAIGN (6, YYYYQn), blank,
      * USERID (8).
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      * COBOL compiler.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRECM.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ONLINE MANAGER DECISIONS
      *                 FOR THE FIBRECRT ACCESS RECERTIFICATION
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-MANAGER-INPUT.
           05  WS-MI-VERB            PIC X(7).
           05  FILLER                PIC X.
           05  WS-MI-CAMPAIGN        PIC X(6).
           05  FILLER                PIC X.
           05  WS-MI-USERID          PIC X(8).

       01  WS-MESSAGES.
           05  WS-MSG-INITIAL        PIC X(52) VALUE
               'ENTER VERB (CONFIRM/REVOKE/DISPLAY), CAMPAIGN, USER'.
           05  WS-MSG-BAD-VERB       PIC X(40) VALUE
               'VERB MUST BE CONFIRM, REVOKE OR DISPLAY'.
           05  WS-MSG-NO-USERID      PIC X(40) VALUE
               'CAMPAIGN AND USERID MUST BE SUPPLIED'.
           05  WS-MSG-NOT-FOUND      PIC X(46) VALUE
               'USERID IS NOT IN THAT RECERTIFICATION CAMPAIGN'.
           05  WS-MSG-CLOSED         PIC X(48) VALUE
               'CAMPAIGN IS CLOSED - NO FURTHER DECISIONS TAKEN'.
           05  WS-MSG-PAST-DEADLINE  PIC X(48) VALUE
               'CAMPAIGN DEADLINE HAS PASSED - DECISION REFUSED'.
           05  WS-MSG-OWN-USERID     PIC X(44) VALUE
               'A MANAGER MAY NOT RECERTIFY THEIR OWN USERID'.
           05  WS-MSG-NOT-MANAGER    PIC X(50) VALUE
               'ANOTHER MANAGER IS NAMED TO DECIDE THIS USERID'.
           05  WS-MSG-CONFIRMED      PIC X(40) VALUE
               'ACCESS CONFIRMED - DECISION RECORDED'.
           05  WS-MSG-REVOKED        PIC X(52) VALUE
               'REVOKE RECORDED - STAGED WHEN THE CAMPAIGN CLOSES'.
           05  WS-MSG-SAVE-FAIL      PIC X(48) VALUE
               'DECISION NOT SAVED - FILE ERROR, CONTACT SUPPORT'.
           05  WS-MSG-CICS-ERROR     PIC X(44) VALUE
               'FIBRECM ENCOUNTERED AN UNEXPECTED CICS ERROR'.

       01  WS-DISPLAY-LINE.
           05  FILLER                PIC X(5) VALUE 'USER '.
           05  DL-USERID             PIC X(8).
           05  FILLER                PIC X(7) VALUE ' ROLES '.
           05  DL-ROLES              PIC X(40).
           05  FILLER                PIC X(7) VALUE ' PERMS '.
           05  DL-PERMS              PIC X(7).
           05  FILLER                PIC X(11) VALUE ' LAST USED '.
           05  DL-LAST-USED          PIC X(8).
           05  FILLER                PIC X(10) VALUE ' DECISION '.
           05  DL-DECISION           PIC X.
           05  FILLER                PIC X(4) VALUE ' BY '.
           05  DL-DECIDED-BY         PIC X(8).
           05  FILLER                PIC X(9) VALUE ' MANAGER '.
           05  DL-MANAGER            PIC X(8).
           05  FILLER                PIC X(10) VALUE ' DEADLINE '.
           05  DL-DEADLINE           PIC 9(8).

       77  WS-MANAGER-USERID         PIC X(8) VALUE SPACES.
       77  WS-TODAY                  PIC 9(8) VALUE ZERO.
       77  WS-COMMAREA-BYTE          PIC X VALUE SPACE.

      * Recertification record keyed by campaign and userid
           COPY FIBRECRC.

       01  WS-RESP-CODE              PIC S9(8) COMP.
       01  WS-RESP2-CODE             PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
               ERROR(8900-GENERAL-ERROR)
           END-EXEC

           EXEC CICS ASSIGN
               USERID(WS-MANAGER-USERID)
           END-EXEC

           IF EIBCALEN = ZERO
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-INITIAL)
                   LENGTH(LENGTH OF WS-MSG-INITIAL)
                   ERASE
               END-EXEC
           ELSE
               PERFORM 2000-RECEIVE-AND-PROCESS
           END-IF

           EXEC CICS RETURN
               TRANSID('FRCM')
               COMMAREA(WS-COMMAREA-BYTE)
               LENGTH(LENGTH OF WS-COMMAREA-BYTE)
           END-EXEC

           GOBACK.

       2000-RECEIVE-AND-PROCESS.
           MOVE SPACES TO WS-MANAGER-INPUT
           EXEC CICS RECEIVE
               INTO(WS-MANAGER-INPUT)
               LENGTH(LENGTH OF WS-MANAGER-INPUT)
           END-EXEC
           INSPECT WS-MANAGER-INPUT REPLACING ALL LOW-VALUES BY SPACES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           IF WS-MI-USERID = SPACES OR WS-MI-CAMPAIGN = SPACES
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-USERID)
                   LENGTH(LENGTH OF WS-MSG-NO-USERID)
                   ERASE
               END-EXEC
           ELSE
               EVALUATE WS-MI-VERB
                   WHEN 'CONFIRM'
                       PERFORM 3000-RECORD-DECISION
                           THRU 3000-RECORD-DECISION-EXIT
                   WHEN 'REVOKE '
                       PERFORM 3000-RECORD-DECISION
                           THRU 3000-RECORD-DECISION-EXIT
                   WHEN 'DISPLAY'
                       PERFORM 5000-DISPLAY-USERID
                   WHEN OTHER
                       EXEC CICS SEND TEXT
                           FROM(WS-MSG-BAD-VERB)
                           LENGTH(LENGTH OF WS-MSG-BAD-VERB)
                           ERASE
                       END-EXEC
               END-EVALUATE
           END-IF.

      * The record is held for update while it is checked and
      * released on a refusal; the decision, the manager and the
      * time are stamped
       3000-RECORD-DECISION.
           MOVE WS-MI-CAMPAIGN TO RC-CAMPAIGN
           MOVE WS-MI-USERID   TO RC-USERID
           EXEC CICS READ
               DATASET('FIBRECRT')
               INTO(RECERT-RECORD)
               RIDFLD(RC-KEY)
               KEYLENGTH(LENGTH OF RC-KEY)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-FOUND)
                   LENGTH(LENGTH OF WS-MSG-NOT-FOUND)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-DECISION-EXIT
           END-IF

           IF NOT RC-CAMPAIGN-OPEN
               PERFORM 3100-RELEASE-RECORD
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-CLOSED)
                   LENGTH(LENGTH OF WS-MSG-CLOSED)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-DECISION-EXIT
           END-IF

           IF WS-TODAY > RC-DEADLINE
               PERFORM 3100-RELEASE-RECORD
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-PAST-DEADLINE)
                   LENGTH(LENGTH OF WS-MSG-PAST-DEADLINE)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-DECISION-EXIT
           END-IF

           IF RC-USERID = WS-MANAGER-USERID
               PERFORM 3100-RELEASE-RECORD
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-OWN-USERID)
                   LENGTH(LENGTH OF WS-MSG-OWN-USERID)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-DECISION-EXIT
           END-IF

           IF RC-MANAGER NOT = SPACES
                   AND RC-MANAGER NOT = WS-MANAGER-USERID
               PERFORM 3100-RELEASE-RECORD
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-MANAGER)
                   LENGTH(LENGTH OF WS-MSG-NOT-MANAGER)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-DECISION-EXIT
           END-IF

           IF WS-MI-VERB = 'CONFIRM'
               MOVE 'C' TO RC-DECISION
           ELSE
               MOVE 'R' TO RC-DECISION
           END-IF
           MOVE WS-MANAGER-USERID TO RC-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-DECIDED-STAMP

           EXEC CICS REWRITE
               DATASET('FIBRECRT')
               FROM(RECERT-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-SAVE-FAIL)
                   LENGTH(LENGTH OF WS-MSG-SAVE-FAIL)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-DECISION-EXIT
           END-IF

           IF RC-CONFIRMED
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-CONFIRMED)
                   LENGTH(LENGTH OF WS-MSG-CONFIRMED)
                   ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-REVOKED)
                   LENGTH(LENGTH OF WS-MSG-REVOKED)
                   ERASE
               END-EXEC
           END-IF.

       3000-RECORD-DECISION-EXIT.
           EXIT.

       3100-RELEASE-RECORD.
           EXEC CICS UNLOCK
               DATASET('FIBRECRT')
               RESP(WS-RESP-CODE)
           END-EXEC.

       5000-DISPLAY-USERID.
           MOVE WS-MI-CAMPAIGN TO RC-CAMPAIGN
           MOVE WS-MI-USERID   TO RC-USERID
           EXEC CICS READ
               DATASET('FIBRECRT')
               INTO(RECERT-RECORD)
               RIDFLD(RC-KEY)
               KEYLENGTH(LENGTH OF RC-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-FOUND)
                   LENGTH(LENGTH OF WS-MSG-NOT-FOUND)
                   ERASE
               END-EXEC
           ELSE
               MOVE RC-USERID      TO DL-USERID
               MOVE RC-ROLES       TO DL-ROLES
               MOVE RC-PERMISSIONS TO DL-PERMS
               IF RC-LAST-USED-DATE = ZERO
                   MOVE 'NEVER' TO DL-LAST-USED
               ELSE
                   MOVE RC-LAST-USED-DATE TO DL-LAST-USED
               END-IF
               MOVE RC-DECISION    TO DL-DECISION
               MOVE RC-DECIDED-BY  TO DL-DECIDED-BY
               MOVE RC-MANAGER     TO DL-MANAGER
               MOVE RC-DEADLINE    TO DL-DEADLINE
               EXEC CICS SEND TEXT
                   FROM(WS-DISPLAY-LINE)
                   LENGTH(LENGTH OF WS-DISPLAY-LINE)
                   ERASE
               END-EXEC
           END-IF.

       8900-GENERAL-ERROR.
           MOVE EIBRESP  TO WS-RESP-CODE
           MOVE EIBRESP2 TO WS-RESP2-CODE

           EXEC CICS SEND TEXT
               FROM(WS-MSG-CICS-ERROR)
               LENGTH(LENGTH OF WS-MSG-CICS-ERROR)
               ERASE
           END-EXEC

           EXEC CICS RETURN
           END-EXEC

           GOBACK.
