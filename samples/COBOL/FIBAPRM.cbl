      ******************************************************************
      * FIBAPRM is the checker's screen for the maker-checker
      * approvals filed on FIBAPRV with the FIBAPRQ job
      * (transaction FAPR):
      *
      *   APPROVE approves a pending FORCE=Y overwrite or FIBFIX
      *   correction; the approval may then be used once, within
      *   24 hours, by the maker who filed it;
      *   REJECT refuses it;
      *   DISPLAY shows the change filed, the maker, the reason and
      *   the decision recorded so far.
      *
      * The signed-on userid is the checker and is stamped on the
      * record with the time. A checker may not decide their own
      * filing, and must hold the permission the change is made
      * under on FIBAUTH - FORCE for an overwrite, CORRECT for a
      * correction. Only a pending filing can be decided.
      *
      * Input line: VERB (7), blank, TOKEN (8).
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      * COBOL compiler.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBAPRM.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ONLINE CHECKER DECISIONS
      *                 FOR FORCE=Y OVERWRITES AND FIBFIX FIXES
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CHECKER-INPUT.
           05  WS-CI-VERB            PIC X(7).
           05  FILLER                PIC X.
           05  WS-CI-TOKEN           PIC X(8).

       01  WS-MESSAGES.
           05  WS-MSG-INITIAL        PIC X(42) VALUE
               'ENTER VERB (APPROVE/REJECT/DISPLAY), TOKEN'.
           05  WS-MSG-BAD-VERB       PIC X(39) VALUE
               'VERB MUST BE APPROVE, REJECT OR DISPLAY'.
           05  WS-MSG-BAD-TOKEN      PIC X(31) VALUE
               'TOKEN MUST BE EIGHT DIGITS, > 0'.
           05  WS-MSG-NOT-FOUND      PIC X(33) VALUE
               'NO APPROVAL FILED WITH THAT TOKEN'.
           05  WS-MSG-NOT-PENDING    PIC X(46) VALUE
               'ALREADY DECIDED, USED OR WITHDRAWN - NO CHANGE'.
           05  WS-MSG-OWN-FILING     PIC X(42) VALUE
               'A CHECKER MAY NOT APPROVE THEIR OWN FILING'.
           05  WS-MSG-NOT-AUTHORIZED PIC X(50) VALUE
               'CHECKER DOES NOT HOLD THE PERMISSION FOR THIS TYPE'.
           05  WS-MSG-APPROVED       PIC X(45) VALUE
               'APPROVED - GOOD FOR ONE USE BY THE MAKER, 24H'.
           05  WS-MSG-REJECTED       PIC X(37) VALUE
               'REJECTED - THE CHANGE MAY NOT BE MADE'.
           05  WS-MSG-SAVE-FAIL      PIC X(48) VALUE
               'DECISION NOT SAVED - FILE ERROR, CONTACT SUPPORT'.
           05  WS-MSG-CICS-ERROR     PIC X(44) VALUE
               'FIBAPRM ENCOUNTERED AN UNEXPECTED CICS ERROR'.

       01  WS-DISPLAY-LINE.
           05  FILLER                PIC X(6) VALUE 'TOKEN '.
           05  DL-TOKEN              PIC 9(8).
           05  FILLER                PIC X(6) VALUE ' TYPE '.
           05  DL-TYPE               PIC X.
           05  FILLER                PIC X(8) VALUE ' STATUS '.
           05  DL-STATUS             PIC X.
           05  FILLER                PIC X(7) VALUE ' MAKER '.
           05  DL-MAKER              PIC X(8).
           05  FILLER                PIC X(5) VALUE ' RUN '.
           05  DL-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X(6) VALUE ' TERM '.
           05  DL-TERM-INDEX         PIC 9(4).
           05  FILLER                PIC X(7) VALUE ' FIELD '.
           05  DL-FIELD              PIC X(8).
           05  FILLER                PIC X(4) VALUE ' TO '.
           05  DL-NEW-VALUE          PIC X(18).
           05  FILLER                PIC X(8) VALUE ' REASON '.
           05  DL-REASON             PIC X(30).
           05  FILLER                PIC X(9) VALUE ' CHECKER '.
           05  DL-CHECKER            PIC X(8).
           05  FILLER                PIC X(9) VALUE ' EXPIRES '.
           05  DL-EXPIRY-STAMP       PIC 9(14).

       77  WS-CHECKER-USERID         PIC X(8) VALUE SPACES.
       77  WS-AUTH-DENIED-SW         PIC X VALUE 'N'.
           88  CHECKER-DENIED            VALUE 'Y'.
       77  WS-NOW-STAMP              PIC 9(14) VALUE ZERO.
       77  WS-TODAY                  PIC 9(8) VALUE ZERO.
       77  WS-EXPIRY-DATE            PIC 9(8) VALUE ZERO.
       77  WS-COMMAREA-BYTE          PIC X VALUE SPACE.

      * Maker-checker approval record keyed by token
           COPY FIBAPRC.

      * Authorization record keyed by userid
           COPY FIBAUTH.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

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
               USERID(WS-CHECKER-USERID)
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
               TRANSID('FAPR')
               COMMAREA(WS-COMMAREA-BYTE)
               LENGTH(LENGTH OF WS-COMMAREA-BYTE)
           END-EXEC

           GOBACK.

       2000-RECEIVE-AND-PROCESS.
           MOVE SPACES TO WS-CHECKER-INPUT
           EXEC CICS RECEIVE
               INTO(WS-CHECKER-INPUT)
               LENGTH(LENGTH OF WS-CHECKER-INPUT)
           END-EXEC
           INSPECT WS-CHECKER-INPUT REPLACING ALL LOW-VALUES BY SPACES

           IF WS-CI-TOKEN IS NOT NUMERIC OR WS-CI-TOKEN = ZERO
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-BAD-TOKEN)
                   LENGTH(LENGTH OF WS-MSG-BAD-TOKEN)
                   ERASE
               END-EXEC
           ELSE
               EVALUATE WS-CI-VERB
                   WHEN 'APPROVE'
                       PERFORM 3000-RECORD-DECISION
                           THRU 3000-RECORD-DECISION-EXIT
                   WHEN 'REJECT '
                       PERFORM 3000-RECORD-DECISION
                           THRU 3000-RECORD-DECISION-EXIT
                   WHEN 'DISPLAY'
                       PERFORM 5000-DISPLAY-APPROVAL
                   WHEN OTHER
                       EXEC CICS SEND TEXT
                           FROM(WS-MSG-BAD-VERB)
                           LENGTH(LENGTH OF WS-MSG-BAD-VERB)
                           ERASE
                       END-EXEC
               END-EVALUATE
           END-IF.

      * The checker needs the permission the change is made under;
      * FIBROLR returns every permission N on a separation-of-
      * duties conflict
       2100-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTH-DENIED-SW
           MOVE WS-CHECKER-USERID TO AUTH-USERID

           EXEC CICS READ
               DATASET('FIBAUTH')
               INTO(AUTH-RECORD)
               RIDFLD(AUTH-USERID)
               KEYLENGTH(LENGTH OF AUTH-USERID)
               RESP(WS-RESP-CODE)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   SET RLR-RESOLVE TO TRUE
                   MOVE AUTH-ROLES TO RLR-ROLES
                   CALL 'FIBROLR' USING FIBROLR-PARMS
                   IF AP-IS-CORRECTION
                       IF RLR-CORRECT-FLAG NOT = 'Y'
                           SET CHECKER-DENIED TO TRUE
                       END-IF
                   ELSE
                       IF RLR-FORCE-FLAG NOT = 'Y'
                           SET CHECKER-DENIED TO TRUE
                       END-IF
                   END-IF
               WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                   SET CHECKER-DENIED TO TRUE
               WHEN OTHER
      * FIBAUTH unavailable: authorization is not enforced
                   CONTINUE
           END-EVALUATE.

      * The record is held for update while it is checked and
      * released on a refusal; the decision, the checker and the
      * time are stamped, and an approval is given its expiry
       3000-RECORD-DECISION.
           MOVE WS-CI-TOKEN TO AP-TOKEN
           EXEC CICS READ
               DATASET('FIBAPRV')
               INTO(APPROVAL-RECORD)
               RIDFLD(AP-TOKEN)
               KEYLENGTH(LENGTH OF AP-TOKEN)
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

           IF NOT AP-PENDING
               PERFORM 3100-RELEASE-RECORD
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-PENDING)
                   LENGTH(LENGTH OF WS-MSG-NOT-PENDING)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-DECISION-EXIT
           END-IF

           IF AP-MAKER = WS-CHECKER-USERID
               PERFORM 3100-RELEASE-RECORD
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-OWN-FILING)
                   LENGTH(LENGTH OF WS-MSG-OWN-FILING)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-DECISION-EXIT
           END-IF

           PERFORM 2100-CHECK-AUTHORIZATION
           IF CHECKER-DENIED
               PERFORM 3100-RELEASE-RECORD
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-AUTHORIZED)
                   LENGTH(LENGTH OF WS-MSG-NOT-AUTHORIZED)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-DECISION-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-CHECKER-USERID TO AP-CHECKER
           MOVE WS-NOW-STAMP      TO AP-DECIDED-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY
           IF WS-CI-VERB = 'APPROVE'
               SET AP-APPROVED TO TRUE
               COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
               MOVE WS-NOW-STAMP   TO AP-EXPIRY-STAMP
               MOVE WS-EXPIRY-DATE TO AP-EXPIRY-STAMP(1:8)
           ELSE
               SET AP-REJECTED TO TRUE
               MOVE ZERO TO AP-EXPIRY-STAMP
           END-IF

           EXEC CICS REWRITE
               DATASET('FIBAPRV')
               FROM(APPROVAL-RECORD)
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

           IF AP-APPROVED
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-APPROVED)
                   LENGTH(LENGTH OF WS-MSG-APPROVED)
                   ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-REJECTED)
                   LENGTH(LENGTH OF WS-MSG-REJECTED)
                   ERASE
               END-EXEC
           END-IF.

       3000-RECORD-DECISION-EXIT.
           EXIT.

       3100-RELEASE-RECORD.
           EXEC CICS UNLOCK
               DATASET('FIBAPRV')
               RESP(WS-RESP-CODE)
           END-EXEC.

       5000-DISPLAY-APPROVAL.
           MOVE WS-CI-TOKEN TO AP-TOKEN
           EXEC CICS READ
               DATASET('FIBAPRV')
               INTO(APPROVAL-RECORD)
               RIDFLD(AP-TOKEN)
               KEYLENGTH(LENGTH OF AP-TOKEN)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-FOUND)
                   LENGTH(LENGTH OF WS-MSG-NOT-FOUND)
                   ERASE
               END-EXEC
           ELSE
               MOVE AP-TOKEN        TO DL-TOKEN
               MOVE AP-TYPE         TO DL-TYPE
               MOVE AP-STATUS       TO DL-STATUS
               MOVE AP-MAKER        TO DL-MAKER
               MOVE AP-RUN-DATE     TO DL-RUN-DATE
               MOVE AP-TERM-INDEX   TO DL-TERM-INDEX
               MOVE AP-FIELD        TO DL-FIELD
               MOVE AP-NEW-VALUE    TO DL-NEW-VALUE
               MOVE AP-REASON       TO DL-REASON
               MOVE AP-CHECKER      TO DL-CHECKER
               MOVE AP-EXPIRY-STAMP TO DL-EXPIRY-STAMP
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
