      ******************************************************************
      * FIBAPRQ is the maker's side of the maker-checker control on
      * the two changes one userid used to be able to make alone: a
      * FORCE=Y overwrite of a saved run date in ADVFIBB and a
      * FIBFIX field correction. The maker files the intended change
      * here and is given a token; a different userid holding the
      * same permission approves or rejects it online through the
      * FAPR transaction (FIBAPRM). ADVFIBB and FIBFIX refuse the
      * change unless it quotes the token of a matching, approved,
      * unexpired and unused approval (FIBAPCK checks it).
      *
      *   FORCE    files a FORCE=Y overwrite of one run date - the
      *            maker needs the force permission (ADMIN role);
      *   FIX      files one FIBFIX correction, keyed exactly as it
      *            will be on the FIBFIX card - the maker needs the
      *            correct permission (CORRECTOR role);
      *   WITHDRAW withdraws one of the maker's own approvals that
      *            has not been used.
      *
      * SYSIN card layout:
      *   COLS  1-8   VERB: FORCE, FIX, WITHDRAW
      *   COLS 10-17  RUN DATE YYYYMMDD (FORCE, FIX)
      *               TOKEN (WITHDRAW)
      *   COLS 19-22  TERM INDEX (FIX)
      *   COLS 24-31  FIELD (FIX)
      *   COLS 33-50  NEW VALUE, AS ON THE FIBFIX CARD (FIX)
      *   COLS 52-80  REASON (FORCE, FIX - MANDATORY)
      *
      * RC=4 on rejected cards; RC=8 when FIBAPRV cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBAPRQ.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - MAKER FILING OF FORCE=Y
      *                 OVERWRITES AND FIBFIX CORRECTIONS FOR
      *                 SECOND-USERID APPROVAL
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
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
           SELECT APPROVAL-FILE ASSIGN TO "FIBAPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-TOKEN
               FILE STATUS IS WS-APRV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.

       FD  APPROVAL-FILE.
           COPY FIBAPRC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-RUN-DATE         PIC X(8).
           05  WS-CC-TOKEN REDEFINES WS-CC-RUN-DATE
                                      PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-TERM-INDEX       PIC X(4).
           05  FILLER                 PIC X.
           05  WS-CC-FIELD            PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-NEW-VALUE        PIC X(18).
           05  FILLER                 PIC X.
           05  WS-CC-REASON           PIC X(29).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-AUTH-FILE-STATUS    PIC XX VALUE SPACES.
               88  AUTH-FILE-OK            VALUE '00'.
           05  WS-APRV-FILE-STATUS    PIC XX VALUE SPACES.
               88  APRV-FILE-OK            VALUE '00'.
               88  APRV-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-MAKER-OK-SW         PIC X VALUE 'N'.
               88  MAKER-IS-AUTHORIZED    VALUE 'Y'.

       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-NEW-TOKEN               PIC 9(8) VALUE ZERO.
       77  WS-NEEDED-PERMISSION       PIC X(8) VALUE SPACES.
       77  WS-FILED-COUNT             PIC 9(5) VALUE ZERO.
       77  WS-WITHDRAWN-COUNT         PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBROLR role resolver
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
           PERFORM 100-PROCESS-FILING-DECK
               THRU 100-PROCESS-FILING-DECK-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBAPRQ - CHANGES FILED FOR APPROVAL'
           DISPLAY '======================================='
           DISPLAY 'MAKER: ' WS-USERID.

       100-PROCESS-FILING-DECK.
           OPEN I-O APPROVAL-FILE
           IF APRV-FILE-NOT-FOUND
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           IF NOT APRV-FILE-OK
               DISPLAY 'ERROR: FIBAPRV NOT AVAILABLE - STATUS '
                   WS-APRV-FILE-STATUS ' - DECK NOT PROCESSED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-PROCESS-FILING-DECK-EXIT
           END-IF

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO FILING DECK SUPPLIED'
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

           CLOSE APPROVAL-FILE.

       100-PROCESS-FILING-DECK-EXIT.
           EXIT.

       110-PROCESS-ONE-CARD.
           IF WS-CC-VERB = SPACES OR WS-CC-VERB(1:1) = '*'
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-USERID = SPACES
               DISPLAY 'REJECTED: NO USERID IN THE PARM'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           EVALUATE WS-CC-VERB
               WHEN 'FORCE   '
                   PERFORM 120-FILE-CHANGE
                       THRU 120-FILE-CHANGE-EXIT
               WHEN 'FIX     '
                   PERFORM 120-FILE-CHANGE
                       THRU 120-FILE-CHANGE-EXIT
               WHEN 'WITHDRAW'
                   PERFORM 130-WITHDRAW-APPROVAL
                       THRU 130-WITHDRAW-APPROVAL-EXIT
               WHEN OTHER
                   DISPLAY 'REJECTED: VERB <' WS-CC-VERB
                       '> IS NOT FORCE, FIX OR WITHDRAW'
                   PERFORM 180-REJECT-CARD
           END-EVALUATE.

       110-PROCESS-EXIT.
           EXIT.

      * The maker must hold the permission the change will be made
      * under, so an approval can never carry a userid past its
      * own roles; the checker is held to the same permission
       120-FILE-CHANGE.
           IF WS-CC-RUN-DATE IS NOT NUMERIC
               DISPLAY 'REJECTED: RUN DATE <' WS-CC-RUN-DATE
                   '> IS NOT YYYYMMDD'
               PERFORM 180-REJECT-CARD
               GO TO 120-FILE-CHANGE-EXIT
           END-IF

           IF WS-CC-VERB = 'FIX     '
               IF WS-CC-TERM-INDEX IS NOT NUMERIC
                       OR WS-CC-FIELD = SPACES
                   DISPLAY 'REJECTED: A FIX NEEDS A TERM INDEX AND '
                       'A FIELD AS ON THE FIBFIX CARD'
                   PERFORM 180-REJECT-CARD
                   GO TO 120-FILE-CHANGE-EXIT
               END-IF
               MOVE 'CORRECT' TO WS-NEEDED-PERMISSION
           ELSE
               MOVE 'FORCE'   TO WS-NEEDED-PERMISSION
           END-IF

           IF WS-CC-REASON = SPACES
               DISPLAY 'REJECTED: A FILED CHANGE NEEDS A REASON'
               PERFORM 180-REJECT-CARD
               GO TO 120-FILE-CHANGE-EXIT
           END-IF

           PERFORM 200-CHECK-MAKER-AUTHORITY
           IF NOT MAKER-IS-AUTHORIZED
               DISPLAY 'REJECTED: USERID ' WS-USERID ' DOES NOT '
                   'HOLD THE ' WS-NEEDED-PERMISSION ' PERMISSION'
               PERFORM 180-REJECT-CARD
               GO TO 120-FILE-CHANGE-EXIT
           END-IF

           PERFORM 300-NEXT-TOKEN
           IF WS-NEW-TOKEN = ZERO
               DISPLAY 'REJECTED: NO TOKEN COULD BE ISSUED - STATUS '
                   WS-APRV-FILE-STATUS
               PERFORM 180-REJECT-CARD
               GO TO 120-FILE-CHANGE-EXIT
           END-IF

           INITIALIZE APPROVAL-RECORD
           MOVE WS-NEW-TOKEN     TO AP-TOKEN
           IF WS-CC-VERB = 'FIX     '
               SET AP-IS-CORRECTION TO TRUE
               MOVE WS-CC-TERM-INDEX TO AP-TERM-INDEX
               MOVE WS-CC-FIELD      TO AP-FIELD
               MOVE WS-CC-NEW-VALUE  TO AP-NEW-VALUE
           ELSE
               SET AP-IS-FORCE TO TRUE
           END-IF
           SET AP-PENDING TO TRUE
           MOVE WS-USERID        TO AP-MAKER
           MOVE WS-NOW-STAMP     TO AP-FILED-STAMP
           MOVE WS-CC-RUN-DATE   TO AP-RUN-DATE
           MOVE WS-CC-REASON     TO AP-REASON

           WRITE APPROVAL-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: TOKEN ' WS-NEW-TOKEN
                       ' COULD NOT BE WRITTEN - STATUS '
                       WS-APRV-FILE-STATUS
                   PERFORM 180-REJECT-CARD
                   GO TO 120-FILE-CHANGE-EXIT
           END-WRITE

           ADD 1 TO WS-FILED-COUNT
           DISPLAY 'FILED: TOKEN ' AP-TOKEN ' ' WS-CC-VERB
               ' RUN ' AP-RUN-DATE ' - AWAITING APPROVAL ON FAPR'.

       120-FILE-CHANGE-EXIT.
           EXIT.

      * Only the maker may withdraw, and only before the approval
      * has been used
       130-WITHDRAW-APPROVAL.
           IF WS-CC-TOKEN IS NOT NUMERIC
               DISPLAY 'REJECTED: TOKEN <' WS-CC-TOKEN
                   '> IS NOT NUMERIC'
               PERFORM 180-REJECT-CARD
               GO TO 130-WITHDRAW-APPROVAL-EXIT
           END-IF

           MOVE WS-CC-TOKEN TO AP-TOKEN
           IF AP-TOKEN = ZERO
               DISPLAY 'REJECTED: TOKEN 00000000 IS NOT AN APPROVAL'
               PERFORM 180-REJECT-CARD
               GO TO 130-WITHDRAW-APPROVAL-EXIT
           END-IF
           READ APPROVAL-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: NO APPROVAL ' WS-CC-TOKEN
                   PERFORM 180-REJECT-CARD
                   GO TO 130-WITHDRAW-APPROVAL-EXIT
           END-READ

           IF AP-MAKER NOT = WS-USERID
               DISPLAY 'REJECTED: APPROVAL ' AP-TOKEN
                   ' WAS FILED BY ' AP-MAKER
               PERFORM 180-REJECT-CARD
               GO TO 130-WITHDRAW-APPROVAL-EXIT
           END-IF

           IF NOT AP-PENDING AND NOT AP-APPROVED
               DISPLAY 'REJECTED: APPROVAL ' AP-TOKEN
                   ' IS NO LONGER OPEN - STATUS ' AP-STATUS
               PERFORM 180-REJECT-CARD
               GO TO 130-WITHDRAW-APPROVAL-EXIT
           END-IF

           SET AP-WITHDRAWN TO TRUE
           REWRITE APPROVAL-RECORD
               INVALID KEY
                   DISPLAY 'REJECTED: APPROVAL ' AP-TOKEN
                       ' COULD NOT BE REWRITTEN - STATUS '
                       WS-APRV-FILE-STATUS
                   PERFORM 180-REJECT-CARD
                   GO TO 130-WITHDRAW-APPROVAL-EXIT
           END-REWRITE

           ADD 1 TO WS-WITHDRAWN-COUNT
           DISPLAY 'WITHDRAWN: APPROVAL ' AP-TOKEN.

       130-WITHDRAW-APPROVAL-EXIT.
           EXIT.

       180-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED CARD: <' WS-CONTROL-CARD '>'.

      * The maker's FIBAUTH roles resolved through FIBROLR. An
      * absent FIBAUTH dataset disables the check with a warning,
      * as everywhere else (QA regions run without one).
       200-CHECK-MAKER-AUTHORITY.
           MOVE 'N' TO WS-MAKER-OK-SW
           OPEN INPUT AUTHORIZATION-FILE
           IF NOT AUTH-FILE-OK
               DISPLAY 'WARNING: FIBAUTH NOT AVAILABLE - STATUS '
                   WS-AUTH-FILE-STATUS
                   ' - AUTHORIZATION NOT ENFORCED'
               SET MAKER-IS-AUTHORIZED TO TRUE
           ELSE
               MOVE WS-USERID TO AUTH-USERID
               READ AUTHORIZATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RLR-RESOLVE TO TRUE
                       MOVE AUTH-ROLES TO RLR-ROLES
                       CALL 'FIBROLR' USING FIBROLR-PARMS
                       IF WS-NEEDED-PERMISSION = 'FORCE'
                           IF RLR-FORCE-FLAG = 'Y'
                               SET MAKER-IS-AUTHORIZED TO TRUE
                           END-IF
                       ELSE
                           IF RLR-CORRECT-FLAG = 'Y'
                               SET MAKER-IS-AUTHORIZED TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE AUTHORIZATION-FILE
           END-IF.

      * The control record (token zero) holds the last token issued
       300-NEXT-TOKEN.
           MOVE ZERO TO WS-NEW-TOKEN
           MOVE ZERO TO AP-TOKEN
           READ APPROVAL-FILE
               INVALID KEY
                   MOVE SPACES TO AP-BODY
                   MOVE ZERO   TO AP-TOKEN
                   MOVE 1      TO APC-LAST-TOKEN
                   WRITE APPROVAL-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-NEW-TOKEN
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO APC-LAST-TOKEN
                   REWRITE APPROVAL-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE APC-LAST-TOKEN TO WS-NEW-TOKEN
                   END-REWRITE
           END-READ.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'CHANGES FILED:    ' WS-FILED-COUNT
           DISPLAY 'WITHDRAWN:        ' WS-WITHDRAWN-COUNT
           DISPLAY 'CARDS REJECTED:   ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBAPRQ COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
