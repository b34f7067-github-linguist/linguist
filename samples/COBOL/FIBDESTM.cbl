      ******************************************************************
      * FIBDESTM is the maintenance program for the FIBDEST
      * destination registry FIBXMITD, FIBACK, FIBRSTMT and FIBRVAR
      * are driven by. Until now a new receiver, a changed
      * transport node or a tighter acknowledgment window was a
      * hand edit of FIBDEST, and a typo silently misrouted a
      * production extract. Registry rows are now changed the way
      * FIBPROFM changes run profiles: every change is staged as a
      * version on FIBDESTV with an effective date, and the flat
      * FIBDEST the transmit steps read is BUILT from the versions
      * in force on a date - so a new receiver stages days ahead
      * and cuts over on the right night by itself. On top of the
      * FIBPROFM scheme each version is under dual control, the
      * FIBAUTHL discipline: a staged version is not in force
      * until a SECOND userid approves it.
      *
      * SYSIN cards:
      *   ADD     rcvr extract effdate transport node window
      *   CHANGE  rcvr extract effdate [transport] [node] [window]
      *   SUSPEND rcvr extract effdate
      *     (COLS 1-7 / 9-16 / 18-25 / 27-34 / 36-43 / 45-60 /
      *      62-63)  stage a version of the row; a CHANGE keeps
      *      any field left blank as it stands on that date
      *   APPROVE rcvr extract effdate   a second userid puts the
      *                                  staged version in force
      *   DROP    rcvr extract effdate   withdraw a staged version
      *   BUILD   [asofdate]             write FIBDEST as in force
      *     (COLS 9-16, DEFAULT TODAY)   on the date
      *   LIST    [asofdate]             print the registry as in
      *                                  force on the date, and
      *                                  every staged version
      *
      * An ADD names a receiver/extract pair with no row, or only
      * a suspended row, on its effective date; CHANGE and SUSPEND
      * need an active one. A SUSPEND is refused - when staged and
      * again when approved - if it would leave its extract with
      * no active receiver on its effective date or on any later
      * date a version of that extract takes effect.
      *
      * When FIBDESTV is absent or empty the hand-kept FIBDEST is
      * taken over as approved versions effective from date zero.
      *
      * Every staged, approved, refused and dropped version is
      * appended to the FIBDESTA audit trail with the userid and a
      * timestamp. RC=4 on rejected cards, RC=8 when neither the
      * version file nor the registry can be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBDESTM.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - DUAL-CONTROLLED,
      *                 EFFECTIVE-DATED FIBDEST MAINTENANCE WITH
      *                 RECEIVER-COVERAGE CHECK AND AUDIT TRAIL
      * 10-15-2026  AG  ACCEPT EXTRACT FIBXVIEW - THE RECEIVER'S OWN
      *                 FIBXVBLD VIEW OF FIBXTRCT
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
           SELECT DEST-VERSION-FILE ASSIGN TO "FIBDESTV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-FILE-STATUS.
           SELECT DESTINATION-FILE ASSIGN TO "FIBDEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-FILE-STATUS.
           SELECT DEST-AUDIT-FILE ASSIGN TO "FIBDESTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  DEST-VERSION-FILE
           RECORDING MODE IS F.
           COPY FIBDSTVC.

       FD  DESTINATION-FILE
           RECORDING MODE IS F.
           COPY FIBDESTC.

       FD  DEST-AUDIT-FILE
           RECORDING MODE IS F.
       01  DEST-AUDIT-RECORD.
           05  DA-TIMESTAMP           PIC 9(14).
           05  DA-USERID              PIC X(8).
           05  DA-VERB                PIC X(7).
           05  DA-OUTCOME             PIC X.
           05  DA-VERSION             PIC X(97).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(7).
           05  FILLER                 PIC X.
           05  WS-CC-RECEIVER-ID      PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-EXTRACT-ID       PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-EFF-DATE         PIC X(8).
           05  WS-CC-EFF-DATE-NUM REDEFINES WS-CC-EFF-DATE
                                      PIC 9(8).
           05  FILLER                 PIC X.
           05  WS-CC-TRANSPORT        PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-TRANSPORT-NODE   PIC X(16).
           05  FILLER                 PIC X.
           05  WS-CC-ACK-WINDOW       PIC X(2).
           05  WS-CC-ACK-WINDOW-NUM REDEFINES WS-CC-ACK-WINDOW
                                      PIC 9(2).
           05  FILLER                 PIC X(17).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-VERS-FILE-STATUS    PIC XX VALUE SPACES.
               88  VERS-FILE-OK            VALUE '00'.
               88  VERS-FILE-NOT-FOUND     VALUE '35'.
           05  WS-DEST-FILE-STATUS    PIC XX VALUE SPACES.
               88  DEST-FILE-OK            VALUE '00'.
           05  WS-DAUD-FILE-STATUS    PIC XX VALUE SPACES.
               88  DAUD-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-VERS-EOF-SW         PIC X VALUE 'N'.
               88  VERS-EOF-REACHED       VALUE 'Y'.
           05  WS-DEST-EOF-SW         PIC X VALUE 'N'.
               88  DEST-EOF-REACHED       VALUE 'Y'.
           05  WS-VERS-DIRTY-SW       PIC X VALUE 'N'.
               88  VERSIONS-CHANGED       VALUE 'Y'.
           05  WS-DATE-VALID-SW       PIC X VALUE 'N'.
               88  DATE-IS-VALID          VALUE 'Y'.
           05  WS-COVERAGE-SW         PIC X VALUE 'Y'.
               88  EXTRACT-IS-COVERED     VALUE 'Y'.

      * Version table - a few dozen receivers times a few staged
      * dates; the entry layout is the FIBDSTVC record plus the
      * dropped switch
       01  VERSION-TABLE.
           05  WS-VERS-COUNT          PIC 9(3) VALUE ZERO.
           05  VERS-ENTRY OCCURS 500 TIMES.
               10  VT-VERSION.
                   15  VT-EFF-DATE        PIC 9(8).
                   15  VT-ACTION          PIC X.
                   15  VT-STATE           PIC X.
                   15  VT-RECEIVER-ID     PIC X(8).
                   15  VT-EXTRACT-ID      PIC X(8).
                   15  VT-TRANSPORT       PIC X(8).
                   15  VT-TRANSPORT-NODE  PIC X(16).
                   15  VT-ACK-WINDOW-DAYS PIC 9(2).
                   15  VT-STATUS          PIC X.
                   15  VT-STAGED-BY       PIC X(8).
                   15  VT-STAGED-STAMP    PIC 9(14).
                   15  VT-APPROVED-BY     PIC X(8).
                   15  VT-APPROVED-STAMP  PIC 9(14).
               10  VT-DROPPED-SW      PIC X.

      * The extracts FIBXMITD can capture a trailer for - FIBXVIEW
      * is the receiver's own FIBXVBLD view of FIBXTRCT
       01  KNOWN-EXTRACT-VALUES.
           05  FILLER                 PIC X(8) VALUE 'FIBXTRCT'.
           05  FILLER                 PIC X(8) VALUE 'FIBSUMX '.
           05  FILLER                 PIC X(8) VALUE 'FIBRISK '.
           05  FILLER                 PIC X(8) VALUE 'FIBXVIEW'.
       01  KNOWN-EXTRACT-TABLE REDEFINES KNOWN-EXTRACT-VALUES.
           05  KX-EXTRACT-ID          PIC X(8) OCCURS 4 TIMES.

       01  WS-WORK-DATE               PIC 9(8).
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05  WS-WD-YEAR             PIC 9(4).
           05  WS-WD-MONTH            PIC 9(2).
           05  WS-WD-DAY              PIC 9(2).

      * Row-in-force lookup: the approved version of the receiver
      * and extract with the latest effective date not after the
      * lookup date; the candidate version (when non-zero) counts
      * as approved and wins a tie on the date
       01  IN-FORCE-LOOKUP.
           05  WS-FIND-RECEIVER-ID    PIC X(8).
           05  WS-FIND-EXTRACT-ID     PIC X(8).
           05  WS-FIND-DATE           PIC 9(8).
           05  WS-CANDIDATE-IDX       PIC 9(3).
           05  WS-FORCE-IDX           PIC 9(3).

       77  WS-VERS-IDX                PIC 9(3) VALUE ZERO.
       77  WS-SCAN-IDX                PIC 9(3) VALUE ZERO.
       77  WS-DATE-IDX                PIC 9(3) VALUE ZERO.
       77  WS-ROW-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-STAGE-IDX               PIC 9(3) VALUE ZERO.
       77  WS-PRIOR-STAGED            PIC X(97) VALUE SPACES.
       77  WS-KX-IDX                  PIC 9 VALUE ZERO.
       77  WS-KX-FOUND                PIC 9 VALUE ZERO.
       77  WS-TODAY                   PIC 9(8) VALUE ZERO.
       77  WS-AS-OF-DATE              PIC 9(8) VALUE ZERO.
       77  WS-COVER-EXTRACT-ID        PIC X(8) VALUE SPACES.
       77  WS-COVER-DATE              PIC 9(8) VALUE ZERO.
       77  WS-ACTIVE-RECEIVERS        PIC 9(3) VALUE ZERO.
       77  WS-AUDIT-OUTCOME           PIC X VALUE SPACE.
       77  WS-BUILT-COUNT             PIC 9(3) VALUE ZERO.
       77  WS-TAKEN-OVER-COUNT        PIC 9(3) VALUE ZERO.
       77  WS-STAGED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-APPROVED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-DROPPED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-VERSION-FILE
               THRU 100-LOAD-VERSION-FILE-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 200-PROCESS-MAINTENANCE-DECK
               IF VERSIONS-CHANGED
                   PERFORM 650-REWRITE-VERSION-FILE
               END-IF
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY '======================================='
           DISPLAY '   FIBDESTM - DESTINATION REGISTRY MAINTENANCE'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTING USERID: ' WS-USERID.

       100-LOAD-VERSION-FILE.
           OPEN INPUT DEST-VERSION-FILE
           IF VERS-FILE-NOT-FOUND
               PERFORM 110-TAKE-OVER-FLAT-REGISTRY
               GO TO 100-LOAD-VERSION-FILE-EXIT
           END-IF
           IF NOT VERS-FILE-OK
               DISPLAY 'ERROR: FIBDESTV VERSION FILE NOT AVAILABLE - '
                   'STATUS ' WS-VERS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-VERSION-FILE-EXIT
           END-IF

           PERFORM UNTIL VERS-EOF-REACHED
                   OR WS-VERS-COUNT = 500
               READ DEST-VERSION-FILE
                   AT END
                       SET VERS-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VERS-COUNT
                       MOVE DESTINATION-VERSION-RECORD
                           TO VT-VERSION(WS-VERS-COUNT)
                       MOVE 'N' TO VT-DROPPED-SW(WS-VERS-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEST-VERSION-FILE

           IF WS-VERS-COUNT = ZERO
               PERFORM 110-TAKE-OVER-FLAT-REGISTRY
           END-IF

           DISPLAY 'REGISTRY VERSIONS ON FILE: ' WS-VERS-COUNT.

       100-LOAD-VERSION-FILE-EXIT.
           EXIT.

      * First run: every row of the hand-kept registry becomes an
      * approved version in force from date zero
       110-TAKE-OVER-FLAT-REGISTRY.
           OPEN INPUT DESTINATION-FILE
           IF NOT DEST-FILE-OK
               DISPLAY 'ERROR: NEITHER FIBDESTV NOR FIBDEST CAN BE '
                   'READ - STATUS ' WS-DEST-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL DEST-EOF-REACHED
                       OR WS-VERS-COUNT = 500
                   READ DESTINATION-FILE
                       AT END
                           SET DEST-EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-VERS-COUNT
                           MOVE WS-VERS-COUNT TO WS-VERS-IDX
                           MOVE ZERO TO VT-EFF-DATE(WS-VERS-IDX)
                           MOVE 'A'  TO VT-ACTION(WS-VERS-IDX)
                           MOVE 'A'  TO VT-STATE(WS-VERS-IDX)
                           MOVE DST-RECEIVER-ID
                               TO VT-RECEIVER-ID(WS-VERS-IDX)
                           MOVE DST-EXTRACT-ID
                               TO VT-EXTRACT-ID(WS-VERS-IDX)
                           MOVE DST-TRANSPORT
                               TO VT-TRANSPORT(WS-VERS-IDX)
                           MOVE DST-TRANSPORT-NODE
                               TO VT-TRANSPORT-NODE(WS-VERS-IDX)
                           MOVE DST-ACK-WINDOW-DAYS
                               TO VT-ACK-WINDOW-DAYS(WS-VERS-IDX)
                           MOVE DST-STATUS TO VT-STATUS(WS-VERS-IDX)
                           MOVE 'FIBDEST'
                               TO VT-STAGED-BY(WS-VERS-IDX)
                           MOVE FUNCTION CURRENT-DATE(1:14)
                               TO VT-STAGED-STAMP(WS-VERS-IDX)
                           MOVE 'FIBDEST'
                               TO VT-APPROVED-BY(WS-VERS-IDX)
                           MOVE VT-STAGED-STAMP(WS-VERS-IDX)
                               TO VT-APPROVED-STAMP(WS-VERS-IDX)
                           MOVE 'N' TO VT-DROPPED-SW(WS-VERS-IDX)
                           ADD 1 TO WS-TAKEN-OVER-COUNT
               END-READ
               END-PERFORM
               CLOSE DESTINATION-FILE
               SET VERSIONS-CHANGED TO TRUE
               DISPLAY 'FIBDESTV EMPTY - ' WS-TAKEN-OVER-COUNT
                   ' FIBDEST ROW(S) TAKEN OVER AS APPROVED VERSIONS'
           END-IF.

       200-PROCESS-MAINTENANCE-DECK.
           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'NO MAINTENANCE DECK SUPPLIED - LISTING ONLY'
               MOVE SPACES TO WS-CONTROL-CARD
               PERFORM 600-LIST-REGISTRY
                   THRU 600-LIST-REGISTRY-EXIT
           ELSE
               PERFORM UNTIL CARD-EOF-REACHED
                   READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                       AT END
                           SET CARD-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 210-PROCESS-ONE-CARD
                               THRU 210-PROCESS-EXIT
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF.

       210-PROCESS-ONE-CARD.
           IF WS-CC-VERB = SPACES OR WS-CC-VERB(1:1) = '*'
               GO TO 210-PROCESS-EXIT
           END-IF

           EVALUATE WS-CC-VERB
               WHEN 'ADD    '
               WHEN 'CHANGE '
               WHEN 'SUSPEND'
                   PERFORM 220-STAGE-VERSION
                       THRU 220-STAGE-VERSION-EXIT
               WHEN 'APPROVE'
                   PERFORM 230-APPROVE-VERSION
                       THRU 230-APPROVE-VERSION-EXIT
               WHEN 'DROP   '
                   PERFORM 240-DROP-VERSION
                       THRU 240-DROP-VERSION-EXIT
               WHEN 'BUILD  '
                   PERFORM 500-BUILD-FLAT-REGISTRY
                       THRU 500-BUILD-FLAT-REGISTRY-EXIT
               WHEN 'LIST   '
                   PERFORM 600-LIST-REGISTRY
                       THRU 600-LIST-REGISTRY-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED CARD - UNKNOWN VERB <'
                       WS-CC-VERB '>'
           END-EVALUATE.

       210-PROCESS-EXIT.
           EXIT.

       220-STAGE-VERSION.
           IF WS-USERID = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED ' WS-CC-VERB ' - NO USERID IN THE '
                   'PARM'
               GO TO 220-STAGE-VERSION-EXIT
           END-IF

           PERFORM 250-EDIT-KEY-FIELDS
           IF WS-AUDIT-OUTCOME = 'X'
               GO TO 220-STAGE-VERSION-EXIT
           END-IF
           IF WS-CC-EFF-DATE-NUM < WS-TODAY
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED ' WS-CC-VERB ' - EFFECTIVE DATE '
                   WS-CC-EFF-DATE ' IS IN THE PAST'
               GO TO 220-STAGE-VERSION-EXIT
           END-IF

      * The row as it stands on the effective date, approved
      * versions only
           MOVE WS-CC-RECEIVER-ID  TO WS-FIND-RECEIVER-ID
           MOVE WS-CC-EXTRACT-ID   TO WS-FIND-EXTRACT-ID
           MOVE WS-CC-EFF-DATE-NUM TO WS-FIND-DATE
           MOVE ZERO TO WS-CANDIDATE-IDX
           PERFORM 400-FIND-ROW-IN-FORCE
           MOVE WS-FORCE-IDX TO WS-ROW-IDX

           IF WS-CC-VERB = 'ADD    '
               IF WS-ROW-IDX > ZERO
                   IF VT-STATUS(WS-ROW-IDX) = 'A'
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY 'REJECTED ADD - ' WS-CC-RECEIVER-ID
                           ' ALREADY RECEIVES ' WS-CC-EXTRACT-ID
                           ' ON ' WS-CC-EFF-DATE ' - USE CHANGE'
                       GO TO 220-STAGE-VERSION-EXIT
                   END-IF
               END-IF
               IF WS-CC-TRANSPORT = SPACES
                       OR WS-CC-TRANSPORT-NODE = SPACES
                       OR WS-CC-ACK-WINDOW IS NOT NUMERIC
                       OR WS-CC-ACK-WINDOW-NUM = ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED ADD - TRANSPORT, NODE AND A '
                       'WINDOW OF 01-99 DAYS ARE ALL REQUIRED'
                   GO TO 220-STAGE-VERSION-EXIT
               END-IF
           ELSE
               IF WS-ROW-IDX = ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED ' WS-CC-VERB ' - NO ROW FOR '
                       WS-CC-RECEIVER-ID ' ' WS-CC-EXTRACT-ID
                       ' IN FORCE ON ' WS-CC-EFF-DATE
                   GO TO 220-STAGE-VERSION-EXIT
               END-IF
               IF VT-STATUS(WS-ROW-IDX) NOT = 'A'
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED ' WS-CC-VERB ' - ROW IS '
                       'SUSPENDED ON ' WS-CC-EFF-DATE ' - USE ADD'
                   GO TO 220-STAGE-VERSION-EXIT
               END-IF
               IF WS-CC-ACK-WINDOW NOT = SPACES
                   IF WS-CC-ACK-WINDOW IS NOT NUMERIC
                           OR WS-CC-ACK-WINDOW-NUM = ZERO
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY 'REJECTED ' WS-CC-VERB ' - WINDOW '
                           'MUST BE 01-99 DAYS'
                       GO TO 220-STAGE-VERSION-EXIT
                   END-IF
               END-IF
           END-IF

      * A restaged version for the same row and date replaces the
      * one still awaiting approval
           MOVE ZERO TO WS-STAGE-IDX
           PERFORM 260-FIND-STAGED-VERSION
           IF WS-STAGE-IDX = ZERO
               IF WS-VERS-COUNT = 500
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED ' WS-CC-VERB ' - VERSION TABLE '
                       'FULL'
                   GO TO 220-STAGE-VERSION-EXIT
               END-IF
               ADD 1 TO WS-VERS-COUNT
               MOVE WS-VERS-COUNT TO WS-STAGE-IDX
               MOVE SPACES TO WS-PRIOR-STAGED
           ELSE
               MOVE VT-VERSION(WS-STAGE-IDX) TO WS-PRIOR-STAGED
           END-IF

           IF WS-ROW-IDX > ZERO
               MOVE VT-VERSION(WS-ROW-IDX) TO VT-VERSION(WS-STAGE-IDX)
           ELSE
               MOVE SPACES TO VT-VERSION(WS-STAGE-IDX)
               MOVE WS-CC-RECEIVER-ID
                   TO VT-RECEIVER-ID(WS-STAGE-IDX)
               MOVE WS-CC-EXTRACT-ID
                   TO VT-EXTRACT-ID(WS-STAGE-IDX)
               MOVE ZERO TO VT-ACK-WINDOW-DAYS(WS-STAGE-IDX)
           END-IF
           MOVE WS-CC-EFF-DATE-NUM TO VT-EFF-DATE(WS-STAGE-IDX)
           MOVE WS-CC-VERB(1:1)    TO VT-ACTION(WS-STAGE-IDX)
           MOVE 'P'                TO VT-STATE(WS-STAGE-IDX)
           IF WS-CC-TRANSPORT NOT = SPACES
               MOVE WS-CC-TRANSPORT TO VT-TRANSPORT(WS-STAGE-IDX)
           END-IF
           IF WS-CC-TRANSPORT-NODE NOT = SPACES
               MOVE WS-CC-TRANSPORT-NODE
                   TO VT-TRANSPORT-NODE(WS-STAGE-IDX)
           END-IF
           IF WS-CC-ACK-WINDOW NOT = SPACES
               MOVE WS-CC-ACK-WINDOW-NUM
                   TO VT-ACK-WINDOW-DAYS(WS-STAGE-IDX)
           END-IF
           IF WS-CC-VERB = 'SUSPEND'
               MOVE 'I' TO VT-STATUS(WS-STAGE-IDX)
           ELSE
               MOVE 'A' TO VT-STATUS(WS-STAGE-IDX)
           END-IF
           MOVE WS-USERID TO VT-STAGED-BY(WS-STAGE-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO VT-STAGED-STAMP(WS-STAGE-IDX)
           MOVE SPACES TO VT-APPROVED-BY(WS-STAGE-IDX)
           MOVE ZERO   TO VT-APPROVED-STAMP(WS-STAGE-IDX)
           MOVE 'N'    TO VT-DROPPED-SW(WS-STAGE-IDX)

           IF WS-CC-VERB = 'CHANGE '
                   AND VT-TRANSPORT(WS-STAGE-IDX)
                       = VT-TRANSPORT(WS-ROW-IDX)
                   AND VT-TRANSPORT-NODE(WS-STAGE-IDX)
                       = VT-TRANSPORT-NODE(WS-ROW-IDX)
                   AND VT-ACK-WINDOW-DAYS(WS-STAGE-IDX)
                       = VT-ACK-WINDOW-DAYS(WS-ROW-IDX)
               PERFORM 225-BACK-OUT-STAGED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED CHANGE - NOTHING DIFFERS FROM THE '
                   'ROW IN FORCE ON ' WS-CC-EFF-DATE
               GO TO 220-STAGE-VERSION-EXIT
           END-IF

           IF WS-CC-VERB = 'SUSPEND'
               MOVE WS-STAGE-IDX TO WS-CANDIDATE-IDX
               PERFORM 450-CHECK-EXTRACT-COVERAGE
               IF NOT EXTRACT-IS-COVERED
                   PERFORM 225-BACK-OUT-STAGED
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED SUSPEND - ' WS-COVER-EXTRACT-ID
                       ' WOULD HAVE NO ACTIVE RECEIVER ON '
                       WS-COVER-DATE
                   GO TO 220-STAGE-VERSION-EXIT
               END-IF
           END-IF

           SET VERSIONS-CHANGED TO TRUE
           ADD 1 TO WS-STAGED-COUNT
           MOVE WS-STAGE-IDX TO WS-VERS-IDX
           MOVE 'P' TO WS-AUDIT-OUTCOME
           PERFORM 700-WRITE-AUDIT-RECORD

           DISPLAY 'STAGED:   ' WS-CC-VERB ' ' WS-CC-RECEIVER-ID ' '
               WS-CC-EXTRACT-ID ' EFFECTIVE ' WS-CC-EFF-DATE
               ' - AWAITING SECOND-USERID APPROVAL'.

       220-STAGE-VERSION-EXIT.
           EXIT.

      * A refused restage leaves the version it would have replaced
      * as it was
       225-BACK-OUT-STAGED.
           IF WS-PRIOR-STAGED = SPACES
               MOVE 'Y' TO VT-DROPPED-SW(WS-STAGE-IDX)
           ELSE
               MOVE WS-PRIOR-STAGED TO VT-VERSION(WS-STAGE-IDX)
           END-IF.

      * Dual control: the approver must not be the userid that
      * staged the version. A suspension is checked for coverage
      * again - other versions may have been approved since.
       230-APPROVE-VERSION.
           IF WS-USERID = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED APPROVE - NO USERID IN THE PARM'
               GO TO 230-APPROVE-VERSION-EXIT
           END-IF
           PERFORM 250-EDIT-KEY-FIELDS
           IF WS-AUDIT-OUTCOME = 'X'
               GO TO 230-APPROVE-VERSION-EXIT
           END-IF

           PERFORM 260-FIND-STAGED-VERSION
           IF WS-STAGE-IDX = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED APPROVE - NO STAGED VERSION FOR '
                   WS-CC-RECEIVER-ID ' ' WS-CC-EXTRACT-ID
                   ' EFFECTIVE ' WS-CC-EFF-DATE
               GO TO 230-APPROVE-VERSION-EXIT
           END-IF
           MOVE WS-STAGE-IDX TO WS-VERS-IDX

           IF VT-STAGED-BY(WS-STAGE-IDX) = WS-USERID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED APPROVE - STAGED BY THIS USERID - '
                   'A SECOND USERID MUST APPROVE'
               MOVE 'D' TO WS-AUDIT-OUTCOME
               PERFORM 700-WRITE-AUDIT-RECORD
               GO TO 230-APPROVE-VERSION-EXIT
           END-IF

           IF VT-EFF-DATE(WS-STAGE-IDX) < WS-TODAY
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED APPROVE - EFFECTIVE DATE HAS '
                   'PASSED - DROP AND RESTAGE'
               MOVE 'D' TO WS-AUDIT-OUTCOME
               PERFORM 700-WRITE-AUDIT-RECORD
               GO TO 230-APPROVE-VERSION-EXIT
           END-IF

           IF VT-STATUS(WS-STAGE-IDX) = 'I'
               MOVE WS-STAGE-IDX TO WS-CANDIDATE-IDX
               PERFORM 450-CHECK-EXTRACT-COVERAGE
               IF NOT EXTRACT-IS-COVERED
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED APPROVE - ' WS-COVER-EXTRACT-ID
                       ' WOULD HAVE NO ACTIVE RECEIVER ON '
                       WS-COVER-DATE
                   MOVE 'D' TO WS-AUDIT-OUTCOME
                   PERFORM 700-WRITE-AUDIT-RECORD
                   GO TO 230-APPROVE-VERSION-EXIT
               END-IF
           END-IF

      * The approved version supersedes any earlier approval for
      * the same row and date
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SCAN-IDX > WS-VERS-COUNT
               IF WS-SCAN-IDX NOT = WS-STAGE-IDX
                       AND VT-DROPPED-SW(WS-SCAN-IDX) = 'N'
                       AND VT-STATE(WS-SCAN-IDX) = 'A'
                       AND VT-RECEIVER-ID(WS-SCAN-IDX)
                           = VT-RECEIVER-ID(WS-STAGE-IDX)
                       AND VT-EXTRACT-ID(WS-SCAN-IDX)
                           = VT-EXTRACT-ID(WS-STAGE-IDX)
                       AND VT-EFF-DATE(WS-SCAN-IDX)
                           = VT-EFF-DATE(WS-STAGE-IDX)
                   MOVE 'Y' TO VT-DROPPED-SW(WS-SCAN-IDX)
               END-IF
           END-PERFORM

           MOVE 'A'       TO VT-STATE(WS-STAGE-IDX)
           MOVE WS-USERID TO VT-APPROVED-BY(WS-STAGE-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO VT-APPROVED-STAMP(WS-STAGE-IDX)
           SET VERSIONS-CHANGED TO TRUE
           ADD 1 TO WS-APPROVED-COUNT

           MOVE 'A' TO WS-AUDIT-OUTCOME
           PERFORM 700-WRITE-AUDIT-RECORD

           DISPLAY 'APPROVED: ' WS-CC-RECEIVER-ID ' '
               WS-CC-EXTRACT-ID ' EFFECTIVE ' WS-CC-EFF-DATE
               ' STAGED BY ' VT-STAGED-BY(WS-STAGE-IDX)
               ' APPROVED BY ' WS-USERID.

       230-APPROVE-VERSION-EXIT.
           EXIT.

      * Only a version still awaiting approval can be withdrawn;
      * an approved change is undone by staging another
       240-DROP-VERSION.
           IF WS-USERID = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED DROP - NO USERID IN THE PARM'
               GO TO 240-DROP-VERSION-EXIT
           END-IF
           PERFORM 250-EDIT-KEY-FIELDS
           IF WS-AUDIT-OUTCOME = 'X'
               GO TO 240-DROP-VERSION-EXIT
           END-IF

           PERFORM 260-FIND-STAGED-VERSION
           IF WS-STAGE-IDX = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED DROP - NO STAGED VERSION FOR '
                   WS-CC-RECEIVER-ID ' ' WS-CC-EXTRACT-ID
                   ' EFFECTIVE ' WS-CC-EFF-DATE
               GO TO 240-DROP-VERSION-EXIT
           END-IF

           MOVE 'Y' TO VT-DROPPED-SW(WS-STAGE-IDX)
           SET VERSIONS-CHANGED TO TRUE
           ADD 1 TO WS-DROPPED-COUNT
           MOVE WS-STAGE-IDX TO WS-VERS-IDX
           MOVE 'X' TO WS-AUDIT-OUTCOME
           PERFORM 700-WRITE-AUDIT-RECORD

           DISPLAY 'DROPPED:  ' WS-CC-RECEIVER-ID ' '
               WS-CC-EXTRACT-ID ' EFFECTIVE ' WS-CC-EFF-DATE.

       240-DROP-VERSION-EXIT.
           EXIT.

      * Receiver, a known extract and a real effective date; a
      * failed edit is counted and flagged with outcome X
       250-EDIT-KEY-FIELDS.
           MOVE SPACE TO WS-AUDIT-OUTCOME
           MOVE ZERO TO WS-KX-FOUND
           PERFORM VARYING WS-KX-IDX FROM 1 BY 1
                     UNTIL WS-KX-IDX > 4
               IF KX-EXTRACT-ID(WS-KX-IDX) = WS-CC-EXTRACT-ID
                   MOVE WS-KX-IDX TO WS-KX-FOUND
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-CC-EFF-DATE IS NUMERIC
               MOVE WS-CC-EFF-DATE-NUM TO WS-WORK-DATE
               IF WS-WD-YEAR NOT < 1601
                       AND WS-WD-MONTH NOT < 1
                       AND WS-WD-MONTH NOT > 12
                       AND WS-WD-DAY NOT < 1
                       AND WS-WD-DAY NOT > 31
                   IF FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE))
                           = WS-WORK-DATE
                       SET DATE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-CC-RECEIVER-ID = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED ' WS-CC-VERB ' - RECEIVER '
                       'MISSING'
                   MOVE 'X' TO WS-AUDIT-OUTCOME
               WHEN WS-KX-FOUND = ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED ' WS-CC-VERB ' - EXTRACT <'
                       WS-CC-EXTRACT-ID '> IS NOT ONE FIBXMITD SENDS'
                   MOVE 'X' TO WS-AUDIT-OUTCOME
               WHEN NOT DATE-IS-VALID
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED ' WS-CC-VERB ' - EFFECTIVE DATE '
                       'INVALID: <' WS-CC-EFF-DATE '>'
                   MOVE 'X' TO WS-AUDIT-OUTCOME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       260-FIND-STAGED-VERSION.
           MOVE ZERO TO WS-STAGE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SCAN-IDX > WS-VERS-COUNT
                           OR WS-STAGE-IDX > ZERO
               IF VT-DROPPED-SW(WS-SCAN-IDX) = 'N'
                       AND VT-STATE(WS-SCAN-IDX) = 'P'
                       AND VT-RECEIVER-ID(WS-SCAN-IDX)
                           = WS-CC-RECEIVER-ID
                       AND VT-EXTRACT-ID(WS-SCAN-IDX)
                           = WS-CC-EXTRACT-ID
                       AND VT-EFF-DATE(WS-SCAN-IDX)
                           = WS-CC-EFF-DATE-NUM
                   MOVE WS-SCAN-IDX TO WS-STAGE-IDX
               END-IF
           END-PERFORM.

       400-FIND-ROW-IN-FORCE.
           MOVE ZERO TO WS-FORCE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SCAN-IDX > WS-VERS-COUNT
               IF VT-DROPPED-SW(WS-SCAN-IDX) = 'N'
                       AND (VT-STATE(WS-SCAN-IDX) = 'A'
                            OR WS-SCAN-IDX = WS-CANDIDATE-IDX)
                       AND VT-RECEIVER-ID(WS-SCAN-IDX)
                           = WS-FIND-RECEIVER-ID
                       AND VT-EXTRACT-ID(WS-SCAN-IDX)
                           = WS-FIND-EXTRACT-ID
                       AND VT-EFF-DATE(WS-SCAN-IDX)
                           NOT > WS-FIND-DATE
                   IF WS-FORCE-IDX = ZERO
                       MOVE WS-SCAN-IDX TO WS-FORCE-IDX
                   ELSE
                       IF VT-EFF-DATE(WS-SCAN-IDX)
                               > VT-EFF-DATE(WS-FORCE-IDX)
                           OR (VT-EFF-DATE(WS-SCAN-IDX)
                               = VT-EFF-DATE(WS-FORCE-IDX)
                               AND WS-SCAN-IDX = WS-CANDIDATE-IDX)
                           MOVE WS-SCAN-IDX TO WS-FORCE-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * With the candidate version taken as approved, the extract
      * must keep at least one active receiver on the candidate's
      * effective date and on every later date a version of the
      * same extract takes effect
       450-CHECK-EXTRACT-COVERAGE.
           SET EXTRACT-IS-COVERED TO TRUE
           MOVE VT-EXTRACT-ID(WS-CANDIDATE-IDX) TO WS-COVER-EXTRACT-ID
           MOVE VT-EFF-DATE(WS-CANDIDATE-IDX) TO WS-COVER-DATE
           PERFORM 455-COUNT-ACTIVE-RECEIVERS
           IF WS-ACTIVE-RECEIVERS = ZERO
               MOVE 'N' TO WS-COVERAGE-SW
           END-IF

           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                     UNTIL WS-DATE-IDX > WS-VERS-COUNT
                           OR NOT EXTRACT-IS-COVERED
               IF VT-DROPPED-SW(WS-DATE-IDX) = 'N'
                       AND VT-STATE(WS-DATE-IDX) = 'A'
                       AND VT-EXTRACT-ID(WS-DATE-IDX)
                           = WS-COVER-EXTRACT-ID
                       AND VT-EFF-DATE(WS-DATE-IDX)
                           > VT-EFF-DATE(WS-CANDIDATE-IDX)
                   MOVE VT-EFF-DATE(WS-DATE-IDX) TO WS-COVER-DATE
                   PERFORM 455-COUNT-ACTIVE-RECEIVERS
                   IF WS-ACTIVE-RECEIVERS = ZERO
                       MOVE 'N' TO WS-COVERAGE-SW
                   END-IF
               END-IF
           END-PERFORM.

      * Each receiver of the extract is counted once, through the
      * version in force for it on the cover date
       455-COUNT-ACTIVE-RECEIVERS.
           MOVE ZERO TO WS-ACTIVE-RECEIVERS
           MOVE WS-COVER-EXTRACT-ID TO WS-FIND-EXTRACT-ID
           MOVE WS-COVER-DATE       TO WS-FIND-DATE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                     UNTIL WS-ROW-IDX > WS-VERS-COUNT
               IF VT-DROPPED-SW(WS-ROW-IDX) = 'N'
                       AND (VT-STATE(WS-ROW-IDX) = 'A'
                            OR WS-ROW-IDX = WS-CANDIDATE-IDX)
                       AND VT-EXTRACT-ID(WS-ROW-IDX)
                           = WS-COVER-EXTRACT-ID
                       AND VT-EFF-DATE(WS-ROW-IDX)
                           NOT > WS-COVER-DATE
                   MOVE VT-RECEIVER-ID(WS-ROW-IDX)
                       TO WS-FIND-RECEIVER-ID
                   PERFORM 400-FIND-ROW-IN-FORCE
                   IF WS-FORCE-IDX = WS-ROW-IDX
                           AND VT-STATUS(WS-ROW-IDX) = 'A'
                       ADD 1 TO WS-ACTIVE-RECEIVERS
                   END-IF
               END-IF
           END-PERFORM.

      * FIBDEST as in force on the as-of date: for every receiver
      * and extract, the row of the approved version in force,
      * suspended rows included so FIBACK keeps their history
       500-BUILD-FLAT-REGISTRY.
           PERFORM 510-SET-AS-OF-DATE
           IF WS-AS-OF-DATE = ZERO
               GO TO 500-BUILD-FLAT-REGISTRY-EXIT
           END-IF
           MOVE ZERO TO WS-BUILT-COUNT
           MOVE ZERO TO WS-CANDIDATE-IDX

           OPEN OUTPUT DESTINATION-FILE
           PERFORM VARYING WS-VERS-IDX FROM 1 BY 1
                     UNTIL WS-VERS-IDX > WS-VERS-COUNT
               PERFORM 520-CHECK-IN-FORCE
               IF WS-FORCE-IDX = WS-VERS-IDX
                   MOVE VT-RECEIVER-ID(WS-VERS-IDX)
                       TO DST-RECEIVER-ID
                   MOVE VT-EXTRACT-ID(WS-VERS-IDX)
                       TO DST-EXTRACT-ID
                   MOVE VT-TRANSPORT(WS-VERS-IDX) TO DST-TRANSPORT
                   MOVE VT-TRANSPORT-NODE(WS-VERS-IDX)
                       TO DST-TRANSPORT-NODE
                   MOVE VT-ACK-WINDOW-DAYS(WS-VERS-IDX)
                       TO DST-ACK-WINDOW-DAYS
                   MOVE VT-STATUS(WS-VERS-IDX) TO DST-STATUS
                   WRITE DESTINATION-RECORD
                   ADD 1 TO WS-BUILT-COUNT
               END-IF
           END-PERFORM
           CLOSE DESTINATION-FILE

           DISPLAY 'FIBDEST BUILT AS OF ' WS-AS-OF-DATE ' - '
               WS-BUILT-COUNT ' ROW(S)'.

       500-BUILD-FLAT-REGISTRY-EXIT.
           EXIT.

       510-SET-AS-OF-DATE.
           IF WS-CC-RECEIVER-ID = SPACES
               MOVE WS-TODAY TO WS-AS-OF-DATE
           ELSE
               IF WS-CC-RECEIVER-ID IS NUMERIC
                   MOVE WS-CC-RECEIVER-ID TO WS-AS-OF-DATE
               ELSE
                   MOVE ZERO TO WS-AS-OF-DATE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED ' WS-CC-VERB ' - AS-OF DATE NOT '
                       'NUMERIC: <' WS-CC-RECEIVER-ID '>'
               END-IF
           END-IF.

      * WS-FORCE-IDX comes back equal to WS-VERS-IDX only when this
      * version is the one in force for its row on the as-of date
       520-CHECK-IN-FORCE.
           MOVE ZERO TO WS-FORCE-IDX
           IF VT-DROPPED-SW(WS-VERS-IDX) = 'N'
                   AND VT-STATE(WS-VERS-IDX) = 'A'
                   AND VT-EFF-DATE(WS-VERS-IDX) NOT > WS-AS-OF-DATE
               MOVE VT-RECEIVER-ID(WS-VERS-IDX) TO WS-FIND-RECEIVER-ID
               MOVE VT-EXTRACT-ID(WS-VERS-IDX)  TO WS-FIND-EXTRACT-ID
               MOVE WS-AS-OF-DATE               TO WS-FIND-DATE
               PERFORM 400-FIND-ROW-IN-FORCE
           END-IF.

       600-LIST-REGISTRY.
           PERFORM 510-SET-AS-OF-DATE
           IF WS-AS-OF-DATE = ZERO
               GO TO 600-LIST-REGISTRY-EXIT
           END-IF
           MOVE ZERO TO WS-CANDIDATE-IDX

           DISPLAY SPACE
           DISPLAY 'FIBDEST REGISTRY AS IN FORCE ON ' WS-AS-OF-DATE
           DISPLAY 'RECEIVER | EXTRACT  | TRANSPORT | NODE'
               '             | WIN | ST | EFFECTIVE | APPROVED BY'
           PERFORM VARYING WS-VERS-IDX FROM 1 BY 1
                     UNTIL WS-VERS-IDX > WS-VERS-COUNT
               PERFORM 520-CHECK-IN-FORCE
               IF WS-FORCE-IDX = WS-VERS-IDX
                   DISPLAY VT-RECEIVER-ID(WS-VERS-IDX) ' | '
                       VT-EXTRACT-ID(WS-VERS-IDX) ' | '
                       VT-TRANSPORT(WS-VERS-IDX) '  | '
                       VT-TRANSPORT-NODE(WS-VERS-IDX) ' | '
                       VT-ACK-WINDOW-DAYS(WS-VERS-IDX) '  | '
                       VT-STATUS(WS-VERS-IDX) '  | '
                       VT-EFF-DATE(WS-VERS-IDX) '  | '
                       VT-APPROVED-BY(WS-VERS-IDX)
               END-IF
           END-PERFORM

           DISPLAY SPACE
           DISPLAY 'VERSIONS AWAITING APPROVAL'
           DISPLAY 'RECEIVER | EXTRACT  | EFFECTIVE | ACT | '
               'TRANSPORT | NODE             | WIN | ST | STAGED BY'
           PERFORM VARYING WS-VERS-IDX FROM 1 BY 1
                     UNTIL WS-VERS-IDX > WS-VERS-COUNT
               IF VT-DROPPED-SW(WS-VERS-IDX) = 'N'
                       AND VT-STATE(WS-VERS-IDX) = 'P'
                   DISPLAY VT-RECEIVER-ID(WS-VERS-IDX) ' | '
                       VT-EXTRACT-ID(WS-VERS-IDX) ' | '
                       VT-EFF-DATE(WS-VERS-IDX) '  | '
                       VT-ACTION(WS-VERS-IDX) '   | '
                       VT-TRANSPORT(WS-VERS-IDX) '  | '
                       VT-TRANSPORT-NODE(WS-VERS-IDX) ' | '
                       VT-ACK-WINDOW-DAYS(WS-VERS-IDX) '  | '
                       VT-STATUS(WS-VERS-IDX) '  | '
                       VT-STAGED-BY(WS-VERS-IDX)
               END-IF
           END-PERFORM.

       600-LIST-REGISTRY-EXIT.
           EXIT.

       650-REWRITE-VERSION-FILE.
           OPEN OUTPUT DEST-VERSION-FILE
           PERFORM VARYING WS-VERS-IDX FROM 1 BY 1
                     UNTIL WS-VERS-IDX > WS-VERS-COUNT
               IF VT-DROPPED-SW(WS-VERS-IDX) = 'N'
                   MOVE VT-VERSION(WS-VERS-IDX)
                       TO DESTINATION-VERSION-RECORD
                   WRITE DESTINATION-VERSION-RECORD
               END-IF
           END-PERFORM
           CLOSE DEST-VERSION-FILE.

       700-WRITE-AUDIT-RECORD.
           OPEN EXTEND DEST-AUDIT-FILE
           IF DAUD-FILE-NOT-FOUND
               OPEN OUTPUT DEST-AUDIT-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO DA-TIMESTAMP
           MOVE WS-USERID               TO DA-USERID
           MOVE WS-CC-VERB              TO DA-VERB
           MOVE WS-AUDIT-OUTCOME        TO DA-OUTCOME
           MOVE VT-VERSION(WS-VERS-IDX) TO DA-VERSION
           WRITE DEST-AUDIT-RECORD

           CLOSE DEST-AUDIT-FILE.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'VERSIONS STAGED:   ' WS-STAGED-COUNT
           DISPLAY 'VERSIONS APPROVED: ' WS-APPROVED-COUNT
           DISPLAY 'VERSIONS DROPPED:  ' WS-DROPPED-COUNT
           DISPLAY 'CARDS REJECTED:    ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBDESTM COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
