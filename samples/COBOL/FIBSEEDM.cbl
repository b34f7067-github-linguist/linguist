      ******************************************************************
      * FIBSEEDM is the maintenance program for the FIBSEEDS seed-set
      * library the SEEDSET= keyword resolves against. Sets used to
      * be loaded by REPRO with SSET-STATUS set by hand; now every
      * set goes through a lifecycle under dual control, the
      * FIBAUTHL discipline:
      *
      *   PROPOSE files a new set as status P (proposed) under the
      *   submitter's userid, after the seeds are validated against
      *   the ORDER the set is meant for - the set is not usable;
      *   APPROVE, submitted by a SECOND userid (the PARM userid
      *   must differ from SSET-PROPOSED-BY), makes it active (A);
      *   RETIRE takes a proposed or active set out of use (I); an
      *   active set is not retired while a FIBPROFV profile
      *   version still names it - tonight's run would fail on it;
      *   DELETE removes a retired set, and only once no FIBHIST
      *   parameter snapshot and no FIBPROFV version names it.
      *   Retirement is the only way a set goes out of use;
      *   USAGE prints the library with the runs and profile
      *   versions that name each set;
      *   UNIT names the business unit (FIBUNITT) that owns the
      *   sets proposed by the cards after it - only that unit's
      *   runs may resolve them. Until a UNIT card, or after one
      *   with no unit, a proposed set is shared by every unit.
      *
      * A set's seeds are never changed once approved - runs are
      * remembered by set name - so a proposal for a name already
      * on file is refused unless that name is still only proposed,
      * in which case the proposal is replaced.
      *
      * Every proposal, approval, retirement and deletion, and
      * every refused self-approval, is appended to the FIBSEEDA
      * audit trail with the userid and a timestamp.
      *
      * SYSIN card layout:
      *   COLS  1-7   VERB: PROPOSE, APPROVE, RETIRE, DELETE, USAGE,
      *               UNIT
      *   COLS  9-16  SET NAME (USAGE: BLANK FOR EVERY SET; UNIT:
      *               THE UNIT CODE IN COLS 9-12, BLANK FOR SHARED)
      *   COL  18     ORDER 2-5 (PROPOSE ONLY)
      *   COLS 20-80  SEEDS, COMMA SEPARATED, THEN / AND THE
      *               DESCRIPTION (PROPOSE ONLY), E.G.
      *               PROPOSE TRIB3    3 0,0,1 / TRIBONACCI
      * With no deck, the USAGE report for every set is printed.
      *
      * The snapshot references are read from the type-X snapshot
      * extension (term-index 9996) on the prior-year partition
      * FIBHISTP, when mounted, and the current FIBHIST cluster.
      *
      * RC=4 on rejected cards, RC=8 when the library cannot be
      * read or no userid is supplied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSEEDM.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - DUAL-CONTROL LIFECYCLE,
      *                 REFERENCE-CHECKED DELETION AND USAGE REPORT
      *                 FOR THE FIBSEEDS LIBRARY
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  UNIT CARD - A PROPOSED SET CAN BE OWNED BY ONE
      *                 BUSINESS UNIT; THE USAGE REPORT SHOWS THE
      *                 OWNER
      * 10-15-2026  AG  PERFORM THE PROFILE AND HISTORY REFERENCE LOADS
      *                 THRU THEIR EXITS
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
           SELECT SEED-SET-FILE ASSIGN TO "FIBSEEDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSET-FILE-STATUS.
           SELECT SEED-AUDIT-FILE ASSIGN TO "FIBSEEDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAUD-FILE-STATUS.
           SELECT PROFILE-VERSION-FILE ASSIGN TO "FIBPROFV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERS-FILE-STATUS.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PRIOR-HISTORY-FILE ASSIGN TO "FIBHISTP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  SEED-SET-FILE
           RECORDING MODE IS F.
           COPY FIBSEEDC.

       FD  SEED-AUDIT-FILE
           RECORDING MODE IS F.
       01  SEED-AUDIT-RECORD.
           05  SA-TIMESTAMP           PIC 9(14).
           05  SA-USERID              PIC X(8).
           05  SA-ACTION              PIC X.
           05  SA-OUTCOME             PIC X.
           05  SA-SET-NAME            PIC X(8).
           05  SA-OLD-STATUS          PIC X.
           05  SA-NEW-STATUS          PIC X.
           05  SA-ORDER               PIC X.
           05  SA-SEED                PIC 9(18) OCCURS 5 TIMES.
           05  SA-DESCRIPTION         PIC X(30).
           05  SA-PROPOSED-BY         PIC X(8).

      * The FIBPROFM version layout - only the keyword text is read
       FD  PROFILE-VERSION-FILE
           RECORDING MODE IS F.
       01  PROFILE-VERSION-RECORD.
           05  PV-SCHEDULE            PIC X(8).
           05  PV-EFF-DATE            PIC 9(8).
           05  PV-KEYWORD-TEXT        PIC X(71).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

      * The prior-year partition carries the same layouts; every
      * record is re-mapped through the shared views after the read
       FD  PRIOR-HISTORY-FILE.
       01  PHIST-RECORD.
           05  PHIST-KEY              PIC X(14).
           05  FILLER                 PIC X(86).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(7).
           05  FILLER                 PIC X.
           05  WS-CC-SET-NAME         PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-ORDER            PIC X.
           05  FILLER                 PIC X.
           05  WS-CC-DETAIL           PIC X(61).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-SSET-FILE-STATUS    PIC XX VALUE SPACES.
               88  SSET-FILE-OK            VALUE '00'.
               88  SSET-FILE-NOT-FOUND     VALUE '35'.
           05  WS-SAUD-FILE-STATUS    PIC XX VALUE SPACES.
               88  SAUD-FILE-NOT-FOUND     VALUE '35'.
           05  WS-VERS-FILE-STATUS    PIC XX VALUE SPACES.
               88  VERS-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PHIST-FILE-STATUS   PIC XX VALUE SPACES.
               88  PHIST-FILE-OK           VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-SSET-EOF-SW         PIC X VALUE 'N'.
               88  SSET-EOF-REACHED       VALUE 'Y'.
           05  WS-VERS-EOF-SW         PIC X VALUE 'N'.
               88  VERS-EOF-REACHED       VALUE 'Y'.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-LIBRARY-DIRTY-SW    PIC X VALUE 'N'.
               88  LIBRARY-CHANGED        VALUE 'Y'.
           05  WS-PROPOSAL-VALID-SW   PIC X VALUE 'Y'.
               88  PROPOSAL-IS-VALID      VALUE 'Y'.
           05  WS-PROF-REFS-SW        PIC X VALUE 'N'.
               88  PROFILE-REFS-LOADED    VALUE 'Y'.
           05  WS-HIST-REFS-SW        PIC X VALUE 'N'.
               88  HISTORY-REFS-LOADED    VALUE 'Y'.
           05  WS-PRINT-OPEN-SW       PIC X VALUE 'N'.
               88  PRINT-IS-OPEN          VALUE 'Y'.
           05  WS-PARSE-ERROR-SW      PIC X VALUE 'N'.
               88  PARSE-VALUE-BAD        VALUE 'Y'.

      * The library in memory - a few dozen named sets at most
       01  SEED-SET-TABLE.
           05  WS-SET-COUNT           PIC 9(3) VALUE ZERO.
           05  SET-ENTRY OCCURS 200 TIMES.
               10  ST-IMAGE           PIC X(200).
               10  ST-DELETED-SW      PIC X.

      * Every run snapshot and profile version naming a set,
      * gathered once per job the first time a card needs them
       01  RUN-REFERENCE-TABLE.
           05  WS-RUN-REF-COUNT       PIC 9(5) VALUE ZERO.
           05  RUN-REF-ENTRY OCCURS 5000 TIMES.
               10  RR-SET-NAME        PIC X(8).
               10  RR-RUN-DATE        PIC 9(8).
               10  RR-RUN-SEQ         PIC 9(2).

       01  PROFILE-REFERENCE-TABLE.
           05  WS-PROF-REF-COUNT      PIC 9(3) VALUE ZERO.
           05  PROF-REF-ENTRY OCCURS 500 TIMES.
               10  PR-SET-NAME        PIC X(8).
               10  PR-SCHEDULE        PIC X(8).
               10  PR-EFF-DATE        PIC 9(8).

      * Proposal parse work
       01  PROPOSAL-PARSE-WORK.
           05  WS-SEED-LIST           PIC X(61).
           05  WS-DESC-TEXT           PIC X(61).
           05  WS-SEED-TEXT           PIC X(20) OCCURS 6 TIMES.
           05  WS-NEW-SEED            PIC 9(18) OCCURS 5 TIMES.
           05  WS-SEED-SUM            PIC 9(19).
           05  WS-SEED-DIGITS         PIC 9(2).
           05  WS-PARSE-IDX           PIC 9(2).
           05  WS-REJECT-REASON       PIC X(50).

       01  USAGE-HEADING-1.
           05  FILLER                 PIC X(40) VALUE
               '===== FIBSEEDS SEED-SET LIBRARY USAGE  A'.
           05  FILLER                 PIC X(3) VALUE 'S O'.
           05  FILLER                 PIC X(2) VALUE 'F '.
           05  UH1-DATE               PIC 9(8).
           05  FILLER                 PIC X(6) VALUE ' ====='.

       01  SET-LINE.
           05  FILLER                 PIC X(4) VALUE 'SET '.
           05  SL-SET-NAME            PIC X(8).
           05  FILLER                 PIC X(9) VALUE '  STATUS '.
           05  SL-STATUS              PIC X(8).
           05  FILLER                 PIC X(8) VALUE '  ORDER '.
           05  SL-ORDER               PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SL-DESCRIPTION         PIC X(30).
           05  FILLER                 PIC X(8) VALUE '  SEEDS '.
           05  SL-SEEDS               PIC X(55).

       01  LIFECYCLE-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  LL-LABEL               PIC X(13).
           05  LL-USERID              PIC X(8).
           05  FILLER                 PIC X(4) VALUE ' AT '.
           05  LL-STAMP               PIC X(14).

       01  UNIT-OWNER-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE 'OWNING UNIT  '.
           05  UL-UNIT                PIC X(4).
           05  FILLER                 PIC X(3) VALUE ' - '.
           05  UL-UNIT-NAME           PIC X(30).

       01  REFERENCE-COUNT-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  RC-RUN-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(28) VALUE
               ' RUN(S) FROM THIS SET,      '.
           05  RC-PROF-COUNT          PIC ZZ9.
           05  FILLER                 PIC X(27) VALUE
               ' PROFILE VERSION(S) NAME IT'.

       01  RUN-LIST-LINE.
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  RL-RUN OCCURS 8 TIMES.
               10  RL-RUN-DATE        PIC 9(8).
               10  FILLER             PIC X VALUE '/'.
               10  RL-RUN-SEQ         PIC 9(2).
               10  FILLER             PIC X(3) VALUE SPACES.

       01  PROFILE-REF-LINE.
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE 'PROFILE '.
           05  PL-SCHEDULE            PIC X(8).
           05  FILLER                 PIC X(11) VALUE ' EFFECTIVE '.
           05  PL-EFF-DATE            PIC 9(8).

       77  WS-SET-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-FOUND-IDX               PIC 9(3) VALUE ZERO.
       77  WS-REF-IDX                 PIC 9(5) VALUE ZERO.
       77  WS-SEED-IDX                PIC 9 VALUE ZERO.
       77  WS-LIST-IDX                PIC 9 VALUE ZERO.
       77  WS-SET-ORDER               PIC 9 VALUE ZERO.
       77  WS-SET-RUN-REFS            PIC 9(5) VALUE ZERO.
       77  WS-SET-PROF-REFS           PIC 9(3) VALUE ZERO.
       77  WS-RUN-REFS-DROPPED        PIC 9(5) VALUE ZERO.
       77  WS-OLD-STATUS              PIC X VALUE SPACE.
       77  WS-SEED-EDIT               PIC Z(17)9.
       77  WS-LIST-POINTER            PIC 9(3) VALUE ZERO.
       77  WS-KEYWORD-NAME            PIC X(12) VALUE SPACES.
       77  WS-KEYWORD-VALUE           PIC X(59) VALUE SPACES.
       77  WS-PROPOSED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-APPROVED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-RETIRED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-DELETED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-PROPOSAL-UNIT           PIC X(4) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

      * Business-unit validation
           COPY FIBUNRC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-SEED-LIBRARY
               THRU 100-LOAD-SEED-LIBRARY-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 200-PROCESS-MAINTENANCE-DECK
               IF LIBRARY-CHANGED
                   PERFORM 600-REWRITE-SEED-LIBRARY
               END-IF
           END-IF
           IF PRINT-IS-OPEN
               CLOSE PRINT-FILE
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBSEEDM - SEED-SET LIBRARY MAINTENANCE'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTING USERID: ' WS-USERID.

       100-LOAD-SEED-LIBRARY.
           OPEN INPUT SEED-SET-FILE
           IF SSET-FILE-NOT-FOUND
               DISPLAY 'FIBSEEDS NOT YET CREATED - STARTING EMPTY'
               GO TO 100-LOAD-SEED-LIBRARY-EXIT
           END-IF
           IF NOT SSET-FILE-OK
               DISPLAY 'ERROR: FIBSEEDS SEED-SET LIBRARY NOT '
                   'AVAILABLE - STATUS ' WS-SSET-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-SEED-LIBRARY-EXIT
           END-IF

           PERFORM UNTIL SSET-EOF-REACHED
                   OR WS-SET-COUNT = 200
               MOVE SPACES TO SEED-SET-RECORD
               READ SEED-SET-FILE
                   AT END
                       SET SSET-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SET-COUNT
                       MOVE SEED-SET-RECORD
                           TO ST-IMAGE(WS-SET-COUNT)
                       MOVE 'N' TO ST-DELETED-SW(WS-SET-COUNT)
               END-READ
           END-PERFORM
           CLOSE SEED-SET-FILE

           DISPLAY 'SEED SETS ON FILE: ' WS-SET-COUNT.

       100-LOAD-SEED-LIBRARY-EXIT.
           EXIT.

       200-PROCESS-MAINTENANCE-DECK.
           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'NO MAINTENANCE DECK SUPPLIED - USAGE REPORT '
                   'ONLY'
               MOVE SPACES TO WS-CONTROL-CARD
               PERFORM 500-WRITE-USAGE-REPORT
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

           IF WS-CC-VERB = 'USAGE  '
               PERFORM 500-WRITE-USAGE-REPORT
               GO TO 210-PROCESS-EXIT
           END-IF

           IF WS-CC-VERB = 'UNIT   '
               PERFORM 215-SET-PROPOSAL-UNIT
               GO TO 210-PROCESS-EXIT
           END-IF

      * Every change is made under a known userid
           IF WS-USERID = SPACES
               MOVE 'NO USERID IN THE PARM' TO WS-REJECT-REASON
               PERFORM 800-REJECT-CARD
               GO TO 210-PROCESS-EXIT
           END-IF
           IF WS-CC-SET-NAME = SPACES
               MOVE 'SET NAME MISSING' TO WS-REJECT-REASON
               PERFORM 800-REJECT-CARD
               GO TO 210-PROCESS-EXIT
           END-IF

           PERFORM 260-FIND-SET

           EVALUATE WS-CC-VERB
               WHEN 'PROPOSE'
                   PERFORM 220-PROPOSE-SET
                       THRU 220-PROPOSE-SET-EXIT
               WHEN 'APPROVE'
                   PERFORM 230-APPROVE-SET
                       THRU 230-APPROVE-SET-EXIT
               WHEN 'RETIRE '
                   PERFORM 240-RETIRE-SET
                       THRU 240-RETIRE-SET-EXIT
               WHEN 'DELETE '
                   PERFORM 250-DELETE-SET
                       THRU 250-DELETE-SET-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN VERB' TO WS-REJECT-REASON
                   PERFORM 800-REJECT-CARD
           END-EVALUATE.

       210-PROCESS-EXIT.
           EXIT.

      * The owner of the sets proposed from here on; a unit not in
      * FIBUNITT is rejected and the owner left as it was
       215-SET-PROPOSAL-UNIT.
           IF WS-CC-SET-NAME = SPACES
               MOVE SPACES TO WS-PROPOSAL-UNIT
               DISPLAY 'UNIT:     SETS PROPOSED FROM HERE ARE SHARED'
           ELSE
               SET UNR-VALIDATE TO TRUE
               MOVE WS-CC-SET-NAME(1:4) TO UNR-UNIT
               CALL 'FIBUNITR' USING FIBUNITR-PARMS
               IF UNR-OK AND WS-CC-SET-NAME(5:4) = SPACES
                   MOVE UNR-UNIT TO WS-PROPOSAL-UNIT
                   DISPLAY 'UNIT:     SETS PROPOSED FROM HERE BELONG '
                       'TO ' WS-PROPOSAL-UNIT
               ELSE
                   MOVE 'UNIT NOT DEFINED IN FIBUNITT'
                       TO WS-REJECT-REASON
                   PERFORM 800-REJECT-CARD
               END-IF
           END-IF.

      * A new name, or a name still only proposed (the proposal is
      * replaced and goes back for approval). An active or retired
      * name keeps the seeds its runs were made from.
       220-PROPOSE-SET.
           IF WS-FOUND-IDX > ZERO
               MOVE ST-IMAGE(WS-FOUND-IDX) TO SEED-SET-RECORD
               IF NOT SSET-IS-PROPOSED
                   MOVE 'SET NAME ALREADY ON FILE - APPROVED SEEDS '
                       TO WS-REJECT-REASON
                   MOVE 'NEVER CHANGE' TO WS-REJECT-REASON(43:)
                   PERFORM 800-REJECT-CARD
                   GO TO 220-PROPOSE-SET-EXIT
               END-IF
           END-IF

           PERFORM 225-PARSE-PROPOSAL
               THRU 225-PARSE-PROPOSAL-EXIT
           IF NOT PROPOSAL-IS-VALID
               PERFORM 800-REJECT-CARD
               GO TO 220-PROPOSE-SET-EXIT
           END-IF

           IF WS-FOUND-IDX = ZERO
               IF WS-SET-COUNT = 200
                   MOVE 'SEED-SET LIBRARY TABLE FULL'
                       TO WS-REJECT-REASON
                   PERFORM 800-REJECT-CARD
                   GO TO 220-PROPOSE-SET-EXIT
               END-IF
               ADD 1 TO WS-SET-COUNT
               MOVE WS-SET-COUNT TO WS-FOUND-IDX
               MOVE 'N' TO ST-DELETED-SW(WS-FOUND-IDX)
               MOVE SPACE TO WS-OLD-STATUS
           ELSE
               MOVE SSET-STATUS TO WS-OLD-STATUS
           END-IF

           MOVE SPACES TO SEED-SET-RECORD
           MOVE WS-CC-SET-NAME TO SSET-NAME
           MOVE 'P'            TO SSET-STATUS
           MOVE WS-NEW-SEED(1) TO SSET-SEED-1
           MOVE WS-NEW-SEED(2) TO SSET-SEED-2
           MOVE WS-NEW-SEED(3) TO SSET-SEED-3
           MOVE WS-NEW-SEED(4) TO SSET-SEED-4
           MOVE WS-NEW-SEED(5) TO SSET-SEED-5
           MOVE WS-DESC-TEXT   TO SSET-DESCRIPTION
           MOVE WS-CC-ORDER    TO SSET-ORDER
           MOVE WS-USERID      TO SSET-PROPOSED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO SSET-PROPOSED-STAMP
           MOVE WS-PROPOSAL-UNIT TO SSET-UNIT
           MOVE SEED-SET-RECORD TO ST-IMAGE(WS-FOUND-IDX)
           SET LIBRARY-CHANGED TO TRUE
           ADD 1 TO WS-PROPOSED-COUNT

           MOVE 'P' TO SA-ACTION
           MOVE 'P' TO SA-OUTCOME
           PERFORM 700-WRITE-AUDIT-RECORD

           DISPLAY 'PROPOSED: ' WS-CC-SET-NAME ' ORDER ' WS-CC-ORDER
               ' - AWAITING SECOND-USERID APPROVAL'.

       220-PROPOSE-SET-EXIT.
           EXIT.

      * The seeds must suit the order: the first ORDER seeds are the
      * opening terms, so each must be keyed, no seed may be keyed
      * beyond them, they may not all be zero, and their sum - the
      * first generated term - must fit the 18-digit term field.
       225-PARSE-PROPOSAL.
           MOVE 'Y' TO WS-PROPOSAL-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF WS-CC-ORDER < '2' OR WS-CC-ORDER > '5'
               MOVE 'N' TO WS-PROPOSAL-VALID-SW
               MOVE 'ORDER MUST BE 2 TO 5' TO WS-REJECT-REASON
               GO TO 225-PARSE-PROPOSAL-EXIT
           END-IF
           MOVE WS-CC-ORDER TO WS-SET-ORDER

           MOVE SPACES TO WS-SEED-LIST
           MOVE SPACES TO WS-DESC-TEXT
           UNSTRING WS-CC-DETAIL DELIMITED BY '/'
               INTO WS-SEED-LIST WS-DESC-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-DESC-TEXT) TO WS-DESC-TEXT
           IF WS-DESC-TEXT = SPACES
               MOVE 'N' TO WS-PROPOSAL-VALID-SW
               MOVE 'DESCRIPTION MISSING - SEEDS / DESCRIPTION'
                   TO WS-REJECT-REASON
               GO TO 225-PARSE-PROPOSAL-EXIT
           END-IF

           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                     UNTIL WS-SEED-IDX > 6
               MOVE SPACES TO WS-SEED-TEXT(WS-SEED-IDX)
           END-PERFORM
           UNSTRING WS-SEED-LIST DELIMITED BY ','
               INTO WS-SEED-TEXT(1) WS-SEED-TEXT(2) WS-SEED-TEXT(3)
                    WS-SEED-TEXT(4) WS-SEED-TEXT(5) WS-SEED-TEXT(6)
           END-UNSTRING

           MOVE ZERO TO WS-SEED-SUM
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                     UNTIL WS-SEED-IDX > 6
               IF WS-SEED-IDX > WS-SET-ORDER
                   IF WS-SEED-TEXT(WS-SEED-IDX) NOT = SPACES
                       MOVE 'N' TO WS-PROPOSAL-VALID-SW
                       MOVE 'MORE SEEDS KEYED THAN THE ORDER USES'
                           TO WS-REJECT-REASON
                   END-IF
                   IF WS-SEED-IDX < 6
                       MOVE ZERO TO WS-NEW-SEED(WS-SEED-IDX)
                   END-IF
               ELSE
                   PERFORM 226-PARSE-ONE-SEED
                   IF PARSE-VALUE-BAD
                       MOVE 'N' TO WS-PROPOSAL-VALID-SW
                       MOVE 'EACH OF THE ORDER SEEDS MUST BE 1-18 '
                           TO WS-REJECT-REASON
                       MOVE 'DIGITS' TO WS-REJECT-REASON(38:)
                   ELSE
                       ADD WS-NEW-SEED(WS-SEED-IDX) TO WS-SEED-SUM
                   END-IF
               END-IF
           END-PERFORM

           IF PROPOSAL-IS-VALID
               EVALUATE TRUE
                   WHEN WS-SEED-SUM = ZERO
                       MOVE 'N' TO WS-PROPOSAL-VALID-SW
                       MOVE 'SEEDS MAY NOT ALL BE ZERO'
                           TO WS-REJECT-REASON
                   WHEN WS-SEED-SUM > 999999999999999999
                       MOVE 'N' TO WS-PROPOSAL-VALID-SW
                       MOVE 'FIRST GENERATED TERM WOULD OVERFLOW'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       225-PARSE-PROPOSAL-EXIT.
           EXIT.

       226-PARSE-ONE-SEED.
           MOVE 'N' TO WS-PARSE-ERROR-SW
           MOVE ZERO TO WS-SEED-DIGITS
           MOVE ZERO TO WS-NEW-SEED(WS-SEED-IDX)

           IF WS-SEED-TEXT(WS-SEED-IDX) = SPACES
               SET PARSE-VALUE-BAD TO TRUE
           ELSE
               PERFORM VARYING WS-PARSE-IDX FROM 1 BY 1
                         UNTIL WS-PARSE-IDX > 20
                   EVALUATE WS-SEED-TEXT(WS-SEED-IDX)(WS-PARSE-IDX:1)
                       WHEN SPACE
                           CONTINUE
                       WHEN '0' THRU '9'
                           ADD 1 TO WS-SEED-DIGITS
                       WHEN OTHER
                           SET PARSE-VALUE-BAD TO TRUE
                   END-EVALUATE
               END-PERFORM
               IF WS-SEED-DIGITS > 18
                   SET PARSE-VALUE-BAD TO TRUE
               END-IF
           END-IF

           IF NOT PARSE-VALUE-BAD
               COMPUTE WS-NEW-SEED(WS-SEED-IDX) =
                   FUNCTION NUMVAL(WS-SEED-TEXT(WS-SEED-IDX))
           END-IF.

      * Dual control: the approver must not be the userid that
      * proposed the set
       230-APPROVE-SET.
           IF WS-FOUND-IDX = ZERO
               MOVE 'NO SUCH SET ON FIBSEEDS' TO WS-REJECT-REASON
               PERFORM 800-REJECT-CARD
               GO TO 230-APPROVE-SET-EXIT
           END-IF
           MOVE ST-IMAGE(WS-FOUND-IDX) TO SEED-SET-RECORD
           IF NOT SSET-IS-PROPOSED
               MOVE 'SET IS NOT AWAITING APPROVAL' TO WS-REJECT-REASON
               PERFORM 800-REJECT-CARD
               GO TO 230-APPROVE-SET-EXIT
           END-IF

           MOVE SSET-STATUS TO WS-OLD-STATUS
           IF SSET-PROPOSED-BY = WS-USERID
               MOVE 'PROPOSED BY THIS USERID - A SECOND USERID MUST '
                   TO WS-REJECT-REASON
               MOVE 'APPROVE' TO WS-REJECT-REASON(44:)
               PERFORM 800-REJECT-CARD
               MOVE 'A' TO SA-ACTION
               MOVE 'D' TO SA-OUTCOME
               PERFORM 700-WRITE-AUDIT-RECORD
               GO TO 230-APPROVE-SET-EXIT
           END-IF

           MOVE 'A'       TO SSET-STATUS
           MOVE WS-USERID TO SSET-APPROVED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO SSET-APPROVED-STAMP
           MOVE SEED-SET-RECORD TO ST-IMAGE(WS-FOUND-IDX)
           SET LIBRARY-CHANGED TO TRUE
           ADD 1 TO WS-APPROVED-COUNT

           MOVE 'A' TO SA-ACTION
           MOVE 'A' TO SA-OUTCOME
           PERFORM 700-WRITE-AUDIT-RECORD

           DISPLAY 'APPROVED: ' SSET-NAME ' PROPOSED BY '
               SSET-PROPOSED-BY ' APPROVED BY ' WS-USERID
               ' - NOW ACTIVE'.

       230-APPROVE-SET-EXIT.
           EXIT.

      * A proposal can always be withdrawn this way; an active set
      * is refused while a profile version still names it
       240-RETIRE-SET.
           IF WS-FOUND-IDX = ZERO
               MOVE 'NO SUCH SET ON FIBSEEDS' TO WS-REJECT-REASON
               PERFORM 800-REJECT-CARD
               GO TO 240-RETIRE-SET-EXIT
           END-IF
           MOVE ST-IMAGE(WS-FOUND-IDX) TO SEED-SET-RECORD
           IF SSET-IS-INACTIVE
               MOVE 'SET IS ALREADY RETIRED' TO WS-REJECT-REASON
               PERFORM 800-REJECT-CARD
               GO TO 240-RETIRE-SET-EXIT
           END-IF

           IF SSET-IS-ACTIVE
               PERFORM 310-LOAD-PROFILE-REFERENCES
                   THRU 310-EXIT
               PERFORM 340-COUNT-SET-REFERENCES
               IF WS-SET-PROF-REFS > ZERO
                   MOVE 'A FIBPROFV VERSION STILL NAMES THE SET'
                       TO WS-REJECT-REASON
                   PERFORM 800-REJECT-CARD
                   PERFORM 345-LIST-PROFILE-REFERENCES
                   GO TO 240-RETIRE-SET-EXIT
               END-IF
           END-IF

           MOVE SSET-STATUS TO WS-OLD-STATUS
           MOVE 'I'       TO SSET-STATUS
           MOVE WS-USERID TO SSET-RETIRED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO SSET-RETIRED-STAMP
           MOVE SEED-SET-RECORD TO ST-IMAGE(WS-FOUND-IDX)
           SET LIBRARY-CHANGED TO TRUE
           ADD 1 TO WS-RETIRED-COUNT

           MOVE 'R' TO SA-ACTION
           MOVE 'A' TO SA-OUTCOME
           PERFORM 700-WRITE-AUDIT-RECORD

           DISPLAY 'RETIRED:  ' SSET-NAME ' (WAS ' WS-OLD-STATUS
               ') BY ' WS-USERID.

       240-RETIRE-SET-EXIT.
           EXIT.

      * Only a retired set, and only when nothing names it any more
       250-DELETE-SET.
           IF WS-FOUND-IDX = ZERO
               MOVE 'NO SUCH SET ON FIBSEEDS' TO WS-REJECT-REASON
               PERFORM 800-REJECT-CARD
               GO TO 250-DELETE-SET-EXIT
           END-IF
           MOVE ST-IMAGE(WS-FOUND-IDX) TO SEED-SET-RECORD
           IF NOT SSET-IS-INACTIVE
               MOVE 'ONLY A RETIRED SET CAN BE DELETED - RETIRE IT'
                   TO WS-REJECT-REASON
               PERFORM 800-REJECT-CARD
               GO TO 250-DELETE-SET-EXIT
           END-IF

           PERFORM 310-LOAD-PROFILE-REFERENCES
               THRU 310-EXIT
           PERFORM 320-LOAD-HISTORY-REFERENCES
               THRU 320-EXIT
           PERFORM 340-COUNT-SET-REFERENCES
           IF WS-SET-RUN-REFS > ZERO OR WS-SET-PROF-REFS > ZERO
                   OR WS-RUN-REFS-DROPPED > ZERO
               MOVE 'STILL NAMED BY A RUN SNAPSHOT OR PROFILE VERSION'
                   TO WS-REJECT-REASON
               PERFORM 800-REJECT-CARD
               DISPLAY '          ' WS-SET-RUN-REFS ' RUN(S), '
                   WS-SET-PROF-REFS ' PROFILE VERSION(S)'
               IF WS-RUN-REFS-DROPPED > ZERO
                   DISPLAY '          (RUN REFERENCE TABLE FULL - '
                       'SNAPSHOTS NOT ALL CHECKED)'
               END-IF
               MOVE SSET-STATUS TO WS-OLD-STATUS
               MOVE 'D' TO SA-ACTION
               MOVE 'D' TO SA-OUTCOME
               PERFORM 700-WRITE-AUDIT-RECORD
               GO TO 250-DELETE-SET-EXIT
           END-IF

           MOVE SSET-STATUS TO WS-OLD-STATUS
           MOVE 'Y' TO ST-DELETED-SW(WS-FOUND-IDX)
           SET LIBRARY-CHANGED TO TRUE
           ADD 1 TO WS-DELETED-COUNT

           MOVE 'D' TO SA-ACTION
           MOVE 'A' TO SA-OUTCOME
           PERFORM 700-WRITE-AUDIT-RECORD

           DISPLAY 'DELETED:  ' SSET-NAME ' BY ' WS-USERID.

       250-DELETE-SET-EXIT.
           EXIT.

       260-FIND-SET.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                     UNTIL WS-SET-IDX > WS-SET-COUNT
                           OR WS-FOUND-IDX > ZERO
               IF ST-IMAGE(WS-SET-IDX)(1:8) = WS-CC-SET-NAME
                       AND ST-DELETED-SW(WS-SET-IDX) = 'N'
                   MOVE WS-SET-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * A set loaded before the order was carried takes the order
      * of its last non-zero seed
       265-SET-EFFECTIVE-ORDER.
           IF SSET-ORDER >= '2' AND SSET-ORDER <= '5'
               MOVE SSET-ORDER TO WS-SET-ORDER
           ELSE
               EVALUATE TRUE
                   WHEN SSET-SEED-5 NOT = ZERO
                       MOVE 5 TO WS-SET-ORDER
                   WHEN SSET-SEED-4 NOT = ZERO
                       MOVE 4 TO WS-SET-ORDER
                   WHEN SSET-SEED-3 NOT = ZERO
                       MOVE 3 TO WS-SET-ORDER
                   WHEN OTHER
                       MOVE 2 TO WS-SET-ORDER
               END-EVALUATE
           END-IF.

      * Every FIBPROFV version carrying SEEDSET=name, dropped or
      * not yet in force alike - FIBPROFM rewrites the file without
      * the versions it drops
       310-LOAD-PROFILE-REFERENCES.
           IF PROFILE-REFS-LOADED
               GO TO 310-EXIT
           END-IF
           SET PROFILE-REFS-LOADED TO TRUE

           OPEN INPUT PROFILE-VERSION-FILE
           IF NOT VERS-FILE-OK
               DISPLAY 'FIBPROFV NOT AVAILABLE - NO PROFILE VERSIONS '
                   'CHECKED'
               GO TO 310-EXIT
           END-IF

           MOVE 'N' TO WS-VERS-EOF-SW
           PERFORM UNTIL VERS-EOF-REACHED
               READ PROFILE-VERSION-FILE
                   AT END
                       SET VERS-EOF-REACHED TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-KEYWORD-NAME
                       MOVE SPACES TO WS-KEYWORD-VALUE
                       UNSTRING PV-KEYWORD-TEXT DELIMITED BY '='
                           INTO WS-KEYWORD-NAME WS-KEYWORD-VALUE
                       END-UNSTRING
                       IF WS-KEYWORD-NAME = 'SEEDSET'
                               AND WS-PROF-REF-COUNT < 500
                           ADD 1 TO WS-PROF-REF-COUNT
                           MOVE WS-KEYWORD-VALUE(1:8)
                               TO PR-SET-NAME(WS-PROF-REF-COUNT)
                           MOVE PV-SCHEDULE
                               TO PR-SCHEDULE(WS-PROF-REF-COUNT)
                           MOVE PV-EFF-DATE
                               TO PR-EFF-DATE(WS-PROF-REF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-VERSION-FILE.

       310-EXIT.
           EXIT.

      * The seed-set name of every run is on its type-X snapshot
      * extension; prior years first, as FIBSEEDF walks them
       320-LOAD-HISTORY-REFERENCES.
           IF HISTORY-REFS-LOADED
               GO TO 320-EXIT
           END-IF
           SET HISTORY-REFS-LOADED TO TRUE

           OPEN INPUT PRIOR-HISTORY-FILE
           IF NOT PHIST-FILE-OK
               DISPLAY 'FIBHISTP NOT MOUNTED - PRIOR YEARS NOT '
                   'COVERED'
           ELSE
               MOVE 'N' TO WS-HIST-EOF-SW
               MOVE LOW-VALUES TO PHIST-KEY
               START PRIOR-HISTORY-FILE
                   KEY IS NOT LESS THAN PHIST-KEY
                   INVALID KEY
                       SET HIST-EOF-REACHED TO TRUE
               END-START
               PERFORM UNTIL HIST-EOF-REACHED
                   READ PRIOR-HISTORY-FILE NEXT RECORD
                       AT END
                           SET HIST-EOF-REACHED TO TRUE
                       NOT AT END
                           MOVE PHIST-RECORD TO HIST-PARM-RECORD
                           PERFORM 330-NOTE-SNAPSHOT-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE PRIOR-HISTORY-FILE
           END-IF

           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS
      * Without the history no deletion can be proven safe
               MOVE 1 TO WS-RUN-REFS-DROPPED
               GO TO 320-EXIT
           END-IF

           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO HIST-KEY
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START
           PERFORM UNTIL HIST-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 330-NOTE-SNAPSHOT-REFERENCE
               END-READ
           END-PERFORM
           CLOSE FIB-HISTORY-FILE

           DISPLAY 'RUN SNAPSHOTS NAMING A SEED SET: '
               WS-RUN-REF-COUNT.

       320-EXIT.
           EXIT.

       330-NOTE-SNAPSHOT-REFERENCE.
           IF HIST-TERM-INDEX = 9996
                   AND HIST-PARMX-SEED-SET NOT = SPACES
                   AND HIST-PARMX-SEED-SET NOT = LOW-VALUES
               IF WS-RUN-REF-COUNT < 5000
                   ADD 1 TO WS-RUN-REF-COUNT
                   MOVE HIST-PARMX-SEED-SET
                       TO RR-SET-NAME(WS-RUN-REF-COUNT)
                   MOVE HIST-PARMX-RUN-DATE
                       TO RR-RUN-DATE(WS-RUN-REF-COUNT)
                   MOVE HIST-PARMX-RUN-SEQ
                       TO RR-RUN-SEQ(WS-RUN-REF-COUNT)
               ELSE
                   ADD 1 TO WS-RUN-REFS-DROPPED
               END-IF
           END-IF.

       340-COUNT-SET-REFERENCES.
           MOVE ZERO TO WS-SET-RUN-REFS
           MOVE ZERO TO WS-SET-PROF-REFS
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                     UNTIL WS-REF-IDX > WS-RUN-REF-COUNT
               IF RR-SET-NAME(WS-REF-IDX) = SSET-NAME
                   ADD 1 TO WS-SET-RUN-REFS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                     UNTIL WS-REF-IDX > WS-PROF-REF-COUNT
               IF PR-SET-NAME(WS-REF-IDX) = SSET-NAME
                   ADD 1 TO WS-SET-PROF-REFS
               END-IF
           END-PERFORM.

       345-LIST-PROFILE-REFERENCES.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                     UNTIL WS-REF-IDX > WS-PROF-REF-COUNT
               IF PR-SET-NAME(WS-REF-IDX) = SSET-NAME
                   DISPLAY '          PROFILE ' PR-SCHEDULE(WS-REF-IDX)
                       ' EFFECTIVE ' PR-EFF-DATE(WS-REF-IDX)
                       ' - DROP IT WITH FIBPROFM FIRST'
               END-IF
           END-PERFORM.

      * Every set on file (or the one named on the card) with its
      * lifecycle, the runs whose snapshot names it and the
      * profile versions that name it
       500-WRITE-USAGE-REPORT.
           PERFORM 310-LOAD-PROFILE-REFERENCES
               THRU 310-EXIT
           PERFORM 320-LOAD-HISTORY-REFERENCES
               THRU 320-EXIT

           IF NOT PRINT-IS-OPEN
               OPEN OUTPUT PRINT-FILE
               SET PRINT-IS-OPEN TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO UH1-DATE
           MOVE USAGE-HEADING-1 TO PRINT-RECORD
           WRITE PRINT-RECORD

           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                     UNTIL WS-SET-IDX > WS-SET-COUNT
               IF ST-DELETED-SW(WS-SET-IDX) = 'N'
                   MOVE ST-IMAGE(WS-SET-IDX) TO SEED-SET-RECORD
                   IF WS-CC-SET-NAME = SPACES
                           OR WS-CC-SET-NAME = SSET-NAME
                       PERFORM 510-PRINT-ONE-SET
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RUN-REFS-DROPPED > ZERO
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE '*** RUN REFERENCES INCOMPLETE - TABLE FULL OR '
                   TO PRINT-RECORD
               MOVE 'FIBHIST UNAVAILABLE' TO PRINT-RECORD(48:)
               WRITE PRINT-RECORD
           END-IF.

       510-PRINT-ONE-SET.
           PERFORM 265-SET-EFFECTIVE-ORDER
           PERFORM 340-COUNT-SET-REFERENCES

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SSET-NAME TO SL-SET-NAME
           EVALUATE TRUE
               WHEN SSET-IS-ACTIVE
                   MOVE 'ACTIVE'   TO SL-STATUS
               WHEN SSET-IS-PROPOSED
                   MOVE 'PROPOSED' TO SL-STATUS
               WHEN SSET-IS-INACTIVE
                   MOVE 'RETIRED'  TO SL-STATUS
               WHEN OTHER
                   MOVE SSET-STATUS TO SL-STATUS
           END-EVALUATE
           MOVE WS-SET-ORDER     TO SL-ORDER
           MOVE SSET-DESCRIPTION TO SL-DESCRIPTION

           MOVE SPACES TO SL-SEEDS
           MOVE 1 TO WS-LIST-POINTER
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                     UNTIL WS-SEED-IDX > WS-SET-ORDER
               EVALUATE WS-SEED-IDX
                   WHEN 1
                       MOVE SSET-SEED-1 TO WS-SEED-EDIT
                   WHEN 2
                       MOVE SSET-SEED-2 TO WS-SEED-EDIT
                   WHEN 3
                       MOVE SSET-SEED-3 TO WS-SEED-EDIT
                   WHEN 4
                       MOVE SSET-SEED-4 TO WS-SEED-EDIT
                   WHEN 5
                       MOVE SSET-SEED-5 TO WS-SEED-EDIT
               END-EVALUATE
               IF WS-SEED-IDX > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO SL-SEEDS WITH POINTER WS-LIST-POINTER
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-SEED-EDIT) DELIMITED BY SIZE
                   INTO SL-SEEDS WITH POINTER WS-LIST-POINTER
               END-STRING
           END-PERFORM
           MOVE SET-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD

           IF SSET-UNIT NOT = SPACES
               SET UNR-VALIDATE TO TRUE
               MOVE SSET-UNIT TO UNR-UNIT
               CALL 'FIBUNITR' USING FIBUNITR-PARMS
               MOVE SSET-UNIT TO UL-UNIT
               IF UNR-OK
                   MOVE UNR-UNIT-NAME TO UL-UNIT-NAME
               ELSE
                   MOVE 'NOT IN FIBUNITT' TO UL-UNIT-NAME
               END-IF
               MOVE UNIT-OWNER-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF

           IF SSET-PROPOSED-BY NOT = SPACES
               MOVE 'PROPOSED BY  '     TO LL-LABEL
               MOVE SSET-PROPOSED-BY    TO LL-USERID
               MOVE SSET-PROPOSED-STAMP TO LL-STAMP
               MOVE LIFECYCLE-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           IF SSET-APPROVED-BY NOT = SPACES
               MOVE 'APPROVED BY  '     TO LL-LABEL
               MOVE SSET-APPROVED-BY    TO LL-USERID
               MOVE SSET-APPROVED-STAMP TO LL-STAMP
               MOVE LIFECYCLE-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           IF SSET-RETIRED-BY NOT = SPACES
               MOVE 'RETIRED BY   '     TO LL-LABEL
               MOVE SSET-RETIRED-BY     TO LL-USERID
               MOVE SSET-RETIRED-STAMP  TO LL-STAMP
               MOVE LIFECYCLE-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           IF SSET-PROPOSED-BY = SPACES
               MOVE '    (LOADED BEFORE THE APPROVAL LIFECYCLE - NO '
                   TO PRINT-RECORD
               MOVE 'APPROVER ON RECORD)' TO PRINT-RECORD(52:)
               WRITE PRINT-RECORD
           END-IF

           MOVE WS-SET-RUN-REFS  TO RC-RUN-COUNT
           MOVE WS-SET-PROF-REFS TO RC-PROF-COUNT
           MOVE REFERENCE-COUNT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD

           PERFORM 520-PRINT-SET-RUNS

           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                     UNTIL WS-REF-IDX > WS-PROF-REF-COUNT
               IF PR-SET-NAME(WS-REF-IDX) = SSET-NAME
                   MOVE PR-SCHEDULE(WS-REF-IDX) TO PL-SCHEDULE
                   MOVE PR-EFF-DATE(WS-REF-IDX) TO PL-EFF-DATE
                   MOVE PROFILE-REF-LINE TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
           END-PERFORM.

      * The runs, eight to a line, in the key order they were read
       520-PRINT-SET-RUNS.
           MOVE ZERO TO WS-LIST-IDX
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                     UNTIL WS-REF-IDX > WS-RUN-REF-COUNT
               IF RR-SET-NAME(WS-REF-IDX) = SSET-NAME
                   IF WS-LIST-IDX = ZERO
                       PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                                 UNTIL WS-LIST-IDX > 8
                           MOVE ZERO TO RL-RUN-DATE(WS-LIST-IDX)
                           MOVE ZERO TO RL-RUN-SEQ(WS-LIST-IDX)
                       END-PERFORM
                       MOVE ZERO TO WS-LIST-IDX
                   END-IF
                   ADD 1 TO WS-LIST-IDX
                   MOVE RR-RUN-DATE(WS-REF-IDX)
                       TO RL-RUN-DATE(WS-LIST-IDX)
                   MOVE RR-RUN-SEQ(WS-REF-IDX)
                       TO RL-RUN-SEQ(WS-LIST-IDX)
                   IF WS-LIST-IDX = 8
                       MOVE RUN-LIST-LINE TO PRINT-RECORD
                       WRITE PRINT-RECORD
                       MOVE ZERO TO WS-LIST-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LIST-IDX > ZERO
               MOVE RUN-LIST-LINE TO PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD(WS-LIST-IDX * 14 + 9:)
               WRITE PRINT-RECORD
           END-IF.

       600-REWRITE-SEED-LIBRARY.
           OPEN OUTPUT SEED-SET-FILE
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                     UNTIL WS-SET-IDX > WS-SET-COUNT
               IF ST-DELETED-SW(WS-SET-IDX) = 'N'
                   MOVE ST-IMAGE(WS-SET-IDX) TO SEED-SET-RECORD
                   WRITE SEED-SET-RECORD
               END-IF
           END-PERFORM
           CLOSE SEED-SET-FILE.

       700-WRITE-AUDIT-RECORD.
           OPEN EXTEND SEED-AUDIT-FILE
           IF SAUD-FILE-NOT-FOUND
               OPEN OUTPUT SEED-AUDIT-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO SA-TIMESTAMP
           MOVE WS-USERID        TO SA-USERID
           MOVE SSET-NAME        TO SA-SET-NAME
           MOVE WS-OLD-STATUS    TO SA-OLD-STATUS
           IF SA-OUTCOME = 'D'
               MOVE WS-OLD-STATUS TO SA-NEW-STATUS
           ELSE
               IF SA-ACTION = 'D'
                   MOVE SPACE TO SA-NEW-STATUS
               ELSE
                   MOVE SSET-STATUS TO SA-NEW-STATUS
               END-IF
           END-IF
           MOVE SSET-ORDER       TO SA-ORDER
           MOVE SSET-SEED-1      TO SA-SEED(1)
           MOVE SSET-SEED-2      TO SA-SEED(2)
           MOVE SSET-SEED-3      TO SA-SEED(3)
           MOVE SSET-SEED-4      TO SA-SEED(4)
           MOVE SSET-SEED-5      TO SA-SEED(5)
           MOVE SSET-DESCRIPTION TO SA-DESCRIPTION
           MOVE SSET-PROPOSED-BY TO SA-PROPOSED-BY
           WRITE SEED-AUDIT-RECORD

           CLOSE SEED-AUDIT-FILE.

       800-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED: ' WS-CC-VERB ' ' WS-CC-SET-NAME
               ' - ' WS-REJECT-REASON.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'SETS PROPOSED:    ' WS-PROPOSED-COUNT
           DISPLAY 'SETS APPROVED:    ' WS-APPROVED-COUNT
           DISPLAY 'SETS RETIRED:     ' WS-RETIRED-COUNT
           DISPLAY 'SETS DELETED:     ' WS-DELETED-COUNT
           DISPLAY 'CARDS REJECTED:   ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBSEEDM COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
