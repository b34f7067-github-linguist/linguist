      ******************************************************************
      * FIBRECRT runs the quarterly access-recertification campaign
      * over the FIBAUTH authorization file. Audit asks every
      * quarter that each userid's access be reconfirmed by a
      * manager; the printout-and-signature round is replaced by a
      * campaign on the FIBRECRT file:
      *
      *   OPEN lists every FIBAUTH userid with the roles it holds,
      *   the permissions they resolve to and the last date it was
      *   seen on FIBAUDIT (batch runs), FIBACCES (online
      *   inquiries) and FIBJRNL (FIBHIST changes), and files one
      *   recertification record per userid under the campaign id
      *   with the confirmation deadline;
      *   MANAGER names the one manager who may decide a userid
      *   (otherwise any manager signed on to FRCM may);
      *   managers CONFIRM or REVOKE each userid through the FRCM
      *   transaction (FIBRECM) until the deadline;
      *   REPORT prints the campaign as it stands, for chasing;
      *   CLOSE, on or after the deadline, stages a REVOKE on
      *   FIBAPND for every userid a manager revoked, every userid
      *   nobody confirmed, and every userid dormant past the
      *   threshold, and prints the closing report - the evidence
      *   audit keeps.
      *
      * The revokes are only staged: a second administrator
      * approves them through FIBAUTHL or FIBADM, as for any other
      * FIBAUTH change, and each is written to the FIBAUTHA trail.
      *
      * The access log is cut over monthly and the older months sit
      * on the FIBACARC archive; the last-used dates found by every
      * earlier campaign on FIBRECRT are carried forward, so usage
      * older than the logs supplied is not forgotten. A userid
      * never seen anywhere counts as dormant.
      *
      * SYSIN card layout:
      *   COLS  1-7   VERB: OPEN, MANAGER, REPORT, CLOSE
      *   COLS  9-14  CAMPAIGN ID, YYYYQn (E.G. 2026Q4)
      *   COLS 16-23  DEADLINE YYYYMMDD (OPEN)
      *               USERID UNDER REVIEW (MANAGER)
      *   COLS 16-18  DORMANCY THRESHOLD IN DAYS, DEFAULT 090 (CLOSE)
      *   COLS 25-32  MANAGER USERID (MANAGER)
      *
      * RC=4 on rejected cards or a usage source missing at OPEN;
      * RC=8 when FIBAUTH or FIBRECRT cannot be read, or when CLOSE
      * finds a usage source missing (nothing is staged).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRECRT.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - QUARTERLY FIBAUTH ACCESS
      *                 RECERTIFICATION CAMPAIGN WITH REVOKES STAGED
      *                 AT THE DEADLINE
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  FIBAUDIT RECORD WIDENED TO 279
      * 10-15-2026  AG  CLEAR THE BUSINESS-UNIT IMAGES ON STAGED REVOKES
      *                 AND THEIR FIBAUTHA RECORDS
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT RECERT-FILE ASSIGN TO "FIBRECRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RECR-FILE-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "FIBAPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-USERID
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT AUTH-AUDIT-FILE ASSIGN TO "FIBAUTHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAUD-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "FIBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "FIBACCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACLOG-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "FIBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
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

       FD  RECERT-FILE.
           COPY FIBRECRC.

       FD  PENDING-CHANGE-FILE.
           COPY FIBAPNDC.

       FD  AUTH-AUDIT-FILE
           RECORDING MODE IS F.
           COPY FIBAAUDC.

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD.
           05  AUD-LINE-TEXT          PIC X(166).
           05  AUD-CHAIN-VALUE        PIC 9(13).
           05  AUD-EXT-TEXT           PIC X(100).

      * Sealed FIBACCUT archive layout: the 59 log bytes FIBACLOG
      * describes plus the chain value; the live log carries no
      * chain and the READ INTO moves only the log bytes
       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       01  ACCESS-LOG-INPUT.
           05  ALI-LOG-BYTES          PIC X(59).
           05  ALI-CHAIN-VALUE        PIC X(13).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY FIBJRNC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(7).
           05  FILLER                 PIC X.
           05  WS-CC-CAMPAIGN.
               10  WS-CC-CAMP-YEAR    PIC X(4).
               10  WS-CC-CAMP-Q       PIC X.
               10  WS-CC-CAMP-QTR     PIC X.
           05  FILLER                 PIC X.
           05  WS-CC-OPERAND          PIC X(8).
           05  WS-CC-DEADLINE REDEFINES WS-CC-OPERAND
                                      PIC 9(8).
           05  WS-CC-USERID REDEFINES WS-CC-OPERAND
                                      PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-MANAGER          PIC X(8).
           05  FILLER                 PIC X(48).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-AUTH-FILE-STATUS    PIC XX VALUE SPACES.
               88  AUTH-FILE-OK            VALUE '00'.
           05  WS-RECR-FILE-STATUS    PIC XX VALUE SPACES.
               88  RECR-FILE-OK            VALUE '00'.
               88  RECR-FILE-NOT-FOUND     VALUE '35'.
           05  WS-PEND-FILE-STATUS    PIC XX VALUE SPACES.
               88  PEND-FILE-OK            VALUE '00'.
               88  PEND-FILE-NOT-FOUND     VALUE '35'.
           05  WS-AAUD-FILE-STATUS    PIC XX VALUE SPACES.
               88  AAUD-FILE-NOT-FOUND     VALUE '35'.
           05  WS-AUD-FILE-STATUS     PIC XX VALUE SPACES.
               88  AUD-FILE-OK             VALUE '00'.
           05  WS-ACLOG-FILE-STATUS   PIC XX VALUE SPACES.
               88  ACLOG-FILE-OK           VALUE '00'.
           05  WS-JRNL-FILE-STATUS    PIC XX VALUE SPACES.
               88  JRNL-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-AUTH-EOF-SW         PIC X VALUE 'N'.
               88  AUTH-EOF-REACHED       VALUE 'Y'.
           05  WS-RECR-EOF-SW         PIC X VALUE 'N'.
               88  RECR-EOF-REACHED       VALUE 'Y'.
           05  WS-AUD-EOF-SW          PIC X VALUE 'N'.
               88  AUD-EOF-REACHED        VALUE 'Y'.
           05  WS-ACLOG-EOF-SW        PIC X VALUE 'N'.
               88  ACLOG-EOF-REACHED      VALUE 'Y'.
           05  WS-JRNL-EOF-SW         PIC X VALUE 'N'.
               88  JRNL-EOF-REACHED       VALUE 'Y'.
           05  WS-CONTROL-REC-SW      PIC X VALUE 'N'.
               88  CONTROL-RECORD-SEEN    VALUE 'Y'.
           05  WS-USAGE-SW            PIC X VALUE 'Y'.
               88  USAGE-IS-COMPLETE      VALUE 'Y'.
           05  WS-CAMPAIGN-SW         PIC X VALUE 'N'.
               88  CAMPAIGN-ON-FILE       VALUE 'Y'.
           05  WS-DATE-VALID-SW       PIC X VALUE 'N'.
               88  DATE-IS-VALID          VALUE 'Y'.
           05  WS-PRINT-MODE          PIC X VALUE 'O'.
               88  PRINT-OPENING          VALUE 'O'.
               88  PRINT-STATUS           VALUE 'S'.
               88  PRINT-CLOSING          VALUE 'C'.

      * Every FIBAUTH userid with the last date it was seen on each
      * usage source - zero when never seen
       01  USERID-USAGE-TABLE.
           05  UU-ENTRY OCCURS 2000 TIMES.
               10  UU-USERID          PIC X(8).
               10  UU-ROLES           PIC X(40).
               10  UU-AUDIT-DATE      PIC 9(8).
               10  UU-ACCESS-DATE     PIC 9(8).
               10  UU-JOURNAL-DATE    PIC 9(8).

       01  WS-WORK-DATE               PIC 9(8) VALUE ZERO.
       01  FILLER REDEFINES WS-WORK-DATE.
           05  WS-WD-YEAR             PIC 9(4).
           05  WS-WD-MONTH            PIC 99.
           05  WS-WD-DAY              PIC 99.

       01  REPORT-LINES.
           05  RPT-HEADER-LINE.
               10  FILLER             PIC X(34) VALUE
                   'FIBRECRT - ACCESS RECERTIFICATION '.
               10  FILLER             PIC X(9) VALUE 'CAMPAIGN '.
               10  RH-CAMPAIGN        PIC X(6).
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RH-TITLE           PIC X(24).
               10  FILLER             PIC X(10) VALUE 'DEADLINE '.
               10  RH-DEADLINE        PIC 9(8).
               10  FILLER             PIC X(7) VALUE '  RUN '.
               10  RH-RUN-DATE        PIC 9(8).
               10  FILLER             PIC X(25) VALUE SPACES.
           05  RPT-LEGEND-LINE.
               10  FILLER             PIC X(50) VALUE
                   'PERMS = RUN OVERRIDE FORCE PURGEOVR INQUIRY ANNOTA'.
               10  FILLER             PIC X(50) VALUE
                   'TE CORRECT   D = P PENDING C CONFIRMED R REVOKED  '.
               10  FILLER             PIC X(33) VALUE SPACES.
           05  RPT-COLUMN-LINE.
               10  FILLER             PIC X(9) VALUE 'USERID'.
               10  FILLER             PIC X(41) VALUE 'ROLES HELD'.
               10  FILLER             PIC X(8) VALUE 'PERMS'.
               10  FILLER             PIC X(9) VALUE 'FIBAUDIT'.
               10  FILLER             PIC X(9) VALUE 'FIBACCES'.
               10  FILLER             PIC X(9) VALUE 'FIBJRNL'.
               10  FILLER             PIC X(6) VALUE ' DAYS'.
               10  FILLER             PIC X(2) VALUE 'D'.
               10  FILLER             PIC X(9) VALUE 'DECIDED'.
               10  FILLER             PIC X(9) VALUE 'ON'.
               10  FILLER             PIC X(9) VALUE 'MANAGER'.
               10  FILLER             PIC X(8) VALUE 'ACTION'.
               10  FILLER             PIC X(5) VALUE SPACES.
           05  RPT-DETAIL-LINE.
               10  DT-USERID          PIC X(8).
               10  FILLER             PIC X VALUE SPACE.
               10  DT-ROLES           PIC X(40).
               10  FILLER             PIC X VALUE SPACE.
               10  DT-PERMS           PIC X(7).
               10  FILLER             PIC X VALUE SPACE.
               10  DT-AUDIT-DATE      PIC X(8).
               10  FILLER             PIC X VALUE SPACE.
               10  DT-ACCESS-DATE     PIC X(8).
               10  FILLER             PIC X VALUE SPACE.
               10  DT-JOURNAL-DATE    PIC X(8).
               10  FILLER             PIC X VALUE SPACE.
               10  DT-DAYS            PIC ZZZZ9.
               10  FILLER             PIC X VALUE SPACE.
               10  DT-DECISION        PIC X.
               10  FILLER             PIC X VALUE SPACE.
               10  DT-DECIDED-BY      PIC X(8).
               10  FILLER             PIC X VALUE SPACE.
               10  DT-DECIDED-DATE    PIC X(8).
               10  FILLER             PIC X VALUE SPACE.
               10  DT-MANAGER         PIC X(8).
               10  FILLER             PIC X VALUE SPACE.
               10  DT-ACTION          PIC X(8).
               10  FILLER             PIC X(5) VALUE SPACES.
           05  RPT-TOTAL-LINE.
               10  RT-LABEL           PIC X(40).
               10  RT-COUNT           PIC ZZZZ9.
               10  FILLER             PIC X(88) VALUE SPACES.
           05  RPT-SIGNOFF-LINE.
               10  FILLER             PIC X(10) VALUE 'CLOSED BY '.
               10  RS-CLOSED-BY       PIC X(8).
               10  FILLER             PIC X(4) VALUE ' AT '.
               10  RS-CLOSED-STAMP    PIC 9(14).
               10  FILLER             PIC X(22) VALUE
                   '  DORMANCY THRESHOLD '.
               10  RS-THRESHOLD       PIC ZZ9.
               10  FILLER             PIC X(6) VALUE ' DAYS'.
               10  FILLER             PIC X(66) VALUE SPACES.

       77  WS-USER-COUNT              PIC 9(4) VALUE ZERO.
       77  WS-UU-IDX                  PIC 9(4) VALUE ZERO.
       77  WS-FOUND-IDX               PIC 9(4) VALUE ZERO.
       77  WS-FIND-USERID             PIC X(8) VALUE SPACES.
       77  WS-USE-DATE                PIC X(8) VALUE SPACES.
       77  WS-USE-DATE-NUM            PIC 9(8) VALUE ZERO.
       77  WS-TODAY                   PIC 9(8) VALUE ZERO.
       77  WS-CAMPAIGN-ID             PIC X(6) VALUE SPACES.
       77  WS-CAMPAIGN-DEADLINE       PIC 9(8) VALUE ZERO.
       77  WS-CAMPAIGN-STATE          PIC X VALUE SPACE.
       77  WS-THRESHOLD               PIC 9(3) VALUE 90.
       77  WS-DORMANT-DAYS            PIC 9(5) VALUE ZERO.
       77  WS-CLOSE-STAMP             PIC 9(14) VALUE ZERO.
       77  WS-LISTED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-CONFIRMED-COUNT         PIC 9(5) VALUE ZERO.
       77  WS-REVOKED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-PENDING-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-DORMANT-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-KEPT-COUNT              PIC 9(5) VALUE ZERO.
       77  WS-GONE-COUNT              PIC 9(5) VALUE ZERO.
       77  WS-STAGED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-REVOKE-ACTION-COUNT     PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Access-log record layout shared with the online programs
           COPY FIBACLOG.

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
           PERFORM 100-PROCESS-CAMPAIGN-DECK
               THRU 100-PROCESS-CAMPAIGN-DECK-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY '======================================='
           DISPLAY '   FIBRECRT - ACCESS RECERTIFICATION'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY: ' WS-USERID.

       100-PROCESS-CAMPAIGN-DECK.
           OPEN I-O RECERT-FILE
           IF RECR-FILE-NOT-FOUND
               OPEN OUTPUT RECERT-FILE
               CLOSE RECERT-FILE
               OPEN I-O RECERT-FILE
           END-IF
           IF NOT RECR-FILE-OK
               DISPLAY 'ERROR: FIBRECRT NOT AVAILABLE - STATUS '
                   WS-RECR-FILE-STATUS ' - DECK NOT PROCESSED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-PROCESS-CAMPAIGN-DECK-EXIT
           END-IF

           OPEN OUTPUT PRINT-FILE

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO CAMPAIGN DECK SUPPLIED'
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

           CLOSE PRINT-FILE
           CLOSE RECERT-FILE.

       100-PROCESS-CAMPAIGN-DECK-EXIT.
           EXIT.

       110-PROCESS-ONE-CARD.
           IF WS-CC-VERB = SPACES OR WS-CC-VERB(1:1) = '*'
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-CC-CAMP-YEAR IS NOT NUMERIC
                   OR WS-CC-CAMP-Q NOT = 'Q'
                   OR WS-CC-CAMP-QTR < '1'
                   OR WS-CC-CAMP-QTR > '4'
               DISPLAY 'REJECTED: CAMPAIGN ID <' WS-CC-CAMPAIGN
                   '> IS NOT YYYYQN'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-CC-VERB NOT = 'REPORT ' AND WS-USERID = SPACES
               DISPLAY 'REJECTED: NO USERID IN THE PARM'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           MOVE WS-CC-CAMPAIGN TO WS-CAMPAIGN-ID
           PERFORM 400-FIND-CAMPAIGN

           EVALUATE WS-CC-VERB
               WHEN 'OPEN   '
                   PERFORM 120-OPEN-CAMPAIGN
                       THRU 120-OPEN-CAMPAIGN-EXIT
               WHEN 'MANAGER'
                   PERFORM 130-ASSIGN-MANAGER
                       THRU 130-ASSIGN-MANAGER-EXIT
               WHEN 'REPORT '
                   PERFORM 140-REPORT-CAMPAIGN
                       THRU 140-REPORT-CAMPAIGN-EXIT
               WHEN 'CLOSE  '
                   PERFORM 150-CLOSE-CAMPAIGN
                       THRU 150-CLOSE-CAMPAIGN-EXIT
               WHEN OTHER
                   PERFORM 180-REJECT-CARD
           END-EVALUATE.

       110-PROCESS-EXIT.
           EXIT.

      * One record per FIBAUTH userid, with the roles, permissions
      * and last-used dates as they stand today
       120-OPEN-CAMPAIGN.
           IF CAMPAIGN-ON-FILE
               DISPLAY 'REJECTED: CAMPAIGN ' WS-CAMPAIGN-ID
                   ' IS ALREADY OPEN'
               PERFORM 180-REJECT-CARD
               GO TO 120-OPEN-CAMPAIGN-EXIT
           END-IF

           PERFORM 160-EDIT-DEADLINE
           IF NOT DATE-IS-VALID
               DISPLAY 'REJECTED: DEADLINE <' WS-CC-OPERAND
                   '> MUST BE A FUTURE YYYYMMDD DATE'
               PERFORM 180-REJECT-CARD
               GO TO 120-OPEN-CAMPAIGN-EXIT
           END-IF

           PERFORM 200-GATHER-USAGE
               THRU 200-GATHER-USAGE-EXIT
           IF WS-USER-COUNT = ZERO
               GO TO 120-OPEN-CAMPAIGN-EXIT
           END-IF
           IF NOT USAGE-IS-COMPLETE
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           MOVE WS-CC-DEADLINE TO WS-CAMPAIGN-DEADLINE
           PERFORM 300-WRITE-CAMPAIGN-RECORD
               VARYING WS-UU-IDX FROM 1 BY 1
               UNTIL WS-UU-IDX > WS-USER-COUNT

           DISPLAY 'OPENED:   CAMPAIGN ' WS-CAMPAIGN-ID ' - '
               WS-USER-COUNT ' USERIDS, DEADLINE '
               WS-CAMPAIGN-DEADLINE

           SET PRINT-OPENING TO TRUE
           PERFORM 600-PRINT-CAMPAIGN
               THRU 600-PRINT-CAMPAIGN-EXIT.

       120-OPEN-CAMPAIGN-EXIT.
           EXIT.

      * A manager may not be named to decide their own userid, and
      * the reviewer is fixed once a decision is recorded
       130-ASSIGN-MANAGER.
           IF NOT CAMPAIGN-ON-FILE OR WS-CAMPAIGN-STATE NOT = SPACE
               DISPLAY 'REJECTED: CAMPAIGN ' WS-CAMPAIGN-ID
                   ' IS NOT OPEN'
               PERFORM 180-REJECT-CARD
               GO TO 130-ASSIGN-MANAGER-EXIT
           END-IF

           IF WS-CC-MANAGER = SPACES
                   OR WS-CC-MANAGER = WS-CC-USERID
               DISPLAY 'REJECTED: MANAGER <' WS-CC-MANAGER
                   '> MUST BE NAMED AND DIFFER FROM THE USERID'
               PERFORM 180-REJECT-CARD
               GO TO 130-ASSIGN-MANAGER-EXIT
           END-IF

           MOVE WS-CAMPAIGN-ID TO RC-CAMPAIGN
           MOVE WS-CC-USERID   TO RC-USERID
           READ RECERT-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: ' WS-CC-USERID
                       ' IS NOT IN CAMPAIGN ' WS-CAMPAIGN-ID
                   PERFORM 180-REJECT-CARD
                   GO TO 130-ASSIGN-MANAGER-EXIT
           END-READ

           IF NOT RC-DECISION-PENDING
               DISPLAY 'REJECTED: ' WS-CC-USERID ' ALREADY DECIDED '
                   'BY ' RC-DECIDED-BY
               PERFORM 180-REJECT-CARD
               GO TO 130-ASSIGN-MANAGER-EXIT
           END-IF

           MOVE WS-CC-MANAGER TO RC-MANAGER
           REWRITE RECERT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: FIBRECRT REWRITE FAILED FOR '
                       RC-USERID ' - STATUS ' WS-RECR-FILE-STATUS
                   PERFORM 180-REJECT-CARD
                   GO TO 130-ASSIGN-MANAGER-EXIT
           END-REWRITE

           DISPLAY 'MANAGER:  ' WS-CC-USERID ' IS DECIDED BY '
               WS-CC-MANAGER.

       130-ASSIGN-MANAGER-EXIT.
           EXIT.

       140-REPORT-CAMPAIGN.
           IF NOT CAMPAIGN-ON-FILE
               DISPLAY 'REJECTED: NO CAMPAIGN ' WS-CAMPAIGN-ID
                   ' ON FILE'
               PERFORM 180-REJECT-CARD
               GO TO 140-REPORT-CAMPAIGN-EXIT
           END-IF

           IF WS-CAMPAIGN-STATE = SPACE
               SET PRINT-STATUS TO TRUE
           ELSE
               SET PRINT-CLOSING TO TRUE
           END-IF
           PERFORM 600-PRINT-CAMPAIGN
               THRU 600-PRINT-CAMPAIGN-EXIT.

       140-REPORT-CAMPAIGN-EXIT.
           EXIT.

      * At the deadline every userid not confirmed, revoked by its
      * manager, or dormant past the threshold has a REVOKE staged
      * for second-administrator approval
       150-CLOSE-CAMPAIGN.
           IF NOT CAMPAIGN-ON-FILE OR WS-CAMPAIGN-STATE NOT = SPACE
               DISPLAY 'REJECTED: CAMPAIGN ' WS-CAMPAIGN-ID
                   ' IS NOT OPEN'
               PERFORM 180-REJECT-CARD
               GO TO 150-CLOSE-CAMPAIGN-EXIT
           END-IF

           IF WS-TODAY < WS-CAMPAIGN-DEADLINE
               DISPLAY 'REJECTED: CAMPAIGN ' WS-CAMPAIGN-ID
                   ' DEADLINE ' WS-CAMPAIGN-DEADLINE
                   ' HAS NOT BEEN REACHED'
               PERFORM 180-REJECT-CARD
               GO TO 150-CLOSE-CAMPAIGN-EXIT
           END-IF

           MOVE 90 TO WS-THRESHOLD
           IF WS-CC-OPERAND(1:3) IS NUMERIC
                   AND WS-CC-OPERAND(1:3) NOT = '000'
               MOVE WS-CC-OPERAND(1:3) TO WS-THRESHOLD
           END-IF

      * Dormancy revokes are only as good as the usage they are
      * measured against - nothing is staged without all three
           PERFORM 200-GATHER-USAGE
               THRU 200-GATHER-USAGE-EXIT
           IF WS-USER-COUNT = ZERO
               GO TO 150-CLOSE-CAMPAIGN-EXIT
           END-IF
           IF NOT USAGE-IS-COMPLETE
               DISPLAY 'ERROR: CAMPAIGN ' WS-CAMPAIGN-ID
                   ' NOT CLOSED - A USAGE SOURCE IS MISSING'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 150-CLOSE-CAMPAIGN-EXIT
           END-IF

           OPEN I-O PENDING-CHANGE-FILE
           IF PEND-FILE-NOT-FOUND
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           IF NOT PEND-FILE-OK
               DISPLAY 'ERROR: FIBAPND NOT AVAILABLE - STATUS '
                   WS-PEND-FILE-STATUS ' - CAMPAIGN NOT CLOSED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 150-CLOSE-CAMPAIGN-EXIT
           END-IF

           OPEN EXTEND AUTH-AUDIT-FILE
           IF AAUD-FILE-NOT-FOUND
               OPEN OUTPUT AUTH-AUDIT-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CLOSE-STAMP
           SET PRINT-CLOSING TO TRUE
           PERFORM 600-PRINT-CAMPAIGN
               THRU 600-PRINT-CAMPAIGN-EXIT

           CLOSE AUTH-AUDIT-FILE
           CLOSE PENDING-CHANGE-FILE

           DISPLAY 'CLOSED:   CAMPAIGN ' WS-CAMPAIGN-ID ' - '
               WS-STAGED-COUNT ' REVOKES STAGED ON FIBAPND'.

       150-CLOSE-CAMPAIGN-EXIT.
           EXIT.

       160-EDIT-DEADLINE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-CC-OPERAND IS NUMERIC
               MOVE WS-CC-DEADLINE TO WS-WORK-DATE
               IF WS-WD-YEAR NOT < 1601
                       AND WS-WD-MONTH NOT < 1
                       AND WS-WD-MONTH NOT > 12
                       AND WS-WD-DAY NOT < 1
                       AND WS-WD-DAY NOT > 31
                   IF FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE))
                           = WS-WORK-DATE
                       AND WS-WORK-DATE > WS-TODAY
                       SET DATE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       180-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED CARD: <' WS-CC-VERB ' ' WS-CC-CAMPAIGN
               ' ' WS-CC-OPERAND ' ' WS-CC-MANAGER '>'.

      * The userid table comes from FIBAUTH in key order; each
      * usage source then raises the dates it proves
       200-GATHER-USAGE.
           MOVE ZERO TO WS-USER-COUNT
           MOVE 'Y' TO WS-USAGE-SW
           MOVE 'N' TO WS-AUTH-EOF-SW

           OPEN INPUT AUTHORIZATION-FILE
           IF NOT AUTH-FILE-OK
               DISPLAY 'ERROR: FIBAUTH NOT AVAILABLE - STATUS '
                   WS-AUTH-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-GATHER-USAGE-EXIT
           END-IF

           PERFORM UNTIL AUTH-EOF-REACHED
               READ AUTHORIZATION-FILE NEXT RECORD
                   AT END
                       SET AUTH-EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-USER-COUNT < 2000
                           ADD 1 TO WS-USER-COUNT
                           MOVE AUTH-USERID
                               TO UU-USERID(WS-USER-COUNT)
                           MOVE AUTH-ROLES
                               TO UU-ROLES(WS-USER-COUNT)
                           MOVE ZERO
                               TO UU-AUDIT-DATE(WS-USER-COUNT)
                                  UU-ACCESS-DATE(WS-USER-COUNT)
                                  UU-JOURNAL-DATE(WS-USER-COUNT)
                       ELSE
                           DISPLAY 'ERROR: MORE THAN 2000 FIBAUTH '
                               'USERIDS - CARD NOT PROCESSED'
                           MOVE ZERO TO WS-USER-COUNT
                           MOVE 8 TO WS-RETURN-CODE
                           SET AUTH-EOF-REACHED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTHORIZATION-FILE

           IF WS-USER-COUNT = ZERO
               DISPLAY 'WARNING: NO FIBAUTH USERIDS TO RECERTIFY'
               GO TO 200-GATHER-USAGE-EXIT
           END-IF

           PERFORM 210-SCAN-AUDIT-TRAIL
           PERFORM 220-SCAN-ACCESS-LOG
           PERFORM 230-SCAN-JOURNAL
           PERFORM 240-CARRY-EARLIER-CAMPAIGNS.

       200-GATHER-USAGE-EXIT.
           EXIT.

      * A run re-dated with ASOF= is credited to the day it was
      * actually produced (GEN= on the audit extension)
       210-SCAN-AUDIT-TRAIL.
           MOVE 'N' TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT AUD-FILE-OK
               DISPLAY 'WARNING: FIBAUDIT NOT AVAILABLE - STATUS '
                   WS-AUD-FILE-STATUS
               MOVE 'N' TO WS-USAGE-SW
           ELSE
               PERFORM UNTIL AUD-EOF-REACHED
                   READ AUDIT-TRAIL-FILE
                       AT END
                           SET AUD-EOF-REACHED TO TRUE
                       NOT AT END
                           MOVE AUD-LINE-TEXT(1:8) TO WS-FIND-USERID
                           IF AUD-EXT-TEXT(1:8) = 'CATCHUP='
                                   AND AUD-EXT-TEXT(17:8) IS NUMERIC
                               MOVE AUD-EXT-TEXT(17:8) TO WS-USE-DATE
                           ELSE
                               MOVE AUD-LINE-TEXT(12:8) TO WS-USE-DATE
                           END-IF
                           PERFORM 250-FIND-USERID
                           IF WS-FOUND-IDX > ZERO
                                   AND WS-USE-DATE IS NUMERIC
                               MOVE WS-USE-DATE TO WS-USE-DATE-NUM
                               IF WS-USE-DATE-NUM >
                                       UU-AUDIT-DATE(WS-FOUND-IDX)
                                   MOVE WS-USE-DATE-NUM
                                       TO UU-AUDIT-DATE(WS-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       220-SCAN-ACCESS-LOG.
           MOVE 'N' TO WS-ACLOG-EOF-SW
           OPEN INPUT ACCESS-LOG-FILE
           IF NOT ACLOG-FILE-OK
               DISPLAY 'WARNING: FIBACCES NOT AVAILABLE - STATUS '
                   WS-ACLOG-FILE-STATUS
               MOVE 'N' TO WS-USAGE-SW
           ELSE
               PERFORM UNTIL ACLOG-EOF-REACHED
                   READ ACCESS-LOG-FILE INTO ACCESS-LOG-RECORD
                       AT END
                           SET ACLOG-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 225-CHECK-CONTROL-RECORD
                           IF NOT CONTROL-RECORD-SEEN
                               MOVE ACL-USERID TO WS-FIND-USERID
                               MOVE ACL-TIMESTAMP(1:8) TO WS-USE-DATE
                               PERFORM 250-FIND-USERID
                               IF WS-FOUND-IDX > ZERO
                                   MOVE ACL-TIMESTAMP(1:8)
                                       TO WS-USE-DATE-NUM
                                   IF WS-USE-DATE-NUM >
                                       UU-ACCESS-DATE(WS-FOUND-IDX)
                                       MOVE WS-USE-DATE-NUM TO
                                       UU-ACCESS-DATE(WS-FOUND-IDX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
           END-IF.

      * A FIBACCUT archive generation opens with an H header (month
      * in 2-7) and closes with a T trailer (count in 2-10)
       225-CHECK-CONTROL-RECORD.
           MOVE 'N' TO WS-CONTROL-REC-SW
           IF ACCESS-LOG-RECORD(1:1) = 'H'
                   AND ACCESS-LOG-RECORD(2:6) IS NUMERIC
               SET CONTROL-RECORD-SEEN TO TRUE
           END-IF
           IF ACCESS-LOG-RECORD(1:1) = 'T'
                   AND ACCESS-LOG-RECORD(2:9) IS NUMERIC
               SET CONTROL-RECORD-SEEN TO TRUE
           END-IF.

       230-SCAN-JOURNAL.
           MOVE 'N' TO WS-JRNL-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY 'WARNING: FIBJRNL NOT AVAILABLE - STATUS '
                   WS-JRNL-FILE-STATUS
               MOVE 'N' TO WS-USAGE-SW
           ELSE
               PERFORM UNTIL JRNL-EOF-REACHED
                   READ JOURNAL-FILE
                       AT END
                           SET JRNL-EOF-REACHED TO TRUE
                       NOT AT END
                           MOVE JRN-USERID TO WS-FIND-USERID
                           PERFORM 250-FIND-USERID
                           IF WS-FOUND-IDX > ZERO
                               MOVE JRN-TIMESTAMP(1:8)
                                   TO WS-USE-DATE-NUM
                               IF WS-USE-DATE-NUM >
                                       UU-JOURNAL-DATE(WS-FOUND-IDX)
                                   MOVE WS-USE-DATE-NUM
                                       TO UU-JOURNAL-DATE(WS-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

      * Every campaign already on FIBRECRT remembers the usage its
      * logs showed; the later of that and today's scan stands
       240-CARRY-EARLIER-CAMPAIGNS.
           MOVE 'N' TO WS-RECR-EOF-SW
           MOVE LOW-VALUES TO RC-KEY
           START RECERT-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET RECR-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL RECR-EOF-REACHED
               READ RECERT-FILE NEXT RECORD
                   AT END
                       SET RECR-EOF-REACHED TO TRUE
                   NOT AT END
                       MOVE RC-USERID TO WS-FIND-USERID
                       PERFORM 250-FIND-USERID
                       IF WS-FOUND-IDX > ZERO
                           IF RC-LAST-AUDIT-DATE >
                                   UU-AUDIT-DATE(WS-FOUND-IDX)
                               MOVE RC-LAST-AUDIT-DATE
                                   TO UU-AUDIT-DATE(WS-FOUND-IDX)
                           END-IF
                           IF RC-LAST-ACCESS-DATE >
                                   UU-ACCESS-DATE(WS-FOUND-IDX)
                               MOVE RC-LAST-ACCESS-DATE
                                   TO UU-ACCESS-DATE(WS-FOUND-IDX)
                           END-IF
                           IF RC-LAST-JOURNAL-DATE >
                                   UU-JOURNAL-DATE(WS-FOUND-IDX)
                               MOVE RC-LAST-JOURNAL-DATE
                                   TO UU-JOURNAL-DATE(WS-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       250-FIND-USERID.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-UU-IDX FROM 1 BY 1
                     UNTIL WS-UU-IDX > WS-USER-COUNT
                        OR WS-FOUND-IDX > ZERO
               IF UU-USERID(WS-UU-IDX) = WS-FIND-USERID
                   MOVE WS-UU-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       300-WRITE-CAMPAIGN-RECORD.
           MOVE WS-CAMPAIGN-ID             TO RC-CAMPAIGN
           MOVE UU-USERID(WS-UU-IDX)       TO RC-USERID
           MOVE UU-ROLES(WS-UU-IDX)        TO RC-ROLES
           SET RLR-RESOLVE TO TRUE
           MOVE UU-ROLES(WS-UU-IDX)        TO RLR-ROLES
           CALL 'FIBROLR' USING FIBROLR-PARMS
           MOVE RLR-PERMISSIONS            TO RC-PERMISSIONS
           MOVE UU-AUDIT-DATE(WS-UU-IDX)   TO RC-LAST-AUDIT-DATE
           MOVE UU-ACCESS-DATE(WS-UU-IDX)  TO RC-LAST-ACCESS-DATE
           MOVE UU-JOURNAL-DATE(WS-UU-IDX) TO RC-LAST-JOURNAL-DATE
           PERFORM 310-SET-LAST-USED
           MOVE WS-CAMPAIGN-DEADLINE       TO RC-DEADLINE
           MOVE SPACES                     TO RC-MANAGER
           MOVE 'P'                        TO RC-DECISION
           MOVE SPACES                     TO RC-DECIDED-BY
           MOVE ZERO                       TO RC-DECIDED-STAMP
           MOVE WS-USERID                  TO RC-OPENED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-OPENED-STAMP
           MOVE SPACE                      TO RC-CLOSE-ACTION
           MOVE ZERO                       TO RC-DORMANT-DAYS
           MOVE ZERO                       TO RC-DORMANT-THRESHOLD
           MOVE SPACES                     TO RC-CLOSED-BY
           MOVE ZERO                       TO RC-CLOSED-STAMP
           WRITE RECERT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: FIBRECRT WRITE FAILED FOR '
                       RC-USERID ' - STATUS ' WS-RECR-FILE-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.

       310-SET-LAST-USED.
           MOVE RC-LAST-AUDIT-DATE TO RC-LAST-USED-DATE
           IF RC-LAST-ACCESS-DATE > RC-LAST-USED-DATE
               MOVE RC-LAST-ACCESS-DATE TO RC-LAST-USED-DATE
           END-IF
           IF RC-LAST-JOURNAL-DATE > RC-LAST-USED-DATE
               MOVE RC-LAST-JOURNAL-DATE TO RC-LAST-USED-DATE
           END-IF.

      * Positions on the first record of the campaign, if any
       400-FIND-CAMPAIGN.
           MOVE 'N' TO WS-CAMPAIGN-SW
           MOVE ZERO TO WS-CAMPAIGN-DEADLINE
           MOVE SPACE TO WS-CAMPAIGN-STATE
           MOVE WS-CAMPAIGN-ID TO RC-CAMPAIGN
           MOVE LOW-VALUES TO RC-USERID
           START RECERT-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RECERT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RC-CAMPAIGN = WS-CAMPAIGN-ID
                               SET CAMPAIGN-ON-FILE TO TRUE
                               MOVE RC-DEADLINE
                                   TO WS-CAMPAIGN-DEADLINE
                               MOVE RC-CLOSE-ACTION
                                   TO WS-CAMPAIGN-STATE
                           END-IF
                   END-READ
           END-START.

      * Closing decision for one userid, in order of precedence: a
      * userid already gone from FIBAUTH needs nothing; a manager's
      * revoke, then a missing confirmation, then dormancy past the
      * threshold stage a REVOKE; anything else is kept
       500-CLOSE-ONE-USERID.
           MOVE RC-USERID TO WS-FIND-USERID
           PERFORM 250-FIND-USERID
           IF WS-FOUND-IDX > ZERO
               MOVE UU-AUDIT-DATE(WS-FOUND-IDX)
                   TO RC-LAST-AUDIT-DATE
               MOVE UU-ACCESS-DATE(WS-FOUND-IDX)
                   TO RC-LAST-ACCESS-DATE
               MOVE UU-JOURNAL-DATE(WS-FOUND-IDX)
                   TO RC-LAST-JOURNAL-DATE
               PERFORM 310-SET-LAST-USED
           END-IF
           PERFORM 620-COMPUTE-DORMANT-DAYS
           MOVE WS-DORMANT-DAYS TO RC-DORMANT-DAYS

           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'G' TO RC-CLOSE-ACTION
               WHEN RC-REVOKED
                   MOVE 'R' TO RC-CLOSE-ACTION
               WHEN RC-DECISION-PENDING
                   MOVE 'N' TO RC-CLOSE-ACTION
               WHEN WS-DORMANT-DAYS > WS-THRESHOLD
                   MOVE 'D' TO RC-CLOSE-ACTION
               WHEN OTHER
                   MOVE 'K' TO RC-CLOSE-ACTION
           END-EVALUATE

           IF RC-CLOSE-ACTION = 'R' OR 'N' OR 'D'
               PERFORM 510-STAGE-REVOKE
           END-IF

           MOVE WS-THRESHOLD   TO RC-DORMANT-THRESHOLD
           MOVE WS-USERID      TO RC-CLOSED-BY
           MOVE WS-CLOSE-STAMP TO RC-CLOSED-STAMP
           REWRITE RECERT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: FIBRECRT REWRITE FAILED FOR '
                       RC-USERID ' - STATUS ' WS-RECR-FILE-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE.

      * Staged exactly as a FIBAUTHL REVOKE card would be - an
      * earlier unapproved change for the userid is replaced
       510-STAGE-REVOKE.
           MOVE RC-USERID      TO AP-USERID
           MOVE 'R'            TO AP-ACTION
           MOVE SPACES         TO AP-NEW-ROLES
           MOVE SPACES         TO AP-NEW-UNITS
           MOVE WS-USERID      TO AP-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO AP-REQUEST-STAMP
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   REWRITE PENDING-CHANGE-RECORD
           END-WRITE
           ADD 1 TO WS-STAGED-COUNT

           MOVE FUNCTION CURRENT-DATE(1:14) TO AA-TIMESTAMP
           MOVE 'R'             TO AA-ACTION
           MOVE 'P'             TO AA-OUTCOME
           MOVE AP-USERID       TO AA-TARGET-USERID
           MOVE SPACES          TO AA-OLD-FLAGS
           MOVE 'NNNNNNN'       TO AA-NEW-FLAGS
           MOVE AP-REQUESTED-BY TO AA-REQUESTED-BY
           MOVE SPACES          TO AA-APPROVED-BY
           MOVE SPACES          TO AA-OLD-ROLES
           MOVE SPACES          TO AA-NEW-ROLES
           MOVE SPACES          TO AA-SOD-RULE-ID
           MOVE SPACES          TO AA-OLD-UNITS
           MOVE SPACES          TO AA-NEW-UNITS
           WRITE AUTH-AUDIT-RECORD.

       600-PRINT-CAMPAIGN.
           MOVE ZERO TO WS-LISTED-COUNT WS-CONFIRMED-COUNT
                        WS-REVOKED-COUNT WS-PENDING-COUNT
                        WS-DORMANT-COUNT WS-KEPT-COUNT
                        WS-GONE-COUNT WS-STAGED-COUNT
                        WS-REVOKE-ACTION-COUNT

           MOVE WS-CAMPAIGN-ID       TO RH-CAMPAIGN
           MOVE WS-CAMPAIGN-DEADLINE TO RH-DEADLINE
           MOVE WS-TODAY             TO RH-RUN-DATE
           EVALUATE TRUE
               WHEN PRINT-OPENING
                   MOVE 'OPENING LIST' TO RH-TITLE
               WHEN PRINT-STATUS
                   MOVE 'STATUS - STILL OPEN' TO RH-TITLE
               WHEN OTHER
                   MOVE 'CLOSING REPORT' TO RH-TITLE
           END-EVALUATE
           WRITE PRINT-RECORD FROM RPT-HEADER-LINE
               AFTER ADVANCING PAGE
           WRITE PRINT-RECORD FROM RPT-LEGEND-LINE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM RPT-COLUMN-LINE

           MOVE 'N' TO WS-RECR-EOF-SW
           MOVE WS-CAMPAIGN-ID TO RC-CAMPAIGN
           MOVE LOW-VALUES TO RC-USERID
           START RECERT-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET RECR-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL RECR-EOF-REACHED
               READ RECERT-FILE NEXT RECORD
                   AT END
                       SET RECR-EOF-REACHED TO TRUE
                   NOT AT END
                       IF RC-CAMPAIGN NOT = WS-CAMPAIGN-ID
                           SET RECR-EOF-REACHED TO TRUE
                       ELSE
                           IF PRINT-CLOSING AND RC-CAMPAIGN-OPEN
                               PERFORM 500-CLOSE-ONE-USERID
                           END-IF
                           PERFORM 610-PRINT-ONE-USERID
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 630-PRINT-TOTALS.

       600-PRINT-CAMPAIGN-EXIT.
           EXIT.

       610-PRINT-ONE-USERID.
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE TRUE
               WHEN RC-CONFIRMED
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN RC-REVOKED
                   ADD 1 TO WS-REVOKED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE

           MOVE RC-USERID      TO DT-USERID
           MOVE RC-ROLES       TO DT-ROLES
           MOVE RC-PERMISSIONS TO DT-PERMS
           MOVE RC-LAST-AUDIT-DATE TO WS-USE-DATE-NUM
           PERFORM 615-FORMAT-USE-DATE
           MOVE WS-USE-DATE TO DT-AUDIT-DATE
           MOVE RC-LAST-ACCESS-DATE TO WS-USE-DATE-NUM
           PERFORM 615-FORMAT-USE-DATE
           MOVE WS-USE-DATE TO DT-ACCESS-DATE
           MOVE RC-LAST-JOURNAL-DATE TO WS-USE-DATE-NUM
           PERFORM 615-FORMAT-USE-DATE
           MOVE WS-USE-DATE TO DT-JOURNAL-DATE

           IF RC-CAMPAIGN-OPEN
               PERFORM 620-COMPUTE-DORMANT-DAYS
               MOVE WS-DORMANT-DAYS TO DT-DAYS
           ELSE
               MOVE RC-DORMANT-DAYS TO DT-DAYS
           END-IF

           MOVE RC-DECISION   TO DT-DECISION
           MOVE RC-DECIDED-BY TO DT-DECIDED-BY
           IF RC-DECISION-PENDING
               MOVE SPACES TO DT-DECIDED-DATE
           ELSE
               MOVE RC-DECIDED-STAMP(1:8) TO DT-DECIDED-DATE
           END-IF
           MOVE RC-MANAGER TO DT-MANAGER

           EVALUATE RC-CLOSE-ACTION
               WHEN 'K'
                   MOVE 'KEPT' TO DT-ACTION
                   ADD 1 TO WS-KEPT-COUNT
               WHEN 'R'
                   MOVE 'REV-MGR' TO DT-ACTION
               WHEN 'N'
                   MOVE 'REV-NC' TO DT-ACTION
               WHEN 'D'
                   MOVE 'REV-DORM' TO DT-ACTION
                   ADD 1 TO WS-DORMANT-COUNT
               WHEN 'G'
                   MOVE 'GONE' TO DT-ACTION
                   ADD 1 TO WS-GONE-COUNT
               WHEN OTHER
                   MOVE SPACES TO DT-ACTION
           END-EVALUATE
           IF RC-CLOSE-ACTION = 'R' OR 'N' OR 'D'
               ADD 1 TO WS-REVOKE-ACTION-COUNT
           END-IF
           IF NOT RC-CAMPAIGN-OPEN
               MOVE RC-CLOSED-BY         TO RS-CLOSED-BY
               MOVE RC-CLOSED-STAMP      TO RS-CLOSED-STAMP
               MOVE RC-DORMANT-THRESHOLD TO RS-THRESHOLD
           END-IF

           WRITE PRINT-RECORD FROM RPT-DETAIL-LINE.

       615-FORMAT-USE-DATE.
           IF WS-USE-DATE-NUM = ZERO
               MOVE 'NEVER' TO WS-USE-DATE
           ELSE
               MOVE WS-USE-DATE-NUM TO WS-USE-DATE
           END-IF.

      * Days since the userid was last seen anywhere, as of today;
      * a userid never seen counts as dormant
       620-COMPUTE-DORMANT-DAYS.
           IF RC-LAST-USED-DATE = ZERO
               MOVE 99999 TO WS-DORMANT-DAYS
           ELSE
               COMPUTE WS-DORMANT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(RC-LAST-USED-DATE)
           END-IF.

       630-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'USERIDS IN CAMPAIGN' TO RT-LABEL
           MOVE WS-LISTED-COUNT TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE 'CONFIRMED BY A MANAGER' TO RT-LABEL
           MOVE WS-CONFIRMED-COUNT TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE 'REVOKED BY A MANAGER' TO RT-LABEL
           MOVE WS-REVOKED-COUNT TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE 'NOT DECIDED' TO RT-LABEL
           MOVE WS-PENDING-COUNT TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE

           IF PRINT-CLOSING
               MOVE 'CONFIRMED BUT DORMANT - REVOKE STAGED' TO RT-LABEL
               MOVE WS-DORMANT-COUNT TO RT-COUNT
               WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
               MOVE 'KEPT' TO RT-LABEL
               MOVE WS-KEPT-COUNT TO RT-COUNT
               WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
               MOVE 'ALREADY GONE FROM FIBAUTH' TO RT-LABEL
               MOVE WS-GONE-COUNT TO RT-COUNT
               WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
               MOVE 'REVOKES STAGED ON FIBAPND AT CLOSE' TO RT-LABEL
               MOVE WS-REVOKE-ACTION-COUNT TO RT-COUNT
               WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               WRITE PRINT-RECORD FROM RPT-SIGNOFF-LINE
               MOVE 'REVOKES AWAIT SECOND-ADMINISTRATOR APPROVAL'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'CARDS REJECTED:   ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBRECRT COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
