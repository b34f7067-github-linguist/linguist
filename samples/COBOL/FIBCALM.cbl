      ******************************************************************
      * FIBCALM is the online business-calendar maintenance
      * transaction for the FIBCAL file - the screen counterpart of
      * the FIBCALLD and FIBCALGN batch loaders, for the unplanned
      * market closure or processing suspension declared during the
      * day that cannot wait for a job. It enforces the dual control
      * FIBADM enforces for FIBAUTH:
      *
      *   MONTH shows one month of FIBCAL - every H/F/S date on file
      *   and every change staged against the month;
      *   ADD / CHANGE / REMOVE stage a change for one date on
      *   FIBCALP under the signed-on userid; FIBCAL is untouched;
      *   APPROVE, keyed by a SECOND userid (a different userid than
      *   the requester on the pending record), applies the staged
      *   change and deletes the pending entry;
      *   DISPLAY shows one date as it stands and any pending change.
      *
      * Every staged, applied, and denied change is written to the
      * FIBK transient data queue, which drains to the FIBCALA audit
      * dataset, with the date's before and after images.
      *
      * Staging and approval warn - but do not refuse - when the
      * date already has a saved run (a FIBHIST run recorded on the
      * FIBRDIR run directory), or when run requests are waiting on
      * FIB.RUN.REQUEST and the date falls between today and the
      * next business day - the calendar tonight's cycle, and
      * those requests, will be run against.
      *
      * Input line: VERB (7), blank, DATE (8, YYYYMMDD - YYYYMM for
      * MONTH), blank, TYPE (1, H/F/S - ADD/CHANGE only), blank,
      * DESCRIPTION (30, ADD/CHANGE only).
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      * COBOL compiler. The queue-depth inquiry goes through the
      * CICS-MQ adapter.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCALM.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - DUAL-CONTROL ONLINE
      *                 MAINTENANCE FOR THE FIBCAL FILE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-CALENDAR-INPUT.
           05  WS-CI-VERB            PIC X(7).
           05  FILLER                PIC X.
           05  WS-CI-DATE            PIC X(8).
           05  WS-CI-DATE-NUM REDEFINES WS-CI-DATE
                                     PIC 9(8).
           05  FILLER                PIC X.
           05  WS-CI-TYPE            PIC X.
           05  FILLER                PIC X.
           05  WS-CI-DESCRIPTION     PIC X(30).

       01  WS-MESSAGES.
           05  WS-MSG-INITIAL        PIC X(52) VALUE
               'ENTER VERB (MONTH/ADD/CHANGE/REMOVE/APPROVE/DISPLAY)'.
           05  WS-MSG-BAD-VERB       PIC X(54) VALUE
               'VERB MUST BE MONTH/ADD/CHANGE/REMOVE/APPROVE/DISPLAY'.
           05  WS-MSG-BAD-DATE       PIC X(44) VALUE
               'DATE MUST BE A REAL CALENDAR DATE, YYYYMMDD'.
           05  WS-MSG-BAD-MONTH      PIC X(40) VALUE
               'MONTH MUST BE GIVEN AS YYYYMM - REENTER'.
           05  WS-MSG-BAD-TYPE       PIC X(52) VALUE
               'TYPE MUST BE H (HOLIDAY), F (HALF DAY), S (SUSPEND)'.
           05  WS-MSG-ALREADY-ON     PIC X(48) VALUE
               'DATE IS ALREADY ON FIBCAL - USE CHANGE OR REMOVE'.
           05  WS-MSG-NOT-ON-FILE    PIC X(36) VALUE
               'DATE IS NOT ON FIBCAL - USE ADD'.
           05  WS-MSG-STAGED         PIC X(46) VALUE
               'CHANGE STAGED - A SECOND USERID MUST APPROVE'.
           05  WS-MSG-APPLIED        PIC X(30) VALUE
               'CHANGE APPROVED AND APPLIED'.
           05  WS-MSG-SELF-APPROVE   PIC X(42) VALUE
               'A DIFFERENT USERID MUST APPROVE - DENIED'.
           05  WS-MSG-NO-PENDING     PIC X(42) VALUE
               'NO PENDING CHANGE ON FILE FOR THAT DATE'.
           05  WS-MSG-SAVE-FAIL      PIC X(46) VALUE
               'CHANGE NOT SAVED - FILE ERROR, CONTACT SUPPORT'.
           05  WS-MSG-MONTH-FULL     PIC X(52) VALUE
               'MORE DATES THAN FIT - DISPLAY THE REMAINING DAYS'.
           05  WS-MSG-CICS-ERROR     PIC X(45) VALUE
               'FIBCALM ENCOUNTERED AN UNEXPECTED CICS ERROR'.

       01  WS-WARNING-LINES.
           05  WS-WARN-RUN-LINE.
               10  FILLER            PIC X(41) VALUE
                   'WARNING - A RUN IS ALREADY SAVED FOR THE '.
               10  FILLER            PIC X(26) VALUE
                   'DATE (FIBHIST) - RUN SEQ '.
               10  WL-RUN-SEQ        PIC 9(2).
           05  WS-WARN-REQUEST-LINE.
               10  FILLER            PIC X(10) VALUE
                   'WARNING - '.
               10  WL-REQUEST-DEPTH  PIC ZZZZ9.
               10  FILLER            PIC X(46) VALUE
                   ' RUN REQUEST(S) WAITING FOR TONIGHT''S CYCLE, '.
               10  FILLER            PIC X(13) VALUE
                   'NEXT BUS DAY '.
               10  WL-NBD-DATE       PIC 9(8).
           05  WS-WARN-NO-QUEUE      PIC X(54) VALUE
               'NOTE - RUN-REQUEST QUEUE UNAVAILABLE, NOT CHECKED'.

       01  WS-DISPLAY-LINE.
           05  FILLER                PIC X(5) VALUE 'DATE '.
           05  DL-DATE               PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  DL-WEEKDAY            PIC X(3).
           05  FILLER                PIC X(9) VALUE ' CURRENT '.
           05  DL-CUR-TYPE           PIC X.
           05  FILLER                PIC X VALUE SPACE.
           05  DL-CUR-DESCRIPTION    PIC X(30).
           05  FILLER                PIC X(9) VALUE ' PENDING '.
           05  DL-PEND-ACTION        PIC X.
           05  FILLER                PIC X VALUE '/'.
           05  DL-PEND-TYPE          PIC X.
           05  FILLER                PIC X(4) VALUE ' BY '.
           05  DL-PEND-BY            PIC X(8).

       01  WS-PENDING-DESC-LINE.
           05  FILLER                PIC X(27) VALUE
                   '    PENDING DESCRIPTION:  '.
           05  PL-DESCRIPTION        PIC X(30).

       01  WS-MONTH-HEADING.
           05  FILLER                PIC X(13) VALUE 'FIBCAL MONTH '.
           05  MH-MONTH              PIC 9(6).
           05  FILLER                PIC X(3) VALUE ' - '.
           05  MH-ON-FILE-COUNT      PIC Z9.
           05  FILLER                PIC X(19) VALUE
                   ' DATE(S) ON FILE, '.
           05  MH-PENDING-COUNT      PIC Z9.
           05  FILLER                PIC X(9) VALUE ' PENDING'.

       01  WS-MONTH-COLUMNS.
           05  FILLER                PIC X(40) VALUE
               'DATE     DAY T DESCRIPTION'.
           05  FILLER                PIC X(40) VALUE
               '       PENDING CHANGE'.

       01  WS-MONTH-LINE.
           05  ML-DATE               PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  ML-WEEKDAY            PIC X(3).
           05  FILLER                PIC X VALUE SPACE.
           05  ML-TYPE               PIC X.
           05  FILLER                PIC X VALUE SPACE.
           05  ML-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  ML-PENDING.
               10  ML-PEND-ACTION    PIC X(6).
               10  FILLER            PIC X VALUE SPACE.
               10  ML-PEND-TYPE      PIC X.
               10  FILLER            PIC X(4) VALUE ' BY '.
               10  ML-PEND-BY        PIC X(8).

      * One month of FIBCAL and FIBCALP, slotted by day of month so
      * the listing comes out in date order however it was found
       01  WS-MONTH-TABLE.
           05  WS-MONTH-DAY OCCURS 31 TIMES.
               10  MT-ON-FILE-SW     PIC X.
                   88  MT-IS-ON-FILE         VALUE 'Y'.
               10  MT-TYPE           PIC X.
               10  MT-DESCRIPTION    PIC X(30).
               10  MT-PEND-ACTION    PIC X.
               10  MT-PEND-TYPE      PIC X.
               10  MT-PEND-BY        PIC X(8).

      * The reply screen: up to 22 lines of 80 sent in one SEND TEXT
       01  WS-REPLY-AREA.
           05  WS-REPLY-LINE OCCURS 22 TIMES
                                     PIC X(80).

       01  WS-WEEKDAY-NAMES          PIC X(21) VALUE
               'SUNMONTUEWEDTHUFRISAT'.

       01  WS-DATE-WORK.
           05  WS-WORK-DATE          PIC 9(8).
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WD-YEAR        PIC 9(4).
               10  WS-WD-MONTH       PIC 9(2).
               10  WS-WD-DAY         PIC 9(2).
           05  WS-MONTH-FIRST        PIC 9(8).
           05  WS-MONTH-LAST         PIC 9(8).
           05  WS-TODAY-DATE         PIC 9(8).
           05  WS-NBD-DATE           PIC 9(8).
           05  WS-NBD-INTEGER        PIC 9(7).
           05  WS-DOW                PIC 9.

       77  WS-USERID                 PIC X(8) VALUE SPACES.
       77  WS-TARGET-DATE            PIC 9(8) VALUE ZERO.
       77  WS-OLD-TYPE               PIC X VALUE SPACE.
       77  WS-OLD-DESCRIPTION        PIC X(30) VALUE SPACES.
       77  WS-REPLY-COUNT            PIC 9(2) VALUE ZERO.
       77  WS-SEND-LENGTH            PIC S9(4) COMP VALUE ZERO.
       77  WS-DAY-IDX                PIC 9(2) VALUE ZERO.
       77  WS-ON-FILE-COUNT          PIC 9(2) VALUE ZERO.
       77  WS-PENDING-COUNT          PIC 9(2) VALUE ZERO.
       77  WS-DATE-VALID-SW          PIC X VALUE 'N'.
           88  DATE-IS-VALID             VALUE 'Y'.
       77  WS-DATE-ON-FILE-SW        PIC X VALUE 'N'.
           88  DATE-IS-ON-FILE           VALUE 'Y'.
       77  WS-BROWSE-SW              PIC X VALUE 'N'.
           88  BROWSE-DONE               VALUE 'Y'.
       77  WS-NBD-FOUND-SW           PIC X VALUE 'N'.
           88  NBD-IS-FOUND              VALUE 'Y'.
       77  WS-COMMAREA-BYTE          PIC X VALUE SPACE.

      * Business-calendar record keyed by date
           COPY FIBCALC.

      * Pending dual-control calendar change record
           COPY FIBCALPC.

      * Calendar-maintenance audit record for the FIBK queue
           COPY FIBCAUDC.

      * Run-directory record - the saved runs for a date
           COPY FIBRDIRD.

      * MQ constants for the run-request queue-depth inquiry
           COPY CMQODV.
           COPY CMQV.

       01  MQ-INTERFACE-AREAS.
           05  WS-MQ-REQUEST-QUEUE   PIC X(48)
                                     VALUE 'FIB.RUN.REQUEST'.
           05  WS-MQ-HCONN           PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-HOBJ            PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-COMPCODE        PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-REASON          PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-OPEN-OPTIONS    PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-SELECTOR-COUNT  PIC S9(9) BINARY VALUE 1.
           05  WS-MQ-SELECTOR        PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-INT-ATTR-COUNT  PIC S9(9) BINARY VALUE 1.
           05  WS-MQ-QUEUE-DEPTH     PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-CHAR-ATTR-LEN   PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-CHAR-ATTRS      PIC X VALUE SPACE.

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
               USERID(WS-USERID)
           END-EXEC

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

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
               TRANSID('FCAL')
               COMMAREA(WS-COMMAREA-BYTE)
               LENGTH(LENGTH OF WS-COMMAREA-BYTE)
           END-EXEC

           GOBACK.

       2000-RECEIVE-AND-PROCESS.
           MOVE SPACES TO WS-CALENDAR-INPUT
           EXEC CICS RECEIVE
               INTO(WS-CALENDAR-INPUT)
               LENGTH(LENGTH OF WS-CALENDAR-INPUT)
           END-EXEC

           IF WS-CI-VERB = 'MONTH  '
               PERFORM 5000-DISPLAY-MONTH
                   THRU 5000-DISPLAY-MONTH-EXIT
           ELSE
               PERFORM 2100-EDIT-DATE
               IF NOT DATE-IS-VALID
                   EXEC CICS SEND TEXT
                       FROM(WS-MSG-BAD-DATE)
                       LENGTH(LENGTH OF WS-MSG-BAD-DATE)
                       ERASE
                   END-EXEC
               ELSE
                   MOVE WS-CI-DATE-NUM TO WS-TARGET-DATE
                   EVALUATE WS-CI-VERB
                       WHEN 'ADD    '
                           PERFORM 3000-STAGE-CHANGE
                               THRU 3000-STAGE-CHANGE-EXIT
                       WHEN 'CHANGE '
                           PERFORM 3000-STAGE-CHANGE
                               THRU 3000-STAGE-CHANGE-EXIT
                       WHEN 'REMOVE '
                           PERFORM 3000-STAGE-CHANGE
                               THRU 3000-STAGE-CHANGE-EXIT
                       WHEN 'APPROVE'
                           PERFORM 4000-APPROVE-CHANGE
                               THRU 4000-APPROVE-CHANGE-EXIT
                       WHEN 'DISPLAY'
                           PERFORM 5500-DISPLAY-DATE
                       WHEN OTHER
                           EXEC CICS SEND TEXT
                               FROM(WS-MSG-BAD-VERB)
                               LENGTH(LENGTH OF WS-MSG-BAD-VERB)
                               ERASE
                           END-EXEC
                   END-EVALUATE
               END-IF
           END-IF.

      * The range edit alone passes plausible non-dates (0230,
      * 0431); the round trip through DATE-OF-INTEGER proves the
      * date is real - the FIBCALGN rule
       2100-EDIT-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-CI-DATE IS NUMERIC
               MOVE WS-CI-DATE-NUM TO WS-WORK-DATE
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
           END-IF.

      * Stage the change on FIBCALP; an unapproved change for the
      * same date is replaced. FIBCAL stays untouched until a
      * second userid approves.
       3000-STAGE-CHANGE.
           IF WS-CI-VERB NOT = 'REMOVE '
               IF WS-CI-TYPE NOT = 'H'
                       AND WS-CI-TYPE NOT = 'F'
                       AND WS-CI-TYPE NOT = 'S'
                   EXEC CICS SEND TEXT
                       FROM(WS-MSG-BAD-TYPE)
                       LENGTH(LENGTH OF WS-MSG-BAD-TYPE)
                       ERASE
                   END-EXEC
                   GO TO 3000-STAGE-CHANGE-EXIT
               END-IF
           END-IF

           PERFORM 4100-READ-CURRENT-DATE
           IF WS-CI-VERB = 'ADD    ' AND DATE-IS-ON-FILE
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-ALREADY-ON)
                   LENGTH(LENGTH OF WS-MSG-ALREADY-ON)
                   ERASE
               END-EXEC
               GO TO 3000-STAGE-CHANGE-EXIT
           END-IF
           IF WS-CI-VERB NOT = 'ADD    ' AND NOT DATE-IS-ON-FILE
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-ON-FILE)
                   LENGTH(LENGTH OF WS-MSG-NOT-ON-FILE)
                   ERASE
               END-EXEC
               GO TO 3000-STAGE-CHANGE-EXIT
           END-IF

           PERFORM 3100-BUILD-PENDING-RECORD

           EXEC CICS WRITE
               DATASET('FIBCALP')
               FROM(PENDING-CALENDAR-RECORD)
               RIDFLD(CP-DATE)
               KEYLENGTH(LENGTH OF CP-DATE)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(DUPREC)
               EXEC CICS READ
                   DATASET('FIBCALP')
                   INTO(PENDING-CALENDAR-RECORD)
                   RIDFLD(CP-DATE)
                   KEYLENGTH(LENGTH OF CP-DATE)
                   UPDATE
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   PERFORM 3100-BUILD-PENDING-RECORD
                   EXEC CICS REWRITE
                       DATASET('FIBCALP')
                       FROM(PENDING-CALENDAR-RECORD)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               END-IF
           END-IF

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-SAVE-FAIL)
                   LENGTH(LENGTH OF WS-MSG-SAVE-FAIL)
                   ERASE
               END-EXEC
               GO TO 3000-STAGE-CHANGE-EXIT
           END-IF

           MOVE 1 TO WS-REPLY-COUNT
           MOVE SPACES TO WS-REPLY-AREA
           MOVE WS-MSG-STAGED TO WS-REPLY-LINE(1)
           PERFORM 6000-CHECK-WARNINGS

           MOVE CP-ACTION          TO CA-ACTION
           MOVE 'P'                TO CA-OUTCOME
           MOVE WS-OLD-TYPE        TO CA-OLD-TYPE
           MOVE WS-OLD-DESCRIPTION TO CA-OLD-DESCRIPTION
           MOVE CP-NEW-TYPE        TO CA-NEW-TYPE
           MOVE CP-NEW-DESCRIPTION TO CA-NEW-DESCRIPTION
           MOVE SPACES             TO CA-APPROVED-BY
           PERFORM 7000-WRITE-AUDIT-RECORD

           PERFORM 8000-SEND-REPLY.

       3000-STAGE-CHANGE-EXIT.
           EXIT.

       3100-BUILD-PENDING-RECORD.
           MOVE WS-TARGET-DATE TO CP-DATE
           EVALUATE WS-CI-VERB
               WHEN 'ADD    '
                   MOVE 'A' TO CP-ACTION
               WHEN 'CHANGE '
                   MOVE 'C' TO CP-ACTION
               WHEN OTHER
                   MOVE 'R' TO CP-ACTION
           END-EVALUATE
           IF CP-IS-REMOVE
               MOVE SPACE  TO CP-NEW-TYPE
               MOVE SPACES TO CP-NEW-DESCRIPTION
           ELSE
               MOVE WS-CI-TYPE        TO CP-NEW-TYPE
               MOVE WS-CI-DESCRIPTION TO CP-NEW-DESCRIPTION
           END-IF
           MOVE WS-USERID TO CP-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO CP-REQUEST-STAMP.

      * Dual control: the approver must differ from the requester
      * on the pending record. The change is applied to FIBCAL,
      * audited with the before and after images, and the pending
      * entry deleted. The staging edits are not repeated - a date
      * added or removed by the batch loaders since the change was
      * staged simply takes the approved state.
       4000-APPROVE-CHANGE.
           MOVE WS-TARGET-DATE TO CP-DATE
           EXEC CICS READ
               DATASET('FIBCALP')
               INTO(PENDING-CALENDAR-RECORD)
               RIDFLD(CP-DATE)
               KEYLENGTH(LENGTH OF CP-DATE)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-PENDING)
                   LENGTH(LENGTH OF WS-MSG-NO-PENDING)
                   ERASE
               END-EXEC
               GO TO 4000-APPROVE-CHANGE-EXIT
           END-IF

           PERFORM 4100-READ-CURRENT-DATE
           MOVE CP-ACTION          TO CA-ACTION
           MOVE WS-OLD-TYPE        TO CA-OLD-TYPE
           MOVE WS-OLD-DESCRIPTION TO CA-OLD-DESCRIPTION
           MOVE CP-NEW-TYPE        TO CA-NEW-TYPE
           MOVE CP-NEW-DESCRIPTION TO CA-NEW-DESCRIPTION
           MOVE WS-USERID          TO CA-APPROVED-BY

           IF CP-REQUESTED-BY = WS-USERID
               MOVE 'D' TO CA-OUTCOME
               MOVE SPACES TO CA-WARNINGS
               PERFORM 7000-WRITE-AUDIT-RECORD
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-SELF-APPROVE)
                   LENGTH(LENGTH OF WS-MSG-SELF-APPROVE)
                   ERASE
               END-EXEC
               GO TO 4000-APPROVE-CHANGE-EXIT
           END-IF

           PERFORM 4200-APPLY-TO-FIBCAL
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-SAVE-FAIL)
                   LENGTH(LENGTH OF WS-MSG-SAVE-FAIL)
                   ERASE
               END-EXEC
               GO TO 4000-APPROVE-CHANGE-EXIT
           END-IF

           MOVE 1 TO WS-REPLY-COUNT
           MOVE SPACES TO WS-REPLY-AREA
           MOVE WS-MSG-APPLIED TO WS-REPLY-LINE(1)
           PERFORM 6000-CHECK-WARNINGS

           MOVE 'A' TO CA-OUTCOME
           PERFORM 7000-WRITE-AUDIT-RECORD

           EXEC CICS DELETE
               DATASET('FIBCALP')
               RIDFLD(CP-DATE)
               KEYLENGTH(LENGTH OF CP-DATE)
               RESP(WS-RESP-CODE)
           END-EXEC

           PERFORM 8000-SEND-REPLY.

       4000-APPROVE-CHANGE-EXIT.
           EXIT.

       4100-READ-CURRENT-DATE.
           MOVE 'N' TO WS-DATE-ON-FILE-SW
           MOVE SPACE  TO WS-OLD-TYPE
           MOVE SPACES TO WS-OLD-DESCRIPTION
           MOVE WS-TARGET-DATE TO CAL-DATE
           EXEC CICS READ
               DATASET('FIBCAL')
               INTO(CAL-RECORD)
               RIDFLD(CAL-DATE)
               KEYLENGTH(LENGTH OF CAL-DATE)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET DATE-IS-ON-FILE TO TRUE
               MOVE CAL-TYPE        TO WS-OLD-TYPE
               MOVE CAL-DESCRIPTION TO WS-OLD-DESCRIPTION
           END-IF.

       4200-APPLY-TO-FIBCAL.
           MOVE CP-DATE TO CAL-DATE
           IF CP-IS-REMOVE
               IF DATE-IS-ON-FILE
                   EXEC CICS DELETE
                       DATASET('FIBCAL')
                       RIDFLD(CAL-DATE)
                       KEYLENGTH(LENGTH OF CAL-DATE)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               ELSE
                   MOVE DFHRESP(NORMAL) TO WS-RESP-CODE
               END-IF
           ELSE
               IF DATE-IS-ON-FILE
                   EXEC CICS READ
                       DATASET('FIBCAL')
                       INTO(CAL-RECORD)
                       RIDFLD(CAL-DATE)
                       KEYLENGTH(LENGTH OF CAL-DATE)
                       UPDATE
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   MOVE CP-NEW-TYPE        TO CAL-TYPE
                   MOVE CP-NEW-DESCRIPTION TO CAL-DESCRIPTION
                   EXEC CICS REWRITE
                       DATASET('FIBCAL')
                       FROM(CAL-RECORD)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               ELSE
                   MOVE CP-NEW-TYPE        TO CAL-TYPE
                   MOVE CP-NEW-DESCRIPTION TO CAL-DESCRIPTION
                   EXEC CICS WRITE
                       DATASET('FIBCAL')
                       FROM(CAL-RECORD)
                       RIDFLD(CAL-DATE)
                       KEYLENGTH(LENGTH OF CAL-DATE)
                       RESP(WS-RESP-CODE)
                   END-EXEC
               END-IF
           END-IF.

      * One month of FIBCAL with the changes staged against it.
      * Both files are browsed from the first of the month and each
      * date is slotted by its day, so a staged ADD lines up with
      * the dates already on file.
       5000-DISPLAY-MONTH.
           IF WS-CI-DATE(1:6) IS NOT NUMERIC
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-BAD-MONTH)
                   LENGTH(LENGTH OF WS-MSG-BAD-MONTH)
                   ERASE
               END-EXEC
               GO TO 5000-DISPLAY-MONTH-EXIT
           END-IF
           MOVE WS-CI-DATE(1:6) TO WS-WORK-DATE(1:6)
           MOVE 01 TO WS-WD-DAY
           IF WS-WD-YEAR < 1601
                   OR WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-BAD-MONTH)
                   LENGTH(LENGTH OF WS-MSG-BAD-MONTH)
                   ERASE
               END-EXEC
               GO TO 5000-DISPLAY-MONTH-EXIT
           END-IF
           MOVE WS-WORK-DATE TO WS-MONTH-FIRST
           MOVE 31 TO WS-WD-DAY
           MOVE WS-WORK-DATE TO WS-MONTH-LAST

           MOVE ZERO TO WS-ON-FILE-COUNT
           MOVE ZERO TO WS-PENDING-COUNT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               MOVE 'N'    TO MT-ON-FILE-SW(WS-DAY-IDX)
               MOVE SPACE  TO MT-TYPE(WS-DAY-IDX)
               MOVE SPACES TO MT-DESCRIPTION(WS-DAY-IDX)
               MOVE SPACE  TO MT-PEND-ACTION(WS-DAY-IDX)
               MOVE SPACE  TO MT-PEND-TYPE(WS-DAY-IDX)
               MOVE SPACES TO MT-PEND-BY(WS-DAY-IDX)
           END-PERFORM

           PERFORM 5100-BROWSE-CALENDAR-MONTH
           PERFORM 5200-BROWSE-PENDING-MONTH

           MOVE SPACES TO WS-REPLY-AREA
           MOVE WS-MONTH-FIRST(1:6) TO MH-MONTH
           MOVE WS-ON-FILE-COUNT    TO MH-ON-FILE-COUNT
           MOVE WS-PENDING-COUNT    TO MH-PENDING-COUNT
           MOVE WS-MONTH-HEADING TO WS-REPLY-LINE(1)
           MOVE WS-MONTH-COLUMNS TO WS-REPLY-LINE(2)
           MOVE 2 TO WS-REPLY-COUNT

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               IF MT-IS-ON-FILE(WS-DAY-IDX)
                       OR MT-PEND-ACTION(WS-DAY-IDX) NOT = SPACE
                   PERFORM 5300-FORMAT-MONTH-LINE
               END-IF
           END-PERFORM

           PERFORM 8000-SEND-REPLY.

       5000-DISPLAY-MONTH-EXIT.
           EXIT.

       5100-BROWSE-CALENDAR-MONTH.
           MOVE 'N' TO WS-BROWSE-SW
           MOVE WS-MONTH-FIRST TO CAL-DATE

           EXEC CICS STARTBR
               DATASET('FIBCAL')
               RIDFLD(CAL-DATE)
               KEYLENGTH(LENGTH OF CAL-DATE)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL BROWSE-DONE
                   EXEC CICS READNEXT
                       DATASET('FIBCAL')
                       INTO(CAL-RECORD)
                       RIDFLD(CAL-DATE)
                       KEYLENGTH(LENGTH OF CAL-DATE)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                           OR CAL-DATE > WS-MONTH-LAST
                       SET BROWSE-DONE TO TRUE
                   ELSE
                       MOVE CAL-DATE(7:2) TO WS-DAY-IDX
                       MOVE 'Y' TO MT-ON-FILE-SW(WS-DAY-IDX)
                       MOVE CAL-TYPE TO MT-TYPE(WS-DAY-IDX)
                       MOVE CAL-DESCRIPTION
                           TO MT-DESCRIPTION(WS-DAY-IDX)
                       ADD 1 TO WS-ON-FILE-COUNT
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('FIBCAL')
               END-EXEC
           END-IF.

       5200-BROWSE-PENDING-MONTH.
           MOVE 'N' TO WS-BROWSE-SW
           MOVE WS-MONTH-FIRST TO CP-DATE

           EXEC CICS STARTBR
               DATASET('FIBCALP')
               RIDFLD(CP-DATE)
               KEYLENGTH(LENGTH OF CP-DATE)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL BROWSE-DONE
                   EXEC CICS READNEXT
                       DATASET('FIBCALP')
                       INTO(PENDING-CALENDAR-RECORD)
                       RIDFLD(CP-DATE)
                       KEYLENGTH(LENGTH OF CP-DATE)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                           OR CP-DATE > WS-MONTH-LAST
                       SET BROWSE-DONE TO TRUE
                   ELSE
                       MOVE CP-DATE(7:2) TO WS-DAY-IDX
                       MOVE CP-ACTION TO MT-PEND-ACTION(WS-DAY-IDX)
                       MOVE CP-NEW-TYPE TO MT-PEND-TYPE(WS-DAY-IDX)
                       MOVE CP-REQUESTED-BY
                           TO MT-PEND-BY(WS-DAY-IDX)
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('FIBCALP')
               END-EXEC
           END-IF.

      * The last line of a full screen says so rather than dropping
      * dates without a word
       5300-FORMAT-MONTH-LINE.
           IF WS-REPLY-COUNT = 21
               ADD 1 TO WS-REPLY-COUNT
               MOVE WS-MSG-MONTH-FULL TO WS-REPLY-LINE(WS-REPLY-COUNT)
           END-IF
           IF WS-REPLY-COUNT < 21
               MOVE WS-MONTH-FIRST TO WS-WORK-DATE
               MOVE WS-DAY-IDX     TO WS-WD-DAY
               MOVE WS-WORK-DATE   TO ML-DATE
               PERFORM 5900-SET-WEEKDAY
               MOVE WS-WEEKDAY-NAMES(WS-DOW * 3 + 1:3) TO ML-WEEKDAY
               MOVE MT-TYPE(WS-DAY-IDX)        TO ML-TYPE
               MOVE MT-DESCRIPTION(WS-DAY-IDX) TO ML-DESCRIPTION
               IF NOT MT-IS-ON-FILE(WS-DAY-IDX)
                   MOVE '(NOT ON FILE)' TO ML-DESCRIPTION
               END-IF
               MOVE SPACES TO ML-PENDING
               IF MT-PEND-ACTION(WS-DAY-IDX) NOT = SPACE
                   EVALUATE MT-PEND-ACTION(WS-DAY-IDX)
                       WHEN 'A'
                           MOVE 'ADD'    TO ML-PEND-ACTION
                       WHEN 'C'
                           MOVE 'CHANGE' TO ML-PEND-ACTION
                       WHEN OTHER
                           MOVE 'REMOVE' TO ML-PEND-ACTION
                   END-EVALUATE
                   MOVE MT-PEND-TYPE(WS-DAY-IDX) TO ML-PEND-TYPE
                   MOVE ' BY '                   TO ML-PENDING(8:4)
                   MOVE MT-PEND-BY(WS-DAY-IDX)   TO ML-PEND-BY
               END-IF
               ADD 1 TO WS-REPLY-COUNT
               MOVE WS-MONTH-LINE TO WS-REPLY-LINE(WS-REPLY-COUNT)
           END-IF.

       5500-DISPLAY-DATE.
           PERFORM 4100-READ-CURRENT-DATE

           MOVE WS-TARGET-DATE TO DL-DATE
           MOVE WS-TARGET-DATE TO WS-WORK-DATE
           PERFORM 5900-SET-WEEKDAY
           MOVE WS-WEEKDAY-NAMES(WS-DOW * 3 + 1:3) TO DL-WEEKDAY
           IF DATE-IS-ON-FILE
               MOVE WS-OLD-TYPE        TO DL-CUR-TYPE
               MOVE WS-OLD-DESCRIPTION TO DL-CUR-DESCRIPTION
           ELSE
               MOVE '.'                TO DL-CUR-TYPE
               MOVE '(NOT ON FILE)'    TO DL-CUR-DESCRIPTION
           END-IF

           MOVE SPACES TO WS-REPLY-AREA
           MOVE 1 TO WS-REPLY-COUNT
           MOVE WS-TARGET-DATE TO CP-DATE
           EXEC CICS READ
               DATASET('FIBCALP')
               INTO(PENDING-CALENDAR-RECORD)
               RIDFLD(CP-DATE)
               KEYLENGTH(LENGTH OF CP-DATE)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE CP-ACTION       TO DL-PEND-ACTION
               MOVE CP-NEW-TYPE     TO DL-PEND-TYPE
               MOVE CP-REQUESTED-BY TO DL-PEND-BY
               IF NOT CP-IS-REMOVE
                   MOVE CP-NEW-DESCRIPTION TO PL-DESCRIPTION
                   MOVE WS-PENDING-DESC-LINE TO WS-REPLY-LINE(2)
                   MOVE 2 TO WS-REPLY-COUNT
               END-IF
           ELSE
               MOVE SPACE  TO DL-PEND-ACTION
               MOVE SPACE  TO DL-PEND-TYPE
               MOVE SPACES TO DL-PEND-BY
           END-IF
           MOVE WS-DISPLAY-LINE TO WS-REPLY-LINE(1)

           PERFORM 6000-CHECK-WARNINGS
           PERFORM 8000-SEND-REPLY.

      * INTEGER-OF-DATE day 1 (01-01-1601) was a Monday, so the day
      * number modulo 7 is the weekday with Sunday as 0
       5900-SET-WEEKDAY.
           COMPUTE WS-DOW =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-WORK-DATE), 7).

      * The warnings go under the reply's first line and onto the
      * audit record; neither stops the change.
       6000-CHECK-WARNINGS.
           MOVE SPACES TO CA-WARNINGS
           PERFORM 6100-CHECK-SAVED-RUNS
           PERFORM 6200-CHECK-WAITING-REQUESTS
               THRU 6200-CHECK-WAITING-REQUESTS-EXIT.

      * FIBRDIR holds one record per saved run of the date (run
      * sequence 00 is the date-level record, never a run)
       6100-CHECK-SAVED-RUNS.
           MOVE 'N' TO WS-BROWSE-SW
           MOVE WS-TARGET-DATE TO RDIR-RUN-DATE
           MOVE 1              TO RDIR-RUN-SEQ

           EXEC CICS STARTBR
               DATASET('FIBRDIR')
               RIDFLD(RDIR-KEY)
               KEYLENGTH(LENGTH OF RDIR-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL BROWSE-DONE
                   EXEC CICS READNEXT
                       DATASET('FIBRDIR')
                       INTO(RUN-DIRECTORY-RECORD)
                       RIDFLD(RDIR-KEY)
                       KEYLENGTH(LENGTH OF RDIR-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                           OR RDIR-RUN-DATE NOT = WS-TARGET-DATE
                       SET BROWSE-DONE TO TRUE
                   ELSE
                       IF RDIR-IS-GENERATED
                           MOVE 'R' TO CA-RUN-WARNING
                           MOVE RDIR-RUN-SEQ TO WL-RUN-SEQ
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('FIBRDIR')
               END-EXEC
           END-IF

           IF CA-RUN-WARNING = 'R'
               ADD 1 TO WS-REPLY-COUNT
               MOVE WS-WARN-RUN-LINE TO WS-REPLY-LINE(WS-REPLY-COUNT)
           END-IF.

      * Requests waiting on FIB.RUN.REQUEST are taken in by FIBREQIN
      * ahead of tonight's ADVFIBB and run dated today, against the
      * calendar from today through the next business day (the
      * 065-SELECT-RUN-PROFILE rule). A change outside that window
      * cannot touch them.
       6200-CHECK-WAITING-REQUESTS.
           IF WS-TARGET-DATE < WS-TODAY-DATE
               GO TO 6200-CHECK-WAITING-REQUESTS-EXIT
           END-IF
           PERFORM 6210-FIND-NEXT-BUSINESS-DAY
           IF WS-TARGET-DATE > WS-NBD-DATE
               GO TO 6200-CHECK-WAITING-REQUESTS-EXIT
           END-IF

           MOVE MQHC-DEF-HCONN TO WS-MQ-HCONN
           MOVE WS-MQ-REQUEST-QUEUE TO MQOD-OBJECTNAME
           COMPUTE WS-MQ-OPEN-OPTIONS = MQOO-INQUIRE
                                      + MQOO-FAIL-IF-QUIESCING
           CALL 'MQOPEN' USING WS-MQ-HCONN
                               MQOD
                               WS-MQ-OPEN-OPTIONS
                               WS-MQ-HOBJ
                               WS-MQ-COMPCODE
                               WS-MQ-REASON

           IF WS-MQ-COMPCODE NOT = MQCC-OK
               ADD 1 TO WS-REPLY-COUNT
               MOVE WS-WARN-NO-QUEUE TO WS-REPLY-LINE(WS-REPLY-COUNT)
               GO TO 6200-CHECK-WAITING-REQUESTS-EXIT
           END-IF

           MOVE MQIA-CURRENT-Q-DEPTH TO WS-MQ-SELECTOR
           MOVE ZERO TO WS-MQ-QUEUE-DEPTH
           CALL 'MQINQ' USING WS-MQ-HCONN
                              WS-MQ-HOBJ
                              WS-MQ-SELECTOR-COUNT
                              WS-MQ-SELECTOR
                              WS-MQ-INT-ATTR-COUNT
                              WS-MQ-QUEUE-DEPTH
                              WS-MQ-CHAR-ATTR-LEN
                              WS-MQ-CHAR-ATTRS
                              WS-MQ-COMPCODE
                              WS-MQ-REASON

           IF WS-MQ-COMPCODE NOT = MQCC-OK
               ADD 1 TO WS-REPLY-COUNT
               MOVE WS-WARN-NO-QUEUE TO WS-REPLY-LINE(WS-REPLY-COUNT)
           ELSE
               IF WS-MQ-QUEUE-DEPTH > ZERO
                   MOVE 'Q' TO CA-REQUEST-WARNING
                   MOVE WS-MQ-QUEUE-DEPTH TO WL-REQUEST-DEPTH
                   MOVE WS-NBD-DATE       TO WL-NBD-DATE
                   ADD 1 TO WS-REPLY-COUNT
                   MOVE WS-WARN-REQUEST-LINE
                       TO WS-REPLY-LINE(WS-REPLY-COUNT)
               END-IF
           END-IF

           CALL 'MQCLOSE' USING WS-MQ-HCONN
                                WS-MQ-HOBJ
                                MQCO-NONE
                                WS-MQ-COMPCODE
                                WS-MQ-REASON.

       6200-CHECK-WAITING-REQUESTS-EXIT.
           EXIT.

      * Tomorrow onward, skipping Saturdays, Sundays and any date
      * on FIBCAL as H or S - the ADVFIBB 065/066 walk
       6210-FIND-NEXT-BUSINESS-DAY.
           MOVE 'N' TO WS-NBD-FOUND-SW
           COMPUTE WS-NBD-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1
           PERFORM UNTIL NBD-IS-FOUND
               COMPUTE WS-NBD-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NBD-INTEGER)
               COMPUTE WS-DOW = FUNCTION MOD(WS-NBD-INTEGER, 7)
               IF WS-DOW NOT = 0 AND WS-DOW NOT = 6
                   MOVE WS-NBD-DATE TO CAL-DATE
                   EXEC CICS READ
                       DATASET('FIBCAL')
                       INTO(CAL-RECORD)
                       RIDFLD(CAL-DATE)
                       KEYLENGTH(LENGTH OF CAL-DATE)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                       SET NBD-IS-FOUND TO TRUE
                   ELSE
                       IF NOT CAL-IS-HOLIDAY
                               AND NOT CAL-IS-SUSPENDED
                           SET NBD-IS-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT NBD-IS-FOUND
                   ADD 1 TO WS-NBD-INTEGER
               END-IF
           END-PERFORM.

       7000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CA-TIMESTAMP
           MOVE CP-DATE         TO CA-DATE
           MOVE CP-REQUESTED-BY TO CA-REQUESTED-BY

           EXEC CICS WRITEQ TD
               QUEUE('FIBK')
               FROM(CALENDAR-AUDIT-RECORD)
               LENGTH(LENGTH OF CALENDAR-AUDIT-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC.

       8000-SEND-REPLY.
           COMPUTE WS-SEND-LENGTH = WS-REPLY-COUNT * 80

           EXEC CICS SEND TEXT
               FROM(WS-REPLY-AREA)
               LENGTH(WS-SEND-LENGTH)
               ERASE
           END-EXEC.

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
