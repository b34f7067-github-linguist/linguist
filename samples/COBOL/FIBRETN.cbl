      ******************************************************************
      * FIBRETN is the retention manager for the suite's side files.
      * FIBJRNL, FIBPERF, FIBVRFY, FIBXMIT, FIBREJL and FIBALERT are
      * appended to by every night's work, and the FIBRARC report
      * warehouse and FIBEXCW exception workbench gain rows every
      * day; nothing trimmed them, and each one would in time hit
      * the same file-full abend FIBCAP warns about for FIBHIST.
      *
      * One FIBRETP policy card per dataset names:
      *   - how many days its records are kept,
      *   - where the record's date sits (an 8-digit YYYYMMDD
      *     field or the date half of a timestamp),
      *   - whether expired records are archived to the FIBRTARC
      *     generation (A) or simply dropped (D),
      *   - up to two run-date fields tying the record to a run -
      *     no record tied to a run date on legal hold (FIBHOLD)
      *     is ever removed,
      *   - optionally, a one-byte status the record must carry
      *     before it may expire (a closed workbench item only).
      *
      * Sequential datasets are copied to the FIBRTWRK work file
      * without their expired records and rewritten from it; the
      * keyed datasets have their expired records deleted in
      * place. Each dataset archived opens a header in FIBRTARC
      * and closes with a trailer carrying its record count, after
      * the extract convention. The PRTOUT disposition report gives
      * every dataset's before and after counts, what expired, and
      * what the holds kept.
      *
      * Policy card (FIBRETP, '*' in column 1 is a comment):
      *   1-8    dataset name
      *   10-14  retention days
      *   16-18  position of the date field
      *   20     disposition A archive, D drop
      *   22-24  position of a run-date field for the hold check
      *   26-28  position of a second run-date field (000 = none)
      *   30-32  position of the status byte that must match
      *          (000 = every record may expire)
      *   33     the status value that allows expiry
      *
      * Refuses to run while ADVFIBB or FIBPURGE holds the FIBRUNC
      * interlock (RC=24). RC=4 when a policy card is rejected or a
      * dataset is not available, RC=8 when there is no policy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRETN.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - POLICY-DRIVEN RETENTION OF
      *                 THE SIDE FILES, HONORING LEGAL HOLDS, WITH A
      *                 PER-DATASET DISPOSITION REPORT
      * 10-15-2026  AG  FIBJRNL RECORD LENGTH RAISED TO 239 FOR THE
      *                 APPROVING CHECKER
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  FIBPERF RECORD LENGTH RAISED TO 71 FOR THE
      *                 RELEASE ID
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "FIBRETP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "FIBHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-RUN-DATE
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "FIBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT PERF-HISTORY-FILE ASSIGN TO "FIBPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT VERIFY-OUTCOME-FILE ASSIGN TO "FIBVRFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "FIBXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "FIBREJL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "FIBALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT REPORT-ARCHIVE-FILE ASSIGN TO "FIBRARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RARF-KEY
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT WORKBENCH-FILE ASSIGN TO "FIBEXCW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXWF-KEY
               FILE STATUS IS WS-DS-FILE-STATUS.
           SELECT RETAINED-WORK-FILE ASSIGN TO "FIBRTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT RETENTION-ARCHIVE-FILE ASSIGN TO "FIBRTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           RECORDING MODE IS F.
       01  POLICY-RECORD.
           05  RTP-DATASET            PIC X(8).
           05  FILLER                 PIC X.
           05  RTP-RETAIN-DAYS        PIC 9(5).
           05  FILLER                 PIC X.
           05  RTP-DATE-POS           PIC 9(3).
           05  FILLER                 PIC X.
           05  RTP-DISPOSITION        PIC X.
               88  RTP-ARCHIVE            VALUE 'A'.
               88  RTP-DROP               VALUE 'D'.
           05  FILLER                 PIC X.
           05  RTP-HOLD-POS-1         PIC 9(3).
           05  FILLER                 PIC X.
           05  RTP-HOLD-POS-2         PIC 9(3).
           05  FILLER                 PIC X.
           05  RTP-ELIGIBLE-POS       PIC 9(3).
           05  RTP-ELIGIBLE-VALUE     PIC X.
           05  FILLER                 PIC X(47).

       FD  HOLD-FILE.
           COPY FIBHOLDC.

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

      * The datasets under policy are read and written flat; the
      * policy card says where each record's dates sit
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD             PIC X(239).

       FD  PERF-HISTORY-FILE
           RECORDING MODE IS F.
       01  PERF-HISTORY-RECORD        PIC X(71).

       FD  VERIFY-OUTCOME-FILE
           RECORDING MODE IS F.
       01  VERIFY-OUTCOME-RECORD      PIC X(40).

       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD             PIC X(68).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD              PIC X(62).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD               PIC X(91).

       FD  REPORT-ARCHIVE-FILE.
       01  REPORT-ARCHIVE-RECORD.
           05  RARF-KEY               PIC X(23).
           05  FILLER                 PIC X(133).

       FD  WORKBENCH-FILE.
       01  WORKBENCH-RECORD.
           05  EXWF-KEY               PIC X(12).
           05  FILLER                 PIC X(176).

       FD  RETAINED-WORK-FILE
           RECORDING MODE IS F.
       01  RETAINED-WORK-RECORD       PIC X(239).

      * One generation per retention run: each archived dataset is
      * bracketed by a header and a trailer with its record count
       FD  RETENTION-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  RETENTION-ARCHIVE-RECORD.
           05  RTA-DATASET            PIC X(8).
           05  RTA-RECORD-TYPE        PIC X.
               88  RTA-IS-HEADER          VALUE 'H'.
               88  RTA-IS-DATA            VALUE 'D'.
               88  RTA-IS-TRAILER         VALUE 'T'.
           05  RTA-DATA               PIC X(239).
       01  RETENTION-ARCHIVE-HEADER REDEFINES
                                      RETENTION-ARCHIVE-RECORD.
           05  FILLER                 PIC X(9).
           05  RTH-CUTOFF-DATE        PIC 9(8).
           05  RTH-RETAIN-DAYS        PIC 9(5).
           05  RTH-PROGRAM-ID         PIC X(8).
           05  RTH-TIMESTAMP          PIC 9(14).
           05  FILLER                 PIC X(196).
       01  RETENTION-ARCHIVE-TRAILER REDEFINES
                                      RETENTION-ARCHIVE-RECORD.
           05  FILLER                 PIC X(9).
           05  RTT-RECORD-COUNT       PIC 9(9).
           05  FILLER                 PIC X(222).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-POL-FILE-STATUS     PIC XX VALUE SPACES.
               88  POL-FILE-OK             VALUE '00'.
           05  WS-HOLD-FILE-STATUS    PIC XX VALUE SPACES.
               88  HOLD-FILE-OK            VALUE '00'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.
           05  WS-DS-FILE-STATUS      PIC XX VALUE SPACES.
               88  DS-FILE-OK              VALUE '00'.
           05  WS-WORK-FILE-STATUS    PIC XX VALUE SPACES.
               88  WORK-FILE-OK            VALUE '00'.
           05  WS-ARCH-FILE-STATUS    PIC XX VALUE SPACES.
               88  ARCH-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-POL-EOF-SW          PIC X VALUE 'N'.
               88  POL-EOF-REACHED        VALUE 'Y'.
           05  WS-DS-EOF-SW           PIC X VALUE 'N'.
               88  DS-EOF-REACHED         VALUE 'Y'.
           05  WS-INTERLOCK-SW        PIC X VALUE 'N'.
               88  INTERLOCK-BLOCKED      VALUE 'Y'.
           05  WS-EXPIRE-SW           PIC X VALUE 'N'.
               88  RECORD-EXPIRES         VALUE 'Y'.
               88  RECORD-IS-HELD         VALUE 'H'.
           05  WS-ARCH-OPEN-SW        PIC X VALUE 'N'.
               88  ARCHIVE-IS-OPEN        VALUE 'Y'.
           05  WS-HOLDS-SW            PIC X VALUE 'N'.
               88  HOLDS-NOT-KNOWN        VALUE 'Y'.

      * The batch programs whose STARTED record forbids a trim
       01  WS-INTERLOCK-PROGRAMS.
           05  FILLER                 PIC X(8) VALUE 'ADVFIBB '.
           05  FILLER                 PIC X(8) VALUE 'FIBPURGE'.
       01  WS-INTERLOCK-TABLE REDEFINES WS-INTERLOCK-PROGRAMS.
           05  WS-INTERLOCK-PGM       PIC X(8) OCCURS 2 TIMES.

      * The datasets the policy may name: organization (S line
      * sequential, K keyed) and record length
       01  WS-DATASET-VALUES.
           05  FILLER PIC X(12) VALUE 'FIBJRNL S239'.
           05  FILLER PIC X(12) VALUE 'FIBPERF S071'.
           05  FILLER PIC X(12) VALUE 'FIBVRFY S040'.
           05  FILLER PIC X(12) VALUE 'FIBXMIT S068'.
           05  FILLER PIC X(12) VALUE 'FIBREJL S062'.
           05  FILLER PIC X(12) VALUE 'FIBALERTS091'.
           05  FILLER PIC X(12) VALUE 'FIBRARC K156'.
           05  FILLER PIC X(12) VALUE 'FIBEXCW K188'.
       01  WS-DATASET-TABLE REDEFINES WS-DATASET-VALUES.
           05  DS-ENTRY OCCURS 8 TIMES.
               10  DS-NAME            PIC X(8).
               10  DS-ORGANIZATION    PIC X.
                   88  DS-IS-SEQUENTIAL   VALUE 'S'.
                   88  DS-IS-KEYED        VALUE 'K'.
               10  DS-RECORD-LENGTH   PIC 9(3).

      * Run dates on legal hold
       01  HOLD-TABLE.
           05  WS-HOLD-COUNT          PIC 9(4) VALUE ZERO.
           05  HOLD-ENTRY OCCURS 1000 TIMES.
               10  HT-RUN-DATE        PIC 9(8).

      * The current dataset's record, its date and its run dates
       01  WS-DS-RECORD               PIC X(239) VALUE SPACES.
       01  WS-RECORD-DATE             PIC X(8) VALUE SPACES.
       01  WS-RECORD-DATE-N REDEFINES WS-RECORD-DATE
                                      PIC 9(8).
       01  WS-HOLD-CHECK-DATE         PIC X(8) VALUE SPACES.
       01  WS-HOLD-CHECK-DATE-N REDEFINES WS-HOLD-CHECK-DATE
                                      PIC 9(8).

       01  WS-DATASET-COUNTS.
           05  WS-BEFORE-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-EXPIRED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-HELD-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-AFTER-COUNT         PIC 9(9) VALUE ZERO.

       01  DISPOSITION-LINE.
           05  DL-DATASET             PIC X(8).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-RETAIN-DAYS         PIC Z(4)9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-CUTOFF-DATE         PIC 9(8).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-DISPOSITION         PIC X(7).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-BEFORE-COUNT        PIC Z(8)9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-EXPIRED-COUNT       PIC Z(8)9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-HELD-COUNT          PIC Z(8)9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-AFTER-COUNT         PIC Z(8)9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-NOTE                PIC X(30).

       77  WS-DS-IDX                  PIC 9(2) VALUE ZERO.
       77  WS-DS-SLOT                 PIC 9(2) VALUE ZERO.
       77  WS-HOLD-IDX                PIC 9(4) VALUE ZERO.
       77  WS-SUB                     PIC 9(2) VALUE ZERO.
       77  WS-HOLD-POS                PIC 9(3) VALUE ZERO.
       77  WS-RECORD-LENGTH           PIC 9(3) VALUE ZERO.
       77  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       77  WS-CUTOFF-DATE             PIC 9(8) VALUE ZERO.
       77  WS-POLICY-COUNT            PIC 9(3) VALUE ZERO.
       77  WS-TOTAL-EXPIRED           PIC 9(9) VALUE ZERO.
       77  WS-TOTAL-ARCHIVED          PIC 9(9) VALUE ZERO.
       77  WS-PRINT-LINE              PIC X(133) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE

           PERFORM 050-RUN-CONTROL-INTERLOCK
           IF INTERLOCK-BLOCKED
               MOVE 24 TO WS-RETURN-CODE
               PERFORM 900-TERMINATE
               GOBACK
           END-IF

           PERFORM 100-LOAD-HOLDS
           PERFORM 200-APPLY-POLICY THRU 200-APPLY-POLICY-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CD-DATE TO WS-TODAY-DATE

           DISPLAY '======================================='
           DISPLAY '   FIBRETN - SIDE-FILE RETENTION'
           DISPLAY '======================================='

           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO WS-PRINT-LINE
           STRING '===== SIDE-FILE RETENTION DISPOSITION - '
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE 'DATASET  |  DAYS | CUTOFF   | DISPOSN |    BEFORE | '
               TO WS-PRINT-LINE
           MOVE '  EXPIRED | HELD KEPT |     AFTER | NOTE'
               TO WS-PRINT-LINE(55:40)
           PERFORM 800-PRINT-ONE-LINE.

      * Nothing is trimmed while the night cycle is still appending
       050-RUN-CONTROL-INTERLOCK.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUNC-FILE-OK
               DISPLAY 'WARNING: FIBRUNC NOT AVAILABLE - STATUS '
                   WS-RUNC-FILE-STATUS ' - INTERLOCK NOT CHECKED'
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > 2
                   MOVE WS-INTERLOCK-PGM(WS-SUB) TO RUNC-PROGRAM
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RUNC-IS-STARTED
                               SET INTERLOCK-BLOCKED TO TRUE
                               DISPLAY 'ERROR: ' RUNC-PROGRAM
                                   ' STARTED ' RUNC-TIMESTAMP
                                   ' IS STILL RUNNING - RETENTION '
                                   'REFUSED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * Without the hold file nothing can be proved safe to remove,
      * so every dataset is reported but none is trimmed
       100-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           IF NOT HOLD-FILE-OK
               DISPLAY 'ERROR: FIBHOLD NOT AVAILABLE - STATUS '
                   WS-HOLD-FILE-STATUS ' - NOTHING WILL BE REMOVED'
               SET HOLDS-NOT-KNOWN TO TRUE
               PERFORM 950-NOTE-WARNING
           ELSE
               MOVE 'N' TO WS-DS-EOF-SW
               PERFORM UNTIL DS-EOF-REACHED
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           SET DS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF WS-HOLD-COUNT < 1000
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE HLD-RUN-DATE
                                   TO HT-RUN-DATE(WS-HOLD-COUNT)
                           ELSE
                               DISPLAY 'ERROR: MORE THAN 1000 HOLDS '
                                   '- NOTHING WILL BE REMOVED'
                               SET HOLDS-NOT-KNOWN TO TRUE
                               PERFORM 950-NOTE-WARNING
                               SET DS-EOF-REACHED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
               DISPLAY 'RUN DATES ON HOLD:       ' WS-HOLD-COUNT
           END-IF.

       200-APPLY-POLICY.
           OPEN INPUT POLICY-FILE
           IF NOT POL-FILE-OK
               DISPLAY 'ERROR: FIBRETP POLICY NOT AVAILABLE - STATUS '
                   WS-POL-FILE-STATUS ' - NOTHING TRIMMED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-APPLY-POLICY-EXIT
           END-IF

           PERFORM UNTIL POL-EOF-REACHED
               READ POLICY-FILE
                   AT END
                       SET POL-EOF-REACHED TO TRUE
                   NOT AT END
                       IF RTP-DATASET(1:1) NOT = '*'
                               AND RTP-DATASET NOT = SPACES
                           ADD 1 TO WS-POLICY-COUNT
                           PERFORM 210-APPLY-ONE-POLICY
                               THRU 210-APPLY-ONE-POLICY-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE POLICY-FILE
           IF ARCHIVE-IS-OPEN
               CLOSE RETENTION-ARCHIVE-FILE
           END-IF.

       200-APPLY-POLICY-EXIT.
           EXIT.

       210-APPLY-ONE-POLICY.
           INITIALIZE WS-DATASET-COUNTS
           MOVE SPACES TO DISPOSITION-LINE
           MOVE RTP-DATASET TO DL-DATASET

           MOVE ZERO TO WS-DS-SLOT
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                     UNTIL WS-DS-IDX > 8 OR WS-DS-SLOT > ZERO
               IF DS-NAME(WS-DS-IDX) = RTP-DATASET
                   MOVE WS-DS-IDX TO WS-DS-SLOT
               END-IF
           END-PERFORM

           IF WS-DS-SLOT = ZERO
               MOVE 'DATASET NOT UNDER RETENTION' TO DL-NOTE
               GO TO 210-REJECT-POLICY
           END-IF
           MOVE DS-RECORD-LENGTH(WS-DS-SLOT) TO WS-RECORD-LENGTH

           IF RTP-RETAIN-DAYS IS NOT NUMERIC
                   OR RTP-RETAIN-DAYS = ZERO
               MOVE 'RETENTION DAYS NOT VALID' TO DL-NOTE
               GO TO 210-REJECT-POLICY
           END-IF
           IF RTP-DATE-POS IS NOT NUMERIC
                   OR RTP-DATE-POS = ZERO
                   OR RTP-DATE-POS + 7 > WS-RECORD-LENGTH
               MOVE 'DATE POSITION NOT VALID' TO DL-NOTE
               GO TO 210-REJECT-POLICY
           END-IF
           IF NOT RTP-ARCHIVE AND NOT RTP-DROP
               MOVE 'DISPOSITION NOT A OR D' TO DL-NOTE
               GO TO 210-REJECT-POLICY
           END-IF
           IF RTP-HOLD-POS-1 IS NOT NUMERIC
                   OR RTP-HOLD-POS-1 = ZERO
                   OR RTP-HOLD-POS-1 + 7 > WS-RECORD-LENGTH
               MOVE 'HOLD POSITION NOT VALID' TO DL-NOTE
               GO TO 210-REJECT-POLICY
           END-IF
           IF RTP-HOLD-POS-2 IS NOT NUMERIC
                   OR RTP-HOLD-POS-2 + 7 > WS-RECORD-LENGTH
               MOVE 'SECOND HOLD POSITION NOT VALID' TO DL-NOTE
               GO TO 210-REJECT-POLICY
           END-IF
           IF RTP-ELIGIBLE-POS IS NOT NUMERIC
                   OR RTP-ELIGIBLE-POS > WS-RECORD-LENGTH
               MOVE 'STATUS POSITION NOT VALID' TO DL-NOTE
               GO TO 210-REJECT-POLICY
           END-IF

           MOVE RTP-RETAIN-DAYS TO DL-RETAIN-DAYS
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - RTP-RETAIN-DAYS)
           MOVE WS-CUTOFF-DATE TO DL-CUTOFF-DATE
           IF RTP-ARCHIVE
               MOVE 'ARCHIVE' TO DL-DISPOSITION
           ELSE
               MOVE 'DROP'    TO DL-DISPOSITION
           END-IF

           IF HOLDS-NOT-KNOWN
               MOVE 'NOT TRIMMED - NO HOLD LIST' TO DL-NOTE
               PERFORM 820-PRINT-DISPOSITION
               GO TO 210-APPLY-ONE-POLICY-EXIT
           END-IF

           IF RTP-ARCHIVE
               PERFORM 500-OPEN-ARCHIVE-DATASET
           END-IF

           IF DS-IS-SEQUENTIAL(WS-DS-SLOT)
               PERFORM 300-TRIM-SEQUENTIAL
                   THRU 300-TRIM-SEQUENTIAL-EXIT
           ELSE
               PERFORM 400-TRIM-KEYED THRU 400-TRIM-KEYED-EXIT
           END-IF

           IF RTP-ARCHIVE
               PERFORM 510-CLOSE-ARCHIVE-DATASET
           END-IF

           ADD WS-EXPIRED-COUNT TO WS-TOTAL-EXPIRED
           PERFORM 820-PRINT-DISPOSITION
           GO TO 210-APPLY-ONE-POLICY-EXIT.

       210-REJECT-POLICY.
           DISPLAY 'WARNING: FIBRETP CARD FOR ' RTP-DATASET
               ' REJECTED - ' DL-NOTE
           PERFORM 950-NOTE-WARNING
           PERFORM 820-PRINT-DISPOSITION.

       210-APPLY-ONE-POLICY-EXIT.
           EXIT.

      * Retained records go to the work file; the dataset is only
      * rewritten from it when something actually expired
       300-TRIM-SEQUENTIAL.
           PERFORM 310-OPEN-SEQUENTIAL-INPUT
           IF NOT DS-FILE-OK
               MOVE 'NOT AVAILABLE - NOT TRIMMED' TO DL-NOTE
               DISPLAY 'WARNING: ' RTP-DATASET ' NOT AVAILABLE - '
                   'STATUS ' WS-DS-FILE-STATUS
               PERFORM 950-NOTE-WARNING
               GO TO 300-TRIM-SEQUENTIAL-EXIT
           END-IF

           OPEN OUTPUT RETAINED-WORK-FILE
           MOVE 'N' TO WS-DS-EOF-SW
           PERFORM UNTIL DS-EOF-REACHED
               PERFORM 320-READ-SEQUENTIAL
               IF NOT DS-EOF-REACHED
                   PERFORM 600-DECIDE-ONE-RECORD
                       THRU 600-DECIDE-ONE-RECORD-EXIT
                   IF RECORD-EXPIRES
                       PERFORM 610-EXPIRE-ONE-RECORD
                   ELSE
                       WRITE RETAINED-WORK-RECORD FROM WS-DS-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RETAINED-WORK-FILE
           PERFORM 330-CLOSE-SEQUENTIAL

           IF WS-EXPIRED-COUNT = ZERO
               MOVE 'NOTHING EXPIRED' TO DL-NOTE
               GO TO 300-TRIM-SEQUENTIAL-EXIT
           END-IF

           OPEN INPUT RETAINED-WORK-FILE
           PERFORM 340-OPEN-SEQUENTIAL-OUTPUT
           IF NOT DS-FILE-OK
               MOVE 'REWRITE FAILED - SEE FIBRTWRK' TO DL-NOTE
               DISPLAY 'ERROR: ' RTP-DATASET ' COULD NOT BE REWRITTEN '
                   '- STATUS ' WS-DS-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               CLOSE RETAINED-WORK-FILE
               GO TO 300-TRIM-SEQUENTIAL-EXIT
           END-IF

           MOVE 'N' TO WS-DS-EOF-SW
           PERFORM UNTIL DS-EOF-REACHED
               READ RETAINED-WORK-FILE INTO WS-DS-RECORD
                   AT END
                       SET DS-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 350-WRITE-SEQUENTIAL
               END-READ
           END-PERFORM
           CLOSE RETAINED-WORK-FILE
           PERFORM 330-CLOSE-SEQUENTIAL
           MOVE 'TRIMMED' TO DL-NOTE.

       300-TRIM-SEQUENTIAL-EXIT.
           EXIT.

       310-OPEN-SEQUENTIAL-INPUT.
           EVALUATE RTP-DATASET
               WHEN 'FIBJRNL '
                   OPEN INPUT JOURNAL-FILE
               WHEN 'FIBPERF '
                   OPEN INPUT PERF-HISTORY-FILE
               WHEN 'FIBVRFY '
                   OPEN INPUT VERIFY-OUTCOME-FILE
               WHEN 'FIBXMIT '
                   OPEN INPUT PENDING-FILE
               WHEN 'FIBREJL '
                   OPEN INPUT REJECT-FILE
               WHEN 'FIBALERT'
                   OPEN INPUT ALERT-FILE
           END-EVALUATE.

       320-READ-SEQUENTIAL.
           MOVE SPACES TO WS-DS-RECORD
           EVALUATE RTP-DATASET
               WHEN 'FIBJRNL '
                   READ JOURNAL-FILE INTO WS-DS-RECORD
                       AT END
                           SET DS-EOF-REACHED TO TRUE
                   END-READ
               WHEN 'FIBPERF '
                   READ PERF-HISTORY-FILE INTO WS-DS-RECORD
                       AT END
                           SET DS-EOF-REACHED TO TRUE
                   END-READ
               WHEN 'FIBVRFY '
                   READ VERIFY-OUTCOME-FILE INTO WS-DS-RECORD
                       AT END
                           SET DS-EOF-REACHED TO TRUE
                   END-READ
               WHEN 'FIBXMIT '
                   READ PENDING-FILE INTO WS-DS-RECORD
                       AT END
                           SET DS-EOF-REACHED TO TRUE
                   END-READ
               WHEN 'FIBREJL '
                   READ REJECT-FILE INTO WS-DS-RECORD
                       AT END
                           SET DS-EOF-REACHED TO TRUE
                   END-READ
               WHEN 'FIBALERT'
                   READ ALERT-FILE INTO WS-DS-RECORD
                       AT END
                           SET DS-EOF-REACHED TO TRUE
                   END-READ
           END-EVALUATE.

       330-CLOSE-SEQUENTIAL.
           EVALUATE RTP-DATASET
               WHEN 'FIBJRNL '
                   CLOSE JOURNAL-FILE
               WHEN 'FIBPERF '
                   CLOSE PERF-HISTORY-FILE
               WHEN 'FIBVRFY '
                   CLOSE VERIFY-OUTCOME-FILE
               WHEN 'FIBXMIT '
                   CLOSE PENDING-FILE
               WHEN 'FIBREJL '
                   CLOSE REJECT-FILE
               WHEN 'FIBALERT'
                   CLOSE ALERT-FILE
           END-EVALUATE.

       340-OPEN-SEQUENTIAL-OUTPUT.
           EVALUATE RTP-DATASET
               WHEN 'FIBJRNL '
                   OPEN OUTPUT JOURNAL-FILE
               WHEN 'FIBPERF '
                   OPEN OUTPUT PERF-HISTORY-FILE
               WHEN 'FIBVRFY '
                   OPEN OUTPUT VERIFY-OUTCOME-FILE
               WHEN 'FIBXMIT '
                   OPEN OUTPUT PENDING-FILE
               WHEN 'FIBREJL '
                   OPEN OUTPUT REJECT-FILE
               WHEN 'FIBALERT'
                   OPEN OUTPUT ALERT-FILE
           END-EVALUATE.

       350-WRITE-SEQUENTIAL.
           ADD 1 TO WS-AFTER-COUNT
           EVALUATE RTP-DATASET
               WHEN 'FIBJRNL '
                   WRITE JOURNAL-RECORD FROM WS-DS-RECORD
               WHEN 'FIBPERF '
                   WRITE PERF-HISTORY-RECORD FROM WS-DS-RECORD
               WHEN 'FIBVRFY '
                   WRITE VERIFY-OUTCOME-RECORD FROM WS-DS-RECORD
               WHEN 'FIBXMIT '
                   WRITE PENDING-RECORD FROM WS-DS-RECORD
               WHEN 'FIBREJL '
                   WRITE REJECT-RECORD FROM WS-DS-RECORD
               WHEN 'FIBALERT'
                   WRITE ALERT-RECORD FROM WS-DS-RECORD
           END-EVALUATE.

      * The keyed datasets lose their expired records in place
       400-TRIM-KEYED.
           IF RTP-DATASET = 'FIBRARC '
               OPEN I-O REPORT-ARCHIVE-FILE
           ELSE
               OPEN I-O WORKBENCH-FILE
           END-IF
           IF NOT DS-FILE-OK
               MOVE 'NOT AVAILABLE - NOT TRIMMED' TO DL-NOTE
               DISPLAY 'WARNING: ' RTP-DATASET ' NOT AVAILABLE - '
                   'STATUS ' WS-DS-FILE-STATUS
               PERFORM 950-NOTE-WARNING
               GO TO 400-TRIM-KEYED-EXIT
           END-IF

           MOVE 'N' TO WS-DS-EOF-SW
           PERFORM UNTIL DS-EOF-REACHED
               MOVE SPACES TO WS-DS-RECORD
               IF RTP-DATASET = 'FIBRARC '
                   READ REPORT-ARCHIVE-FILE NEXT RECORD
                           INTO WS-DS-RECORD
                       AT END
                           SET DS-EOF-REACHED TO TRUE
                   END-READ
               ELSE
                   READ WORKBENCH-FILE NEXT RECORD
                           INTO WS-DS-RECORD
                       AT END
                           SET DS-EOF-REACHED TO TRUE
                   END-READ
               END-IF
               IF NOT DS-EOF-REACHED
                   PERFORM 600-DECIDE-ONE-RECORD
                       THRU 600-DECIDE-ONE-RECORD-EXIT
                   IF RECORD-EXPIRES
                       PERFORM 410-DELETE-KEYED-RECORD
                   ELSE
                       ADD 1 TO WS-AFTER-COUNT
                   END-IF
               END-IF
           END-PERFORM

           IF RTP-DATASET = 'FIBRARC '
               CLOSE REPORT-ARCHIVE-FILE
           ELSE
               CLOSE WORKBENCH-FILE
           END-IF

           IF WS-EXPIRED-COUNT = ZERO
               MOVE 'NOTHING EXPIRED' TO DL-NOTE
           ELSE
               MOVE 'TRIMMED' TO DL-NOTE
           END-IF.

       400-TRIM-KEYED-EXIT.
           EXIT.

      * The record is archived first - a failed delete leaves it on
      * the dataset and in the archive, never in neither
       410-DELETE-KEYED-RECORD.
           PERFORM 610-EXPIRE-ONE-RECORD
           IF RTP-DATASET = 'FIBRARC '
               DELETE REPORT-ARCHIVE-FILE
                   INVALID KEY
                       DISPLAY 'WARNING: FIBRARC DELETE FAILED - '
                           'STATUS ' WS-DS-FILE-STATUS ' - KEY '
                           WS-DS-RECORD(1:23)
                       SUBTRACT 1 FROM WS-EXPIRED-COUNT
                       ADD 1 TO WS-AFTER-COUNT
               END-DELETE
           ELSE
               DELETE WORKBENCH-FILE
                   INVALID KEY
                       DISPLAY 'WARNING: FIBEXCW DELETE FAILED - '
                           'STATUS ' WS-DS-FILE-STATUS ' - KEY '
                           WS-DS-RECORD(1:12)
                       SUBTRACT 1 FROM WS-EXPIRED-COUNT
                       ADD 1 TO WS-AFTER-COUNT
               END-DELETE
           END-IF.

       500-OPEN-ARCHIVE-DATASET.
           IF NOT ARCHIVE-IS-OPEN
               OPEN OUTPUT RETENTION-ARCHIVE-FILE
               SET ARCHIVE-IS-OPEN TO TRUE
           END-IF
           MOVE SPACES          TO RETENTION-ARCHIVE-RECORD
           MOVE RTP-DATASET     TO RTA-DATASET
           SET RTA-IS-HEADER    TO TRUE
           MOVE WS-CUTOFF-DATE  TO RTH-CUTOFF-DATE
           MOVE RTP-RETAIN-DAYS TO RTH-RETAIN-DAYS
           MOVE 'FIBRETN '      TO RTH-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RTH-TIMESTAMP
           WRITE RETENTION-ARCHIVE-RECORD.

       510-CLOSE-ARCHIVE-DATASET.
           MOVE SPACES           TO RETENTION-ARCHIVE-RECORD
           MOVE RTP-DATASET      TO RTA-DATASET
           SET RTA-IS-TRAILER    TO TRUE
           MOVE WS-EXPIRED-COUNT TO RTT-RECORD-COUNT
           WRITE RETENTION-ARCHIVE-RECORD.

      * A record expires when its date is before the cutoff, its
      * status (if the policy names one) allows it, and no run date
      * it carries is on legal hold. An undated record is kept.
       600-DECIDE-ONE-RECORD.
           ADD 1 TO WS-BEFORE-COUNT
           MOVE 'N' TO WS-EXPIRE-SW
           MOVE WS-DS-RECORD(RTP-DATE-POS:8) TO WS-RECORD-DATE
           IF WS-RECORD-DATE IS NOT NUMERIC
                   OR WS-RECORD-DATE-N NOT < WS-CUTOFF-DATE
               GO TO 600-DECIDE-ONE-RECORD-EXIT
           END-IF
           IF RTP-ELIGIBLE-POS > ZERO
               IF WS-DS-RECORD(RTP-ELIGIBLE-POS:1)
                       NOT = RTP-ELIGIBLE-VALUE
                   GO TO 600-DECIDE-ONE-RECORD-EXIT
               END-IF
           END-IF

           MOVE RTP-HOLD-POS-1 TO WS-HOLD-POS
           PERFORM 620-CHECK-HOLD
           IF RECORD-IS-HELD
               ADD 1 TO WS-HELD-COUNT
               GO TO 600-DECIDE-ONE-RECORD-EXIT
           END-IF
           IF RTP-HOLD-POS-2 > ZERO
               MOVE RTP-HOLD-POS-2 TO WS-HOLD-POS
               PERFORM 620-CHECK-HOLD
               IF RECORD-IS-HELD
                   ADD 1 TO WS-HELD-COUNT
                   GO TO 600-DECIDE-ONE-RECORD-EXIT
               END-IF
           END-IF

           SET RECORD-EXPIRES TO TRUE.

       600-DECIDE-ONE-RECORD-EXIT.
           EXIT.

       610-EXPIRE-ONE-RECORD.
           ADD 1 TO WS-EXPIRED-COUNT
           IF RTP-ARCHIVE
               MOVE SPACES       TO RETENTION-ARCHIVE-RECORD
               MOVE RTP-DATASET  TO RTA-DATASET
               SET RTA-IS-DATA   TO TRUE
               MOVE WS-DS-RECORD TO RTA-DATA
               WRITE RETENTION-ARCHIVE-RECORD
               ADD 1 TO WS-TOTAL-ARCHIVED
           END-IF.

       620-CHECK-HOLD.
           MOVE WS-DS-RECORD(WS-HOLD-POS:8) TO WS-HOLD-CHECK-DATE
           IF WS-HOLD-CHECK-DATE IS NUMERIC
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   IF HT-RUN-DATE(WS-HOLD-IDX) = WS-HOLD-CHECK-DATE-N
                       SET RECORD-IS-HELD TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       800-PRINT-ONE-LINE.
           DISPLAY WS-PRINT-LINE(1:79)
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       820-PRINT-DISPOSITION.
           MOVE WS-BEFORE-COUNT  TO DL-BEFORE-COUNT
           MOVE WS-EXPIRED-COUNT TO DL-EXPIRED-COUNT
           MOVE WS-HELD-COUNT    TO DL-HELD-COUNT
           MOVE WS-AFTER-COUNT   TO DL-AFTER-COUNT
           MOVE DISPOSITION-LINE TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE.

       900-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'POLICIES APPLIED: ' DELIMITED BY SIZE
                  WS-POLICY-COUNT DELIMITED BY SIZE
                  '   RECORDS EXPIRED: ' DELIMITED BY SIZE
                  WS-TOTAL-EXPIRED DELIMITED BY SIZE
                  '   ARCHIVED TO FIBRTARC: ' DELIMITED BY SIZE
                  WS-TOTAL-ARCHIVED DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           CLOSE PRINT-FILE

           DISPLAY '   FIBRETN COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.

       950-NOTE-WARNING.
           IF 4 > WS-RETURN-CODE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
