      ******************************************************************
      * FIBLAYCV is the one-time conversion of the sequential files
      * whose records grew at the end to carry the release id, the
      * business unit, the checker, the lifecycle and the delivery
      * figures. Every field was added behind the old record, and
      * every reader already takes spaces there as "not carried" -
      * a record written before the field existed - so each old
      * record is copied to the new file unchanged and padded with
      * spaces to the new length:
      *
      *   FIBAUDIT  179 -> 279    FIBCTLH    47 ->  48
      *   FIBJRNL   231 -> 239    FIBDCERT  138 -> 139
      *   FIBPERF    63 ->  71    FIBACAT    36 ->  64
      *   FIBRUNC    39 ->  62    FIBFIXJ   150 -> 158
      *   FIBSEEDS  129 -> 200    FIBAUTHA   54 -> 170
      *                           FIBDLOG    70 -> 106
      *
      * FIBRUNC is a KSDS; the job unloads it to FIBRUNO before
      * this step and reloads the padded FIBRUNN into the cluster
      * redefined at the new record size after it.
      *
      * Every file is read to the end even when an earlier one has
      * failed, so one pass shows all that needs attention. The
      * count written must equal the count read for every file.
      * RC=8 when an old file cannot be read, RC=12 when a new file
      * cannot be written or a count does not balance - the job
      * then swaps nothing in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBLAYCV.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ONE-TIME CONVERSION OF THE
      *                 ELEVEN WIDENED FILES TO THEIR NEW LENGTHS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

      * Only one old/new pair is open at a time, so every old file
      * shares one status field and every new file the other
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUDIT-FILE ASSIGN TO "FIBAUDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-AUDIT-FILE ASSIGN TO "FIBAUDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-JOURNAL-FILE ASSIGN TO "FIBJRNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-JOURNAL-FILE ASSIGN TO "FIBJRNN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-PERF-FILE ASSIGN TO "FIBPRFO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-PERF-FILE ASSIGN TO "FIBPRFN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-RUNC-FILE ASSIGN TO "FIBRUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-RUNC-FILE ASSIGN TO "FIBRUNN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-SEEDS-FILE ASSIGN TO "FIBSEDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-SEEDS-FILE ASSIGN TO "FIBSEDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-PERIOD-FILE ASSIGN TO "FIBCTHO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-PERIOD-FILE ASSIGN TO "FIBCTHN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-CERT-FILE ASSIGN TO "FIBDCTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-CERT-FILE ASSIGN TO "FIBDCTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-CATALOG-FILE ASSIGN TO "FIBCATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-CATALOG-FILE ASSIGN TO "FIBCATN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-FIX-FILE ASSIGN TO "FIBFXJO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-FIX-FILE ASSIGN TO "FIBFXJN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-AUTH-AUDIT-FILE ASSIGN TO "FIBAAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-AUTH-AUDIT-FILE ASSIGN TO "FIBAAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-DELIVERY-FILE ASSIGN TO "FIBDLGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-DELIVERY-FILE ASSIGN TO "FIBDLGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

      * Records are carried whole; the layouts are in the copybooks
      * and FDs of the programs that write them
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-AUDIT-FILE.
       01  OLD-AUDIT-RECORD           PIC X(179).

       FD  NEW-AUDIT-FILE.
       01  NEW-AUDIT-RECORD           PIC X(279).

       FD  OLD-JOURNAL-FILE.
       01  OLD-JOURNAL-RECORD         PIC X(231).

       FD  NEW-JOURNAL-FILE.
       01  NEW-JOURNAL-RECORD         PIC X(239).

       FD  OLD-PERF-FILE.
       01  OLD-PERF-RECORD            PIC X(63).

       FD  NEW-PERF-FILE.
       01  NEW-PERF-RECORD            PIC X(71).

       FD  OLD-RUNC-FILE.
       01  OLD-RUNC-RECORD            PIC X(39).

       FD  NEW-RUNC-FILE.
       01  NEW-RUNC-RECORD            PIC X(62).

       FD  OLD-SEEDS-FILE.
       01  OLD-SEEDS-RECORD           PIC X(129).

       FD  NEW-SEEDS-FILE.
       01  NEW-SEEDS-RECORD           PIC X(200).

       FD  OLD-PERIOD-FILE.
       01  OLD-PERIOD-RECORD          PIC X(47).

       FD  NEW-PERIOD-FILE.
       01  NEW-PERIOD-RECORD          PIC X(48).

       FD  OLD-CERT-FILE.
       01  OLD-CERT-RECORD            PIC X(138).

       FD  NEW-CERT-FILE.
       01  NEW-CERT-RECORD            PIC X(139).

       FD  OLD-CATALOG-FILE.
       01  OLD-CATALOG-RECORD         PIC X(36).

       FD  NEW-CATALOG-FILE.
       01  NEW-CATALOG-RECORD         PIC X(64).

       FD  OLD-FIX-FILE.
       01  OLD-FIX-RECORD             PIC X(150).

       FD  NEW-FIX-FILE.
       01  NEW-FIX-RECORD             PIC X(158).

       FD  OLD-AUTH-AUDIT-FILE.
       01  OLD-AUTH-AUDIT-RECORD      PIC X(54).

       FD  NEW-AUTH-AUDIT-FILE.
       01  NEW-AUTH-AUDIT-RECORD      PIC X(170).

       FD  OLD-DELIVERY-FILE.
       01  OLD-DELIVERY-RECORD        PIC X(70).

       FD  NEW-DELIVERY-FILE.
       01  NEW-DELIVERY-RECORD        PIC X(106).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-OLD-FILE-STATUS     PIC XX VALUE SPACES.
               88  OLD-FILE-OK             VALUE '00'.
           05  WS-NEW-FILE-STATUS     PIC XX VALUE SPACES.
               88  NEW-FILE-OK             VALUE '00'.

       01  WS-INDICATORS.
           05  WS-OLD-EOF-SW          PIC X VALUE 'N'.
               88  OLD-EOF-REACHED        VALUE 'Y'.

       77  WS-FILE-ID                 PIC X(8) VALUE SPACES.
       77  WS-RECORDS-READ            PIC 9(9) VALUE ZERO.
       77  WS-RECORDS-WRITTEN         PIC 9(9) VALUE ZERO.
       77  WS-FILES-CONVERTED         PIC 9(2) VALUE ZERO.
       77  WS-FILES-FAILED            PIC 9(2) VALUE ZERO.
       77  WS-ERROR-COUNT             PIC 9(7) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 110-PAD-AUDIT-TRAIL THRU 110-PAD-AUDIT-TRAIL-EXIT
           PERFORM 120-PAD-JOURNAL THRU 120-PAD-JOURNAL-EXIT
           PERFORM 130-PAD-PERF-HISTORY THRU 130-PAD-PERF-HISTORY-EXIT
           PERFORM 140-PAD-RUN-CONTROL THRU 140-PAD-RUN-CONTROL-EXIT
           PERFORM 150-PAD-SEED-SETS THRU 150-PAD-SEED-SETS-EXIT
           PERFORM 160-PAD-PERIOD-HISTORY
               THRU 160-PAD-PERIOD-HISTORY-EXIT
           PERFORM 170-PAD-CERTIFICATES THRU 170-PAD-CERTIFICATES-EXIT
           PERFORM 180-PAD-ARCHIVE-CATALOG
               THRU 180-PAD-ARCHIVE-CATALOG-EXIT
           PERFORM 190-PAD-FIX-JOURNAL THRU 190-PAD-FIX-JOURNAL-EXIT
           PERFORM 200-PAD-AUTH-AUDIT THRU 200-PAD-AUTH-AUDIT-EXIT
           PERFORM 210-PAD-DELIVERY-LOG THRU 210-PAD-DELIVERY-LOG-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           DISPLAY '======================================='
           DISPLAY '   FIBLAYCV - RECORD LAYOUT CONVERSION'
           DISPLAY '======================================='
           DISPLAY 'FILE        OLD  NEW      READ   WRITTEN'.

       110-PAD-AUDIT-TRAIL.
           MOVE 'FIBAUDIT' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-AUDIT-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 110-PAD-AUDIT-TRAIL-EXIT
           END-IF
           OPEN OUTPUT NEW-AUDIT-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-AUDIT-FILE
               GO TO 110-PAD-AUDIT-TRAIL-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-AUDIT-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-AUDIT-RECORD TO NEW-AUDIT-RECORD
                       WRITE NEW-AUDIT-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-AUDIT-FILE
           CLOSE OLD-AUDIT-FILE
           DISPLAY 'FIBAUDIT    179  279 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       110-PAD-AUDIT-TRAIL-EXIT.
           EXIT.

       120-PAD-JOURNAL.
           MOVE 'FIBJRNL' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-JOURNAL-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 120-PAD-JOURNAL-EXIT
           END-IF
           OPEN OUTPUT NEW-JOURNAL-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-JOURNAL-FILE
               GO TO 120-PAD-JOURNAL-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-JOURNAL-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-JOURNAL-RECORD TO NEW-JOURNAL-RECORD
                       WRITE NEW-JOURNAL-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-JOURNAL-FILE
           CLOSE OLD-JOURNAL-FILE
           DISPLAY 'FIBJRNL     231  239 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       120-PAD-JOURNAL-EXIT.
           EXIT.

       130-PAD-PERF-HISTORY.
           MOVE 'FIBPERF' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-PERF-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 130-PAD-PERF-HISTORY-EXIT
           END-IF
           OPEN OUTPUT NEW-PERF-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-PERF-FILE
               GO TO 130-PAD-PERF-HISTORY-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-PERF-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-PERF-RECORD TO NEW-PERF-RECORD
                       WRITE NEW-PERF-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-PERF-FILE
           CLOSE OLD-PERF-FILE
           DISPLAY 'FIBPERF      63   71 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       130-PAD-PERF-HISTORY-EXIT.
           EXIT.

      * The unload is in key order, so the padded copy reloads the
      * redefined cluster as it stands; a blank quiesce switch is
      * no request pending, as INITIALIZE leaves it
       140-PAD-RUN-CONTROL.
           MOVE 'FIBRUNC' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-RUNC-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 140-PAD-RUN-CONTROL-EXIT
           END-IF
           OPEN OUTPUT NEW-RUNC-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-RUNC-FILE
               GO TO 140-PAD-RUN-CONTROL-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-RUNC-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-RUNC-RECORD TO NEW-RUNC-RECORD
                       WRITE NEW-RUNC-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-RUNC-FILE
           CLOSE OLD-RUNC-FILE
           DISPLAY 'FIBRUNC      39   62 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       140-PAD-RUN-CONTROL-EXIT.
           EXIT.

       150-PAD-SEED-SETS.
           MOVE 'FIBSEEDS' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-SEEDS-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 150-PAD-SEED-SETS-EXIT
           END-IF
           OPEN OUTPUT NEW-SEEDS-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-SEEDS-FILE
               GO TO 150-PAD-SEED-SETS-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-SEEDS-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-SEEDS-RECORD TO NEW-SEEDS-RECORD
                       WRITE NEW-SEEDS-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-SEEDS-FILE
           CLOSE OLD-SEEDS-FILE
           DISPLAY 'FIBSEEDS    129  200 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       150-PAD-SEED-SETS-EXIT.
           EXIT.

       160-PAD-PERIOD-HISTORY.
           MOVE 'FIBCTLH' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-PERIOD-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 160-PAD-PERIOD-HISTORY-EXIT
           END-IF
           OPEN OUTPUT NEW-PERIOD-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-PERIOD-FILE
               GO TO 160-PAD-PERIOD-HISTORY-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-PERIOD-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-PERIOD-RECORD TO NEW-PERIOD-RECORD
                       WRITE NEW-PERIOD-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-PERIOD-FILE
           CLOSE OLD-PERIOD-FILE
           DISPLAY 'FIBCTLH      47   48 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       160-PAD-PERIOD-HISTORY-EXIT.
           EXIT.

       170-PAD-CERTIFICATES.
           MOVE 'FIBDCERT' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-CERT-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 170-PAD-CERTIFICATES-EXIT
           END-IF
           OPEN OUTPUT NEW-CERT-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-CERT-FILE
               GO TO 170-PAD-CERTIFICATES-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-CERT-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-CERT-RECORD TO NEW-CERT-RECORD
                       WRITE NEW-CERT-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-CERT-FILE
           CLOSE OLD-CERT-FILE
           DISPLAY 'FIBDCERT    138  139 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       170-PAD-CERTIFICATES-EXIT.
           EXIT.

       180-PAD-ARCHIVE-CATALOG.
           MOVE 'FIBACAT' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-CATALOG-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 180-PAD-ARCHIVE-CATALOG-EXIT
           END-IF
           OPEN OUTPUT NEW-CATALOG-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-CATALOG-FILE
               GO TO 180-PAD-ARCHIVE-CATALOG-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-CATALOG-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-CATALOG-RECORD TO NEW-CATALOG-RECORD
                       WRITE NEW-CATALOG-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-CATALOG-FILE
           CLOSE OLD-CATALOG-FILE
           DISPLAY 'FIBACAT      36   64 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       180-PAD-ARCHIVE-CATALOG-EXIT.
           EXIT.

       190-PAD-FIX-JOURNAL.
           MOVE 'FIBFIXJ' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-FIX-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 190-PAD-FIX-JOURNAL-EXIT
           END-IF
           OPEN OUTPUT NEW-FIX-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-FIX-FILE
               GO TO 190-PAD-FIX-JOURNAL-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-FIX-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-FIX-RECORD TO NEW-FIX-RECORD
                       WRITE NEW-FIX-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-FIX-FILE
           CLOSE OLD-FIX-FILE
           DISPLAY 'FIBFIXJ     150  158 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       190-PAD-FIX-JOURNAL-EXIT.
           EXIT.

       200-PAD-AUTH-AUDIT.
           MOVE 'FIBAUTHA' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-AUTH-AUDIT-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 200-PAD-AUTH-AUDIT-EXIT
           END-IF
           OPEN OUTPUT NEW-AUTH-AUDIT-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-AUTH-AUDIT-FILE
               GO TO 200-PAD-AUTH-AUDIT-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-AUTH-AUDIT-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-AUTH-AUDIT-RECORD
                           TO NEW-AUTH-AUDIT-RECORD
                       WRITE NEW-AUTH-AUDIT-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-AUTH-AUDIT-FILE
           CLOSE OLD-AUTH-AUDIT-FILE
           DISPLAY 'FIBAUTHA     54  170 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       200-PAD-AUTH-AUDIT-EXIT.
           EXIT.

       210-PAD-DELIVERY-LOG.
           MOVE 'FIBDLOG' TO WS-FILE-ID
           PERFORM 800-START-FILE
           OPEN INPUT OLD-DELIVERY-FILE
           IF NOT OLD-FILE-OK
               PERFORM 810-OLD-OPEN-FAILED
               GO TO 210-PAD-DELIVERY-LOG-EXIT
           END-IF
           OPEN OUTPUT NEW-DELIVERY-FILE
           IF NOT NEW-FILE-OK
               PERFORM 820-NEW-OPEN-FAILED
               CLOSE OLD-DELIVERY-FILE
               GO TO 210-PAD-DELIVERY-LOG-EXIT
           END-IF

           PERFORM UNTIL OLD-EOF-REACHED
               READ OLD-DELIVERY-FILE
                   AT END
                       SET OLD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE OLD-DELIVERY-RECORD TO NEW-DELIVERY-RECORD
                       WRITE NEW-DELIVERY-RECORD
                       PERFORM 830-COUNT-WRITE
               END-READ
           END-PERFORM

           CLOSE NEW-DELIVERY-FILE
           CLOSE OLD-DELIVERY-FILE
           DISPLAY 'FIBDLOG      70  106 ' WS-RECORDS-READ ' '
               WS-RECORDS-WRITTEN
           PERFORM 840-BALANCE-FILE.

       210-PAD-DELIVERY-LOG-EXIT.
           EXIT.

       800-START-FILE.
           MOVE 'N'  TO WS-OLD-EOF-SW
           MOVE ZERO TO WS-RECORDS-READ
           MOVE ZERO TO WS-RECORDS-WRITTEN.

       810-OLD-OPEN-FAILED.
           DISPLAY 'ERROR: ' WS-FILE-ID ' OLD FILE NOT AVAILABLE - '
               'STATUS ' WS-OLD-FILE-STATUS ' - NOT CONVERTED'
           ADD 1 TO WS-FILES-FAILED
           IF 8 > WS-RETURN-CODE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       820-NEW-OPEN-FAILED.
           DISPLAY 'ERROR: ' WS-FILE-ID ' NEW FILE OPEN FAILED - '
               'STATUS ' WS-NEW-FILE-STATUS ' - NOT CONVERTED'
           ADD 1 TO WS-FILES-FAILED
           MOVE 12 TO WS-RETURN-CODE.

       830-COUNT-WRITE.
           IF NEW-FILE-OK
               ADD 1 TO WS-RECORDS-WRITTEN
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'ERROR: ' WS-FILE-ID ' WRITE FAILED AT RECORD '
                   WS-RECORDS-READ ' - STATUS ' WS-NEW-FILE-STATUS
           END-IF.

      * A file that does not balance must not be swapped in
       840-BALANCE-FILE.
           IF WS-RECORDS-WRITTEN = WS-RECORDS-READ
               ADD 1 TO WS-FILES-CONVERTED
           ELSE
               DISPLAY 'ERROR: ' WS-FILE-ID ' COUNTS DO NOT BALANCE'
               ADD 1 TO WS-FILES-FAILED
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'FILES CONVERTED:          ' WS-FILES-CONVERTED
           DISPLAY 'FILES NOT CONVERTED:      ' WS-FILES-FAILED
           DISPLAY 'WRITE ERRORS:             ' WS-ERROR-COUNT

           IF WS-ERROR-COUNT > ZERO
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE > ZERO
               DISPLAY 'NOTHING MAY BE SWAPPED IN - CORRECT AND RERUN'
           END-IF
           DISPLAY '   FIBLAYCV COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
