      ******************************************************************
      * FIBCHGL loads the change-history copies the FIBCHGH
      * transaction browses. The answer to "who changed this run,
      * when, and what did it look like before" lives in two
      * sequential files - the FIBJRNL journal every FIBHIST write,
      * rewrite and delete passes through, and the hash-chained
      * FIBAUDIT trail of the runs themselves - and CICS can read
      * neither. Reconstructing a change meant a batch job and a
      * read of the raw images. This job copies both into KSDS
      * clusters keyed the way the questions are asked:
      *
      *   1. the interlock is checked - the journal is not copied
      *      while ADVFIBB or FIBPURGE is appending to it (RC=24),
      *   2. FIBCHGL posts STARTED on FIBRUNC; FIBCHGH refuses to
      *      read a copy that is being rebuilt,
      *   3. each FIBJRNL entry is written to FIBJRNV under the
      *      FIBHIST key of the row it touched (taken from the after
      *      image, or the before image of a delete), the journal
      *      timestamp and its position in the journal,
      *   4. each FIBAUDIT line is written to FIBAUDV under the run
      *      date it records and its position in the trail,
      *   5. FIBCHGL posts COMPLETED stamped with the time the copy
      *      began - the "AS OF" time FIBCHGH shows - or FAILED.
      *
      * The copies are read-only: nothing but this program writes
      * to them. RC=4 when FIBJRNL or FIBAUDIT is missing (that copy
      * is left empty) or a journal entry carries no usable key,
      * RC=16 on a copy failure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCHGL.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - KEYED COPIES OF FIBJRNL AND
      *                 FIBAUDIT FOR THE ONLINE CHANGE-HISTORY
      *                 TRANSACTION
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  FIBAUDIT AND FIBAUDV WIDENED FOR THE RELEASE ON
      *                 THE AUDIT EXTENSION
      * 10-15-2026  AG  FIBJRNV RECORD WIDENED TO 277 BYTES TO MATCH
      *                 THE CLUSTER AND THE 239-BYTE FIBJRNL ENTRY
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "FIBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "FIBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT JOURNAL-COPY-FILE ASSIGN TO "FIBJRNV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNV-KEY
               FILE STATUS IS WS-JRNV-FILE-STATUS.
           SELECT AUDIT-COPY-FILE ASSIGN TO "FIBAUDV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDV-KEY
               FILE STATUS IS WS-AUDV-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY FIBJRNC.

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD.
           05  AUD-LINE-TEXT          PIC X(166).
           05  AUD-CHAIN-VALUE        PIC 9(13).
           05  AUD-EXT-TEXT           PIC X(100).

      * Both copies are built in the FIBCHGVC working-storage
      * layouts; only the keys need their own names here
       FD  JOURNAL-COPY-FILE.
       01  JOURNAL-COPY-RECORD.
           05  JRNV-KEY               PIC X(37).
           05  FILLER                 PIC X(240).

       FD  AUDIT-COPY-FILE.
       01  AUDIT-COPY-RECORD.
           05  AUDV-KEY               PIC X(17).
           05  FILLER                 PIC X(279).

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-JRNL-FILE-STATUS    PIC XX VALUE SPACES.
               88  JRNL-FILE-OK            VALUE '00'.
           05  WS-AUD-FILE-STATUS     PIC XX VALUE SPACES.
               88  AUD-FILE-OK             VALUE '00'.
           05  WS-JRNV-FILE-STATUS    PIC XX VALUE SPACES.
               88  JRNV-FILE-OK            VALUE '00'.
           05  WS-AUDV-FILE-STATUS    PIC XX VALUE SPACES.
               88  AUDV-FILE-OK            VALUE '00'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.
               88  RUNC-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-JRNL-EOF-SW         PIC X VALUE 'N'.
               88  JRNL-EOF-REACHED       VALUE 'Y'.
           05  WS-AUD-EOF-SW          PIC X VALUE 'N'.
               88  AUD-EOF-REACHED        VALUE 'Y'.
           05  WS-COPY-FAIL-SW        PIC X VALUE 'N'.
               88  COPY-FAILED            VALUE 'Y'.
           05  WS-INTERLOCK-SW        PIC X VALUE 'N'.
               88  INTERLOCK-BLOCKED      VALUE 'Y'.

      * The batch programs whose STARTED record forbids a copy
       01  WS-INTERLOCK-PROGRAMS.
           05  FILLER                 PIC X(8) VALUE 'ADVFIBB '.
           05  FILLER                 PIC X(8) VALUE 'FIBPURGE'.
       01  WS-INTERLOCK-TABLE REDEFINES WS-INTERLOCK-PROGRAMS.
           05  WS-INTERLOCK-PGM       PIC X(8) OCCURS 2 TIMES.

      * The FIBHIST key and record type of the row a journal entry
      * touched - bytes 1-15 of the raw image
       01  WS-IMAGE-HEAD.
           05  WS-IMAGE-RUN-DATE      PIC X(8).
           05  WS-IMAGE-RUN-SEQ       PIC X(2).
           05  WS-IMAGE-TERM-INDEX    PIC X(4).
           05  WS-IMAGE-RECORD-TYPE   PIC X.

      * The run date sits in columns 12-19 of every run line ADVFIBB
      * writes to the audit trail
       01  WS-AUDIT-RUN-DATE          PIC X(8).

      * Journal and audit-trail copy layouts shared with FIBCHGH
           COPY FIBCHGVC.

       77  WS-COPY-TIMESTAMP          PIC 9(14) VALUE ZERO.
       77  WS-JRNL-ORDINAL            PIC 9(9) VALUE ZERO.
       77  WS-AUD-ORDINAL             PIC 9(9) VALUE ZERO.
       77  WS-JRNL-COPIED             PIC 9(9) VALUE ZERO.
       77  WS-JRNL-SKIPPED            PIC 9(9) VALUE ZERO.
       77  WS-AUD-COPIED              PIC 9(9) VALUE ZERO.
       77  WS-AUD-SKIPPED             PIC 9(9) VALUE ZERO.
       77  WS-SUB                     PIC 9(2) VALUE ZERO.
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

           PERFORM 050-RUN-CONTROL-INTERLOCK
           IF INTERLOCK-BLOCKED
               MOVE 24 TO WS-RETURN-CODE
               DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 100-COPY-JOURNAL
               THRU 100-COPY-JOURNAL-EXIT
           IF NOT COPY-FAILED
               PERFORM 200-COPY-AUDIT-TRAIL
                   THRU 200-COPY-AUDIT-TRAIL-EXIT
           END-IF
           IF COPY-FAILED
               MOVE 16 TO WS-RETURN-CODE
           END-IF
           PERFORM 055-RUN-CONTROL-FINISH
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           ELSE
               MOVE SPACES TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-COPY-TIMESTAMP

           DISPLAY '======================================='
           DISPLAY '   FIBCHGL - CHANGE-HISTORY COPIES'
           DISPLAY '======================================='
           DISPLAY 'COPIES AS OF ' WS-COPY-TIMESTAMP.

      * Refuse to copy while a batch job holds the interlock - the
      * journal is still being appended to - then post FIBCHGL
      * STARTED so the transaction leaves the copies alone until
      * they are complete
       050-RUN-CONTROL-INTERLOCK.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF

           IF NOT RUNC-FILE-OK
               DISPLAY 'ERROR: FIBRUNC NOT AVAILABLE - STATUS '
                   WS-RUNC-FILE-STATUS ' - FIBCHGH CANNOT TRUST '
                   'A COPY WITHOUT IT'
               SET INTERLOCK-BLOCKED TO TRUE
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
                                   ' IS RUNNING (STARTED '
                                   RUNC-TIMESTAMP ') - NO COPY '
                                   'TAKEN'
                           END-IF
                   END-READ
               END-PERFORM

               IF NOT INTERLOCK-BLOCKED
                   MOVE 'FIBCHGL ' TO RUNC-PROGRAM
                   MOVE 'STARTED  ' TO RUNC-STATUS
                   MOVE WS-COPY-TIMESTAMP TO RUNC-TIMESTAMP
                   MOVE WS-USERID TO RUNC-USERID
                   WRITE RUNC-RECORD
                       INVALID KEY
                           REWRITE RUNC-RECORD
                   END-WRITE
               END-IF

               CLOSE RUN-CONTROL-FILE
           END-IF.

      * COMPLETED carries the time the copy began, not the time it
      * ended - that is the instant the copies reflect
       055-RUN-CONTROL-FINISH.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'FIBCHGL ' TO RUNC-PROGRAM
               IF WS-RETURN-CODE > 4
                   MOVE 'FAILED   ' TO RUNC-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO RUNC-TIMESTAMP
               ELSE
                   MOVE 'COMPLETED' TO RUNC-STATUS
                   MOVE WS-COPY-TIMESTAMP TO RUNC-TIMESTAMP
               END-IF
               MOVE WS-USERID TO RUNC-USERID
               REWRITE RUNC-RECORD
                   INVALID KEY
                       WRITE RUNC-RECORD
               END-REWRITE
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * A missing journal (nothing journaled yet) leaves the
      * journal copy empty with a warning
       100-COPY-JOURNAL.
           OPEN OUTPUT JOURNAL-COPY-FILE
           IF NOT JRNV-FILE-OK
               DISPLAY 'ERROR: FIBJRNV OPEN FAILED - STATUS '
                   WS-JRNV-FILE-STATUS ' - NO COPY TAKEN'
               SET COPY-FAILED TO TRUE
               GO TO 100-COPY-JOURNAL-EXIT
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY 'WARNING: FIBJRNL NOT AVAILABLE - STATUS '
                   WS-JRNL-FILE-STATUS ' - JOURNAL COPY LEFT EMPTY'
               CLOSE JOURNAL-COPY-FILE
               MOVE 4 TO WS-RETURN-CODE
               GO TO 100-COPY-JOURNAL-EXIT
           END-IF

           PERFORM UNTIL JRNL-EOF-REACHED OR COPY-FAILED
               READ JOURNAL-FILE
                   AT END
                       SET JRNL-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRNL-ORDINAL
                       PERFORM 110-COPY-JOURNAL-ENTRY
                           THRU 110-COPY-JOURNAL-ENTRY-EXIT
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-COPY-FILE

           DISPLAY 'FIBJRNL ENTRIES COPIED TO FIBJRNV: '
               WS-JRNL-COPIED
           IF WS-JRNL-SKIPPED > ZERO
               DISPLAY 'FIBJRNL ENTRIES WITHOUT A ROW KEY:  '
                   WS-JRNL-SKIPPED
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       100-COPY-JOURNAL-EXIT.
           EXIT.

      * The row a delete touched is only in its before image; every
      * other action carries the row as it now stands
       110-COPY-JOURNAL-ENTRY.
           IF JRN-IS-DELETE
               MOVE JRN-BEFORE-IMAGE(1:15) TO WS-IMAGE-HEAD
           ELSE
               MOVE JRN-AFTER-IMAGE(1:15)  TO WS-IMAGE-HEAD
           END-IF

           IF WS-IMAGE-RUN-DATE IS NOT NUMERIC
                   OR WS-IMAGE-RUN-SEQ IS NOT NUMERIC
                   OR WS-IMAGE-TERM-INDEX IS NOT NUMERIC
                   OR JRN-TIMESTAMP IS NOT NUMERIC
               DISPLAY 'WARNING: JOURNAL ENTRY ' WS-JRNL-ORDINAL
                   ' CARRIES NO ROW KEY - NOT COPIED'
               ADD 1 TO WS-JRNL-SKIPPED
               GO TO 110-COPY-JOURNAL-ENTRY-EXIT
           END-IF

           MOVE WS-IMAGE-RUN-DATE    TO CHJ-RUN-DATE
           MOVE WS-IMAGE-RUN-SEQ     TO CHJ-RUN-SEQ
           MOVE WS-IMAGE-TERM-INDEX  TO CHJ-TERM-INDEX
           MOVE JRN-TIMESTAMP        TO CHJ-TIMESTAMP
           MOVE WS-JRNL-ORDINAL      TO CHJ-ORDINAL
           MOVE WS-IMAGE-RECORD-TYPE TO CHJ-RECORD-TYPE
           MOVE HIST-JOURNAL-RECORD  TO CHJ-JOURNAL-ENTRY

           MOVE CHGJ-RECORD TO JOURNAL-COPY-RECORD
           WRITE JOURNAL-COPY-RECORD
               INVALID KEY
                   SET COPY-FAILED TO TRUE
                   DISPLAY 'ERROR: FIBJRNV WRITE FAILED AT ENTRY '
                       WS-JRNL-ORDINAL ' - STATUS '
                       WS-JRNV-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-JRNL-COPIED
           END-WRITE.

       110-COPY-JOURNAL-ENTRY-EXIT.
           EXIT.

      * Only run lines are copied; anything without a run date in
      * its place (a line from before the current layout) is
      * counted and left out
       200-COPY-AUDIT-TRAIL.
           OPEN OUTPUT AUDIT-COPY-FILE
           IF NOT AUDV-FILE-OK
               DISPLAY 'ERROR: FIBAUDV OPEN FAILED - STATUS '
                   WS-AUDV-FILE-STATUS ' - NO COPY TAKEN'
               SET COPY-FAILED TO TRUE
               GO TO 200-COPY-AUDIT-TRAIL-EXIT
           END-IF

           OPEN INPUT AUDIT-TRAIL-FILE
           IF NOT AUD-FILE-OK
               DISPLAY 'WARNING: FIBAUDIT NOT AVAILABLE - STATUS '
                   WS-AUD-FILE-STATUS ' - AUDIT COPY LEFT EMPTY'
               CLOSE AUDIT-COPY-FILE
               MOVE 4 TO WS-RETURN-CODE
               GO TO 200-COPY-AUDIT-TRAIL-EXIT
           END-IF

           PERFORM UNTIL AUD-EOF-REACHED OR COPY-FAILED
               READ AUDIT-TRAIL-FILE
                   AT END
                       SET AUD-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUD-ORDINAL
                       PERFORM 210-COPY-AUDIT-LINE
               END-READ
           END-PERFORM

           CLOSE AUDIT-TRAIL-FILE
           CLOSE AUDIT-COPY-FILE

           DISPLAY 'FIBAUDIT LINES COPIED TO FIBAUDV:  '
               WS-AUD-COPIED
           IF WS-AUD-SKIPPED > ZERO
               DISPLAY 'FIBAUDIT LINES WITHOUT A RUN DATE:  '
                   WS-AUD-SKIPPED
           END-IF.

       200-COPY-AUDIT-TRAIL-EXIT.
           EXIT.

       210-COPY-AUDIT-LINE.
           MOVE AUD-LINE-TEXT(12:8) TO WS-AUDIT-RUN-DATE
           IF WS-AUDIT-RUN-DATE IS NOT NUMERIC
               ADD 1 TO WS-AUD-SKIPPED
           ELSE
               MOVE WS-AUDIT-RUN-DATE  TO CHA-RUN-DATE
               MOVE WS-AUD-ORDINAL     TO CHA-ORDINAL
               MOVE AUDIT-TRAIL-RECORD TO CHA-AUDIT-ENTRY
               MOVE CHGA-RECORD TO AUDIT-COPY-RECORD
               WRITE AUDIT-COPY-RECORD
                   INVALID KEY
                       SET COPY-FAILED TO TRUE
                       DISPLAY 'ERROR: FIBAUDV WRITE FAILED AT LINE '
                           WS-AUD-ORDINAL ' - STATUS '
                           WS-AUDV-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-AUD-COPIED
               END-WRITE
           END-IF.

       900-TERMINATE.
           DISPLAY SPACE
           IF COPY-FAILED
               DISPLAY 'CHANGE-HISTORY COPY FAILED - FIBCHGL POSTED '
                   'FAILED; FIBCHGH WILL NOT USE IT'
           ELSE
               DISPLAY 'CHANGE-HISTORY COPIES COMPLETE AS OF '
                   WS-COPY-TIMESTAMP
           END-IF

           DISPLAY '   FIBCHGL COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
