      ******************************************************************
      * FIBRDIRP is the shared poster for the FIBRDIR run directory -
      * one record per saved run (run date + run sequence) holding
      * its whole lifecycle: generated, certified, checked,
      * quarantined, held, transmitted, acknowledged, archived,
      * restored and corrected. Before the directory, answering
      * "what state is this run in" meant reading the FIBHIST
      * summary and type-C record, FIBHOLD, FIBACAT, FIBXMIT and
      * FIBVRFY separately.
      *
      * Every program that changes one of those states calls here
      * with the run, the state and the code to post; the record is
      * read, created if new, updated and rewritten. A run sequence
      * of zero posts to every run on file for the date, or to the
      * date-level record (sequence 00) when the date has no run yet
      * - the first run saved for the date inherits its states.
      *
      * A posting failure is reported and swallowed - the directory
      * must never fail the change it is recording. FIBRDIRB
      * rebuilds it from the source files after a recovery. See the
      * FIBRDIRC copybook for the parameters and FIBRDIRD for the
      * record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRDIRP.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RUN-DIRECTORY LIFECYCLE
      *                 POSTING FOR EVERY STATE-CHANGING PROGRAM
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-DIRECTORY-FILE ASSIGN TO "FIBRDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDIR-KEY
               FILE STATUS IS WS-RDIR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-DIRECTORY-FILE.
           COPY FIBRDIRD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RDIR-FILE-STATUS    PIC XX VALUE SPACES.
               88  RDIR-FILE-OK            VALUE '00'.
               88  RDIR-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-NEW-RECORD-SW       PIC X VALUE 'N'.
               88  RDIR-NEW-RECORD         VALUE 'Y'.
           05  WS-DATE-EOF-SW         PIC X VALUE 'N'.
               88  DATE-EOF-REACHED        VALUE 'Y'.

       77  WS-POST-STAMP              PIC 9(14) VALUE ZERO.
       77  WS-RUNS-POSTED             PIC 9(4) VALUE ZERO.

       LINKAGE SECTION.
           COPY FIBRDIRC.

       PROCEDURE DIVISION USING FIBRDIR-PARMS.
       0000-MAINLINE.
           IF RDP-STATE < 1 OR RDP-STATE > 10
               DISPLAY 'WARNING: FIBRDIRP STATE ' RDP-STATE
                   ' NOT RECOGNIZED - RUN ' RDP-RUN-DATE '/'
                   RDP-RUN-SEQ ' NOT POSTED'
               GOBACK
           END-IF

           IF RDP-STAMP = ZERO
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-POST-STAMP
           ELSE
               MOVE RDP-STAMP TO WS-POST-STAMP
           END-IF

           OPEN I-O RUN-DIRECTORY-FILE
           IF RDIR-FILE-NOT-FOUND
               OPEN OUTPUT RUN-DIRECTORY-FILE
               CLOSE RUN-DIRECTORY-FILE
               OPEN I-O RUN-DIRECTORY-FILE
           END-IF

           IF NOT RDIR-FILE-OK
               DISPLAY 'WARNING: FIBRDIR NOT AVAILABLE - STATUS '
                   WS-RDIR-FILE-STATUS ' - RUN ' RDP-RUN-DATE '/'
                   RDP-RUN-SEQ ' NOT POSTED'
               GOBACK
           END-IF

           IF RDP-RUN-SEQ = ZERO
               PERFORM 2000-POST-EVERY-SEQUENCE
                   THRU 2000-POST-EVERY-SEQUENCE-EXIT
           ELSE
               PERFORM 1000-POST-ONE-RUN
                   THRU 1000-POST-ONE-RUN-EXIT
           END-IF

           CLOSE RUN-DIRECTORY-FILE

           GOBACK.

       1000-POST-ONE-RUN.
           MOVE RDP-RUN-DATE TO RDIR-RUN-DATE
           MOVE RDP-RUN-SEQ  TO RDIR-RUN-SEQ
           MOVE 'N' TO WS-NEW-RECORD-SW
           READ RUN-DIRECTORY-FILE
               INVALID KEY
                   SET RDIR-NEW-RECORD TO TRUE
                   PERFORM 1100-NEW-RUN-RECORD
           END-READ

           PERFORM 3000-APPLY-STATE

           IF RDIR-NEW-RECORD
               WRITE RUN-DIRECTORY-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: FIBRDIR WRITE FAILED - '
                           'STATUS ' WS-RDIR-FILE-STATUS ' - RUN '
                           RDP-RUN-DATE '/' RDP-RUN-SEQ
               END-WRITE
           ELSE
               REWRITE RUN-DIRECTORY-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: FIBRDIR REWRITE FAILED - '
                           'STATUS ' WS-RDIR-FILE-STATUS ' - RUN '
                           RDP-RUN-DATE '/' RDP-RUN-SEQ
               END-REWRITE
           END-IF.

       1000-POST-ONE-RUN-EXIT.
           EXIT.

      * A run's first posting starts from the date-level record
      * when one exists - a hold placed before the date was run
      * carries onto the run.
       1100-NEW-RUN-RECORD.
           MOVE RDP-RUN-DATE TO RDIR-RUN-DATE
           MOVE ZERO         TO RDIR-RUN-SEQ
           READ RUN-DIRECTORY-FILE
               INVALID KEY
                   MOVE SPACES TO RUN-DIRECTORY-RECORD
                   INITIALIZE RUN-DIRECTORY-RECORD
           END-READ

           MOVE RDP-RUN-DATE TO RDIR-RUN-DATE
           MOVE RDP-RUN-SEQ  TO RDIR-RUN-SEQ.

      * Date-level events (holds, transmissions, acknowledgements)
      * post to every run on file for the date; with none yet the
      * date-level record takes the posting.
       2000-POST-EVERY-SEQUENCE.
           MOVE ZERO TO WS-RUNS-POSTED
           MOVE 'N' TO WS-DATE-EOF-SW
           MOVE RDP-RUN-DATE TO RDIR-RUN-DATE
           MOVE ZERO         TO RDIR-RUN-SEQ
           START RUN-DIRECTORY-FILE KEY IS NOT LESS THAN RDIR-KEY
               INVALID KEY
                   SET DATE-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL DATE-EOF-REACHED
               READ RUN-DIRECTORY-FILE NEXT RECORD
                   AT END
                       SET DATE-EOF-REACHED TO TRUE
                   NOT AT END
                       IF RDIR-RUN-DATE NOT = RDP-RUN-DATE
                           SET DATE-EOF-REACHED TO TRUE
                       ELSE
                           PERFORM 3000-APPLY-STATE
                           REWRITE RUN-DIRECTORY-RECORD
                               INVALID KEY
                                   DISPLAY 'WARNING: FIBRDIR REWRITE '
                                       'FAILED - STATUS '
                                       WS-RDIR-FILE-STATUS ' - RUN '
                                       RDIR-RUN-DATE '/' RDIR-RUN-SEQ
                           END-REWRITE
                           ADD 1 TO WS-RUNS-POSTED
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RUNS-POSTED = ZERO
               PERFORM 1000-POST-ONE-RUN
                   THRU 1000-POST-ONE-RUN-EXIT
           END-IF.

       2000-POST-EVERY-SEQUENCE-EXIT.
           EXIT.

      * In post-if-unset mode a state the run already carries is
      * left alone. The last-posted fields follow the newest stamp,
      * so a rebuild that posts its sources out of time order still
      * ends with the latest change showing.
       3000-APPLY-STATE.
           IF RDP-POST-IF-UNSET
                   AND RDIR-STATE-CODE (RDP-STATE) NOT = SPACE
               CONTINUE
           ELSE
               MOVE RDP-STATE-CODE TO RDIR-STATE-CODE (RDP-STATE)
               MOVE WS-POST-STAMP  TO RDIR-STATE-STAMP (RDP-STATE)
               MOVE RDP-PROGRAM    TO RDIR-STATE-PROGRAM (RDP-STATE)
           END-IF

           IF RDP-TERM-COUNT > ZERO
               MOVE RDP-TERM-COUNT TO RDIR-TERM-COUNT
           END-IF
           IF RDP-ARCH-GENERATION > ZERO
               MOVE RDP-ARCH-GENERATION TO RDIR-ARCH-GENERATION
           END-IF

           IF WS-POST-STAMP NOT < RDIR-LAST-STAMP
               MOVE WS-POST-STAMP TO RDIR-LAST-STAMP
               MOVE RDP-PROGRAM   TO RDIR-LAST-PROGRAM
               MOVE RDP-USERID    TO RDIR-LAST-USERID
           END-IF.
