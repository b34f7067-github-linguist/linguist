      * SYSIN card: the stop timestamp YYYYMMDDHHMMSS in columns
      * 1-14; journal records stamped after it are not applied.
      * Omit the card to replay the whole journal. RC=8 when a
      * file is unavailable, RC=4 when any replay action failed
      * or an undone row could not be journaled.
      *
      * The changes past the stop point are undone by the recovery,
      * so once the replay is done each row they touched gets one
      * compensating FIBJRNL entry under program FIBRFWD, taking it
      * from the state the journal last recorded to the state the
      * recovery left: the journal keeps telling the whole story,
      * and its readers (the DB2 apply, the change-history copies,
      * the FIBRSTMT restatement feed) see the recovery as the
      * change it is. A later roll-forward past these entries
      * arrives at the same recovered state.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRFWD.
      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - REPLAY THE CHANGE JOURNAL
      *                 AGAINST A REBUILT BACKUP TO A POINT IN TIME
      * 10-15-2026  AG  REPLAY THE TYPE-X PARAMETER-SNAPSHOT
      *                 EXTENSION ROWS (TERM-INDEX 9996)
      * 10-15-2026  AG  JOURNAL A COMPENSATING ENTRY FOR EVERY ROW
      *                 THE RECOVERY TOOK BACK PAST THE STOP POINT,
      *                 UNDER THE SUBMITTER'S USERID
      * 10-15-2026  AG  REPLAY THE TYPE-F PRIME FACTORIZATION ROWS
      *                 (TERM-INDEX 8001-8400)
      * 10-15-2026  AG  CLEAR THE APPROVING CHECKER ON A COMPENSATING
      *                 JOURNAL ENTRY
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  WS-JRNL-EOF-SW         PIC X VALUE 'N'.
               88  JRNL-EOF-REACHED       VALUE 'Y'.

      * One entry per row a change past the stop point touched:
      * the row as the first such change found it (the state the
      * recovery leaves) and as the last one left it (the state
      * the journal last recorded)
       01  UNDONE-ROW-TABLE.
           05  WS-UNDONE-COUNT        PIC 9(4) VALUE ZERO.
           05  UNDONE-ROW OCCURS 2000 TIMES.
               10  UD-KEY             PIC X(14).
               10  UD-FIRST-BEFORE    PIC X(100).
               10  UD-LAST-AFTER      PIC X(100).

      * Change-journal record for the shared FIBJRNW writer
       01  WS-COMPENSATING-ENTRY.
           05  WS-CMP-TIMESTAMP       PIC 9(14).
           05  WS-CMP-PROGRAM         PIC X(8).
           05  WS-CMP-USERID          PIC X(8).
           05  WS-CMP-ACTION          PIC X.
           05  WS-CMP-BEFORE-IMAGE    PIC X(100).
           05  WS-CMP-AFTER-IMAGE     PIC X(100).
           05  WS-CMP-APPROVED-BY     PIC X(8) VALUE SPACES.

       77  WS-STOP-STAMP              PIC 9(14) VALUE
                                      99999999999999.
       77  WS-UNDONE-KEY              PIC X(14) VALUE SPACES.
       77  WS-UD-IDX                  PIC 9(4) VALUE ZERO.
       77  WS-UD-SLOT                 PIC 9(4) VALUE ZERO.
       77  WS-UNDONE-OVERFLOW         PIC 9(7) VALUE ZERO.
       77  WS-COMPENSATED-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-APPLIED-COUNT           PIC 9(9) VALUE ZERO.
       77  WS-SKIPPED-COUNT           PIC 9(9) VALUE ZERO.
       77  WS-FAILED-COUNT            PIC 9(7) VALUE ZERO.
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
           PERFORM 100-REPLAY-JOURNAL
               THRU 100-REPLAY-JOURNAL-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 300-JOURNAL-UNDONE-ROWS
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           ELSE
               MOVE SPACES TO WS-USERID
           END-IF

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   NOT AT END
                       IF JRN-TIMESTAMP > WS-STOP-STAMP
                           ADD 1 TO WS-SKIPPED-COUNT
                           PERFORM 130-NOTE-UNDONE-CHANGE
                       ELSE
                           PERFORM 110-APPLY-ONE-CHANGE
                       END-IF
                                   PERFORM 120-FLAG-REPLAY-FAILURE
                           END-REWRITE
                   END-WRITE
               WHEN HIST-TERM-INDEX = 9996
                   WRITE HIST-PARMX-RECORD
                       INVALID KEY
                           REWRITE HIST-PARMX-RECORD
                               INVALID KEY
                                   PERFORM 120-FLAG-REPLAY-FAILURE
                           END-REWRITE
                   END-WRITE
               WHEN HIST-TERM-INDEX NOT < 5000
                       AND HIST-TERM-INDEX NOT > 5200
                   WRITE HIST-NOTE-RECORD
                                   PERFORM 120-FLAG-REPLAY-FAILURE
                           END-REWRITE
                   END-WRITE
               WHEN HIST-TERM-INDEX > 8000
                       AND HIST-TERM-INDEX NOT > 8400
                   WRITE HIST-FACT-RECORD
                       INVALID KEY
                           REWRITE HIST-FACT-RECORD
                               INVALID KEY
                                   PERFORM 120-FLAG-REPLAY-FAILURE
                           END-REWRITE
                   END-WRITE
               WHEN OTHER
                   WRITE HIST-RECORD
                       INVALID KEY
               JRN-TIMESTAMP ' KEY ' JRN-AFTER-IMAGE(1:14)
               ' - STATUS ' WS-HIST-FILE-STATUS.

      * A row touched more than once past the stop keeps the first
      * change's before image and the last change's after image
       130-NOTE-UNDONE-CHANGE.
           IF JRN-IS-DELETE
               MOVE JRN-BEFORE-IMAGE(1:14) TO WS-UNDONE-KEY
           ELSE
               MOVE JRN-AFTER-IMAGE(1:14)  TO WS-UNDONE-KEY
           END-IF

           MOVE ZERO TO WS-UD-SLOT
           PERFORM VARYING WS-UD-IDX FROM 1 BY 1
                     UNTIL WS-UD-IDX > WS-UNDONE-COUNT
                           OR WS-UD-SLOT > ZERO
               IF UD-KEY(WS-UD-IDX) = WS-UNDONE-KEY
                   MOVE WS-UD-IDX TO WS-UD-SLOT
               END-IF
           END-PERFORM

           IF WS-UD-SLOT > ZERO
               MOVE JRN-AFTER-IMAGE TO UD-LAST-AFTER(WS-UD-SLOT)
           ELSE
               IF WS-UNDONE-COUNT < 2000
                   ADD 1 TO WS-UNDONE-COUNT
                   MOVE WS-UNDONE-KEY TO UD-KEY(WS-UNDONE-COUNT)
                   MOVE JRN-BEFORE-IMAGE
                       TO UD-FIRST-BEFORE(WS-UNDONE-COUNT)
                   MOVE JRN-AFTER-IMAGE
                       TO UD-LAST-AFTER(WS-UNDONE-COUNT)
               ELSE
                   ADD 1 TO WS-UNDONE-OVERFLOW
                   DISPLAY 'WARNING: UNDONE-ROW TABLE FULL - KEY '
                       WS-UNDONE-KEY ' NOT JOURNALED'
               END-IF
           END-IF.

      * Runs after the journal is closed: FIBJRNW appends to it.
      * A row the recovery left as the journal last had it needs
      * no entry; one it took away is a delete, one it brought
      * back is an add, anything else a rewrite
       300-JOURNAL-UNDONE-ROWS.
           PERFORM VARYING WS-UD-IDX FROM 1 BY 1
                     UNTIL WS-UD-IDX > WS-UNDONE-COUNT
               IF UD-FIRST-BEFORE(WS-UD-IDX)
                       NOT = UD-LAST-AFTER(WS-UD-IDX)
                   MOVE 'FIBRFWD ' TO WS-CMP-PROGRAM
                   MOVE WS-USERID  TO WS-CMP-USERID
                   MOVE UD-LAST-AFTER(WS-UD-IDX)
                       TO WS-CMP-BEFORE-IMAGE
                   MOVE UD-FIRST-BEFORE(WS-UD-IDX)
                       TO WS-CMP-AFTER-IMAGE
                   EVALUATE TRUE
                       WHEN UD-FIRST-BEFORE(WS-UD-IDX) = SPACES
                           MOVE 'D' TO WS-CMP-ACTION
                       WHEN UD-LAST-AFTER(WS-UD-IDX) = SPACES
                           MOVE 'A' TO WS-CMP-ACTION
                       WHEN OTHER
                           MOVE 'R' TO WS-CMP-ACTION
                   END-EVALUATE
                   CALL 'FIBJRNW' USING WS-COMPENSATING-ENTRY
                   ADD 1 TO WS-COMPENSATED-COUNT
               END-IF
           END-PERFORM.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'CHANGES APPLIED:          ' WS-APPLIED-COUNT
           DISPLAY 'CHANGES PAST THE STOP:    ' WS-SKIPPED-COUNT
           DISPLAY 'REPLAY FAILURES:          ' WS-FAILED-COUNT
           DISPLAY 'ROWS TAKEN BACK:          ' WS-COMPENSATED-COUNT
           IF WS-UNDONE-OVERFLOW > ZERO
               DISPLAY 'UNDONE ROWS NOT JOURNALED:' WS-UNDONE-OVERFLOW
           END-IF

           IF WS-FAILED-COUNT > ZERO OR WS-UNDONE-OVERFLOW > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBRFWD COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
