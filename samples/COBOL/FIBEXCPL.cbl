      * after its run date, with owner and age. RC=4 when any
      * critical exception has aged, RC=8 when the workbench file
      * is unavailable.
      *
      * An exception whose message id, program and term index match
      * an open FIBPROB recurring-exception problem (opened by the
      * weekly FIBPRBD detection job) is not opened again: it is
      * taken in LINKED to the problem, whose occurrence count and
      * last occurrence move on, and it stays off the aging page
      * until the problem is marked fixed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBEXCPL.
      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - WORKBENCH INTAKE FROM
      *                 FIBEXCP AND CRITICAL-EXCEPTION AGING PAGE
      * 10-15-2026  AG  OCCURRENCES OF AN OPEN FIBPROB
      *                 RECURRING PROBLEM ARE TAKEN IN LINKED (STATUS
      *                 L) AND KEPT OFF THE AGING PAGE
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXW-KEY
               FILE STATUS IS WS-WKB-FILE-STATUS.
           SELECT PROBLEM-FILE ASSIGN TO "FIBPROB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRB-KEY
               FILE STATUS IS WS-PRB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKBENCH-FILE.
           COPY FIBEXCWC.

       FD  PROBLEM-FILE.
           COPY FIBPRBC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-WKB-FILE-STATUS     PIC XX VALUE SPACES.
               88  WKB-FILE-OK             VALUE '00'.
               88  WKB-FILE-NOT-FOUND      VALUE '35'.
           05  WS-PRB-FILE-STATUS     PIC XX VALUE SPACES.
               88  PRB-FILE-OK             VALUE '00'.

       01  WS-INDICATORS.
           05  WS-EXCP-EOF-SW         PIC X VALUE 'N'.
               88  EXCP-EOF-REACHED       VALUE 'Y'.
           05  WS-WKB-EOF-SW          PIC X VALUE 'N'.
               88  WKB-EOF-REACHED        VALUE 'Y'.
           05  WS-PROBLEMS-SW         PIC X VALUE 'N'.
               88  PROBLEMS-AVAILABLE     VALUE 'Y'.
           05  WS-PROBLEM-OPEN-SW     PIC X VALUE 'N'.
               88  PROBLEM-IS-OPEN        VALUE 'Y'.

       01  AGING-LINE.
           05  AG-RUN-DATE            PIC 9(8).
       77  WS-SEQ-RUN-DATE            PIC 9(8) VALUE ZERO.
       77  WS-INTAKE-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-DUP-COUNT               PIC 9(5) VALUE ZERO.
       77  WS-LINKED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-OPEN-COUNT              PIC 9(5) VALUE ZERO.
       77  WS-AGED-COUNT              PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
               GO TO 100-INTAKE-EXCEPTIONS-EXIT
           END-IF

      * No problem file yet only means nothing has recurred so far
           OPEN I-O PROBLEM-FILE
           IF PRB-FILE-OK
               SET PROBLEMS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'NO FIBPROB PROBLEM FILE - STATUS '
                   WS-PRB-FILE-STATUS ' - NOTHING LINKED'
           END-IF

           OPEN INPUT EXCEPTION-FILE
           IF NOT EXCP-FILE-OK
               DISPLAY 'NO FIBEXCP FILE THIS CYCLE - NOTHING TO '
           END-IF

           CLOSE WORKBENCH-FILE
           IF PROBLEMS-AVAILABLE
               CLOSE PROBLEM-FILE
           END-IF

           DISPLAY 'EXCEPTIONS TAKEN IN:   ' WS-INTAKE-COUNT
           DISPLAY 'LINKED TO A PROBLEM:   ' WS-LINKED-COUNT
           DISPLAY 'ALREADY ON WORKBENCH:  ' WS-DUP-COUNT.

       100-INTAKE-EXCEPTIONS-EXIT.
           MOVE EXC-TERM-INDEX TO EXW-TERM-INDEX
           MOVE EXC-MSG-ID     TO EXW-MSG-ID
           MOVE EXC-TEXT       TO EXW-TEXT
           PERFORM 130-FIND-OPEN-PROBLEM
           IF PROBLEM-IS-OPEN
               MOVE 'L'        TO EXW-STATUS
           ELSE
               MOVE 'O'        TO EXW-STATUS
           END-IF
           MOVE SPACES         TO EXW-OWNER
           MOVE ZERO           TO EXW-ASSIGN-STAMP
           MOVE SPACES         TO EXW-RESOLUTION
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-INTAKE-COUNT
                   IF PROBLEM-IS-OPEN
                       PERFORM 140-LINK-TO-PROBLEM
                   END-IF
           END-WRITE.

       120-FIND-NEXT-SEQUENCE.
               END-READ
           END-PERFORM.

       130-FIND-OPEN-PROBLEM.
           MOVE 'N' TO WS-PROBLEM-OPEN-SW
           IF PROBLEMS-AVAILABLE
               MOVE EXC-MSG-ID     TO PRB-MSG-ID
               MOVE EXC-PROGRAM    TO PRB-PROGRAM
               MOVE EXC-TERM-INDEX TO PRB-TERM-INDEX
               READ PROBLEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRB-IS-OPEN
                           SET PROBLEM-IS-OPEN TO TRUE
                       END-IF
               END-READ
           END-IF.

      * The problem record read by 130 is still in the buffer
       140-LINK-TO-PROBLEM.
           ADD 1 TO WS-LINKED-COUNT
           ADD 1 TO PRB-LINKED-COUNT
           IF EXW-RUN-DATE > PRB-LAST-RUN-DATE
                   OR (EXW-RUN-DATE = PRB-LAST-RUN-DATE
                       AND EXW-SEQ > PRB-LAST-SEQ)
               MOVE EXW-RUN-DATE TO PRB-LAST-RUN-DATE
               MOVE EXW-SEQ      TO PRB-LAST-SEQ
               MOVE EXW-TEXT     TO PRB-TEXT
           END-IF
           REWRITE PROBLEM-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: FIBPROB REWRITE FAILED - '
                       PRB-MSG-ID ' ' PRB-PROGRAM ' STATUS '
                       WS-PRB-FILE-STATUS
           END-REWRITE.

      * One business day after the run date, an open critical item
      * (severity E or C) belongs on the morning page - due date =
      * run date + 1, rolled forward over Saturday and Sunday, the
           EXIT.

       210-AGE-ONE-ITEM.
           IF EXW-IS-CLOSED OR EXW-IS-LINKED
               CONTINUE
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-IF

           DISPLAY '   FIBEXCPL COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
