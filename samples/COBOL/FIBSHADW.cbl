      ******************************************************************
      * FIBSHADW takes the point-in-time shadow of the history that
      * the online readers fall back to during the batch window.
      * While ADVFIBB or FIBPURGE holds its STARTED record on the
      * FIBRUNC run-control file, FIBINQ used to answer every
      * inquiry with a batch-in-progress message and FIBAPI and
      * FIBDASH had nothing to offer at all - for the whole night.
      * Run as the first job of the cycle, before ADVFIBB:
      *
      *   1. the interlock is checked - a shadow is never taken
      *      while ADVFIBB or FIBPURGE is running (RC=24), so the
      *      copy is always a settled image,
      *   2. FIBSHADW posts STARTED on FIBRUNC; readers ignore the
      *      shadow until the copy is complete,
      *   3. FIBHIST is copied whole to FIBHISTS and the prior-year
      *      FIBHISTP to FIBHSTPS,
      *   4. FIBSHADW posts COMPLETED stamped with the time the
      *      copy began - the "AS OF" time FIBINQ, FIBAPI, FIBBULK
      *      and FIBDASH show while they read the shadow - or
      *      FAILED, and the readers keep their batch-busy answer.
      *
      * The shadow is read-only: nothing but this program writes
      * to it. RC=4 when FIBHISTP is missing (the prior-year
      * shadow is left empty), RC=16 on a copy failure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSHADW.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - START-OF-CYCLE READ-ONLY
      *                 SHADOW OF FIBHIST AND FIBHISTP FOR THE
      *                 ONLINE READERS DURING THE BATCH WINDOW
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PRIOR-HISTORY-FILE ASSIGN TO "FIBHISTP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PRI-FILE-STATUS.
           SELECT SHADOW-HISTORY-FILE ASSIGN TO "FIBHISTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHST-KEY
               FILE STATUS IS WS-SHST-FILE-STATUS.
           SELECT SHADOW-PRIOR-FILE ASSIGN TO "FIBHSTPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPRI-KEY
               FILE STATUS IS WS-SPRI-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

      * The prior-year cluster and both shadows carry the identical
      * layout; only the keys need their own names here
       FD  PRIOR-HISTORY-FILE.
       01  PRIOR-HISTORY-RECORD.
           05  PHIST-KEY              PIC X(14).
           05  FILLER                 PIC X(86).

       FD  SHADOW-HISTORY-FILE.
       01  SHADOW-HISTORY-RECORD.
           05  SHST-KEY               PIC X(14).
           05  FILLER                 PIC X(86).

       FD  SHADOW-PRIOR-FILE.
       01  SHADOW-PRIOR-RECORD.
           05  SPRI-KEY               PIC X(14).
           05  FILLER                 PIC X(86).

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PRI-FILE-STATUS     PIC XX VALUE SPACES.
               88  PRI-FILE-OK             VALUE '00'.
           05  WS-SHST-FILE-STATUS    PIC XX VALUE SPACES.
               88  SHST-FILE-OK            VALUE '00'.
           05  WS-SPRI-FILE-STATUS    PIC XX VALUE SPACES.
               88  SPRI-FILE-OK            VALUE '00'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.
               88  RUNC-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-PRI-EOF-SW          PIC X VALUE 'N'.
               88  PRI-EOF-REACHED        VALUE 'Y'.
           05  WS-COPY-FAIL-SW        PIC X VALUE 'N'.
               88  COPY-FAILED            VALUE 'Y'.
           05  WS-INTERLOCK-SW        PIC X VALUE 'N'.
               88  INTERLOCK-BLOCKED      VALUE 'Y'.

      * The batch programs whose STARTED record forbids a shadow
       01  WS-INTERLOCK-PROGRAMS.
           05  FILLER                 PIC X(8) VALUE 'ADVFIBB '.
           05  FILLER                 PIC X(8) VALUE 'FIBPURGE'.
       01  WS-INTERLOCK-TABLE REDEFINES WS-INTERLOCK-PROGRAMS.
           05  WS-INTERLOCK-PGM       PIC X(8) OCCURS 2 TIMES.

       77  WS-SHADOW-TIMESTAMP        PIC 9(14) VALUE ZERO.
       77  WS-HIST-COPIED             PIC 9(9) VALUE ZERO.
       77  WS-PRI-COPIED              PIC 9(9) VALUE ZERO.
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

           PERFORM 100-COPY-CURRENT-HISTORY
               THRU 100-COPY-CURRENT-HISTORY-EXIT
           IF NOT COPY-FAILED
               PERFORM 200-COPY-PRIOR-HISTORY
                   THRU 200-COPY-PRIOR-HISTORY-EXIT
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
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SHADOW-TIMESTAMP

           DISPLAY '======================================='
           DISPLAY '   FIBSHADW - ONLINE READ-ONLY SHADOW'
           DISPLAY '======================================='
           DISPLAY 'SHADOW AS OF ' WS-SHADOW-TIMESTAMP.

      * Refuse to copy while a batch job holds the interlock - the
      * shadow must be a settled image - then post FIBSHADW
      * STARTED so the readers leave the shadow alone until the
      * copy is complete
       050-RUN-CONTROL-INTERLOCK.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF

           IF NOT RUNC-FILE-OK
               DISPLAY 'ERROR: FIBRUNC NOT AVAILABLE - STATUS '
                   WS-RUNC-FILE-STATUS ' - THE READERS CANNOT FIND '
                   'A SHADOW WITHOUT IT'
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
                                   RUNC-TIMESTAMP ') - NO SHADOW '
                                   'TAKEN'
                           END-IF
                   END-READ
               END-PERFORM

               IF NOT INTERLOCK-BLOCKED
                   MOVE 'FIBSHADW' TO RUNC-PROGRAM
                   MOVE 'STARTED  ' TO RUNC-STATUS
                   MOVE WS-SHADOW-TIMESTAMP TO RUNC-TIMESTAMP
                   MOVE WS-USERID TO RUNC-USERID
                   WRITE RUNC-RECORD
                       INVALID KEY
                           REWRITE RUNC-RECORD
                   END-WRITE
               END-IF

               CLOSE RUN-CONTROL-FILE
           END-IF.

      * COMPLETED carries the time the copy began, not the time it
      * ended - that is the instant the shadow reflects
       055-RUN-CONTROL-FINISH.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'FIBSHADW' TO RUNC-PROGRAM
               IF WS-RETURN-CODE > 4
                   MOVE 'FAILED   ' TO RUNC-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO RUNC-TIMESTAMP
               ELSE
                   MOVE 'COMPLETED' TO RUNC-STATUS
                   MOVE WS-SHADOW-TIMESTAMP TO RUNC-TIMESTAMP
               END-IF
               MOVE WS-USERID TO RUNC-USERID
               REWRITE RUNC-RECORD
                   INVALID KEY
                       WRITE RUNC-RECORD
               END-REWRITE
               CLOSE RUN-CONTROL-FILE
           END-IF.

       100-COPY-CURRENT-HISTORY.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - NO SHADOW TAKEN'
               SET COPY-FAILED TO TRUE
               GO TO 100-COPY-CURRENT-HISTORY-EXIT
           END-IF

           OPEN OUTPUT SHADOW-HISTORY-FILE
           IF NOT SHST-FILE-OK
               DISPLAY 'ERROR: FIBHISTS OPEN FAILED - STATUS '
                   WS-SHST-FILE-STATUS ' - NO SHADOW TAKEN'
               CLOSE FIB-HISTORY-FILE
               SET COPY-FAILED TO TRUE
               GO TO 100-COPY-CURRENT-HISTORY-EXIT
           END-IF

           PERFORM UNTIL HIST-EOF-REACHED OR COPY-FAILED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 110-COPY-CURRENT-ROW
               END-READ
           END-PERFORM

           CLOSE SHADOW-HISTORY-FILE
           CLOSE FIB-HISTORY-FILE

           DISPLAY 'FIBHIST ROWS COPIED TO FIBHISTS:  '
               WS-HIST-COPIED.

       100-COPY-CURRENT-HISTORY-EXIT.
           EXIT.

       110-COPY-CURRENT-ROW.
      * The longest shared view carries every record type whole -
      * the FIBPARTR convention
           MOVE HIST-PARM-RECORD TO SHADOW-HISTORY-RECORD
           WRITE SHADOW-HISTORY-RECORD
               INVALID KEY
                   SET COPY-FAILED TO TRUE
                   DISPLAY 'ERROR: FIBHISTS WRITE FAILED AT '
                       HIST-RUN-DATE '/' HIST-TERM-INDEX
                       ' - STATUS ' WS-SHST-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-COPIED
           END-WRITE.

      * A missing prior-year cluster (no roll yet) leaves the
      * prior-year shadow empty with a warning - readers routed
      * there find nothing, exactly as they would on the live side
       200-COPY-PRIOR-HISTORY.
           OPEN OUTPUT SHADOW-PRIOR-FILE
           IF NOT SPRI-FILE-OK
               DISPLAY 'ERROR: FIBHSTPS OPEN FAILED - STATUS '
                   WS-SPRI-FILE-STATUS ' - NO SHADOW TAKEN'
               SET COPY-FAILED TO TRUE
               GO TO 200-COPY-PRIOR-HISTORY-EXIT
           END-IF

           OPEN INPUT PRIOR-HISTORY-FILE
           IF NOT PRI-FILE-OK
               DISPLAY 'WARNING: FIBHISTP NOT AVAILABLE - STATUS '
                   WS-PRI-FILE-STATUS ' - PRIOR-YEAR SHADOW LEFT '
                   'EMPTY'
               CLOSE SHADOW-PRIOR-FILE
               MOVE 4 TO WS-RETURN-CODE
               GO TO 200-COPY-PRIOR-HISTORY-EXIT
           END-IF

           PERFORM UNTIL PRI-EOF-REACHED OR COPY-FAILED
               READ PRIOR-HISTORY-FILE NEXT RECORD
                   AT END
                       SET PRI-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 210-COPY-PRIOR-ROW
               END-READ
           END-PERFORM

           CLOSE PRIOR-HISTORY-FILE
           CLOSE SHADOW-PRIOR-FILE

           DISPLAY 'FIBHISTP ROWS COPIED TO FIBHSTPS: '
               WS-PRI-COPIED.

       200-COPY-PRIOR-HISTORY-EXIT.
           EXIT.

       210-COPY-PRIOR-ROW.
           MOVE PRIOR-HISTORY-RECORD TO SHADOW-PRIOR-RECORD
           WRITE SHADOW-PRIOR-RECORD
               INVALID KEY
                   SET COPY-FAILED TO TRUE
                   DISPLAY 'ERROR: FIBHSTPS WRITE FAILED AT '
                       PHIST-KEY ' - STATUS ' WS-SPRI-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-PRI-COPIED
           END-WRITE.

       900-TERMINATE.
           DISPLAY SPACE
           IF COPY-FAILED
               DISPLAY 'SHADOW COPY FAILED - FIBSHADW POSTED FAILED; '
                   'THE ONLINE READERS WILL NOT USE IT'
           ELSE
               DISPLAY 'SHADOW COMPLETE AS OF ' WS-SHADOW-TIMESTAMP
           END-IF

           DISPLAY '   FIBSHADW COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
