      ******************************************************************
      * FIBVERLD loads the FIBVREG release registry from SYSIN cards.
      * Every release of the batch suite promoted to production gets
      * one entry: the release id compiled into the programs
      * (FIBRELC), the date it was installed and a summary of what
      * it changed. FIBVERR reads the registry beside the run
      * history to list the runs each release produced.
      *
      *   RELEASE   starts an entry and gives its install date; the
      *             cards behind it for the same release fill it in.
      *             An entry already on file is replaced as a whole.
      *   SUMMARY   one change-summary line (up to 3 cards),
      *   DELETE    removes the entry.
      *
      * SYSIN card layout:
      *   COLS 1-8 VERB, 10-17 RELEASE ID, THEN
      *   RELEASE   COLS 19-26 INSTALL DATE (YYYYMMDD)
      *   SUMMARY   COLS 19-78 TEXT
      *
      * PARM is the submitter's userid, stamped on every entry.
      * RC=4 on rejected cards; RC=8 when FIBVREG cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBVERLD.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RELEASE REGISTRY LOADER
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
           SELECT VERSION-REGISTRY-FILE ASSIGN TO "FIBVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VER-RELEASE-ID
               FILE STATUS IS WS-VREG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  VERSION-REGISTRY-FILE.
           COPY FIBVERC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-RELEASE-ID       PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-TEXT             PIC X(60).
           05  FILLER                 PIC X(2).
      * RELEASE card - install date
       01  WS-RELEASE-CARD REDEFINES WS-CONTROL-CARD.
           05  FILLER                 PIC X(18).
           05  WS-RC-INSTALL-DATE     PIC X(8).
           05  WS-RC-INSTALL-DATE-N REDEFINES WS-RC-INSTALL-DATE.
               10  WS-RC-INSTALL-YEAR PIC 9(4).
               10  WS-RC-INSTALL-MONTH PIC 9(2).
               10  WS-RC-INSTALL-DAY  PIC 9(2).
           05  WS-RC-REST             PIC X(54).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-VREG-FILE-STATUS    PIC XX VALUE SPACES.
               88  VREG-FILE-OK            VALUE '00'.
               88  VREG-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-PENDING-SW          PIC X VALUE 'N'.
               88  ENTRY-PENDING          VALUE 'Y'.
           05  WS-PENDING-REJECT-SW   PIC X VALUE 'N'.
               88  PENDING-IS-REJECTED    VALUE 'Y'.

      * The entry being assembled from a RELEASE card and the cards
      * behind it
       01  WS-PENDING-ENTRY.
           05  PE-RELEASE-ID          PIC X(8).
           05  PE-INSTALL-DATE        PIC 9(8).
           05  PE-SUMMARY             PIC X(60) OCCURS 3 TIMES.
           05  PE-SUMMARY-COUNT       PIC 9 VALUE ZERO.

       77  WS-LINE-IDX                PIC 9 VALUE ZERO.
       77  WS-LOADED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-REPLACED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-DELETED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
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
           PERFORM 100-LOAD-REGISTRY THRU 100-LOAD-REGISTRY-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBVERLD - RELEASE REGISTRY LOAD'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY: ' WS-USERID.

      * FIBVREG is created on first use
       100-LOAD-REGISTRY.
           OPEN I-O VERSION-REGISTRY-FILE
           IF VREG-FILE-NOT-FOUND
               OPEN OUTPUT VERSION-REGISTRY-FILE
               CLOSE VERSION-REGISTRY-FILE
               OPEN I-O VERSION-REGISTRY-FILE
           END-IF
           IF NOT VREG-FILE-OK
               DISPLAY 'ERROR: FIBVREG NOT AVAILABLE - STATUS '
                   WS-VREG-FILE-STATUS ' - DECK NOT PROCESSED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-REGISTRY-EXIT
           END-IF

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO RELEASE REGISTRY DECK SUPPLIED'
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
               PERFORM 200-WRITE-PENDING-ENTRY
                   THRU 200-WRITE-PENDING-ENTRY-EXIT
           END-IF

           CLOSE VERSION-REGISTRY-FILE.

       100-LOAD-REGISTRY-EXIT.
           EXIT.

       110-PROCESS-ONE-CARD.
           IF WS-CC-VERB = SPACES OR WS-CC-VERB(1:1) = '*'
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-CC-RELEASE-ID = SPACES
               DISPLAY 'REJECTED: CARD WITHOUT A RELEASE ID'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           EVALUATE WS-CC-VERB
               WHEN 'RELEASE '
                   PERFORM 200-WRITE-PENDING-ENTRY
                       THRU 200-WRITE-PENDING-ENTRY-EXIT
                   PERFORM 120-START-ENTRY
               WHEN 'DELETE  '
                   PERFORM 200-WRITE-PENDING-ENTRY
                       THRU 200-WRITE-PENDING-ENTRY-EXIT
                   PERFORM 150-DELETE-ENTRY
               WHEN 'SUMMARY '
                   PERFORM 130-ADD-SUMMARY THRU 130-ADD-SUMMARY-EXIT
               WHEN OTHER
                   DISPLAY 'REJECTED: VERB <' WS-CC-VERB
                       '> IS NOT RELEASE, SUMMARY OR DELETE'
                   PERFORM 180-REJECT-CARD
           END-EVALUATE.

       110-PROCESS-EXIT.
           EXIT.

      * A rejected RELEASE card still becomes the pending entry,
      * marked rejected, so the summary cards behind it are not
      * taken for the entry before it
       120-START-ENTRY.
           INITIALIZE WS-PENDING-ENTRY
           SET ENTRY-PENDING TO TRUE
           MOVE 'N' TO WS-PENDING-REJECT-SW
           MOVE WS-CC-RELEASE-ID TO PE-RELEASE-ID

           IF WS-RC-INSTALL-DATE IS NOT NUMERIC
                   OR WS-RC-INSTALL-MONTH < 1
                   OR WS-RC-INSTALL-MONTH > 12
                   OR WS-RC-INSTALL-DAY < 1
                   OR WS-RC-INSTALL-DAY > 31
               DISPLAY 'REJECTED: RELEASE ' WS-CC-RELEASE-ID
                   ' INSTALL DATE <' WS-RC-INSTALL-DATE
                   '> IS NOT A YYYYMMDD DATE'
               PERFORM 190-REJECT-PENDING
           ELSE
               MOVE WS-RC-INSTALL-DATE-N TO PE-INSTALL-DATE
           END-IF.

       130-ADD-SUMMARY.
           IF NOT ENTRY-PENDING OR WS-CC-RELEASE-ID NOT = PE-RELEASE-ID
               DISPLAY 'REJECTED: SUMMARY CARD FOR ' WS-CC-RELEASE-ID
                   ' DOES NOT FOLLOW ITS RELEASE CARD'
               PERFORM 180-REJECT-CARD
               GO TO 130-ADD-SUMMARY-EXIT
           END-IF

           IF PE-SUMMARY-COUNT < 3
               ADD 1 TO PE-SUMMARY-COUNT
               MOVE WS-CC-TEXT TO PE-SUMMARY(PE-SUMMARY-COUNT)
           ELSE
               DISPLAY 'REJECTED: RELEASE ' PE-RELEASE-ID
                   ' - MORE THAN 3 SUMMARY CARDS'
               PERFORM 190-REJECT-PENDING
           END-IF.

       130-ADD-SUMMARY-EXIT.
           EXIT.

       150-DELETE-ENTRY.
           MOVE WS-CC-RELEASE-ID TO VER-RELEASE-ID
           DELETE VERSION-REGISTRY-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: NO RELEASE ' WS-CC-RELEASE-ID
                       ' ON FIBVREG'
                   PERFORM 180-REJECT-CARD
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   DISPLAY 'DELETED:  ' WS-CC-RELEASE-ID
           END-DELETE.

       180-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED CARD: <' WS-CONTROL-CARD '>'.

       190-REJECT-PENDING.
           IF NOT PENDING-IS-REJECTED
               SET PENDING-IS-REJECTED TO TRUE
               PERFORM 180-REJECT-CARD
           END-IF.

      * The pending entry is written when the next RELEASE or
      * DELETE card, or the end of the deck, shows it is complete.
      * A release with no change summary tells the reader of the
      * FIBVERR report nothing and is refused.
       200-WRITE-PENDING-ENTRY.
           IF NOT ENTRY-PENDING
               GO TO 200-WRITE-PENDING-ENTRY-EXIT
           END-IF
           MOVE 'N' TO WS-PENDING-SW

           IF PENDING-IS-REJECTED
               GO TO 200-WRITE-PENDING-ENTRY-EXIT
           END-IF

           IF PE-SUMMARY-COUNT = ZERO
               DISPLAY 'REJECTED: RELEASE ' PE-RELEASE-ID
                   ' NEEDS AT LEAST ONE SUMMARY CARD'
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 200-WRITE-PENDING-ENTRY-EXIT
           END-IF

           MOVE SPACES TO VERSION-REGISTRY-RECORD
           MOVE PE-RELEASE-ID   TO VER-RELEASE-ID
           MOVE PE-INSTALL-DATE TO VER-INSTALL-DATE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                     UNTIL WS-LINE-IDX > 3
               MOVE PE-SUMMARY(WS-LINE-IDX)
                   TO VER-SUMMARY(WS-LINE-IDX)
           END-PERFORM
           MOVE WS-USERID       TO VER-UPDATED-BY
           MOVE WS-NOW-STAMP    TO VER-UPDATED-STAMP

           WRITE VERSION-REGISTRY-RECORD
               INVALID KEY
                   REWRITE VERSION-REGISTRY-RECORD
                   ADD 1 TO WS-REPLACED-COUNT
                   DISPLAY 'REPLACED: ' VER-RELEASE-ID ' '
                       VER-INSTALL-DATE ' ' VER-SUMMARY(1)
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   DISPLAY 'LOADED:   ' VER-RELEASE-ID ' '
                       VER-INSTALL-DATE ' ' VER-SUMMARY(1)
           END-WRITE.

       200-WRITE-PENDING-ENTRY-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'ENTRIES LOADED:   ' WS-LOADED-COUNT
           DISPLAY 'ENTRIES REPLACED: ' WS-REPLACED-COUNT
           DISPLAY 'ENTRIES DELETED:  ' WS-DELETED-COUNT
           DISPLAY 'CARDS REJECTED:   ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBVERLD COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
