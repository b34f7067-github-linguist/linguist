      ******************************************************************
      * FIBMSGLD loads the FIBMSG message catalog from SYSIN cards.
      * Each message id the suite posts on FIBEXCP, FIBALERT and the
      * exception workbench gets one entry: its usual severity, a
      * title, what it means, the probable cause, what the operator
      * does about it and who to escalate to. The FMSG transaction
      * (FIBMSGQ) shows the entry online and FIBEXCB reaches it by
      * PF5; FIBMSGX reports message ids with no entry.
      *
      *   MESSAGE   starts an entry; the cards behind it for the
      *             same message id fill it in. An entry already on
      *             file is replaced as a whole.
      *   EXPLAIN   one explanation line (up to 3 cards),
      *   CAUSE     one probable-cause line (up to 2 cards),
      *   RESPONSE  one operator-response line (up to 3 cards),
      *   CONTACT   the escalation contact,
      *   DELETE    removes the entry.
      *
      * SYSIN card layout:
      *   COLS 1-8 VERB, 10-17 MESSAGE ID, THEN
      *   MESSAGE   COL 19 SEVERITY (I/W/E/C), 21-70 TITLE
      *   EXPLAIN, CAUSE, RESPONSE  COLS 19-78 TEXT
      *   CONTACT   COLS 19-58 CONTACT
      *
      * PARM is the submitter's userid, stamped on every entry.
      * RC=4 on rejected cards; RC=8 when FIBMSG cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBMSGLD.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - MESSAGE CATALOG LOADER
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
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
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "FIBMSG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSC-MSG-ID
               FILE STATUS IS WS-MSG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  MESSAGE-CATALOG-FILE.
           COPY FIBMSGC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-MSG-ID           PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-TEXT             PIC X(60).
           05  FILLER                 PIC X(2).
      * MESSAGE card - severity and title
       01  WS-MESSAGE-CARD REDEFINES WS-CONTROL-CARD.
           05  FILLER                 PIC X(18).
           05  WS-MC-SEVERITY         PIC X.
           05  FILLER                 PIC X.
           05  WS-MC-TITLE            PIC X(50).
           05  FILLER                 PIC X(10).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-MSG-FILE-STATUS     PIC XX VALUE SPACES.
               88  MSG-FILE-OK             VALUE '00'.
               88  MSG-FILE-NOT-FOUND      VALUE '35'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-PENDING-SW          PIC X VALUE 'N'.
               88  ENTRY-PENDING          VALUE 'Y'.
           05  WS-PENDING-REJECT-SW   PIC X VALUE 'N'.
               88  PENDING-IS-REJECTED    VALUE 'Y'.

      * The entry being assembled from a MESSAGE card and the cards
      * behind it
       01  WS-PENDING-ENTRY.
           05  PE-MSG-ID              PIC X(8).
           05  PE-SEVERITY            PIC X.
           05  PE-TITLE               PIC X(50).
           05  PE-EXPLANATION         PIC X(60) OCCURS 3 TIMES.
           05  PE-CAUSE               PIC X(60) OCCURS 2 TIMES.
           05  PE-RESPONSE            PIC X(60) OCCURS 3 TIMES.
           05  PE-CONTACT             PIC X(40).
           05  PE-EXPLAIN-COUNT       PIC 9 VALUE ZERO.
           05  PE-CAUSE-COUNT         PIC 9 VALUE ZERO.
           05  PE-RESPONSE-COUNT      PIC 9 VALUE ZERO.

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
           PERFORM 100-LOAD-CATALOG THRU 100-LOAD-CATALOG-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBMSGLD - MESSAGE CATALOG LOAD'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY: ' WS-USERID.

      * FIBMSG is created on first use
       100-LOAD-CATALOG.
           OPEN I-O MESSAGE-CATALOG-FILE
           IF MSG-FILE-NOT-FOUND
               OPEN OUTPUT MESSAGE-CATALOG-FILE
               CLOSE MESSAGE-CATALOG-FILE
               OPEN I-O MESSAGE-CATALOG-FILE
           END-IF
           IF NOT MSG-FILE-OK
               DISPLAY 'ERROR: FIBMSG NOT AVAILABLE - STATUS '
                   WS-MSG-FILE-STATUS ' - DECK NOT PROCESSED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-CATALOG-EXIT
           END-IF

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO MESSAGE CATALOG DECK SUPPLIED'
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

           CLOSE MESSAGE-CATALOG-FILE.

       100-LOAD-CATALOG-EXIT.
           EXIT.

       110-PROCESS-ONE-CARD.
           IF WS-CC-VERB = SPACES OR WS-CC-VERB(1:1) = '*'
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-CC-MSG-ID = SPACES
               DISPLAY 'REJECTED: CARD WITHOUT A MESSAGE ID'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           EVALUATE WS-CC-VERB
               WHEN 'MESSAGE '
                   PERFORM 200-WRITE-PENDING-ENTRY
                       THRU 200-WRITE-PENDING-ENTRY-EXIT
                   PERFORM 120-START-ENTRY
               WHEN 'DELETE  '
                   PERFORM 200-WRITE-PENDING-ENTRY
                       THRU 200-WRITE-PENDING-ENTRY-EXIT
                   PERFORM 150-DELETE-ENTRY
               WHEN 'EXPLAIN '
               WHEN 'CAUSE   '
               WHEN 'RESPONSE'
               WHEN 'CONTACT '
                   PERFORM 130-ADD-TEXT THRU 130-ADD-TEXT-EXIT
               WHEN OTHER
                   DISPLAY 'REJECTED: VERB <' WS-CC-VERB
                       '> IS NOT MESSAGE, EXPLAIN, CAUSE, RESPONSE,'
                       ' CONTACT OR DELETE'
                   PERFORM 180-REJECT-CARD
           END-EVALUATE.

       110-PROCESS-EXIT.
           EXIT.

      * A rejected MESSAGE card still becomes the pending entry,
      * marked rejected, so the text cards behind it are not taken
      * for the entry before it
       120-START-ENTRY.
           INITIALIZE WS-PENDING-ENTRY
           SET ENTRY-PENDING TO TRUE
           MOVE 'N' TO WS-PENDING-REJECT-SW
           MOVE WS-CC-MSG-ID   TO PE-MSG-ID
           MOVE WS-MC-SEVERITY TO PE-SEVERITY
           MOVE WS-MC-TITLE    TO PE-TITLE

           IF WS-MC-SEVERITY NOT = 'I' AND NOT = 'W'
                   AND NOT = 'E' AND NOT = 'C'
               DISPLAY 'REJECTED: MESSAGE ' WS-CC-MSG-ID
                   ' SEVERITY <' WS-MC-SEVERITY '> IS NOT I, W, E'
                   ' OR C'
               PERFORM 190-REJECT-PENDING
           END-IF.

       130-ADD-TEXT.
           IF NOT ENTRY-PENDING OR WS-CC-MSG-ID NOT = PE-MSG-ID
               DISPLAY 'REJECTED: ' WS-CC-VERB ' CARD FOR '
                   WS-CC-MSG-ID ' DOES NOT FOLLOW ITS MESSAGE CARD'
               PERFORM 180-REJECT-CARD
               GO TO 130-ADD-TEXT-EXIT
           END-IF

           EVALUATE WS-CC-VERB
               WHEN 'EXPLAIN '
                   IF PE-EXPLAIN-COUNT < 3
                       ADD 1 TO PE-EXPLAIN-COUNT
                       MOVE WS-CC-TEXT
                           TO PE-EXPLANATION(PE-EXPLAIN-COUNT)
                   ELSE
                       DISPLAY 'REJECTED: MESSAGE ' PE-MSG-ID
                           ' - MORE THAN 3 EXPLAIN CARDS'
                       PERFORM 190-REJECT-PENDING
                   END-IF
               WHEN 'CAUSE   '
                   IF PE-CAUSE-COUNT < 2
                       ADD 1 TO PE-CAUSE-COUNT
                       MOVE WS-CC-TEXT TO PE-CAUSE(PE-CAUSE-COUNT)
                   ELSE
                       DISPLAY 'REJECTED: MESSAGE ' PE-MSG-ID
                           ' - MORE THAN 2 CAUSE CARDS'
                       PERFORM 190-REJECT-PENDING
                   END-IF
               WHEN 'RESPONSE'
                   IF PE-RESPONSE-COUNT < 3
                       ADD 1 TO PE-RESPONSE-COUNT
                       MOVE WS-CC-TEXT
                           TO PE-RESPONSE(PE-RESPONSE-COUNT)
                   ELSE
                       DISPLAY 'REJECTED: MESSAGE ' PE-MSG-ID
                           ' - MORE THAN 3 RESPONSE CARDS'
                       PERFORM 190-REJECT-PENDING
                   END-IF
               WHEN 'CONTACT '
                   MOVE WS-CC-TEXT TO PE-CONTACT
           END-EVALUATE.

       130-ADD-TEXT-EXIT.
           EXIT.

       150-DELETE-ENTRY.
           MOVE WS-CC-MSG-ID TO MSC-MSG-ID
           DELETE MESSAGE-CATALOG-FILE
               INVALID KEY
                   DISPLAY 'REJECTED: NO MESSAGE ' WS-CC-MSG-ID
                       ' ON FIBMSG'
                   PERFORM 180-REJECT-CARD
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   DISPLAY 'DELETED:  ' WS-CC-MSG-ID
           END-DELETE.

       180-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED CARD: <' WS-CONTROL-CARD '>'.

       190-REJECT-PENDING.
           IF NOT PENDING-IS-REJECTED
               SET PENDING-IS-REJECTED TO TRUE
               PERFORM 180-REJECT-CARD
           END-IF.

      * The pending entry is written when the next MESSAGE or
      * DELETE card, or the end of the deck, shows it is complete.
      * An entry with no explanation or no operator response is
      * of no use at 3am and is refused.
       200-WRITE-PENDING-ENTRY.
           IF NOT ENTRY-PENDING
               GO TO 200-WRITE-PENDING-ENTRY-EXIT
           END-IF
           MOVE 'N' TO WS-PENDING-SW

           IF PENDING-IS-REJECTED
               GO TO 200-WRITE-PENDING-ENTRY-EXIT
           END-IF

           IF PE-EXPLAIN-COUNT = ZERO OR PE-RESPONSE-COUNT = ZERO
               DISPLAY 'REJECTED: MESSAGE ' PE-MSG-ID
                   ' NEEDS AT LEAST ONE EXPLAIN AND ONE RESPONSE CARD'
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 200-WRITE-PENDING-ENTRY-EXIT
           END-IF

           MOVE SPACES TO MESSAGE-CATALOG-RECORD
           MOVE PE-MSG-ID      TO MSC-MSG-ID
           MOVE PE-SEVERITY    TO MSC-SEVERITY
           MOVE PE-TITLE       TO MSC-TITLE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                     UNTIL WS-LINE-IDX > 3
               MOVE PE-EXPLANATION(WS-LINE-IDX)
                   TO MSC-EXPLANATION(WS-LINE-IDX)
               MOVE PE-RESPONSE(WS-LINE-IDX)
                   TO MSC-RESPONSE(WS-LINE-IDX)
           END-PERFORM
           MOVE PE-CAUSE(1)    TO MSC-CAUSE(1)
           MOVE PE-CAUSE(2)    TO MSC-CAUSE(2)
           MOVE PE-CONTACT     TO MSC-CONTACT
           MOVE WS-USERID      TO MSC-UPDATED-BY
           MOVE WS-NOW-STAMP   TO MSC-UPDATED-STAMP

           WRITE MESSAGE-CATALOG-RECORD
               INVALID KEY
                   REWRITE MESSAGE-CATALOG-RECORD
                   ADD 1 TO WS-REPLACED-COUNT
                   DISPLAY 'REPLACED: ' MSC-MSG-ID ' ' MSC-TITLE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   DISPLAY 'LOADED:   ' MSC-MSG-ID ' ' MSC-TITLE
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

           DISPLAY '   FIBMSGLD COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
