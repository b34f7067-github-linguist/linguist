      ******************************************************************
      * FIBMSGQ is the online message catalog lookup (transaction
      * FMSG). The operator keys a message id seen on FIBEXCP,
      * FIBALERT or the exception workbench and gets its FIBMSG
      * catalog entry: usual severity, title, explanation, probable
      * cause, operator response and escalation contact.
      *
      * FIBEXCB hands off to it on PF5 with the message id of the
      * workbench item the operator keyed, so the entry shows
      * without retyping; PF3 goes back to the workbench.
      *
      * Input line: MESSAGE ID (8).
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      * COBOL compiler.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBMSGQ.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ONLINE MESSAGE CATALOG
      *                 LOOKUP WITH THE FIBEXCB PF5 HANDOFF
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-LOOKUP-INPUT.
           05  WS-LI-MSG-ID          PIC X(8).
           05  FILLER                PIC X(71).

       01  WS-MESSAGES.
           05  WS-MSG-INITIAL        PIC X(52) VALUE
               'ENTER A MESSAGE ID (FIB001 ...) - PF3 = WORKBENCH'.
           05  WS-MSG-BAD-INPUT      PIC X(40) VALUE
               'NO MESSAGE ID KEYED - REENTER'.
           05  WS-MSG-CICS-ERROR     PIC X(44) VALUE
               'FIBMSGQ ENCOUNTERED AN UNEXPECTED CICS ERROR'.

      * One catalog entry, FIBEXCB-style SEND TEXT area
       01  WS-ENTRY-SCREEN.
           05  WS-ES-TITLE           PIC X(79) VALUE
               'FIBMSGQ - MESSAGE CATALOG'.
           05  WS-ES-HEADING.
               10  FILLER            PIC X(8) VALUE 'MSG ID: '.
               10  ES-MSG-ID         PIC X(8).
               10  FILLER            PIC X(12) VALUE '  SEVERITY: '.
               10  ES-SEVERITY       PIC X.
               10  FILLER            PIC X(2) VALUE SPACES.
               10  ES-TITLE          PIC X(48).
           05  WS-ES-EXPLAIN-LABEL   PIC X(79) VALUE 'EXPLANATION:'.
           05  WS-ES-EXPLAIN-LINE OCCURS 3 TIMES.
               10  FILLER            PIC X(4).
               10  ES-EXPLANATION    PIC X(60).
               10  FILLER            PIC X(15).
           05  WS-ES-CAUSE-LABEL     PIC X(79) VALUE 'PROBABLE CAUSE:'.
           05  WS-ES-CAUSE-LINE OCCURS 2 TIMES.
               10  FILLER            PIC X(4).
               10  ES-CAUSE          PIC X(60).
               10  FILLER            PIC X(15).
           05  WS-ES-RESPONSE-LABEL  PIC X(79)
                                     VALUE 'OPERATOR RESPONSE:'.
           05  WS-ES-RESPONSE-LINE OCCURS 3 TIMES.
               10  FILLER            PIC X(4).
               10  ES-RESPONSE       PIC X(60).
               10  FILLER            PIC X(15).
           05  WS-ES-CONTACT-LINE.
               10  FILLER            PIC X(13) VALUE 'ESCALATE TO: '.
               10  ES-CONTACT        PIC X(40).
               10  FILLER            PIC X(26).
           05  WS-ES-UPDATED-LINE.
               10  FILLER            PIC X(13) VALUE 'LAST UPDATE: '.
               10  ES-UPDATED-STAMP  PIC X(14).
               10  FILLER            PIC X(4) VALUE ' BY '.
               10  ES-UPDATED-BY     PIC X(8).
               10  FILLER            PIC X(40).
           05  WS-ES-FOOTING         PIC X(79).

       01  WS-NOT-CATALOGED.
           05  FILLER                PIC X(11) VALUE 'MESSAGE ID '.
           05  NC-MSG-ID             PIC X(8).
           05  FILLER                PIC X(46) VALUE
               ' HAS NO CATALOG ENTRY - REFER TO BATCH SUPPORT'.

      * Commarea carried between entries: the message id last shown
      * and P once the conversation is primed. FIBEXCB hands off the
      * same layout with W and the workbench item's message id.
       01  WS-MSGQ-COMMAREA.
           05  WS-MC-MSG-ID          PIC X(8) VALUE SPACES.
           05  WS-MC-PRIMED-SW       PIC X VALUE 'P'.

       77  WS-LINE-IDX               PIC 9 VALUE ZERO.
       77  WS-LOOKUP-MSG-ID          PIC X(8) VALUE SPACES.

      * Message catalog entry keyed by message id
           COPY FIBMSGC.

      * CICS attention identifier names
           COPY DFHAID.

       01  WS-RESP-CODE              PIC S9(8) COMP.
       01  WS-RESP2-CODE             PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(9).
       01  MQ-COMMAREA REDEFINES DFHCOMMAREA.
           05  MQ-MSG-ID             PIC X(8).
           05  MQ-PRIMED-SW          PIC X.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
               ERROR(8900-GENERAL-ERROR)
           END-EXEC

           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   EXEC CICS SEND TEXT
                       FROM(WS-MSG-INITIAL)
                       LENGTH(LENGTH OF WS-MSG-INITIAL)
                       ERASE
                   END-EXEC
               WHEN EIBCALEN = LENGTH OF MQ-COMMAREA
                       AND MQ-PRIMED-SW = 'W'
      * First entry from the FIBEXCB PF5 handoff: show the carried
      * message id at once
                   MOVE MQ-MSG-ID TO WS-LOOKUP-MSG-ID
                   PERFORM 3000-SHOW-CATALOG-ENTRY
               WHEN OTHER
                   IF EIBAID = DFHPF3
                       PERFORM 5000-RETURN-TO-WORKBENCH
                   END-IF
                   PERFORM 2000-RECEIVE-AND-LOOKUP
           END-EVALUATE

           MOVE WS-LOOKUP-MSG-ID TO WS-MC-MSG-ID
           MOVE 'P' TO WS-MC-PRIMED-SW

           EXEC CICS RETURN
               TRANSID('FMSG')
               COMMAREA(WS-MSGQ-COMMAREA)
               LENGTH(LENGTH OF WS-MSGQ-COMMAREA)
           END-EXEC

           GOBACK.

       2000-RECEIVE-AND-LOOKUP.
           MOVE SPACES TO WS-LOOKUP-INPUT
           EXEC CICS RECEIVE
               INTO(WS-LOOKUP-INPUT)
               LENGTH(LENGTH OF WS-LOOKUP-INPUT)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-LI-MSG-ID = SPACES
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-BAD-INPUT)
                   LENGTH(LENGTH OF WS-MSG-BAD-INPUT)
                   ERASE
               END-EXEC
           ELSE
               MOVE WS-LI-MSG-ID TO WS-LOOKUP-MSG-ID
               PERFORM 3000-SHOW-CATALOG-ENTRY
           END-IF.

      * An id with no entry is answered plainly - FIBMSGX reports
      * the same gap in batch so the catalog can be completed
       3000-SHOW-CATALOG-ENTRY.
           MOVE WS-LOOKUP-MSG-ID TO MSC-MSG-ID

           EXEC CICS READ
               DATASET('FIBMSG')
               INTO(MESSAGE-CATALOG-RECORD)
               RIDFLD(MSC-MSG-ID)
               KEYLENGTH(LENGTH OF MSC-MSG-ID)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE WS-LOOKUP-MSG-ID TO NC-MSG-ID
               EXEC CICS SEND TEXT
                   FROM(WS-NOT-CATALOGED)
                   LENGTH(LENGTH OF WS-NOT-CATALOGED)
                   ERASE
               END-EXEC
           ELSE
               PERFORM 3100-FORMAT-ENTRY
               EXEC CICS SEND TEXT
                   FROM(WS-ENTRY-SCREEN)
                   LENGTH(LENGTH OF WS-ENTRY-SCREEN)
                   ERASE
               END-EXEC
           END-IF.

       3100-FORMAT-ENTRY.
           MOVE MSC-MSG-ID        TO ES-MSG-ID
           MOVE MSC-SEVERITY      TO ES-SEVERITY
           MOVE MSC-TITLE         TO ES-TITLE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                     UNTIL WS-LINE-IDX > 3
               MOVE SPACES TO WS-ES-EXPLAIN-LINE(WS-LINE-IDX)
               MOVE SPACES TO WS-ES-RESPONSE-LINE(WS-LINE-IDX)
               MOVE MSC-EXPLANATION(WS-LINE-IDX)
                   TO ES-EXPLANATION(WS-LINE-IDX)
               MOVE MSC-RESPONSE(WS-LINE-IDX)
                   TO ES-RESPONSE(WS-LINE-IDX)
           END-PERFORM
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                     UNTIL WS-LINE-IDX > 2
               MOVE SPACES TO WS-ES-CAUSE-LINE(WS-LINE-IDX)
               MOVE MSC-CAUSE(WS-LINE-IDX) TO ES-CAUSE(WS-LINE-IDX)
           END-PERFORM
           MOVE MSC-CONTACT       TO ES-CONTACT
           MOVE MSC-UPDATED-STAMP TO ES-UPDATED-STAMP
           MOVE MSC-UPDATED-BY    TO ES-UPDATED-BY
           MOVE 'ENTER ANOTHER MESSAGE ID - PF3 = WORKBENCH'
               TO WS-ES-FOOTING.

       5000-RETURN-TO-WORKBENCH.
           EXEC CICS XCTL
               PROGRAM('FIBEXCB')
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
