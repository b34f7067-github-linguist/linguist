      ******************************************************************
      * FIBSMPM is the online auditor's screen for recording the
      * re-performance of the audit samples FIBSAMP files on the
      * FIBSAMP file (transaction FSMP):
      *
      *   AGREE records that the auditor's re-performance of the
      *   item agrees with the stored run history;
      *   EXCEPT records an exception - a note saying what was found
      *   is required;
      *   DISPLAY shows the item as sampled and the result recorded
      *   so far.
      *
      * The signed-on userid is the performing auditor and is
      * stamped on the item with the time. A result may be changed
      * until the sample is closed by FIBSAMP CLOSE; after that the
      * sample is read-only.
      *
      * Input line: VERB (7), blank, SAMPLE ID (8), blank, ITEM (4),
      * blank, NOTE (50).
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      * COBOL compiler.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSMPM.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ONLINE RE-PERFORMANCE
      *                 RESULTS FOR THE FIBSAMP AUDIT SAMPLES
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AUDITOR-INPUT.
           05  WS-AI-VERB            PIC X(7).
           05  FILLER                PIC X.
           05  WS-AI-SAMPLE-ID       PIC X(8).
           05  FILLER                PIC X.
           05  WS-AI-ITEM-NO         PIC X(4).
           05  FILLER                PIC X.
           05  WS-AI-NOTE            PIC X(50).

       01  WS-MESSAGES.
           05  WS-MSG-INITIAL        PIC X(52) VALUE
               'ENTER VERB (AGREE/EXCEPT/DISPLAY), SAMPLE, ITEM'.
           05  WS-MSG-BAD-VERB       PIC X(40) VALUE
               'VERB MUST BE AGREE, EXCEPT OR DISPLAY'.
           05  WS-MSG-NO-ITEM        PIC X(48) VALUE
               'SAMPLE ID AND ITEM NUMBER 0001-0500 REQUIRED'.
           05  WS-MSG-NOT-FOUND      PIC X(40) VALUE
               'ITEM IS NOT IN THAT AUDIT SAMPLE'.
           05  WS-MSG-NO-SAMPLE      PIC X(40) VALUE
               'NO AUDIT SAMPLE ON FILE WITH THAT ID'.
           05  WS-MSG-CLOSED         PIC X(46) VALUE
               'SAMPLE IS CLOSED - NO FURTHER RESULTS TAKEN'.
           05  WS-MSG-NO-NOTE        PIC X(46) VALUE
               'AN EXCEPTION NEEDS A NOTE OF WHAT WAS FOUND'.
           05  WS-MSG-AGREED         PIC X(40) VALUE
               'ITEM AGREES - RESULT RECORDED'.
           05  WS-MSG-EXCEPTED       PIC X(40) VALUE
               'EXCEPTION RECORDED AGAINST THE ITEM'.
           05  WS-MSG-SAVE-FAIL      PIC X(48) VALUE
               'RESULT NOT SAVED - FILE ERROR, CONTACT SUPPORT'.
           05  WS-MSG-CICS-ERROR     PIC X(44) VALUE
               'FIBSMPM ENCOUNTERED AN UNEXPECTED CICS ERROR'.

       01  WS-DISPLAY-LINE.
           05  FILLER                PIC X(5) VALUE 'ITEM '.
           05  DL-ITEM-NO            PIC 9(4).
           05  FILLER                PIC X(5) VALUE ' RUN '.
           05  DL-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X VALUE '/'.
           05  DL-RUN-SEQ            PIC 99.
           05  FILLER                PIC X(6) VALUE ' TERM '.
           05  DL-TERM-INDEX         PIC 9(4).
           05  FILLER                PIC X(6) VALUE ' TYPE '.
           05  DL-HIST-TYPE          PIC X.
           05  FILLER                PIC X(7) VALUE ' VALUE '.
           05  DL-FIB-NUMBER         PIC Z(17)9.
           05  FILLER                PIC X(8) VALUE ' STATUS '.
           05  DL-FIB-STATUS         PIC X.
           05  FILLER                PIC X(5) VALUE ' CAT '.
           05  DL-FIB-CATEGORY       PIC X.
           05  FILLER                PIC X(8) VALUE ' RESULT '.
           05  DL-RESULT             PIC X(7).
           05  FILLER                PIC X(4) VALUE ' BY '.
           05  DL-PERFORMED-BY       PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  DL-NOTE               PIC X(50).

       77  WS-AUDITOR-USERID         PIC X(8) VALUE SPACES.
       77  WS-COMMAREA-BYTE          PIC X VALUE SPACE.

      * Audit sample record keyed by sample id and item number
           COPY FIBSMPC.

       01  WS-RESP-CODE              PIC S9(8) COMP.
       01  WS-RESP2-CODE             PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
               ERROR(8900-GENERAL-ERROR)
           END-EXEC

           EXEC CICS ASSIGN
               USERID(WS-AUDITOR-USERID)
           END-EXEC

           IF EIBCALEN = ZERO
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-INITIAL)
                   LENGTH(LENGTH OF WS-MSG-INITIAL)
                   ERASE
               END-EXEC
           ELSE
               PERFORM 2000-RECEIVE-AND-PROCESS
           END-IF

           EXEC CICS RETURN
               TRANSID('FSMP')
               COMMAREA(WS-COMMAREA-BYTE)
               LENGTH(LENGTH OF WS-COMMAREA-BYTE)
           END-EXEC

           GOBACK.

       2000-RECEIVE-AND-PROCESS.
           MOVE SPACES TO WS-AUDITOR-INPUT
           EXEC CICS RECEIVE
               INTO(WS-AUDITOR-INPUT)
               LENGTH(LENGTH OF WS-AUDITOR-INPUT)
           END-EXEC
           INSPECT WS-AUDITOR-INPUT REPLACING ALL LOW-VALUES BY SPACES

           IF WS-AI-SAMPLE-ID = SPACES
                   OR WS-AI-ITEM-NO IS NOT NUMERIC
                   OR WS-AI-ITEM-NO = ZERO
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-ITEM)
                   LENGTH(LENGTH OF WS-MSG-NO-ITEM)
                   ERASE
               END-EXEC
           ELSE
               EVALUATE WS-AI-VERB
                   WHEN 'AGREE  '
                       PERFORM 3000-RECORD-RESULT
                           THRU 3000-RECORD-RESULT-EXIT
                   WHEN 'EXCEPT '
                       PERFORM 3000-RECORD-RESULT
                           THRU 3000-RECORD-RESULT-EXIT
                   WHEN 'DISPLAY'
                       PERFORM 5000-DISPLAY-ITEM
                   WHEN OTHER
                       EXEC CICS SEND TEXT
                           FROM(WS-MSG-BAD-VERB)
                           LENGTH(LENGTH OF WS-MSG-BAD-VERB)
                           ERASE
                       END-EXEC
               END-EVALUATE
           END-IF.

      * The sample header says whether results are still taken;
      * the item is then held for update, the result, the auditor
      * and the time are stamped
       3000-RECORD-RESULT.
           IF WS-AI-VERB = 'EXCEPT ' AND WS-AI-NOTE = SPACES
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-NOTE)
                   LENGTH(LENGTH OF WS-MSG-NO-NOTE)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-RESULT-EXIT
           END-IF

           MOVE WS-AI-SAMPLE-ID TO SMP-SAMPLE-ID
           MOVE ZERO TO SMP-ITEM-NO
           EXEC CICS READ
               DATASET('FIBSAMP')
               INTO(SAMPLE-RECORD)
               RIDFLD(SMP-KEY)
               KEYLENGTH(LENGTH OF SMP-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-SAMPLE)
                   LENGTH(LENGTH OF WS-MSG-NO-SAMPLE)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-RESULT-EXIT
           END-IF

           IF SMH-SAMPLE-CLOSED
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-CLOSED)
                   LENGTH(LENGTH OF WS-MSG-CLOSED)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-RESULT-EXIT
           END-IF

           MOVE WS-AI-SAMPLE-ID TO SMP-SAMPLE-ID
           MOVE WS-AI-ITEM-NO   TO SMP-ITEM-NO
           EXEC CICS READ
               DATASET('FIBSAMP')
               INTO(SAMPLE-RECORD)
               RIDFLD(SMP-KEY)
               KEYLENGTH(LENGTH OF SMP-KEY)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-FOUND)
                   LENGTH(LENGTH OF WS-MSG-NOT-FOUND)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-RESULT-EXIT
           END-IF

           IF WS-AI-VERB = 'AGREE  '
               SET SMI-AGREES TO TRUE
           ELSE
               SET SMI-EXCEPTION TO TRUE
           END-IF
           MOVE WS-AI-NOTE TO SMI-NOTE
           MOVE WS-AUDITOR-USERID TO SMI-PERFORMED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO SMI-PERFORMED-STAMP

           EXEC CICS REWRITE
               DATASET('FIBSAMP')
               FROM(SAMPLE-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-SAVE-FAIL)
                   LENGTH(LENGTH OF WS-MSG-SAVE-FAIL)
                   ERASE
               END-EXEC
               GO TO 3000-RECORD-RESULT-EXIT
           END-IF

           IF SMI-AGREES
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-AGREED)
                   LENGTH(LENGTH OF WS-MSG-AGREED)
                   ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-EXCEPTED)
                   LENGTH(LENGTH OF WS-MSG-EXCEPTED)
                   ERASE
               END-EXEC
           END-IF.

       3000-RECORD-RESULT-EXIT.
           EXIT.

       5000-DISPLAY-ITEM.
           MOVE WS-AI-SAMPLE-ID TO SMP-SAMPLE-ID
           MOVE WS-AI-ITEM-NO   TO SMP-ITEM-NO
           EXEC CICS READ
               DATASET('FIBSAMP')
               INTO(SAMPLE-RECORD)
               RIDFLD(SMP-KEY)
               KEYLENGTH(LENGTH OF SMP-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-FOUND)
                   LENGTH(LENGTH OF WS-MSG-NOT-FOUND)
                   ERASE
               END-EXEC
           ELSE
               MOVE SMP-ITEM-NO      TO DL-ITEM-NO
               MOVE SMI-RUN-DATE     TO DL-RUN-DATE
               MOVE SMI-RUN-SEQ      TO DL-RUN-SEQ
               MOVE SMI-TERM-INDEX   TO DL-TERM-INDEX
               MOVE SMI-HIST-TYPE    TO DL-HIST-TYPE
               MOVE SMI-FIB-NUMBER   TO DL-FIB-NUMBER
               MOVE SMI-FIB-STATUS   TO DL-FIB-STATUS
               MOVE SMI-FIB-CATEGORY TO DL-FIB-CATEGORY
               EVALUATE TRUE
                   WHEN SMI-AGREES
                       MOVE 'AGREES' TO DL-RESULT
                   WHEN SMI-EXCEPTION
                       MOVE 'EXCEPTN' TO DL-RESULT
                   WHEN OTHER
                       MOVE 'PENDING' TO DL-RESULT
               END-EVALUATE
               MOVE SMI-PERFORMED-BY TO DL-PERFORMED-BY
               MOVE SMI-NOTE         TO DL-NOTE
               EXEC CICS SEND TEXT
                   FROM(WS-DISPLAY-LINE)
                   LENGTH(LENGTH OF WS-DISPLAY-LINE)
                   ERASE
               END-EXEC
           END-IF.

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
