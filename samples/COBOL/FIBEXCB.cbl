      *   A rundate seq owner  - assign the item to an owner,
      *   R rundate seq text   - record the resolution text,
      *   C rundate seq        - close the item (stamped with the
      *       signed-on userid and timestamp),
      *   P rundate seq        - show the FIBPROB recurring problem
      *       for the item's message id, program and term index,
      *   F rundate seq text   - mark that problem fixed with the
      *       fix text (stamped with the userid and timestamp).
      *
      * Items the intake linked to an open recurring problem (status
      * L) are worked through the problem, not one by one: they do
      * not show on the browse, A/R/C refuse them, and the weekly
      * FIBPRBD run closes them once the problem is marked fixed.
      *
      * PF5 with a run date and seq keyed shows the FIBMSG catalog
      * entry for that item's message id - what it means and what
      * to do about it - through the FMSG lookup (FIBMSGQ).
      *
      * Resolution and fix text (R and F) is screened against the
      * FIBPIIP personal-data patterns through FIBPIIM first. Text
      * that matches is not recorded the first time: the operator
      * is told which pattern it matched, and keying the identical
      * line again records it as it stands.
      *
      * Input line: FUNCTION (1), blank, RUN DATE (8), blank,
      * SEQ (4), blank, OPERAND (50: owner, resolution or fix text,
      * or the severity filter for B).
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - BROWSE/ASSIGN/RESOLVE/
      *                 CLOSE OVER THE EXCEPTION WORKBENCH
      * 10-15-2026  AG  PF5 SHOWS THE FIBMSG CATALOG ENTRY FOR THE KEYED
      *                 ITEM THROUGH FIBMSGQ; THE MESSAGE ID IS ADDED
      *                 TO THE BROWSE LINE
      * 10-15-2026  AG  P SHOWS AND F MARKS FIXED THE FIBPROB
      *                 RECURRING PROBLEM OF THE KEYED ITEM; ITEMS
      *                 LINKED TO A PROBLEM ARE LEFT OFF THE BROWSE AND
      *                 REFUSED BY A/R/C
      * 10-15-2026  AG  WARN BEFORE RECORDING RESOLUTION OR FIX TEXT
      *                 THAT MATCHES A FIBPIIP PERSONAL-DATA PATTERN -
      *                 THE SAME LINE KEYED AGAIN RECORDS IT
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  WS-WI-OPERAND         PIC X(50).

       01  WS-MESSAGES.
           05  WS-MSG-INITIAL        PIC X(64) VALUE
               'ENTER B/A/R/C, RUN DATE, SEQ, AND OWNER/TEXT - PF5 EXPL
      -        'AINS'.
           05  WS-MSG-BAD-INPUT      PIC X(44) VALUE
               'INVALID FUNCTION, RUN DATE, OR SEQ - REENTER'.
           05  WS-MSG-NOT-FOUND      PIC X(44) VALUE
               'ITEM CLOSED'.
           05  WS-MSG-SAVE-FAIL      PIC X(46) VALUE
               'ITEM NOT UPDATED - FILE ERROR, CONTACT SUPPORT'.
           05  WS-MSG-NO-MSG-ID      PIC X(44) VALUE
               'THAT ITEM CARRIES NO MESSAGE ID'.
           05  WS-MSG-LINKED         PIC X(52) VALUE
               'ITEM IS LINKED TO AN OPEN PROBLEM - USE P OR F'.
           05  WS-MSG-NO-PROBLEM     PIC X(52) VALUE
               'NO RECURRING PROBLEM IS RECORDED FOR THAT ITEM'.
           05  WS-MSG-NO-FIX-TEXT    PIC X(44) VALUE
               'KEY THE FIX TEXT AFTER THE SEQ - REENTER'.
           05  WS-MSG-ALREADY-FIXED  PIC X(36) VALUE
               'PROBLEM IS ALREADY MARKED FIXED'.
           05  WS-MSG-FIXED          PIC X(64) VALUE
               'PROBLEM MARKED FIXED - FIBPRBD CLOSES ITS LINKED ITEMS'.
           05  WS-MSG-CICS-ERROR     PIC X(44) VALUE
               'FIBEXCB ENCOUNTERED AN UNEXPECTED CICS ERROR'.
           05  WS-MSG-PII-WARNING.
               10  FILLER            PIC X(40) VALUE
                   'NOT RECORDED - TEXT MATCHES PERSONAL-DAT'.
               10  FILLER            PIC X(10) VALUE 'A PATTERN '.
               10  MW-PATTERN-ID     PIC X(8).
               10  FILLER            PIC X(46) VALUE
                   ' - REKEY THE SAME LINE TO RECORD IT AS IT IS'.

      * One screen of browsed items, FIBDASH-style SEND TEXT area
       01  WS-BROWSE-SCREEN.
           05  WS-BS-TITLE           PIC X(79) VALUE
               'FIBEXCB - OPEN EXCEPTIONS (DATE/SEQ/SEV/STS/OWNER/MS
      -        'G/TEXT)'.
           05  WS-BS-LINE OCCURS 10 TIMES
                                     PIC X(79).
           05  WS-BS-FOOTING         PIC X(79).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  BL-OWNER              PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  BL-MSG-ID             PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  BL-TEXT               PIC X(38).

      * One recurring problem, same SEND TEXT style
       01  WS-PROBLEM-SCREEN.
           05  WS-PS-TITLE           PIC X(79) VALUE
               'FIBEXCB - RECURRING PROBLEM'.
           05  WS-PS-PATTERN-LINE.
               10  FILLER            PIC X(9) VALUE 'PATTERN: '.
               10  PS-MSG-ID         PIC X(8).
               10  FILLER            PIC X VALUE SPACE.
               10  PS-PROGRAM        PIC X(8).
               10  FILLER            PIC X(6) VALUE ' TERM '.
               10  PS-TERM-INDEX     PIC 9(4).
               10  FILLER            PIC X(10) VALUE '  STATUS: '.
               10  PS-STATUS         PIC X(5).
               10  FILLER            PIC X(28).
           05  WS-PS-COUNT-LINE.
               10  FILLER            PIC X(13) VALUE 'OCCURRENCES: '.
               10  PS-OCCURRENCES    PIC ZZZZ9.
               10  FILLER            PIC X(9) VALUE '  FIRST: '.
               10  PS-FIRST-RUN-DATE PIC 9(8).
               10  FILLER            PIC X(8) VALUE '  LAST: '.
               10  PS-LAST-RUN-DATE  PIC 9(8).
               10  FILLER            PIC X VALUE '/'.
               10  PS-LAST-SEQ       PIC 9(4).
               10  FILLER            PIC X(23).
           05  WS-PS-LINK-LINE.
               10  FILLER            PIC X(8) VALUE 'LINKED: '.
               10  PS-LINKED-COUNT   PIC ZZZZ9.
               10  FILLER            PIC X(12) VALUE '  REOPENED: '.
               10  PS-REOPEN-COUNT   PIC ZZ9.
               10  FILLER            PIC X(12) VALUE '  DETECTED: '.
               10  PS-DETECTED-STAMP PIC 9(14).
               10  FILLER            PIC X(25).
           05  WS-PS-TEXT-LINE.
               10  FILLER            PIC X(8) VALUE 'LATEST: '.
               10  PS-TEXT           PIC X(60).
               10  FILLER            PIC X(11).
           05  WS-PS-RES-LABEL       PIC X(79)
                                     VALUE 'RESOLVED BEFORE AS:'.
           05  WS-PS-RES-LINE OCCURS 5 TIMES.
               10  FILLER            PIC X(4).
               10  PS-RESOLUTION     PIC X(50).
               10  FILLER            PIC X(25).
           05  WS-PS-FIX-LINE.
               10  FILLER            PIC X(11) VALUE 'LAST FIX:  '.
               10  PS-FIXED-STAMP    PIC X(14).
               10  FILLER            PIC X(4) VALUE ' BY '.
               10  PS-FIXED-BY       PIC X(8).
               10  FILLER            PIC X(42).
           05  WS-PS-FIX-TEXT-LINE.
               10  FILLER            PIC X(4).
               10  PS-FIX-TEXT       PIC X(50).
               10  FILLER            PIC X(25).
           05  WS-PS-FOOTING         PIC X(79).

       77  WS-USERID                 PIC X(8) VALUE SPACES.
       77  WS-RUN-DATE-WORK          PIC 9(8) VALUE ZERO.
       77  WS-SEQ-WORK               PIC 9(4) VALUE ZERO.
       77  WS-SEV-FILTER             PIC X VALUE SPACE.
       77  WS-LINE-IDX               PIC 9(2) VALUE ZERO.
       77  WS-RES-IDX                PIC 9 VALUE ZERO.
       77  WS-BROWSE-EOF-SW          PIC X VALUE 'N'.
           88  BROWSE-END-REACHED        VALUE 'Y'.
       77  WS-PII-WARNED-SW          PIC X VALUE 'N'.
           88  PII-WARNING-SENT          VALUE 'Y'.
       77  WS-PRIOR-WARNED-INPUT     PIC X(66) VALUE SPACES.

      * A line held back by the personal-data warning rides the
      * commarea for one exchange, so the same line keyed again is
      * recorded
       01  WS-EXCB-COMMAREA.
           05  WS-COMMAREA-BYTE      PIC X VALUE SPACE.
           05  WS-WARNED-INPUT       PIC X(66) VALUE SPACES.

      * Exception workbench record shared with the intake job
           COPY FIBEXCWC.

      * Recurring-exception problem kept by FIBPRBD
           COPY FIBPRBC.

      * Personal-data pattern record, browsed from FIBPIIP
           COPY FIBPIPC.

      * Parameter area for the shared FIBPIIM personal-data matcher
           COPY FIBPIIC.

      * Handoff commarea for the PF5 catalog lookup - the layout of
      * FIBMSGQ's MQ-COMMAREA, W meaning a workbench entry
       01  WS-MSGQ-HANDOFF.
           05  MH-MSG-ID             PIC X(8) VALUE SPACES.
           05  MH-ENTRY-SW           PIC X VALUE 'W'.

      * CICS attention identifier names
           COPY DFHAID.

       01  WS-RESP-CODE              PIC S9(8) COMP.
       01  WS-RESP2-CODE             PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(67).
       01  EC-COMMAREA REDEFINES DFHCOMMAREA.
           05  EC-COMMAREA-BYTE      PIC X.
           05  EC-WARNED-INPUT       PIC X(66).

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   ERASE
               END-EXEC
           ELSE
               IF EIBCALEN = LENGTH OF EC-COMMAREA
                   MOVE EC-WARNED-INPUT TO WS-PRIOR-WARNED-INPUT
               END-IF
               PERFORM 2000-RECEIVE-AND-PROCESS
           END-IF

           EXEC CICS RETURN
               TRANSID('FEXC')
               COMMAREA(WS-EXCB-COMMAREA)
               LENGTH(LENGTH OF WS-EXCB-COMMAREA)
           END-EXEC

           GOBACK.
               ELSE
                   MOVE ZERO TO WS-SEQ-WORK
               END-IF
               IF EIBAID = DFHPF5
                   MOVE 'M' TO WS-WI-FUNCTION
               END-IF
               EVALUATE WS-WI-FUNCTION
                   WHEN 'B'
                       PERFORM 3000-BROWSE-OPEN-ITEMS
                       PERFORM 4000-UPDATE-ONE-ITEM
                           THRU 4000-UPDATE-ONE-ITEM-EXIT
                   WHEN 'R'
                       PERFORM 2500-SCREEN-TYPED-TEXT
                           THRU 2500-SCREEN-TYPED-TEXT-EXIT
                       IF NOT PII-WARNING-SENT
                           PERFORM 4000-UPDATE-ONE-ITEM
                               THRU 4000-UPDATE-ONE-ITEM-EXIT
                       END-IF
                   WHEN 'C'
                       PERFORM 4000-UPDATE-ONE-ITEM
                           THRU 4000-UPDATE-ONE-ITEM-EXIT
                   WHEN 'M'
                       PERFORM 5000-SHOW-MESSAGE-ENTRY
                           THRU 5000-SHOW-MESSAGE-ENTRY-EXIT
                   WHEN 'P'
                       PERFORM 6000-WORK-PROBLEM
                           THRU 6000-WORK-PROBLEM-EXIT
                   WHEN 'F'
                       PERFORM 2500-SCREEN-TYPED-TEXT
                           THRU 2500-SCREEN-TYPED-TEXT-EXIT
                       IF NOT PII-WARNING-SENT
                           PERFORM 6000-WORK-PROBLEM
                               THRU 6000-WORK-PROBLEM-EXIT
                       END-IF
                   WHEN OTHER
                       PERFORM 2900-SEND-BAD-INPUT
               END-EVALUATE
           END-IF.

      * Resolution or fix text matching a personal-data pattern is
      * held back once with a warning naming the pattern; the
      * identical line keyed straight after the warning goes
      * through as it stands. No FIBPIIP file, or no patterns on
      * it, means no screening.
       2500-SCREEN-TYPED-TEXT.
           MOVE 'N' TO WS-PII-WARNED-SW
           IF WS-WI-OPERAND = SPACES
                   OR WS-WORKBENCH-INPUT = WS-PRIOR-WARNED-INPUT
               GO TO 2500-SCREEN-TYPED-TEXT-EXIT
           END-IF

           PERFORM 2600-LOAD-PII-PATTERNS
           IF PII-PATTERN-COUNT = ZERO
               GO TO 2500-SCREEN-TYPED-TEXT-EXIT
           END-IF

           SET PII-SCREEN TO TRUE
           MOVE WS-WI-OPERAND TO PII-TEXT
           MOVE LENGTH OF WS-WI-OPERAND TO PII-TEXT-LENGTH
           CALL 'FIBPIIM' USING FIBPIIM-PARMS

           IF PII-MATCH-COUNT > ZERO
               SET PII-WARNING-SENT TO TRUE
               MOVE WS-WORKBENCH-INPUT TO WS-WARNED-INPUT
               MOVE PII-HIT-ID(1) TO MW-PATTERN-ID
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-PII-WARNING)
                   LENGTH(LENGTH OF WS-MSG-PII-WARNING)
                   ERASE
               END-EXEC
           END-IF.

       2500-SCREEN-TYPED-TEXT-EXIT.
           EXIT.

      * The first 30 patterns in id order, as FIBPIIS applies them
       2600-LOAD-PII-PATTERNS.
           MOVE ZERO TO PII-PATTERN-COUNT
           MOVE LOW-VALUES TO PIP-ID

           EXEC CICS STARTBR
               DATASET('FIBPIIP')
               RIDFLD(PIP-ID)
               KEYLENGTH(LENGTH OF PIP-ID)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
                       OR PII-PATTERN-COUNT NOT < 30
                   EXEC CICS READNEXT
                       DATASET('FIBPIIP')
                       INTO(PII-PATTERN-RECORD)
                       RIDFLD(PIP-ID)
                       KEYLENGTH(LENGTH OF PIP-ID)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE = DFHRESP(NORMAL)
                       ADD 1 TO PII-PATTERN-COUNT
                       MOVE PIP-ID          TO
                           PIIP-ID(PII-PATTERN-COUNT)
                       MOVE PIP-KIND        TO
                           PIIP-KIND(PII-PATTERN-COUNT)
                       MOVE PIP-MIN-DIGITS  TO
                           PIIP-MIN-DIGITS(PII-PATTERN-COUNT)
                       MOVE PIP-TEXT        TO
                           PIIP-TEXT(PII-PATTERN-COUNT)
                       MOVE PIP-TEXT-LENGTH TO
                           PIIP-TEXT-LENGTH(PII-PATTERN-COUNT)
                       MOVE PIP-NEXT-WORD   TO
                           PIIP-NEXT-WORD(PII-PATTERN-COUNT)
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('FIBPIIP')
                   RESP(WS-RESP-CODE)
               END-EXEC
           END-IF.

       2900-SEND-BAD-INPUT.
           EXEC CICS SEND TEXT
               FROM(WS-MSG-BAD-INPUT)

      * One page of open items from the keyed run date forward;
      * the first operand byte, when not blank, filters to one
      * severity. Closed items never show, nor do items linked to
      * an open recurring problem.
       3000-BROWSE-OPEN-ITEMS.
           MOVE WS-WI-OPERAND(1:1) TO WS-SEV-FILTER
           MOVE ZERO TO WS-LINE-IDX
                   IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                       SET BROWSE-END-REACHED TO TRUE
                   ELSE
                       IF EXW-IS-CLOSED OR EXW-IS-LINKED
                           CONTINUE
                       ELSE
                       IF WS-SEV-FILTER NOT = SPACE
                   RESP(WS-RESP-CODE)
               END-EXEC

               MOVE 'A/R/C=ITEM P/F=PROBLEM PF5=MESSAGE - REKEY LAST '
                   TO WS-BS-FOOTING
               EXEC CICS SEND TEXT
                   FROM(WS-BROWSE-SCREEN)
           MOVE EXW-SEVERITY TO BL-SEVERITY
           MOVE EXW-STATUS   TO BL-STATUS
           MOVE EXW-OWNER    TO BL-OWNER
           MOVE EXW-MSG-ID   TO BL-MSG-ID
           MOVE EXW-TEXT     TO BL-TEXT
           MOVE WS-BROWSE-LINE TO WS-BS-LINE(WS-LINE-IDX).

               GO TO 4000-UPDATE-ONE-ITEM-EXIT
           END-IF

           IF EXW-IS-LINKED
               EXEC CICS UNLOCK
                   DATASET('FIBEXCW')
                   RESP(WS-RESP-CODE)
               END-EXEC
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-LINKED)
                   LENGTH(LENGTH OF WS-MSG-LINKED)
                   ERASE
               END-EXEC
               GO TO 4000-UPDATE-ONE-ITEM-EXIT
           END-IF

           EVALUATE WS-WI-FUNCTION
               WHEN 'A'
                   MOVE WS-WI-OPERAND(1:8) TO EXW-OWNER
       4000-UPDATE-ONE-ITEM-EXIT.
           EXIT.

      * PF5: the keyed item's message id goes to the FMSG catalog
      * lookup, which shows the entry and offers PF3 back here
       5000-SHOW-MESSAGE-ENTRY.
           MOVE WS-RUN-DATE-WORK TO EXW-RUN-DATE
           MOVE WS-SEQ-WORK      TO EXW-SEQ

           EXEC CICS READ
               DATASET('FIBEXCW')
               INTO(EXCW-RECORD)
               RIDFLD(EXW-KEY)
               KEYLENGTH(LENGTH OF EXW-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-FOUND)
                   LENGTH(LENGTH OF WS-MSG-NOT-FOUND)
                   ERASE
               END-EXEC
               GO TO 5000-SHOW-MESSAGE-ENTRY-EXIT
           END-IF

           IF EXW-MSG-ID = SPACES
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-MSG-ID)
                   LENGTH(LENGTH OF WS-MSG-NO-MSG-ID)
                   ERASE
               END-EXEC
               GO TO 5000-SHOW-MESSAGE-ENTRY-EXIT
           END-IF

           MOVE EXW-MSG-ID TO MH-MSG-ID
           EXEC CICS XCTL
               PROGRAM('FIBMSGQ')
               COMMAREA(WS-MSGQ-HANDOFF)
               LENGTH(LENGTH OF WS-MSGQ-HANDOFF)
           END-EXEC.

       5000-SHOW-MESSAGE-ENTRY-EXIT.
           EXIT.

      * P and F reach the problem through any workbench item of the
      * pattern - FIBPRBD prints the latest one for each problem.
      * F leaves the linked items to the next FIBPRBD run.
       6000-WORK-PROBLEM.
           IF WS-WI-FUNCTION = 'F' AND WS-WI-OPERAND = SPACES
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-FIX-TEXT)
                   LENGTH(LENGTH OF WS-MSG-NO-FIX-TEXT)
                   ERASE
               END-EXEC
               GO TO 6000-WORK-PROBLEM-EXIT
           END-IF

           MOVE WS-RUN-DATE-WORK TO EXW-RUN-DATE
           MOVE WS-SEQ-WORK      TO EXW-SEQ

           EXEC CICS READ
               DATASET('FIBEXCW')
               INTO(EXCW-RECORD)
               RIDFLD(EXW-KEY)
               KEYLENGTH(LENGTH OF EXW-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-FOUND)
                   LENGTH(LENGTH OF WS-MSG-NOT-FOUND)
                   ERASE
               END-EXEC
               GO TO 6000-WORK-PROBLEM-EXIT
           END-IF

           MOVE EXW-MSG-ID     TO PRB-MSG-ID
           MOVE EXW-PROGRAM    TO PRB-PROGRAM
           MOVE EXW-TERM-INDEX TO PRB-TERM-INDEX

           IF WS-WI-FUNCTION = 'P'
               EXEC CICS READ
                   DATASET('FIBPROB')
                   INTO(PROBLEM-RECORD)
                   RIDFLD(PRB-KEY)
                   KEYLENGTH(LENGTH OF PRB-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
           ELSE
               EXEC CICS READ
                   DATASET('FIBPROB')
                   INTO(PROBLEM-RECORD)
                   RIDFLD(PRB-KEY)
                   KEYLENGTH(LENGTH OF PRB-KEY)
                   UPDATE
                   RESP(WS-RESP-CODE)
               END-EXEC
           END-IF

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-PROBLEM)
                   LENGTH(LENGTH OF WS-MSG-NO-PROBLEM)
                   ERASE
               END-EXEC
               GO TO 6000-WORK-PROBLEM-EXIT
           END-IF

           IF WS-WI-FUNCTION = 'P'
               PERFORM 6100-FORMAT-PROBLEM
               EXEC CICS SEND TEXT
                   FROM(WS-PROBLEM-SCREEN)
                   LENGTH(LENGTH OF WS-PROBLEM-SCREEN)
                   ERASE
               END-EXEC
               GO TO 6000-WORK-PROBLEM-EXIT
           END-IF

           IF PRB-IS-FIXED
               EXEC CICS UNLOCK
                   DATASET('FIBPROB')
                   RESP(WS-RESP-CODE)
               END-EXEC
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-ALREADY-FIXED)
                   LENGTH(LENGTH OF WS-MSG-ALREADY-FIXED)
                   ERASE
               END-EXEC
               GO TO 6000-WORK-PROBLEM-EXIT
           END-IF

           MOVE 'F' TO PRB-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO PRB-FIXED-STAMP
           MOVE WS-USERID     TO PRB-FIXED-BY
           MOVE WS-WI-OPERAND TO PRB-FIX-TEXT

           EXEC CICS REWRITE
               DATASET('FIBPROB')
               FROM(PROBLEM-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-SAVE-FAIL)
                   LENGTH(LENGTH OF WS-MSG-SAVE-FAIL)
                   ERASE
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-FIXED)
                   LENGTH(LENGTH OF WS-MSG-FIXED)
                   ERASE
               END-EXEC
           END-IF.

       6000-WORK-PROBLEM-EXIT.
           EXIT.

       6100-FORMAT-PROBLEM.
           MOVE PRB-MSG-ID         TO PS-MSG-ID
           MOVE PRB-PROGRAM        TO PS-PROGRAM
           MOVE PRB-TERM-INDEX     TO PS-TERM-INDEX
           IF PRB-IS-FIXED
               MOVE 'FIXED' TO PS-STATUS
           ELSE
               MOVE 'OPEN'  TO PS-STATUS
           END-IF
           MOVE PRB-OCCURRENCES    TO PS-OCCURRENCES
           MOVE PRB-FIRST-RUN-DATE TO PS-FIRST-RUN-DATE
           MOVE PRB-LAST-RUN-DATE  TO PS-LAST-RUN-DATE
           MOVE PRB-LAST-SEQ       TO PS-LAST-SEQ
           MOVE PRB-LINKED-COUNT   TO PS-LINKED-COUNT
           MOVE PRB-REOPEN-COUNT   TO PS-REOPEN-COUNT
           MOVE PRB-DETECTED-STAMP TO PS-DETECTED-STAMP
           MOVE PRB-TEXT           TO PS-TEXT
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                     UNTIL WS-RES-IDX > 5
               MOVE SPACES TO WS-PS-RES-LINE(WS-RES-IDX)
               IF WS-RES-IDX NOT > PRB-RESOLUTION-COUNT
                   MOVE PRB-RESOLUTION(WS-RES-IDX)
                       TO PS-RESOLUTION(WS-RES-IDX)
               END-IF
           END-PERFORM
           IF PRB-FIXED-STAMP = ZERO
               MOVE 'NEVER' TO PS-FIXED-STAMP
               MOVE SPACES  TO PS-FIXED-BY
           ELSE
               MOVE PRB-FIXED-STAMP TO PS-FIXED-STAMP
               MOVE PRB-FIXED-BY    TO PS-FIXED-BY
           END-IF
           MOVE SPACES TO WS-PS-FIX-TEXT-LINE
           MOVE PRB-FIX-TEXT TO PS-FIX-TEXT
           MOVE 'F RUNDATE SEQ TEXT MARKS THE PROBLEM FIXED'
               TO WS-PS-FOOTING.

       8900-GENERAL-ERROR.
           MOVE EIBRESP  TO WS-RESP-CODE
           MOVE EIBRESP2 TO WS-RESP2-CODE
