      ******************************************************************
      * FIBCHGH is the online change-history transaction. When an
      * analyst asks "who changed this run, and what did the row
      * look like before", the answer used to take a batch job over
      * FIBJRNL and a careful read of raw 100-byte images. Here it
      * is a screen away, over the FIBJRNV and FIBAUDV copies the
      * FIBCHGL job keeps of the journal and the audit trail:
      *
      *   L rundate [seq] [term] [entry] - list the journal entries
      *       for the run (or for one term of it) oldest-first, a
      *       page at a time from the keyed entry number: time,
      *       program, userid, action, term and record type,
      *   C rundate [seq] [term] entry   - compare the before and
      *       after images of one listed entry side by side,
      *       decoded field by field through the FIBHIST layouts,
      *       every changed field marked with an asterisk,
      *   A rundate [entry]              - list the FIBAUDIT lines
      *       for the run date: who ran it, when, with what seeds,
      *       profile, forced overwrite and catch-up flag.
      *
      * A blank sequence means the latest run sequence journaled
      * for the date, the way FIBINQ defaults to the latest run.
      * Entry numbers are positions in the list under the same
      * date, sequence and term, so C is keyed with exactly what L
      * showed. The title line carries the time the copies were
      * taken; a copy being rebuilt is not read.
      *
      * The operator needs the inquiry permission on FIBAUTH, and
      * every request is written to the FIBL access log (function
      * H) the way FIBINQ logs its lookups; denials are logged with
      * result D.
      *
      * Input line: FUNCTION (1), blank, RUN DATE (8), blank, SEQ
      * (2), blank, TERM INDEX (4), blank, ENTRY (4). For function A
      * the entry number may follow the run date directly.
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      * COBOL compiler.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCHGH.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - ONLINE CHANGE HISTORY OVER
      *                 THE FIBJRNL AND FIBAUDIT COPIES WITH A
      *                 FIELD-BY-FIELD BEFORE/AFTER COMPARISON
      * 10-15-2026  AG  DECODE THE TYPE-F PRIME FACTORIZATION ROWS
      * 10-15-2026  AG  SHOW THE COEFF WEIGHTS ON THE TYPE-X ROW
      * 10-15-2026  AG  SHOW THE SEED SET ON THE TYPE-X ROW
      * 10-15-2026  AG  RESOLVE THE INQUIRY PERMISSION FROM THE
      *                 USERID'S FIBAUTH ROLES THROUGH FIBROLR
      * 10-15-2026  AG  SHOW THE RELEASE ON THE TYPE-X ROW; FIBAUDV
      *                 AUDIT ENTRY WIDENED TO 279
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-HISTORY-INPUT.
           05  WS-HI-FUNCTION        PIC X.
           05  FILLER                PIC X.
           05  WS-HI-RUN-DATE        PIC X(8).
           05  FILLER                PIC X.
           05  WS-HI-SEQ             PIC X(2).
           05  FILLER                PIC X.
           05  WS-HI-TERM            PIC X(4).
           05  FILLER                PIC X.
           05  WS-HI-ENTRY           PIC X(4).
      * Function A carries no sequence or term - its entry number
      * follows the run date
       01  WS-AUDIT-INPUT REDEFINES WS-HISTORY-INPUT.
           05  FILLER                PIC X(11).
           05  WS-AI-ENTRY           PIC X(4).
           05  FILLER                PIC X(8).

       01  WS-MESSAGES.
           05  WS-MSG-INITIAL        PIC X(60) VALUE
               'ENTER L/C/A, RUN DATE, SEQ, TERM AND ENTRY NUMBER'.
           05  WS-MSG-BAD-INPUT      PIC X(60) VALUE
               'INVALID FUNCTION, DATE, SEQ, TERM OR ENTRY - REENTER'.
           05  WS-MSG-NO-ENTRIES     PIC X(60) VALUE
               'NO JOURNAL ENTRIES ON THE COPY FOR THAT RUN/TERM'.
           05  WS-MSG-NO-ENTRY       PIC X(60) VALUE
               'NO SUCH ENTRY NUMBER - LIST THE RUN WITH L FIRST'.
           05  WS-MSG-NO-AUDIT       PIC X(60) VALUE
               'NO FIBAUDIT LINES ON THE COPY FOR THAT RUN DATE'.
           05  WS-MSG-NOT-AUTH       PIC X(60) VALUE
               'YOUR USERID IS NOT AUTHORIZED FOR HISTORY INQUIRIES'.
           05  WS-MSG-COPY-BUSY      PIC X(60) VALUE
               'CHANGE-HISTORY COPY IS BEING REFRESHED - TRY SHORTLY'.
           05  WS-MSG-NO-COPY        PIC X(60) VALUE
               'NO CHANGE-HISTORY COPY ON FILE - RUN THE FIBCHGL JOB'.
           05  WS-MSG-CICS-ERROR     PIC X(60) VALUE
               'FIBCHGH ENCOUNTERED AN UNEXPECTED CICS ERROR'.

       01  WS-TITLE-LINE.
           05  FILLER                PIC X(26) VALUE
               'FIBCHGH - CHANGE HISTORY  '.
           05  FILLER                PIC X(4) VALUE 'RUN '.
           05  TL-RUN-DATE           PIC 9(8).
           05  TL-SEQ-SLASH          PIC X.
           05  TL-RUN-SEQ            PIC X(2).
           05  TL-TERM-TEXT.
               10  TL-TERM-LABEL     PIC X(6).
               10  TL-TERM-INDEX     PIC X(4).
           05  FILLER                PIC X(7) VALUE ' AS OF '.
           05  TL-ASOF               PIC X(19).
           05  FILLER                PIC X(2) VALUE SPACES.

      * One screen of listed journal entries, FIBEXCB-style SEND
      * TEXT area
       01  WS-LIST-SCREEN.
           05  WS-LS-TITLE           PIC X(79).
           05  WS-LS-HEADING         PIC X(79).
           05  WS-LS-LINE OCCURS 12 TIMES
                                     PIC X(79).
           05  WS-LS-FOOTING         PIC X(79).

       01  WS-LIST-HEADING.
           05  FILLER                PIC X(6) VALUE 'ENTRY '.
           05  FILLER                PIC X(21) VALUE 'JOURNALED AT'.
           05  FILLER                PIC X(9) VALUE 'PROGRAM'.
           05  FILLER                PIC X(9) VALUE 'USERID'.
           05  FILLER                PIC X(8) VALUE 'ACTION'.
           05  FILLER                PIC X(5) VALUE 'TERM'.
           05  FILLER                PIC X(21) VALUE 'RECORD TYPE'.

       01  WS-LIST-LINE.
           05  LL-ENTRY              PIC Z(3)9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LL-STAMP              PIC X(19).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LL-PROGRAM            PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  LL-USERID             PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  LL-ACTION             PIC X(7).
           05  FILLER                PIC X VALUE SPACE.
           05  LL-TERM-INDEX         PIC 9(4).
           05  FILLER                PIC X VALUE SPACE.
           05  LL-RECORD-TYPE        PIC X(20).

      * The before/after comparison of one journal entry
       01  WS-COMPARE-SCREEN.
           05  WS-CS-TITLE           PIC X(79).
           05  WS-CS-ENTRY-LINE      PIC X(79).
           05  WS-CS-HEADING         PIC X(79).
           05  WS-CS-FIELD-LINE OCCURS 10 TIMES.
               10  CL-MARK           PIC X(2).
               10  CL-LABEL          PIC X(14).
               10  CL-BEFORE         PIC X(30).
               10  FILLER            PIC X(2).
               10  CL-AFTER          PIC X(30).
               10  FILLER            PIC X.
           05  WS-CS-FOOTING         PIC X(79).

       01  WS-COMPARE-HEADING.
           05  FILLER                PIC X(16) VALUE '  FIELD'.
           05  FILLER                PIC X(32) VALUE 'BEFORE'.
           05  FILLER                PIC X(31) VALUE 'AFTER'.

       01  WS-ENTRY-LINE.
           05  FILLER                PIC X(6) VALUE 'ENTRY '.
           05  EL-ENTRY              PIC Z(3)9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  EL-STAMP              PIC X(19).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  EL-PROGRAM            PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  EL-USERID             PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  EL-ACTION             PIC X(7).
           05  FILLER                PIC X(5) VALUE ' ROW '.
           05  EL-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X VALUE '/'.
           05  EL-RUN-SEQ            PIC 9(2).
           05  FILLER                PIC X VALUE '/'.
           05  EL-TERM-INDEX         PIC 9(4).

       01  WS-COMPARE-FOOTING.
           05  CF-CHANGED            PIC Z9.
           05  FILLER                PIC X(32) VALUE
               ' FIELD(S) CHANGED, MARKED *  -  '.
           05  FILLER                PIC X(6) VALUE 'ENTRY '.
           05  CF-ENTRY              PIC Z(3)9.
           05  FILLER                PIC X(4) VALUE ' OF '.
           05  CF-TOTAL              PIC Z(3)9.

       01  WS-LIST-FOOTING.
           05  FILLER                PIC X(8) VALUE 'ENTRIES '.
           05  LF-FIRST              PIC Z(3)9.
           05  FILLER                PIC X VALUE '-'.
           05  LF-LAST               PIC Z(3)9.
           05  FILLER                PIC X(4) VALUE ' OF '.
           05  LF-TOTAL              PIC Z(3)9.
           05  FILLER                PIC X(42) VALUE
               '  -  C WITH THE ENTRY NUMBER COMPARES IT'.

      * One screen of the run date's audit-trail lines
       01  WS-AUDIT-SCREEN.
           05  WS-AS-TITLE           PIC X(79).
           05  WS-AS-HEADING         PIC X(79).
           05  WS-AS-LINE OCCURS 12 TIMES
                                     PIC X(79).
           05  WS-AS-FOOTING         PIC X(79).

       01  WS-AUDIT-HEADING.
           05  FILLER                PIC X(4) VALUE 'NO'.
           05  FILLER                PIC X(10) VALUE 'USERID'.
           05  FILLER                PIC X(19) VALUE 'START    - END'.
           05  FILLER                PIC X(6) VALUE 'TERMS'.
           05  FILLER                PIC X(9) VALUE 'SEEDS'.
           05  FILLER                PIC X(4) VALUE 'NEG'.
           05  FILLER                PIC X(4) VALUE 'FRC'.
           05  FILLER                PIC X(10) VALUE 'PROFILE'.
           05  FILLER                PIC X(3) VALUE 'CU'.
           05  FILLER                PIC X(10) VALUE 'GENERATED'.

       01  WS-AUDIT-LINE.
           05  AD-ENTRY              PIC ZZ9.
           05  FILLER                PIC X VALUE SPACE.
           05  AD-USERID             PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AD-START              PIC X(8).
           05  FILLER                PIC X VALUE '-'.
           05  AD-END                PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AD-TERMS              PIC X(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AD-SEEDS              PIC X(7).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AD-NEGA-MODE          PIC X.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  AD-FORCED-OVW         PIC X.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  AD-PROFILE            PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AD-CATCHUP            PIC X.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  AD-GEN-DATE           PIC X(8).

       01  WS-AUDIT-FOOTING.
           05  FILLER                PIC X(6) VALUE 'LINES '.
           05  AF-FIRST              PIC Z(3)9.
           05  FILLER                PIC X VALUE '-'.
           05  AF-LAST               PIC Z(3)9.
           05  FILLER                PIC X(4) VALUE ' OF '.
           05  AF-TOTAL              PIC Z(3)9.
           05  FILLER                PIC X(34) VALUE
               '  - NEG/FRC/CU = NEGA MODE, FORCED'.
           05  FILLER                PIC X(22) VALUE
               ' OVERWRITE, CATCH-UP'.

      * One FIBAUDIT line as ADVFIBB builds it - the run line
      * fields sit at fixed columns between the ' | ' separators,
      * the extension follows the chain value
       01  WS-AUDIT-VIEW.
           05  AV-USERID             PIC X(8).
           05  FILLER                PIC X(14).
           05  AV-START              PIC X(8).
           05  FILLER                PIC X(3).
           05  AV-END                PIC X(8).
           05  FILLER                PIC X(3).
           05  AV-TERMS              PIC X(4).
           05  FILLER                PIC X(3).
           05  AV-SEEDS              PIC X(7).
           05  FILLER                PIC X(9).
           05  AV-NEGA-MODE          PIC X.
           05  FILLER                PIC X(86).
           05  AV-FORCED-OVW         PIC X.
           05  FILLER                PIC X(3).
           05  AV-PROFILE            PIC X(8).
           05  AV-CHAIN-VALUE        PIC X(13).
           05  FILLER                PIC X(8).
           05  AV-CATCHUP            PIC X.
           05  FILLER                PIC X(7).
           05  AV-GEN-DATE           PIC X(8).
           05  FILLER                PIC X(76).

      * The decoded fields of one image, filled by 4100
       01  WS-DECODE-IMAGE           PIC X(100).
       01  WS-DECODE-TABLE.
           05  WS-DECODE-FIELD OCCURS 10 TIMES.
               10  DC-LABEL          PIC X(14).
               10  DC-VALUE          PIC X(30).

       01  WS-FIELD-WORK.
           05  WS-FIELD-LABEL        PIC X(14).
           05  WS-FIELD-VALUE        PIC X(30).
           05  WS-ED-COUNT           PIC Z(8)9.
           05  WS-ED-BIG             PIC Z(17)9.
           05  WS-ED-BOUND           PIC Z(12)9.
           05  WS-ED-PCT             PIC ZZ9.99.
           05  WS-ED-SCORE           PIC ZZZZ9.99.
           05  WS-ED-EXPONENT        PIC Z9.
           05  WS-FACT-IDX           PIC 9(2).
           05  WS-TYPE-CODE          PIC X.
           05  WS-TYPE-TEXT          PIC X(20).

       01  WS-STAMP-WORK             PIC 9(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP-WORK.
           05  SW-YEAR               PIC 9(4).
           05  SW-MONTH              PIC 9(2).
           05  SW-DAY                PIC 9(2).
           05  SW-HOUR               PIC 9(2).
           05  SW-MINUTE             PIC 9(2).
           05  SW-SECOND             PIC 9(2).
       01  WS-STAMP-TEXT.
           05  ST-YEAR               PIC 9(4).
           05  FILLER                PIC X VALUE '-'.
           05  ST-MONTH              PIC 9(2).
           05  FILLER                PIC X VALUE '-'.
           05  ST-DAY                PIC 9(2).
           05  FILLER                PIC X VALUE SPACE.
           05  ST-HOUR               PIC 9(2).
           05  FILLER                PIC X VALUE ':'.
           05  ST-MINUTE             PIC 9(2).
           05  FILLER                PIC X VALUE ':'.
           05  ST-SECOND             PIC 9(2).

       01  WS-INDICATORS.
           05  WS-BROWSE-EOF-SW      PIC X VALUE 'N'.
               88  BROWSE-END-REACHED    VALUE 'Y'.
           05  WS-ENTRY-FOUND-SW     PIC X VALUE 'N'.
               88  ENTRY-WAS-FOUND       VALUE 'Y'.
           05  WS-AUTH-DENIED-SW     PIC X VALUE 'N'.
               88  INQUIRY-DENIED        VALUE 'Y'.
           05  WS-TERM-FILTER-SW     PIC X VALUE 'N'.
               88  ONE-TERM-ONLY         VALUE 'Y'.

       77  WS-USERID                 PIC X(8) VALUE SPACES.
       77  WS-RUN-DATE-WORK          PIC 9(8) VALUE ZERO.
       77  WS-SEQ-WORK               PIC 9(2) VALUE ZERO.
       77  WS-TERM-WORK              PIC 9(4) VALUE ZERO.
       77  WS-ENTRY-WORK             PIC 9(4) VALUE ZERO.
       77  WS-ENTRY-COUNT            PIC 9(4) VALUE ZERO.
       77  WS-PAGE-LAST              PIC 9(4) VALUE ZERO.
       77  WS-LINE-IDX               PIC 9(2) VALUE ZERO.
       77  WS-FIELD-IDX              PIC 9(2) VALUE ZERO.
       77  WS-DECODE-COUNT           PIC 9(2) VALUE ZERO.
       77  WS-COMPARE-COUNT          PIC 9(2) VALUE ZERO.
       77  WS-CHANGED-COUNT          PIC 9(2) VALUE ZERO.
       77  WS-ASOF-TEXT              PIC X(19) VALUE SPACES.
       77  WS-LOG-RESULT             PIC X VALUE SPACE.
       77  WS-COMMAREA-BYTE          PIC X VALUE SPACE.

      * Journal and audit-trail copy layouts the FIBCHGL job loads
           COPY FIBCHGVC.

      * FIBHIST change-journal record carried whole on the copy
           COPY FIBJRNC.

      * FIBHIST record layouts the images are decoded through
           COPY FIBHIST.

      * Access-log record written to the FIBL queue for compliance
           COPY FIBACLOG.

      * Run-control record carrying the copy's as-of time
           COPY FIBRUNC.

      * Authorization record keyed by userid
           COPY FIBAUTH.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

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
               USERID(WS-USERID)
           END-EXEC

           IF EIBCALEN = ZERO
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-INITIAL)
                   LENGTH(LENGTH OF WS-MSG-INITIAL)
                   ERASE
               END-EXEC
           ELSE
               PERFORM 2000-RECEIVE-AND-PROCESS
                   THRU 2000-RECEIVE-AND-PROCESS-EXIT
           END-IF

           EXEC CICS RETURN
               TRANSID('FCHG')
               COMMAREA(WS-COMMAREA-BYTE)
               LENGTH(LENGTH OF WS-COMMAREA-BYTE)
           END-EXEC

           GOBACK.

       2000-RECEIVE-AND-PROCESS.
           MOVE SPACES TO WS-HISTORY-INPUT
           EXEC CICS RECEIVE
               INTO(WS-HISTORY-INPUT)
               LENGTH(LENGTH OF WS-HISTORY-INPUT)
           END-EXEC

           PERFORM 2040-CHECK-AUTHORIZATION
           IF INQUIRY-DENIED
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-AUTH)
                   LENGTH(LENGTH OF WS-MSG-NOT-AUTH)
                   ERASE
               END-EXEC
               GO TO 2000-RECEIVE-AND-PROCESS-EXIT
           END-IF

           PERFORM 2050-CHECK-COPY-STATUS
               THRU 2050-CHECK-COPY-STATUS-EXIT
           IF WS-ASOF-TEXT = SPACES
               GO TO 2000-RECEIVE-AND-PROCESS-EXIT
           END-IF

           PERFORM 2100-EDIT-INPUT
               THRU 2100-EDIT-INPUT-EXIT
           IF WS-RUN-DATE-WORK = ZERO
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-BAD-INPUT)
                   LENGTH(LENGTH OF WS-MSG-BAD-INPUT)
                   ERASE
               END-EXEC
               GO TO 2000-RECEIVE-AND-PROCESS-EXIT
           END-IF

           EVALUATE WS-HI-FUNCTION
               WHEN 'L'
                   PERFORM 3000-LIST-ENTRIES
               WHEN 'C'
                   PERFORM 4000-COMPARE-ENTRY
                       THRU 4000-COMPARE-ENTRY-EXIT
               WHEN 'A'
                   PERFORM 5000-LIST-AUDIT-LINES
           END-EVALUATE.

       2000-RECEIVE-AND-PROCESS-EXIT.
           EXIT.

      * Every request needs the inquiry permission, resolved by
      * FIBROLR from the FIBAUTH roles - the same permission FIBINQ
      * requires; a denial is logged to the access log with
      * result D.
       2040-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTH-DENIED-SW
           MOVE WS-USERID TO AUTH-USERID

           EXEC CICS READ
               DATASET('FIBAUTH')
               INTO(AUTH-RECORD)
               RIDFLD(AUTH-USERID)
               KEYLENGTH(LENGTH OF AUTH-USERID)
               RESP(WS-RESP-CODE)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   SET RLR-RESOLVE TO TRUE
                   MOVE AUTH-ROLES TO RLR-ROLES
                   CALL 'FIBROLR' USING FIBROLR-PARMS
                   IF RLR-INQUIRY-FLAG NOT = 'Y'
                       SET INQUIRY-DENIED TO TRUE
                   END-IF
               WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                   SET INQUIRY-DENIED TO TRUE
               WHEN OTHER
      * FIBAUTH unavailable (file closed or not installed in this
      * region): authorization is not enforced
                   CONTINUE
           END-EVALUATE

           IF INQUIRY-DENIED
               MOVE ZERO TO WS-RUN-DATE-WORK WS-TERM-WORK
               IF WS-HI-RUN-DATE IS NUMERIC
                   MOVE WS-HI-RUN-DATE TO WS-RUN-DATE-WORK
               END-IF
               MOVE 'D' TO WS-LOG-RESULT
               PERFORM 7000-LOG-ACCESS
           END-IF.

      * The copies are only read once FIBCHGL has posted COMPLETED;
      * its timestamp is the as-of time on every title line. A
      * STARTED copy is mid-rebuild and a FAILED one is incomplete.
       2050-CHECK-COPY-STATUS.
           MOVE SPACES TO WS-ASOF-TEXT
           MOVE 'FIBCHGL ' TO RUNC-PROGRAM
           EXEC CICS READ
               DATASET('FIBRUNC')
               INTO(RUNC-RECORD)
               RIDFLD(RUNC-PROGRAM)
               KEYLENGTH(LENGTH OF RUNC-PROGRAM)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL) AND RUNC-IS-STARTED
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-COPY-BUSY)
                   LENGTH(LENGTH OF WS-MSG-COPY-BUSY)
                   ERASE
               END-EXEC
               GO TO 2050-CHECK-COPY-STATUS-EXIT
           END-IF

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   OR NOT RUNC-IS-COMPLETED
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-COPY)
                   LENGTH(LENGTH OF WS-MSG-NO-COPY)
                   ERASE
               END-EXEC
               GO TO 2050-CHECK-COPY-STATUS-EXIT
           END-IF

           MOVE RUNC-TIMESTAMP TO WS-STAMP-WORK
           PERFORM 4900-FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO WS-ASOF-TEXT.

       2050-CHECK-COPY-STATUS-EXIT.
           EXIT.

      * A run date of zero on return means the line failed its
      * edits. Blank sequence, term and entry default to the latest
      * journaled sequence, every term and entry 1.
       2100-EDIT-INPUT.
           MOVE ZERO TO WS-RUN-DATE-WORK
           MOVE 'N' TO WS-TERM-FILTER-SW

           IF WS-HI-FUNCTION NOT = 'L' AND WS-HI-FUNCTION NOT = 'C'
                   AND WS-HI-FUNCTION NOT = 'A'
               GO TO 2100-EDIT-INPUT-EXIT
           END-IF
           IF WS-HI-RUN-DATE IS NOT NUMERIC
               GO TO 2100-EDIT-INPUT-EXIT
           END-IF

           IF WS-HI-FUNCTION = 'A'
               IF WS-AI-ENTRY = SPACES
                   MOVE 1 TO WS-ENTRY-WORK
               ELSE
                   IF WS-AI-ENTRY IS NOT NUMERIC
                       GO TO 2100-EDIT-INPUT-EXIT
                   END-IF
                   MOVE WS-AI-ENTRY TO WS-ENTRY-WORK
               END-IF
               MOVE ZERO TO WS-SEQ-WORK WS-TERM-WORK
           ELSE
               IF WS-HI-SEQ NOT = SPACES
                       AND WS-HI-SEQ IS NOT NUMERIC
                   GO TO 2100-EDIT-INPUT-EXIT
               END-IF
               IF WS-HI-TERM NOT = SPACES
                       AND WS-HI-TERM IS NOT NUMERIC
                   GO TO 2100-EDIT-INPUT-EXIT
               END-IF
               IF WS-HI-ENTRY = SPACES
                   MOVE 1 TO WS-ENTRY-WORK
               ELSE
                   IF WS-HI-ENTRY IS NOT NUMERIC
                       GO TO 2100-EDIT-INPUT-EXIT
                   END-IF
                   MOVE WS-HI-ENTRY TO WS-ENTRY-WORK
               END-IF
               IF WS-HI-TERM = SPACES
                   MOVE ZERO TO WS-TERM-WORK
               ELSE
                   MOVE WS-HI-TERM TO WS-TERM-WORK
                   SET ONE-TERM-ONLY TO TRUE
               END-IF
           END-IF

           IF WS-ENTRY-WORK = ZERO
               MOVE 1 TO WS-ENTRY-WORK
           END-IF

           MOVE WS-HI-RUN-DATE TO WS-RUN-DATE-WORK

           IF WS-HI-FUNCTION NOT = 'A'
               IF WS-HI-SEQ = SPACES OR WS-HI-SEQ = '00'
                   PERFORM 2450-FIND-LATEST-SEQ
               ELSE
                   MOVE WS-HI-SEQ TO WS-SEQ-WORK
               END-IF
           END-IF.

       2100-EDIT-INPUT-EXIT.
           EXIT.

      * The latest sequence journaled for the date: a forward
      * browse over the date's entries (READPREV after an inexact
      * GTEQ start is not valid - see FIBINQ). A date with nothing
      * journaled stays at 01 and lists empty.
       2450-FIND-LATEST-SEQ.
           MOVE 01 TO WS-SEQ-WORK
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE WS-HI-RUN-DATE TO CHJ-RUN-DATE
           MOVE ZERO TO CHJ-RUN-SEQ CHJ-TERM-INDEX
                        CHJ-TIMESTAMP CHJ-ORDINAL

           EXEC CICS STARTBR
               DATASET('FIBJRNV')
               RIDFLD(CHJ-KEY)
               KEYLENGTH(LENGTH OF CHJ-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL BROWSE-END-REACHED
                   EXEC CICS READNEXT
                       DATASET('FIBJRNV')
                       INTO(CHGJ-RECORD)
                       RIDFLD(CHJ-KEY)
                       KEYLENGTH(LENGTH OF CHJ-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                       SET BROWSE-END-REACHED TO TRUE
                   ELSE
                       IF CHJ-RUN-DATE NOT = WS-HI-RUN-DATE
                           SET BROWSE-END-REACHED TO TRUE
                       ELSE
                           IF CHJ-RUN-SEQ > WS-SEQ-WORK
                               MOVE CHJ-RUN-SEQ TO WS-SEQ-WORK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               EXEC CICS ENDBR
                   DATASET('FIBJRNV')
                   RESP(WS-RESP-CODE)
               END-EXEC
           END-IF.

      * One page of the run's journal entries from the keyed entry
      * number. The browse runs on to the end of the run (or term)
      * so the footing can give the total.
       3000-LIST-ENTRIES.
           MOVE SPACES TO WS-LIST-SCREEN
           PERFORM 3900-BUILD-TITLE
           MOVE WS-TITLE-LINE TO WS-LS-TITLE
           MOVE WS-LIST-HEADING TO WS-LS-HEADING
           MOVE ZERO TO WS-ENTRY-COUNT WS-LINE-IDX
           COMPUTE WS-PAGE-LAST = WS-ENTRY-WORK + 11

           PERFORM 3800-START-RUN-BROWSE
           PERFORM UNTIL BROWSE-END-REACHED
               PERFORM 3850-READ-NEXT-ENTRY
               IF NOT BROWSE-END-REACHED
                   ADD 1 TO WS-ENTRY-COUNT
                   IF WS-ENTRY-COUNT NOT < WS-ENTRY-WORK
                           AND WS-ENTRY-COUNT NOT > WS-PAGE-LAST
                       ADD 1 TO WS-LINE-IDX
                       PERFORM 3100-FORMAT-LIST-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 3890-END-RUN-BROWSE

           IF WS-LINE-IDX = ZERO
               MOVE 'N' TO WS-LOG-RESULT
               PERFORM 7000-LOG-ACCESS
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-ENTRIES)
                   LENGTH(LENGTH OF WS-MSG-NO-ENTRIES)
                   ERASE
               END-EXEC
           ELSE
               MOVE 'F' TO WS-LOG-RESULT
               PERFORM 7000-LOG-ACCESS
               MOVE WS-ENTRY-WORK  TO LF-FIRST
               COMPUTE WS-PAGE-LAST = WS-ENTRY-WORK + WS-LINE-IDX - 1
               MOVE WS-PAGE-LAST   TO LF-LAST
               MOVE WS-ENTRY-COUNT TO LF-TOTAL
               MOVE WS-LIST-FOOTING TO WS-LS-FOOTING
               EXEC CICS SEND TEXT
                   FROM(WS-LIST-SCREEN)
                   LENGTH(LENGTH OF WS-LIST-SCREEN)
                   ERASE
               END-EXEC
           END-IF.

       3100-FORMAT-LIST-LINE.
           MOVE CHJ-JOURNAL-ENTRY TO HIST-JOURNAL-RECORD
           MOVE WS-ENTRY-COUNT  TO LL-ENTRY
           MOVE JRN-TIMESTAMP   TO WS-STAMP-WORK
           PERFORM 4900-FORMAT-STAMP
           MOVE WS-STAMP-TEXT   TO LL-STAMP
           MOVE JRN-PROGRAM     TO LL-PROGRAM
           MOVE JRN-USERID      TO LL-USERID
           PERFORM 4950-DESCRIBE-ACTION
           MOVE WS-FIELD-VALUE  TO LL-ACTION
           MOVE CHJ-TERM-INDEX  TO LL-TERM-INDEX
           MOVE CHJ-RECORD-TYPE TO WS-TYPE-CODE
           PERFORM 4150-DESCRIBE-TYPE
           MOVE WS-TYPE-TEXT    TO LL-RECORD-TYPE
           MOVE WS-LIST-LINE TO WS-LS-LINE(WS-LINE-IDX).

      * Positions the browse at the first entry for the run, or
      * for the one term when a term was keyed
       3800-START-RUN-BROWSE.
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE WS-RUN-DATE-WORK TO CHJ-RUN-DATE
           MOVE WS-SEQ-WORK      TO CHJ-RUN-SEQ
           MOVE WS-TERM-WORK     TO CHJ-TERM-INDEX
           MOVE ZERO TO CHJ-TIMESTAMP CHJ-ORDINAL

           EXEC CICS STARTBR
               DATASET('FIBJRNV')
               RIDFLD(CHJ-KEY)
               KEYLENGTH(LENGTH OF CHJ-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET BROWSE-END-REACHED TO TRUE
           END-IF.

      * The browse ends at the first entry outside the run (or the
      * keyed term)
       3850-READ-NEXT-ENTRY.
           EXEC CICS READNEXT
               DATASET('FIBJRNV')
               INTO(CHGJ-RECORD)
               RIDFLD(CHJ-KEY)
               KEYLENGTH(LENGTH OF CHJ-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET BROWSE-END-REACHED TO TRUE
           ELSE
               IF CHJ-RUN-DATE NOT = WS-RUN-DATE-WORK
                       OR CHJ-RUN-SEQ NOT = WS-SEQ-WORK
                   SET BROWSE-END-REACHED TO TRUE
               ELSE
                   IF ONE-TERM-ONLY
                           AND CHJ-TERM-INDEX NOT = WS-TERM-WORK
                       SET BROWSE-END-REACHED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * The browse is only open when STARTBR succeeded and at least
      * one READNEXT was issued against it; ENDBR with RESP covers
      * the start that failed
       3890-END-RUN-BROWSE.
           EXEC CICS ENDBR
               DATASET('FIBJRNV')
               RESP(WS-RESP-CODE)
           END-EXEC.

       3900-BUILD-TITLE.
           MOVE WS-RUN-DATE-WORK TO TL-RUN-DATE
           MOVE WS-ASOF-TEXT     TO TL-ASOF
           IF WS-HI-FUNCTION = 'A'
               MOVE SPACES TO TL-SEQ-SLASH TL-RUN-SEQ TL-TERM-TEXT
           ELSE
               MOVE '/' TO TL-SEQ-SLASH
               MOVE WS-SEQ-WORK TO TL-RUN-SEQ
               IF ONE-TERM-ONLY
                   MOVE ' TERM ' TO TL-TERM-LABEL
                   MOVE WS-TERM-WORK TO TL-TERM-INDEX
               ELSE
                   MOVE SPACES TO TL-TERM-TEXT
               END-IF
           END-IF.

      * The keyed entry, found by counting along the same browse
      * the list used, shown as its two images decoded side by
      * side. An add has no before image and a delete no after
      * image, so every field of either shows as changed.
       4000-COMPARE-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           MOVE ZERO TO WS-ENTRY-COUNT

           PERFORM 3800-START-RUN-BROWSE
           PERFORM UNTIL BROWSE-END-REACHED
               PERFORM 3850-READ-NEXT-ENTRY
               IF NOT BROWSE-END-REACHED
                   ADD 1 TO WS-ENTRY-COUNT
                   IF WS-ENTRY-COUNT = WS-ENTRY-WORK
                       SET ENTRY-WAS-FOUND TO TRUE
                       MOVE CHJ-JOURNAL-ENTRY TO HIST-JOURNAL-RECORD
                       MOVE CHJ-RUN-DATE   TO EL-RUN-DATE
                       MOVE CHJ-RUN-SEQ    TO EL-RUN-SEQ
                       MOVE CHJ-TERM-INDEX TO EL-TERM-INDEX
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 3890-END-RUN-BROWSE

           IF NOT ENTRY-WAS-FOUND
               MOVE 'N' TO WS-LOG-RESULT
               PERFORM 7000-LOG-ACCESS
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-ENTRY)
                   LENGTH(LENGTH OF WS-MSG-NO-ENTRY)
                   ERASE
               END-EXEC
               GO TO 4000-COMPARE-ENTRY-EXIT
           END-IF

           MOVE 'F' TO WS-LOG-RESULT
           PERFORM 7000-LOG-ACCESS

           MOVE SPACES TO WS-COMPARE-SCREEN
           PERFORM 3900-BUILD-TITLE
           MOVE WS-TITLE-LINE TO WS-CS-TITLE

           MOVE WS-ENTRY-WORK TO EL-ENTRY
           MOVE JRN-TIMESTAMP TO WS-STAMP-WORK
           PERFORM 4900-FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO EL-STAMP
           MOVE JRN-PROGRAM   TO EL-PROGRAM
           MOVE JRN-USERID    TO EL-USERID
           PERFORM 4950-DESCRIBE-ACTION
           MOVE WS-FIELD-VALUE TO EL-ACTION
           MOVE WS-ENTRY-LINE TO WS-CS-ENTRY-LINE
           MOVE WS-COMPARE-HEADING TO WS-CS-HEADING

           PERFORM 4200-BUILD-COMPARISON

           MOVE WS-CHANGED-COUNT TO CF-CHANGED
           MOVE WS-ENTRY-WORK    TO CF-ENTRY
           MOVE WS-ENTRY-COUNT   TO CF-TOTAL
           MOVE WS-COMPARE-FOOTING TO WS-CS-FOOTING

           EXEC CICS SEND TEXT
               FROM(WS-COMPARE-SCREEN)
               LENGTH(LENGTH OF WS-COMPARE-SCREEN)
               ERASE
           END-EXEC.

       4000-COMPARE-ENTRY-EXIT.
           EXIT.

      * Decodes a record image through the FIBHIST view its record
      * type selects: the key and type first, then the type's own
      * fields. Packed fields are tested before they are edited so
      * a damaged image cannot abend the transaction.
       4100-DECODE-IMAGE.
           MOVE SPACES TO WS-DECODE-TABLE
           MOVE ZERO TO WS-DECODE-COUNT

           MOVE 'ROW KEY' TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING WS-DECODE-IMAGE(1:8) '/' WS-DECODE-IMAGE(9:2) '/'
                  WS-DECODE-IMAGE(11:4)
               DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM 4190-ADD-FIELD

           MOVE WS-DECODE-IMAGE(15:1) TO WS-TYPE-CODE
           PERFORM 4150-DESCRIBE-TYPE
           MOVE 'RECORD TYPE' TO WS-FIELD-LABEL
           MOVE WS-TYPE-TEXT  TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           EVALUATE WS-TYPE-CODE
               WHEN 'S'
                   MOVE WS-DECODE-IMAGE TO HIST-RECORD
                   PERFORM 4110-DECODE-SUMMARY
               WHEN 'D'
               WHEN 'L'
                   MOVE WS-DECODE-IMAGE TO HIST-RECORD
                   PERFORM 4120-DECODE-DETAIL
               WHEN 'N'
                   MOVE WS-DECODE-IMAGE TO HIST-NOTE-RECORD
                   PERFORM 4130-DECODE-NOTE
               WHEN 'C'
                   MOVE WS-DECODE-IMAGE TO HIST-CERT-RECORD
                   PERFORM 4140-DECODE-CERT
               WHEN 'P'
                   MOVE WS-DECODE-IMAGE TO HIST-PARM-RECORD
                   PERFORM 4160-DECODE-PARMS
               WHEN 'R'
                   MOVE WS-DECODE-IMAGE TO HIST-RSCORE-RECORD
                   PERFORM 4170-DECODE-RISK-SCORE
               WHEN 'W'
                   MOVE WS-DECODE-IMAGE TO HIST-WIDE-RECORD
                   PERFORM 4180-DECODE-WIDE
               WHEN 'X'
                   MOVE WS-DECODE-IMAGE TO HIST-PARMX-RECORD
                   PERFORM 4185-DECODE-PARMX
               WHEN 'F'
                   MOVE WS-DECODE-IMAGE TO HIST-FACT-RECORD
                   PERFORM 4186-DECODE-FACTORS
               WHEN OTHER
                   PERFORM 4188-DECODE-RAW
           END-EVALUATE.

       4110-DECODE-SUMMARY.
           MOVE 'TERM COUNT' TO WS-FIELD-LABEL
           MOVE HIST-ACTUAL-COUNT TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'EVEN COUNT' TO WS-FIELD-LABEL
           MOVE HIST-COUNT-EVEN TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'ODD COUNT' TO WS-FIELD-LABEL
           MOVE HIST-COUNT-ODD TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'PRIME COUNT' TO WS-FIELD-LABEL
           MOVE HIST-COUNT-PRIME TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'PCT EVEN' TO WS-FIELD-LABEL
           MOVE HIST-PCT-EVEN TO WS-ED-PCT
           MOVE WS-ED-PCT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'PCT ODD' TO WS-FIELD-LABEL
           MOVE HIST-PCT-ODD TO WS-ED-PCT
           MOVE WS-ED-PCT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'PCT PRIME' TO WS-FIELD-LABEL
           MOVE HIST-PCT-PRIME TO WS-ED-PCT
           MOVE WS-ED-PCT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'QUARANTINE' TO WS-FIELD-LABEL
           IF HIST-RUN-QUARANTINED
               MOVE 'Q - QUARANTINED' TO WS-FIELD-VALUE
           ELSE
               MOVE 'NOT QUARANTINED' TO WS-FIELD-VALUE
           END-IF
           PERFORM 4190-ADD-FIELD.

       4120-DECODE-DETAIL.
           MOVE 'FIB NUMBER' TO WS-FIELD-LABEL
           IF HIST-FIB-NUMBER IS NUMERIC
               MOVE HIST-FIB-NUMBER TO WS-ED-BIG
               MOVE WS-ED-BIG TO WS-FIELD-VALUE
           ELSE
               MOVE '(NOT NUMERIC)' TO WS-FIELD-VALUE
           END-IF
           PERFORM 4190-ADD-FIELD

           MOVE 'STATUS' TO WS-FIELD-LABEL
           MOVE HIST-FIB-STATUS TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'CATEGORY' TO WS-FIELD-LABEL
           MOVE HIST-FIB-CATEGORY TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'SMALL FACTOR' TO WS-FIELD-LABEL
           MOVE HIST-SM-FACTOR TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'RESIDUE FLAG' TO WS-FIELD-LABEL
           IF HIST-RESIDUE-FLAG = 'R'
               MOVE 'R - RESIDUE CONTINUATION' TO WS-FIELD-VALUE
           ELSE
               MOVE 'EXACT' TO WS-FIELD-VALUE
           END-IF
           PERFORM 4190-ADD-FIELD.

       4130-DECODE-NOTE.
           MOVE 'NOTE USERID' TO WS-FIELD-LABEL
           MOVE HIST-NOTE-USERID TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'NOTE STAMP' TO WS-FIELD-LABEL
           MOVE HIST-NOTE-TIMESTAMP TO WS-STAMP-WORK
           PERFORM 4900-FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'NOTE TEXT' TO WS-FIELD-LABEL
           MOVE HIST-NOTE-TEXT(1:30) TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'NOTE TEXT CONT' TO WS-FIELD-LABEL
           MOVE HIST-NOTE-TEXT(31:20) TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD.

       4140-DECODE-CERT.
           MOVE 'CERT STATUS' TO WS-FIELD-LABEL
           EVALUATE TRUE
               WHEN HIST-CERT-PASSED
                   MOVE 'P - PASSED' TO WS-FIELD-VALUE
               WHEN HIST-CERT-FAILED
                   MOVE 'F - FAILED' TO WS-FIELD-VALUE
               WHEN OTHER
                   MOVE HIST-CERT-STATUS TO WS-FIELD-VALUE
           END-EVALUATE
           PERFORM 4190-ADD-FIELD

           MOVE 'CERT TERMS' TO WS-FIELD-LABEL
           MOVE HIST-CERT-TERMS TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'CERT STAMP' TO WS-FIELD-LABEL
           MOVE HIST-CERT-TIMESTAMP TO WS-STAMP-WORK
           PERFORM 4900-FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'CERT USERID' TO WS-FIELD-LABEL
           MOVE HIST-CERT-USERID TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD.

       4150-DESCRIBE-TYPE.
           EVALUATE WS-TYPE-CODE
               WHEN 'S'
                   MOVE 'S - RUN SUMMARY' TO WS-TYPE-TEXT
               WHEN 'D'
                   MOVE 'D - TERM DETAIL' TO WS-TYPE-TEXT
               WHEN 'L'
                   MOVE 'L - LUCAS TERM' TO WS-TYPE-TEXT
               WHEN 'N'
                   MOVE 'N - OPERATOR NOTE' TO WS-TYPE-TEXT
               WHEN 'C'
                   MOVE 'C - CERTIFICATION' TO WS-TYPE-TEXT
               WHEN 'P'
                   MOVE 'P - PARAMETERS' TO WS-TYPE-TEXT
               WHEN 'R'
                   MOVE 'R - RISK SCORE' TO WS-TYPE-TEXT
               WHEN 'W'
                   MOVE 'W - WIDE-VALUE WORDS' TO WS-TYPE-TEXT
               WHEN 'X'
                   MOVE 'X - PARM EXTENSION' TO WS-TYPE-TEXT
               WHEN 'F'
                   MOVE 'F - FACTORIZATION' TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-TYPE-TEXT
                   MOVE WS-TYPE-CODE TO WS-TYPE-TEXT(1:1)
           END-EVALUATE.

       4160-DECODE-PARMS.
           MOVE 'SEED 1' TO WS-FIELD-LABEL
           IF HIST-PARM-SEED-1 IS NUMERIC
               MOVE HIST-PARM-SEED-1 TO WS-ED-BIG
               MOVE WS-ED-BIG TO WS-FIELD-VALUE
           ELSE
               MOVE '(NOT NUMERIC)' TO WS-FIELD-VALUE
           END-IF
           PERFORM 4190-ADD-FIELD

           MOVE 'SEED 2' TO WS-FIELD-LABEL
           IF HIST-PARM-SEED-2 IS NUMERIC
               MOVE HIST-PARM-SEED-2 TO WS-ED-BIG
               MOVE WS-ED-BIG TO WS-FIELD-VALUE
           ELSE
               MOVE '(NOT NUMERIC)' TO WS-FIELD-VALUE
           END-IF
           PERFORM 4190-ADD-FIELD

           MOVE 'TERM COUNT' TO WS-FIELD-LABEL
           MOVE HIST-PARM-TERM-COUNT TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'SMALL BOUND' TO WS-FIELD-LABEL
           MOVE HIST-PARM-SMALL-BOUND TO WS-ED-BOUND
           MOVE WS-ED-BOUND TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'MEDIUM BOUND' TO WS-FIELD-LABEL
           MOVE HIST-PARM-MEDIUM-BOUND TO WS-ED-BOUND
           MOVE WS-ED-BOUND TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'HUGE BOUND' TO WS-FIELD-LABEL
           MOVE HIST-PARM-HUGE-BOUND TO WS-ED-BOUND
           MOVE WS-ED-BOUND TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'NEGA/SUMM/TRNC' TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING HIST-PARM-NEGA-MODE '/' HIST-PARM-SUMMARY-ONLY '/'
                  HIST-PARM-TRUNC-AVG
               DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM 4190-ADD-FIELD

           MOVE 'PROFILE/ORDER' TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING HIST-PARM-PROFILE ' / ' HIST-PARM-SEQ-ORDER
               DELIMITED BY SIZE
               INTO WS-FIELD-VALUE
           END-STRING
           PERFORM 4190-ADD-FIELD.

       4170-DECODE-RISK-SCORE.
           MOVE 'RISK SCORE' TO WS-FIELD-LABEL
           MOVE HIST-RSCORE-SCORE TO WS-ED-SCORE
           MOVE WS-ED-SCORE TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'SCORE SOURCE' TO WS-FIELD-LABEL
           MOVE HIST-RSCORE-SOURCE TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'RECEIVED' TO WS-FIELD-LABEL
           MOVE HIST-RSCORE-RECV-STAMP TO WS-STAMP-WORK
           PERFORM 4900-FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD.

       4180-DECODE-WIDE.
           MOVE 'WORD 2' TO WS-FIELD-LABEL
           MOVE HIST-WIDE-WORD-2 TO WS-ED-BIG
           MOVE WS-ED-BIG TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'WORD 3' TO WS-FIELD-LABEL
           MOVE HIST-WIDE-WORD-3 TO WS-ED-BIG
           MOVE WS-ED-BIG TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'WORD 4' TO WS-FIELD-LABEL
           MOVE HIST-WIDE-WORD-4 TO WS-ED-BIG
           MOVE WS-ED-BIG TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD.

       4185-DECODE-PARMX.
           MOVE 'CATCH-UP FLAG' TO WS-FIELD-LABEL
           MOVE HIST-PARMX-CATCHUP-FLAG TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'GENERATED ON' TO WS-FIELD-LABEL
           MOVE HIST-PARMX-GENERATED-DATE TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

      *    Rows written before the weights were carried have spaces
      *    there, which is the plain 1,1 recurrence
           MOVE 'COEFF WEIGHTS' TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           IF HIST-PARMX-COEFF-A IS NUMERIC
                   AND HIST-PARMX-COEFF-B IS NUMERIC
               STRING HIST-PARMX-COEFF-A ' / ' HIST-PARMX-COEFF-B
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE
               END-STRING
           ELSE
               MOVE '01 / 01' TO WS-FIELD-VALUE
           END-IF
           PERFORM 4190-ADD-FIELD

           MOVE 'SEED SET' TO WS-FIELD-LABEL
           IF HIST-PARMX-SEED-SET = SPACES
               MOVE '(FREE-FORM)' TO WS-FIELD-VALUE
           ELSE
               MOVE HIST-PARMX-SEED-SET TO WS-FIELD-VALUE
           END-IF
           PERFORM 4190-ADD-FIELD

           MOVE 'RELEASE' TO WS-FIELD-LABEL
           IF HIST-PARMX-RELEASE-ID = SPACES
               MOVE '(NOT RECORDED)' TO WS-FIELD-VALUE
           ELSE
               MOVE HIST-PARMX-RELEASE-ID TO WS-FIELD-VALUE
           END-IF
           PERFORM 4190-ADD-FIELD.

      * Status and part, then one field per prime - eight primes
      * and the cofactor fill the ten decode lines exactly
       4186-DECODE-FACTORS.
           MOVE 'STATUS / PART' TO WS-FIELD-LABEL
           MOVE SPACES TO WS-FIELD-VALUE
           STRING HIST-FACT-STATUS ' / ' HIST-FACT-PART
               DELIMITED BY SIZE INTO WS-FIELD-VALUE
           END-STRING
           PERFORM 4190-ADD-FIELD

           PERFORM VARYING WS-FACT-IDX FROM 1 BY 1
                     UNTIL WS-FACT-IDX > 8
                        OR WS-FACT-IDX > HIST-FACT-COUNT
               MOVE SPACES TO WS-FIELD-LABEL
               STRING 'PRIME ' WS-FACT-IDX
                   DELIMITED BY SIZE INTO WS-FIELD-LABEL
               END-STRING
               MOVE HIST-FACT-PRIME(WS-FACT-IDX) TO WS-ED-COUNT
               MOVE HIST-FACT-EXPONENT(WS-FACT-IDX) TO WS-ED-EXPONENT
               MOVE SPACES TO WS-FIELD-VALUE
               STRING WS-ED-COUNT ' ^ ' WS-ED-EXPONENT
                   DELIMITED BY SIZE INTO WS-FIELD-VALUE
               END-STRING
               PERFORM 4190-ADD-FIELD
           END-PERFORM

           MOVE 'COFACTOR' TO WS-FIELD-LABEL
           MOVE HIST-FACT-COFACTOR TO WS-ED-BIG
           MOVE WS-ED-BIG TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD.

      * A record type this transaction does not know is shown raw
       4188-DECODE-RAW.
           MOVE 'DATA 16-45' TO WS-FIELD-LABEL
           MOVE WS-DECODE-IMAGE(16:30) TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'DATA 46-75' TO WS-FIELD-LABEL
           MOVE WS-DECODE-IMAGE(46:30) TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD

           MOVE 'DATA 76-100' TO WS-FIELD-LABEL
           MOVE WS-DECODE-IMAGE(76:25) TO WS-FIELD-VALUE
           PERFORM 4190-ADD-FIELD.

       4190-ADD-FIELD.
           IF WS-DECODE-COUNT < 10
               ADD 1 TO WS-DECODE-COUNT
               MOVE WS-FIELD-LABEL TO DC-LABEL(WS-DECODE-COUNT)
               MOVE WS-FIELD-VALUE TO DC-VALUE(WS-DECODE-COUNT)
           END-IF.

      * Before image into the left column, after image into the
      * right; a field whose two sides differ is marked
       4200-BUILD-COMPARISON.
           MOVE ZERO TO WS-COMPARE-COUNT WS-CHANGED-COUNT

           IF JRN-BEFORE-IMAGE NOT = SPACES
               MOVE JRN-BEFORE-IMAGE TO WS-DECODE-IMAGE
               PERFORM 4100-DECODE-IMAGE
               PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                         UNTIL WS-FIELD-IDX > WS-DECODE-COUNT
                   MOVE DC-LABEL(WS-FIELD-IDX)
                       TO CL-LABEL(WS-FIELD-IDX)
                   MOVE DC-VALUE(WS-FIELD-IDX)
                       TO CL-BEFORE(WS-FIELD-IDX)
               END-PERFORM
               MOVE WS-DECODE-COUNT TO WS-COMPARE-COUNT
           END-IF

           IF JRN-AFTER-IMAGE NOT = SPACES
               MOVE JRN-AFTER-IMAGE TO WS-DECODE-IMAGE
               PERFORM 4100-DECODE-IMAGE
               PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                         UNTIL WS-FIELD-IDX > WS-DECODE-COUNT
                   MOVE DC-LABEL(WS-FIELD-IDX)
                       TO CL-LABEL(WS-FIELD-IDX)
                   MOVE DC-VALUE(WS-FIELD-IDX)
                       TO CL-AFTER(WS-FIELD-IDX)
               END-PERFORM
               IF WS-DECODE-COUNT > WS-COMPARE-COUNT
                   MOVE WS-DECODE-COUNT TO WS-COMPARE-COUNT
               END-IF
           END-IF

           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                     UNTIL WS-FIELD-IDX > WS-COMPARE-COUNT
               IF CL-BEFORE(WS-FIELD-IDX) NOT = CL-AFTER(WS-FIELD-IDX)
                   MOVE '* ' TO CL-MARK(WS-FIELD-IDX)
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           END-PERFORM.

       4900-FORMAT-STAMP.
           MOVE SW-YEAR   TO ST-YEAR
           MOVE SW-MONTH  TO ST-MONTH
           MOVE SW-DAY    TO ST-DAY
           MOVE SW-HOUR   TO ST-HOUR
           MOVE SW-MINUTE TO ST-MINUTE
           MOVE SW-SECOND TO ST-SECOND.

       4950-DESCRIBE-ACTION.
           EVALUATE TRUE
               WHEN JRN-IS-ADD
                   MOVE 'ADD' TO WS-FIELD-VALUE
               WHEN JRN-IS-REWRITE
                   MOVE 'REWRITE' TO WS-FIELD-VALUE
               WHEN JRN-IS-DELETE
                   MOVE 'DELETE' TO WS-FIELD-VALUE
               WHEN OTHER
                   MOVE JRN-ACTION TO WS-FIELD-VALUE
           END-EVALUATE.

      * One page of the run date's audit-trail lines from the keyed
      * line number, oldest-first as the trail was written
       5000-LIST-AUDIT-LINES.
           MOVE SPACES TO WS-AUDIT-SCREEN
           PERFORM 3900-BUILD-TITLE
           MOVE WS-TITLE-LINE TO WS-AS-TITLE
           MOVE WS-AUDIT-HEADING TO WS-AS-HEADING
           MOVE ZERO TO WS-ENTRY-COUNT WS-LINE-IDX
           COMPUTE WS-PAGE-LAST = WS-ENTRY-WORK + 11
           MOVE 'N' TO WS-BROWSE-EOF-SW

           MOVE WS-RUN-DATE-WORK TO CHA-RUN-DATE
           MOVE ZERO             TO CHA-ORDINAL
           EXEC CICS STARTBR
               DATASET('FIBAUDV')
               RIDFLD(CHA-KEY)
               KEYLENGTH(LENGTH OF CHA-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET BROWSE-END-REACHED TO TRUE
           END-IF

           PERFORM UNTIL BROWSE-END-REACHED
               EXEC CICS READNEXT
                   DATASET('FIBAUDV')
                   INTO(CHGA-RECORD)
                   RIDFLD(CHA-KEY)
                   KEYLENGTH(LENGTH OF CHA-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                       OR CHA-RUN-DATE NOT = WS-RUN-DATE-WORK
                   SET BROWSE-END-REACHED TO TRUE
               ELSE
                   ADD 1 TO WS-ENTRY-COUNT
                   IF WS-ENTRY-COUNT NOT < WS-ENTRY-WORK
                           AND WS-ENTRY-COUNT NOT > WS-PAGE-LAST
                       ADD 1 TO WS-LINE-IDX
                       PERFORM 5100-FORMAT-AUDIT-LINE
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS ENDBR
               DATASET('FIBAUDV')
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-LINE-IDX = ZERO
               MOVE 'N' TO WS-LOG-RESULT
               PERFORM 7000-LOG-ACCESS
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NO-AUDIT)
                   LENGTH(LENGTH OF WS-MSG-NO-AUDIT)
                   ERASE
               END-EXEC
           ELSE
               MOVE 'F' TO WS-LOG-RESULT
               PERFORM 7000-LOG-ACCESS
               MOVE WS-ENTRY-WORK  TO AF-FIRST
               COMPUTE WS-PAGE-LAST = WS-ENTRY-WORK + WS-LINE-IDX - 1
               MOVE WS-PAGE-LAST   TO AF-LAST
               MOVE WS-ENTRY-COUNT TO AF-TOTAL
               MOVE WS-AUDIT-FOOTING TO WS-AS-FOOTING
               EXEC CICS SEND TEXT
                   FROM(WS-AUDIT-SCREEN)
                   LENGTH(LENGTH OF WS-AUDIT-SCREEN)
                   ERASE
               END-EXEC
           END-IF.

      * A line written before the run-attribute extension carries
      * spaces behind the chain value - it shows blank catch-up
      * and generated-date columns
       5100-FORMAT-AUDIT-LINE.
           MOVE CHA-AUDIT-ENTRY TO WS-AUDIT-VIEW
           MOVE WS-ENTRY-COUNT  TO AD-ENTRY
           MOVE AV-USERID       TO AD-USERID
           MOVE AV-START        TO AD-START
           MOVE AV-END          TO AD-END
           MOVE AV-TERMS        TO AD-TERMS
           MOVE AV-SEEDS        TO AD-SEEDS
           MOVE AV-NEGA-MODE    TO AD-NEGA-MODE
           MOVE AV-FORCED-OVW   TO AD-FORCED-OVW
           MOVE AV-PROFILE      TO AD-PROFILE
           MOVE AV-CATCHUP      TO AD-CATCHUP
           MOVE AV-GEN-DATE     TO AD-GEN-DATE
           MOVE WS-AUDIT-LINE TO WS-AS-LINE(WS-LINE-IDX).

      * Every request is logged as function H (change history) -
      * the run date and term keyed, result F, N or D
       7000-LOG-ACCESS.
           MOVE WS-USERID TO ACL-USERID
           MOVE EIBTRMID  TO ACL-TERMID
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACL-TIMESTAMP
           MOVE 'T' TO ACL-SOURCE
           MOVE 'H' TO ACL-FUNCTION
           MOVE WS-RUN-DATE-WORK TO ACL-RUN-DATE
           MOVE WS-TERM-WORK     TO ACL-TERM-INDEX
           MOVE ZERO             TO ACL-FIB-VALUE
           MOVE WS-LOG-RESULT    TO ACL-RESULT

           EXEC CICS WRITEQ TD
               QUEUE('FIBL')
               FROM(ACCESS-LOG-RECORD)
               LENGTH(LENGTH OF ACCESS-LOG-RECORD)
               RESP(WS-RESP-CODE)
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
