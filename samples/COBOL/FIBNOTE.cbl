      * retained on the FIBNOTEH thread file with a rising
      * sequence - the investigation trail survives the replace.
      *
      * Note text is screened against the FIBPIIP personal-data
      * patterns through FIBPIIM before it is saved. Text that
      * matches is not saved the first time: the operator is told
      * which pattern it matched, and keying the identical line
      * again saves it as it stands (FIBPIIS reports and redacts
      * what gets through).
      *
      * This is a pseudo-conversational CICS command-level program.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      * 09-02-2026  AG  PROBE THE SUMMARY KEYS FOR THE LATEST
      *                 SEQUENCE - THE BACKWARD BROWSE FELL BACK
      *                 TO SEQUENCE 01 ON EVERY MULTI-RUN DATE
      * 10-15-2026  AG  RESOLVE THE ANNOTATE PERMISSION FROM THE
      *                 USERID'S FIBAUTH ROLES THROUGH FIBROLR
      * 10-15-2026  AG  WARN BEFORE SAVING NOTE TEXT THAT MATCHES A
      *                 FIBPIIP PERSONAL-DATA PATTERN - THE SAME
      *                 LINE KEYED AGAIN SAVES IT
      ******************************************************************

       ENVIRONMENT DIVISION.
               88  INPUT-IS-VALID         VALUE 'Y'.
           05  WS-SEQ-PROBE-SW       PIC X VALUE 'N'.
               88  SEQ-PROBE-DONE         VALUE 'Y'.
           05  WS-PII-WARNED-SW      PIC X VALUE 'N'.
               88  PII-WARNING-SENT       VALUE 'Y'.

       01  WS-NOTE-INPUT.
           05  WS-NI-RUN-DATE        PIC X(8).
               'YOUR USERID IS NOT AUTHORIZED TO ATTACH NOTES'.
           05  WS-MSG-SAVE-FAIL      PIC X(46) VALUE
               'NOTE NOT SAVED - FILE ERROR, CONTACT SUPPORT'.
           05  WS-MSG-PII-WARNING.
               10  FILLER            PIC X(38) VALUE
                   'NOT SAVED - TEXT MATCHES PERSONAL-DATA'.
               10  FILLER            PIC X(9) VALUE ' PATTERN '.
               10  MW-PATTERN-ID     PIC X(8).
               10  FILLER            PIC X(44) VALUE
                   ' - REKEY THE SAME LINE TO SAVE IT AS IT IS'.

       01  CURRENT-DATE-TIME.
           05  CD-YEAR               PIC 9(4).

      * The run date carried from the FIBDASH drill-down rides the
      * commarea across the pseudo-conversation; zero means the
      * session was started directly and a run date must be keyed.
      * A line held back by the personal-data warning rides with
      * it for one exchange, so the same line keyed again is saved.
       01  WS-NOTE-COMMAREA.
           05  WS-CARRY-RUN-DATE     PIC 9(8) VALUE ZERO.
           05  FILLER                PIC X VALUE SPACE.
           05  WS-WARNED-INPUT       PIC X(64) VALUE SPACES.

       77  WS-PRIOR-WARNED-INPUT     PIC X(64) VALUE SPACES.

       01  WS-CARRY-BANNER.
           05  FILLER                PIC X(16) VALUE
      * Authorization record keyed by userid
           COPY FIBAUTH.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Note-thread record appended on every save and replace
           COPY FIBNOTHC.

      * Personal-data pattern record, browsed from FIBPIIP
           COPY FIBPIPC.

      * Parameter area for the shared FIBPIIM personal-data matcher
           COPY FIBPIIC.

       77  WS-THREAD-SEQ             PIC 9(4) VALUE ZERO.
       77  WS-THREAD-EOF-SW          PIC X VALUE 'N'.
           88  THREAD-END-REACHED        VALUE 'Y'.
       01  WS-RESP2-CODE             PIC S9(8) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA               PIC X(73).
       01  NC-COMMAREA REDEFINES DFHCOMMAREA.
           05  NC-HANDOFF.
               10  NC-CARRY-RUN-DATE PIC 9(8).
               10  NC-PRIMED-SW      PIC X.
           05  NC-WARNED-INPUT       PIC X(64).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   PERFORM 1000-SEND-INSTRUCTIONS
               WHEN EIBCALEN = LENGTH OF NC-HANDOFF
                       AND NC-PRIMED-SW NOT = 'P'
      * First entry from the FIBDASH PF6 drill-down: show the
      * carried run date and wait for the term and text
                   END-IF
                   PERFORM 1000-SEND-INSTRUCTIONS
               WHEN OTHER
                   IF EIBCALEN NOT < LENGTH OF NC-HANDOFF
                           AND NC-CARRY-RUN-DATE IS NUMERIC
                       MOVE NC-CARRY-RUN-DATE TO WS-CARRY-RUN-DATE
                   END-IF
                   IF EIBCALEN = LENGTH OF NC-COMMAREA
                       MOVE NC-WARNED-INPUT TO WS-PRIOR-WARNED-INPUT
                   END-IF
                   PERFORM 2000-RECEIVE-AND-SAVE
           END-EVALUATE

                       ERASE
                   END-EXEC
               ELSE
                   PERFORM 2500-SCREEN-NOTE-TEXT
                       THRU 2500-SCREEN-NOTE-TEXT-EXIT
                   IF NOT PII-WARNING-SENT
                       PERFORM 3000-SAVE-NOTE
                           THRU 3000-SAVE-NOTE-EXIT
                   END-IF
               END-IF
           END-IF.

      * Text matching a personal-data pattern is held back once
      * with a warning naming the pattern; the identical line keyed
      * straight after the warning is saved as it stands. No
      * FIBPIIP file, or no patterns on it, means no screening.
       2500-SCREEN-NOTE-TEXT.
           MOVE 'N' TO WS-PII-WARNED-SW
           IF WS-NOTE-INPUT = WS-PRIOR-WARNED-INPUT
               GO TO 2500-SCREEN-NOTE-TEXT-EXIT
           END-IF

           PERFORM 2600-LOAD-PII-PATTERNS
           IF PII-PATTERN-COUNT = ZERO
               GO TO 2500-SCREEN-NOTE-TEXT-EXIT
           END-IF

           SET PII-SCREEN TO TRUE
           MOVE WS-NI-TEXT TO PII-TEXT
           MOVE LENGTH OF WS-NI-TEXT TO PII-TEXT-LENGTH
           CALL 'FIBPIIM' USING FIBPIIM-PARMS

           IF PII-MATCH-COUNT > ZERO
               SET PII-WARNING-SENT TO TRUE
               MOVE WS-NOTE-INPUT TO WS-WARNED-INPUT
               MOVE PII-HIT-ID(1) TO MW-PATTERN-ID
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-PII-WARNING)
                   LENGTH(LENGTH OF WS-MSG-PII-WARNING)
                   ERASE
               END-EXEC
           END-IF.

       2500-SCREEN-NOTE-TEXT-EXIT.
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

       3000-SAVE-NOTE.
      * The operator needs the annotate permission, resolved by
      * FIBROLR from the FIBAUTH roles; a userid with no record has
      * no permissions. An unavailable
      * FIBAUTH file disables the checking.
           EXEC CICS ASSIGN
               USERID(AUTH-USERID)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET RLR-RESOLVE TO TRUE
               MOVE AUTH-ROLES TO RLR-ROLES
               CALL 'FIBROLR' USING FIBROLR-PARMS
           END-IF

           IF (WS-RESP-CODE = DFHRESP(NORMAL)
                   AND RLR-ANNOTATE-FLAG NOT = 'Y')
                   OR WS-RESP-CODE = DFHRESP(NOTFND)
               EXEC CICS SEND TEXT
                   FROM(WS-MSG-NOT-AUTH)
