      *      line per keyword,
      *   3. checks the submitter's FIBAUTH permissions the way the
      *      generator would (run permission, boundary/QA overrides,
      *      FORCE=Y), and that every FORCE=Y request quotes the
      *      token of a second userid's live FAPR approval
      *      (APPROVAL=),
      *   4. checks the business unit named on the PARM
      *      (USERID,UNIT) exists and the submitter may act for it,
      *      and applies only that unit's profiles and seed sets,
      *   5. prints the effective merged parameter set per request -
      *      and generates nothing.
      *
      * Keep the keyword rules here in step with ADVFIBB's
      *                 THE OVERRIDE PERMISSION
      * 09-02-2026  AG  ACCEPT THE WIDE= KEYWORD AND FLAG WIDE=Y
      *                 ON A HIGHER-ORDER DECK AT PRE-FLIGHT
      * 10-15-2026  AG  ACCEPT THE FACTOR= AND FACTBUDG= KEYWORDS OF
      *                 THE PRIME FACTORIZATION PASS
      * 10-15-2026  AG  ACCEPT THE COEFF= KEYWORD AND FLAG WEIGHTS ON
      *                 A HIGHER-ORDER DECK OR WITH NEGA AT PRE-FLIGHT
      * 10-15-2026  AG  ACCEPT THE PERIODS= ROLLUP BASIS KEYWORD
      *                 (CALENDAR OR FISCAL)
      * 10-15-2026  AG  RESOLVE PERMISSIONS FROM THE USERID'S
      *                 FIBAUTH ROLES THROUGH FIBROLR
      * 10-15-2026  AG  ACCEPT THE APPROVAL= KEYWORD AND REPORT A
      *                 FORCE=Y REQUEST WITHOUT A LIVE FAPR APPROVAL
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  CHECK THE BUSINESS UNIT NAMED ON THE PARM
      *                 (USERID,UNIT) AND THE SUBMITTER'S ACCESS TO IT,
      *                 AND APPLY ONLY THE UNIT'S PROFILES AND SEED SETS
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  PROFILE-RECORD.
           05  PROF-SCHEDULE          PIC X(8).
           05  FILLER                 PIC X.
           05  PROF-KEYWORD-TEXT      PIC X(67).
           05  PROF-UNIT              PIC X(4).

       FD  CALENDAR-FILE.
           COPY FIBCALC.
           05  WS-RESIDUE-MODE-SW   PIC X VALUE 'N'.
           05  WS-WIDE-MODE-SW      PIC X VALUE 'N'.
           05  WS-LUCAS-MODE-SW     PIC X VALUE 'N'.
           05  WS-FACTOR-MODE-SW    PIC X VALUE 'N'.
           05  WS-FACT-BUDGET       PIC 9(7) VALUE 100000.
           05  WS-COEFF-A           PIC 9(2) VALUE 1.
           05  WS-COEFF-B           PIC 9(2) VALUE 1.
           05  WS-PERIOD-BASIS-SW   PIC X VALUE 'C'.
           05  WS-LOADERR-MODE      PIC X VALUE 'C'.
           05  WS-FORCE-SW          PIC X VALUE 'N'.
           05  WS-APPROVAL-TOKEN    PIC 9(8) VALUE ZERO.
           05  WS-QA-MODE-SW        PIC X VALUE 'N'.
           05  WS-ZECK-COUNT        PIC 9(2) VALUE ZERO.
           05  WS-MOD-COUNT         PIC 9(2) VALUE ZERO.
       77  WS-TOTAL-ERRORS          PIC 9(4) VALUE ZERO.
       77  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       77  WS-USERID                PIC X(8) VALUE SPACES.
       77  WS-RUN-UNIT              PIC X(4) VALUE SPACES.
       77  WS-DEFAULT-UNIT          PIC X(4) VALUE SPACES.
       77  WS-PARM-TEXT-LEN         PIC S9(4) COMP VALUE ZERO.
       77  WS-RETURN-CODE           PIC 9(4) VALUE ZERO.

       01  CURRENT-DATE-TIME.
               10  CD-DAY           PIC 9(2).
           05  FILLER               PIC X(13).

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Parameter area for the shared FIBAPCK approval checker
           COPY FIBAPKC.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH          PIC S9(4) COMP.
           05  PARM-TEXT            PIC X(13).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-LENGTH TO WS-PARM-TEXT-LEN
               IF WS-PARM-TEXT-LEN > 13
                   MOVE 13 TO WS-PARM-TEXT-LEN
               END-IF
               UNSTRING PARM-TEXT(1:WS-PARM-TEXT-LEN)
                   DELIMITED BY ','
                   INTO WS-USERID WS-RUN-UNIT
               END-UNSTRING
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           DISPLAY 'SUBMITTER: ' WS-USERID
           DISPLAY 'RUN DATE VALIDATED AGAINST: ' WS-RUN-DATE

           SET UNR-VALIDATE TO TRUE
           MOVE SPACES TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT TO WS-DEFAULT-UNIT
           SET UNR-VALIDATE TO TRUE
           MOVE WS-RUN-UNIT TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               MOVE UNR-UNIT TO WS-RUN-UNIT
               DISPLAY 'BUSINESS UNIT: ' WS-RUN-UNIT ' '
                   UNR-UNIT-NAME
           ELSE
               SET AUTH-VIOLATION TO TRUE
               DISPLAY 'ERROR: BUSINESS UNIT ' WS-RUN-UNIT
                   ' IS NOT DEFINED - THE RUN WOULD BE REFUSED '
                   '(RC=28)'
           END-IF

           PERFORM 045-CHECK-AUTHORIZATION

           OPEN INPUT CONTROL-CARD-FILE
                       '- THE RUN WOULD TURN WIDE MODE OFF'
                   ADD 1 TO WS-PARM-ERROR-COUNT
               END-IF
               IF (WS-COEFF-A NOT = 1 OR WS-COEFF-B NOT = 1)
                       AND WS-SEQUENCE-ORDER NOT = 2
                   DISPLAY 'ERROR: COEFF SUPPORTS ORDER 2 ONLY '
                       '- THE RUN WOULD RESET THE WEIGHTS TO 1,1'
                   ADD 1 TO WS-PARM-ERROR-COUNT
               END-IF
               IF WS-NEGA-MODE-SW = 'Y' AND WS-COEFF-B NOT = 1
                   DISPLAY 'ERROR: NEGA=Y NEEDS A COEFF B WEIGHT '
                       'OF 1 - THE RUN WOULD TURN NEGA MODE OFF'
                   ADD 1 TO WS-PARM-ERROR-COUNT
               END-IF
               IF AUTH-FILE-ACTIVE
                   PERFORM 046-ENFORCE-OPTION-AUTHORITY
               END-IF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RLR-RESOLVE TO TRUE
                       MOVE AUTH-ROLES TO RLR-ROLES
                       CALL 'FIBROLR' USING FIBROLR-PARMS
                       MOVE RLR-RUN-FLAG      TO WS-AUTH-RUN
                       MOVE RLR-OVERRIDE-FLAG TO WS-AUTH-OVERRIDE
                       MOVE RLR-FORCE-FLAG    TO WS-AUTH-FORCE
                       IF RLR-SOD-CONFLICT
                           DISPLAY 'ERROR: USERID ' WS-USERID
                               ' ROLES BREAK RULE ' RLR-SOD-RULE-ID
                               ' - NO PERMISSIONS GRANTED'
                       END-IF
                       SET UNR-CHECK-ACCESS TO TRUE
                       MOVE WS-RUN-UNIT TO UNR-UNIT
                       MOVE AUTH-UNITS  TO UNR-AUTH-UNITS
                       CALL 'FIBUNITR' USING FIBUNITR-PARMS
                       IF NOT UNR-OK
                           MOVE 'N' TO WS-AUTH-RUN
                           MOVE 'N' TO WS-AUTH-OVERRIDE
                           MOVE 'N' TO WS-AUTH-FORCE
                           DISPLAY 'AUTHORITY: USERID ' WS-USERID
                               ' HOLDS NO ACCESS TO UNIT '
                               WS-RUN-UNIT
                       END-IF
               END-READ
               CLOSE AUTHORIZATION-FILE

               SET AUTH-VIOLATION TO TRUE
               DISPLAY 'AUTHORITY: FORCE=Y WOULD BE IGNORED '
                   '(RC=28) - USERID LACKS THE FORCE PERMISSION'
           END-IF

      * The generator also wants a second userid's approval of the
      * overwrite; it is only checked here, never marked used
           IF WS-AUTH-FORCE = 'Y' AND WS-FORCE-SW = 'Y'
               PERFORM 047-CHECK-FORCE-APPROVAL
           END-IF.

       047-CHECK-FORCE-APPROVAL.
           IF WS-APPROVAL-TOKEN = ZERO
               SET AUTH-VIOLATION TO TRUE
               DISPLAY 'AUTHORITY: FORCE=Y WOULD BE IGNORED '
                   '(RC=28) - NO APPROVAL= TOKEN QUOTED (FILE '
                   'WITH FIBAPRQ)'
           ELSE
               SET APK-CHECK TO TRUE
               MOVE WS-APPROVAL-TOKEN TO APK-TOKEN
               MOVE WS-USERID         TO APK-MAKER
               MOVE 'F'               TO APK-TYPE
               MOVE WS-RUN-DATE       TO APK-RUN-DATE
               MOVE ZERO              TO APK-TERM-INDEX
               MOVE SPACES            TO APK-FIELD
               MOVE SPACES            TO APK-NEW-VALUE
               MOVE 'FIBPREFL'        TO APK-PROGRAM
               CALL 'FIBAPCK' USING FIBAPCK-PARMS
               EVALUATE TRUE
                   WHEN APK-APPROVED
                       DISPLAY 'OK:    FORCE=Y APPROVED BY '
                           APK-CHECKER ' - EXPIRES '
                           APK-EXPIRY-STAMP
                   WHEN APK-STILL-PENDING
                       SET AUTH-VIOLATION TO TRUE
                       DISPLAY 'AUTHORITY: APPROVAL '
                           WS-APPROVAL-TOKEN ' IS STILL PENDING '
                           'ON FAPR - FORCE=Y WOULD BE IGNORED'
                   WHEN APK-EXPIRED
                       SET AUTH-VIOLATION TO TRUE
                       DISPLAY 'AUTHORITY: APPROVAL '
                           WS-APPROVAL-TOKEN ' HAS EXPIRED - '
                           'FORCE=Y WOULD BE IGNORED'
                   WHEN APK-MISMATCH
                       SET AUTH-VIOLATION TO TRUE
                       DISPLAY 'AUTHORITY: APPROVAL '
                           WS-APPROVAL-TOKEN ' IS FOR ANOTHER '
                           'SUBMITTER OR RUN DATE'
                   WHEN APK-REFUSED
                       SET AUTH-VIOLATION TO TRUE
                       DISPLAY 'AUTHORITY: APPROVAL '
                           WS-APPROVAL-TOKEN ' WAS REJECTED OR '
                           'WITHDRAWN'
                   WHEN APK-ALREADY-USED
                       SET AUTH-VIOLATION TO TRUE
                       DISPLAY 'AUTHORITY: APPROVAL '
                           WS-APPROVAL-TOKEN ' HAS ALREADY BEEN '
                           'USED'
                   WHEN APK-FILE-FAILED
                       SET AUTH-VIOLATION TO TRUE
                       DISPLAY 'AUTHORITY: FIBAPRV NOT AVAILABLE - '
                           'APPROVAL ' WS-APPROVAL-TOKEN
                           ' CANNOT BE CHECKED'
                   WHEN OTHER
                       SET AUTH-VIOLATION TO TRUE
                       DISPLAY 'AUTHORITY: NO APPROVAL '
                           WS-APPROVAL-TOKEN ' ON FIBAPRV'
               END-EVALUATE
           END-IF.

       060-RESET-REQUEST-STATE.
           MOVE 'N' TO WS-RESIDUE-MODE-SW
           MOVE 'N' TO WS-WIDE-MODE-SW
           MOVE 'N' TO WS-LUCAS-MODE-SW
           MOVE 'N' TO WS-FACTOR-MODE-SW
           MOVE 100000 TO WS-FACT-BUDGET
           MOVE 1 TO WS-COEFF-A
           MOVE 1 TO WS-COEFF-B
           MOVE 'C' TO WS-PERIOD-BASIS-SW
           MOVE 'C' TO WS-LOADERR-MODE
           MOVE 'N' TO WS-FORCE-SW
           MOVE ZERO TO WS-APPROVAL-TOKEN
           MOVE 'N' TO WS-QA-MODE-SW
           MOVE ZERO TO WS-ZECK-COUNT
           MOVE ZERO TO WS-MOD-COUNT.
                   NOT AT END
                       IF PROF-SCHEDULE = WS-SCHEDULE-TYPE
                               AND PROF-KEYWORD-TEXT NOT = SPACES
                               AND (PROF-UNIT = WS-RUN-UNIT
                                OR (PROF-UNIT = SPACES
                                AND WS-RUN-UNIT = WS-DEFAULT-UNIT))
                           MOVE SPACES TO WS-CARD-IMAGE
                           MOVE PROF-KEYWORD-TEXT TO WS-CARD-IMAGE
                           PERFORM 013-PARSE-KEYWORD-CARD
                   PERFORM 019-APPLY-YN-KEYWORD
               WHEN 'LUCAS'
                   PERFORM 019-APPLY-YN-KEYWORD
               WHEN 'FACTOR'
                   PERFORM 019-APPLY-YN-KEYWORD
               WHEN 'FACTBUDG'
                   MOVE WS-CC-VALUE TO WS-PARSE-FIELD
                   PERFORM 015-PARSE-NUMERIC-VALUE
                   IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                           OR WS-PARSE-NUMBER > 9999999
                       PERFORM 017-FLAG-KEYWORD-ERROR
                   ELSE
                       MOVE WS-PARSE-NUMBER TO WS-FACT-BUDGET
                       PERFORM 014-NOTE-KEYWORD-OK
                   END-IF
               WHEN 'COEFF'
                   PERFORM 016C-PARSE-COEFF-VALUE
               WHEN 'PERIODS'
                   EVALUATE WS-CC-VALUE
                       WHEN 'CALENDAR'
                           MOVE 'C' TO WS-PERIOD-BASIS-SW
                           PERFORM 014-NOTE-KEYWORD-OK
                       WHEN 'FISCAL'
                           MOVE 'F' TO WS-PERIOD-BASIS-SW
                           PERFORM 014-NOTE-KEYWORD-OK
                       WHEN OTHER
                           PERFORM 017-FLAG-KEYWORD-ERROR
                   END-EVALUATE
               WHEN 'LOADERR'
                   EVALUATE WS-CC-VALUE(1:1)
                       WHEN 'C'
                   END-EVALUATE
               WHEN 'FORCE'
                   PERFORM 019-APPLY-YN-KEYWORD
               WHEN 'APPROVAL'
                   MOVE WS-CC-VALUE TO WS-PARSE-FIELD
                   PERFORM 015-PARSE-NUMERIC-VALUE
                   IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                           OR WS-PARSE-NUMBER > 99999999
                       PERFORM 017-FLAG-KEYWORD-ERROR
                   ELSE
                       MOVE WS-PARSE-NUMBER TO WS-APPROVAL-TOKEN
                       PERFORM 014-NOTE-KEYWORD-OK
                   END-IF
               WHEN 'QA'
                   PERFORM 019-APPLY-YN-KEYWORD
               WHEN 'PRIORLAY'
                   NOT AT END
                       IF SSET-NAME = WS-CC-VALUE(1:8)
                               AND SSET-IS-ACTIVE
                               AND (SSET-UNIT = SPACES
                                OR SSET-UNIT = WS-RUN-UNIT)
                           SET SEED-SET-FOUND TO TRUE
                       END-IF
               END-READ
               PERFORM 014-NOTE-KEYWORD-OK
           ELSE
               DISPLAY 'ERROR: SEED SET ' WS-CC-VALUE(1:8)
                   ' NOT FOUND, NOT ACTIVE OR NOT OPEN TO UNIT '
                   WS-RUN-UNIT ' ON FIBSEEDS'
               PERFORM 017-FLAG-KEYWORD-ERROR
           END-IF.

               END-IF
           END-PERFORM.

      * COEFF=A,B - two recurrence weights, each 1 through 99
       016C-PARSE-COEFF-VALUE.
           MOVE SPACES TO WS-CC-SUBVAL-1
           MOVE SPACES TO WS-CC-SUBVAL-2
           MOVE SPACES TO WS-CC-SUBVAL-3

           UNSTRING WS-CC-VALUE DELIMITED BY ','
               INTO WS-CC-SUBVAL-1 WS-CC-SUBVAL-2 WS-CC-SUBVAL-3
           END-UNSTRING

           IF WS-CC-SUBVAL-3 NOT = SPACES
               PERFORM 017-FLAG-KEYWORD-ERROR
           ELSE
               MOVE WS-CC-SUBVAL-1 TO WS-PARSE-FIELD
               PERFORM 015-PARSE-NUMERIC-VALUE
               IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                       OR WS-PARSE-NUMBER > 99
                   PERFORM 017-FLAG-KEYWORD-ERROR
               ELSE
                   MOVE WS-PARSE-NUMBER TO WS-COEFF-A
                   MOVE WS-CC-SUBVAL-2 TO WS-PARSE-FIELD
                   PERFORM 015-PARSE-NUMERIC-VALUE
                   IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                           OR WS-PARSE-NUMBER > 99
                       PERFORM 017-FLAG-KEYWORD-ERROR
                       MOVE 1 TO WS-COEFF-A
                   ELSE
                       MOVE WS-PARSE-NUMBER TO WS-COEFF-B
                       PERFORM 014-NOTE-KEYWORD-OK
                   END-IF
               END-IF
           END-IF.

       017-FLAG-KEYWORD-ERROR.
           ADD 1 TO WS-PARM-ERROR-COUNT
           DISPLAY 'ERROR: CARD ' WS-CARD-COUNT ' KEYWORD <'
                       MOVE WS-CC-VALUE(1:1) TO WS-WIDE-MODE-SW
                   WHEN 'LUCAS'
                       MOVE WS-CC-VALUE(1:1) TO WS-LUCAS-MODE-SW
                   WHEN 'FACTOR'
                       MOVE WS-CC-VALUE(1:1) TO WS-FACTOR-MODE-SW
                   WHEN 'FORCE'
                       MOVE WS-CC-VALUE(1:1) TO WS-FORCE-SW
                   WHEN 'QA'
               ' / ' WS-DENSITY-HIGH
           DISPLAY 'RESIDUE / WIDE / LUCAS  : ' WS-RESIDUE-MODE-SW
               ' / ' WS-WIDE-MODE-SW ' / ' WS-LUCAS-MODE-SW
           DISPLAY 'FACTOR / STEP BUDGET    : ' WS-FACTOR-MODE-SW
               ' / ' WS-FACT-BUDGET
           DISPLAY 'COEFF WEIGHTS A / B     : ' WS-COEFF-A
               ' / ' WS-COEFF-B
           DISPLAY 'ROLLUP PERIOD BASIS     : ' WS-PERIOD-BASIS-SW
           DISPLAY 'LOADERR / FORCE / QA    : ' WS-LOADERR-MODE
               ' / ' WS-FORCE-SW ' / ' WS-QA-MODE-SW
           DISPLAY 'FORCE APPROVAL TOKEN    : ' WS-APPROVAL-TOKEN
           DISPLAY '============================================'.

       900-TERMINATE.
               DISPLAY 'FIX THE DECK BEFORE THE NIGHT CYCLE'
           END-IF

           DISPLAY '   FIBPREFL COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
