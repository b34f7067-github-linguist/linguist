      *   BUILD   asofdate                      write FIBPROF from
      *     (COLS 9-16)                         the versions in force
      *   LIST                                  list every version
      *   UNIT    unit                          business unit of the
      *     (COLS 9-12)                         ADD/DELETE cards
      *                                         after it
      *
      * Each business unit (FIBUNITT) keeps its own profiles: a
      * version belongs to the unit named by the last UNIT card
      * before it - the default unit until one is read - and the
      * generator applies only its own unit's cards from the flat
      * FIBPROF, which BUILD writes for every unit at once.
      *
      * Every ADD and DELETE is appended to the FIBPROFA audit
      * trail with the administrator userid and a timestamp. RC=4
      *                 PRE-FLIGHT TIME
      * 09-02-2026  AG  ACCEPT THE WIDE= KEYWORD ON STAGED
      *                 PROFILE CARDS
      * 10-15-2026  AG  ACCEPT THE FACTOR= AND FACTBUDG= KEYWORDS ON
      *                 STAGED PROFILE CARDS
      * 10-15-2026  AG  ACCEPT THE COEFF= KEYWORD ON STAGED PROFILE
      *                 CARDS
      * 10-15-2026  AG  ACCEPT THE PERIODS= ROLLUP BASIS KEYWORD ON
      *                 STAGED PROFILE CARDS
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  PROFILES PER BUSINESS UNIT - UNIT CARD, UNIT
      *                 CARRIED ON FIBPROFV, FIBPROF AND FIBPROFA
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  PROFILE-VERSION-RECORD.
           05  PV-SCHEDULE            PIC X(8).
           05  PV-EFF-DATE            PIC 9(8).
           05  PV-KEYWORD-TEXT        PIC X(67).
           05  PV-UNIT                PIC X(4).

      * The flat file 065-SELECT-RUN-PROFILE reads - one card per
      * schedule/keyword, the same layout ADVFIBB declares
       01  PROFILE-RECORD.
           05  PROF-SCHEDULE          PIC X(8).
           05  FILLER                 PIC X.
           05  PROF-KEYWORD-TEXT      PIC X(67).
           05  PROF-UNIT              PIC X(4).

       FD  PROFILE-AUDIT-FILE
           RECORDING MODE IS F.
           05  PA-ACTION              PIC X.
           05  PA-SCHEDULE            PIC X(8).
           05  PA-EFF-DATE            PIC 9(8).
           05  PA-KEYWORD-TEXT        PIC X(67).
           05  PA-UNIT                PIC X(4).

       WORKING-STORAGE SECTION.

               10  VT-SCHEDULE        PIC X(8).
               10  VT-EFF-DATE        PIC 9(8).
               10  VT-KEYWORD         PIC X(12).
               10  VT-KEYWORD-TEXT    PIC X(67).
               10  VT-UNIT            PIC X(4).
               10  VT-DROPPED-SW      PIC X.

      * Keyword parse work fields mirroring the 013/015 parser
       77  WS-DROPPED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-CARD-UNIT               PIC X(4) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

      * Business-unit validation
           COPY FIBUNRC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           DISPLAY '======================================='
           DISPLAY '   FIBPROFM - RUN-PROFILE MAINTENANCE'
           DISPLAY '======================================='
           DISPLAY 'ADMINISTRATOR: ' WS-USERID

           SET UNR-VALIDATE TO TRUE
           MOVE SPACES TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT TO WS-CARD-UNIT.

       100-LOAD-VERSION-FILE.
           OPEN INPUT PROFILE-VERSION-FILE
                               TO VT-EFF-DATE(WS-VERS-COUNT)
                           MOVE PV-KEYWORD-TEXT
                               TO VT-KEYWORD-TEXT(WS-VERS-COUNT)
                           PERFORM 120-NORMALIZE-VERSION-UNIT
                           PERFORM 110-EXTRACT-KEYWORD-NAME
                           MOVE WS-KP-KEYWORD
                               TO VT-KEYWORD(WS-VERS-COUNT)
               INTO WS-KP-KEYWORD WS-KP-VALUE
           END-UNSTRING.

      * A version saved before units were carried belongs to the
      * default unit
       120-NORMALIZE-VERSION-UNIT.
           SET UNR-VALIDATE TO TRUE
           MOVE PV-UNIT TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               MOVE UNR-UNIT TO VT-UNIT(WS-VERS-COUNT)
           ELSE
               MOVE PV-UNIT  TO VT-UNIT(WS-VERS-COUNT)
               DISPLAY 'WARNING: VERSION FOR UNIT ' PV-UNIT
                   ' NOT IN FIBUNITT - KEPT, NEVER BUILT'
           END-IF.

       200-PROCESS-MAINTENANCE-DECK.
           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
                       THRU 400-BUILD-FLAT-PROFILE-EXIT
               WHEN 'LIST   '
                   PERFORM 500-LIST-VERSIONS
               WHEN 'UNIT   '
                   PERFORM 240-SET-CARD-UNIT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED CARD - UNKNOWN VERB <'
               GO TO 220-ADD-VERSION-EXIT
           END-IF

      * A version for the same unit, schedule, keyword and
      * effective date is replaced, not duplicated
           MOVE ZERO TO WS-BEST-IDX
           PERFORM VARYING WS-VERS-IDX FROM 1 BY 1
                     UNTIL WS-VERS-IDX > WS-VERS-COUNT
                           OR WS-BEST-IDX > ZERO
               IF VT-SCHEDULE(WS-VERS-IDX) = WS-CC-SCHEDULE
                       AND VT-UNIT(WS-VERS-IDX) = WS-CARD-UNIT
                       AND VT-EFF-DATE(WS-VERS-IDX)
                           = FUNCTION NUMVAL(WS-CC-EFF-DATE)
                       AND VT-KEYWORD(WS-VERS-IDX) = WS-KP-KEYWORD
               FUNCTION NUMVAL(WS-CC-EFF-DATE)
           MOVE WS-KP-KEYWORD      TO VT-KEYWORD(WS-BEST-IDX)
           MOVE WS-CC-KEYWORD-TEXT TO VT-KEYWORD-TEXT(WS-BEST-IDX)
           MOVE WS-CARD-UNIT       TO VT-UNIT(WS-BEST-IDX)
           MOVE 'N'                TO VT-DROPPED-SW(WS-BEST-IDX)
           SET VERSIONS-CHANGED TO TRUE
           ADD 1 TO WS-ADDED-COUNT
           MOVE 'A' TO PA-ACTION
           PERFORM 700-WRITE-AUDIT-RECORD

           DISPLAY 'STAGED: ' WS-CARD-UNIT ' ' WS-CC-SCHEDULE
               ' EFFECTIVE ' WS-CC-EFF-DATE ' ' WS-CC-KEYWORD-TEXT.

       220-ADD-VERSION-EXIT.
           EXIT.
                     UNTIL WS-VERS-IDX > WS-VERS-COUNT
                           OR WS-BEST-IDX > ZERO
               IF VT-SCHEDULE(WS-VERS-IDX) = WS-CC-SCHEDULE
                       AND VT-UNIT(WS-VERS-IDX) = WS-CARD-UNIT
                       AND VT-EFF-DATE(WS-VERS-IDX)
                           = FUNCTION NUMVAL(WS-CC-EFF-DATE)
                       AND VT-KEYWORD(WS-VERS-IDX) = WS-KP-KEYWORD
           IF WS-BEST-IDX = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED DELETE - NO VERSION MATCHES <'
                   WS-CARD-UNIT ' '
                   WS-CC-SCHEDULE ' ' WS-CC-EFF-DATE ' '
                   WS-KP-KEYWORD '>'
           ELSE
                   TO WS-CC-KEYWORD-TEXT
               MOVE 'D' TO PA-ACTION
               PERFORM 700-WRITE-AUDIT-RECORD
               DISPLAY 'DROPPED: ' WS-CARD-UNIT ' ' WS-CC-SCHEDULE
                   ' EFFECTIVE ' WS-CC-EFF-DATE ' ' WS-KP-KEYWORD
           END-IF.

      * The unit the ADD and DELETE cards after this one belong
      * to; a blank unit is the default unit, an unknown one is
      * rejected and the current unit kept
       240-SET-CARD-UNIT.
           SET UNR-VALIDATE TO TRUE
           MOVE WS-CC-SCHEDULE(1:4) TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK AND WS-CC-SCHEDULE(5:4) = SPACES
               MOVE UNR-UNIT TO WS-CARD-UNIT
               DISPLAY 'UNIT:   CARDS FROM HERE BELONG TO '
                   WS-CARD-UNIT ' - ' UNR-UNIT-NAME
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED UNIT - NOT DEFINED IN FIBUNITT: <'
                   WS-CC-SCHEDULE '>'
           END-IF.

      * The same acceptance rules 013-PARSE-KEYWORD-CARD applies at
                   PERFORM 314-CHECK-YN-VALUE
               WHEN 'LUCAS'
                   PERFORM 314-CHECK-YN-VALUE
               WHEN 'FACTOR'
                   PERFORM 314-CHECK-YN-VALUE
               WHEN 'FACTBUDG'
                   MOVE WS-KP-VALUE TO WS-PARSE-FIELD
                   PERFORM 320-PARSE-NUMERIC-VALUE
                   IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                           OR WS-PARSE-NUMBER > 9999999
                       MOVE 'N' TO WS-KEYWORD-VALID-SW
                   END-IF
               WHEN 'COEFF'
                   PERFORM 319-CHECK-COEFF-PAIR
               WHEN 'PERIODS'
                   IF WS-KP-VALUE NOT = 'CALENDAR'
                           AND WS-KP-VALUE NOT = 'FISCAL'
                       MOVE 'N' TO WS-KEYWORD-VALID-SW
                   END-IF
               WHEN 'FORCE'
                   PERFORM 314-CHECK-YN-VALUE
               WHEN 'QA'
               MOVE 'N' TO WS-KEYWORD-VALID-SW
           END-IF.

      * COEFF=A,B - exactly two weights, each 1 through 99
       319-CHECK-COEFF-PAIR.
           PERFORM 330-SPLIT-SUBVALUES
           IF WS-KP-SUBVAL-3 NOT = SPACES
               MOVE 'N' TO WS-KEYWORD-VALID-SW
           END-IF
           MOVE WS-KP-SUBVAL-1 TO WS-PARSE-FIELD
           PERFORM 320-PARSE-NUMERIC-VALUE
           IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                   OR WS-PARSE-NUMBER > 99
               MOVE 'N' TO WS-KEYWORD-VALID-SW
           END-IF
           MOVE WS-KP-SUBVAL-2 TO WS-PARSE-FIELD
           PERFORM 320-PARSE-NUMERIC-VALUE
           IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                   OR WS-PARSE-NUMBER > 99
               MOVE 'N' TO WS-KEYWORD-VALID-SW
           END-IF.

      * A seed-set name is 1-8 characters, letters and digits,
      * starting in position 1. Whether the name exists on
      * FIBSEEDS is checked where the file is read - at pre-flight
           END-EVALUATE.

      * Build the flat FIBPROF from the versions in force on the
      * as-of date: per unit, schedule and keyword, the staged
      * version with the latest effective date not after the as-of
      * date.
       400-BUILD-FLAT-PROFILE.
           IF WS-CC-SCHEDULE IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT

      * Emit this version only when it is the one in force: not
      * dropped, effective on or before the as-of date, and no
      * other version of the same unit/schedule/keyword with a later
      * (still eligible) effective date exists.
       410-EMIT-IF-IN-FORCE.
           IF VT-DROPPED-SW(WS-VERS-IDX) = 'Y'
                           AND VT-DROPPED-SW(WS-SCAN-IDX) = 'N'
                           AND VT-SCHEDULE(WS-SCAN-IDX)
                               = VT-SCHEDULE(WS-VERS-IDX)
                           AND VT-UNIT(WS-SCAN-IDX)
                               = VT-UNIT(WS-VERS-IDX)
                           AND VT-KEYWORD(WS-SCAN-IDX)
                               = VT-KEYWORD(WS-VERS-IDX)
                           AND VT-EFF-DATE(WS-SCAN-IDX)
                   MOVE VT-SCHEDULE(WS-VERS-IDX) TO PROF-SCHEDULE
                   MOVE VT-KEYWORD-TEXT(WS-VERS-IDX)
                       TO PROF-KEYWORD-TEXT
                   MOVE VT-UNIT(WS-VERS-IDX) TO PROF-UNIT
                   WRITE PROFILE-RECORD
                   ADD 1 TO WS-BUILT-COUNT
               END-IF

       500-LIST-VERSIONS.
           DISPLAY SPACE
           DISPLAY 'UNIT | SCHEDULE | EFFECTIVE | KEYWORD CARD'
           PERFORM VARYING WS-VERS-IDX FROM 1 BY 1
                     UNTIL WS-VERS-IDX > WS-VERS-COUNT
               IF VT-DROPPED-SW(WS-VERS-IDX) = 'N'
                   DISPLAY VT-UNIT(WS-VERS-IDX) ' | '
                       VT-SCHEDULE(WS-VERS-IDX) ' | '
                       VT-EFF-DATE(WS-VERS-IDX) ' | '
                       VT-KEYWORD-TEXT(WS-VERS-IDX)
               END-IF
                   MOVE VT-EFF-DATE(WS-VERS-IDX)     TO PV-EFF-DATE
                   MOVE VT-KEYWORD-TEXT(WS-VERS-IDX)
                       TO PV-KEYWORD-TEXT
                   MOVE VT-UNIT(WS-VERS-IDX)         TO PV-UNIT
                   WRITE PROFILE-VERSION-RECORD
               END-IF
           END-PERFORM
           MOVE WS-CC-SCHEDULE     TO PA-SCHEDULE
           COMPUTE PA-EFF-DATE = FUNCTION NUMVAL(WS-CC-EFF-DATE)
           MOVE WS-CC-KEYWORD-TEXT TO PA-KEYWORD-TEXT
           MOVE WS-CARD-UNIT       TO PA-UNIT
           WRITE PROFILE-AUDIT-RECORD

           CLOSE PROFILE-AUDIT-FILE.
               END-IF
           END-IF

           DISPLAY '   FIBPROFM COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
