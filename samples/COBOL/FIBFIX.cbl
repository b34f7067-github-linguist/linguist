      * instead:
      *
      *   - the submitter must carry the correct permission
      *     (the CORRECTOR role) on FIBAUTH, or hold a live
      *     FIBBRKG break-glass grant of it, or the job stops RC=28;
      *     every fix and backout made under a grant is tagged on
      *     FIBBGACT for the next morning's review;
      *   - every fix needs a second userid's approval (FAPR) of
      *     exactly that change, quoted by token on the card;
      *   - every fix writes a before/after record image to the
      *     FIBFIXJ audit journal with userid, approving checker
      *     and timestamp;
      *   - after the deck is applied, each touched run is
      *     re-verified with the FIBCHECK balance logic (detail
      *     recount against the stored summary); a run that fails
      *               RELEASE PATH)
      *   COLS 24-41  NEW VALUE, RIGHT-ALIGNED DIGITS OR A SINGLE
      *               CHARACTER FOR STATUS/RESIDUE
      *   COLS 43-50  APPROVAL TOKEN - A SECOND USERID'S FAPR
      *               APPROVAL OF EXACTLY THIS FIX, FILED BY THE
      *               SUBMITTER WITH FIBAPRQ (NOT NEEDED UNDER A
      *               BREAK-GLASS GRANT, WHOSE REVIEW STANDS IN)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBFIX.
      *                 QUARANTINE FLAG, AND ADD THE QUARFLAG
      *                 SUMMARY FIELD - THE AUTHORIZED RELEASE
      *                 (OR IMPOSITION) OF A RUN'S QUARANTINE
      * 10-15-2026  AG  POST EVERY CORRECTED RUN THAT PASSES ITS
      *                 RE-VERIFICATION, AND ANY QUARANTINE IT
      *                 PLACED OR RELEASED, ON THE FIBRDIR RUN
      *                 DIRECTORY
      * 10-15-2026  AG  RESOLVE THE CORRECT PERMISSION FROM THE
      *                 USERID'S FIBAUTH ROLES THROUGH FIBROLR
      * 10-15-2026  AG  HONOR A LIVE FIBBRKG BREAK-GLASS GRANT OF
      *                 CORRECT THROUGH FIBBGCK AND TAG EVERY FIX AND
      *                 BACKOUT MADE UNDER IT ON FIBBGACT
      * 10-15-2026  AG  REQUIRE A SECOND USERID'S FAPR APPROVAL OF
      *                 EACH FIX (TOKEN IN COLS 43-50, USED THROUGH
      *                 FIBAPCK) AND JOURNAL THE CHECKER ON FIBJRNL
      *                 AND FIBFIXJ (WIDENED TO 158 BYTES)
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  TAG A FIX UNDER THE BREAK-GLASS GRANT BEFORE IT
      *                 IS REWRITTEN AND REJECT IT IF THE GRANT HAS
      *                 ENDED OR EXPIRED; RE-VERIFICATION PERFORMED
      *                 THRU ITS EXIT
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  FXJ-FIELD              PIC X(8).
           05  FXJ-BEFORE-IMAGE       PIC X(54).
           05  FXJ-AFTER-IMAGE        PIC X(54).
           05  FXJ-APPROVED-BY        PIC X(8).

       FD  AUTHORIZATION-FILE.
           COPY FIBAUTH.
           05  WS-CC-FIELD            PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-NEW-VALUE        PIC X(18).
           05  FILLER                 PIC X.
           05  WS-CC-APPROVAL         PIC X(8).
           05  FILLER                 PIC X(30).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-RUN-CLEAN-SW        PIC X VALUE 'Y'.
               88  RUN-IS-CLEAN           VALUE 'Y'.
           05  WS-QUAR-FIXED-SW       PIC X VALUE 'N'.
               88  QUAR-FLAG-WAS-FIXED    VALUE 'Y'.
           05  WS-AUTH-ACTIVE-SW      PIC X VALUE 'N'.
               88  AUTH-FILE-ACTIVE       VALUE 'Y'.

      * This execution's applied fixes, kept with their before
      * images so a failed re-verification can back them out
               10  FX-RUN-SEQ         PIC 9(2).
               10  FX-TERM-INDEX      PIC 9(4).
               10  FX-BEFORE-IMAGE    PIC X(54).
               10  FX-FIELD           PIC X(8).
               10  FX-CHECKER         PIC X(8).

       01  TOUCHED-RUN-TABLE.
           05  WS-TOUCHED-COUNT       PIC 9(3) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-BACKOUT-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-BG-GRANT-STAMP          PIC 9(14) VALUE ZERO.
       77  WS-FIX-CHECKER             PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Change-journal record for the shared FIBJRNW writer
           COPY FIBJRNC.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Parameter area for the shared FIBBGCK break-glass checker
           COPY FIBBGKC.

      * Parameter area for the shared FIBAPCK approval checker
           COPY FIBAPKC.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
                   THRU 100-APPLY-FIX-DECK-EXIT
               IF WS-FIX-COUNT > ZERO
                   PERFORM 300-REVERIFY-TOUCHED-RUNS
                       THRU 300-REVERIFY-EXIT
               END-IF
           END-IF
           PERFORM 900-TERMINATE

           PERFORM 010-CHECK-CORRECT-AUTHORITY.

      * Corrections have their own permission - the CORRECTOR role
      * on FIBAUTH, resolved by FIBROLR. No record or no permission
      * stops the job, as does a role set that breaks a
      * separation-of-duties rule; an absent FIBAUTH dataset
      * disables the checking with a warning (QA regions run
      * without one). A userid whose roles lack the permission may
      * still hold a live break-glass grant of it.
       010-CHECK-CORRECT-AUTHORITY.
           OPEN INPUT AUTHORIZATION-FILE
           IF NOT AUTH-FILE-OK
                   WS-AUTH-FILE-STATUS
                   ' - AUTHORIZATION NOT ENFORCED'
           ELSE
               SET AUTH-FILE-ACTIVE TO TRUE
               MOVE WS-USERID TO AUTH-USERID
               READ AUTHORIZATION-FILE
                   INVALID KEY
                       SET AUTH-RUN-BLOCKED TO TRUE
                   NOT INVALID KEY
                       SET RLR-RESOLVE TO TRUE
                       MOVE AUTH-ROLES TO RLR-ROLES
                       CALL 'FIBROLR' USING FIBROLR-PARMS
                       IF RLR-SOD-CONFLICT
                           DISPLAY 'ERROR: USERID ' WS-USERID
                               ' ROLES BREAK RULE ' RLR-SOD-RULE-ID
                       END-IF
                       IF RLR-CORRECT-FLAG NOT = 'Y'
                           SET AUTH-RUN-BLOCKED TO TRUE
                           IF NOT RLR-SOD-CONFLICT
                               PERFORM 015-TAKE-UP-BREAK-GLASS
                           END-IF
                       END-IF
               END-READ
               CLOSE AUTHORIZATION-FILE
               END-IF
           END-IF.

      * FIBBGCK has logged the grant as used by the time it answers
       015-TAKE-UP-BREAK-GLASS.
           SET BGK-CHECK TO TRUE
           MOVE WS-USERID  TO BGK-USERID
           MOVE 'CORRECT'  TO BGK-PERMISSION
           MOVE 'FIBFIX  ' TO BGK-PROGRAM
           MOVE SPACES     TO BGK-ACTION-TEXT
           CALL 'FIBBGCK' USING FIBBGCK-PARMS
           IF BGK-GRANT-LIVE
               MOVE 'N' TO WS-AUTH-BLOCKED-SW
               MOVE BGK-GRANT-STAMP TO WS-BG-GRANT-STAMP
               DISPLAY 'WARNING: USERID ' WS-USERID ' ACTING UNDER '
                   'BREAK-GLASS GRANT ' BGK-GRANT-STAMP
                   ' - EXPIRES ' BGK-EXPIRY-STAMP
           END-IF.

      * One FIBBGACT record per fix or backout made under the
      * grant; the caller stages BGK-ACTION-TEXT. A fix is tagged
      * before it is rewritten and is rejected if FIBBGCK finds the
      * grant has ended or expired since it was taken up; a backout
      * only restores the file and goes ahead either way.
       016-TAG-BREAK-GLASS-ACTION.
           SET BGK-LOG-ACTION TO TRUE
           MOVE WS-USERID         TO BGK-USERID
           MOVE 'CORRECT'         TO BGK-PERMISSION
           MOVE 'FIBFIX  '        TO BGK-PROGRAM
           MOVE WS-BG-GRANT-STAMP TO BGK-GRANT-STAMP
           CALL 'FIBBGCK' USING FIBBGCK-PARMS.

       100-APPLY-FIX-DECK.
           OPEN I-O FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               GO TO 110-APPLY-ONE-FIX-EXIT
           END-IF

           PERFORM 130-USE-APPROVAL
           IF NOT FIX-IS-VALID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED: ' WS-CC-RUN-DATE '/'
                   WS-CC-TERM-INDEX ' ' WS-CC-FIELD
                   ' NOT APPROVED - TOKEN <' WS-CC-APPROVAL
                   '> RESULT ' APK-RESULT
               GO TO 110-APPLY-ONE-FIX-EXIT
           END-IF

           IF WS-BG-GRANT-STAMP > ZERO
               MOVE SPACES TO BGK-ACTION-TEXT
               STRING 'FIX RUN ' HIST-RUN-DATE ' SEQ ' HIST-RUN-SEQ
                      ' TERM ' HIST-TERM-INDEX ' FIELD ' WS-CC-FIELD
                      DELIMITED BY SIZE INTO BGK-ACTION-TEXT
               END-STRING
               PERFORM 016-TAG-BREAK-GLASS-ACTION
               IF NOT BGK-GRANT-LIVE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED: ' WS-CC-RUN-DATE '/'
                       WS-CC-TERM-INDEX ' ' WS-CC-FIELD
                       ' - BREAK-GLASS GRANT ' WS-BG-GRANT-STAMP
                       ' NO LONGER LIVE'
                   GO TO 110-APPLY-ONE-FIX-EXIT
               END-IF
           END-IF

           REWRITE HIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
           MOVE HIST-RUN-SEQ      TO FX-RUN-SEQ(WS-FIX-COUNT)
           MOVE HIST-TERM-INDEX   TO FX-TERM-INDEX(WS-FIX-COUNT)
           MOVE FXJ-BEFORE-IMAGE  TO FX-BEFORE-IMAGE(WS-FIX-COUNT)
           MOVE WS-CC-FIELD       TO FX-FIELD(WS-FIX-COUNT)
           MOVE WS-FIX-CHECKER    TO FX-CHECKER(WS-FIX-COUNT)
           PERFORM 140-REMEMBER-TOUCHED-RUN
           PERFORM 150-WRITE-JOURNAL-RECORD

           END-IF
           END-IF.

      * A fix needs a second userid's approval of exactly this
      * change, marked used by FIBAPCK only once the fix has passed
      * its edit. Without FIBAUTH nothing is enforced; under a
      * break-glass grant BRKGLASS is recorded as the checker and
      * the grant's review is the second pair of eyes. APK-RESULT
      * (see FIBAPKC) says why a fix was refused.
       130-USE-APPROVAL.
           MOVE SPACES TO WS-FIX-CHECKER
           IF WS-BG-GRANT-STAMP > ZERO
               MOVE 'BRKGLASS' TO WS-FIX-CHECKER
           ELSE
           IF AUTH-FILE-ACTIVE
               IF WS-CC-APPROVAL IS NOT NUMERIC
                   MOVE 'N' TO WS-FIX-VALID-SW
                   SET APK-NO-TOKEN TO TRUE
               ELSE
                   SET APK-USE TO TRUE
                   MOVE WS-CC-APPROVAL   TO APK-TOKEN
                   MOVE WS-USERID        TO APK-MAKER
                   MOVE 'C'              TO APK-TYPE
                   MOVE WS-CC-RUN-DATE   TO APK-RUN-DATE
                   MOVE WS-CC-TERM-INDEX TO APK-TERM-INDEX
                   MOVE WS-CC-FIELD      TO APK-FIELD
                   MOVE WS-CC-NEW-VALUE  TO APK-NEW-VALUE
                   MOVE 'FIBFIX  '       TO APK-PROGRAM
                   CALL 'FIBAPCK' USING FIBAPCK-PARMS
                   IF APK-APPROVED
                       MOVE APK-CHECKER TO WS-FIX-CHECKER
                   ELSE
                       MOVE 'N' TO WS-FIX-VALID-SW
                   END-IF
               END-IF
           END-IF
           END-IF.

       140-REMEMBER-TOUCHED-RUN.
           MOVE ZERO TO WS-TOUCH-SLOT
           PERFORM VARYING WS-TOUCH-IDX FROM 1 BY 1
           MOVE HIST-TERM-INDEX   TO FXJ-TERM-INDEX
           MOVE WS-CC-FIELD       TO FXJ-FIELD
           MOVE HIST-RECORD(1:54) TO FXJ-AFTER-IMAGE
           MOVE WS-FIX-CHECKER    TO FXJ-APPROVED-BY
           WRITE FIX-JOURNAL-RECORD

      * The fix also joins the suite-wide change journal so the
           MOVE HIST-RECORD(1:54) TO JRN-AFTER-IMAGE(1:54)
           MOVE 'FIBFIX  ' TO JRN-PROGRAM
           MOVE WS-USERID  TO JRN-USERID
           MOVE WS-FIX-CHECKER TO JRN-APPROVED-BY
           CALL 'FIBJRNW' USING HIST-JOURNAL-RECORD.

      * The FIBCHECK balance logic, applied to each touched run:
                       ' - BACKING OUT THIS EXECUTION''S FIXES'
                   PERFORM 330-BACK-OUT-RUN-FIXES
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM 350-POST-RUN-DIRECTORY
               END-IF
           END-PERFORM

           MOVE HIST-RECORD(1:54) TO JRN-AFTER-IMAGE(1:54)
           MOVE 'FIBFIX  ' TO JRN-PROGRAM
           MOVE WS-USERID  TO JRN-USERID
           MOVE FX-CHECKER(WS-FIX-IDX) TO JRN-APPROVED-BY
           CALL 'FIBJRNW' USING HIST-JOURNAL-RECORD

           IF WS-BG-GRANT-STAMP > ZERO
               MOVE SPACES TO BGK-ACTION-TEXT
               STRING 'BACKOUT RUN ' HIST-RUN-DATE ' SEQ '
                      HIST-RUN-SEQ ' TERM ' HIST-TERM-INDEX
                      DELIMITED BY SIZE INTO BGK-ACTION-TEXT
               END-STRING
               PERFORM 016-TAG-BREAK-GLASS-ACTION
           END-IF.

      * A run whose fixes stood goes on the FIBRDIR run directory as
      * corrected; a QUARFLAG fix among them also posts the
      * quarantine state the summary now carries.
       350-POST-RUN-DIRECTORY.
           INITIALIZE FIBRDIR-PARMS
           MOVE WS-TOUCHED-DATE(WS-TOUCH-IDX) TO RDP-RUN-DATE
           MOVE WS-LATEST-SEQ  TO RDP-RUN-SEQ
           SET RDP-CORRECTED   TO TRUE
           MOVE 'Y'            TO RDP-STATE-CODE
           MOVE 'FIBFIX  '     TO RDP-PROGRAM
           MOVE WS-USERID      TO RDP-USERID
           CALL 'FIBRDIRP' USING FIBRDIR-PARMS

           MOVE 'N' TO WS-QUAR-FIXED-SW
           PERFORM VARYING WS-FIX-IDX FROM 1 BY 1
                     UNTIL WS-FIX-IDX > WS-FIX-COUNT
               IF FX-RUN-DATE(WS-FIX-IDX)
                       = WS-TOUCHED-DATE(WS-TOUCH-IDX)
                       AND FX-FIELD(WS-FIX-IDX) = 'QUARFLAG'
                   SET QUAR-FLAG-WAS-FIXED TO TRUE
               END-IF
           END-PERFORM

           IF QUAR-FLAG-WAS-FIXED
               MOVE WS-TOUCHED-DATE(WS-TOUCH-IDX) TO HIST-RUN-DATE
               MOVE WS-LATEST-SEQ TO HIST-RUN-SEQ
               MOVE ZERO          TO HIST-TERM-INDEX
               READ FIB-HISTORY-FILE KEY IS HIST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RDP-QUARANTINED TO TRUE
                       IF HIST-QUAR-FLAG = 'Q'
                           MOVE 'Y' TO RDP-STATE-CODE
                       ELSE
                           MOVE 'N' TO RDP-STATE-CODE
                       END-IF
                       CALL 'FIBRDIRP' USING FIBRDIR-PARMS
               END-READ
           END-IF.

       900-TERMINATE.
           DISPLAY SPACE
               END-IF
           END-IF

           DISPLAY '   FIBFIX COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
