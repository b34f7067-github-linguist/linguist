      ******************************************************************
      * FIBBGCK is the shared break-glass checker. When a batch job
      * finds through FIBROLR that the submitter lacks a permission
      * it needs - FORCE for an ADVFIBB overwrite, OVERRIDE for its
      * boundary/QA/seed overrides, CORRECT for FIBFIX, PURGEOVR for
      * a FIBPURGE cutoff override - it calls here before refusing.
      *
      * A check request looks on the FIBBRKG grant file for a grant
      * of that permission to the userid that has not been ended and
      * whose expiry is still ahead of the clock. Expiry needs no
      * job to run: a grant past its hour is simply not found. When
      * a live grant is found a 'GRANT USED' record goes to the
      * FIBBGACT action log at once; if the log cannot be written
      * the grant is not honored, since an untagged action could
      * not be reviewed.
      *
      * A log request appends one action record under the grant
      * stamp the check returned; the caller makes one per
      * overwrite, correction or override it applies. The grant is
      * read again first: one that has been ended or has passed its
      * expiry since the check is refused (result N) and nothing is
      * logged, so a long deck cannot keep acting on a lapsed
      * grant. The FIBBRKG morning report lists the actions for the
      * second-person review.
      *
      * An absent FIBBRKG dataset means no grants. See FIBBGKC for
      * the parameters and FIBBGAC for the action record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBBGCK.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - LIVE BREAK-GLASS GRANT
      *                 CHECK AND ACTION TAGGING ON FIBBGACT
      * 10-15-2026  AG  A LOG REQUEST RE-READS THE GRANT AND REFUSES
      *                 ONE THAT HAS ENDED OR EXPIRED SINCE THE CHECK
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRANT-FILE ASSIGN TO "FIBBRKG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-GRNT-FILE-STATUS.
           SELECT ACTION-LOG-FILE ASSIGN TO "FIBBGACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BGAC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRANT-FILE.
           COPY FIBBGRC.

       FD  ACTION-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBBGAC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-GRNT-FILE-STATUS    PIC XX VALUE SPACES.
               88  GRNT-FILE-OK            VALUE '00'.
           05  WS-BGAC-FILE-STATUS    PIC XX VALUE SPACES.
               88  BGAC-FILE-OK            VALUE '00'.
               88  BGAC-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-GRNT-EOF-SW         PIC X VALUE 'N'.
               88  GRNT-EOF-REACHED       VALUE 'Y'.

       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.

       LINKAGE SECTION.
           COPY FIBBGKC.

       PROCEDURE DIVISION USING FIBBGCK-PARMS.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           EVALUATE TRUE
               WHEN BGK-CHECK
                   PERFORM 1000-FIND-LIVE-GRANT
                       THRU 1000-FIND-LIVE-GRANT-EXIT
               WHEN BGK-LOG-ACTION
                   PERFORM 1500-CONFIRM-GRANT-LIVE
                       THRU 1500-CONFIRM-GRANT-LIVE-EXIT
                   IF BGK-GRANT-LIVE
                       PERFORM 2000-WRITE-ACTION
                   END-IF
               WHEN OTHER
                   DISPLAY 'WARNING: FIBBGCK REQUEST <' BGK-REQUEST
                       '> NOT RECOGNIZED'
                   SET BGK-NO-GRANT TO TRUE
           END-EVALUATE

           GOBACK.

      * The userid's grants in stamp order; the first live one of
      * the permission asked for is taken up and logged as used
       1000-FIND-LIVE-GRANT.
           SET BGK-NO-GRANT TO TRUE
           MOVE ZERO TO BGK-GRANT-STAMP
           MOVE ZERO TO BGK-EXPIRY-STAMP

           OPEN INPUT GRANT-FILE
           IF NOT GRNT-FILE-OK
               GO TO 1000-FIND-LIVE-GRANT-EXIT
           END-IF

           MOVE 'N' TO WS-GRNT-EOF-SW
           MOVE BGK-USERID TO BG-USERID
           MOVE ZERO       TO BG-GRANT-STAMP
           START GRANT-FILE KEY IS NOT LESS THAN BG-KEY
               INVALID KEY
                   SET GRNT-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL GRNT-EOF-REACHED OR BGK-GRANT-LIVE
               READ GRANT-FILE NEXT RECORD
                   AT END
                       SET GRNT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF BG-USERID NOT = BGK-USERID
                           SET GRNT-EOF-REACHED TO TRUE
                       ELSE
                           IF BG-GRANTED
                                   AND BG-PERMISSION = BGK-PERMISSION
                                   AND BG-GRANT-STAMP
                                       NOT > WS-NOW-STAMP
                                   AND BG-EXPIRY-STAMP > WS-NOW-STAMP
                               MOVE BG-GRANT-STAMP
                                   TO BGK-GRANT-STAMP
                               MOVE BG-EXPIRY-STAMP
                                   TO BGK-EXPIRY-STAMP
                               SET BGK-GRANT-LIVE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRANT-FILE

           IF BGK-GRANT-LIVE
               MOVE 'GRANT USED' TO BGK-ACTION-TEXT
               PERFORM 2000-WRITE-ACTION
               IF BGK-LOG-FAILED
                   DISPLAY 'WARNING: BREAK-GLASS GRANT '
                       BGK-GRANT-STAMP ' NOT HONORED - FIBBGACT '
                       'CANNOT BE WRITTEN'
                   SET BGK-NO-GRANT TO TRUE
               ELSE
                   SET BGK-GRANT-LIVE TO TRUE
               END-IF
           END-IF.

       1000-FIND-LIVE-GRANT-EXIT.
           EXIT.

      * The grant named in BGK-GRANT-STAMP must still be granted and
      * short of its expiry when an action is tagged under it; an
      * absent FIBBRKG dataset means no grants
       1500-CONFIRM-GRANT-LIVE.
           SET BGK-NO-GRANT TO TRUE

           OPEN INPUT GRANT-FILE
           IF NOT GRNT-FILE-OK
               DISPLAY 'WARNING: FIBBRKG NOT AVAILABLE - STATUS '
                   WS-GRNT-FILE-STATUS ' - BREAK-GLASS ACTION REFUSED'
               GO TO 1500-CONFIRM-GRANT-LIVE-EXIT
           END-IF

           MOVE BGK-USERID      TO BG-USERID
           MOVE BGK-GRANT-STAMP TO BG-GRANT-STAMP
           READ GRANT-FILE KEY IS BG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BG-GRANTED
                           AND BG-PERMISSION = BGK-PERMISSION
                           AND BG-EXPIRY-STAMP > WS-NOW-STAMP
                       MOVE BG-EXPIRY-STAMP TO BGK-EXPIRY-STAMP
                       SET BGK-GRANT-LIVE TO TRUE
                   END-IF
           END-READ
           CLOSE GRANT-FILE

           IF BGK-NO-GRANT
               DISPLAY 'WARNING: BREAK-GLASS GRANT ' BGK-GRANT-STAMP
                   ' OF ' BGK-USERID ' HAS ENDED OR EXPIRED - '
                   'ACTION REFUSED'
           END-IF.

       1500-CONFIRM-GRANT-LIVE-EXIT.
           EXIT.

      * Opened and closed per record so the tag is on disk before
      * the action it describes is taken
       2000-WRITE-ACTION.
           OPEN EXTEND ACTION-LOG-FILE
           IF BGAC-FILE-NOT-FOUND
               OPEN OUTPUT ACTION-LOG-FILE
           END-IF

           IF BGAC-FILE-OK
               MOVE WS-NOW-STAMP     TO BGA-TIMESTAMP
               MOVE BGK-USERID       TO BGA-USERID
               MOVE BGK-GRANT-STAMP  TO BGA-GRANT-STAMP
               MOVE BGK-PERMISSION   TO BGA-PERMISSION
               MOVE BGK-PROGRAM      TO BGA-PROGRAM
               MOVE BGK-ACTION-TEXT  TO BGA-TEXT
               WRITE BREAK-GLASS-ACTION
               CLOSE ACTION-LOG-FILE
               SET BGK-GRANT-LIVE TO TRUE
           ELSE
               DISPLAY 'WARNING: FIBBGACT NOT AVAILABLE - STATUS '
                   WS-BGAC-FILE-STATUS ' - ACTION NOT TAGGED'
               SET BGK-LOG-FAILED TO TRUE
           END-IF.
