      ******************************************************************
      * FIBAPCK is the shared maker-checker approval checker. A
      * FORCE=Y overwrite in ADVFIBB and every FIBFIX correction
      * must quote the token of a FIBAPRV approval: filed by the
      * submitter (the maker) with FIBAPRQ, approved online by a
      * different userid (the checker) through FAPR, not yet used,
      * not expired, and for exactly the change being made.
      *
      * A check request reads the token and says whether it would
      * be honored. A use request checks it again with the record
      * held and marks it used by the calling program, so one
      * approval covers one change once; the caller asks for the
      * use immediately before it makes the change and does not
      * make it unless the use was saved.
      *
      * An absent FIBAPRV dataset means no approvals. See FIBAPKC
      * for the parameters and FIBAPRC for the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBAPCK.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - MAKER-CHECKER APPROVAL
      *                 CHECK AND USE AGAINST FIBAPRV
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "FIBAPRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-TOKEN
               FILE STATUS IS WS-APRV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
           COPY FIBAPRC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-APRV-FILE-STATUS    PIC XX VALUE SPACES.
               88  APRV-FILE-OK            VALUE '00'.

       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.

       LINKAGE SECTION.
           COPY FIBAPKC.

       PROCEDURE DIVISION USING FIBAPCK-PARMS.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE SPACES TO APK-CHECKER
           MOVE ZERO   TO APK-EXPIRY-STAMP

           EVALUATE TRUE
               WHEN APK-CHECK
                   OPEN INPUT APPROVAL-FILE
               WHEN APK-USE
                   OPEN I-O APPROVAL-FILE
               WHEN OTHER
                   DISPLAY 'WARNING: FIBAPCK REQUEST <' APK-REQUEST
                       '> NOT RECOGNIZED'
                   SET APK-NO-TOKEN TO TRUE
                   GOBACK
           END-EVALUATE

           IF NOT APRV-FILE-OK
               DISPLAY 'WARNING: FIBAPRV NOT AVAILABLE - STATUS '
                   WS-APRV-FILE-STATUS ' - NO APPROVALS'
               SET APK-FILE-FAILED TO TRUE
               GOBACK
           END-IF

           PERFORM 1000-MATCH-APPROVAL
               THRU 1000-MATCH-APPROVAL-EXIT

           IF APK-APPROVED AND APK-USE
               PERFORM 2000-MARK-USED
           END-IF

           CLOSE APPROVAL-FILE

           GOBACK.

      * Token zero is the control record, never an approval. The
      * maker must be the submitter and the change must be the one
      * filed; only then do the status and the clock count.
       1000-MATCH-APPROVAL.
           SET APK-NO-TOKEN TO TRUE
           IF APK-TOKEN = ZERO
               GO TO 1000-MATCH-APPROVAL-EXIT
           END-IF

           MOVE APK-TOKEN TO AP-TOKEN
           READ APPROVAL-FILE
               INVALID KEY
                   GO TO 1000-MATCH-APPROVAL-EXIT
           END-READ

           IF AP-MAKER NOT = APK-MAKER
                   OR AP-TYPE NOT = APK-TYPE
                   OR AP-RUN-DATE NOT = APK-RUN-DATE
               SET APK-MISMATCH TO TRUE
               GO TO 1000-MATCH-APPROVAL-EXIT
           END-IF
           IF AP-IS-CORRECTION
               IF AP-TERM-INDEX NOT = APK-TERM-INDEX
                       OR AP-FIELD NOT = APK-FIELD
                       OR AP-NEW-VALUE NOT = APK-NEW-VALUE
                   SET APK-MISMATCH TO TRUE
                   GO TO 1000-MATCH-APPROVAL-EXIT
               END-IF
           END-IF

           MOVE AP-CHECKER      TO APK-CHECKER
           MOVE AP-EXPIRY-STAMP TO APK-EXPIRY-STAMP

           EVALUATE TRUE
               WHEN AP-PENDING
                   SET APK-STILL-PENDING TO TRUE
               WHEN AP-REJECTED OR AP-WITHDRAWN
                   SET APK-REFUSED TO TRUE
               WHEN AP-USED
                   SET APK-ALREADY-USED TO TRUE
               WHEN AP-APPROVED
                   IF AP-EXPIRY-STAMP > WS-NOW-STAMP
                       SET APK-APPROVED TO TRUE
                   ELSE
                       SET APK-EXPIRED TO TRUE
                   END-IF
               WHEN OTHER
                   SET APK-NO-TOKEN TO TRUE
           END-EVALUATE.

       1000-MATCH-APPROVAL-EXIT.
           EXIT.

       2000-MARK-USED.
           SET AP-USED TO TRUE
           MOVE APK-PROGRAM  TO AP-USED-PROGRAM
           MOVE WS-NOW-STAMP TO AP-USED-STAMP
           REWRITE APPROVAL-RECORD
               INVALID KEY
                   SET APK-FILE-FAILED TO TRUE
           END-REWRITE
           IF NOT APRV-FILE-OK
               DISPLAY 'WARNING: APPROVAL ' APK-TOKEN ' COULD NOT '
                   'BE MARKED USED - STATUS ' WS-APRV-FILE-STATUS
               SET APK-FILE-FAILED TO TRUE
           END-IF.
