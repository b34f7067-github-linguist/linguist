      ******************************************************************
      * FIBRQCLD loads the FIBRQCTL requester control file that
      * FIBREQIN checks every inbound run request against. One card
      * per requester: userid in columns 1-8, the priority class in
      * column 10 (P production, S standard, D discretionary), the
      * daily request limit in 12-14, the daily term-volume limit in
      * 16-20 (zero for no limit) and the owning team or contact
      * from column 22. A card for a requester already on file
      * replaces its class, limits and owner; today's usage is kept.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRQCLD.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - REQUESTER QUOTA AND
      *                 PRIORITY-CLASS LOADER
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT REQUESTER-CONTROL-FILE ASSIGN TO "FIBRQCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQC-REQUESTER
               FILE STATUS IS WS-RQC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  REQUESTER-CONTROL-FILE.
           COPY FIBRQCC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-REQUESTER        PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-CLASS            PIC X.
           05  FILLER                 PIC X.
           05  WS-CC-REQUEST-LIMIT    PIC X(3).
           05  FILLER                 PIC X.
           05  WS-CC-TERM-LIMIT       PIC X(5).
           05  FILLER                 PIC X.
           05  WS-CC-OWNER            PIC X(30).
           05  FILLER                 PIC X(29).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-RQC-FILE-STATUS     PIC XX VALUE SPACES.
               88  RQC-FILE-OK             VALUE '00'.
               88  RQC-FILE-NOT-FOUND      VALUE '35'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.

       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-LOADED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-REPLACED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-BAD-CARD-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-REQUESTERS THRU 100-LOAD-REQUESTERS-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           DISPLAY '======================================='
           DISPLAY '   FIBRQCLD - REQUESTER QUOTA LOAD'
           DISPLAY '======================================='.

       100-LOAD-REQUESTERS.
           OPEN I-O REQUESTER-CONTROL-FILE
           IF RQC-FILE-NOT-FOUND
               OPEN OUTPUT REQUESTER-CONTROL-FILE
               CLOSE REQUESTER-CONTROL-FILE
               OPEN I-O REQUESTER-CONTROL-FILE
           END-IF
           IF NOT RQC-FILE-OK
               DISPLAY 'WARNING: FIBRQCTL NOT AVAILABLE - STATUS '
                   WS-RQC-FILE-STATUS ' - LOAD SKIPPED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-REQUESTERS-EXIT
           END-IF

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO REQUESTER DECK SUPPLIED'
               CLOSE REQUESTER-CONTROL-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-REQUESTERS-EXIT
           END-IF

           PERFORM UNTIL CARD-EOF-REACHED
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       SET CARD-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 110-LOAD-ONE-REQUESTER
               END-READ
           END-PERFORM

           CLOSE CONTROL-CARD-FILE
           CLOSE REQUESTER-CONTROL-FILE.

       100-LOAD-REQUESTERS-EXIT.
           EXIT.

       110-LOAD-ONE-REQUESTER.
           IF WS-CC-REQUESTER = SPACES
                   OR (WS-CC-CLASS NOT = 'P'
                       AND WS-CC-CLASS NOT = 'S'
                       AND WS-CC-CLASS NOT = 'D')
                   OR WS-CC-REQUEST-LIMIT IS NOT NUMERIC
                   OR WS-CC-TERM-LIMIT IS NOT NUMERIC
               ADD 1 TO WS-BAD-CARD-COUNT
               DISPLAY 'REQUESTER CARD IGNORED: <' WS-CC-REQUESTER
                   ' ' WS-CC-CLASS ' ' WS-CC-REQUEST-LIMIT
                   ' ' WS-CC-TERM-LIMIT '>'
           ELSE
               MOVE WS-CC-REQUESTER TO RQC-REQUESTER
               READ REQUESTER-CONTROL-FILE
                   INVALID KEY
                       MOVE SPACES TO REQUESTER-CONTROL-RECORD
                       MOVE WS-CC-REQUESTER TO RQC-REQUESTER
                       MOVE ZERO TO RQC-USAGE-DATE
                       MOVE ZERO TO RQC-USED-REQUESTS
                       MOVE ZERO TO RQC-USED-TERMS
                       PERFORM 120-SET-LIMITS
                       WRITE REQUESTER-CONTROL-RECORD
                       ADD 1 TO WS-LOADED-COUNT
                   NOT INVALID KEY
                       PERFORM 120-SET-LIMITS
                       REWRITE REQUESTER-CONTROL-RECORD
                       ADD 1 TO WS-REPLACED-COUNT
               END-READ
           END-IF.

       120-SET-LIMITS.
           MOVE WS-CC-CLASS         TO RQC-CLASS
           MOVE WS-CC-REQUEST-LIMIT TO RQC-REQUEST-LIMIT
           MOVE WS-CC-TERM-LIMIT    TO RQC-TERM-LIMIT
           MOVE WS-CC-OWNER         TO RQC-OWNER
           MOVE WS-NOW-STAMP        TO RQC-UPDATED-STAMP.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'REQUESTERS LOADED:   ' WS-LOADED-COUNT
           DISPLAY 'REQUESTERS REPLACED: ' WS-REPLACED-COUNT
           DISPLAY 'CARDS IN ERROR:      ' WS-BAD-CARD-COUNT

           IF WS-BAD-CARD-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBRQCLD COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
