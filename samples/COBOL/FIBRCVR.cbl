      ******************************************************************
      * FIBRCVR lists the FIBRCVL received-file log that the FIBLAND
      * landing gate keeps of every inbound file, for settling a
      * dispute with a receiver over what was sent and when. Each
      * file landed is shown with its land time, the sender, the
      * business date its header carried and the date expected, the
      * data lines counted against the trailer count, the content
      * hash, and whether it was accepted or quarantined and why -
      * for a duplicate, the land time of the file it repeated.
      *
      * PARM='FEED,YYYYMMDD' - the feed to list (FIBRSKIN or
      * FIBACKIN; blank for all) and the first land date to list
      * (default 30 days back). RC=4 when a quarantined file is
      * listed, RC=8 when FIBRCVL cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRCVR.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RECEIVED-FILE LOG LISTING
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVED-LOG-FILE ASSIGN TO "FIBRCVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RCVL-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVED-LOG-FILE.
           COPY FIBRCVLC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RCVL-FILE-STATUS    PIC XX VALUE SPACES.
               88  RCVL-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.

       01  WS-REASON-VALUES.
           05  FILLER PIC X(22) VALUE 'HDBAD OR MISSING HDR  '.
           05  FILLER PIC X(22) VALUE 'TRTRUNCATED           '.
           05  FILLER PIC X(22) VALUE 'CTTRAILER COUNT WRONG '.
           05  FILLER PIC X(22) VALUE 'DTWRONG BUSINESS DATE '.
           05  FILLER PIC X(22) VALUE 'DUDUPLICATE FILE      '.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  RS-ENTRY OCCURS 5 TIMES.
               10  RS-CODE            PIC X(2).
               10  RS-TEXT            PIC X(20).

       01  WS-RECEIPT-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RL-FEED                PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RL-LAND-STAMP          PIC 9(14).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RL-SENDER              PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RL-BUSINESS-DATE       PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RL-DATA-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  RL-TRAILER-COUNT       PIC X(9).
           05  FILLER                 PIC X VALUE SPACE.
           05  RL-DISPOSITION         PIC X(11).

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(5) VALUE SPACES.
           05  FILLER                 PIC X(5) VALUE 'HASH '.
           05  DL-CONTENT-HASH        PIC 9(18).
           05  FILLER                 PIC X(10) VALUE ' EXPECTED '.
           05  DL-EXPECTED-DATE       PIC 9(8).
           05  FILLER                 PIC X(9) VALUE ' CREATED '.
           05  DL-CREATED-STAMP       PIC X(14).

       77  WS-PARM-FEED               PIC X(8) VALUE SPACES.
       77  WS-FROM-DATE               PIC 9(8) VALUE ZERO.
       77  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-REASON-IDX              PIC 9 VALUE ZERO.
       77  WS-LISTED-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-ACCEPTED-COUNT          PIC 9(7) VALUE ZERO.
       77  WS-QUARANTINED-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-PRINT-LINE              PIC X(133) VALUE SPACES.
       77  WS-COUNT-EDIT              PIC ZZZZZZ9.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-FEED              PIC X(8).
           05  FILLER                 PIC X.
           05  PARM-FROM-DATE         PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-OPEN-LOG THRU 100-OPEN-LOG-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-LIST-RECEIPTS
               CLOSE RECEIVED-LOG-FILE
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-DATE
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 30)

           IF PARM-LENGTH >= 8
               MOVE PARM-FEED TO WS-PARM-FEED
           END-IF
           IF PARM-LENGTH >= 17
               IF PARM-FROM-DATE IS NUMERIC
                   MOVE PARM-FROM-DATE TO WS-FROM-DATE
               ELSE
                   DISPLAY 'WARNING: FROM DATE PARM ' PARM-FROM-DATE
                       ' INVALID - ' WS-FROM-DATE ' USED'
               END-IF
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBRCVR - RECEIVED-FILE LOG'
           DISPLAY '======================================='

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FIBRCVR - INBOUND FILES RECEIVED         '
                  DELIMITED BY SIZE
                  'RUN ' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE ALL '=' TO WS-PRINT-LINE(1:78)
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FILES LANDED FROM ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  '   FEED ' DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           IF WS-PARM-FEED = SPACES
               MOVE 'ALL' TO WS-PRINT-LINE(35:3)
           ELSE
               MOVE WS-PARM-FEED TO WS-PRINT-LINE(35:8)
           END-IF
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE 'FEED'        TO WS-PRINT-LINE(3:4)
           MOVE 'LANDED'      TO WS-PRINT-LINE(13:6)
           MOVE 'SENDER'      TO WS-PRINT-LINE(29:6)
           MOVE 'BUS DATE'    TO WS-PRINT-LINE(39:8)
           MOVE 'DATA'        TO WS-PRINT-LINE(54:4)
           MOVE 'TRAILER'     TO WS-PRINT-LINE(59:7)
           MOVE 'DISPOSITION' TO WS-PRINT-LINE(69:11)
           PERFORM 800-PRINT-ONE-LINE.

       100-OPEN-LOG.
           OPEN INPUT RECEIVED-LOG-FILE
           IF NOT RCVL-FILE-OK
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR: FIBRCVL NOT AVAILABLE - STATUS '
                      DELIMITED BY SIZE
                      WS-RCVL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-OPEN-LOG-EXIT
           END-IF.

       100-OPEN-LOG-EXIT.
           EXIT.

      * The log is in feed and land-time order; one feed is reached
      * by START, all feeds from the top
       200-LIST-RECEIPTS.
           MOVE WS-PARM-FEED TO RCV-FEED
           MOVE ZERO         TO RCV-LAND-STAMP
           START RECEIVED-LOG-FILE KEY IS NOT LESS THAN RCV-KEY
               INVALID KEY
                   SET INPUT-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL INPUT-EOF-REACHED
               READ RECEIVED-LOG-FILE NEXT RECORD
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-PARM-FEED NOT = SPACES
                               AND RCV-FEED NOT = WS-PARM-FEED
                           SET INPUT-EOF-REACHED TO TRUE
                       ELSE
                           IF RCV-LAND-STAMP(1:8) >= WS-FROM-DATE
                               PERFORM 210-PRINT-ONE-RECEIPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LISTED-COUNT = ZERO
               MOVE '    NONE' TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
           END-IF.

       210-PRINT-ONE-RECEIPT.
           ADD 1 TO WS-LISTED-COUNT
           MOVE RCV-FEED          TO RL-FEED
           MOVE RCV-LAND-STAMP    TO RL-LAND-STAMP
           MOVE RCV-SENDER        TO RL-SENDER
           MOVE RCV-BUSINESS-DATE TO RL-BUSINESS-DATE
           MOVE RCV-DATA-COUNT    TO RL-DATA-COUNT
           MOVE RCV-TRAILER-COUNT TO RL-TRAILER-COUNT
           IF RCV-ACCEPTED
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE 'ACCEPTED' TO RL-DISPOSITION
           ELSE
               ADD 1 TO WS-QUARANTINED-COUNT
               MOVE 'QUARANTINED' TO RL-DISPOSITION
           END-IF
           MOVE WS-RECEIPT-LINE TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           MOVE RCV-CONTENT-HASH  TO DL-CONTENT-HASH
           MOVE RCV-EXPECTED-DATE TO DL-EXPECTED-DATE
           MOVE RCV-CREATED-STAMP TO DL-CREATED-STAMP
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           IF RCV-QUARANTINED
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 'REASON ' TO WS-PRINT-LINE(6:7)
               MOVE RCV-REASON TO WS-PRINT-LINE(13:2)
               PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                         UNTIL WS-REASON-IDX > 5
                   IF RS-CODE(WS-REASON-IDX) = RCV-REASON
                       MOVE RS-TEXT(WS-REASON-IDX)
                           TO WS-PRINT-LINE(16:20)
                   END-IF
               END-PERFORM
               IF RCV-DUPLICATE
                   MOVE 'SAME CONTENT AS FILE LANDED'
                       TO WS-PRINT-LINE(37:27)
                   MOVE RCV-DUPLICATE-OF TO WS-PRINT-LINE(65:14)
               END-IF
               PERFORM 800-PRINT-ONE-LINE
           END-IF.

       800-PRINT-ONE-LINE.
           DISPLAY WS-PRINT-LINE(1:79)
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       900-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT
           STRING '  FILES LISTED ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT
           STRING '   ACCEPTED ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(23:20)
           END-STRING
           MOVE WS-QUARANTINED-COUNT TO WS-COUNT-EDIT
           STRING '   QUARANTINED ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(42:25)
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           CLOSE PRINT-FILE

           IF WS-QUARANTINED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY 'FILES LISTED:          ' WS-LISTED-COUNT
           DISPLAY '   FIBRCVR COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
