      ******************************************************************
      * FIBVWLD loads the FIBVIEW receiver view definitions FIBXVBLD
      * builds the daily receiver views from. One card per receiver:
      *
      *   COLS  1-8   RECEIVER ID
      *   COL  10     VIEW OUTPUT SLOT 1-8 (FIBXV1-FIBXV8)
      *   COL  12     A ACTIVE, I RETIRED
      *   COLS 14-16  STATUS CODES TAKEN (E O P), BLANK FOR ALL
      *   COLS 18-21  CATEGORIES TAKEN (1-4), BLANK FOR ALL
      *   COL  23     R RESIDUE TERMS ONLY, N NO RESIDUE TERMS
      *   COL  25     A EVERY CRITERION, O ANY ONE CRITERION
      *   COLS 27-30  FIRST TERM INDEX, BLANK FOR 1
      *   COLS 32-35  LAST TERM INDEX, BLANK FOR 9999
      *   COLS 37-45  COLUMN MAP, Y/N PER EXTRACT COLUMN, BLANK
      *               FOR EVERY COLUMN (SEE FIBVIEWC)
      *   COLS 47-76  DESCRIPTION
      *
      * A card for a receiver already on file replaces its whole
      * definition. A card with a field out of range is reported
      * and ignored (RC=4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBVWLD.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RECEIVER EXTRACT VIEW
      *                 DEFINITION LOADER
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  BUSINESS UNIT OF THE VIEW IN CARD COLUMNS 77-80
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
           SELECT VIEW-DEFINITION-FILE ASSIGN TO "FIBVIEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VWD-RECEIVER-ID
               FILE STATUS IS WS-VIEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  VIEW-DEFINITION-FILE.
           COPY FIBVIEWC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-RECEIVER-ID      PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-SLOT             PIC X.
           05  FILLER                 PIC X.
           05  WS-CC-STATUS           PIC X.
           05  FILLER                 PIC X.
           05  WS-CC-STATUS-SELECT    PIC X(3).
           05  FILLER                 PIC X.
           05  WS-CC-CATEGORY-SELECT  PIC X(4).
           05  FILLER                 PIC X.
           05  WS-CC-RESIDUE-SELECT   PIC X.
           05  FILLER                 PIC X.
           05  WS-CC-COMBINE-RULE     PIC X.
           05  FILLER                 PIC X.
           05  WS-CC-TERM-FROM        PIC X(4).
           05  FILLER                 PIC X.
           05  WS-CC-TERM-TO          PIC X(4).
           05  FILLER                 PIC X.
           05  WS-CC-COLUMN-MAP       PIC X(9).
           05  FILLER                 PIC X.
           05  WS-CC-DESCRIPTION      PIC X(30).
           05  WS-CC-UNIT             PIC X(4).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-VIEW-FILE-STATUS    PIC XX VALUE SPACES.
               88  VIEW-FILE-OK            VALUE '00'.
               88  VIEW-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-CARD-VALID-SW       PIC X VALUE 'Y'.
               88  CARD-IS-VALID          VALUE 'Y'.

       01  WS-CHECK-CHAR              PIC X.
           88  STATUS-CODE-VALID          VALUE 'E' 'O' 'P' ' '.
           88  CATEGORY-CODE-VALID        VALUE '1' '2' '3' '4' ' '.
           88  COLUMN-FLAG-VALID          VALUE 'Y' 'N' ' '.

       77  WS-CHAR-IDX                PIC 9(2) VALUE ZERO.
       77  WS-TERM-FROM               PIC 9(4) VALUE ZERO.
       77  WS-TERM-TO                 PIC 9(4) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-LOADED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-REPLACED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-BAD-CARD-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-VIEWS THRU 100-LOAD-VIEWS-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           DISPLAY '======================================='
           DISPLAY '   FIBVWLD - RECEIVER VIEW LOAD'
           DISPLAY '======================================='.

       100-LOAD-VIEWS.
           OPEN I-O VIEW-DEFINITION-FILE
           IF VIEW-FILE-NOT-FOUND
               OPEN OUTPUT VIEW-DEFINITION-FILE
               CLOSE VIEW-DEFINITION-FILE
               OPEN I-O VIEW-DEFINITION-FILE
           END-IF
           IF NOT VIEW-FILE-OK
               DISPLAY 'WARNING: FIBVIEW NOT AVAILABLE - STATUS '
                   WS-VIEW-FILE-STATUS ' - LOAD SKIPPED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-VIEWS-EXIT
           END-IF

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO VIEW DECK SUPPLIED'
               CLOSE VIEW-DEFINITION-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-VIEWS-EXIT
           END-IF

           PERFORM UNTIL CARD-EOF-REACHED
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       SET CARD-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 110-LOAD-ONE-VIEW
               END-READ
           END-PERFORM

           CLOSE CONTROL-CARD-FILE
           CLOSE VIEW-DEFINITION-FILE.

       100-LOAD-VIEWS-EXIT.
           EXIT.

       110-LOAD-ONE-VIEW.
           PERFORM 120-CHECK-CARD

           IF NOT CARD-IS-VALID
               ADD 1 TO WS-BAD-CARD-COUNT
               DISPLAY 'VIEW CARD IGNORED: <'
                   WS-CONTROL-CARD(1:45) '>'
           ELSE
               MOVE WS-CC-RECEIVER-ID TO VWD-RECEIVER-ID
               READ VIEW-DEFINITION-FILE
                   INVALID KEY
                       PERFORM 130-SET-DEFINITION
                       WRITE VIEW-DEFINITION-RECORD
                       ADD 1 TO WS-LOADED-COUNT
                   NOT INVALID KEY
                       PERFORM 130-SET-DEFINITION
                       REWRITE VIEW-DEFINITION-RECORD
                       ADD 1 TO WS-REPLACED-COUNT
               END-READ
               DISPLAY 'VIEW LOADED: ' VWD-RECEIVER-ID ' SLOT '
                   VWD-VIEW-SLOT ' STATUS ' VWD-STATUS
                   ' UNIT ' VWD-UNIT
           END-IF.

       120-CHECK-CARD.
           MOVE 'Y' TO WS-CARD-VALID-SW

           IF WS-CC-RECEIVER-ID = SPACES
                   OR WS-CC-SLOT < '1' OR WS-CC-SLOT > '8'
                   OR (WS-CC-STATUS NOT = 'A'
                       AND WS-CC-STATUS NOT = 'I')
                   OR (WS-CC-RESIDUE-SELECT NOT = 'R'
                       AND WS-CC-RESIDUE-SELECT NOT = 'N'
                       AND WS-CC-RESIDUE-SELECT NOT = SPACE)
                   OR (WS-CC-COMBINE-RULE NOT = 'A'
                       AND WS-CC-COMBINE-RULE NOT = 'O'
                       AND WS-CC-COMBINE-RULE NOT = SPACE)
               MOVE 'N' TO WS-CARD-VALID-SW
           END-IF

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CHAR-IDX > 3
               MOVE WS-CC-STATUS-SELECT(WS-CHAR-IDX:1)
                   TO WS-CHECK-CHAR
               IF NOT STATUS-CODE-VALID
                   MOVE 'N' TO WS-CARD-VALID-SW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CHAR-IDX > 4
               MOVE WS-CC-CATEGORY-SELECT(WS-CHAR-IDX:1)
                   TO WS-CHECK-CHAR
               IF NOT CATEGORY-CODE-VALID
                   MOVE 'N' TO WS-CARD-VALID-SW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CHAR-IDX > 9
               MOVE WS-CC-COLUMN-MAP(WS-CHAR-IDX:1)
                   TO WS-CHECK-CHAR
               IF NOT COLUMN-FLAG-VALID
                   MOVE 'N' TO WS-CARD-VALID-SW
               END-IF
           END-PERFORM

      * Blank term bounds open the range at either end
           IF WS-CC-TERM-FROM = SPACES
               MOVE 1 TO WS-TERM-FROM
           ELSE
               IF WS-CC-TERM-FROM IS NUMERIC
                   MOVE WS-CC-TERM-FROM TO WS-TERM-FROM
               ELSE
                   MOVE 'N' TO WS-CARD-VALID-SW
               END-IF
           END-IF
           IF WS-CC-TERM-TO = SPACES
               MOVE 9999 TO WS-TERM-TO
           ELSE
               IF WS-CC-TERM-TO IS NUMERIC
                   MOVE WS-CC-TERM-TO TO WS-TERM-TO
               ELSE
                   MOVE 'N' TO WS-CARD-VALID-SW
               END-IF
           END-IF
           IF CARD-IS-VALID AND WS-TERM-FROM > WS-TERM-TO
               MOVE 'N' TO WS-CARD-VALID-SW
           END-IF

      * A map naming some columns must carry at least one of them
           IF WS-CC-COLUMN-MAP NOT = SPACES
               MOVE ZERO TO WS-CHAR-IDX
               INSPECT WS-CC-COLUMN-MAP
                   TALLYING WS-CHAR-IDX FOR ALL 'Y'
               IF WS-CHAR-IDX = ZERO
                   MOVE 'N' TO WS-CARD-VALID-SW
               END-IF
           END-IF

      * A unit other than blank (the default) or *ALL must be one
      * FIBUNITT defines
           IF WS-CC-UNIT NOT = SPACES AND WS-CC-UNIT NOT = '*ALL'
               SET UNR-VALIDATE TO TRUE
               MOVE WS-CC-UNIT TO UNR-UNIT
               CALL 'FIBUNITR' USING FIBUNITR-PARMS
               IF NOT UNR-OK
                   MOVE 'N' TO WS-CARD-VALID-SW
               END-IF
           END-IF.

       130-SET-DEFINITION.
           MOVE SPACES                TO VIEW-DEFINITION-RECORD
           MOVE WS-CC-RECEIVER-ID     TO VWD-RECEIVER-ID
           MOVE WS-CC-SLOT            TO VWD-VIEW-SLOT
           MOVE WS-CC-STATUS          TO VWD-STATUS
           MOVE WS-CC-STATUS-SELECT   TO VWD-STATUS-SELECT
           MOVE WS-CC-CATEGORY-SELECT TO VWD-CATEGORY-SELECT
           MOVE WS-CC-RESIDUE-SELECT  TO VWD-RESIDUE-SELECT
           MOVE WS-CC-COMBINE-RULE    TO VWD-COMBINE-RULE
           MOVE WS-TERM-FROM          TO VWD-TERM-FROM
           MOVE WS-TERM-TO            TO VWD-TERM-TO
           IF WS-CC-COLUMN-MAP = SPACES
               MOVE 'YYYYYYYYY'       TO VWD-COLUMN-MAP
           ELSE
               MOVE WS-CC-COLUMN-MAP  TO VWD-COLUMN-MAP
               INSPECT VWD-COLUMN-MAP REPLACING ALL SPACE BY 'N'
           END-IF
           MOVE WS-CC-DESCRIPTION     TO VWD-DESCRIPTION
           MOVE WS-CC-UNIT            TO VWD-UNIT
           MOVE WS-NOW-STAMP          TO VWD-UPDATED-STAMP.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'VIEWS LOADED:        ' WS-LOADED-COUNT
           DISPLAY 'VIEWS REPLACED:      ' WS-REPLACED-COUNT
           DISPLAY 'CARDS IN ERROR:      ' WS-BAD-CARD-COUNT

           IF WS-BAD-CARD-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBVWLD COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
