      * column 10 (G generation card, A FIBAUTH value, C FIBCAL
      * value), the card image from column 12:
      *   G - a FIBGEN SYSIN card image (see FIBGEN)
      *   A - USERID (8), blank, up to four FIBAUTH role names of
      *       ten characters separated by a blank; an older card
      *       with the seven Y/N permission flags instead is given
      *       the roles FIBROLMG would have converted it to;
      *       image columns 54-57 may name the one business unit
      *       the userid acts for (*ALL for every unit) - left
      *       blank it gets the default unit only
      *   C - DATE (8), blank, TYPE (1), blank, DESCRIPTION (30)
      ******************************************************************
       IDENTIFICATION DIVISION.
      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - SCENARIO-DRIVEN QA
      *                 REGION RESET WITH STAGE AND VERIFY MODES
      * 10-15-2026  AG  LOAD FIBAUTH ROLE ASSIGNMENTS FROM THE A
      *                 CARDS, CONVERTING OLD FLAG-IMAGE CARDS
      *                 THROUGH FIBROLR
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  CLEAR THE UNITS ON EACH STAGED FIBAUTH RECORD
      *                 AND TAKE AN OPTIONAL UNIT FROM THE A CARD
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-AUTH-IMAGE.
           05  AI-USERID              PIC X(8).
           05  FILLER                 PIC X.
           05  AI-ROLE-AREA OCCURS 4 TIMES.
               10  AI-ROLE            PIC X(10).
               10  FILLER             PIC X.
           05  AI-UNIT                PIC X(4).
           05  FILLER                 PIC X(5).
       01  WS-AUTH-FLAG-IMAGE REDEFINES WS-AUTH-IMAGE.
           05  FILLER                 PIC X(9).
           05  AI-FLAGS               PIC X(7).
           05  AI-FLAGS-END           PIC X.
           05  FILLER                 PIC X(45).

       01  WS-CAL-IMAGE.
           05  CI-DATE                PIC X(8).
       77  WS-SCEN-CARD-COUNT         PIC 9(5) VALUE ZERO.
       77  WS-GEN-CARD-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-AUTH-LOAD-COUNT         PIC 9(5) VALUE ZERO.
       77  WS-FLAG-TALLY              PIC 9(2) VALUE ZERO.
       77  WS-AI-IDX                  PIC 9 VALUE ZERO.
       77  WS-CAL-LOAD-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-RANGE-START-INT         PIC 9(9) VALUE ZERO.
       77  WS-RANGE-END-INT           PIC 9(9) VALUE ZERO.
       77  WS-HOLD-RUN-SEQ            PIC 9(2) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
               DISPLAY 'WARNING: A CARD WITHOUT A USERID IGNORED'
           ELSE
               MOVE AI-USERID       TO AUTH-USERID
               MOVE SPACES          TO AUTH-ROLES
               MOVE SPACES          TO AUTH-UNITS
               MOVE AI-UNIT         TO AUTH-UNIT(1)
               MOVE ZERO TO WS-FLAG-TALLY
               INSPECT AI-FLAGS TALLYING WS-FLAG-TALLY
                   FOR ALL 'Y' ALL 'N'
               IF WS-FLAG-TALLY = 7 AND AI-FLAGS-END = SPACE
                   SET RLR-MIGRATE TO TRUE
                   MOVE AI-FLAGS TO RLR-PERMISSIONS
                   CALL 'FIBROLR' USING FIBROLR-PARMS
                   MOVE RLR-ROLES TO AUTH-ROLES
               ELSE
                   PERFORM VARYING WS-AI-IDX FROM 1 BY 1
                             UNTIL WS-AI-IDX > 4
                       MOVE AI-ROLE(WS-AI-IDX) TO AUTH-ROLE(WS-AI-IDX)
                   END-PERFORM
               END-IF
               WRITE AUTH-RECORD
                   INVALID KEY
                       DISPLAY 'WARNING: DUPLICATE A CARD FOR '
           END-IF.

       900-TERMINATE.
           DISPLAY '   FIBQARST COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
