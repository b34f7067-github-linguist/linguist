      ******************************************************************
      * FIBUNITR is the shared business-unit resolver. Treasury and
      * the modelling group run ADVFIBB beside the corporate batch,
      * and every program that has to know whose run, profile, seed
      * set or control total it is looking at - ADVFIBB, FIBSPLIT,
      * FIBPROFM, FIBSEEDM, FIBAUTHL, the FIBINQ and FIBAPI
      * transactions, the extracts, FIBSCORE, FIBBAL and the
      * FIBCHRG chargeback - calls here, so the units, their run
      * sequence bands and their cost centres live in one table
      * (FIBUNITT).
      *
      * The program does no I/O, so the CICS transactions call it
      * as freely as the batch jobs. See FIBUNRC for the
      * parameters.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBUNITR.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - BUSINESS-UNIT LOOKUP,
      *                 SEQUENCE BANDS AND UNIT ACCESS TEST
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * The business units and their sequence bands
           COPY FIBUNITT.

       01  WS-INDICATORS.
           05  WS-ALL-UNITS-SW        PIC X VALUE 'N'.
               88  ALL-UNITS-GRANTED      VALUE 'Y'.
           05  WS-UNIT-GRANTED-SW     PIC X VALUE 'N'.
               88  UNIT-IS-GRANTED        VALUE 'Y'.

       77  WS-FOUND-IDX               PIC 9(2) COMP VALUE ZERO.
       77  WS-SCAN-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-AUTH-IDX                PIC 9(2) COMP VALUE ZERO.

       LINKAGE SECTION.
           COPY FIBUNRC.

       PROCEDURE DIVISION USING FIBUNITR-PARMS.
       0000-MAINLINE.
           SET UNR-UNKNOWN TO TRUE
           MOVE ZERO          TO WS-FOUND-IDX
           MOVE UD-UNIT-COUNT TO UNR-UNIT-COUNT

           EVALUATE TRUE
               WHEN UNR-VALIDATE
                   PERFORM 1000-FIND-UNIT
               WHEN UNR-FIND-SEQ
                   PERFORM 2000-FIND-SEQUENCE-BAND
               WHEN UNR-CHECK-ACCESS
                   PERFORM 3000-CHECK-UNIT-ACCESS
                       THRU 3000-CHECK-UNIT-ACCESS-EXIT
               WHEN UNR-BY-INDEX
                   IF UNR-INDEX > ZERO
                           AND UNR-INDEX NOT > UD-UNIT-COUNT
                       MOVE UNR-INDEX TO WS-FOUND-IDX
                   END-IF
               WHEN OTHER
                   DISPLAY 'WARNING: FIBUNITR REQUEST <' UNR-REQUEST
                       '> NOT RECOGNIZED'
           END-EVALUATE

           IF WS-FOUND-IDX > ZERO
               PERFORM 4000-RETURN-ENTRY
               IF NOT UNR-DENIED
                   SET UNR-OK TO TRUE
               END-IF
           END-IF

           GOBACK.

      * Spaces name the default unit, the first in the table
       1000-FIND-UNIT.
           IF UNR-UNIT = SPACES
               MOVE 1 TO WS-FOUND-IDX
           ELSE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                         UNTIL WS-SCAN-IDX > UD-UNIT-COUNT
                            OR WS-FOUND-IDX > ZERO
                   IF UD-UNIT-CODE(WS-SCAN-IDX) = UNR-UNIT
                       MOVE WS-SCAN-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2000-FIND-SEQUENCE-BAND.
           IF UNR-RUN-SEQ = ZERO
               MOVE 1 TO WS-FOUND-IDX
           ELSE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                         UNTIL WS-SCAN-IDX > UD-UNIT-COUNT
                            OR WS-FOUND-IDX > ZERO
                   IF UNR-RUN-SEQ NOT < UD-SEQ-LOW(WS-SCAN-IDX)
                           AND UNR-RUN-SEQ
                               NOT > UD-SEQ-HIGH(WS-SCAN-IDX)
                       MOVE WS-SCAN-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

      * An unknown unit is N, never D, so the caller can tell a
      * mistyped code from a refusal
       3000-CHECK-UNIT-ACCESS.
           PERFORM 1000-FIND-UNIT
           IF WS-FOUND-IDX = ZERO
               GO TO 3000-CHECK-UNIT-ACCESS-EXIT
           END-IF

           MOVE 'N' TO WS-ALL-UNITS-SW
           MOVE 'N' TO WS-UNIT-GRANTED-SW
           IF UNR-AUTH-UNITS = SPACES
               IF WS-FOUND-IDX = 1
                   SET UNIT-IS-GRANTED TO TRUE
               END-IF
           ELSE
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                         UNTIL WS-AUTH-IDX > 4
                   IF UNR-AUTH-UNIT(WS-AUTH-IDX) = '*ALL'
                       SET ALL-UNITS-GRANTED TO TRUE
                   END-IF
                   IF UNR-AUTH-UNIT(WS-AUTH-IDX)
                           = UD-UNIT-CODE(WS-FOUND-IDX)
                       SET UNIT-IS-GRANTED TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF NOT UNIT-IS-GRANTED AND NOT ALL-UNITS-GRANTED
               SET UNR-DENIED TO TRUE
           END-IF.

       3000-CHECK-UNIT-ACCESS-EXIT.
           EXIT.

       4000-RETURN-ENTRY.
           MOVE UD-UNIT-CODE(WS-FOUND-IDX)   TO UNR-UNIT
           MOVE UD-SEQ-LOW(WS-FOUND-IDX)     TO UNR-SEQ-LOW
           MOVE UD-SEQ-HIGH(WS-FOUND-IDX)    TO UNR-SEQ-HIGH
           MOVE UD-COST-CENTRE(WS-FOUND-IDX) TO UNR-COST-CENTRE
           MOVE UD-UNIT-NAME(WS-FOUND-IDX)   TO UNR-UNIT-NAME.
