      *   3. the surviving rows are written to FIBXTOUT with the
      *      standard header and a net trailer carrying the count
      *      and hash of what the receiver actually gets.
      *
      * The week is built for one business unit (FIBUNITT), named
      * by the PARM - the default unit without one. A generation
      * whose header names another unit is balanced like the rest
      * but none of its rows reach the weekly file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBWKEXT.
      * 09-02-2026  AG  INITIAL VERSION - WEEKLY CONSOLIDATION OF
      *                 THE DAILY EXTRACT GENERATIONS WITH THE
      *                 LAST-OCCURRENCE RULE AND NET TRAILER
      * 10-15-2026  AG  CARRY THE COEFF WEIGHTS OF THE VERSION 03
      *                 EXTRACT LAYOUT THROUGH TO THE WEEKLY FILE
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  BUILD THE WEEK FOR ONE BUSINESS UNIT (PARM); A
      *                 GENERATION OF ANOTHER UNIT IS BALANCED BUT
      *                 SKIPPED
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  EXT-FIB-CATEGORY       PIC 9.
           05  EXT-SEQ-ORDER          PIC 9.
           05  EXT-RESIDUE-FLAG       PIC X.
           05  EXT-COEFF-A            PIC 9(2).
           05  EXT-COEFF-B            PIC 9(2).
       01  EXTRACT-HEADER-RECORD.
           05  EXH-RECORD-TYPE        PIC X.
           05  EXH-RUN-DATE           PIC 9(8).
           05  EXH-PROGRAM-ID         PIC X(8).
           05  EXH-TIMESTAMP          PIC 9(14).
           05  EXH-LAYOUT-VERSION     PIC X(2).
           05  EXH-UNIT               PIC X(4).
       01  EXTRACT-TRAILER-RECORD.
           05  EXR-RECORD-TYPE        PIC X.
           05  EXR-RECORD-COUNT       PIC 9(9).
           05  WKO-FIB-CATEGORY       PIC 9.
           05  WKO-SEQ-ORDER          PIC 9.
           05  WKO-RESIDUE-FLAG       PIC X.
           05  WKO-COEFF-A            PIC 9(2).
           05  WKO-COEFF-B            PIC 9(2).
       01  WEEK-OUT-HEADER.
           05  WKH-RECORD-TYPE        PIC X.
           05  WKH-RUN-DATE           PIC 9(8).
           05  WKH-PROGRAM-ID         PIC X(8).
           05  WKH-TIMESTAMP          PIC 9(14).
           05  WKH-LAYOUT-VERSION     PIC X(2).
           05  WKH-UNIT               PIC X(4).
       01  WEEK-OUT-TRAILER.
           05  WKR-RECORD-TYPE        PIC X.
           05  WKR-RECORD-COUNT       PIC 9(9).
               88  BALANCE-FAILED         VALUE 'Y'.
           05  WS-GEN-OPEN-SW         PIC X VALUE 'N'.
               88  GENERATION-OPEN        VALUE 'Y'.
           05  WS-GEN-UNIT-SW         PIC X VALUE 'N'.
               88  GEN-OTHER-UNIT         VALUE 'Y'.

      * The week staged in storage; a later occurrence of the same
      * (run date, term) replaces the earlier one in place
               10  SG-FIB-CATEGORY    PIC 9.
               10  SG-SEQ-ORDER       PIC 9.
               10  SG-RESIDUE-FLAG    PIC X.
               10  SG-COEFF-A         PIC 9(2).
               10  SG-COEFF-B         PIC 9(2).

       77  WS-STAGE-IDX               PIC 9(4) VALUE ZERO.
       77  WS-STAGE-SLOT              PIC 9(4) VALUE ZERO.
       77  WS-NET-HASH                PIC 9(18) VALUE ZERO.
       77  WS-WEEK-END-DATE           PIC 9(8) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-SKIP-GEN-COUNT          PIC 9(3) VALUE ZERO.

      * Business unit the week is built for; blank on a generation
      * header means the default unit
       77  WS-RUN-UNIT                PIC X(4) VALUE SPACES.
       77  WS-DEFAULT-UNIT            PIC X(4) VALUE SPACES.
       77  WS-PARM-TEXT-LEN           PIC 9(2) VALUE ZERO.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(4).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           IF WS-RETURN-CODE = ZERO
               PERFORM 100-STAGE-THE-WEEK
                   THRU 100-STAGE-THE-WEEK-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-WRITE-CONSOLIDATED
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBWKEXT - WEEKLY EXTRACT BUILD'
           DISPLAY '======================================='

           SET UNR-VALIDATE TO TRUE
           MOVE SPACES TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT TO WS-DEFAULT-UNIT
           MOVE UNR-UNIT TO WS-RUN-UNIT

           IF PARM-LENGTH > ZERO
               MOVE PARM-LENGTH TO WS-PARM-TEXT-LEN
               IF WS-PARM-TEXT-LEN > 4
                   MOVE 4 TO WS-PARM-TEXT-LEN
               END-IF
               MOVE SPACES TO UNR-UNIT
               MOVE PARM-TEXT(1:WS-PARM-TEXT-LEN) TO UNR-UNIT
               SET UNR-VALIDATE TO TRUE
               CALL 'FIBUNITR' USING FIBUNITR-PARMS
               IF UNR-OK
                   MOVE UNR-UNIT TO WS-RUN-UNIT
               ELSE
                   DISPLAY 'ERROR: BUSINESS UNIT ' UNR-UNIT
                       ' IS NOT DEFINED ON FIBUNITT - NOTHING '
                       'CONSOLIDATED'
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'BUSINESS UNIT: ' WS-RUN-UNIT.

       100-STAGE-THE-WEEK.
           OPEN INPUT WEEK-IN-FILE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               DISPLAY 'GENERATIONS BALANCED: ' WS-GEN-COUNT
               DISPLAY 'OTHER UNITS SKIPPED:  ' WS-SKIP-GEN-COUNT
               DISPLAY 'DISTINCT TERMS STAGED: ' WS-STAGE-COUNT
           END-IF.


      * Each H opens a generation and each T closes and balances
      * it; the detail rows between them land in the staging table
      * under the last-occurrence rule - unless the header names
      * another business unit.
       110-STAGE-ONE-RECORD.
           EVALUATE EXH-RECORD-TYPE
               WHEN 'H'
                   ADD 1 TO WS-GEN-COUNT
                   MOVE ZERO TO WS-GEN-REC-COUNT
                   MOVE ZERO TO WS-GEN-HASH
                   IF EXH-UNIT = WS-RUN-UNIT
                           OR (EXH-UNIT = SPACES
                               AND WS-RUN-UNIT = WS-DEFAULT-UNIT)
                       MOVE 'N' TO WS-GEN-UNIT-SW
                   ELSE
                       SET GEN-OTHER-UNIT TO TRUE
                       ADD 1 TO WS-SKIP-GEN-COUNT
                   END-IF
               WHEN 'T'
                   MOVE 'N' TO WS-GEN-OPEN-SW
                   IF EXR-RECORD-COUNT NOT = WS-GEN-REC-COUNT
                               WS-GEN-HASH - 999999999999999999
                               + EXT-FIB-NUMBER - 1
                   END-ADD
                   IF NOT GEN-OTHER-UNIT
                       PERFORM 120-APPLY-LAST-OCCURRENCE
                   END-IF
           END-EVALUATE.

       120-APPLY-LAST-OCCURRENCE.
                   TO SG-SEQ-ORDER(WS-STAGE-SLOT)
               MOVE EXT-RESIDUE-FLAG
                   TO SG-RESIDUE-FLAG(WS-STAGE-SLOT)
               MOVE EXT-COEFF-A TO SG-COEFF-A(WS-STAGE-SLOT)
               MOVE EXT-COEFF-B TO SG-COEFF-B(WS-STAGE-SLOT)
           END-IF.

       200-WRITE-CONSOLIDATED.
           MOVE WS-WEEK-END-DATE TO WKH-RUN-DATE
           MOVE 'FIBWKEXT'       TO WKH-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WKH-TIMESTAMP
           MOVE '03'             TO WKH-LAYOUT-VERSION
           MOVE WS-RUN-UNIT      TO WKH-UNIT
           WRITE WEEK-OUT-HEADER

           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
               MOVE SG-SEQ-ORDER(WS-STAGE-IDX)    TO WKO-SEQ-ORDER
               MOVE SG-RESIDUE-FLAG(WS-STAGE-IDX)
                   TO WKO-RESIDUE-FLAG
               MOVE SG-COEFF-A(WS-STAGE-IDX)      TO WKO-COEFF-A
               MOVE SG-COEFF-B(WS-STAGE-IDX)      TO WKO-COEFF-B
               WRITE WEEK-OUT-RECORD
               ADD 1 TO WS-NET-COUNT
               ADD WKO-FIB-NUMBER TO WS-NET-HASH
               '  NET HASH: ' WS-NET-HASH.

       900-TERMINATE.
           DISPLAY '   FIBWKEXT COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
