      *   - overflow flag Y when the parameter snapshot shows the
      *     run asked for more terms than the summary carries,
      *   - sequence order from the snapshot (2 when no snapshot
      *     survives), and the COEFF weights from its type-X
      *     extension (1,1 when the run has none),
      *   - restart/validation/divisibility figures are not
      *     recoverable historically and are carried neutral,
      *   - RISK-ORIGIN-FLAG B marks every record as backfilled,
      *     always tell a backfill from an original.
      *
      * The standard header/trailer convention brackets the output
      * (layout version 03). SYSIN: start date in columns 1-8, end
      * date in columns 10-17. RC=8 when FIBHIST is unavailable.
      ******************************************************************
       IDENTIFICATION DIVISION.
      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - HISTORICAL BACKFILL OF
      *                 THE RISK INTERCHANGE FILE FROM FIBHIST
      * 10-15-2026  AG  CARRY THE COEFF WEIGHTS FROM THE SNAPSHOT
      *                 EXTENSION (RISK LAYOUT VERSION 03)
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE COMPLETION
      *                 LINE AND THE FIBRISK HEADER
      * 10-15-2026  AG  RELEASE ID MOVED TO THE FIBRISK TRAILER SO THE
      *                 HEADER STAYS WITHIN LRECL 43; HEADER UNIT LEFT
      *                 BLANK (THE DEFAULT UNIT)
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  RISK-CUMULATIVE-SUM    PIC 9(18).
           05  RISK-SEQ-ORDER         PIC 9.
           05  RISK-ORIGIN-FLAG       PIC X.
           05  RISK-COEFF-A           PIC 9(2).
           05  RISK-COEFF-B           PIC 9(2).
       01  RISK-HEADER-RECORD.
           05  RKH-RECORD-TYPE        PIC X.
           05  RKH-RUN-DATE           PIC 9(8).
           05  RKH-PROGRAM-ID         PIC X(8).
           05  RKH-TIMESTAMP          PIC 9(14).
           05  RKH-LAYOUT-VERSION     PIC X(2).
           05  RKH-UNIT               PIC X(4).
       01  RISK-TRAILER-RECORD.
           05  RKR-RECORD-TYPE        PIC X.
           05  RKR-RECORD-COUNT       PIC 9(9).
           05  RKR-HASH-TOTAL         PIC 9(18).
           05  RKR-RELEASE-ID         PIC X(8).

       WORKING-STORAGE SECTION.

           05  WS-PEND-TERM-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-PEND-PARM-TERMS     PIC 9(4) VALUE ZERO.
           05  WS-PEND-SEQ-ORDER      PIC 9 VALUE 2.
           05  WS-PEND-COEFF-A        PIC 9(2) VALUE 1.
           05  WS-PEND-COEFF-B        PIC 9(2) VALUE 1.

       77  WS-START-DATE              PIC 9(8) VALUE ZERO.
       77  WS-END-DATE                PIC 9(8) VALUE 99999999.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           MOVE CD-DATE      TO RKH-RUN-DATE
           MOVE 'FIBRISKB'   TO RKH-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RKH-TIMESTAMP
           MOVE '03'         TO RKH-LAYOUT-VERSION
           MOVE SPACES       TO RKH-UNIT
           WRITE RISK-HEADER-RECORD

           MOVE WS-START-DATE TO HIST-RUN-DATE
           MOVE 'T'               TO RKR-RECORD-TYPE
           MOVE WS-RISK-REC-COUNT TO RKR-RECORD-COUNT
           MOVE WS-RISK-HASH      TO RKR-HASH-TOTAL
           MOVE REL-RELEASE-ID    TO RKR-RELEASE-ID
           WRITE RISK-TRAILER-RECORD

           CLOSE RISK-REPORT-FILE
                   MOVE HIST-ACTUAL-COUNT TO WS-PEND-TERM-COUNT
                   MOVE ZERO              TO WS-PEND-PARM-TERMS
                   MOVE 2                 TO WS-PEND-SEQ-ORDER
                   MOVE 1                 TO WS-PEND-COEFF-A
                   MOVE 1                 TO WS-PEND-COEFF-B
               WHEN HIST-TERM-INDEX = 9999
                   MOVE HIST-PARM-TERM-COUNT TO WS-PEND-PARM-TERMS
                   MOVE HIST-PARM-SEQ-ORDER  TO WS-PEND-SEQ-ORDER
               WHEN HIST-TERM-INDEX = 9996
                   IF HIST-PARMX-COEFF-A IS NUMERIC
                           AND HIST-PARMX-COEFF-B IS NUMERIC
                           AND HIST-PARMX-COEFF-A > ZERO
                       MOVE HIST-PARMX-COEFF-A TO WS-PEND-COEFF-A
                       MOVE HIST-PARMX-COEFF-B TO WS-PEND-COEFF-B
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE ZERO TO RISK-CUMULATIVE-SUM
           MOVE WS-PEND-SEQ-ORDER TO RISK-SEQ-ORDER
           MOVE 'B'  TO RISK-ORIGIN-FLAG
           MOVE WS-PEND-COEFF-A TO RISK-COEFF-A
           MOVE WS-PEND-COEFF-B TO RISK-COEFF-B

           WRITE RISK-REPORT-RECORD
           ADD 1 TO WS-RISK-REC-COUNT
           DISPLAY SPACE
           DISPLAY 'BACKFILL RECORDS WRITTEN: ' WS-RISK-REC-COUNT

           DISPLAY '   FIBRISKB COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
