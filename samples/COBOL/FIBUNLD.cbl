      * 09-02-2026  AG  UNLOAD THE TYPE-W WIDE-VALUE ROWS
      *                 (TERM-INDEX 7001-7200) WITH THEIR OWN
      *                 LAYOUT
      * 10-15-2026  AG  UNLOAD THE TYPE-X PARAMETER-SNAPSHOT
      *                 EXTENSION ROWS (TERM-INDEX 9996)
      * 10-15-2026  AG  UNLOAD THE TYPE-F PRIME FACTORIZATION ROWS
      *                 (TERM-INDEX 8001-8400)
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  BKP-PARM-TRUNC-AVG     PIC X.
           05  BKP-PARM-PROFILE       PIC X(8).
           05  BKP-PARM-SEQ-ORDER     PIC 9.
      * PARAMETER-SNAPSHOT EXTENSION ROWS (TERM-INDEX 9996) CARRY
      * THEIR DATA AREA THROUGH UNCHANGED
       01  BACKUP-PARMX-RECORD.
           05  BKP-PARMX-RUN-DATE     PIC 9(8).
           05  BKP-PARMX-RUN-SEQ      PIC 9(2).
           05  BKP-PARMX-TERM-INDEX   PIC 9(4).
           05  BKP-PARMX-DATA         PIC X(75).
      * PRIME FACTORIZATION ROWS (TERM-INDEX 8001-8400) CARRY
      * THEIR DATA AREA THROUGH UNCHANGED AS WELL
       01  BACKUP-FACT-RECORD.
           05  BKP-FACT-RUN-DATE      PIC 9(8).
           05  BKP-FACT-RUN-SEQ       PIC 9(2).
           05  BKP-FACT-TERM-INDEX    PIC 9(4).
           05  BKP-FACT-DATA          PIC X(75).
      * INBOUND RISK-SCORE ROWS (TERM-INDEX 9997) TRAVEL WITH
      * THEIR OWN LAYOUT
      * WIDE-VALUE HIGH-WORD ROWS (TERM-INDEX 7001-7200) TRAVEL
           05  FILLER                 PIC X(13).


      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.


       000-INITIALIZE.
           MOVE 'FIBUNLD ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
               MOVE HIST-WIDE-WORD-4     TO BKP-WIDE-WORD-4
               WRITE BACKUP-WIDE-RECORD
           ELSE
           IF HIST-TERM-INDEX > 8000 AND HIST-TERM-INDEX NOT > 8400
               MOVE HIST-FACT-RUN-DATE     TO BKP-FACT-RUN-DATE
               MOVE HIST-FACT-RUN-SEQ      TO BKP-FACT-RUN-SEQ
               MOVE HIST-FACT-TERM-INDEX   TO BKP-FACT-TERM-INDEX
               MOVE HIST-FACT-DATA         TO BKP-FACT-DATA
               WRITE BACKUP-FACT-RECORD
           ELSE
           IF HIST-TERM-INDEX = 9997
               MOVE HIST-RSCORE-RUN-DATE   TO BKP-RSC-RUN-DATE
               MOVE HIST-RSCORE-RUN-SEQ     TO BKP-RSC-RUN-SEQ
               MOVE HIST-RSCORE-RECV-STAMP TO BKP-RSC-RECV-STAMP
               WRITE BACKUP-RSCORE-RECORD
           ELSE
           IF HIST-TERM-INDEX = 9996
               MOVE HIST-PARMX-RUN-DATE    TO BKP-PARMX-RUN-DATE
               MOVE HIST-PARMX-RUN-SEQ     TO BKP-PARMX-RUN-SEQ
               MOVE HIST-PARMX-TERM-INDEX  TO BKP-PARMX-TERM-INDEX
               MOVE HIST-PARMX-DATA        TO BKP-PARMX-DATA
               WRITE BACKUP-PARMX-RECORD
           ELSE
           IF HIST-TERM-INDEX = 9998
               MOVE HIST-CERT-RUN-DATE   TO BKP-CERT-RUN-DATE
               MOVE HIST-CERT-RUN-SEQ     TO BKP-CERT-RUN-SEQ
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF NOT BKUP-FILE-OK
               DISPLAY 'ERROR: BACKUP WRITE FAILED AT '
           DISPLAY '  OF WHICH NOTES:   ' WS-NOTE-COUNT
           DISPLAY 'HASH TOTAL:         ' WS-UNLOAD-HASH

           DISPLAY '   FIBUNLD COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-UNLOAD-COUNT TO PERF-RECORDS
