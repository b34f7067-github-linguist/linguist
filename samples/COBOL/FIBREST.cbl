      * 09-02-2026  AG  RESTORE THE TYPE-W WIDE-VALUE ROWS
      *                 (TERM-INDEX 7001-7200) FROM THEIR OWN
      *                 LAYOUT
      * 10-15-2026  AG  RESTORE THE TYPE-X PARAMETER-SNAPSHOT
      *                 EXTENSION ROWS (TERM-INDEX 9996)
      * 10-15-2026  AG  POST EVERY RUN THAT HAD ROWS RESTORED AS
      *                 RESTORED ON THE FIBRDIR RUN DIRECTORY
      * 10-15-2026  AG  JOURNAL EVERY RESTORED ROW AS AN ADD THROUGH
      *                 THE SHARED FIBJRNW WRITER, SO THE DB2
      *                 INCREMENTAL APPLY AND FIBRFWD SEE RESTORES
      * 10-15-2026  AG  RESTORE THE TYPE-F PRIME FACTORIZATION ROWS
      *                 (TERM-INDEX 8001-8400)
      * 10-15-2026  AG  CLEAR THE APPROVING CHECKER ON JOURNAL ENTRIES
      * 10-15-2026  AG  CLEAR THE APPROVING CHECKER ON JOURNAL ENTRIES
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  ARCH-PARM-PROFILE      PIC X(8).
           05  ARCH-PARM-SEQ-ORDER    PIC 9.

      * PARAMETER-SNAPSHOT EXTENSION ROWS (TERM-INDEX 9996),
      * MIRRORING FIBPURGE
       01  ARCHIVE-PARMX-RECORD.
           05  ARCH-PARMX-RUN-DATE    PIC 9(8).
           05  ARCH-PARMX-RUN-SEQ     PIC 9(2).
           05  ARCH-PARMX-TERM-INDEX  PIC 9(4).
           05  ARCH-PARMX-DATA        PIC X(75).

      * PRIME FACTORIZATION ROWS (TERM-INDEX 8001-8400),
      * MIRRORING FIBPURGE
       01  ARCHIVE-FACT-RECORD.
           05  ARCH-FACT-RUN-DATE     PIC 9(8).
           05  ARCH-FACT-RUN-SEQ      PIC 9(2).
           05  ARCH-FACT-TERM-INDEX   PIC 9(4).
           05  ARCH-FACT-DATA         PIC X(75).

      * WIDE-VALUE HIGH-WORD ROWS (TERM-INDEX 7001-7200) TRAVEL
      * WITH THEIR OWN LAYOUT
       01  ARCHIVE-WIDE-RECORD.
       77  WS-ERROR-COUNT             PIC 9(7) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * The runs this pass put rows back for, posted to the run
      * directory once the archive has been read through
       01  RESTORED-RUN-TABLE.
           05  WS-RRUN-COUNT          PIC 9(4) VALUE ZERO.
           05  RRUN-ENTRY OCCURS 2000 TIMES.
               10  RRUN-RUN-DATE      PIC 9(8).
               10  RRUN-RUN-SEQ       PIC 9(2).

       77  WS-RRUN-IDX                PIC 9(4) VALUE ZERO.
       77  WS-RRUN-OVERFLOW           PIC 9(7) VALUE ZERO.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.

      * Change-journal record for the shared FIBJRNW writer; the
      * row is staged before the WRITE releases the record area
           COPY FIBJRNC.

       77  WS-JRN-NEW-IMAGE           PIC X(100) VALUE SPACES.
       77  WS-USERID                  PIC X(8) VALUE SPACES.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-RESTORE-HISTORY THRU 100-RESTORE-HISTORY-EXIT
           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBREST - FIBARCH RESTORE TO FIBHIST'
           DISPLAY '======================================='
                               ADD 1 TO
                                   WS-DATE-RESTORED(WS-MATCH-IDX)
                           END-IF
                           IF WS-RESTORED-COUNT > WS-PRIOR-RESTORED
                               PERFORM 130-REMEMBER-RESTORED-RUN
                                   THRU 130-REMEMBER-RESTORED-RUN-EXIT
                           END-IF
                       ELSE
                           ADD 1 TO WS-BYPASSED-COUNT
                       END-IF
           END-PERFORM

           CLOSE ARCHIVE-FILE
           CLOSE FIB-HISTORY-FILE

           PERFORM 140-POST-RESTORED-RUNS.

       100-RESTORE-HISTORY-EXIT.
           EXIT.

      * The archive holds a run's rows together, so a run is new to
      * the table only when it differs from the last entry
       130-REMEMBER-RESTORED-RUN.
           IF WS-RRUN-COUNT > ZERO
               IF RRUN-RUN-DATE(WS-RRUN-COUNT) = ARCH-RUN-DATE
                       AND RRUN-RUN-SEQ(WS-RRUN-COUNT) = ARCH-RUN-SEQ
                   GO TO 130-REMEMBER-RESTORED-RUN-EXIT
               END-IF
           END-IF

           IF WS-RRUN-COUNT = 2000
               ADD 1 TO WS-RRUN-OVERFLOW
           ELSE
               ADD 1 TO WS-RRUN-COUNT
               MOVE ARCH-RUN-DATE TO RRUN-RUN-DATE(WS-RRUN-COUNT)
               MOVE ARCH-RUN-SEQ  TO RRUN-RUN-SEQ(WS-RRUN-COUNT)
           END-IF.

       130-REMEMBER-RESTORED-RUN-EXIT.
           EXIT.

       140-POST-RESTORED-RUNS.
           PERFORM VARYING WS-RRUN-IDX FROM 1 BY 1
                     UNTIL WS-RRUN-IDX > WS-RRUN-COUNT
               INITIALIZE FIBRDIR-PARMS
               MOVE RRUN-RUN-DATE(WS-RRUN-IDX) TO RDP-RUN-DATE
               MOVE RRUN-RUN-SEQ(WS-RRUN-IDX)  TO RDP-RUN-SEQ
               SET RDP-RESTORED       TO TRUE
               MOVE 'Y'               TO RDP-STATE-CODE
               MOVE 'FIBREST '        TO RDP-PROGRAM
               CALL 'FIBRDIRP' USING FIBRDIR-PARMS
           END-PERFORM

           IF WS-RRUN-OVERFLOW > ZERO
               DISPLAY 'WARNING: ' WS-RRUN-OVERFLOW ' RESTORED '
                   'ROW(S) PAST THE RUN TABLE NOT POSTED TO FIBRDIR'
           END-IF.

       150-JOURNAL-RESTORED-ROW.
           MOVE 'FIBREST '       TO JRN-PROGRAM
           MOVE WS-USERID        TO JRN-USERID
           MOVE SPACES           TO JRN-APPROVED-BY
           MOVE 'A'              TO JRN-ACTION
           MOVE SPACES           TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-NEW-IMAGE TO JRN-AFTER-IMAGE
           CALL 'FIBJRNW' USING HIST-JOURNAL-RECORD.

       110-RESTORE-ONE-ROW.
           EVALUATE TRUE
               WHEN ARCH-TERM-INDEX = 9999
                   PERFORM 118-RESTORE-CERT-ROW
               WHEN ARCH-TERM-INDEX = 9997
                   PERFORM 119-RESTORE-RSCORE-ROW
               WHEN ARCH-TERM-INDEX = 9996
                   PERFORM 114-RESTORE-PARMX-ROW
               WHEN ARCH-TERM-INDEX NOT < 6000
                       AND ARCH-TERM-INDEX NOT > 6200
                   PERFORM 112-RESTORE-DATA-ROW
               WHEN ARCH-TERM-INDEX > 7000
                       AND ARCH-TERM-INDEX NOT > 7200
                   PERFORM 116-RESTORE-WIDE-ROW
               WHEN ARCH-TERM-INDEX > 8000
                       AND ARCH-TERM-INDEX NOT > 8400
                   PERFORM 113-RESTORE-FACT-ROW
               WHEN ARCH-TERM-INDEX > 200
                   PERFORM 115-RESTORE-NOTE-ROW
               WHEN OTHER
               MOVE ARCH-RESIDUE-FLAG  TO HIST-RESIDUE-FLAG
           END-IF

           MOVE HIST-PARM-RECORD TO WS-JRN-NEW-IMAGE
           WRITE HIST-RECORD
               INVALID KEY
                   IF HIST-FILE-DUP-KEY
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 150-JOURNAL-RESTORED-ROW
           END-WRITE.

       113-RESTORE-FACT-ROW.
           MOVE ARCH-FACT-RUN-DATE     TO HIST-FACT-RUN-DATE
           MOVE ARCH-FACT-RUN-SEQ      TO HIST-FACT-RUN-SEQ
           MOVE ARCH-FACT-TERM-INDEX   TO HIST-FACT-TERM-INDEX
           MOVE 'F'                    TO HIST-FACT-RECORD-TYPE
           MOVE ZERO                   TO HIST-FACT-AIX-FILLER
           MOVE ARCH-FACT-DATA         TO HIST-FACT-DATA

           MOVE HIST-PARM-RECORD TO WS-JRN-NEW-IMAGE
           WRITE HIST-FACT-RECORD
               INVALID KEY
                   IF HIST-FILE-DUP-KEY
                       ADD 1 TO WS-SKIPPED-DUP-COUNT
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'WARNING: UNABLE TO RESTORE '
                           'FACTORIZATION ' ARCH-FACT-RUN-DATE '/'
                           ARCH-FACT-TERM-INDEX
                           ' - STATUS ' WS-HIST-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 150-JOURNAL-RESTORED-ROW
           END-WRITE.

       114-RESTORE-PARMX-ROW.
           MOVE ARCH-PARMX-RUN-DATE    TO HIST-PARMX-RUN-DATE
           MOVE ARCH-PARMX-RUN-SEQ     TO HIST-PARMX-RUN-SEQ
           MOVE ARCH-PARMX-TERM-INDEX  TO HIST-PARMX-TERM-INDEX
           MOVE 'X'                    TO HIST-PARMX-RECORD-TYPE
           MOVE ZERO                   TO HIST-PARMX-AIX-FILLER
           MOVE ARCH-PARMX-DATA        TO HIST-PARMX-DATA

           MOVE HIST-PARM-RECORD TO WS-JRN-NEW-IMAGE
           WRITE HIST-PARMX-RECORD
               INVALID KEY
                   IF HIST-FILE-DUP-KEY
                       ADD 1 TO WS-SKIPPED-DUP-COUNT
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'WARNING: UNABLE TO RESTORE PARM '
                           'EXTENSION ' ARCH-PARMX-RUN-DATE
                           ' - STATUS ' WS-HIST-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 150-JOURNAL-RESTORED-ROW
           END-WRITE.

       115-RESTORE-NOTE-ROW.
           MOVE ARCH-NOTE-TIMESTAMP  TO HIST-NOTE-TIMESTAMP
           MOVE ARCH-NOTE-TEXT       TO HIST-NOTE-TEXT

           MOVE HIST-PARM-RECORD TO WS-JRN-NEW-IMAGE
           WRITE HIST-NOTE-RECORD
               INVALID KEY
                   IF HIST-FILE-DUP-KEY
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 150-JOURNAL-RESTORED-ROW
           END-WRITE.

       116-RESTORE-WIDE-ROW.
           MOVE ARCH-WIDE-WORD-2     TO HIST-WIDE-WORD-2
           MOVE ARCH-WIDE-WORD-3     TO HIST-WIDE-WORD-3
           MOVE ARCH-WIDE-WORD-4     TO HIST-WIDE-WORD-4
           MOVE HIST-PARM-RECORD TO WS-JRN-NEW-IMAGE
           WRITE HIST-WIDE-RECORD
               INVALID KEY
                   IF HIST-FILE-DUP-KEY
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 150-JOURNAL-RESTORED-ROW
           END-WRITE.

       117-RESTORE-PARM-ROW.
           MOVE ARCH-PARM-PROFILE      TO HIST-PARM-PROFILE
           MOVE ARCH-PARM-SEQ-ORDER    TO HIST-PARM-SEQ-ORDER

           MOVE HIST-PARM-RECORD TO WS-JRN-NEW-IMAGE
           WRITE HIST-PARM-RECORD
               INVALID KEY
                   IF HIST-FILE-DUP-KEY
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 150-JOURNAL-RESTORED-ROW
           END-WRITE.

       119-RESTORE-RSCORE-ROW.
           MOVE ARCH-RSC-SOURCE     TO HIST-RSCORE-SOURCE
           MOVE ARCH-RSC-RECV-STAMP TO HIST-RSCORE-RECV-STAMP

           MOVE HIST-PARM-RECORD TO WS-JRN-NEW-IMAGE
           WRITE HIST-RSCORE-RECORD
               INVALID KEY
                   IF HIST-FILE-DUP-KEY
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 150-JOURNAL-RESTORED-ROW
           END-WRITE.

       118-RESTORE-CERT-ROW.
           MOVE ARCH-CERT-TIMESTAMP  TO HIST-CERT-TIMESTAMP
           MOVE ARCH-CERT-USERID     TO HIST-CERT-USERID

           MOVE HIST-PARM-RECORD TO WS-JRN-NEW-IMAGE
           WRITE HIST-CERT-RECORD
               INVALID KEY
                   IF HIST-FILE-DUP-KEY
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM 150-JOURNAL-RESTORED-ROW
           END-WRITE.

       120-CHECK-DATE-WANTED.
               END-IF
           END-IF

           DISPLAY '   FIBREST COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
