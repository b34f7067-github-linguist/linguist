      * deleted from FIBHIST, keeping the indexed file down to a
      * manageable size. The cutoff is computed from today's date
      * unless the SYSIN control card supplies an explicit override.
      *
      * An operator quiesce request posted on FIBRUNC through
      * FIBQUIES is honored at the next delete-pass checkpoint: the
      * checkpoint is written, the runs deleted so far are posted
      * to FIBRDIR, and the job ends RC=32 with QUIESCED posted. The
      * next run resumes the delete pass from that checkpoint and
      * registers the archive and files the certificate then.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBPURGE.
      * 09-02-2026  AG  ARCHIVE THE TYPE-W WIDE-VALUE ROWS
      *                 (TERM-INDEX 7001-7200) WITH THEIR OWN
      *                 LAYOUT AND COUNT THEM ON THE CERTIFICATE
      * 10-15-2026  AG  ARCHIVE THE TYPE-X PARAMETER-SNAPSHOT
      *                 EXTENSION ROWS (TERM-INDEX 9996) WITH THE
      *                 SNAPSHOT BY THE SUMMARY WINDOW
      * 10-15-2026  AG  POST EVERY RUN THE DELETE PASS TOUCHED AS
      *                 ARCHIVED, WITH ITS ARCHIVE GENERATION, ON
      *                 THE FIBRDIR RUN DIRECTORY
      * 10-15-2026  AG  ARCHIVE THE TYPE-F PRIME FACTORIZATION ROWS
      *                 (TERM-INDEX 8001-8400) BY THE DETAIL WINDOW,
      *                 COUNTED WITH THE LUCAS COMPANION ROWS ON THE
      *                 CERTIFICATE
      * 10-15-2026  AG  RESOLVE THE PURGE-OVERRIDE PERMISSION FROM
      *                 THE USERID'S FIBAUTH ROLES THROUGH FIBROLR
      * 10-15-2026  AG  HONOR A LIVE FIBBRKG BREAK-GLASS GRANT OF
      *                 PURGEOVR THROUGH FIBBGCK AND TAG THE CUTOFF
      *                 OVERRIDE AND ITS PURGE COUNT ON FIBBGACT
      * 10-15-2026  AG  CLEAR THE APPROVING CHECKER ON JOURNAL ENTRIES
      * 10-15-2026  AG  CLEAR THE APPROVING CHECKER ON JOURNAL ENTRIES
      * 10-15-2026  AG  HONOR AN OPERATOR QUIESCE REQUEST ON FIBRUNC AT
      *                 EACH DELETE-PASS CHECKPOINT - POST QUIESCED,
      *                 END RC=32 AND LEAVE THE CHECKPOINT FOR THE RERUN
      * 10-15-2026  AG  REGISTER NEW GENERATIONS LIVE ON THE WIDER
      *                 FIBACAT ENTRY, MARK THE CERTIFICATE AS THE
      *                 FIBHIST TIER AND LEAVE THE ARCHIVE POLICY
      *                 RECORD ON FIBRPOL TO FIBAEXP
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      * 10-15-2026  AG  TAG A BREAK-GLASS CUTOFF OVERRIDE BEFORE IT IS
      *                 APPLIED AND REFUSE IT IF THE GRANT HAS ENDED
      *                 OR EXPIRED
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  ARCH-PARM-TRUNC-AVG    PIC X.
           05  ARCH-PARM-PROFILE      PIC X(8).
           05  ARCH-PARM-SEQ-ORDER    PIC 9.
      * PARAMETER-SNAPSHOT EXTENSION ROWS (TERM-INDEX 9996) CARRY
      * THEIR DATA AREA THROUGH UNCHANGED
       01  ARCHIVE-PARMX-RECORD.
           05  ARCH-PARMX-RUN-DATE    PIC 9(8).
           05  ARCH-PARMX-RUN-SEQ     PIC 9(2).
           05  ARCH-PARMX-TERM-INDEX  PIC 9(4).
           05  ARCH-PARMX-DATA        PIC X(75).

      * PRIME FACTORIZATION ROWS (TERM-INDEX 8001-8400) CARRY
      * THEIR DATA AREA THROUGH UNCHANGED AS WELL
       01  ARCHIVE-FACT-RECORD.
           05  ARCH-FACT-RUN-DATE     PIC 9(8).
           05  ARCH-FACT-RUN-SEQ      PIC 9(2).
           05  ARCH-FACT-TERM-INDEX   PIC 9(4).
           05  ARCH-FACT-DATA         PIC X(75).

      * CERTIFICATION ROWS (TERM-INDEX 9998) ARCHIVE WITH THEIR
      * OWN LAYOUT
           05  CAT-LOW-RUN-DATE       PIC 9(8).
           05  CAT-HIGH-RUN-DATE      PIC 9(8).
           05  CAT-ROW-COUNT          PIC 9(7).
           05  CAT-STATUS             PIC X.
               88  CAT-IS-EXPIRED         VALUE 'E'.
           05  CAT-EXPIRED-DATE       PIC 9(8).
           05  FILLER                 PIC X(19).

      * Append-only destruction certificate history for retention
      * audits
               88  HOLD-FILE-OPEN-OK      VALUE 'Y'.
           05  WS-DATE-HELD-SW        PIC X VALUE 'N'.
               88  DATE-IS-HELD           VALUE 'Y'.
           05  WS-QUIESCE-SW          PIC X VALUE 'N'.
               88  QUIESCE-HONORED        VALUE 'Y'.

       01  CURRENT-DATE-TIME.
           05  CD-YEAR                PIC 9(4).
           88  HRTB-FILE-OK               VALUE '00'.
       77  WS-OVERRIDE-APPLIED-SW     PIC X VALUE 'N'.
           88  CUTOFF-WAS-OVERRIDDEN      VALUE 'Y'.
       77  WS-BG-GRANT-STAMP          PIC 9(14) VALUE ZERO.

      * Archived-row counts by record type for the destruction
      * certificate. The per-term companion rows - Lucas terms and
      * prime factorizations - share the Lucas count.
       01  DESTRUCTION-TYPE-COUNTS.
           05  WS-CT-SUMMARY          PIC 9(7) VALUE ZERO.
           05  WS-CT-DETAIL           PIC 9(7) VALUE ZERO.
           05  WS-CT-WIDE             PIC 9(7) VALUE ZERO.


      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

      * Change-journal record for the shared FIBJRNW writer
           COPY FIBJRNC.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.

      * The runs this execution's delete pass removed rows from,
      * posted to the run directory once the generation is known
       01  ARCHIVED-RUN-TABLE.
           05  WS-ARUN-COUNT          PIC 9(4) VALUE ZERO.
           05  ARUN-ENTRY OCCURS 2000 TIMES.
               10  ARUN-RUN-DATE      PIC 9(8).
               10  ARUN-RUN-SEQ       PIC 9(2).

       77  WS-ARUN-IDX                PIC 9(4) VALUE ZERO.
       77  WS-ARUN-OVERFLOW           PIC 9(7) VALUE ZERO.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Parameter area for the shared FIBBGCK break-glass checker
           COPY FIBBGKC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO RUNC-TIMESTAMP
                   MOVE WS-USERID TO RUNC-USERID
                   INITIALIZE RUNC-QUIESCE-REQUEST
                   WRITE RUNC-RECORD
                       INVALID KEY
                           REWRITE RUNC-RECORD
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'FIBPURGE' TO RUNC-PROGRAM
               EVALUATE TRUE
                   WHEN QUIESCE-HONORED
                       MOVE 'QUIESCED ' TO RUNC-STATUS
                   WHEN WS-RETURN-CODE > 4
                       MOVE 'FAILED   ' TO RUNC-STATUS
                   WHEN OTHER
                       MOVE 'COMPLETED' TO RUNC-STATUS
               END-EVALUATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUNC-TIMESTAMP
               MOVE WS-USERID TO RUNC-USERID
               INITIALIZE RUNC-QUIESCE-REQUEST
               REWRITE RUNC-RECORD
                   INVALID KEY
                       WRITE RUNC-RECORD

       000-INITIALIZE.
           MOVE 'FIBPURGE' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           IF PARM-LENGTH > ZERO

           IF WS-CC-PURGE-DATE IS NUMERIC AND WS-CC-PURGE-DATE > ZERO
               PERFORM 018-CHECK-OVERRIDE-AUTHORITY
               IF WS-BG-GRANT-STAMP > ZERO
                   MOVE SPACES TO BGK-ACTION-TEXT
                   STRING 'PURGE CUTOFF OVERRIDDEN TO '
                          WS-CC-PURGE-DATE
                          DELIMITED BY SIZE INTO BGK-ACTION-TEXT
                   END-STRING
                   PERFORM 019-TAG-BREAK-GLASS-ACTION
               END-IF
               IF AUTH-RUN-BLOCKED
                   DISPLAY 'ERROR: USERID ' WS-USERID ' IS NOT '
                       'AUTHORIZED TO OVERRIDE THE PURGE CUTOFF'
      * retention change never needs a recompile. Record types:
      * DETAIL (term rows and their notes) and SUMMARY (term-index-0
      * rows and the run-level note). Missing file or entry keeps
      * the compiled defaults. The ARCHIVE record is the FIBARCH
      * generations' own retention, read by FIBAEXP.
       015-READ-RETENTION-POLICY.
           MOVE 'N' TO WS-POL-EOF-SW
           OPEN INPUT POLICY-FILE
                                           TO
                                           WS-SUMMARY-RETENTION-DAYS
                                   END-IF
                               WHEN 'ARCHIVE '
                                   CONTINUE
                               WHEN OTHER
                                   DISPLAY 'POLICY RECORD IGNORED - '
                                       'UNKNOWN TYPE <'
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.

      * An operator quiesce request on this job's own FIBRUNC
      * record, looked for right after each checkpoint is written.
      * An unreadable FIBRUNC simply means no request.
       045-CHECK-QUIESCE.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'FIBPURGE' TO RUNC-PROGRAM
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUNC-QUIESCE-REQUESTED
                           SET QUIESCE-HONORED TO TRUE
                           DISPLAY 'QUIESCE REQUESTED BY '
                               RUNC-QUIESCE-USERID ' AT '
                               RUNC-QUIESCE-STAMP ' - STOPPING AT '
                               'THE CHECKPOINT AFTER KEY '
                               HIST-RUN-DATE '/' HIST-TERM-INDEX
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * A cutoff override is a sensitive option: the submitter must
      * carry the purge-override permission (the OPERATOR role),
      * resolved by FIBROLR from the FIBAUTH roles, or a live
      * FIBBRKG break-glass grant of it when the roles lack it.
      * An absent FIBAUTH dataset disables the checking with a
      * warning (QA regions run without one).
       018-CHECK-OVERRIDE-AUTHORITY.
                   INVALID KEY
                       SET AUTH-RUN-BLOCKED TO TRUE
                   NOT INVALID KEY
                       SET RLR-RESOLVE TO TRUE
                       MOVE AUTH-ROLES TO RLR-ROLES
                       CALL 'FIBROLR' USING FIBROLR-PARMS
                       IF RLR-SOD-CONFLICT
                           DISPLAY 'ERROR: USERID ' WS-USERID
                               ' ROLES BREAK RULE ' RLR-SOD-RULE-ID
                       END-IF
                       IF RLR-PURGE-OVR-FLAG NOT = 'Y'
                           SET AUTH-RUN-BLOCKED TO TRUE
                           IF NOT RLR-SOD-CONFLICT
                               PERFORM 017-TAKE-UP-BREAK-GLASS
                           END-IF
                       END-IF
               END-READ
               CLOSE AUTHORIZATION-FILE
           END-IF.

      * FIBBGCK has logged the grant as used by the time it answers
       017-TAKE-UP-BREAK-GLASS.
           SET BGK-CHECK TO TRUE
           MOVE WS-USERID  TO BGK-USERID
           MOVE 'PURGEOVR' TO BGK-PERMISSION
           MOVE 'FIBPURGE' TO BGK-PROGRAM
           MOVE SPACES     TO BGK-ACTION-TEXT
           CALL 'FIBBGCK' USING FIBBGCK-PARMS
           IF BGK-GRANT-LIVE
               MOVE 'N' TO WS-AUTH-BLOCKED-SW
               MOVE BGK-GRANT-STAMP TO WS-BG-GRANT-STAMP
               DISPLAY 'WARNING: USERID ' WS-USERID ' ACTING UNDER '
                   'BREAK-GLASS GRANT ' BGK-GRANT-STAMP
                   ' - EXPIRES ' BGK-EXPIRY-STAMP
           END-IF.

      * One FIBBGACT record per action taken under the grant; the
      * caller stages BGK-ACTION-TEXT. The override is tagged before
      * it is applied: a grant FIBBGCK finds ended or expired since
      * it was taken up blocks the override as if never held.
       019-TAG-BREAK-GLASS-ACTION.
           SET BGK-LOG-ACTION TO TRUE
           MOVE WS-USERID         TO BGK-USERID
           MOVE 'PURGEOVR'        TO BGK-PERMISSION
           MOVE 'FIBPURGE'        TO BGK-PROGRAM
           MOVE WS-BG-GRANT-STAMP TO BGK-GRANT-STAMP
           CALL 'FIBBGCK' USING FIBBGCK-PARMS
           IF NOT BGK-GRANT-LIVE
               DISPLAY 'ERROR: BREAK-GLASS GRANT ' WS-BG-GRANT-STAMP
                   ' NO LONGER LIVE - ' BGK-ACTION-TEXT
               SET AUTH-RUN-BLOCKED TO TRUE
               MOVE ZERO TO WS-BG-GRANT-STAMP
           END-IF.

       010-READ-CONTROL-CARD.
           READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
               AT END
           PERFORM 170-DELETE-PASS
               THRU 170-DELETE-PASS-EXIT

      * Quiesced: the checkpoint stands and the restart finishes
      * the pass, registers the generation and files the
      * certificate. The runs deleted so far go to FIBRDIR now
      * under the generation the restart will register.
           IF QUIESCE-HONORED
               PERFORM 181-FIND-NEXT-GENERATION
               PERFORM 185-POST-ARCHIVED-RUNS
               IF 32 > WS-RETURN-CODE
                   MOVE 32 TO WS-RETURN-CODE
               END-IF
               DISPLAY 'FIBPURGE QUIESCED AFTER ' WS-PURGE-COUNT
                   ' ROW(S) PURGED - RERUN TO RESUME'
               GO TO 100-PURGE-HISTORY-EXIT
           END-IF

           IF WS-ARCH-WRITE-COUNT > ZERO
               PERFORM 180-REGISTER-ARCHIVE-GEN
           END-IF

           PERFORM 185-POST-ARCHIVED-RUNS

           PERFORM 190-WRITE-DESTRUCTION-CERT
               THRU 190-WRITE-CERT-EXIT

                   OR HIST-TERM-INDEX = 9999
                   OR HIST-TERM-INDEX = 9998
                   OR HIST-TERM-INDEX = 9997
                   OR HIST-TERM-INDEX = 9996
               IF HIST-RUN-DATE < WS-SUMMARY-PURGE-DATE
                   SET ROW-IS-PURGEABLE TO TRUE
               END-IF

      * Phase 3: the destructive pass, checkpointed every
      * WS-CHECKPOINT-EVERY deletes so a cancel resumes cleanly.
      * An operator quiesce request stops it at a checkpoint.
       170-DELETE-PASS.
           OPEN I-O FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               END-START
           END-IF

           PERFORM UNTIL HIST-EOF-REACHED OR QUIESCE-HONORED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   MOVE SPACES TO JRN-AFTER-IMAGE
                   MOVE 'FIBPURGE' TO JRN-PROGRAM
                   MOVE WS-USERID  TO JRN-USERID
                   MOVE SPACES     TO JRN-APPROVED-BY
                   CALL 'FIBJRNW' USING HIST-JOURNAL-RECORD
                   PERFORM 177-REMEMBER-ARCHIVED-RUN
                       THRU 177-REMEMBER-ARCHIVED-RUN-EXIT
           END-DELETE

           ADD 1 TO WS-PURGE-COUNT

           IF FUNCTION MOD(WS-PURGE-COUNT, WS-CHECKPOINT-EVERY) = 0
               PERFORM 030-WRITE-CHECKPOINT
               PERFORM 045-CHECK-QUIESCE
           END-IF.

      * Rows arrive in key order, so a run is new to the table only
      * when it differs from the last entry
       177-REMEMBER-ARCHIVED-RUN.
           IF WS-ARUN-COUNT > ZERO
               IF ARUN-RUN-DATE(WS-ARUN-COUNT) = HIST-RUN-DATE
                       AND ARUN-RUN-SEQ(WS-ARUN-COUNT) = HIST-RUN-SEQ
                   GO TO 177-REMEMBER-ARCHIVED-RUN-EXIT
               END-IF
           END-IF

           IF WS-ARUN-COUNT = 2000
               ADD 1 TO WS-ARUN-OVERFLOW
           ELSE
               ADD 1 TO WS-ARUN-COUNT
               MOVE HIST-RUN-DATE TO ARUN-RUN-DATE(WS-ARUN-COUNT)
               MOVE HIST-RUN-SEQ  TO ARUN-RUN-SEQ(WS-ARUN-COUNT)
           END-IF.

       177-REMEMBER-ARCHIVED-RUN-EXIT.
           EXIT.

      * Runs past the table are left to the next FIBRDIRB rebuild,
      * which reads the deletes back from FIBJRNL
       185-POST-ARCHIVED-RUNS.
           PERFORM VARYING WS-ARUN-IDX FROM 1 BY 1
                     UNTIL WS-ARUN-IDX > WS-ARUN-COUNT
               INITIALIZE FIBRDIR-PARMS
               MOVE ARUN-RUN-DATE(WS-ARUN-IDX) TO RDP-RUN-DATE
               MOVE ARUN-RUN-SEQ(WS-ARUN-IDX)  TO RDP-RUN-SEQ
               SET RDP-ARCHIVED       TO TRUE
               MOVE 'Y'               TO RDP-STATE-CODE
               MOVE 'FIBPURGE'        TO RDP-PROGRAM
               MOVE WS-USERID         TO RDP-USERID
               MOVE WS-NEXT-GENERATION TO RDP-ARCH-GENERATION
               CALL 'FIBRDIRP' USING FIBRDIR-PARMS
           END-PERFORM

           IF WS-ARUN-OVERFLOW > ZERO
               DISPLAY 'WARNING: ' WS-ARUN-OVERFLOW ' ARCHIVED '
                   'ROW(S) PAST THE RUN TABLE NOT POSTED TO FIBRDIR '
                   '- RUN FIBRDIRB'
           END-IF.

       110-ARCHIVE-ONE-ROW.
                   PERFORM 123-ARCHIVE-CERT-ROW
               WHEN HIST-TERM-INDEX = 9997
                   PERFORM 124-ARCHIVE-RSCORE-ROW
               WHEN HIST-TERM-INDEX = 9996
                   PERFORM 127-ARCHIVE-PARMX-ROW
               WHEN HIST-TERM-INDEX NOT < 6000
                       AND HIST-TERM-INDEX NOT > 6200
                   PERFORM 115-ARCHIVE-DATA-ROW
               WHEN HIST-TERM-INDEX > 7000
                       AND HIST-TERM-INDEX NOT > 7200
                   PERFORM 126-ARCHIVE-WIDE-ROW
               WHEN HIST-TERM-INDEX > 8000
                       AND HIST-TERM-INDEX NOT > 8400
                   PERFORM 128-ARCHIVE-FACT-ROW
               WHEN HIST-TERM-INDEX > 200
                   PERFORM 120-ARCHIVE-NOTE-ROW
               WHEN OTHER
                   WHEN HIST-TERM-INDEX NOT > 200
                       ADD 1 TO WS-CT-DETAIL
                   WHEN HIST-TERM-INDEX = 9999
                           OR HIST-TERM-INDEX = 9996
                       ADD 1 TO WS-CT-PARM
                   WHEN HIST-TERM-INDEX = 9998
                       ADD 1 TO WS-CT-CERTREC
                   WHEN HIST-TERM-INDEX NOT < 6000
                           AND HIST-TERM-INDEX NOT > 6200
                       ADD 1 TO WS-CT-LUCAS
                   WHEN HIST-TERM-INDEX > 8000
                           AND HIST-TERM-INDEX NOT > 8400
                       ADD 1 TO WS-CT-LUCAS
                   WHEN HIST-TERM-INDEX > 7000
                           AND HIST-TERM-INDEX NOT > 7200
                       ADD 1 TO WS-CT-WIDE
           MOVE WS-CT-RSCORE            TO DCERT-RSCORE-COUNT
           MOVE WS-CT-WIDE              TO DCERT-WIDE-COUNT
           MOVE WS-HELD-ROW-COUNT       TO DCERT-HELD-COUNT
           SET DCERT-HISTORY-TIER       TO TRUE

           WRITE DESTRUCTION-CERT-RECORD
           CLOSE DESTRUCTION-CERT-FILE
           EXIT.

       180-REGISTER-ARCHIVE-GEN.
           PERFORM 181-FIND-NEXT-GENERATION

           OPEN EXTEND ARCHIVE-CATALOG-FILE
           IF CAT-FILE-NOT-FOUND
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
           END-IF

           MOVE SPACES              TO ARCHIVE-CATALOG-RECORD
           MOVE WS-NEXT-GENERATION  TO CAT-GENERATION-ID
           MOVE WS-TODAY-DATE       TO CAT-CREATE-DATE
           MOVE WS-ARCH-LOW-DATE    TO CAT-LOW-RUN-DATE
           MOVE WS-ARCH-HIGH-DATE   TO CAT-HIGH-RUN-DATE
           MOVE WS-ARCH-WRITE-COUNT TO CAT-ROW-COUNT
           MOVE ZERO                TO CAT-EXPIRED-DATE
           WRITE ARCHIVE-CATALOG-RECORD
           CLOSE ARCHIVE-CATALOG-FILE

           DISPLAY 'ARCHIVE GENERATION ' WS-NEXT-GENERATION
               ' CATALOGED: RUNS ' WS-ARCH-LOW-DATE ' - '
               WS-ARCH-HIGH-DATE ', ' WS-ARCH-WRITE-COUNT
               ' ROW(S)'.

      * The next generation number is one past the highest on the
      * FIBACAT catalog
       181-FIND-NEXT-GENERATION.
           MOVE ZERO TO WS-NEXT-GENERATION
           MOVE 'N' TO WS-CAT-EOF-SW

               CLOSE ARCHIVE-CATALOG-FILE
           END-IF

           ADD 1 TO WS-NEXT-GENERATION.

      * The summary and detail views share one data area in the new
      * FIBHIST layout, so the archive record is filled by record

           WRITE ARCHIVE-PARM-RECORD.

       127-ARCHIVE-PARMX-ROW.
           MOVE HIST-PARMX-RUN-DATE    TO ARCH-PARMX-RUN-DATE
           MOVE HIST-PARMX-RUN-SEQ     TO ARCH-PARMX-RUN-SEQ
           MOVE HIST-PARMX-TERM-INDEX  TO ARCH-PARMX-TERM-INDEX
           MOVE HIST-PARMX-DATA        TO ARCH-PARMX-DATA
           WRITE ARCHIVE-PARMX-RECORD.

       128-ARCHIVE-FACT-ROW.
           MOVE HIST-FACT-RUN-DATE    TO ARCH-FACT-RUN-DATE
           MOVE HIST-FACT-RUN-SEQ     TO ARCH-FACT-RUN-SEQ
           MOVE HIST-FACT-TERM-INDEX  TO ARCH-FACT-TERM-INDEX
           MOVE HIST-FACT-DATA        TO ARCH-FACT-DATA
           WRITE ARCHIVE-FACT-RECORD.

       126-ARCHIVE-WIDE-ROW.
           MOVE HIST-WIDE-RUN-DATE   TO ARCH-WIDE-RUN-DATE
           MOVE HIST-WIDE-RUN-SEQ    TO ARCH-WIDE-RUN-SEQ
                   WS-HELD-ROW-COUNT
           END-IF

           IF WS-BG-GRANT-STAMP > ZERO AND CUTOFF-WAS-OVERRIDDEN
               MOVE SPACES TO BGK-ACTION-TEXT
               IF SIMULATE-MODE
                   STRING 'SIMULATED - NO ROWS PURGED'
                          DELIMITED BY SIZE INTO BGK-ACTION-TEXT
                   END-STRING
               ELSE
                   STRING WS-PURGE-COUNT ' ROWS PURGED UNDER THE '
                          'CUTOFF OVERRIDE - RC ' WS-RETURN-CODE
                          DELIMITED BY SIZE INTO BGK-ACTION-TEXT
                   END-STRING
               END-IF
               PERFORM 019-TAG-BREAK-GLASS-ACTION
           END-IF

           IF QUIESCE-HONORED
               DISPLAY '   FIBPURGE QUIESCED'
           ELSE
               DISPLAY '   FIBPURGE COMPLETED - RELEASE ' REL-RELEASE-ID
           END-IF
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-PURGE-COUNT TO PERF-RECORDS
