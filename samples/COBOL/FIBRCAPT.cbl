      *
      * SYSIN card: the run date to file under, columns 1-8
      * (default today). A recapture of the same date replaces the
      * day's lines. A report name in columns 10-17 files some
      * other job's report (FIBACRPT, FIBSEALV ...) whole under a
      * section of that name, with no marker cutting; a recapture
      * then replaces only that section of the date. RC=8 when a
      * file is unavailable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRCAPT.
      *                 RECAPTURE - WRITE/REWRITE ALONE LEFT A
      *                 LONGER EARLIER CAPTURE'S TAIL LINES ON
      *                 FILE AS IF PRINTED
      * 10-15-2026  AG  FILE A NAMED REPORT (SYSIN COLUMNS 10-17)
      *                 WHOLE UNDER ITS OWN SECTION; A RECAPTURE
      *                 REPLACES ONLY THE SECTIONS IT FILES
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  WS-CONTROL-CARD.
           05  WS-CC-RUN-DATE         PIC 9(8).
           05  FILLER                 PIC X.
           05  WS-CC-REPORT-NAME      PIC X(8).
           05  FILLER                 PIC X(63).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.

       77  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       77  WS-SECTION                 PIC X(8) VALUE 'DETAIL  '.
       77  WS-REPORT-NAME             PIC X(8) VALUE SPACES.
       77  WS-LINE-SEQ                PIC 9(7) VALUE ZERO.
       77  WS-FILED-COUNT             PIC 9(7) VALUE ZERO.
       77  WS-PURGED-COUNT            PIC 9(7) VALUE ZERO.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
                               AND WS-CC-RUN-DATE > ZERO
                           MOVE WS-CC-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF WS-CC-REPORT-NAME NOT = SPACES
                           MOVE WS-CC-REPORT-NAME TO WS-REPORT-NAME
                           MOVE WS-CC-REPORT-NAME TO WS-SECTION
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           DISPLAY '======================================='
           DISPLAY '   FIBRCAPT - REPORT WAREHOUSE CAPTURE'
           DISPLAY '======================================='
           DISPLAY 'FILING UNDER RUN DATE: ' WS-RUN-DATE
           IF WS-REPORT-NAME NOT = SPACES
               DISPLAY 'FILING AS REPORT:      ' WS-REPORT-NAME
           END-IF.

       100-CAPTURE-REPORT.
           OPEN INPUT PRINT-IN-FILE
      * A recapture replaces the day's lines outright: everything
      * already filed under the run date is deleted first, so a
      * shorter recapture cannot leave an earlier capture's tail
      * lines paging in FIBRVIEW as if printed. A named report
      * replaces only its own section, and the day's print only
      * the DETAIL, EXCEPT and MANIFEST sections, so neither
      * capture deletes the other's
       105-PURGE-PRIOR-CAPTURE.
           MOVE 'N' TO WS-PURGE-EOF-SW
           MOVE WS-RUN-DATE TO RAR-RUN-DATE
                       IF RAR-RUN-DATE NOT = WS-RUN-DATE
                           SET PURGE-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 107-PURGE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
                   'LINE(S) FOR ' WS-RUN-DATE ' DELETED'
           END-IF.

       107-PURGE-ONE-LINE.
           IF WS-REPORT-NAME NOT = SPACES
               IF RAR-SECTION = WS-REPORT-NAME
                   DELETE REPORT-ARCHIVE-FILE
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
           ELSE
               IF RAR-SECTION = 'DETAIL  ' OR 'EXCEPT  '
                                           OR 'MANIFEST'
                   DELETE REPORT-ARCHIVE-FILE
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
           END-IF.

      * The marker lines switch the section, the FIBBURST cuts;
      * line sequence runs within the section so retrieval pages
      * in print order. A named report is one section.
       110-FILE-ONE-LINE.
           IF WS-REPORT-NAME = SPACES
               PERFORM 115-CUT-SECTION
           END-IF

           ADD 1 TO WS-LINE-SEQ


           ADD 1 TO WS-FILED-COUNT.

       115-CUT-SECTION.
           EVALUATE TRUE
               WHEN PRINT-IN-RECORD(1:29)
                       = '===== EXCEPTION SUMMARY ====='
                   MOVE 'EXCEPT  ' TO WS-SECTION
                   MOVE ZERO TO WS-LINE-SEQ
               WHEN PRINT-IN-RECORD(1:27)
                       = '===== OUTPUT MANIFEST ====='
                   MOVE 'MANIFEST' TO WS-SECTION
                   MOVE ZERO TO WS-LINE-SEQ
               WHEN PRINT-IN-RECORD(1:35)
                       = '===== DECK COMPLETION SUMMARY ====='
                   IF WS-SECTION NOT = 'MANIFEST'
                       MOVE 'MANIFEST' TO WS-SECTION
                       MOVE ZERO TO WS-LINE-SEQ
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'REPORT LINES FILED: ' WS-FILED-COUNT

           DISPLAY '   FIBRCAPT COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
