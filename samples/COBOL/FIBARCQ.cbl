      *
      * SYSIN cards carry one 8-digit YYYYMMDD run date each in
      * columns 1-8; with no SYSIN the whole catalog is listed.
      * A generation FIBAEXP has expired is shown with its expiry
      * date - its tape is scratched and it restores nothing.
      * RC=4 when a requested run date is in no live cataloged
      * archive.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBARCQ.

      * MODIFICATION HISTORY
      * 08-22-2026  AG  INITIAL VERSION - ARCHIVE CATALOG QUERY
      * 10-15-2026  AG  SHOW GENERATIONS EXPIRED BY FIBAEXP - A RUN
      *                 DATE ONLY IN AN EXPIRED GENERATION IS MISSED
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  CAT-LOW-RUN-DATE       PIC 9(8).
           05  CAT-HIGH-RUN-DATE      PIC 9(8).
           05  CAT-ROW-COUNT          PIC 9(7).
           05  CAT-STATUS             PIC X.
               88  CAT-IS-EXPIRED         VALUE 'E'.
           05  CAT-EXPIRED-DATE       PIC 9(8).
           05  FILLER                 PIC X(19).

       WORKING-STORAGE SECTION.

               10  CT-LOW-RUN-DATE    PIC 9(8).
               10  CT-HIGH-RUN-DATE   PIC 9(8).
               10  CT-ROW-COUNT       PIC 9(7).
               10  CT-STATUS          PIC X.
                   88  CT-IS-EXPIRED      VALUE 'E'.
               10  CT-EXPIRED-DATE    PIC 9(8).

       77  WS-CAT-IDX                 PIC 9(4) VALUE ZERO.
       77  WS-QUERY-COUNT             PIC 9(5) VALUE ZERO.
       77  WS-MISSED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
                           TO CT-HIGH-RUN-DATE(WS-CAT-COUNT)
                       MOVE CAT-ROW-COUNT
                           TO CT-ROW-COUNT(WS-CAT-COUNT)
                       MOVE CAT-STATUS
                           TO CT-STATUS(WS-CAT-COUNT)
                       MOVE CAT-EXPIRED-DATE
                           TO CT-EXPIRED-DATE(WS-CAT-COUNT)
               END-READ
           END-PERFORM

                       NOT < CT-LOW-RUN-DATE(WS-CAT-IDX)
                       AND WS-CC-QUERY-DATE
                       NOT > CT-HIGH-RUN-DATE(WS-CAT-IDX)
                   IF CT-IS-EXPIRED(WS-CAT-IDX)
                       DISPLAY 'RUN ' WS-CC-QUERY-DATE
                           ' WAS IN GENERATION '
                           CT-GENERATION-ID(WS-CAT-IDX)
                           ' - EXPIRED '
                           CT-EXPIRED-DATE(WS-CAT-IDX)
                           ', NOT RESTORABLE'
                   ELSE
                       SET DATE-WAS-FOUND TO TRUE
                       DISPLAY 'RUN ' WS-CC-QUERY-DATE
                           ' IS IN GENERATION '
                           CT-GENERATION-ID(WS-CAT-IDX)
                           ' (CREATED ' CT-CREATE-DATE(WS-CAT-IDX)
                           ', RUNS ' CT-LOW-RUN-DATE(WS-CAT-IDX)
                           ' - ' CT-HIGH-RUN-DATE(WS-CAT-IDX)
                           ', ' CT-ROW-COUNT(WS-CAT-IDX) ' ROWS)'
                   END-IF
               END-IF
           END-PERFORM

                   ' RUNS ' CT-LOW-RUN-DATE(WS-CAT-IDX)
                   ' - ' CT-HIGH-RUN-DATE(WS-CAT-IDX)
                   ' ROWS ' CT-ROW-COUNT(WS-CAT-IDX)
               IF CT-IS-EXPIRED(WS-CAT-IDX)
                   DISPLAY '           EXPIRED '
                       CT-EXPIRED-DATE(WS-CAT-IDX)
                       ' - SCRATCHED, NOT RESTORABLE'
               END-IF
           END-PERFORM.

       900-TERMINATE.
               END-IF
           END-IF

           DISPLAY '   FIBARCQ COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
