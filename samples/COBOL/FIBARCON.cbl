      * 09-02-2026  AG  COPY AND VERIFY AT THE FULL 105-BYTE
      *                 ARCHIVE RECORD LENGTH AND READ THE RUN
      *                 DATE AHEAD OF THE SEQUENCED KEY
      * 10-15-2026  AG  CARRY THE WIDER FIBACAT ENTRY - EXPIRY STATUS
      *                 AND DATE - AND CATALOG THE MERGED GENERATION
      *                 LIVE
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

       FD  NEW-CATALOG-FILE
           RECORDING MODE IS F.
           05  NCT-LOW-RUN-DATE       PIC 9(8).
           05  NCT-HIGH-RUN-DATE      PIC 9(8).
           05  NCT-ROW-COUNT          PIC 9(7).
           05  NCT-STATUS             PIC X.
           05  NCT-EXPIRED-DATE       PIC 9(8).
           05  FILLER                 PIC X(19).

       WORKING-STORAGE SECTION.

           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
               END-PERFORM

               ADD 1 TO WS-NEXT-GENERATION
               MOVE SPACES              TO NEW-CATALOG-RECORD
               MOVE WS-NEXT-GENERATION  TO NCT-GENERATION-ID
               MOVE CD-DATE             TO NCT-CREATE-DATE
               MOVE WS-MERGED-LOW-DATE  TO NCT-LOW-RUN-DATE
               MOVE WS-MERGED-HIGH-DATE TO NCT-HIGH-RUN-DATE
               MOVE WS-COPIED-COUNT     TO NCT-ROW-COUNT
               MOVE ZERO                TO NCT-EXPIRED-DATE
               WRITE NEW-CATALOG-RECORD

               CLOSE NEW-CATALOG-FILE
           END-IF.

       900-TERMINATE.
           DISPLAY '   FIBARCON COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
