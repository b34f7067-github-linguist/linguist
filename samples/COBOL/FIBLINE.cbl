      *                 REGISTRY-DRIVEN TRANSMIT STEP WRITES - THE
      *                 TRANSMITTED/ACKNOWLEDGED HOP NOW TRACES
      *                 PER RECEIVER
      * 10-15-2026  AG  LEAVE THE FIBRSTMT RESTATEMENT SENDS OUT OF
      *                 THE TRANSMISSION HOP - THEY CARRY THE DATE
      *                 THE RESTATEMENT WAS BUILT, NOT A RUN DATE
      * 10-15-2026  AG  SHOW AN ARCHIVE GENERATION FIBAEXP HAS EXPIRED
      *                 ON THE ARCHIVED HOP
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
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
           05  CAT-LOW-RUN-DATE       PIC 9(8).
           05  CAT-HIGH-RUN-DATE      PIC 9(8).
           05  CAT-ROW-COUNT          PIC 9(7).
           05  CAT-STATUS             PIC X.
               88  CAT-IS-EXPIRED         VALUE 'E'.
           05  CAT-EXPIRED-DATE       PIC 9(8).
           05  FILLER                 PIC X(19).

       FD  HOLD-FILE.
           COPY FIBHOLDC.
           05  WS-DB2-LOADED-SW       PIC X VALUE 'N'.
           05  WS-DB2-DETAIL-ROWS     PIC 9(9) VALUE ZERO.
           05  WS-ARCH-GEN-ID         PIC 9(5) VALUE ZERO.
           05  WS-ARCH-EXPIRED-DATE   PIC 9(8) VALUE ZERO.
           05  WS-HELD-SW             PIC X VALUE 'N'.

       77  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       77  WS-GAP-COUNT               PIC 9(3) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
                           SET PEND-EOF-REACHED TO TRUE
                       NOT AT END
                           IF XMT-RUN-DATE = WS-RUN-DATE
                                   AND NOT XMT-IS-RESTATEMENT
                               ADD 1 TO WS-XMIT-PENDING-COUNT
                               IF XMT-STATUS = 'M'
                                   MOVE 'Y' TO WS-XMIT-MISMATCH-SW
                                       NOT > CAT-HIGH-RUN-DATE
                               MOVE CAT-GENERATION-ID
                                   TO WS-ARCH-GEN-ID
                               IF CAT-IS-EXPIRED
                                   MOVE CAT-EXPIRED-DATE
                                       TO WS-ARCH-EXPIRED-DATE
                               ELSE
                                   MOVE ZERO
                                       TO WS-ARCH-EXPIRED-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           IF WS-ARCH-GEN-ID > ZERO
               DISPLAY 'ARCHIVED     YES - GENERATION '
                   WS-ARCH-GEN-ID ' ON THE FIBACAT CATALOG'
               IF WS-ARCH-EXPIRED-DATE > ZERO
                   DISPLAY 'EXPIRED      YES - GENERATION SCRATCHED '
                       WS-ARCH-EXPIRED-DATE ' PAST ARCHIVE RETENTION'
               END-IF
           ELSE
               DISPLAY 'ARCHIVED     NO - STILL ONLINE'
           END-IF
               END-IF
           END-IF

           DISPLAY '   FIBLINE COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
