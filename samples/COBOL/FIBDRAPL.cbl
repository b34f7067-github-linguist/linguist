      *                 REPORT
      * 09-02-2026  AG  POST STANDBY ROWS UNDER RUN SEQUENCE 01 OF
      *                 THE SEQUENCED FIBHIST KEY
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
       77  WS-DIVERGED-COUNT          PIC 9(3) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
               END-IF
           END-IF

           DISPLAY '   FIBDRAPL COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
