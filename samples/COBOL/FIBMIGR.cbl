      *                 CONVERSION TO RECORD-TYPED FORMAT
      * 09-02-2026  AG  STAMP RUN SEQUENCE 01 ON CONVERTED ROWS
      *                 FOR THE SEQUENCED FIBHIST KEY
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-ERROR-COUNT             PIC 9(7) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
               MOVE 12 TO WS-RETURN-CODE
           END-IF

           DISPLAY '   FIBMIGR COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
