      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - RECIPIENT-DRIVEN BURST OF
      *                 THE ADVFIBB REPORT INTO ROUTABLE SECTIONS
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-OUT-LINE                PIC X(133) VALUE SPACES.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
                   RT-RECIPIENT(WS-ROUTE-IDX)
           END-PERFORM

           DISPLAY '   FIBBURST COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
