      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - FAST-DOUBLING TERM
      *                 CALCULATOR FOR AUDITOR REQUEST DECKS
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-BAD-CARD-COUNT        PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE           PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE

           CLOSE PRINT-FILE

           DISPLAY '   FIBCALCX COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
