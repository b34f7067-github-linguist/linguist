      *                 PRODUCTION-TO-QA COPY OF FIBHIST
      * 09-02-2026  AG  CARRY THE INTRA-DAY RUN SEQUENCE ADDED TO
      *                 THE FIBHIST KEY
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-MASKED-CERTS            PIC 9(7) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           DISPLAY 'CERTIFICATIONS MASKED:' WS-MASKED-CERTS
           DISPLAY 'USERIDS PSEUDONYMIZED:' WS-MAP-COUNT

           DISPLAY '   FIBMASK COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
