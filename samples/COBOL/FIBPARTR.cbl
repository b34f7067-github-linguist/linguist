      *                 PRIOR-YEAR ROWS TO THE FIBHISTP CLUSTER
      * 09-02-2026  AG  CARRY THE INTRA-DAY RUN SEQUENCE ADDED TO
      *                 THE FIBHIST KEY
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  CD-YEAR                PIC 9(4).
           05  FILLER                 PIC X(17).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           DISPLAY 'ROWS DELETED FROM FIBHIST: ' WS-DELETED-COUNT
           DISPLAY 'CURRENT-YEAR ROWS KEPT:  ' WS-KEPT-COUNT

           DISPLAY '   FIBPARTR COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
