      *                 PREDECESSOR WITH A CARRIED CHECK VALUE -
      *                 FIBSEALV PROVES THE SEALED MONTH BEFORE
      *                 FIBACRPT CERTIFIES IT TO COMPLIANCE
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  CD-MONTH               PIC 9(2).
           05  FILLER                 PIC X(15).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           DISPLAY 'RECORDS CARRIED FORWARD: ' WS-CARRIED-COUNT
           DISPLAY 'ARCHIVE HASH TOTAL:      ' WS-ARCH-HASH

           DISPLAY '   FIBACCUT COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
