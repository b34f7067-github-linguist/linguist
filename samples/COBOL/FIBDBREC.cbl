      * 09-02-2026  AG  REPORT A QUARANTINED RUN AS INTENTIONALLY
      *                 ABSENT FROM THE TABLES INSTEAD OF A
      *                 PER-ROW MISMATCH STORM
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
               END-IF
           END-IF

           DISPLAY '   FIBDBREC COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
