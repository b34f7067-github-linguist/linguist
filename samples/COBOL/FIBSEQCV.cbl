      * 09-02-2026  AG  CLEAR THE 3 TAIL BYTES OF CONVERTED
      *                 SUMMARY/DETAIL ROWS - RESIDUAL BUFFER
      *                 CONTENTS COULD LAND IN HIST-QUAR-FLAG
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-WRITTEN-COUNT           PIC 9(9) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           DISPLAY 'RECORDS READ:    ' WS-READ-COUNT
           DISPLAY 'RECORDS WRITTEN: ' WS-WRITTEN-COUNT

           DISPLAY '   FIBSEQCV COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
