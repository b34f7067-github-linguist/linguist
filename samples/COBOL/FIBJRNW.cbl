      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - BEFORE/AFTER IMAGE
      *                 JOURNALING FOR EVERY FIBHIST UPDATE
      * 10-15-2026  AG  CARRY THE APPROVING CHECKER (JRN-APPROVED-BY) -
      *                 JOURNAL RECORD WIDENED TO 239 BYTES
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  HIST-JOURNAL-FILE
           RECORDING MODE IS F.
       01  HIST-JOURNAL-OUT           PIC X(239).

       WORKING-STORAGE SECTION.

