      * CUTOFF OVERRIDE, AND THE SUBMITTING OPERATOR. THE FILE IS
      * APPEND-ONLY CERTIFICATE HISTORY - POINT THE AUDITORS AT
      * IT INSTEAD OF AT SYSOUT.
      *
      * DCERT-TIER NAMES WHAT WAS DESTROYED: H (OR SPACE ON THE
      * CERTIFICATES FILED BEFORE THE TIER WAS CARRIED) IS A
      * FIBPURGE DELETE PASS OVER FIBHIST; A IS A FIBAEXP EXPIRY OF
      * ONE FIBARCH GENERATION PAST ARCHIVE RETENTION - THE
      * GENERATION, ITS RUN-DATE RANGE AND ROW COUNT FROM FIBACAT,
      * THE ARCHIVE CUTOFF IN BOTH CUTOFF FIELDS AND NO COUNTS BY
      * TYPE (THE TAPE IS NOT READ TO SCRATCH IT).
      *****************************************************************
       01  DESTRUCTION-CERT-RECORD.
           05  DCERT-CERT-DATE        PIC 9(8).
           05  DCERT-RSCORE-COUNT     PIC 9(7).
           05  DCERT-WIDE-COUNT       PIC 9(7).
           05  DCERT-HELD-COUNT       PIC 9(7).
           05  DCERT-TIER             PIC X.
               88  DCERT-HISTORY-TIER     VALUE 'H' SPACE.
               88  DCERT-ARCHIVE-TIER     VALUE 'A'.
