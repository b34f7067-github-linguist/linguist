      * PARTITIONING SCHEME CAN CHANGE IN ONE PLACE. THE
      * SUBPROGRAM DOES NO I/O AND IS SAFE TO CALL FROM BATCH AND
      * CICS ALIKE.
      *
      * AN ONLINE READER THAT FINDS THE BATCH INTERLOCK HELD SETS
      * FR-READ-SHADOW AND IS HANDED THE MATCHING CLUSTER OF THE
      * POINT-IN-TIME SHADOW FIBSHADW TAKES AT THE START OF THE
      * CYCLE INSTEAD; ANY OTHER VALUE ROUTES TO THE LIVE HISTORY.
      *****************************************************************
       01  FIBROUTE-PARMS.
           05  FR-IN-RUN-DATE         PIC 9(8).
           05  FR-OUT-CLUSTER-CODE    PIC X.
               88  FR-CURRENT-CLUSTER     VALUE 'C'.
               88  FR-PRIOR-CLUSTER       VALUE 'P'.
           05  FR-IN-COPY-CODE        PIC X.
               88  FR-READ-SHADOW         VALUE 'S'.
               88  FR-READ-LIVE           VALUE 'L'.
