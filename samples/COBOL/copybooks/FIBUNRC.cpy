      *****************************************************************
      * FIBUNRC - PARAMETER AREA FOR THE FIBUNITR BUSINESS-UNIT
      * RESOLVER (CALL 'FIBUNITR' USING FIBUNITR-PARMS)
      *
      * FIBUNITR DOES NO I/O, SO BATCH AND CICS PROGRAMS CALL IT
      * ALIKE. REQUESTS:
      *   U  VALIDATE UNR-UNIT (SPACES MEAN THE DEFAULT UNIT, WHICH
      *      COMES BACK IN UNR-UNIT) AND RETURN ITS ENTRY
      *   S  RETURN THE UNIT WHOSE SEQUENCE BAND HOLDS UNR-RUN-SEQ
      *      (SEQUENCE 00, NEVER ASSIGNED TO A RUN, IS THE DEFAULT
      *      UNIT'S)
      *   A  MAY A USERID WHOSE FIBAUTH RECORD CARRIES THE UNITS IN
      *      UNR-AUTH-UNITS ACT FOR UNR-UNIT? ALL SPACES PERMITS THE
      *      DEFAULT UNIT ONLY; *ALL PERMITS EVERY UNIT
      *   I  RETURN THE UNR-INDEX'TH ENTRY OF THE TABLE, TO WALK
      *      EVERY UNIT
      * EVERY REQUEST THAT FINDS AN ENTRY RETURNS ITS CODE, BAND,
      * COST CENTRE AND NAME, AND UNR-UNIT-COUNT THE TABLE SIZE.
      * UNR-RESULT: K FOUND / PERMITTED, N NO SUCH UNIT (OR INDEX,
      * OR A SEQUENCE NO BAND HOLDS), D THE UNIT EXISTS BUT THE
      * USERID MAY NOT ACT FOR IT.
      *****************************************************************
       01  FIBUNITR-PARMS.
           05  UNR-REQUEST            PIC X.
               88  UNR-VALIDATE           VALUE 'U'.
               88  UNR-FIND-SEQ           VALUE 'S'.
               88  UNR-CHECK-ACCESS       VALUE 'A'.
               88  UNR-BY-INDEX           VALUE 'I'.
           05  UNR-UNIT               PIC X(4).
           05  UNR-RUN-SEQ            PIC 9(2).
           05  UNR-INDEX              PIC 9(2).
           05  UNR-AUTH-UNITS.
               10  UNR-AUTH-UNIT      PIC X(4) OCCURS 4 TIMES.
           05  UNR-SEQ-LOW            PIC 9(2).
           05  UNR-SEQ-HIGH           PIC 9(2).
           05  UNR-COST-CENTRE        PIC X(8).
           05  UNR-UNIT-NAME          PIC X(30).
           05  UNR-UNIT-COUNT         PIC 9(2).
           05  UNR-RESULT             PIC X.
               88  UNR-OK                 VALUE 'K'.
               88  UNR-UNKNOWN            VALUE 'N'.
               88  UNR-DENIED             VALUE 'D'.
