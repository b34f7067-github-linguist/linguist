      *****************************************************************
      * FIBXVWC - RECEIVER VIEW RECORD (FIBXV1-FIBXV8, LRECL 50)
      *
      * WRITTEN BY FIBXVBLD, ONE FILE PER VIEW SLOT:
      *   H  HEADER  - RECEIVER, RUN DATE OF THE SOURCE EXTRACT,
      *                BUILDING PROGRAM AND TIME, LAYOUT VERSION
      *                AND THE COLUMN MAP THE DETAIL ROWS CARRY
      *   D  DETAIL  - THE SELECTED COLUMNS OF ONE FIBXTRCT ROW,
      *                LEFT TO RIGHT IN EXTRACT ORDER, PACKED
      *                TOGETHER AND PADDED WITH SPACES
      *   T  TRAILER - THE VIEW'S OWN DETAIL COUNT AND THE HASH
      *                TOTAL OF ITS FIB NUMBERS (MODULO 10**18,
      *                ZERO WHEN THE VIEW OMITS THAT COLUMN)
      *****************************************************************
       01  VIEW-OUTPUT-RECORD.
           05  VWO-RECORD-TYPE        PIC X.
               88  VWO-IS-HEADER          VALUE 'H'.
               88  VWO-IS-DETAIL          VALUE 'D'.
               88  VWO-IS-TRAILER         VALUE 'T'.
           05  VWO-BODY               PIC X(49).
           05  VWO-HEADER-BODY REDEFINES VWO-BODY.
               10  VWO-RECEIVER-ID    PIC X(8).
               10  VWO-RUN-DATE       PIC 9(8).
               10  VWO-PROGRAM-ID     PIC X(8).
               10  VWO-TIMESTAMP      PIC 9(14).
               10  VWO-LAYOUT-VERSION PIC X(2).
               10  VWO-COLUMN-MAP     PIC X(9).
           05  VWO-DETAIL-BODY REDEFINES VWO-BODY.
               10  VWO-DETAIL-DATA    PIC X(38).
               10  FILLER             PIC X(11).
           05  VWO-TRAILER-BODY REDEFINES VWO-BODY.
               10  VWO-RECORD-COUNT   PIC 9(9).
               10  VWO-HASH-TOTAL     PIC 9(18).
               10  FILLER             PIC X(22).
