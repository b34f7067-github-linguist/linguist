      *****************************************************************
      * FIBREGFC - REGULATORY SUBMISSION RECORD (FIBREGF, LRECL 100)
      *
      * THE REGULATOR'S FIXED FORMAT FOR THE QUARTERLY FILING BUILT
      * BY FIBREGS. THE CONTROL RECORD (TYPE 00) COMES FIRST AND
      * CARRIES THE FILING'S OWN COUNT AND CONTROL TOTAL, FOLLOWED
      * BY ONE DETAIL RECORD (TYPE 10) PER CERTIFIED RUN:
      *   REGC-FILING-ID    FIB + PERIOD (YYYYQN) + TYPE + NUMBER,
      *                     E.G. FIB2026Q3O01, FIB2026Q3A02
      *   REGC-FILING-TYPE  O ORIGINAL, A AMENDED (REPLACES THE
      *                     FILING NAMED IN REGC-AMENDS-NUMBER)
      *   REGC-CONTROL-TOTAL  SUM OF THE DETAIL TERM SUMS, MODULO
      *                     10**18 LIKE THE EXTRACT TRAILERS
      * EVERY FIELD IS UNSIGNED DISPLAY NUMERIC OR UPPER-CASE TEXT;
      * PERCENTAGES CARRY TWO IMPLIED DECIMALS.
      *****************************************************************
       01  REG-FILING-RECORD.
           05  REG-RECORD-TYPE        PIC X(2).
               88  REG-IS-CONTROL         VALUE '00'.
               88  REG-IS-DETAIL          VALUE '10'.
           05  REG-BODY               PIC X(98).
           05  REG-CONTROL-BODY REDEFINES REG-BODY.
               10  REGC-FILER-ID      PIC X(8).
               10  REGC-FILING-ID     PIC X(12).
               10  REGC-FILING-TYPE   PIC X.
                   88  REGC-IS-ORIGINAL   VALUE 'O'.
                   88  REGC-IS-AMENDED    VALUE 'A'.
               10  REGC-PERIOD        PIC X(6).
               10  REGC-PERIOD-START  PIC 9(8).
               10  REGC-PERIOD-END    PIC 9(8).
               10  REGC-CREATED-STAMP PIC 9(14).
               10  REGC-DETAIL-COUNT  PIC 9(7).
               10  REGC-CONTROL-TOTAL PIC 9(18).
               10  REGC-FORMAT-VERSION
                                      PIC X(2).
               10  REGC-AMENDS-NUMBER PIC 9(2).
               10  FILLER             PIC X(12).
           05  REG-DETAIL-BODY REDEFINES REG-BODY.
               10  REGD-RUN-DATE      PIC 9(8).
               10  REGD-RUN-SEQ       PIC 9(2).
               10  REGD-TERM-COUNT    PIC 9(4).
               10  REGD-TERM-SUM      PIC 9(18).
               10  REGD-COUNT-EVEN    PIC 9(3).
               10  REGD-COUNT-ODD     PIC 9(3).
               10  REGD-COUNT-PRIME   PIC 9(3).
               10  REGD-PCT-EVEN      PIC 9(3)V9(2).
               10  REGD-PCT-ODD       PIC 9(3)V9(2).
               10  REGD-PCT-PRIME     PIC 9(3)V9(2).
               10  REGD-CERT-STAMP    PIC 9(14).
               10  FILLER             PIC X(28).
