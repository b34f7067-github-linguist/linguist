      *****************************************************************
      * FIBCRTNC - CONFIRMATION RETURN RECORD (FIBCRTN, LRECL 130)
      *
      * FIBCONF WRITES THIS AS A TEMPLATE BESIDE EACH MONTHLY
      * STATEMENT, ONE DETAIL PER STATEMENT LINE WITH OUR FIGURES
      * STATED AND THE RESPONSE LEFT BLANK. THE RECEIVER FILLS IN
      * EACH LINE AND SENDS THE FILE BACK FOR FIBCNFRL TO LOAD:
      *   CRD-RESPONSE:   C CONFIRMED - THE LINE AGREES WITH
      *                     WHAT THEY RECEIVED
      *                   D DISPUTED  - CRD-THEIR-COUNT AND
      *                     CRD-THEIR-HASH HOLD WHAT THEY HAVE
      *                     (ZEROES WHEN NOTHING ARRIVED), WITH
      *                     A COMMENT
      *                   SPACE - NOT YET ANSWERED
      * THEIR FIGURES MAY BE LEFT BLANK ON A CONFIRMED LINE.
      * CRH-RETURNED-STAMP IS FILLED BY THE RECEIVER (OPTIONAL).
      *****************************************************************
       01  CONFIRM-RETURN-RECORD.
           05  CRT-RECORD-TYPE        PIC X.
               88  CRT-IS-HEADER          VALUE 'H'.
               88  CRT-IS-DETAIL          VALUE 'D'.
               88  CRT-IS-TRAILER         VALUE 'T'.
           05  CRT-RECEIVER-ID        PIC X(8).
           05  CRT-STATEMENT-MONTH    PIC 9(6).
           05  CRT-BODY               PIC X(115).
           05  CRT-HEADER-BODY REDEFINES CRT-BODY.
               10  CRH-CREATED-STAMP  PIC 9(14).
               10  CRH-RETURNED-STAMP PIC X(14).
               10  FILLER             PIC X(87).
           05  CRT-DETAIL-BODY REDEFINES CRT-BODY.
               10  CRD-LINE-SEQ       PIC 9(4).
               10  CRD-RUN-DATE       PIC 9(8).
               10  CRD-EXTRACT-ID     PIC X(8).
               10  CRD-STATED-COUNT   PIC 9(9).
               10  CRD-STATED-HASH    PIC 9(18).
               10  CRD-RESPONSE       PIC X.
                   88  CRD-CONFIRMED      VALUE 'C'.
                   88  CRD-DISPUTED       VALUE 'D'.
                   88  CRD-UNANSWERED     VALUE SPACE.
               10  CRD-THEIR-COUNT    PIC 9(9).
               10  CRD-THEIR-HASH     PIC 9(18).
               10  CRD-COMMENT        PIC X(40).
           05  CRT-TRAILER-BODY REDEFINES CRT-BODY.
               10  CRT-LINE-COUNT     PIC 9(9).
               10  FILLER             PIC X(106).
