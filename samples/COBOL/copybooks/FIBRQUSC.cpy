      *****************************************************************
      * FIBRQUSC - RUN-REQUEST USAGE LOG RECORD (FIBRQUSE)
      *
      * ONE RECORD PER REQUEST FIBREQIN TAKES OFF FIB.RUN.REQUEST,
      * ACCEPTED OR NOT, WITH THE REQUESTER'S CLASS AND THE TERM
      * VOLUME ASKED FOR. THE MONTHLY FIBRQUR USAGE REPORT TO THE
      * REQUESTER OWNERS IS BUILT FROM THIS LOG.
      *   RQU-DISPOSITION A - ACCEPTED INTO THE DECK
      *   RQU-DISPOSITION Q - REJECTED, OVER QUOTA
      *   RQU-DISPOSITION R - REJECTED, AUTHORITY OR VALIDATION
      *****************************************************************
       01  REQUEST-USAGE-RECORD.
           05  RQU-INTAKE-STAMP       PIC 9(14).
           05  RQU-REQUESTER          PIC X(8).
           05  RQU-CLASS              PIC X.
           05  RQU-DISPOSITION        PIC X.
               88  RQU-ACCEPTED           VALUE 'A'.
               88  RQU-OVER-QUOTA         VALUE 'Q'.
               88  RQU-REJECTED           VALUE 'R'.
           05  RQU-TERM-VOLUME        PIC 9(5).
           05  RQU-CARD-COUNT         PIC 9(2).
           05  RQU-REASON             PIC X(60).
