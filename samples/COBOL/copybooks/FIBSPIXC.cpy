      *****************************************************************
      * FIBSPIXC - SPLIT-DECK PARTITION INDEX RECORD
      *
      * ONE RECORD PER REQUEST RUN BY AN ADVFIBB PARTITION STEP OF
      * A SPLIT DECK (SEE FIBSPLIT), WRITTEN TO THE PARTITION'S
      * FIBPIDX FILE AS THE REQUEST ENDS. THE COUNTS SAY HOW MANY
      * LINES AND ROWS THE REQUEST ADDED TO EACH PARTITION OUTPUT
      * AND WHERE ITS PRTOUT SECTION STARTS, SO FIBMERGE CAN LIFT
      * EACH REQUEST'S SLICE OUT OF ITS PARTITION AND PUT THE
      * OUTPUTS BACK TOGETHER IN ORIGINAL DECK ORDER. THE RUN SUM
      * AND CONTROL-RUN COUNT CARRY THE REQUEST'S FIBCTL DELTA.
      *****************************************************************
       01  SPLIT-INDEX-RECORD.
           05  SPX-DECK-SEQ           PIC 9(3).
           05  SPX-RUN-DATE           PIC 9(8).
           05  SPX-RUN-SEQ            PIC 9(2).
           05  SPX-RETURN-CODE        PIC 9(4).
           05  SPX-PRINT-START        PIC 9(7).
           05  SPX-PRINT-LINES        PIC 9(7).
           05  SPX-EXCP-START         PIC 9(7).
           05  SPX-EXCP-ROWS          PIC 9(7).
           05  SPX-XTRCT-ROWS         PIC 9(7).
           05  SPX-SUMX-ROWS          PIC 9(7).
           05  SPX-RISK-ROWS          PIC 9(7).
           05  SPX-AUDIT-ROWS         PIC 9(3).
           05  SPX-CTL-RUNS           PIC 9(3).
           05  SPX-RUN-SUM            PIC 9(18).
           05  SPX-OVERFLOW-FLAG      PIC X.
           05  SPX-RESTART-FLAG       PIC X.
           05  SPX-VALIDATION-FLAG    PIC X.
           05  SPX-DIV-WARNINGS       PIC 9(4).
           05  SPX-KEYWORD-ERRORS     PIC 9(3).
           05  SPX-HIST-ROWS          PIC 9(7).
           05  FILLER                 PIC X(3).
