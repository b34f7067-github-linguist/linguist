      *****************************************************************
      * FIBSMPC - AUDIT SAMPLE TRACKING RECORD, KEYED BY SAMPLE ID
      *           AND ITEM NUMBER (FIBSAMP KSDS, LRECL 163)
      *
      * FIBSAMP DRAW FILES ONE SAMPLE PER AUDIT TEST: ITEM 0000 IS
      * THE HEADER RECORDING THE POPULATION DEFINITION, THE SEED,
      * HOW THE SIZE WAS SET AND THE POPULATION CONTROL TOTALS, SO
      * THE SAME SELECTION CAN BE DRAWN AGAIN AND PROVED (FIBSAMP
      * VERIFY). ITEMS 0001-0500 ARE THE SELECTED FIBHIST/FIBHISTP
      * ROWS IN POPULATION ORDER, WITH THE VALUES AS DRAWN.
      * AUDITORS RECORD EACH ITEM'S RE-PERFORMANCE THROUGH THE FSMP
      * TRANSACTION (FIBSMPM); FIBBULK PRINTS THE WORKPAPER AND
      * FIBSAMP CLOSE THE CLOSING REPORT.
      *   SMH-FILTER:      A ALL ROWS  P PRIME ROWS  H HUGE ROWS
      *   SMH-SIZE-BASIS:  T SAMPLING TABLE  O OVERRIDE ON THE CARD
      *                    W WHOLE POPULATION (SMALLER THAN THE SIZE)
      *   SMH-STATUS:      O OPEN  C CLOSED - NO MORE RESULTS TAKEN
      *   SMI-RESULT:      SPACE NOT YET RE-PERFORMED
      *                    A AGREES WITH THE STORED ROW
      *                    E EXCEPTION - SEE SMI-NOTE
      * THE GENERATOR IS THE PARK-MILLER MINIMAL STANDARD,
      * X = X * 16807 MOD 2147483647 FROM THE SEED, EACH DRAW
      * TAKING POPULATION ORDINAL (X MOD N) + 1 AND A REPEAT BEING
      * DRAWN AGAIN; THE POPULATION IS THE QUALIFYING ROWS OF
      * FIBHISTP THEN FIBHIST IN KEY ORDER.
      *****************************************************************
       01  SAMPLE-RECORD.
           05  SMP-KEY.
               10  SMP-SAMPLE-ID      PIC X(8).
               10  SMP-ITEM-NO        PIC 9(4).
           05  SMP-RECORD-TYPE        PIC X.
               88  SMP-IS-HEADER          VALUE 'H'.
               88  SMP-IS-ITEM            VALUE 'I'.
           05  SMP-BODY               PIC X(150).
           05  SMP-HEADER-BODY REDEFINES SMP-BODY.
               10  SMH-FROM-DATE      PIC 9(8).
               10  SMH-TO-DATE        PIC 9(8).
               10  SMH-RECORD-TYPES   PIC X(3).
               10  SMH-FILTER         PIC X.
               10  SMH-SEED           PIC 9(9).
               10  SMH-CONFIDENCE     PIC 9(2).
               10  SMH-TOLERABLE-PCT  PIC 9(2).
               10  SMH-POPULATION     PIC 9(9).
               10  SMH-POP-HASH       PIC 9(18).
               10  SMH-SAMPLE-SIZE    PIC 9(4).
               10  SMH-SIZE-BASIS     PIC X.
               10  SMH-DRAW-COUNT     PIC 9(7).
               10  SMH-DRAWN-BY       PIC X(8).
               10  SMH-DRAWN-STAMP    PIC 9(14).
               10  SMH-STATUS         PIC X.
                   88  SMH-SAMPLE-OPEN    VALUE 'O'.
                   88  SMH-SAMPLE-CLOSED  VALUE 'C'.
               10  SMH-CLOSED-BY      PIC X(8).
               10  SMH-CLOSED-STAMP   PIC 9(14).
               10  FILLER             PIC X(33).
           05  SMP-ITEM-BODY REDEFINES SMP-BODY.
               10  SMI-POP-ORDINAL    PIC 9(9).
               10  SMI-CLUSTER        PIC X.
               10  SMI-RUN-DATE       PIC 9(8).
               10  SMI-RUN-SEQ        PIC 9(2).
               10  SMI-TERM-INDEX     PIC 9(4).
               10  SMI-HIST-TYPE      PIC X.
               10  SMI-FIB-NUMBER     PIC 9(18).
               10  SMI-FIB-STATUS     PIC X.
               10  SMI-FIB-CATEGORY   PIC X.
               10  SMI-RESIDUE-FLAG   PIC X.
               10  SMI-RESULT         PIC X.
                   88  SMI-PENDING        VALUE SPACE.
                   88  SMI-AGREES         VALUE 'A'.
                   88  SMI-EXCEPTION      VALUE 'E'.
               10  SMI-PERFORMED-BY   PIC X(8).
               10  SMI-PERFORMED-STAMP PIC 9(14).
               10  SMI-NOTE           PIC X(50).
               10  FILLER             PIC X(31).
