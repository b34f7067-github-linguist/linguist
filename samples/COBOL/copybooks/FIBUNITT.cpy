      *****************************************************************
      * FIBUNITT - THE BUSINESS UNITS THAT OWN ADVFIBB RUNS
      *
      * EACH UNIT OWNS A BAND OF THE TWO-DIGIT INTRA-DAY RUN
      * SEQUENCE IN THE FIBHIST KEY, SO THE KEY SAYS WHOSE RUN IT
      * IS: TWO UNITS' RUNS ON ONE DATE TAKE SEQUENCES FROM THEIR
      * OWN BANDS AND NEVER COLLIDE, AND A FORCE OVERWRITE CAN ONLY
      * REACH THE SUBMITTING UNIT'S BAND. THE FIRST ENTRY IS THE
      * DEFAULT UNIT - A RUN, PROFILE, AUTHORIZATION OR CONTROL
      * RECORD THAT NAMES NO UNIT BELONGS TO IT, AND THE FIBUNCV
      * CONVERSION ASSIGNED ALL EARLIER HISTORY TO IT. THE COST
      * CENTRE IS WHERE THE UNIT'S USAGE IS CHARGED (FIBCHRG).
      * A UNIT IS CHANGED HERE AND NOWHERE ELSE; FIBUNITR AND THE
      * PROGRAMS THAT CALL IT ARE RELINKED WITH THE NEW TABLE. A
      * BAND IS NEVER MOVED ONCE RUNS HAVE BEEN SAVED IN IT.
      *****************************************************************
       01  UNIT-DEFINITION-VALUES.
           05  FILLER                 PIC X(16)
                                      VALUE 'CORP0139CC100400'.
           05  FILLER                 PIC X(30)
               VALUE 'CORPORATE BATCH'.
           05  FILLER                 PIC X(16)
                                      VALUE 'TRSY4069CC220100'.
           05  FILLER                 PIC X(30)
               VALUE 'TREASURY'.
           05  FILLER                 PIC X(16)
                                      VALUE 'MODL7099CC310500'.
           05  FILLER                 PIC X(30)
               VALUE 'MODELLING GROUP'.
       01  UNIT-DEFINITION-TABLE REDEFINES UNIT-DEFINITION-VALUES.
           05  UD-ENTRY OCCURS 3 TIMES.
               10  UD-UNIT-CODE       PIC X(4).
               10  UD-SEQ-LOW         PIC 9(2).
               10  UD-SEQ-HIGH        PIC 9(2).
               10  UD-COST-CENTRE     PIC X(8).
               10  UD-UNIT-NAME       PIC X(30).
       77  UD-UNIT-COUNT              PIC 9(2) VALUE 3.
