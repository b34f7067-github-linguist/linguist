      * DATE (ROUTINE AT MONTH-END) COEXISTS WITH THE FIRST
      * INSTEAD OF FORCE-REPLACING IT; READERS SHOW THE LATEST
      * SEQUENCE BY DEFAULT, AND FIBSEQCV CONVERTS A FILE STILL IN
      * THE PRE-SEQUENCE LAYOUT. EACH BUSINESS UNIT OWNS A BAND OF
      * RUN SEQUENCES (FIBUNITT), SO THE KEY ALSO SAYS WHOSE RUN IT
      * IS AND TWO UNITS' RUNS ON ONE DATE NEVER COLLIDE. EVERY
      * RECORD CARRIES AN EXPLICIT RECORD-TYPE CODE AT OFFSET 14:
      *   S - RUN-LEVEL SUMMARY (TERM-INDEX 0), SUMMARY VIEW
      *   D - PER-TERM DETAIL (TERM-INDEX 1-200), DETAIL VIEW
      *   L - LUCAS COMPANION TERM (TERM-INDEX 6000+N FOR LUCAS
      *       THE EXACT VALUE OF A TERM PAST THE 18-DIGIT LIMIT IS
      *       WORD 4 | WORD 3 | WORD 2 | THE DETAIL ROW'S RESIDUE
      *       VALUE (THE LOW 18 DIGITS), HIST-WIDE-RECORD
      *   X - PARAMETER SNAPSHOT EXTENSION (TERM-INDEX 9996),
      *       WRITTEN BESIDE THE TYPE-P SNAPSHOT: RUN ATTRIBUTES
      *       THAT NO LONGER FIT THE 100-BYTE TYPE-P RECORD (THE
      *       CATCH-UP FLAG, THE DATE THE RUN WAS PRODUCED, THE
      *       RELEASE THAT PRODUCED IT, THE BUSINESS UNIT THAT
      *       OWNS IT), HIST-PARMX-RECORD
      *   F - PRIME FACTORIZATION OF A COMPOSITE TERM (TERM-INDEX
      *       8000+N FOR TERM N, CONTINUED AT 8200+N WHEN THE TERM
      *       HAS MORE THAN EIGHT DISTINCT SMALL PRIMES), WRITTEN
      *       BY ADVFIBB FACTOR=Y RUNS, HIST-FACT-RECORD
      * THE DETAIL AND SUMMARY VIEWS REDEFINE ONE DATA AREA, SO A
      * DETAIL ROW NO LONGER CARRIES DEAD SUMMARY FIELDS AND THE
      * RECORD IS MATERIALLY SMALLER. HIST-FIB-NUMBER STAYS AT A
           05  HIST-PARM-TRUNC-AVG      PIC X.
           05  HIST-PARM-PROFILE        PIC X(8).
           05  HIST-PARM-SEQ-ORDER      PIC 9.
      * PARAMETER SNAPSHOT EXTENSION - TERM-INDEX 9996. THE TYPE-P
      * RECORD FILLS THE 100-BYTE JOURNAL IMAGE, SO LATER RUN
      * ATTRIBUTES ARE CARRIED HERE AND TRAVEL WITH THE SNAPSHOT
      * (SAME RETENTION, ARCHIVED AND RELOADED AS AN IMAGE OF
      * HIST-PARMX-DATA). A RUN SAVED BEFORE THE EXTENSION HAS NO
      * TYPE-X ROW - READERS TREAT THAT AS AN ORIGINAL NIGHTLY RUN.
       01  HIST-PARMX-RECORD.
           05  HIST-PARMX-KEY.
               10  HIST-PARMX-RUN-DATE  PIC 9(8).
               10  HIST-PARMX-RUN-SEQ   PIC 9(2).
               10  HIST-PARMX-TERM-INDEX PIC 9(4).
           05  HIST-PARMX-RECORD-TYPE   PIC X.
           05  HIST-PARMX-AIX-FILLER    PIC 9(18) COMP-3.
           05  HIST-PARMX-DATA.
      * Y - THE RUN WAS PRODUCED LATER WITH ASOF= TO CATCH UP A
      * MISSED BUSINESS DAY; N - THE ORIGINAL RUN FOR ITS DATE
               10  HIST-PARMX-CATCHUP-FLAG PIC X.
                   88  HIST-PARMX-IS-CATCHUP  VALUE 'Y'.
               10  HIST-PARMX-GENERATED-DATE PIC 9(8).
      * THE GENERATION SETTINGS THE TYPE-P RECORD HAS NO ROOM FOR,
      * SO A RUN CAN BE REPLAYED FROM ITS SNAPSHOT: THE RESIDUE AND
      * WIDE SWITCHES AND SEEDS 3-5 OF A HIGHER-ORDER RECURRENCE.
      * SPACE IN THE SWITCH BYTES MEANS A ROW SAVED BEFORE THEY
      * WERE CARRIED.
               10  HIST-PARMX-RESIDUE-MODE PIC X.
               10  HIST-PARMX-WIDE-MODE PIC X.
               10  HIST-PARMX-HIGH-SEEDS-SW PIC X.
                   88  HIST-PARMX-HAS-HIGH-SEEDS VALUE 'Y'.
               10  HIST-PARMX-SEED-3    PIC 9(18) COMP-3.
               10  HIST-PARMX-SEED-4    PIC 9(18) COMP-3.
               10  HIST-PARMX-SEED-5    PIC 9(18) COMP-3.
      * COEFF=A,B WEIGHTS OF AN ORDER-2 RUN, X(N) = A*X(N-1) +
      * B*X(N-2). SPACES (A ROW SAVED BEFORE THEY WERE CARRIED)
      * MEAN THE PLAIN 1,1 RECURRENCE.
               10  HIST-PARMX-COEFF-A   PIC 9(2).
               10  HIST-PARMX-COEFF-B   PIC 9(2).
      * THE FIBSEEDS LIBRARY SET THE SEEDS WERE RESOLVED FROM BY
      * SEEDSET=; SPACES FOR FREE-FORM SEEDS= KEYING (AND FOR A ROW
      * SAVED BEFORE THE NAME WAS CARRIED).
               10  HIST-PARMX-SEED-SET  PIC X(8).
      * THE RELEASE (FIBRELC) OF THE PROGRAM THAT MADE THE RUN;
      * SPACES FOR A ROW SAVED BEFORE THE RELEASE WAS CARRIED.
               10  HIST-PARMX-RELEASE-ID PIC X(8).
      * THE BUSINESS UNIT (FIBUNITT) THE RUN WAS MADE FOR, AS SAVED.
      * IT ALWAYS AGREES WITH THE RUN SEQUENCE'S BAND, AND THE BAND
      * IS WHAT EVERY READER SCOPES AND CHARGES BY. SPACES ONLY ON A
      * ROW SAVED BEFORE UNITS WERE CARRIED AND NOT YET STAMPED BY
      * THE FIBUNCV CONVERSION.
               10  HIST-PARMX-UNIT      PIC X(4).
               10  FILLER               PIC X(9).
      * PRIME FACTORIZATION - TERM-INDEX 8000+N (PART 1) AND
      * 8200+N (PART 2), WRITTEN BY ADVFIBB FACTOR=Y RUNS FOR EACH
      * COMPOSITE DETAIL TERM. EACH PART HOLDS UP TO EIGHT PRIMES
      * BELOW ONE BILLION WITH THEIR EXPONENTS, IN ASCENDING ORDER.
      * THE COFACTOR IS ON PART 1 ONLY: ON A COMPLETE ROW IT IS THE
      * ONE PRIME FACTOR TOO LARGE FOR THE TABLE (ZERO WHEN THERE
      * IS NONE); ON A PARTIAL ROW - THE WORK BUDGET RAN OUT - IT IS
      * THE PART OF THE TERM LEFT UNFACTORED. THE DATA AREA TRAVELS
      * THROUGH FIBARCH AND THE BACKUP AS AN UNCHANGED IMAGE.
       01  HIST-FACT-RECORD.
           05  HIST-FACT-KEY.
               10  HIST-FACT-RUN-DATE   PIC 9(8).
               10  HIST-FACT-RUN-SEQ    PIC 9(2).
               10  HIST-FACT-TERM-INDEX PIC 9(4).
           05  HIST-FACT-RECORD-TYPE    PIC X.
           05  HIST-FACT-AIX-FILLER     PIC 9(18) COMP-3.
           05  HIST-FACT-DATA.
               10  HIST-FACT-STATUS     PIC X.
                   88  HIST-FACT-COMPLETE   VALUE 'C'.
                   88  HIST-FACT-PARTIAL    VALUE 'P'.
               10  HIST-FACT-PART       PIC 9.
               10  HIST-FACT-COUNT      PIC 9(2).
               10  HIST-FACT-ENTRY      OCCURS 8 TIMES.
                   15  HIST-FACT-PRIME  PIC 9(9) COMP-3.
                   15  HIST-FACT-EXPONENT PIC 9(2).
               10  HIST-FACT-COFACTOR   PIC 9(18) COMP-3.
               10  FILLER               PIC X(5).
      * INBOUND RISK-SCORE RETURN - TERM-INDEX 9997, WRITTEN BY
      * FIBRISKR WHEN THE RISK GROUP SENDS BACK THEIR ADJUSTED
      * SCORE FOR A TRANSMITTED RUN DATE.
