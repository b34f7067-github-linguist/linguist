      *****************************************************************
      * FIBVIEWC - RECEIVER EXTRACT VIEW DEFINITION (FIBVIEW KSDS,
      * KEYS(8 0), RECORDSIZE(100 100))
      *
      * ONE RECORD PER RECEIVER THAT TAKES ITS OWN CUT OF THE DAILY
      * FIBXTRCT INSTEAD OF THE WHOLE FILE. FIBXVBLD BUILDS EACH
      * ACTIVE VIEW FROM THE BALANCED GENERATION INTO THE VIEW'S
      * OUTPUT SLOT (FIBXV1-FIBXV8), AND A FIBDEST ROW FOR THE
      * RECEIVER WITH EXTRACT FIBXVIEW SENDS IT. LOADED BY FIBVWLD.
      *
      * SELECTION (A BLANK CRITERION SELECTS EVERYTHING):
      *   VWD-STATUS-SELECT    STATUS CODES TAKEN - E, O, P
      *   VWD-CATEGORY-SELECT  CATEGORIES TAKEN - 1 SMALL TO 4 HUGE
      *   VWD-RESIDUE-SELECT   R RESIDUE TERMS ONLY, N NONE OF THEM
      *   VWD-COMBINE-RULE     A (OR BLANK) A TERM MUST MEET EVERY
      *                        CRITERION GIVEN; O IT NEED MEET ONLY
      *                        ONE OF THEM ("PRIMES AND THE HUGE
      *                        TERMS" IS STATUS P, CATEGORY 4, O)
      *   VWD-TERM-FROM/TO     TERM INDEX RANGE - ALWAYS APPLIED
      *
      * VWD-COLUMN-MAP SAYS WHICH EXTRACT COLUMNS THE VIEW CARRIES,
      * Y OR N BY POSITION; ALL BLANK CARRIES EVERY COLUMN:
      *   1 RUN DATE  2 TERM INDEX  3 FIB NUMBER  4 STATUS
      *   5 CATEGORY  6 SEQ ORDER   7 RESIDUE     8 COEFF A
      *   9 COEFF B
      *
      * VWD-UNIT NAMES THE BUSINESS UNIT (FIBUNITT) WHOSE EXTRACTS
      * THE RECEIVER TAKES - BLANK FOR THE DEFAULT UNIT, *ALL FOR
      * EVERY UNIT. A GENERATION OF ANY OTHER UNIT IS NOT CUT INTO
      * THE VIEW.
      *****************************************************************
       01  VIEW-DEFINITION-RECORD.
           05  VWD-RECEIVER-ID        PIC X(8).
           05  VWD-VIEW-SLOT          PIC 9.
               88  VWD-SLOT-VALID         VALUE 1 THRU 8.
           05  VWD-STATUS             PIC X.
               88  VWD-IS-ACTIVE          VALUE 'A'.
               88  VWD-IS-INACTIVE        VALUE 'I'.
           05  VWD-STATUS-SELECT      PIC X(3).
           05  VWD-CATEGORY-SELECT    PIC X(4).
           05  VWD-RESIDUE-SELECT     PIC X.
               88  VWD-RESIDUE-ONLY       VALUE 'R'.
               88  VWD-RESIDUE-NONE       VALUE 'N'.
           05  VWD-COMBINE-RULE       PIC X.
               88  VWD-MATCH-ALL          VALUE 'A' ' '.
               88  VWD-MATCH-ANY          VALUE 'O'.
           05  VWD-TERM-FROM          PIC 9(4).
           05  VWD-TERM-TO            PIC 9(4).
           05  VWD-COLUMN-MAP         PIC X(9).
           05  VWD-COLUMN-FLAG REDEFINES VWD-COLUMN-MAP
                                      PIC X OCCURS 9 TIMES.
           05  VWD-DESCRIPTION        PIC X(30).
           05  VWD-UPDATED-STAMP      PIC 9(14).
           05  VWD-UNIT               PIC X(4).
           05  FILLER                 PIC X(16).
