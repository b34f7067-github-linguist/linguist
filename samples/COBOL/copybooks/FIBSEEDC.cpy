      * NEVER EDITED IN PLACE IN PRODUCTION. STATUS I RETIRES A SET
      * WITHOUT LOSING THE NAME TO REUSE.
      *
      * FIBSEEDM OWNS THE LIFECYCLE UNDER DUAL CONTROL:
      *   P  PROPOSED - SEEDS VALIDATED AGAINST SSET-ORDER, NOT YET
      *      USABLE; A SECOND USERID (NOT SSET-PROPOSED-BY) APPROVES
      *   A  ACTIVE   - RESOLVABLE BY SEEDSET=
      *   I  RETIRED  - KEPT FOR THE RUNS THAT USED IT; DELETED ONLY
      *      ONCE NO FIBHIST SNAPSHOT OR FIBPROFV VERSION NAMES IT
      * SETS LOADED BEFORE THE LIFECYCLE FIELDS CARRY SPACES THERE;
      * THEIR ORDER IS TAKEN FROM THE LAST NON-ZERO SEED.
      * SSET-UNIT NAMES THE BUSINESS UNIT (FIBUNITT) THAT OWNS THE
      * SET - ONLY THAT UNIT'S RUNS MAY RESOLVE IT. SPACES (EVERY
      * SET LOADED BEFORE UNITS WERE CARRIED) MEAN A SET SHARED BY
      * ALL UNITS.
      *
      * STANDARD CONTENTS:
      *   STANDARD  0,1            THE CLASSIC SEQUENCE
      *   LUCAS     2,1            THE LUCAS SEQUENCE
           05  SSET-STATUS            PIC X.
               88  SSET-IS-ACTIVE         VALUE 'A'.
               88  SSET-IS-INACTIVE       VALUE 'I'.
               88  SSET-IS-PROPOSED       VALUE 'P'.
           05  SSET-SEED-1            PIC 9(18).
           05  SSET-SEED-2            PIC 9(18).
           05  SSET-SEED-3            PIC 9(18).
           05  SSET-SEED-4            PIC 9(18).
           05  SSET-SEED-5            PIC 9(18).
           05  SSET-DESCRIPTION       PIC X(30).
           05  SSET-ORDER             PIC X.
           05  SSET-PROPOSED-BY       PIC X(8).
           05  SSET-PROPOSED-STAMP    PIC X(14).
           05  SSET-APPROVED-BY       PIC X(8).
           05  SSET-APPROVED-STAMP    PIC X(14).
           05  SSET-RETIRED-BY        PIC X(8).
           05  SSET-RETIRED-STAMP     PIC X(14).
           05  SSET-UNIT              PIC X(4).
