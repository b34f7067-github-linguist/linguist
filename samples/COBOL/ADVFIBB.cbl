      *                 HIGH WORDS GO TO TYPE-W RECORDS AT
      *                 TERM-INDEX 7000+N AND THE DETAIL REPORT
      *                 PRINTS THE TRUE NUMBER
      * 10-15-2026  AG  ASOF=YYYYMMDD DATES A REQUEST AS OF AN
      *                 EARLIER BUSINESS DAY - HISTORY KEYS, FIBCTL,
      *                 EXTRACTS, ROLLUP, DELTA AND PROFILE ALL
      *                 FOLLOW THE AS-OF DATE; A BACK-DATED RUN IS
      *                 FLAGGED CATCH-UP ON FIBAUDIT AND ON A NEW
      *                 TYPE-X PARAMETER SNAPSHOT EXTENSION RECORD
      *                 (TERM-INDEX 9996) - SEE FIBCATCH
      * 10-15-2026  AG  DECKSEQ= AND RUNSEQ= RUN A REQUEST AS PART OF
      *                 A DECK SPLIT ACROSS PARALLEL PARTITION STEPS
      *                 BY FIBSPLIT - THE BANNER KEEPS THE ORIGINAL
      *                 REQUEST NUMBER, HISTORY SAVES UNDER THE
      *                 RESERVED RUN SEQUENCE, EACH REQUEST'S OUTPUT
      *                 SLICE IS INDEXED ON FIBPIDX, AND FIBMERGE
      *                 SENDS THE COMPLETION MESSAGE
      * 10-15-2026  AG  POST EVERY SAVED RUN AS GENERATED (RE-SAVED
      *                 UNDER FORCE=Y) ON THE FIBRDIR RUN DIRECTORY
      *                 THROUGH THE SHARED FIBRDIRP POSTER
      * 10-15-2026  AG  CARRY THE RESIDUE AND WIDE SWITCHES AND SEEDS
      *                 3-5 ON THE TYPE-X SNAPSHOT EXTENSION SO A RUN
      *                 CAN BE REPLAYED FROM ITS SNAPSHOT
      * 10-15-2026  AG  FACTOR=Y FACTORS EVERY COMPOSITE EXACT TERM
      *                 (TRIAL DIVISION, MILLER-RABIN, POLLARD RHO)
      *                 AND SAVES THE PRIMES AND EXPONENTS AS TYPE-F
      *                 ROWS AT TERM-INDEX 8000+N, MARKED PARTIAL
      *                 WHEN THE FACTBUDG= STEP BUDGET RUNS OUT
      * 10-15-2026  AG  COEFF=A,B WEIGHTS THE ORDER-2 RECURRENCE,
      *                 X(N) = A*X(N-1) + B*X(N-2), WITH THE LUCAS AND
      *                 DIVISIBILITY CHECKS REPLACED BY THEIR WEIGHTED
      *                 FORMS; THE WEIGHTS RIDE ON THE BANNER, THE
      *                 TYPE-X SNAPSHOT, FIBSUMX AND THE EXTRACTS
      *                 (EXTRACT LAYOUT VERSION 03)
      * 10-15-2026  AG  RECORD THE FIBSEEDS SET NAME ON THE TYPE-X
      *                 SNAPSHOT SO HISTORY CAN BE GROUPED BY SEED
      *                 FAMILY
      * 10-15-2026  AG  PERIODS=FISCAL ROLLS UP PERIOD-TO-DATE AND
      *                 FISCAL-YEAR-TO-DATE FROM THE FIBFPER PERIOD
      *                 TABLE (FIBFPLK); CALENDAR MONTH/YEAR REMAINS
      *                 THE DEFAULT
      * 10-15-2026  AG  RESOLVE THE RUN, OVERRIDE AND FORCE
      *                 PERMISSIONS FROM THE USERID'S FIBAUTH ROLES
      *                 THROUGH FIBROLR
      * 10-15-2026  AG  HONOR A LIVE FIBBRKG BREAK-GLASS GRANT OF
      *                 OVERRIDE OR FORCE THROUGH FIBBGCK, TAG THE
      *                 OVERRIDES AND OVERWRITES MADE UNDER IT ON
      *                 FIBBGACT AND THE GRANT STAMP ON THE AUDIT
      *                 EXTENSION (BG=)
      * 10-15-2026  AG  REQUIRE A SECOND USERID'S FAPR APPROVAL
      *                 (APPROVAL= TOKEN, CHECKED BY FIBAPCK) FOR A
      *                 FORCE=Y OVERWRITE; CHECKER ON FIBAUDIT AND
      *                 FIBJRNL
      * 10-15-2026  AG  HONOR AN OPERATOR QUIESCE REQUEST ON FIBRUNC
      *                 BETWEEN REQUEST GROUPS (QUIESCED, RC=32) AND
      *                 LEAVE A DECK RESUME POINT ON FIBCKPT SO THE
      *                 RERUN SKIPS THE GROUPS ALREADY FINISHED THAT
      *                 CYCLE
      * 10-15-2026  AG  LOG, NOT PAGE, ALERTS RAISED INSIDE A PLANNED
      *                 MAINTENANCE WINDOW (FIBMWCHK)
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID (FIBRELC) ON THE
      *                 PARAMETER SNAPSHOT, FIBAUDIT (REL=), FIBPERF,
      *                 THE EXTRACT CONTROL RECORDS, THE COMPLETION
      *                 MESSAGE AND THE COMPLETION BANNER
      * 10-15-2026  AG  RUNS BELONG TO A BUSINESS UNIT NAMED ON THE PARM
      *                 (USERID,UNIT; DEFAULT UNIT WHEN OMITTED) - THE
      *                 RUN SEQUENCE IS TAKEN FROM THE UNIT'S FIBUNITT
      *                 BAND SO UNITS NEVER COLLIDE OR FORCE OVER EACH
      *                 OTHER, FIBAUTH PERMISSIONS HOLD PER UNIT, ONLY
      *                 THE UNIT'S PROFILES AND SEED SETS APPLY, AND
      *                 FIBCTL, THE SNAPSHOT, FIBAUDIT AND THE EXTRACT
      *                 HEADERS CARRY THE UNIT
      * 10-15-2026  AG  FIBRISK RELEASE ID MOVED FROM THE HEADER TO THE
      *                 TRAILER SO THE HEADER STAYS WITHIN LRECL 43
      * 10-15-2026  AG  A BREAK-GLASS GRANT COVERS ONLY THE REQUEST THAT
      *                 TOOK IT UP; EACH REQUEST STARTS AGAIN FROM THE
      *                 ROLE PERMISSIONS
      * 10-15-2026  AG  AN ACTION TAGGED UNDER A GRANT THAT HAS SINCE
      *                 ENDED OR EXPIRED IS REFUSED
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT PRIOR-RISK-FILE ASSIGN TO "FIBRISKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISKP-FILE-STATUS.
           SELECT SPLIT-INDEX-FILE ASSIGN TO "FIBPIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPIX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CKPT-SEED-1            PIC 9(18).
           05  CKPT-SEED-2            PIC 9(18).
           05  CKPT-INDEX             PIC 9(4).
      * DECK RESUME POINT LEFT BY A QUIESCED RUN - TOLD FROM A TERM
      * CHECKPOINT BY A ZERO TERM COUNT
       01  DECK-RESUME-RECORD.
           05  DRSM-RUN-DATE          PIC 9(8).
           05  DRSM-MARKER            PIC 9(4).
               88  DRSM-IS-DECK-RESUME     VALUE ZERO.
           05  DRSM-GROUPS-DONE       PIC 9(3).
           05  DRSM-REQUESTS-DONE     PIC 9(3).
           05  FILLER                 PIC X(34).

       FD  CONTROL-TOTAL-FILE
           RECORDING MODE IS F.
      * CTL-UNIT names the business unit whose totals these are -
      * each unit keeps its own FIBCTL; spaces on a record written
      * before units were carried mean the default unit
       01  CONTROL-TOTAL-RECORD.
           05  CTL-CUMULATIVE-SUM     PIC 9(18).
           05  CTL-RUN-COUNT          PIC 9(7).
           05  CTL-UNIT               PIC X(4).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
           05  EXT-FIB-CATEGORY       PIC 9.
           05  EXT-SEQ-ORDER          PIC 9.
           05  EXT-RESIDUE-FLAG       PIC X.
           05  EXT-COEFF-A            PIC 9(2).
           05  EXT-COEFF-B            PIC 9(2).
      * Control records bracketing the extract: H opens the file,
      * T closes it with the record count and the hash total of
      * EXT-FIB-NUMBER so the receiving load can balance
           05  EXH-PROGRAM-ID         PIC X(8).
           05  EXH-TIMESTAMP          PIC 9(14).
           05  EXH-LAYOUT-VERSION     PIC X(2).
           05  EXH-UNIT               PIC X(4).
      * The 38-byte extract record leaves no room for the release
      * behind the header, so FIBXTRCT names it on the trailer
       01  EXTRACT-TRAILER-RECORD.
           05  EXR-RECORD-TYPE        PIC X.
           05  EXR-RECORD-COUNT       PIC 9(9).
           05  EXR-HASH-TOTAL         PIC 9(18).
           05  EXR-RELEASE-ID         PIC X(8).

       FD  RISK-REPORT-FILE
           RECORDING MODE IS F.
           05  RISK-CUMULATIVE-SUM    PIC 9(18).
           05  RISK-SEQ-ORDER         PIC 9.
           05  RISK-ORIGIN-FLAG       PIC X.
           05  RISK-COEFF-A           PIC 9(2).
           05  RISK-COEFF-B           PIC 9(2).
       01  RISK-HEADER-RECORD.
           05  RKH-RECORD-TYPE        PIC X.
           05  RKH-RUN-DATE           PIC 9(8).
           05  RKH-PROGRAM-ID         PIC X(8).
           05  RKH-TIMESTAMP          PIC 9(14).
           05  RKH-LAYOUT-VERSION     PIC X(2).
           05  RKH-UNIT               PIC X(4).
       01  RISK-TRAILER-RECORD.
           05  RKR-RECORD-TYPE        PIC X.
           05  RKR-RECORD-COUNT       PIC 9(9).
           05  RKR-HASH-TOTAL         PIC 9(18).
           05  RKR-RELEASE-ID         PIC X(8).

      * Unedited fixed-width summary record for the stats group's
      * file-bridge job. Every field is a plain DISPLAY-numeric PIC
           05  SMX-Q3                 PIC 9(18).
           05  SMX-STD-DEV            PIC 9(18).
           05  SMX-DISPERSION         PIC 9(13)V9(2).
           05  SMX-COEFF-A            PIC 9(2).
           05  SMX-COEFF-B            PIC 9(2).
       01  SUMMARY-HEADER-RECORD.
           05  SXH-RECORD-TYPE        PIC X.
           05  SXH-RUN-DATE           PIC 9(8).
           05  SXH-PROGRAM-ID         PIC X(8).
           05  SXH-TIMESTAMP          PIC 9(14).
           05  SXH-LAYOUT-VERSION     PIC X(2).
           05  SXH-RELEASE-ID         PIC X(8).
           05  SXH-UNIT               PIC X(4).
       01  SUMMARY-TRAILER-RECORD.
           05  SXR-RECORD-TYPE        PIC X.
           05  SXR-RECORD-COUNT       PIC 9(9).
       01  AUDIT-TRAIL-RECORD.
           05  AUD-LINE-TEXT          PIC X(166).
           05  AUD-CHAIN-VALUE        PIC 9(13).
      * Run-attribute extension behind the seal. Records written
      * before the extension carry spaces here; every record
      * written since carries it, and the chain covers it too.
      * Bytes 61-100 (REL= and room behind it) are spaces on a
      * record written before the release was carried.
           05  AUD-EXT-TEXT           PIC X(100).

      * Structured exception record - one per warning or error the
      * run raises, severity-coded so operations reads the summary

      * Run-profile file: schedule type in columns 1-8 (DAILY,
      * MONTHEND, YEAREND, ADHOC), a KEYWORD=VALUE parameter from
      * column 10 - the same syntax the SYSIN deck uses - and the
      * owning business unit in columns 77-80 (spaces: the default
      * unit)
       FD  PROFILE-FILE
           RECORDING MODE IS F.
       01  PROFILE-RECORD.
           05  PROF-SCHEDULE          PIC X(8).
           05  FILLER                 PIC X.
           05  PROF-KEYWORD-TEXT      PIC X(67).
           05  PROF-UNIT              PIC X(4).

       FD  CALENDAR-FILE.
           COPY FIBCALC.
           05  PRR-RECORD-COUNT       PIC 9(9).
           05  PRR-HASH-TOTAL         PIC 9(18).

       FD  SPLIT-INDEX-FILE
           RECORDING MODE IS F.
           COPY FIBSPIXC.

       WORKING-STORAGE SECTION.

       01  PROGRAM-CONTROLS.
               88  RISKP-ALREADY-OPENED    VALUE 'Y'.
           05  WS-INTERLOCK-SW      PIC X VALUE 'N'.
               88  INTERLOCK-BLOCKED       VALUE 'Y'.
           05  WS-QUIESCE-SW        PIC X VALUE 'N'.
               88  QUIESCE-HONORED         VALUE 'Y'.
           05  WS-AUTH-FILE-STATUS  PIC XX VALUE SPACES.
               88  AUTH-FILE-OK            VALUE '00'.
           05  WS-CAL-FILE-STATUS   PIC XX VALUE SPACES.
               10  WS-AUTH-RUN      PIC X VALUE 'Y'.
               10  WS-AUTH-OVERRIDE PIC X VALUE 'Y'.
               10  WS-AUTH-FORCE    PIC X VALUE 'Y'.
      * What the submitter's roles grant, before any break-glass
      * grant - each request starts again from these
           05  WS-ROLE-PERMISSIONS.
               10  WS-ROLE-AUTH-OVERRIDE PIC X VALUE 'Y'.
               10  WS-ROLE-AUTH-FORCE    PIC X VALUE 'Y'.
           05  WS-AUTH-VIOL-SW      PIC X VALUE 'N'.
               88  AUTH-VIOLATION          VALUE 'Y'.
      * The break-glass grant this run took up, if any, and which
      * overridable options the deck keyed
           05  WS-BG-GRANT-STAMP    PIC 9(14) VALUE ZERO.
           05  WS-BG-PERMISSION     PIC X(10) VALUE SPACES.
           05  WS-BQ-KEYED-SW       PIC X VALUE 'N'.
               88  BQ-OVERRIDE-KEYED       VALUE 'Y'.
           05  WS-SEED-KEYED-SW     PIC X VALUE 'N'.
               88  SEED-OVERRIDE-KEYED     VALUE 'Y'.
      * The second userid's approval a FORCE=Y request quotes
      * (APPROVAL=), and the checker who gave it once it is used
           05  WS-APPROVAL-TOKEN    PIC 9(8) VALUE ZERO.
           05  WS-APPROVAL-REQ-SW   PIC X VALUE 'N'.
               88  APPROVAL-REQUIRED       VALUE 'Y'.
           05  WS-APPROVAL-FAIL-SW  PIC X VALUE 'N'.
               88  FORCE-APPROVAL-FAILED   VALUE 'Y'.
           05  WS-APPROVAL-CHECKER  PIC X(8) VALUE SPACES.
           05  WS-APPROVAL-WHY      PIC X(28) VALUE SPACES.

       01  CONTROL-TOTALS.
           05  WS-CUMULATIVE-SUM     PIC 9(18) VALUE ZERO.
       01  WIDE-VALUE-CONTROLS.
           05  WS-WIDE-MODE-SW      PIC X VALUE 'N'.
               88  WIDE-MODE-ON         VALUE 'Y'.
           05  WS-WIDE-CARRY        PIC 9(3) VALUE ZERO.
           05  WS-WIDE-WORD-IDX     PIC 9 VALUE ZERO.
           05  WS-WIDE-LEAD-ZEROS   PIC 9(2) VALUE ZERO.
           05  WS-WIDE-START-POS    PIC 9(2) VALUE ZERO.
               10  WIDE-WORD OCCURS 3 TIMES
                                    PIC 9(18) COMP-3.

      * Prime factorization pass (FACTOR=Y): every composite exact
      * term is split by trial division to 10**4, then Miller-Rabin
      * and Pollard's rho on what is left. FACTBUDG caps the rho
      * steps spent on one term - a count of steps rather than
      * clock time, so a rerun of the same request gives the same
      * answer - and a term that exhausts it is saved as partial.
       01  FACTOR-CONTROLS.
           05  WS-FACTOR-MODE-SW    PIC X VALUE 'N'.
               88  FACTOR-MODE-ON       VALUE 'Y'.
           05  WS-FACT-BUDGET       PIC 9(7) VALUE 100000.
           05  WS-FACT-STEPS        PIC 9(7) VALUE ZERO.
           05  WS-FACT-DONE-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-FACT-PARTIAL-COUNT PIC 9(4) VALUE ZERO.
           05  WS-FACT-PARTIAL-SW   PIC X VALUE 'N'.
               88  FACT-RAN-OUT         VALUE 'Y'.
           05  WS-FACT-REMAIN       PIC 9(18) COMP-3.
           05  WS-FACT-DIVISOR      PIC 9(9) COMP-3.
           05  WS-FACT-QUOTIENT     PIC 9(18) COMP-3.
           05  WS-FACT-REMAINDER    PIC 9(18) COMP-3.
           05  WS-FACT-PRIME        PIC 9(18) COMP-3.
           05  WS-FACT-LEFTOVER     PIC 9(18) COMP-3.
           05  WS-FACT-ROOT         PIC 9(18) COMP-3.
           05  WS-FACT-SLOT         PIC 9(2).
           05  WS-FACT-SHIFT        PIC 9(2).
           05  WS-FACT-PART-BASE    PIC 9(2).
           05  WS-FACT-PART-IDX     PIC 9(2).
           05  WS-FACT-STACK-COUNT  PIC 9(2) VALUE ZERO.
           05  WS-FACT-STACK OCCURS 12 TIMES
                                    PIC 9(18) COMP-3.
           05  WS-RHO-X             PIC 9(18) COMP-3.
           05  WS-RHO-Y             PIC 9(18) COMP-3.
           05  WS-RHO-C             PIC 9(18) COMP-3.
           05  WS-RHO-D             PIC 9(18) COMP-3.
           05  WS-RHO-T             PIC 9(18) COMP-3.
           05  WS-GCD-A             PIC 9(18) COMP-3.
           05  WS-GCD-B             PIC 9(18) COMP-3.
           05  WS-GCD-T             PIC 9(18) COMP-3.

      * One factorization per term: up to 15 distinct primes below
      * 10**9 (the product of the first 15 primes is already past
      * 6 x 10**17) plus one cofactor - a prime too large for the
      * table on a complete entry, the unfactored rest on a partial
       01  FACTOR-TABLE.
           05  FACT-TERM-ENTRY OCCURS 200 TIMES.
               10  FT-STATUS        PIC X.
                   88  FT-NOT-FACTORED  VALUE SPACE.
               10  FT-COUNT         PIC 9(2).
               10  FT-ENTRY OCCURS 15 TIMES.
                   15  FT-PRIME     PIC 9(9) COMP-3.
                   15  FT-EXPONENT  PIC 9(2).
               10  FT-COFACTOR      PIC 9(18) COMP-3.

      * Distribution block computed from the sorted table - the
      * average of a Fibonacci table is dominated by the last few
      * terms, so the analysts work from these instead
       77  WS-SEQUENCE-ORDER     PIC 9 VALUE 2.
       77  WS-ORD-IDX            PIC 9(4) VALUE ZERO.

      * Weighted recurrence (COEFF=A,B, order 2 only): each term is
      * A times its predecessor plus B times the one before that.
      * 1,1 is the classic recurrence and leaves COEFF mode off.
      * The work field holds a full weighted sum before it is split
      * into the 18-digit word and the carry into the next word.
       01  COEFF-CONTROLS.
           05  WS-COEFF-A           PIC 9(2) VALUE 1.
           05  WS-COEFF-B           PIC 9(2) VALUE 1.
           05  WS-COEFF-MODE-SW     PIC X VALUE 'N'.
               88  COEFF-MODE-ON        VALUE 'Y'.
           05  WS-COEFF-WORK        PIC 9(21) VALUE ZERO.
           05  WS-COEFF-WORD-BASE   PIC 9(19)
                                    VALUE 1000000000000000000.
           05  WS-COEFF-K           PIC 9 VALUE ZERO.
           05  WS-COEFF-DIVISOR     PIC 9(18) VALUE ZERO.

      * Keyword parameter deck work area. Each SYSIN card carries one
      * KEYWORD=VALUE pair (an asterisk in column 1 marks a comment
      * card); the deck replaces the old single fixed-column card,
           05  WS-REQ-CARD-COUNT    PIC 9(3) VALUE ZERO.
           05  WS-DECK-ERROR-TOTAL  PIC 9(4) VALUE ZERO.
           05  WS-DECK-MAX-RC       PIC 9(4) VALUE ZERO.
           05  WS-GROUPS-DONE       PIC 9(3) VALUE ZERO.
           05  WS-RESUME-GROUPS     PIC 9(3) VALUE ZERO.
           05  WS-RESUME-CYCLE-DATE PIC 9(8) VALUE ZERO.
           05  WS-DECK-START-SECS   PIC 9(6) VALUE ZERO.
           05  WS-DECK-ELAPSED-SECS PIC 9(6) VALUE ZERO.
           05  WS-DECK-EOF-SW       PIC X VALUE 'N'.
               'SEED SOURCE : '.
           05  SSB-SOURCE-TEXT      PIC X(45) VALUE SPACES.

       01  AS-OF-BANNER-LINE.
           05  FILLER               PIC X(14) VALUE
               'AS-OF DATE  : '.
           05  AOB-ASOF-DATE        PIC 9(8).
           05  FILLER               PIC X(14) VALUE
               '  GENERATED : '.
           05  AOB-TODAY-DATE       PIC 9(8).
           05  AOB-CATCHUP-TEXT     PIC X(20) VALUE SPACES.

       01  FIBONACCI-TABLE.
           05  FIB-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-ACTUAL-COUNT.
               10  FILLER           PIC X(3) VALUE ' | '.
               10  AL-PROFILE       PIC X(8).

      * The audit extension - CATCHUP=Y marks a run re-dated with
      * ASOF= to an earlier business day; GEN= is the calendar
      * date the run was actually produced; BG= is the break-glass
      * grant the run acted under, blank when none; CHK= is the
      * second userid who approved a FORCE=Y overwrite (BRKGLASS
      * when it was made under a break-glass grant); REL= is the
      * release of the program that made the run; UNIT= is the
      * business unit the run was made for
           05  AUDIT-EXT-LINE.
               10  FILLER           PIC X(8) VALUE 'CATCHUP='.
               10  AX-CATCHUP-FLAG  PIC X.
               10  FILLER           PIC X(7) VALUE ' | GEN='.
               10  AX-GENERATED-DATE PIC 9(8).
               10  AX-BG-TAG        PIC X(6) VALUE SPACES.
               10  AX-BG-GRANT-STAMP PIC X(14) VALUE SPACES.
               10  AX-CHK-TAG       PIC X(7) VALUE SPACES.
               10  AX-CHECKER       PIC X(8) VALUE SPACES.
               10  FILLER           PIC X VALUE SPACES.
               10  FILLER           PIC X(7) VALUE ' | REL='.
               10  AX-RELEASE-ID    PIC X(8) VALUE SPACES.
               10  FILLER           PIC X(8) VALUE ' | UNIT='.
               10  AX-UNIT          PIC X(4) VALUE SPACES.
               10  FILLER           PIC X(13) VALUE SPACES.

       01  TIME-DATA.
           05  WS-CURRENT-DATE.
               10  WS-YEAR       PIC 9(4).
               10  WS-HUNDREDTH  PIC 9(2).
           05  WS-RUN-DATE       PIC 9(8).

      * As-of dating. The run date is today's date unless the
      * request carries ASOF=YYYYMMDD; a request dated before
      * today is a catch-up run for a missed business day. The
      * request's cards are kept so the request can be re-based
      * on the run profile of the as-of date.
       01  AS-OF-CONTROLS.
           05  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
           05  WS-ASOF-DATE         PIC 9(8) VALUE ZERO.
           05  WS-ASOF-DATE-PARTS REDEFINES WS-ASOF-DATE.
               10  WS-ASOF-YEAR     PIC 9(4).
               10  WS-ASOF-MONTH    PIC 9(2).
               10  WS-ASOF-DAY      PIC 9(2).
           05  WS-HOLD-ASOF-DATE    PIC 9(8) VALUE ZERO.
           05  WS-CATCHUP-SW        PIC X VALUE 'N'.
               88  CATCHUP-RUN          VALUE 'Y'.
           05  WS-ASOF-REPLAY-SW    PIC X VALUE 'N'.
               88  ASOF-REPLAY-ACTIVE   VALUE 'Y'.
           05  WS-HOLD-COMPLETE-SW  PIC X VALUE 'N'.
           05  WS-HOLD-CARD-PRESENT PIC X VALUE 'N'.
           05  WS-HOLD-REQ-CARDS    PIC 9(3) VALUE ZERO.
           05  WS-REQ-CARD-IX       PIC 9(3) VALUE ZERO.
           05  WS-REQ-CARDS-KEPT    PIC 9(3) VALUE ZERO.
           05  WS-REQ-CARD-TABLE.
               10  WS-REQ-CARD      PIC X(80) OCCURS 200 TIMES.

      * Split-deck partition controls. FIBSPLIT stamps every request
      * it sends to a partition step with DECKSEQ= (the request's
      * place in the original deck) and RUNSEQ= (the history run
      * sequence reserved for it). A partition step indexes what
      * each request added to its outputs on FIBPIDX so FIBMERGE
      * can put the deck back together in original order.
       01  SPLIT-DECK-CONTROLS.
           05  WS-DECK-SEQ          PIC 9(3) VALUE ZERO.
           05  WS-SPLIT-RUN-SEQ     PIC 9(2) VALUE ZERO.
           05  WS-SPLIT-MODE-SW     PIC X VALUE 'N'.
               88  SPLIT-PARTITION-RUN  VALUE 'Y'.
           05  WS-SPIX-OPENED-SW    PIC X VALUE 'N'.
               88  SPIX-ALREADY-OPENED  VALUE 'Y'.
           05  WS-SPIX-FILE-STATUS  PIC XX VALUE SPACES.
               88  SPIX-FILE-OK         VALUE '00'.
           05  WS-SPLIT-SUMMARY-SW  PIC X VALUE 'N'.
               88  SPLIT-SEQ-ON-FILE    VALUE 'Y'.
           05  WS-SNAP-PRINT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-SNAP-EXCP-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-SNAP-XTRCT-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-SNAP-SUMX-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-SNAP-RISK-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-SNAP-AUDIT-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-SNAP-CTL-RUNS     PIC 9(7) VALUE ZERO.
           05  WS-SNAP-HIST-COUNT   PIC 9(7) VALUE ZERO.

       01  CURRENT-DATE-TIME.
           05  CD-YEAR          PIC 9(4).
           05  CD-MONTH         PIC 9(2).
       77  WS-YTD-RUN-COUNT      PIC 9(5).
       77  WS-YTD-TERM-COUNT     PIC 9(7).
       77  WS-YTD-PRIME-COUNT    PIC 9(7).
      * Rollup basis (PERIODS=): C calendar month and year, F the
      * fiscal period and fiscal year holding today's date
       77  WS-PERIOD-BASIS-SW    PIC X VALUE 'C'.
           88  FISCAL-PERIOD-BASIS    VALUE 'F'.
       77  WS-PRIME-DENSITY-LOW-THRESH  PIC 9(3)V9(2) VALUE 005,00.
       77  WS-PRIME-DENSITY-HIGH-THRESH PIC 9(3)V9(2) VALUE 040,00.
       77  WS-MONOTONIC-WARNINGS PIC 9(4).
       77  WS-ELAPSED-MM         PIC 9(2) VALUE ZERO.
       77  WS-ELAPSED-SS         PIC 9(2) VALUE ZERO.
       77  WS-USERID             PIC X(8) VALUE SPACES.
      * The business unit named on the PARM (USERID,UNIT), the
      * default unit, and the run-sequence band the unit owns
       77  WS-RUN-UNIT           PIC X(4) VALUE SPACES.
       77  WS-DEFAULT-UNIT       PIC X(4) VALUE SPACES.
       77  WS-UNIT-SEQ-LOW       PIC 9(2) VALUE 01.
       77  WS-UNIT-SEQ-HIGH      PIC 9(2) VALUE 99.
       77  WS-PARM-TEXT-LEN      PIC S9(4) COMP VALUE ZERO.
       77  WS-CTL-UNIT-SW        PIC X VALUE 'N'.
           88  CTL-WRONG-UNIT        VALUE 'Y'.
       77  WS-QA-INDEX           PIC 99 VALUE ZERO.
       77  WS-QA-EXP-NUMBER      PIC 9(18) VALUE ZERO.
       77  WS-QA-EXP-STATUS      PIC X VALUE SPACE.
      * Parameter area for the shared FIBDERIV derivation subprogram
           COPY FIBDERVC.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

      * Change-journal record for the shared FIBJRNW writer
           COPY FIBJRNC.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.
           COPY FIBFPLKC.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

      * Parameter area for the shared FIBBGCK break-glass checker
           COPY FIBBGKC.

      * Parameter area for the shared FIBAPCK approval checker
           COPY FIBAPKC.

      * Parameter area for the shared FIBMWCHK maintenance-window check
           COPY FIBMWCKC.

       77  WS-JRN-NEW-IMAGE      PIC X(100) VALUE SPACES.

      * The intra-day run sequence this request saves under, and
           05  MQM-RESTART-FLAG     PIC X.
           05  MQM-VALIDATION-FLAG  PIC X.
           05  MQM-DIV-WARNINGS     PIC 9(4).
           05  MQM-RELEASE-ID       PIC X(8).

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH       PIC S9(4) COMP.
           05  PARM-TEXT         PIC X(13).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
               MOVE WS-DECK-MAX-RC TO RETURN-CODE
           ELSE
               PERFORM 001-PROCESS-ONE-REQUEST
                   UNTIL DECK-EXHAUSTED OR QUIESCE-HONORED

               IF QUIESCE-HONORED
                   PERFORM 087-WRITE-DECK-RESUME
                   MOVE 32 TO WS-DECK-MAX-RC
               END-IF

               PERFORM 990-DECK-COMPLETION

           GOBACK.

       001-PROCESS-ONE-REQUEST.
           PERFORM 075-SNAP-OUTPUT-COUNTS
           PERFORM 060-RESET-REQUEST-STATE
           PERFORM 065-SELECT-RUN-PROFILE
               THRU 065-SELECT-RUN-PROFILE-EXIT

           PERFORM 067-SAVE-BASE-PARAMETERS

           PERFORM 010-READ-REQUEST-CARDS

           IF WS-ASOF-DATE NOT = ZERO
               PERFORM 062-APPLY-AS-OF-DATE
           END-IF

           IF WS-REQ-CARD-COUNT = ZERO
                   AND DECK-EXHAUSTED
                   AND WS-REQUEST-NUMBER > ZERO
               IF WS-RETURN-CODE > WS-DECK-MAX-RC
                   MOVE WS-RETURN-CODE TO WS-DECK-MAX-RC
               END-IF

               IF WS-DECK-SEQ NOT = ZERO
                   PERFORM 077-WRITE-SPLIT-INDEX
               END-IF
           END-IF

           ADD 1 TO WS-GROUPS-DONE
           IF NOT DECK-EXHAUSTED
               PERFORM 085-CHECK-QUIESCE
           END-IF.

       000-INITIALIZE.
           MOVE 'ADVFIBB ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE CD-MINUTE TO WS-MINUTE
           MOVE CD-SECOND TO WS-SECOND
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

           COMPUTE WS-START-TOTAL-SECS =
               WS-HOUR * 3600 + WS-MINUTE * 60 + WS-SECOND

      * PARM='USERID,UNIT' - a PARM without the unit runs for the
      * default unit
           MOVE SPACES TO WS-USERID
           MOVE SPACES TO WS-RUN-UNIT
           IF PARM-LENGTH > ZERO
               MOVE PARM-LENGTH TO WS-PARM-TEXT-LEN
               IF WS-PARM-TEXT-LEN > 13
                   MOVE 13 TO WS-PARM-TEXT-LEN
               END-IF
               UNSTRING PARM-TEXT(1:WS-PARM-TEXT-LEN)
                   DELIMITED BY ','
                   INTO WS-USERID WS-RUN-UNIT
               END-UNSTRING
           END-IF

           PERFORM 042-RESOLVE-RUN-UNIT

           COMPUTE WS-OFFSET-HOURS = FUNCTION ABS(CD-GMT-DIFF) / 100
           COMPUTE WS-OFFSET-MINS =
               FUNCTION MOD(FUNCTION ABS(CD-GMT-DIFF), 100)
           DISPLAY 'Date: ' WS-YEAR '/' WS-MONTH '/' WS-DAY
           DISPLAY 'Time: ' WS-HOUR ':' WS-MINUTE ':' WS-SECOND
               ' LOCAL  (' CD-GMT-HOUR ':' CD-GMT-MINUTE ' GMT)'
           DISPLAY 'Unit: ' WS-RUN-UNIT ' ' UNR-UNIT-NAME
           DISPLAY SPACE

           SET DATA-IS-VALID TO TRUE

           MOVE WS-START-TOTAL-SECS TO WS-DECK-START-SECS

           IF NOT AUTH-RUN-BLOCKED
               PERFORM 045-CHECK-AUTHORIZATION
           END-IF

           IF NOT AUTH-RUN-BLOCKED
               PERFORM 050-RUN-CONTROL-INTERLOCK
               OPEN INPUT CONTROL-CARD-FILE

               PERFORM 040-READ-CONTROL-TOTALS
               PERFORM 080-CHECK-DECK-RESUME
           END-IF.

      * A quiesced run leaves a deck resume point on FIBCKPT. When
      * the rerun falls in the same night cycle (the calendar day
      * of the evening the cycle started - before noon counts as
      * the previous day) the request groups the quiesced run
      * already finished are read past without being run again.
      * The resume point is used up once read past; one from an
      * earlier cycle is ignored.
       080-CHECK-DECK-RESUME.
           COMPUTE WS-RESUME-CYCLE-DATE = WS-TODAY-DATE
           IF CD-HOUR < 12
               COMPUTE WS-RESUME-CYCLE-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           END-IF

           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-FILE-OK
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DRSM-IS-DECK-RESUME
                               AND DRSM-RUN-DATE = WS-RESUME-CYCLE-DATE
                           MOVE DRSM-GROUPS-DONE TO WS-RESUME-GROUPS
                           MOVE DRSM-REQUESTS-DONE
                               TO WS-REQUEST-NUMBER
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF

           IF WS-RESUME-GROUPS > ZERO
               DISPLAY 'DECK RESUME: ' WS-RESUME-GROUPS
                   ' REQUEST GROUP(S) FINISHED BY THE QUIESCED RUN '
                   'ARE SKIPPED'
               PERFORM 082-SKIP-ONE-GROUP
                   UNTIL WS-GROUPS-DONE NOT < WS-RESUME-GROUPS
                       OR DECK-EXHAUSTED
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF.

      * One finished request group is read up to and including its
      * RUN card; its cards are not parsed or run again
       082-SKIP-ONE-GROUP.
           MOVE 'N' TO WS-REQ-COMPLETE-SW
           PERFORM 083-SKIP-ONE-CARD
               UNTIL REQUEST-COMPLETE OR DECK-EXHAUSTED
           ADD 1 TO WS-GROUPS-DONE.

       083-SKIP-ONE-CARD.
           READ CONTROL-CARD-FILE INTO WS-CARD-IMAGE
               AT END
                   SET DECK-EXHAUSTED TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   IF WS-CARD-IMAGE(1:4) = 'RUN '
                       SET REQUEST-COMPLETE TO TRUE
                   END-IF
           END-READ.

      * An operator quiesce request on the ADVFIBB run-control
      * record, looked for between request groups - the unit of
      * work this job can stop after without leaving a request
      * half written. An unreadable FIBRUNC means no request.
       085-CHECK-QUIESCE.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'ADVFIBB ' TO RUNC-PROGRAM
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUNC-QUIESCE-REQUESTED
                           SET QUIESCE-HONORED TO TRUE
                           DISPLAY 'QUIESCE REQUESTED BY '
                               RUNC-QUIESCE-USERID ' AT '
                               RUNC-QUIESCE-STAMP ' - STOPPING AFTER '
                               'REQUEST GROUP ' WS-GROUPS-DONE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * The resume point replaces whatever FIBCKPT holds: every
      * finished request has already emptied its term checkpoint
       087-WRITE-DECK-RESUME.
           OPEN OUTPUT CHECKPOINT-FILE
           INITIALIZE DECK-RESUME-RECORD
           MOVE WS-RESUME-CYCLE-DATE TO DRSM-RUN-DATE
           MOVE ZERO                 TO DRSM-MARKER
           MOVE WS-GROUPS-DONE       TO DRSM-GROUPS-DONE
           MOVE WS-REQUEST-NUMBER    TO DRSM-REQUESTS-DONE
           WRITE DECK-RESUME-RECORD
           ADD 1 TO WS-MAN-CKPT-COUNT
           CLOSE CHECKPOINT-FILE

           DISPLAY 'ADVFIBB QUIESCED AFTER ' WS-GROUPS-DONE
               ' REQUEST GROUP(S) - RERUN THE DECK TO RESUME'.

      * Sensitive options need their own permissions: boundary or
      * QA changes keyed on the SYSIN deck need the override
      * permission (the ANALYST and ADMIN roles), and FORCE=Y needs
      * the force permission (ADMIN). Values the scheduled run
      * profile applied are the baseline, not operator overrides.
      * Before an option is refused, a live break-glass grant of
      * the permission (FIBBRKG) is looked for; one found is taken
      * up and every option applied under it is tagged for review.
      * An unauthorized option is stripped back to that baseline,
      * logged to FIBEXCP, and the request ends RC=28.
       046-ENFORCE-OPTION-AUTHORITY.
           MOVE 'N' TO WS-BQ-KEYED-SW
           IF WS-SMALL-BOUNDARY NOT = WS-BASE-SMALL-BOUND
                   OR WS-MEDIUM-BOUNDARY NOT = WS-BASE-MEDIUM-BOUND
                   OR WS-HUGE-BOUNDARY NOT = WS-BASE-HUGE-BOUND
                   OR (QA-MODE-ON AND WS-BASE-QA-SW NOT = 'Y')
               SET BQ-OVERRIDE-KEYED TO TRUE
           END-IF

      * Free-form SEEDS= keying beyond what the run profile set is
      * an override - a transposed digit in a keyed seed has
      * reached the extracts before. The SEEDSET= path through the
      * approved FIBSEEDS library stays open to everyone.
           MOVE 'N' TO WS-SEED-KEYED-SW
           IF SEEDS-KEYED-FREEFORM
                   AND (WS-BASE-SEED-SOURCE NOT = 'K'
                       OR SEQUENCE-SEEDS NOT = WS-BASE-SEED-VALUES)
               SET SEED-OVERRIDE-KEYED TO TRUE
           END-IF

           IF WS-AUTH-OVERRIDE NOT = 'Y'
                   AND (BQ-OVERRIDE-KEYED OR SEED-OVERRIDE-KEYED)
               MOVE 'OVERRIDE' TO BGK-PERMISSION
               PERFORM 047-TAKE-UP-BREAK-GLASS
           END-IF
           IF WS-AUTH-FORCE NOT = 'Y' AND FORCE-OVERWRITE-OK
               MOVE 'FORCE' TO BGK-PERMISSION
               PERFORM 047-TAKE-UP-BREAK-GLASS
           END-IF

           IF BQ-OVERRIDE-KEYED
               IF WS-BG-PERMISSION = 'OVERRIDE'
                   MOVE 'BOUNDARY/QA OVERRIDE APPLIED'
                       TO BGK-ACTION-TEXT
                   PERFORM 048-TAG-BREAK-GLASS-ACTION
               END-IF
               IF WS-AUTH-OVERRIDE NOT = 'Y'
                   SET AUTH-VIOLATION TO TRUE
                   DISPLAY 'ERROR: USERID ' WS-USERID ' IS NOT '
                       'AUTHORIZED FOR BOUNDARY OR QA OVERRIDES - '
               END-IF
           END-IF

           IF SEED-OVERRIDE-KEYED
               IF WS-BG-PERMISSION = 'OVERRIDE'
                   MOVE 'FREE-FORM SEEDS APPLIED'
                       TO BGK-ACTION-TEXT
                   PERFORM 048-TAG-BREAK-GLASS-ACTION
               END-IF
               IF WS-AUTH-OVERRIDE NOT = 'Y'
                   SET AUTH-VIOLATION TO TRUE
                   DISPLAY 'ERROR: USERID ' WS-USERID ' IS NOT '
                       'AUTHORIZED FOR FREE-FORM SEEDS - PROFILE '
               MOVE 'UNAUTHORIZED FORCE OVERWRITE ATTEMPT'
                   TO WS-EXC-TEXT
               PERFORM 710-LOG-EXCEPTION
           END-IF

      * Holding the FORCE permission is not enough on its own: a
      * second userid must have approved this overwrite on FAPR.
      * A break-glass FORCE grant is exempt - its morning review
      * is the second pair of eyes.
           IF FORCE-OVERWRITE-OK AND WS-BG-PERMISSION NOT = 'FORCE'
               SET APPROVAL-REQUIRED TO TRUE
               PERFORM 044-CHECK-FORCE-APPROVAL
           END-IF.

      * The approval is only checked here; it is marked used when
      * the overwrite is actually made (851-USE-FORCE-APPROVAL)
       044-CHECK-FORCE-APPROVAL.
           SET APK-CHECK TO TRUE
           PERFORM 043-CALL-APPROVAL-CHECKER
           IF NOT APK-APPROVED
               SET AUTH-VIOLATION TO TRUE
               DISPLAY 'ERROR: FORCE=Y FOR RUN DATE ' WS-RUN-DATE
                   ' NOT APPROVED - ' WS-APPROVAL-WHY
                   ' - OPTION IGNORED'
               MOVE 'N' TO WS-FORCE-SW
               MOVE 'E'      TO WS-EXC-SEVERITY
               MOVE 'FIB014' TO WS-EXC-MSG-ID
               MOVE ZERO     TO WS-EXC-TERM
               MOVE SPACES   TO WS-EXC-TEXT
               STRING 'FORCE NOT APPROVED - ' WS-APPROVAL-WHY
                      DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 710-LOG-EXCEPTION
           ELSE
               DISPLAY 'FORCE=Y FOR RUN DATE ' WS-RUN-DATE
                   ' APPROVED BY ' APK-CHECKER ' UNDER TOKEN '
                   WS-APPROVAL-TOKEN
           END-IF.

      * The caller sets the request (check or use); the outcome is
      * left in APK-RESULT and spelled out in WS-APPROVAL-WHY
       043-CALL-APPROVAL-CHECKER.
           MOVE WS-APPROVAL-TOKEN TO APK-TOKEN
           MOVE WS-USERID         TO APK-MAKER
           MOVE 'F'               TO APK-TYPE
           MOVE WS-RUN-DATE       TO APK-RUN-DATE
           MOVE ZERO              TO APK-TERM-INDEX
           MOVE SPACES            TO APK-FIELD
           MOVE SPACES            TO APK-NEW-VALUE
           MOVE 'ADVFIBB '        TO APK-PROGRAM
           IF WS-APPROVAL-TOKEN = ZERO
               SET APK-NO-TOKEN TO TRUE
           ELSE
               CALL 'FIBAPCK' USING FIBAPCK-PARMS
           END-IF
           EVALUATE TRUE
               WHEN APK-APPROVED
                   MOVE SPACES TO WS-APPROVAL-WHY
               WHEN WS-APPROVAL-TOKEN = ZERO
                   MOVE 'NO APPROVAL= TOKEN QUOTED'
                       TO WS-APPROVAL-WHY
               WHEN APK-NO-TOKEN
                   MOVE 'NO SUCH APPROVAL TOKEN' TO WS-APPROVAL-WHY
               WHEN APK-MISMATCH
                   MOVE 'TOKEN IS FOR ANOTHER CHANGE'
                       TO WS-APPROVAL-WHY
               WHEN APK-STILL-PENDING
                   MOVE 'APPROVAL STILL PENDING' TO WS-APPROVAL-WHY
               WHEN APK-REFUSED
                   MOVE 'APPROVAL REJECTED/WITHDRAWN'
                       TO WS-APPROVAL-WHY
               WHEN APK-EXPIRED
                   MOVE 'APPROVAL EXPIRED' TO WS-APPROVAL-WHY
               WHEN APK-ALREADY-USED
                   MOVE 'APPROVAL ALREADY USED' TO WS-APPROVAL-WHY
               WHEN OTHER
                   MOVE 'FIBAPRV NOT AVAILABLE' TO WS-APPROVAL-WHY
           END-EVALUATE.

      * A live break-glass grant of the permission in BGK-PERMISSION
      * stands in for the role the submitter lacks. FIBBGCK has
      * logged it as used by the time it answers; the grant is
      * noted on FIBEXCP and its stamp rides on the audit trail.
      * Only one grant is live per userid, so a run takes up at
      * most one.
       047-TAKE-UP-BREAK-GLASS.
           SET BGK-CHECK TO TRUE
           MOVE WS-USERID  TO BGK-USERID
           MOVE 'ADVFIBB ' TO BGK-PROGRAM
           MOVE SPACES     TO BGK-ACTION-TEXT
           CALL 'FIBBGCK' USING FIBBGCK-PARMS
           IF BGK-GRANT-LIVE
               MOVE BGK-GRANT-STAMP TO WS-BG-GRANT-STAMP
               MOVE BGK-PERMISSION  TO WS-BG-PERMISSION
               IF BGK-PERMISSION = 'FORCE'
                   MOVE 'Y' TO WS-AUTH-FORCE
               ELSE
                   MOVE 'Y' TO WS-AUTH-OVERRIDE
               END-IF
               DISPLAY 'WARNING: USERID ' WS-USERID ' ACTING UNDER '
                   'BREAK-GLASS GRANT ' BGK-GRANT-STAMP ' OF '
                   BGK-PERMISSION ' - EXPIRES ' BGK-EXPIRY-STAMP
               MOVE 'W'      TO WS-EXC-SEVERITY
               MOVE 'FIB013' TO WS-EXC-MSG-ID
               MOVE ZERO     TO WS-EXC-TERM
               MOVE SPACES   TO WS-EXC-TEXT
               STRING 'BREAK-GLASS GRANT ' BGK-GRANT-STAMP
                      ' OF ' BGK-PERMISSION ' TAKEN UP'
                      DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 710-LOG-EXCEPTION
           END-IF.

      * One FIBBGACT record for an action taken under the grant;
      * the caller stages BGK-ACTION-TEXT and takes the action only
      * if the permission is still held afterwards. A grant that
      * has ended or expired since it was taken up, or an action
      * that cannot be tagged, gives the permission back.
       048-TAG-BREAK-GLASS-ACTION.
           SET BGK-LOG-ACTION TO TRUE
           MOVE WS-USERID         TO BGK-USERID
           MOVE 'ADVFIBB '        TO BGK-PROGRAM
           MOVE WS-BG-PERMISSION  TO BGK-PERMISSION
           MOVE WS-BG-GRANT-STAMP TO BGK-GRANT-STAMP
           CALL 'FIBBGCK' USING FIBBGCK-PARMS
           IF NOT BGK-GRANT-LIVE
               DISPLAY 'ERROR: BREAK-GLASS GRANT ' WS-BG-GRANT-STAMP
                   ' OF ' WS-BG-PERMISSION ' NO LONGER LIVE - '
                   BGK-ACTION-TEXT
               IF WS-BG-PERMISSION = 'FORCE'
                   MOVE WS-ROLE-AUTH-FORCE TO WS-AUTH-FORCE
               ELSE
                   MOVE WS-ROLE-AUTH-OVERRIDE TO WS-AUTH-OVERRIDE
               END-IF
               MOVE 'E'      TO WS-EXC-SEVERITY
               MOVE 'FIB013' TO WS-EXC-MSG-ID
               MOVE ZERO     TO WS-EXC-TERM
               MOVE SPACES   TO WS-EXC-TEXT
               STRING 'BREAK-GLASS GRANT ' WS-BG-GRANT-STAMP
                      ' LAPSED - ACTION REFUSED'
                      DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 710-LOG-EXCEPTION
               MOVE ZERO   TO WS-BG-GRANT-STAMP
               MOVE SPACES TO WS-BG-PERMISSION
           END-IF.

       049-TAG-FORCED-OVERWRITE.
           MOVE SPACES TO BGK-ACTION-TEXT
           STRING 'FORCE=Y OVERWRITE OF RUN ' WS-RUN-DATE
                  ' SEQUENCE ' WS-RUN-SEQ
                  DELIMITED BY SIZE INTO BGK-ACTION-TEXT
           END-STRING
           PERFORM 048-TAG-BREAK-GLASS-ACTION.

      * The FIBAUTH file, keyed by userid, names the submitter's
      * roles and FIBROLR turns them into permissions. No record
      * means no permissions, as does a role set that breaks a
      * separation-of-duties rule. An absent FIBAUTH dataset
      * disables the checking with a warning (QA regions run
      * without one). The run permission is checked here; the
      * override and force permissions are enforced where those
      * keywords are applied.
       045-CHECK-AUTHORIZATION.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RLR-RESOLVE TO TRUE
                       MOVE AUTH-ROLES TO RLR-ROLES
                       CALL 'FIBROLR' USING FIBROLR-PARMS
                       MOVE RLR-RUN-FLAG      TO WS-AUTH-RUN
                       MOVE RLR-OVERRIDE-FLAG TO WS-AUTH-OVERRIDE
                       MOVE RLR-FORCE-FLAG    TO WS-AUTH-FORCE
                       IF RLR-SOD-CONFLICT
                           DISPLAY 'ERROR: USERID ' WS-USERID
                               ' ROLES BREAK RULE ' RLR-SOD-RULE-ID
                               ' - NO PERMISSIONS GRANTED'
                       END-IF
                       IF RLR-UNKNOWN-ROLE
                           DISPLAY 'WARNING: USERID ' WS-USERID
                               ' HOLDS UNDEFINED ROLE ' RLR-BAD-ROLE
                       END-IF
                       PERFORM 041-CHECK-UNIT-AUTHORITY
               END-READ
               CLOSE AUTHORIZATION-FILE
               MOVE WS-AUTH-OVERRIDE TO WS-ROLE-AUTH-OVERRIDE
               MOVE WS-AUTH-FORCE    TO WS-ROLE-AUTH-FORCE

               IF WS-AUTH-RUN NOT = 'Y'
                   SET AUTH-RUN-BLOCKED TO TRUE
               END-IF
           END-IF.

      * The permissions hold only for the units on the FIBAUTH
      * record; a userid acting for any other unit has none.
       041-CHECK-UNIT-AUTHORITY.
           SET UNR-CHECK-ACCESS TO TRUE
           MOVE WS-RUN-UNIT TO UNR-UNIT
           MOVE AUTH-UNITS  TO UNR-AUTH-UNITS
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF NOT UNR-OK
               MOVE 'N' TO WS-AUTH-RUN
               MOVE 'N' TO WS-AUTH-OVERRIDE
               MOVE 'N' TO WS-AUTH-FORCE
               DISPLAY 'ERROR: USERID ' WS-USERID ' IS NOT '
                   'AUTHORIZED FOR UNIT ' WS-RUN-UNIT
                   ' - NO PERMISSIONS GRANTED'
           END-IF.

      * The unit comes from the PARM; an unknown unit stops the job
      * as an authorization failure. The unit's band of the run
      * sequence bounds every save and latest-run lookup below.
       042-RESOLVE-RUN-UNIT.
           SET UNR-VALIDATE TO TRUE
           MOVE SPACES TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT TO WS-DEFAULT-UNIT

           SET UNR-VALIDATE TO TRUE
           MOVE WS-RUN-UNIT TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               MOVE UNR-UNIT     TO WS-RUN-UNIT
               MOVE UNR-SEQ-LOW  TO WS-UNIT-SEQ-LOW
               MOVE UNR-SEQ-HIGH TO WS-UNIT-SEQ-HIGH
           ELSE
               SET AUTH-RUN-BLOCKED TO TRUE
               MOVE SPACES TO UNR-UNIT-NAME
               DISPLAY 'ERROR: BUSINESS UNIT ' WS-RUN-UNIT
                   ' IS NOT DEFINED - RUN REFUSED'
           END-IF.

      * Post STARTED on the FIBRUNC run-control file, refusing to
      * run while FIBPURGE holds a STARTED record - the purge must
      * never delete rows while this job has FIB-HISTORY-FILE open.
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO RUNC-TIMESTAMP
                   MOVE WS-USERID TO RUNC-USERID
                   INITIALIZE RUNC-QUIESCE-REQUEST
                   WRITE RUNC-RECORD
                       INVALID KEY
                           REWRITE RUNC-RECORD
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'ADVFIBB ' TO RUNC-PROGRAM
               EVALUATE TRUE
                   WHEN QUIESCE-HONORED
                       MOVE 'QUIESCED ' TO RUNC-STATUS
                   WHEN WS-DECK-MAX-RC > 4
                       MOVE 'FAILED   ' TO RUNC-STATUS
                   WHEN OTHER
                       MOVE 'COMPLETED' TO RUNC-STATUS
               END-EVALUATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUNC-TIMESTAMP
               MOVE WS-USERID TO RUNC-USERID
               INITIALIZE RUNC-QUIESCE-REQUEST
               REWRITE RUNC-RECORD
                   INVALID KEY
                       WRITE RUNC-RECORD
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-REQ-CARD-COUNT
                       IF WS-REQ-CARD-COUNT NOT > 200
                           MOVE WS-CARD-IMAGE
                               TO WS-REQ-CARD(WS-REQ-CARD-COUNT)
                           MOVE WS-REQ-CARD-COUNT
                               TO WS-REQ-CARDS-KEPT
                       END-IF
                       IF WS-CARD-IMAGE(1:4) = 'RUN '
                           SET REQUEST-COMPLETE TO TRUE
                       ELSE
               END-IF
           END-IF

      * The weights apply to the two-term recurrence only, and
      * the negative-index sign rule X(-N) = (-1)**(N+1) * X(N)
      * holds only while B is 1
           IF COEFF-MODE-ON
               IF WS-SEQUENCE-ORDER NOT = 2
                   DISPLAY 'ERROR: COEFF= SUPPORTS ORDER 2 ONLY '
                       '- WEIGHTS RESET TO 1,1'
                   MOVE 1 TO WS-COEFF-A
                   MOVE 1 TO WS-COEFF-B
                   MOVE 'N' TO WS-COEFF-MODE-SW
                   ADD 1 TO WS-PARM-ERROR-COUNT
               ELSE
                   IF NEGA-MODE-ON AND WS-COEFF-B NOT = 1
                       DISPLAY 'ERROR: NEGA=Y NEEDS COEFF WEIGHT B '
                           'OF 1 - NEGA MODE TURNED OFF'
                       MOVE 'N' TO WS-NEGA-MODE-SW
                       ADD 1 TO WS-PARM-ERROR-COUNT
                   END-IF
               END-IF
           END-IF

           IF AUTH-FILE-ACTIVE
               PERFORM 046-ENFORCE-OPTION-AUTHORITY
           END-IF
           COMPUTE WS-START-TOTAL-SECS =
               WS-HOUR * 3600 + WS-MINUTE * 60 + WS-SECOND

      * Every request starts out dated today; ASOF= re-dates it
           MOVE WS-TODAY-DATE TO WS-CURRENT-DATE
           MOVE WS-TODAY-DATE TO WS-RUN-DATE
           MOVE ZERO TO WS-ASOF-DATE
           MOVE 'N' TO WS-CATCHUP-SW
           MOVE ZERO TO WS-REQ-CARDS-KEPT
           MOVE ZERO TO WS-DECK-SEQ
           MOVE ZERO TO WS-SPLIT-RUN-SEQ

           SET DATA-IS-VALID TO TRUE
           MOVE 'Y' TO WS-REQ-RUNNABLE-SW
           MOVE 'N' TO WS-REQ-COMPLETE-SW
           MOVE 'N' TO WS-CMP-LOAD-EOF-SW
           MOVE 'N' TO WS-QA-REQUESTED-SW
           MOVE 'N' TO WS-FORCE-SW
           MOVE ZERO TO WS-APPROVAL-TOKEN
           MOVE 'N' TO WS-APPROVAL-REQ-SW
           MOVE 'N' TO WS-APPROVAL-FAIL-SW
           MOVE SPACES TO WS-APPROVAL-CHECKER
           MOVE 'N' TO WS-DUP-RUN-SW
           MOVE 'N' TO WS-FORCED-OVW-SW
           MOVE 'N' TO WS-AUTH-VIOL-SW
      * A break-glass grant covers the request that took it up; the
      * next request asks FIBBGCK again
           MOVE WS-ROLE-AUTH-OVERRIDE TO WS-AUTH-OVERRIDE
           MOVE WS-ROLE-AUTH-FORCE    TO WS-AUTH-FORCE
           MOVE ZERO   TO WS-BG-GRANT-STAMP
           MOVE SPACES TO WS-BG-PERMISSION
           MOVE 'C' TO WS-LOADERR-MODE
           MOVE 'N' TO WS-LOAD-ABORT-SW
           MOVE ZERO TO WS-LOAD-REJECT-COUNT
           MOVE ZERO TO WS-FIRST-RESIDUE
           MOVE ZERO TO WS-VALUE-STAT-COUNT
           MOVE 'N' TO WS-WIDE-MODE-SW
           MOVE 'N' TO WS-FACTOR-MODE-SW
           MOVE 100000 TO WS-FACT-BUDGET
           MOVE ZERO TO WS-FACT-DONE-COUNT
           MOVE ZERO TO WS-FACT-PARTIAL-COUNT
           MOVE 1 TO WS-COEFF-A
           MOVE 1 TO WS-COEFF-B
           MOVE 'N' TO WS-COEFF-MODE-SW
           MOVE 'C' TO WS-PERIOD-BASIS-SW

           MOVE 50 TO WS-MAX-ELEMENTS
           MOVE 2  TO WS-SEQUENCE-ORDER
           MOVE 005,00 TO WS-PRIME-DENSITY-LOW-THRESH
           MOVE 040,00 TO WS-PRIME-DENSITY-HIGH-THRESH.

      * ASOF=YYYYMMDD re-dates the request. The run profile was
      * chosen from today's date before the cards were read, so
      * the request is reset, dated as of the requested day, given
      * that day's run profile, and its own cards are applied again
      * on top - exactly as if the deck had been run on that day.
       062-APPLY-AS-OF-DATE.
           MOVE WS-ASOF-DATE       TO WS-HOLD-ASOF-DATE
           MOVE WS-REQ-COMPLETE-SW TO WS-HOLD-COMPLETE-SW
           MOVE WS-CARD-PRESENT    TO WS-HOLD-CARD-PRESENT
           MOVE WS-REQ-CARD-COUNT  TO WS-HOLD-REQ-CARDS
           MOVE WS-REQ-CARDS-KEPT  TO WS-REQ-CARD-IX

           PERFORM 060-RESET-REQUEST-STATE

           MOVE WS-HOLD-COMPLETE-SW  TO WS-REQ-COMPLETE-SW
           MOVE WS-HOLD-CARD-PRESENT TO WS-CARD-PRESENT
           MOVE WS-HOLD-REQ-CARDS    TO WS-REQ-CARD-COUNT
           MOVE WS-REQ-CARD-IX       TO WS-REQ-CARDS-KEPT
           MOVE WS-HOLD-ASOF-DATE    TO WS-ASOF-DATE
           MOVE WS-ASOF-DATE         TO WS-CURRENT-DATE
           MOVE WS-ASOF-DATE         TO WS-RUN-DATE
           IF WS-ASOF-DATE < WS-TODAY-DATE
               SET CATCHUP-RUN TO TRUE
           END-IF

           DISPLAY 'AS-OF DATE ' WS-RUN-DATE
               ' - RUN PROFILE RESELECTED AND REQUEST CARDS '
               'REAPPLIED'
           PERFORM 065-SELECT-RUN-PROFILE
               THRU 065-SELECT-RUN-PROFILE-EXIT
           PERFORM 067-SAVE-BASE-PARAMETERS

           SET ASOF-REPLAY-ACTIVE TO TRUE
           PERFORM VARYING WS-REQ-CARD-IX FROM 1 BY 1
                     UNTIL WS-REQ-CARD-IX > WS-REQ-CARDS-KEPT
               IF WS-REQ-CARD(WS-REQ-CARD-IX)(1:4) NOT = 'RUN '
                   MOVE WS-REQ-CARD(WS-REQ-CARD-IX) TO WS-CARD-IMAGE
                   PERFORM 013-PARSE-KEYWORD-CARD
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ASOF-REPLAY-SW

           IF WS-REQ-CARD-COUNT > 200
               DISPLAY 'ERROR: ASOF= REQUEST CARRIES MORE THAN 200 '
                   'CARDS - CARDS PAST 200 NOT REAPPLIED'
               ADD 1 TO WS-PARM-ERROR-COUNT
           END-IF.

      * Parameter state as the run profile left it - the authority
      * check gates only what the SYSIN deck changes beyond this
       067-SAVE-BASE-PARAMETERS.
           MOVE WS-SMALL-BOUNDARY  TO WS-BASE-SMALL-BOUND
           MOVE WS-MEDIUM-BOUNDARY TO WS-BASE-MEDIUM-BOUND
           MOVE WS-HUGE-BOUNDARY   TO WS-BASE-HUGE-BOUND
           MOVE WS-QA-REQUESTED-SW TO WS-BASE-QA-SW
           MOVE WS-SEED-SOURCE-SW  TO WS-BASE-SEED-SOURCE
           MOVE SEQUENCE-SEEDS     TO WS-BASE-SEED-VALUES.

       070-PRINT-REQUEST-BANNER.
           MOVE WS-REQUEST-NUMBER TO RB-REQUEST-NUMBER
      * A split-deck partition numbers its requests as the original
      * deck did, so the merged report reads as one unsplit run
           IF WS-DECK-SEQ NOT = ZERO
               MOVE WS-DECK-SEQ TO RB-REQUEST-NUMBER
           END-IF
           DISPLAY SPACE
           DISPLAY REQUEST-BANNER-LINE
           DISPLAY 'RUN PROFILE: ' WS-SCHEDULE-TYPE
           DISPLAY 'SEQUENCE ORDER: ' WS-SEQUENCE-ORDER
           IF COEFF-MODE-ON
               DISPLAY 'WEIGHTED RECURRENCE: X(N) = ' WS-COEFF-A
                   ' * X(N-1) + ' WS-COEFF-B ' * X(N-2)'
           END-IF

      * Where the seeds came from is part of the banner: a named
      * library set by name, free-form keying flagged as the
           WRITE PRINT-RECORD FROM REQUEST-BANNER-LINE
           ADD 1 TO WS-MAN-PRINT-COUNT
           WRITE PRINT-RECORD FROM SEED-SOURCE-BANNER-LINE
           ADD 1 TO WS-MAN-PRINT-COUNT

           IF WS-ASOF-DATE NOT = ZERO
               MOVE WS-RUN-DATE   TO AOB-ASOF-DATE
               MOVE WS-TODAY-DATE TO AOB-TODAY-DATE
               IF CATCHUP-RUN
                   MOVE '  ** CATCH-UP RUN **' TO AOB-CATCHUP-TEXT
               ELSE
                   MOVE SPACES TO AOB-CATCHUP-TEXT
               END-IF
               DISPLAY AS-OF-BANNER-LINE
               WRITE PRINT-RECORD FROM AS-OF-BANNER-LINE
               ADD 1 TO WS-MAN-PRINT-COUNT
           END-IF.

      * Output positions before the request starts - the split-deck
      * index records what each request added on top of these
       075-SNAP-OUTPUT-COUNTS.
           MOVE WS-MAN-PRINT-COUNT TO WS-SNAP-PRINT-COUNT
           COMPUTE WS-SNAP-EXCP-COUNT =
               WS-EXC-ERROR-COUNT + WS-EXC-WARN-COUNT
           MOVE WS-XTRCT-REC-COUNT TO WS-SNAP-XTRCT-COUNT
           MOVE WS-SUMX-REC-COUNT  TO WS-SNAP-SUMX-COUNT
           MOVE WS-RISK-REC-COUNT  TO WS-SNAP-RISK-COUNT
           MOVE WS-MAN-AUDIT-COUNT TO WS-SNAP-AUDIT-COUNT
           MOVE WS-CTL-RUN-COUNT   TO WS-SNAP-CTL-RUNS
           MOVE WS-MAN-HIST-COUNT  TO WS-SNAP-HIST-COUNT.

      * One FIBPIDX record per split-deck request: where its PRTOUT
      * and FIBEXCP slices start, how many lines and rows it added
      * to each output, and its FIBCTL delta for FIBMERGE to apply
       077-WRITE-SPLIT-INDEX.
           IF SPIX-ALREADY-OPENED
               CONTINUE
           ELSE
               OPEN OUTPUT SPLIT-INDEX-FILE
               IF NOT SPIX-FILE-OK
                   DISPLAY 'ERROR: FIBPIDX OPEN FAILED - STATUS '
                       WS-SPIX-FILE-STATUS ' - DECK CANNOT BE MERGED'
                   IF 16 > WS-DECK-MAX-RC
                       MOVE 16 TO WS-DECK-MAX-RC
                   END-IF
               ELSE
                   SET SPIX-ALREADY-OPENED TO TRUE
               END-IF
           END-IF

           IF SPIX-ALREADY-OPENED
               MOVE SPACES              TO SPLIT-INDEX-RECORD
               MOVE WS-DECK-SEQ         TO SPX-DECK-SEQ
               MOVE WS-RUN-DATE         TO SPX-RUN-DATE
               MOVE WS-SPLIT-RUN-SEQ    TO SPX-RUN-SEQ
               MOVE WS-RETURN-CODE      TO SPX-RETURN-CODE
               MOVE WS-SNAP-PRINT-COUNT TO SPX-PRINT-START
               COMPUTE SPX-PRINT-LINES =
                   WS-MAN-PRINT-COUNT - WS-SNAP-PRINT-COUNT
               MOVE WS-SNAP-EXCP-COUNT  TO SPX-EXCP-START
               COMPUTE SPX-EXCP-ROWS =
                   WS-EXC-ERROR-COUNT + WS-EXC-WARN-COUNT
                   - WS-SNAP-EXCP-COUNT
               COMPUTE SPX-XTRCT-ROWS =
                   WS-XTRCT-REC-COUNT - WS-SNAP-XTRCT-COUNT
               COMPUTE SPX-SUMX-ROWS =
                   WS-SUMX-REC-COUNT - WS-SNAP-SUMX-COUNT
               COMPUTE SPX-RISK-ROWS =
                   WS-RISK-REC-COUNT - WS-SNAP-RISK-COUNT
               COMPUTE SPX-AUDIT-ROWS =
                   WS-MAN-AUDIT-COUNT - WS-SNAP-AUDIT-COUNT
               COMPUTE SPX-CTL-RUNS =
                   WS-CTL-RUN-COUNT - WS-SNAP-CTL-RUNS
               IF SPX-CTL-RUNS > ZERO
                   MOVE WS-SUM TO SPX-RUN-SUM
               ELSE
                   MOVE ZERO TO SPX-RUN-SUM
               END-IF
               MOVE WS-OVERFLOW-SW      TO SPX-OVERFLOW-FLAG
               MOVE WS-RESTART-SW       TO SPX-RESTART-FLAG
               MOVE WS-VALID-DATA       TO SPX-VALIDATION-FLAG
               MOVE WS-DIVISIBILITY-WARNINGS TO SPX-DIV-WARNINGS
               MOVE WS-PARM-ERROR-COUNT TO SPX-KEYWORD-ERRORS
               COMPUTE SPX-HIST-ROWS =
                   WS-MAN-HIST-COUNT - WS-SNAP-HIST-COUNT
               WRITE SPLIT-INDEX-RECORD
           END-IF.

      * The schedule type comes from the run date and the business
      * calendar: when the next business day falls in a new year
                   NOT AT END
                       IF PROF-SCHEDULE = WS-SCHEDULE-TYPE
                               AND PROF-KEYWORD-TEXT NOT = SPACES
                               AND (PROF-UNIT = WS-RUN-UNIT
                                OR (PROF-UNIT = SPACES
                                AND WS-RUN-UNIT = WS-DEFAULT-UNIT))
                           MOVE SPACES TO WS-CARD-IMAGE
                           MOVE PROF-KEYWORD-TEXT TO WS-CARD-IMAGE
                           PERFORM 013-PARSE-KEYWORD-CARD
           DISPLAY 'KEYWORD ERRORS          : ' WS-PARM-ERROR-COUNT
           DISPLAY 'TERMS                   : ' WS-MAX-ELEMENTS
           DISPLAY 'SEQUENCE ORDER          : ' WS-SEQUENCE-ORDER
           DISPLAY 'COEFF WEIGHTS A / B     : ' WS-COEFF-A
               ' / ' WS-COEFF-B
           DISPLAY 'ROLLUP PERIOD BASIS     : ' WS-PERIOD-BASIS-SW
           DISPLAY 'SEEDS                   : ' WS-SEED-1 ' , '
               WS-SEED-2 ' , ' WS-SEED-3 ' , ' WS-SEED-4 ' , '
               WS-SEED-5
           DISPLAY 'QA SELF-TEST            : ' WS-QA-MODE-SW
           DISPLAY 'RESIDUE / WIDE          : ' WS-RESIDUE-MODE-SW
               ' / ' WS-WIDE-MODE-SW
           DISPLAY 'FACTOR / STEP BUDGET    : ' WS-FACTOR-MODE-SW
               ' / ' WS-FACT-BUDGET
           DISPLAY 'RUN DATE / CATCH-UP     : ' WS-RUN-DATE
               ' / ' WS-CATCHUP-SW
           DISPLAY '============================'
           DISPLAY SPACE.

                   ELSE
                       MOVE WS-PARSE-NUMBER TO WS-SEQUENCE-ORDER
                   END-IF
               WHEN 'COEFF'
                   PERFORM 016W-PARSE-COEFF-VALUE
               WHEN 'PERIODS'
                   EVALUATE WS-CC-VALUE
                       WHEN 'FISCAL'
                           SET FISCAL-PERIOD-BASIS TO TRUE
                       WHEN 'CALENDAR'
                           MOVE 'C' TO WS-PERIOD-BASIS-SW
                       WHEN OTHER
                           PERFORM 017-FLAG-KEYWORD-ERROR
                   END-EVALUATE
               WHEN 'TOPN'
                   MOVE WS-CC-VALUE TO WS-PARSE-FIELD
                   PERFORM 015-PARSE-NUMERIC-VALUE
                       WHEN OTHER
                           PERFORM 017-FLAG-KEYWORD-ERROR
                   END-EVALUATE
               WHEN 'FACTOR'
                   EVALUATE WS-CC-VALUE(1:1)
                       WHEN 'Y'
                           SET FACTOR-MODE-ON TO TRUE
                       WHEN 'N'
                           MOVE 'N' TO WS-FACTOR-MODE-SW
                       WHEN OTHER
                           PERFORM 017-FLAG-KEYWORD-ERROR
                   END-EVALUATE
               WHEN 'FACTBUDG'
                   MOVE WS-CC-VALUE TO WS-PARSE-FIELD
                   PERFORM 015-PARSE-NUMERIC-VALUE
                   IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                           OR WS-PARSE-NUMBER > 9999999
                       PERFORM 017-FLAG-KEYWORD-ERROR
                   ELSE
                       MOVE WS-PARSE-NUMBER TO WS-FACT-BUDGET
                   END-IF
               WHEN 'LOADERR'
                   EVALUATE WS-CC-VALUE(1:1)
                       WHEN 'C'
                       WHEN OTHER
                           PERFORM 017-FLAG-KEYWORD-ERROR
                   END-EVALUATE
               WHEN 'APPROVAL'
                   MOVE WS-CC-VALUE TO WS-PARSE-FIELD
                   PERFORM 015-PARSE-NUMERIC-VALUE
                   IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                           OR WS-PARSE-NUMBER > 99999999
                       PERFORM 017-FLAG-KEYWORD-ERROR
                   ELSE
                       MOVE WS-PARSE-NUMBER TO WS-APPROVAL-TOKEN
                   END-IF
               WHEN 'QA'
                   EVALUATE WS-CC-VALUE(1:1)
                       WHEN 'Y'
                       WHEN OTHER
                           PERFORM 017-FLAG-KEYWORD-ERROR
                   END-EVALUATE
      * ASOF is honored from the request's own cards only, and a
      * date past today is refused - catch-up runs go backward
               WHEN 'ASOF'
                   IF ASOF-REPLAY-ACTIVE
                       CONTINUE
                   ELSE
                       MOVE WS-CC-VALUE TO WS-PARSE-FIELD
                       PERFORM 015-PARSE-NUMERIC-VALUE
                       IF PARSE-VALUE-BAD
                               OR WS-PARSE-NUMBER < 16010101
                               OR WS-PARSE-NUMBER > WS-TODAY-DATE
                           PERFORM 017-FLAG-KEYWORD-ERROR
                       ELSE
                           MOVE WS-PARSE-NUMBER TO WS-ASOF-DATE
                           IF WS-ASOF-MONTH < 1 OR WS-ASOF-MONTH > 12
                                   OR WS-ASOF-DAY < 1
                                   OR WS-ASOF-DAY > 31
                               MOVE ZERO TO WS-ASOF-DATE
                               PERFORM 017-FLAG-KEYWORD-ERROR
                           END-IF
                       END-IF
                   END-IF
               WHEN 'PRIORLAY'
                   EVALUATE WS-CC-VALUE(1:1)
                       WHEN 'Y'
                       WHEN OTHER
                           PERFORM 017-FLAG-KEYWORD-ERROR
                   END-EVALUATE
      * DECKSEQ and RUNSEQ are stamped on each request by FIBSPLIT
      * when a large deck is split across parallel partition steps
               WHEN 'DECKSEQ'
                   MOVE WS-CC-VALUE TO WS-PARSE-FIELD
                   PERFORM 015-PARSE-NUMERIC-VALUE
                   IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                           OR WS-PARSE-NUMBER > 999
                       PERFORM 017-FLAG-KEYWORD-ERROR
                   ELSE
                       MOVE WS-PARSE-NUMBER TO WS-DECK-SEQ
                       SET SPLIT-PARTITION-RUN TO TRUE
                   END-IF
               WHEN 'RUNSEQ'
                   MOVE WS-CC-VALUE TO WS-PARSE-FIELD
                   PERFORM 015-PARSE-NUMERIC-VALUE
                   IF PARSE-VALUE-BAD
                           OR WS-PARSE-NUMBER < WS-UNIT-SEQ-LOW
                           OR WS-PARSE-NUMBER > WS-UNIT-SEQ-HIGH
                       PERFORM 017-FLAG-KEYWORD-ERROR
                   ELSE
                       MOVE WS-PARSE-NUMBER TO WS-SPLIT-RUN-SEQ
                   END-IF
               WHEN OTHER
                   PERFORM 017-FLAG-KEYWORD-ERROR
           END-EVALUATE.
               SET QA-MODE-ON TO TRUE
               MOVE 12 TO WS-MAX-ELEMENTS
               MOVE 2 TO WS-SEQUENCE-ORDER
               MOVE 1 TO WS-COEFF-A
               MOVE 1 TO WS-COEFF-B
               MOVE 'N' TO WS-COEFF-MODE-SW
               MOVE 0 TO WS-SEED-1
               MOVE 1 TO WS-SEED-2
               MOVE 0 TO WS-SEED-3
               MOVE 1 TO WS-SEED-2
           END-IF.

      * COEFF=A,B - the two recurrence weights, each 1-99. Both
      * must be keyed; 1,1 is the classic recurrence.
       016W-PARSE-COEFF-VALUE.
           MOVE SPACES TO WS-CC-SUBVAL-1
           MOVE SPACES TO WS-CC-SUBVAL-2
           MOVE SPACES TO WS-CC-SUBVAL-3

           UNSTRING WS-CC-VALUE DELIMITED BY ','
               INTO WS-CC-SUBVAL-1 WS-CC-SUBVAL-2 WS-CC-SUBVAL-3
           END-UNSTRING

           IF WS-CC-SUBVAL-3 NOT = SPACES
               PERFORM 017-FLAG-KEYWORD-ERROR
           ELSE
               MOVE WS-CC-SUBVAL-1 TO WS-PARSE-FIELD
               PERFORM 015-PARSE-NUMERIC-VALUE
               IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                       OR WS-PARSE-NUMBER > 99
                   PERFORM 017-FLAG-KEYWORD-ERROR
               ELSE
                   MOVE WS-PARSE-NUMBER TO WS-COEFF-A
                   MOVE WS-CC-SUBVAL-2 TO WS-PARSE-FIELD
                   PERFORM 015-PARSE-NUMERIC-VALUE
                   IF PARSE-VALUE-BAD OR WS-PARSE-NUMBER = ZERO
                           OR WS-PARSE-NUMBER > 99
                       MOVE 1 TO WS-COEFF-A
                       PERFORM 017-FLAG-KEYWORD-ERROR
                   ELSE
                       MOVE WS-PARSE-NUMBER TO WS-COEFF-B
                   END-IF
               END-IF
           END-IF

           IF WS-COEFF-A = 1 AND WS-COEFF-B = 1
               MOVE 'N' TO WS-COEFF-MODE-SW
           ELSE
               SET COEFF-MODE-ON TO TRUE
           END-IF.

      * SEEDSET=NAME resolves the seeds from the FIBSEEDS library
      * of named, approved combinations - the controlled path a
      * deck should use, needing no override permission. A name
                   NOT AT END
                       IF SSET-NAME = WS-CC-VALUE(1:8)
                               AND SSET-IS-ACTIVE
                               AND (SSET-UNIT = SPACES
                                OR SSET-UNIT = WS-RUN-UNIT)
                           SET SEED-SET-FOUND TO TRUE
                       END-IF
               END-READ
               SET SEEDS-FROM-SET TO TRUE
           ELSE
               DISPLAY 'ERROR: SEED SET ' WS-CC-VALUE(1:8)
                   ' NOT FOUND, NOT ACTIVE OR NOT OPEN TO UNIT '
                   WS-RUN-UNIT ' ON FIBSEEDS'
               PERFORM 017-FLAG-KEYWORD-ERROR
           END-IF.

                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-UNIT = SPACES
                           MOVE WS-DEFAULT-UNIT TO CTL-UNIT
                       END-IF
                       IF CTL-UNIT = WS-RUN-UNIT
                           MOVE CTL-CUMULATIVE-SUM
                               TO WS-CUMULATIVE-SUM
                           MOVE CTL-RUN-COUNT TO WS-CTL-RUN-COUNT
                       ELSE
                           SET CTL-WRONG-UNIT TO TRUE
                           DISPLAY 'ERROR: FIBCTL HOLDS THE TOTALS '
                               'OF UNIT ' CTL-UNIT ' NOT '
                               WS-RUN-UNIT ' - TOTALS NOT CARRIED'
                       END-IF
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF
                               AND CKPT-SEED-1 = WS-SEED-1
                               AND CKPT-SEED-2 = WS-SEED-2
                               AND WS-SEQUENCE-ORDER = 2
                               AND NOT COEFF-MODE-ON
                               AND (WS-ASOF-DATE = ZERO
                                    OR CKPT-RUN-DATE = WS-RUN-DATE)
                           SET RESTART-TAKEN TO TRUE
                           MOVE CKPT-INDEX   TO WS-RESTART-INDEX
                       END-IF
      * The first WS-SEQUENCE-ORDER terms are the seed values;
      * every later term is the sum of the previous
      * WS-SEQUENCE-ORDER terms (order 2 = classic Fibonacci,
      * 3 = Tribonacci, and so on). COEFF mode weights the two
      * previous terms instead.
                   MOVE SPACE TO FIB-RESIDUE-SW(WS-INDEX)
                   IF WS-INDEX NOT > WS-SEQUENCE-ORDER
                       MOVE WS-SEED(WS-INDEX) TO FIB-NUMBER(WS-INDEX)
                   ELSE
                       MOVE ZERO TO FIB-NUMBER(WS-INDEX)
                       MOVE ZERO TO WS-WIDE-CARRY
                       IF COEFF-MODE-ON
                           PERFORM 136-WEIGHTED-NEXT-TERM
                       ELSE
                       PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                                 UNTIL WS-ORD-IDX > WS-SEQUENCE-ORDER
                                       OR OVERFLOW-DETECTED
                                   PERFORM 135-CARRY-OR-OVERFLOW
                           END-ADD
                       END-PERFORM
                       END-IF
                       IF WIDE-MODE-ON AND NOT OVERFLOW-DETECTED
                           IF COEFF-MODE-ON
                               PERFORM 138-EXTEND-WEIGHTED-WORDS
                           ELSE
                               PERFORM 137-EXTEND-WIDE-WORDS
                           END-IF
                       END-IF
                       IF WS-FIRST-RESIDUE > ZERO
                               AND NOT OVERFLOW-DETECTED
                   DISPLAY 'LUCAS MODE SKIPPED - THE COMPANION '
                       'SEQUENCE IS DEFINED FOR ORDER 2 ONLY'
               END-IF
           END-IF

           IF FACTOR-MODE-ON
               PERFORM 160-FACTOR-COMPOSITES
           END-IF.

      * The Lucas companion runs its own recurrence from seeds 2,1.
      * On the standard Fibonacci seeds the identity
      * L(n) = F(n-1) + F(n+1) is verified term by term; a
      * mismatch feeds the same warning counters and return-code
      * logic as the divisibility checks. Under COEFF=A,B the
      * companion is V from seeds 2,A with the same weights, and
      * the identity checked is V(n) = U(n+1) + B*U(n-1).
       150-GENERATE-LUCAS.
           MOVE ZERO TO WS-LUCAS-COUNT

                       MOVE 2 TO LUCAS-NUMBER(WS-INDEX)
                       MOVE WS-INDEX TO WS-LUCAS-COUNT
                   WHEN WS-INDEX = 2
                       MOVE WS-COEFF-A TO LUCAS-NUMBER(WS-INDEX)
                       MOVE WS-INDEX TO WS-LUCAS-COUNT
                   WHEN OTHER
                       COMPUTE WS-INDEX-1 = WS-INDEX - 1
                       COMPUTE WS-INDEX-2 = WS-INDEX - 2
                       COMPUTE LUCAS-NUMBER(WS-INDEX) =
                           WS-COEFF-A * LUCAS-NUMBER(WS-INDEX-1) +
                           WS-COEFF-B * LUCAS-NUMBER(WS-INDEX-2)
                           NOT ON SIZE ERROR
                               MOVE WS-INDEX TO WS-LUCAS-COUNT
                       END-COMPUTE
               CONTINUE
           ELSE
               COMPUTE WS-LUCAS-EXPECTED =
                   WS-COEFF-B * FIB-NUMBER(WS-INDEX - 1)
                   + FIB-NUMBER(WS-INDEX + 1)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-LUCAS-EXPECTED
               END-COMPUTE
                           NOT = WS-LUCAS-EXPECTED
                   ADD 1 TO WS-LUCAS-MISMATCHES
                   ADD 1 TO WS-DIVISIBILITY-WARNINGS
                   IF COEFF-MODE-ON
                       DISPLAY 'DATA INTEGRITY WARNING: LUCAS TERM '
                           WS-INDEX ' (' LUCAS-NUMBER(WS-INDEX)
                           ') FAILS V(N) = U(N+1) + B*U(N-1), '
                           'EXPECTED ' WS-LUCAS-EXPECTED
                   ELSE
                       DISPLAY 'DATA INTEGRITY WARNING: LUCAS TERM '
                           WS-INDEX ' (' LUCAS-NUMBER(WS-INDEX)
                           ') FAILS L(N) = F(N-1) + F(N+1), EXPECTED '
                           WS-LUCAS-EXPECTED
                   END-IF
                   MOVE 'W'      TO WS-EXC-SEVERITY
                   MOVE 'FIB008' TO WS-EXC-MSG-ID
                   MOVE WS-INDEX TO WS-EXC-TERM
               END-IF
           END-IF.

      * Composite exact terms are factored completely where the
      * step budget allows. Primes, residue terms (only the low 18
      * digits are known) and values below 4 are left alone.
       160-FACTOR-COMPOSITES.
           INITIALIZE FACTOR-TABLE
           MOVE ZERO TO WS-FACT-DONE-COUNT
           MOVE ZERO TO WS-FACT-PARTIAL-COUNT

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                     UNTIL WS-INDEX > WS-ACTUAL-COUNT
               IF NOT TERM-IS-RESIDUE(WS-INDEX)
                       AND NOT IS-PRIME(WS-INDEX)
                       AND FIB-NUMBER(WS-INDEX) > 3
                   PERFORM 161-FACTOR-ONE-TERM
               END-IF
           END-PERFORM

           DISPLAY 'PRIME FACTORIZATION PASS: ' WS-FACT-DONE-COUNT
               ' COMPOSITE TERM(S) FACTORED, ' WS-FACT-PARTIAL-COUNT
               ' PARTIAL AT THE ' WS-FACT-BUDGET ' STEP BUDGET'.

      * Trial division strips every prime below 10**4; whatever is
      * left has only larger prime factors, so a remainder below
      * 10**8 is itself prime and anything bigger goes on the
      * pending stack for Miller-Rabin and Pollard's rho
       161-FACTOR-ONE-TERM.
           MOVE FIB-NUMBER(WS-INDEX) TO WS-FACT-REMAIN
           MOVE ZERO TO WS-FACT-STEPS
           MOVE ZERO TO WS-FACT-STACK-COUNT
           MOVE 1    TO WS-FACT-LEFTOVER
           MOVE 'N'  TO WS-FACT-PARTIAL-SW
           MOVE ZERO TO FT-COUNT(WS-INDEX)
           MOVE ZERO TO FT-COFACTOR(WS-INDEX)

           MOVE 2 TO WS-FACT-DIVISOR
           PERFORM 162-TRIAL-DIVIDE
           PERFORM VARYING WS-FACT-DIVISOR FROM 3 BY 2
                     UNTIL WS-FACT-DIVISOR > 9999
                        OR WS-FACT-DIVISOR * WS-FACT-DIVISOR
                           > WS-FACT-REMAIN
               PERFORM 162-TRIAL-DIVIDE
           END-PERFORM

           IF WS-FACT-REMAIN > 1
               IF WS-FACT-DIVISOR * WS-FACT-DIVISOR > WS-FACT-REMAIN
                   MOVE WS-FACT-REMAIN TO WS-FACT-PRIME
                   PERFORM 165-RECORD-PRIME THRU 165-RECORD-PRIME-EXIT
               ELSE
                   ADD 1 TO WS-FACT-STACK-COUNT
                   MOVE WS-FACT-REMAIN
                       TO WS-FACT-STACK(WS-FACT-STACK-COUNT)
               END-IF
           END-IF

           PERFORM 163-SPLIT-PENDING THRU 163-SPLIT-PENDING-EXIT
               UNTIL WS-FACT-STACK-COUNT = ZERO

           IF FACT-RAN-OUT
               MOVE 'P' TO FT-STATUS(WS-INDEX)
               IF FT-COFACTOR(WS-INDEX) > ZERO
                   COMPUTE FT-COFACTOR(WS-INDEX) =
                       FT-COFACTOR(WS-INDEX) * WS-FACT-LEFTOVER
               ELSE
                   MOVE WS-FACT-LEFTOVER TO FT-COFACTOR(WS-INDEX)
               END-IF
               ADD 1 TO WS-FACT-PARTIAL-COUNT
           ELSE
               MOVE 'C' TO FT-STATUS(WS-INDEX)
           END-IF
           ADD 1 TO WS-FACT-DONE-COUNT.

       162-TRIAL-DIVIDE.
           DIVIDE WS-FACT-REMAIN BY WS-FACT-DIVISOR
               GIVING WS-FACT-QUOTIENT
               REMAINDER WS-FACT-REMAINDER
           PERFORM UNTIL WS-FACT-REMAINDER NOT = ZERO
               MOVE WS-FACT-QUOTIENT TO WS-FACT-REMAIN
               MOVE WS-FACT-DIVISOR  TO WS-FACT-PRIME
               PERFORM 165-RECORD-PRIME THRU 165-RECORD-PRIME-EXIT
               DIVIDE WS-FACT-REMAIN BY WS-FACT-DIVISOR
                   GIVING WS-FACT-QUOTIENT
                   REMAINDER WS-FACT-REMAINDER
           END-PERFORM.

      * One pending piece: prime, a perfect square, or split by
      * rho. A piece rho cannot split inside the budget is carried
      * as the unfactored cofactor and the term goes partial.
       163-SPLIT-PENDING.
           MOVE WS-FACT-STACK(WS-FACT-STACK-COUNT) TO WS-FACT-REMAIN
           SUBTRACT 1 FROM WS-FACT-STACK-COUNT

           IF WS-FACT-REMAIN < 100000000
               MOVE WS-FACT-REMAIN TO WS-FACT-PRIME
               PERFORM 165-RECORD-PRIME THRU 165-RECORD-PRIME-EXIT
               GO TO 163-SPLIT-PENDING-EXIT
           END-IF

           MOVE WS-FACT-REMAIN TO WS-MR-NUMBER
           PERFORM 121A-MILLER-RABIN-NUMBER THRU 121-MILLER-RABIN-EXIT
           IF WS-IS-PRIME = 'Y'
               MOVE WS-FACT-REMAIN TO WS-FACT-PRIME
               PERFORM 165-RECORD-PRIME THRU 165-RECORD-PRIME-EXIT
               GO TO 163-SPLIT-PENDING-EXIT
           END-IF

      * Rho cycles on p**2 without ever splitting it
           COMPUTE WS-FACT-ROOT = FUNCTION SQRT(WS-FACT-REMAIN)
           PERFORM UNTIL WS-FACT-ROOT * WS-FACT-ROOT
                         NOT > WS-FACT-REMAIN
               SUBTRACT 1 FROM WS-FACT-ROOT
           END-PERFORM
           PERFORM UNTIL (WS-FACT-ROOT + 1) * (WS-FACT-ROOT + 1)
                         > WS-FACT-REMAIN
               ADD 1 TO WS-FACT-ROOT
           END-PERFORM
           IF WS-FACT-ROOT * WS-FACT-ROOT = WS-FACT-REMAIN
               ADD 1 TO WS-FACT-STACK-COUNT
               MOVE WS-FACT-ROOT TO WS-FACT-STACK(WS-FACT-STACK-COUNT)
               ADD 1 TO WS-FACT-STACK-COUNT
               MOVE WS-FACT-ROOT TO WS-FACT-STACK(WS-FACT-STACK-COUNT)
               GO TO 163-SPLIT-PENDING-EXIT
           END-IF

           PERFORM 164-POLLARD-RHO
           IF WS-RHO-D > 1 AND WS-RHO-D < WS-FACT-REMAIN
               ADD 1 TO WS-FACT-STACK-COUNT
               MOVE WS-RHO-D TO WS-FACT-STACK(WS-FACT-STACK-COUNT)
               ADD 1 TO WS-FACT-STACK-COUNT
               COMPUTE WS-FACT-STACK(WS-FACT-STACK-COUNT) =
                   WS-FACT-REMAIN / WS-RHO-D
           ELSE
               SET FACT-RAN-OUT TO TRUE
               COMPUTE WS-FACT-LEFTOVER =
                   WS-FACT-LEFTOVER * WS-FACT-REMAIN
           END-IF.

       163-SPLIT-PENDING-EXIT.
           EXIT.

      * Pollard's rho with Floyd cycle detection on x**2 + c. A
      * cycle that closes on the whole piece retries with the next
      * c; every step is charged to the term's budget. WS-RHO-D
      * returns the divisor found, or 1 when the budget ran out.
       164-POLLARD-RHO.
           MOVE WS-FACT-REMAIN TO WS-MR-NUMBER
           MOVE ZERO TO WS-RHO-C
           MOVE 1    TO WS-RHO-D

           PERFORM UNTIL (WS-RHO-D > 1 AND WS-RHO-D < WS-FACT-REMAIN)
                      OR WS-FACT-STEPS NOT < WS-FACT-BUDGET
               ADD 1 TO WS-RHO-C
               MOVE 2 TO WS-RHO-X
               MOVE 2 TO WS-RHO-Y
               MOVE 1 TO WS-RHO-D
               PERFORM UNTIL WS-RHO-D NOT = 1
                          OR WS-FACT-STEPS NOT < WS-FACT-BUDGET
                   ADD 1 TO WS-FACT-STEPS
                   MOVE WS-RHO-X TO WS-RHO-T
                   PERFORM 166-RHO-ADVANCE
                   MOVE WS-RHO-T TO WS-RHO-X
                   MOVE WS-RHO-Y TO WS-RHO-T
                   PERFORM 166-RHO-ADVANCE
                   PERFORM 166-RHO-ADVANCE
                   MOVE WS-RHO-T TO WS-RHO-Y
                   IF WS-RHO-X > WS-RHO-Y
                       COMPUTE WS-GCD-A = WS-RHO-X - WS-RHO-Y
                   ELSE
                       COMPUTE WS-GCD-A = WS-RHO-Y - WS-RHO-X
                   END-IF
                   MOVE WS-FACT-REMAIN TO WS-GCD-B
                   PERFORM 167-GREATEST-COMMON-DIVISOR
                   MOVE WS-GCD-A TO WS-RHO-D
               END-PERFORM
           END-PERFORM.

      * WS-RHO-T = WS-RHO-T ** 2 + C MOD the piece being split
       166-RHO-ADVANCE.
           MOVE WS-RHO-T TO WS-MR-MUL-A
           MOVE WS-RHO-T TO WS-MR-MUL-B
           PERFORM 123-MULTIPLY-MOD
           COMPUTE WS-RHO-T =
               FUNCTION MOD(WS-MR-MUL-R + WS-RHO-C, WS-MR-NUMBER).

       167-GREATEST-COMMON-DIVISOR.
           PERFORM UNTIL WS-GCD-B = ZERO
               COMPUTE WS-GCD-T = FUNCTION MOD(WS-GCD-A, WS-GCD-B)
               MOVE WS-GCD-B TO WS-GCD-A
               MOVE WS-GCD-T TO WS-GCD-B
           END-PERFORM.

      * The term's factor list is kept in ascending prime order
      * with exponents; a prime past the table width (there can be
      * only one in an 18-digit value) is the cofactor
       165-RECORD-PRIME.
           IF WS-FACT-PRIME > 999999999
               MOVE WS-FACT-PRIME TO FT-COFACTOR(WS-INDEX)
               GO TO 165-RECORD-PRIME-EXIT
           END-IF

           PERFORM VARYING WS-FACT-SLOT FROM 1 BY 1
                     UNTIL WS-FACT-SLOT > FT-COUNT(WS-INDEX)
                        OR FT-PRIME(WS-INDEX, WS-FACT-SLOT)
                           NOT < WS-FACT-PRIME
               CONTINUE
           END-PERFORM

           IF WS-FACT-SLOT NOT > FT-COUNT(WS-INDEX)
               IF FT-PRIME(WS-INDEX, WS-FACT-SLOT) = WS-FACT-PRIME
                   ADD 1 TO FT-EXPONENT(WS-INDEX, WS-FACT-SLOT)
                   GO TO 165-RECORD-PRIME-EXIT
               END-IF
           END-IF

           IF FT-COUNT(WS-INDEX) NOT < 15
               GO TO 165-RECORD-PRIME-EXIT
           END-IF

           PERFORM VARYING WS-FACT-SHIFT FROM FT-COUNT(WS-INDEX)
                     BY -1 UNTIL WS-FACT-SHIFT < WS-FACT-SLOT
               MOVE FT-ENTRY(WS-INDEX, WS-FACT-SHIFT)
                   TO FT-ENTRY(WS-INDEX, WS-FACT-SHIFT + 1)
           END-PERFORM

           MOVE WS-FACT-PRIME TO FT-PRIME(WS-INDEX, WS-FACT-SLOT)
           MOVE 1 TO FT-EXPONENT(WS-INDEX, WS-FACT-SLOT)
           ADD 1 TO FT-COUNT(WS-INDEX).

       165-RECORD-PRIME-EXIT.
           EXIT.

       105-LOAD-FROM-HISTORY.
           DISPLAY 'SKIPPING REGENERATION - LOADING TABLE FROM '
               'HISTORY, RUN DATE = ' WS-LOAD-DATE
               PERFORM 130-HANDLE-OVERFLOW
           END-IF.

      * COEFF mode: the weighted sum is formed whole and split at
      * 10**18. Past the top of the word the run truncates, or in
      * residue mode keeps the low word and passes the high part
      * on as the carry - the same outcomes as the plain addition.
       136-WEIGHTED-NEXT-TERM.
           COMPUTE WS-INDEX-1 = WS-INDEX - 1
           COMPUTE WS-INDEX-2 = WS-INDEX - 2
           COMPUTE WS-COEFF-WORK =
               WS-COEFF-A * FIB-NUMBER(WS-INDEX-1)
               + WS-COEFF-B * FIB-NUMBER(WS-INDEX-2)

           IF WS-COEFF-WORK < WS-COEFF-WORD-BASE
               MOVE WS-COEFF-WORK TO FIB-NUMBER(WS-INDEX)
           ELSE
               IF RESIDUE-MODE-ON
                   DIVIDE WS-COEFF-WORK BY WS-COEFF-WORD-BASE
                       GIVING WS-WIDE-CARRY
                       REMAINDER FIB-NUMBER(WS-INDEX)
                   IF WS-FIRST-RESIDUE = ZERO
                       MOVE WS-INDEX TO WS-FIRST-RESIDUE
                       DISPLAY 'RESIDUE CONTINUATION: VALUES CARRIED '
                           'MODULO 10**18 FROM TERM ' WS-INDEX
                   END-IF
               ELSE
                   PERFORM 130-HANDLE-OVERFLOW
               END-IF
           END-IF.

      * Wide mode under COEFF: each higher word is the weighted sum
      * of the same words of the two previous terms plus the carry
      * out of the word below, split at 10**18 as for the low word
       138-EXTEND-WEIGHTED-WORDS.
           COMPUTE WS-INDEX-1 = WS-INDEX - 1
           COMPUTE WS-INDEX-2 = WS-INDEX - 2

           PERFORM VARYING WS-WIDE-WORD-IDX FROM 1 BY 1
                     UNTIL WS-WIDE-WORD-IDX > 3
               COMPUTE WS-COEFF-WORK =
                   WS-COEFF-A * WIDE-WORD(WS-INDEX-1, WS-WIDE-WORD-IDX)
                   + WS-COEFF-B
                     * WIDE-WORD(WS-INDEX-2, WS-WIDE-WORD-IDX)
                   + WS-WIDE-CARRY
               DIVIDE WS-COEFF-WORK BY WS-COEFF-WORD-BASE
                   GIVING WS-WIDE-CARRY
                   REMAINDER WIDE-WORD(WS-INDEX, WS-WIDE-WORD-IDX)
           END-PERFORM

           IF WS-WIDE-CARRY > ZERO
               DISPLAY 'WARNING: WIDE VALUE PAST 72 DIGITS AT '
                   'TERM ' WS-INDEX
               PERFORM 130-HANDLE-OVERFLOW
           END-IF.

       110-CLASSIFY-NUMBER.
           DIVIDE FIB-NUMBER(WS-INDEX) BY 2
               GIVING WS-TEMP-AREA
           PERFORM 120-CHECK-PRIME THRU 120-CHECK-PRIME-EXIT
           IF WS-SEQUENCE-ORDER = 2
                   AND WS-SEED-1 = 0 AND WS-SEED-2 = 1
               IF COEFF-MODE-ON
                   PERFORM 127-VERIFY-WEIGHTED-DIVISIBILITY
                       THRU 127-VERIFY-WEIGHTED-EXIT
               ELSE
                   PERFORM 125-VERIFY-DIVISIBILITY-PATTERN
                       THRU 125-VERIFY-DIVISIBILITY-EXIT
               END-IF
           END-IF
           PERFORM 126-VERIFY-MONOTONIC-INCREASE

      * short trial-division bound when this runs. WS-IS-PRIME
      * carries the verdict.
       121-MILLER-RABIN-TEST.
           MOVE FIB-NUMBER(WS-INDEX) TO WS-MR-NUMBER.

      * The factoring pass enters here with WS-MR-NUMBER already set
       121A-MILLER-RABIN-NUMBER.
           COMPUTE WS-MR-NLESS1 = WS-MR-NUMBER - 1

           MOVE WS-MR-NLESS1 TO WS-MR-D
       125-VERIFY-DIVISIBILITY-EXIT.
           EXIT.

      * From seeds 0,1 the weighted sequence U is still a
      * divisibility sequence: U(K) divides U(N) whenever K divides
      * N. Stored index I holds U(I-1), so for K = 3 through 6 the
      * term at index I must divide evenly by the one at K+1.
       127-VERIFY-WEIGHTED-DIVISIBILITY.
           IF TERM-IS-RESIDUE(WS-INDEX)
               GO TO 127-VERIFY-WEIGHTED-EXIT
           END-IF

           PERFORM VARYING WS-COEFF-K FROM 3 BY 1
                     UNTIL WS-COEFF-K > 6
               IF WS-INDEX - 1 > WS-COEFF-K
                       AND FUNCTION MOD(WS-INDEX - 1, WS-COEFF-K) = 0
                   MOVE FIB-NUMBER(WS-COEFF-K + 1) TO WS-COEFF-DIVISOR
                   DIVIDE FIB-NUMBER(WS-INDEX) BY WS-COEFF-DIVISOR
                       GIVING WS-TEMP-AREA
                       REMAINDER WS-DIVMOD-RESULT
                   IF WS-DIVMOD-RESULT NOT = 0
                       ADD 1 TO WS-DIVISIBILITY-WARNINGS
                       DISPLAY 'DATA INTEGRITY WARNING: TERM '
                           WS-INDEX ' IS A MULTIPLE OF ' WS-COEFF-K
                           ' BUT ITS VALUE IS NOT EVENLY DIVISIBLE BY '
                           WS-COEFF-DIVISOR
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING 'WEIGHTED DIVISIBILITY BROKEN (INDEX '
                           'MOD ' WS-COEFF-K ')'
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                       END-STRING
                       PERFORM 715-LOG-DIVISIBILITY
                   END-IF
               END-IF
           END-PERFORM.

       127-VERIFY-WEIGHTED-EXIT.
           EXIT.

       715-LOG-DIVISIBILITY.
           MOVE 'W'      TO WS-EXC-SEVERITY
           MOVE 'FIB002' TO WS-EXC-MSG-ID
           DISPLAY SPACE
           DISPLAY '===== ZECKENDORF REPRESENTATIONS ====='

           IF WS-SEQUENCE-ORDER NOT = 2 OR COEFF-MODE-ON
                   OR WS-SEED-1 NOT = 0 OR WS-SEED-2 NOT = 1
               DISPLAY 'ZECKENDORF SKIPPED - REQUIRES THE STANDARD '
                   'FIBONACCI RUN (ORDER 2, SEEDS 0,1, WEIGHTS 1,1)'
               GO TO 460-ZECKENDORF-REPORT-EXIT
           END-IF

               MOVE WS-RUN-DATE TO EXH-RUN-DATE
               MOVE 'ADVFIBB'   TO EXH-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO EXH-TIMESTAMP
               MOVE '03'        TO EXH-LAYOUT-VERSION
               MOVE WS-RUN-UNIT TO EXH-UNIT
               WRITE EXTRACT-HEADER-RECORD
           END-IF

               MOVE FIB-CATEGORY(WS-INDEX) TO EXT-FIB-CATEGORY
               MOVE WS-SEQUENCE-ORDER     TO EXT-SEQ-ORDER
               MOVE FIB-RESIDUE-SW(WS-INDEX) TO EXT-RESIDUE-FLAG
               MOVE WS-COEFF-A            TO EXT-COEFF-A
               MOVE WS-COEFF-B            TO EXT-COEFF-B

               WRITE EXTRACT-RECORD
               ADD 1 TO WS-XTRCT-REC-COUNT
               MOVE WS-RUN-DATE TO SXH-RUN-DATE
               MOVE 'ADVFIBB'   TO SXH-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO SXH-TIMESTAMP
               MOVE '03'        TO SXH-LAYOUT-VERSION
               MOVE REL-RELEASE-ID TO SXH-RELEASE-ID
               MOVE WS-RUN-UNIT TO SXH-UNIT
               WRITE SUMMARY-HEADER-RECORD
           END-IF

           MOVE WS-Q3-VALUE       TO SMX-Q3
           MOVE WS-STD-DEVIATION  TO SMX-STD-DEV
           MOVE WS-DISPERSION-INDEX TO SMX-DISPERSION
           MOVE WS-COEFF-A        TO SMX-COEFF-A
           MOVE WS-COEFF-B        TO SMX-COEFF-B

           WRITE SUMMARY-EXTRACT-RECORD
           ADD 1 TO WS-SUMX-REC-COUNT
           MOVE 'N' TO WS-HIST-LOAD-EOF-SW
           MOVE 'N' TO WS-PEND-SUMMARY-SW

      * On the fiscal basis the period and fiscal year holding
      * today's date bound the rollup; with no period on file for
      * it the calendar month and year stand in
           IF FISCAL-PERIOD-BASIS
               SET FPL-BY-DATE TO TRUE
               MOVE WS-CURRENT-DATE TO FPL-DATE
               CALL 'FIBFPLK' USING FIBFPLK-PARMS
               IF NOT FPL-FOUND
                   DISPLAY 'WARNING: NO FISCAL PERIOD ON FIBFPER FOR '
                       WS-CURRENT-DATE ' - ROLLUP ON CALENDAR BASIS'
                   MOVE 'C' TO WS-PERIOD-BASIS-SW
               END-IF
           END-IF

           OPEN INPUT FIB-HISTORY-FILE
           IF HIST-FILE-OK
               PERFORM UNTIL HIST-LOAD-EOF-REACHED
                                   AND HIST-RUN-DATE
                                       NOT = WS-PEND-RUN-DATE
                               PERFORM 435-ACCUMULATE-ROLLUP
                                   THRU 435-ACCUMULATE-ROLLUP-EXIT
                               MOVE 'N' TO WS-PEND-SUMMARY-SW
                           END-IF
                           IF HIST-TERM-INDEX = ZERO
               END-PERFORM
               IF WS-PEND-SUMMARY-SW = 'Y'
                   PERFORM 435-ACCUMULATE-ROLLUP
                       THRU 435-ACCUMULATE-ROLLUP-EXIT
               END-IF
               CLOSE FIB-HISTORY-FILE
           ELSE
           END-IF

           DISPLAY SPACE
           IF FISCAL-PERIOD-BASIS
               PERFORM 432-DISPLAY-FISCAL-ROLLUP
           ELSE
               DISPLAY
                   '===== MTD / YTD ROLLUP (FROM HISTORY FILE) ====='
               DISPLAY 'MONTH-TO-DATE RUNS         : '
                   WS-MTD-RUN-COUNT
               DISPLAY 'MONTH-TO-DATE TERMS        : '
                   WS-MTD-TERM-COUNT
               DISPLAY 'MONTH-TO-DATE PRIME COUNT  : '
                   WS-MTD-PRIME-COUNT
               DISPLAY 'YEAR-TO-DATE RUNS          : '
                   WS-YTD-RUN-COUNT
               DISPLAY 'YEAR-TO-DATE TERMS         : '
                   WS-YTD-TERM-COUNT
               DISPLAY 'YEAR-TO-DATE PRIME COUNT   : '
                   WS-YTD-PRIME-COUNT
           END-IF
           IF WS-QUAR-SKIP-COUNT > ZERO
               DISPLAY 'QUARANTINED RUNS EXCLUDED  : '
                   WS-QUAR-SKIP-COUNT
           END-IF
           DISPLAY SPACE.

      * The fiscal rollup reuses the month and year accumulators:
      * period-to-date in the MTD set, fiscal-year-to-date in YTD
       432-DISPLAY-FISCAL-ROLLUP.
           DISPLAY '===== PTD / FYTD ROLLUP (FROM HISTORY FILE) ====='
           DISPLAY 'FISCAL PERIOD              : ' FPL-PERIOD-ID
               ' (Q' FPL-QUARTER ') ' FPL-START-DATE ' - '
               FPL-END-DATE
           DISPLAY 'PERIOD-TO-DATE RUNS        : ' WS-MTD-RUN-COUNT
           DISPLAY 'PERIOD-TO-DATE TERMS       : ' WS-MTD-TERM-COUNT
           DISPLAY 'PERIOD-TO-DATE PRIME COUNT : ' WS-MTD-PRIME-COUNT
           DISPLAY 'FISCAL-YEAR-TO-DATE RUNS   : ' WS-YTD-RUN-COUNT
           DISPLAY 'FISCAL-YEAR-TO-DATE TERMS  : ' WS-YTD-TERM-COUNT
           DISPLAY 'FISCAL-YEAR-TO-DATE PRIMES : ' WS-YTD-PRIME-COUNT.

       435-ACCUMULATE-ROLLUP.
           IF FISCAL-PERIOD-BASIS
               PERFORM 436-ACCUMULATE-FISCAL
               GO TO 435-ACCUMULATE-ROLLUP-EXIT
           END-IF

           IF WS-PEND-RUN-DATE(1:4) = WS-YEAR
               ADD 1 TO WS-YTD-RUN-COUNT
               ADD WS-PEND-TERM-COUNT TO WS-YTD-TERM-COUNT
               END-IF
           END-IF.

       435-ACCUMULATE-ROLLUP-EXIT.
           EXIT.

      * Fiscal year to date runs from the year's first day through
      * today; the period's share is the part on or after its start
       436-ACCUMULATE-FISCAL.
           IF WS-PEND-RUN-DATE NOT < FPL-FY-START-DATE
                   AND WS-PEND-RUN-DATE NOT > WS-CURRENT-DATE
               ADD 1 TO WS-YTD-RUN-COUNT
               ADD WS-PEND-TERM-COUNT TO WS-YTD-TERM-COUNT
               ADD WS-PEND-PRIME-COUNT TO WS-YTD-PRIME-COUNT
               IF WS-PEND-RUN-DATE NOT < FPL-START-DATE
                   ADD 1 TO WS-MTD-RUN-COUNT
                   ADD WS-PEND-TERM-COUNT TO WS-MTD-TERM-COUNT
                   ADD WS-PEND-PRIME-COUNT TO WS-MTD-PRIME-COUNT
               END-IF
           END-IF.

       440-COMPARE-SAVED-RUNS.
           IF COMPARE-REQUESTED
               OPEN INPUT FIB-HISTORY-FILE
      * A summary already on file for this run date means the day
      * has run before: the save takes the NEXT run sequence so
      * the runs coexist, while FORCE=Y overwrites the latest
      * sequence instead (still refused under a legal hold). Both
      * stay inside the unit's sequence band, so one unit's runs
      * never take or overwrite another's.
           MOVE WS-RUN-DATE TO WS-SEEK-DATE
           PERFORM 735-FIND-LATEST-SEQ

           EVALUATE TRUE
               WHEN WS-SPLIT-RUN-SEQ NOT = ZERO
                   PERFORM 737-APPLY-SPLIT-RUN-SEQ
               WHEN WS-LATEST-SEQ = ZERO
                   MOVE WS-UNIT-SEQ-LOW TO WS-RUN-SEQ
               WHEN FORCE-OVERWRITE-OK
                   PERFORM 852-CHECK-LEGAL-HOLD
                   IF RUN-DATE-IS-HELD
                           ' IS UNDER LEGAL HOLD - FORCE=Y '
                           'OVERWRITE REFUSED'
                   ELSE
                       PERFORM 851-USE-FORCE-APPROVAL
                           THRU 851-USE-FORCE-APPROVAL-EXIT
                   END-IF
                   IF FORCE-APPROVAL-FAILED
                       SET DUP-RUN-BLOCKED TO TRUE
                   END-IF
                   IF NOT DUP-RUN-BLOCKED
                       MOVE WS-LATEST-SEQ TO WS-RUN-SEQ
                       IF WS-BG-PERMISSION = 'FORCE'
                           PERFORM 049-TAG-FORCED-OVERWRITE
                           IF WS-AUTH-FORCE NOT = 'Y'
                               SET DUP-RUN-BLOCKED TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF NOT DUP-RUN-BLOCKED
                       SET OVERWRITE-WAS-FORCED TO TRUE
                       DISPLAY 'WARNING: RUN DATE ' WS-RUN-DATE
                           ' SEQUENCE ' WS-RUN-SEQ
                           ' OVERWRITTEN UNDER FORCE=Y'
                   END-IF
               WHEN WS-LATEST-SEQ NOT < WS-UNIT-SEQ-HIGH
                   SET DUP-RUN-BLOCKED TO TRUE
                   DISPLAY 'ERROR: RUN DATE ' WS-RUN-DATE ' HAS NO '
                       'FREE SEQUENCE LEFT IN UNIT ' WS-RUN-UNIT
                       ' BAND ' WS-UNIT-SEQ-LOW '-' WS-UNIT-SEQ-HIGH
                       ' - SAVE REFUSED'
               WHEN OTHER
                   COMPUTE WS-RUN-SEQ = WS-LATEST-SEQ + 1
                   DISPLAY 'RUN DATE ' WS-RUN-DATE ' ALREADY '
               END-PERFORM
           END-IF

           IF FACTOR-MODE-ON
               PERFORM 853-SAVE-FACTORIZATIONS
           END-IF

           IF WIDE-MODE-ON AND NOT SKIP-REGEN-REQUESTED
               PERFORM 858-SAVE-WIDE-WORDS
           END-IF

           PERFORM 855-SAVE-PARM-SNAPSHOT
           PERFORM 857-SAVE-PARM-EXTENSION

           PERFORM 856-CATALOG-RUN-PRIMES

           CLOSE FIB-HISTORY-FILE

           PERFORM 859-POST-RUN-DIRECTORY.

       850-SAVE-HISTORY-EXIT.
           EXIT.

      * The saved run goes on the FIBRDIR run directory as generated
      * - R when FORCE=Y re-saved an existing sequence.
       859-POST-RUN-DIRECTORY.
           INITIALIZE FIBRDIR-PARMS
           MOVE WS-RUN-DATE     TO RDP-RUN-DATE
           MOVE WS-RUN-SEQ      TO RDP-RUN-SEQ
           SET RDP-GENERATED    TO TRUE
           IF OVERWRITE-WAS-FORCED
               MOVE 'R' TO RDP-STATE-CODE
           ELSE
               MOVE 'Y' TO RDP-STATE-CODE
           END-IF
           MOVE 'ADVFIBB '      TO RDP-PROGRAM
           MOVE WS-USERID       TO RDP-USERID
           MOVE WS-ACTUAL-COUNT TO RDP-TERM-COUNT
           CALL 'FIBRDIRP' USING FIBRDIR-PARMS.

      * Counsel's legal holds trump FORCE=Y: a held run date is
      * never overwritten, whoever asks.
      * The overwrite is about to be made: the approval checked at
      * request start is marked used now, so it covers this one
      * overwrite only. It is refused if the use cannot be saved.
      * A break-glass FORCE overwrite records BRKGLASS as checker.
       851-USE-FORCE-APPROVAL.
           MOVE 'N' TO WS-APPROVAL-FAIL-SW
           IF WS-BG-PERMISSION = 'FORCE'
               MOVE 'BRKGLASS' TO WS-APPROVAL-CHECKER
               GO TO 851-USE-FORCE-APPROVAL-EXIT
           END-IF
           IF NOT APPROVAL-REQUIRED
               GO TO 851-USE-FORCE-APPROVAL-EXIT
           END-IF

           SET APK-USE TO TRUE
           PERFORM 043-CALL-APPROVAL-CHECKER
           IF APK-APPROVED
               MOVE APK-CHECKER TO WS-APPROVAL-CHECKER
           ELSE
               SET FORCE-APPROVAL-FAILED TO TRUE
               DISPLAY 'ERROR: RUN DATE ' WS-RUN-DATE
                   ' FORCE=Y OVERWRITE REFUSED - ' WS-APPROVAL-WHY
               MOVE 'E'      TO WS-EXC-SEVERITY
               MOVE 'FIB014' TO WS-EXC-MSG-ID
               MOVE ZERO     TO WS-EXC-TERM
               MOVE SPACES   TO WS-EXC-TEXT
               STRING 'FORCE NOT APPROVED - ' WS-APPROVAL-WHY
                      DELIMITED BY SIZE INTO WS-EXC-TEXT
               END-STRING
               PERFORM 710-LOG-EXCEPTION
           END-IF.

       851-USE-FORCE-APPROVAL-EXIT.
           EXIT.

       852-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-RUN-HELD-SW
           OPEN INPUT HOLD-FILE
               END-IF
           END-PERFORM.

      * One type-F row per factored term; a term with more than
      * eight distinct primes below 10**9 continues on a second
      * row at 8200+N
       853-SAVE-FACTORIZATIONS.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                     UNTIL WS-INDEX > WS-ACTUAL-COUNT
               IF NOT FT-NOT-FACTORED(WS-INDEX)
                   MOVE 1    TO WS-FACT-PART-IDX
                   MOVE ZERO TO WS-FACT-PART-BASE
                   PERFORM 854-WRITE-FACT-RECORD
                   IF FT-COUNT(WS-INDEX) > 8
                       MOVE 2 TO WS-FACT-PART-IDX
                       MOVE 8 TO WS-FACT-PART-BASE
                       PERFORM 854-WRITE-FACT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       854-WRITE-FACT-RECORD.
           MOVE SPACES TO HIST-FACT-RECORD
           MOVE WS-RUN-DATE TO HIST-FACT-RUN-DATE
           MOVE WS-RUN-SEQ  TO HIST-FACT-RUN-SEQ
           COMPUTE HIST-FACT-TERM-INDEX =
               7800 + (WS-FACT-PART-IDX * 200) + WS-INDEX
           MOVE 'F'  TO HIST-FACT-RECORD-TYPE
           MOVE ZERO TO HIST-FACT-AIX-FILLER
           MOVE FT-STATUS(WS-INDEX) TO HIST-FACT-STATUS
           MOVE WS-FACT-PART-IDX    TO HIST-FACT-PART
           MOVE ZERO TO HIST-FACT-COUNT
           MOVE ZERO TO HIST-FACT-COFACTOR

           PERFORM VARYING WS-FACT-SLOT FROM 1 BY 1
                     UNTIL WS-FACT-SLOT > 8
               COMPUTE WS-FACT-SHIFT = WS-FACT-PART-BASE + WS-FACT-SLOT
               IF WS-FACT-SHIFT NOT > FT-COUNT(WS-INDEX)
                   MOVE FT-PRIME(WS-INDEX, WS-FACT-SHIFT)
                       TO HIST-FACT-PRIME(WS-FACT-SLOT)
                   MOVE FT-EXPONENT(WS-INDEX, WS-FACT-SHIFT)
                       TO HIST-FACT-EXPONENT(WS-FACT-SLOT)
                   ADD 1 TO HIST-FACT-COUNT
               ELSE
                   MOVE ZERO TO HIST-FACT-PRIME(WS-FACT-SLOT)
                   MOVE ZERO TO HIST-FACT-EXPONENT(WS-FACT-SLOT)
               END-IF
           END-PERFORM

           IF WS-FACT-PART-IDX = 1
               MOVE FT-COFACTOR(WS-INDEX) TO HIST-FACT-COFACTOR
           END-IF

           MOVE HIST-FACT-RECORD TO WS-JRN-NEW-IMAGE
           WRITE HIST-FACT-RECORD
               INVALID KEY
                   REWRITE HIST-FACT-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: UNABLE TO SAVE '
                               'FACTORIZATION FOR TERM ' WS-INDEX
                       NOT INVALID KEY
                           MOVE 'R' TO JRN-ACTION
                           MOVE SPACES TO JRN-BEFORE-IMAGE
                           MOVE WS-JRN-NEW-IMAGE TO JRN-AFTER-IMAGE
                           PERFORM 868-JOURNAL-THE-CHANGE
                   END-REWRITE
               NOT INVALID KEY
                   MOVE 'A' TO JRN-ACTION
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE WS-JRN-NEW-IMAGE TO JRN-AFTER-IMAGE
                   PERFORM 868-JOURNAL-THE-CHANGE
           END-WRITE.

       855-SAVE-PARM-SNAPSHOT.
           MOVE WS-RUN-DATE        TO HIST-PARM-RUN-DATE
           MOVE WS-RUN-SEQ         TO HIST-PARM-RUN-SEQ
                   PERFORM 868-JOURNAL-THE-CHANGE
           END-WRITE.

      * The type-P snapshot is full at the 100-byte journal image
      * width; run attributes added since ride on the type-X
      * extension record beside it (term-index 9996)
       857-SAVE-PARM-EXTENSION.
           MOVE SPACES             TO HIST-PARMX-RECORD
           MOVE WS-RUN-DATE        TO HIST-PARMX-RUN-DATE
           MOVE WS-RUN-SEQ         TO HIST-PARMX-RUN-SEQ
           MOVE 9996               TO HIST-PARMX-TERM-INDEX
           MOVE 'X'                TO HIST-PARMX-RECORD-TYPE
           MOVE ZERO               TO HIST-PARMX-AIX-FILLER
           MOVE WS-CATCHUP-SW      TO HIST-PARMX-CATCHUP-FLAG
           MOVE WS-TODAY-DATE      TO HIST-PARMX-GENERATED-DATE
           MOVE WS-RESIDUE-MODE-SW TO HIST-PARMX-RESIDUE-MODE
           MOVE WS-WIDE-MODE-SW    TO HIST-PARMX-WIDE-MODE
           SET HIST-PARMX-HAS-HIGH-SEEDS TO TRUE
           MOVE WS-SEED-3          TO HIST-PARMX-SEED-3
           MOVE WS-SEED-4          TO HIST-PARMX-SEED-4
           MOVE WS-SEED-5          TO HIST-PARMX-SEED-5
           MOVE WS-COEFF-A         TO HIST-PARMX-COEFF-A
           MOVE WS-COEFF-B         TO HIST-PARMX-COEFF-B
           MOVE WS-SEED-SET-NAME   TO HIST-PARMX-SEED-SET
           MOVE REL-RELEASE-ID     TO HIST-PARMX-RELEASE-ID
           MOVE WS-RUN-UNIT        TO HIST-PARMX-UNIT

           MOVE HIST-PARMX-RECORD TO WS-JRN-NEW-IMAGE
           WRITE HIST-PARMX-RECORD
               INVALID KEY
                   REWRITE HIST-PARMX-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: UNABLE TO SAVE '
                               'PARAMETER SNAPSHOT EXTENSION'
                       NOT INVALID KEY
                           MOVE 'R' TO JRN-ACTION
                           MOVE SPACES TO JRN-BEFORE-IMAGE
                           MOVE WS-JRN-NEW-IMAGE
                               TO JRN-AFTER-IMAGE
                           PERFORM 868-JOURNAL-THE-CHANGE
                   END-REWRITE
               NOT INVALID KEY
                   MOVE 'A' TO JRN-ACTION
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE WS-JRN-NEW-IMAGE TO JRN-AFTER-IMAGE
                   PERFORM 868-JOURNAL-THE-CHANGE
           END-WRITE.

      * The date's summaries arrive in rising sequence order; the
      * last one seen is the latest run instance. Only the run
      * unit's sequence band is scanned - another unit's runs on
      * the same date are not this unit's latest. The history file
      * must already be open.
       735-FIND-LATEST-SEQ.
           MOVE ZERO TO WS-LATEST-SEQ
           MOVE 'N' TO WS-SEQSCAN-EOF-SW

           MOVE WS-SEEK-DATE    TO HIST-RUN-DATE
           MOVE WS-UNIT-SEQ-LOW TO HIST-RUN-SEQ
           MOVE ZERO         TO HIST-TERM-INDEX
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                       SET SEQSCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-RUN-DATE NOT = WS-SEEK-DATE
                               OR HIST-RUN-SEQ > WS-UNIT-SEQ-HIGH
                           SET SEQSCAN-DONE TO TRUE
                       ELSE
                           IF HIST-TERM-INDEX = ZERO
               END-READ
           END-PERFORM.

      * A split-deck request saves under the run sequence FIBSPLIT
      * reserved for it - the partitions run side by side, so the
      * latest sequence on file is no guide. Only a FORCE=Y request
      * may find its reserved sequence already saved; for any other
      * request that means the deck and FIBHIST are out of step and
      * the save is refused rather than overwrite another run.
       737-APPLY-SPLIT-RUN-SEQ.
           MOVE 'N' TO WS-SPLIT-SUMMARY-SW
           MOVE WS-RUN-DATE      TO HIST-RUN-DATE
           MOVE WS-SPLIT-RUN-SEQ TO HIST-RUN-SEQ
           MOVE ZERO             TO HIST-TERM-INDEX
           READ FIB-HISTORY-FILE KEY IS HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SPLIT-SEQ-ON-FILE TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN NOT SPLIT-SEQ-ON-FILE
                   MOVE WS-SPLIT-RUN-SEQ TO WS-RUN-SEQ
                   IF WS-RUN-SEQ > WS-UNIT-SEQ-LOW
                       DISPLAY 'RUN DATE ' WS-RUN-DATE ' SAVES AS '
                           'RESERVED SPLIT-DECK SEQUENCE ' WS-RUN-SEQ
                   END-IF
               WHEN FORCE-OVERWRITE-OK
                   PERFORM 852-CHECK-LEGAL-HOLD
                   IF RUN-DATE-IS-HELD
                       SET DUP-RUN-BLOCKED TO TRUE
                       DISPLAY 'ERROR: RUN DATE ' WS-RUN-DATE
                           ' IS UNDER LEGAL HOLD - FORCE=Y '
                           'OVERWRITE REFUSED'
                   ELSE
                       PERFORM 851-USE-FORCE-APPROVAL
                           THRU 851-USE-FORCE-APPROVAL-EXIT
                   END-IF
                   IF FORCE-APPROVAL-FAILED
                       SET DUP-RUN-BLOCKED TO TRUE
                   END-IF
                   IF NOT DUP-RUN-BLOCKED
                       MOVE WS-SPLIT-RUN-SEQ TO WS-RUN-SEQ
                       IF WS-BG-PERMISSION = 'FORCE'
                           PERFORM 049-TAG-FORCED-OVERWRITE
                           IF WS-AUTH-FORCE NOT = 'Y'
                               SET DUP-RUN-BLOCKED TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF NOT DUP-RUN-BLOCKED
                       SET OVERWRITE-WAS-FORCED TO TRUE
                       DISPLAY 'WARNING: RUN DATE ' WS-RUN-DATE
                           ' SEQUENCE ' WS-RUN-SEQ
                           ' OVERWRITTEN UNDER FORCE=Y'
                   END-IF
               WHEN OTHER
                   SET DUP-RUN-BLOCKED TO TRUE
                   DISPLAY 'ERROR: RUN DATE ' WS-RUN-DATE
                       ' SEQUENCE ' WS-SPLIT-RUN-SEQ ' RESERVED BY '
                       'FIBSPLIT IS ALREADY SAVED - SAVE REFUSED'
           END-EVALUATE.

       860-WRITE-HIST-RECORD.
           ADD 1 TO WS-MAN-HIST-COUNT
           MOVE HIST-PARM-RECORD TO WS-JRN-NEW-IMAGE
       868-JOURNAL-THE-CHANGE.
           MOVE 'ADVFIBB ' TO JRN-PROGRAM
           MOVE WS-USERID  TO JRN-USERID
           MOVE WS-APPROVAL-CHECKER TO JRN-APPROVED-BY
           CALL 'FIBJRNW' USING HIST-JOURNAL-RECORD.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY '======================================='
           DISPLAY '   ANALYSIS COMPLETED SUCCESSFULLY'
           DISPLAY '   RELEASE: ' REL-RELEASE-ID
           DISPLAY '   ELAPSED RUN TIME: ' WS-ELAPSED-HH ':'
               WS-ELAPSED-MM ':' WS-ELAPSED-SS
           DISPLAY '======================================='

           IF NOT QA-MODE-ON
               PERFORM 870-UPDATE-CONTROL-TOTALS
                   THRU 870-UPDATE-CONTROL-TOTALS-EXIT
           END-IF

           IF NOT QA-MODE-ON
           IF WS-EXC-SEVERITY = 'E' OR WS-EXC-SEVERITY = 'C'
               ADD 1 TO WS-EXC-ERROR-COUNT
               PERFORM 715-POST-OPERATOR-ALERT
                   THRU 715-POST-OPERATOR-ALERT-EXIT
           ELSE
               ADD 1 TO WS-EXC-WARN-COUNT
           END-IF
      * record to the FIBALERT destination the automation product
      * watches (opened and closed per alert so the record is on
      * disk immediately), and the same line to the console.
      * Inside a planned maintenance window on ADVFIBB or FIBHIST the
      * failure is expected: the alert goes to FIBMWSUP for the
      * FIBMWRPT post-window report instead of paging anyone (the
      * FIBEXCP record above is written either way).
       715-POST-OPERATOR-ALERT.
           INITIALIZE FIBMWCHK-PARMS
           SET MWC-CHECK        TO TRUE
           MOVE 'ADVFIBB '      TO MWC-PROGRAM
           MOVE 'FIBHIST '      TO MWC-DATASET(1)
           MOVE 'FIBRUNC '      TO MWC-DATASET(2)
           MOVE 'FIBXTRCT'      TO MWC-DATASET(3)
           CALL 'FIBMWCHK' USING FIBMWCHK-PARMS
           IF MWC-IN-WINDOW
               SET MWC-LOG          TO TRUE
               MOVE 'A'             TO MWC-LOG-TYPE
               MOVE WS-EXC-SEVERITY TO MWC-LOG-SEVERITY
               MOVE WS-EXC-MSG-ID   TO MWC-LOG-MSG-ID
               MOVE WS-EXC-TEXT     TO MWC-LOG-TEXT
               CALL 'FIBMWCHK' USING FIBMWCHK-PARMS
               DISPLAY 'ALERT NOT PAGED - MAINTENANCE WINDOW '
                   MWC-WINDOW-ID ': ' WS-EXC-MSG-ID
               GO TO 715-POST-OPERATOR-ALERT-EXIT
           END-IF

           OPEN EXTEND ALERT-FILE
           IF ALRT-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-FILE
               WS-EXC-MSG-ID ' ' WS-EXC-TEXT
               UPON CONSOLE.

       715-POST-OPERATOR-ALERT-EXIT.
           EXIT.

      * The first page operations checks: every exception the job
      * raised, errors before warnings, with severity totals.
       720-EXCEPTION-SUMMARY.

           PERFORM 991-WRITE-EXTRACT-TRAILERS

      * A split-deck partition leaves the completion message to
      * FIBMERGE - consumers must not start on a partial deck
           IF SPLIT-PARTITION-RUN
               DISPLAY 'SPLIT-DECK PARTITION - COMPLETION MESSAGE '
                   'LEFT TO FIBMERGE'
           ELSE
           IF XTRCT-ALREADY-OPENED OR SUMX-ALREADY-OPENED
                   OR RISK-ALREADY-OPENED
               PERFORM 995-PUT-COMPLETION-MESSAGE
                   THRU 995-PUT-COMPLETION-EXIT
           END-IF
           END-IF

           IF SPIX-ALREADY-OPENED
               CLOSE SPLIT-INDEX-FILE
           END-IF

           PERFORM 992-PRINT-OUTPUT-MANIFEST

           DISPLAY 'KEYWORD ERRORS      : ' WS-DECK-ERROR-TOTAL
           DISPLAY 'DECK ELAPSED SECS   : ' WS-DECK-ELAPSED-SECS
           DISPLAY 'HIGHEST RETURN CODE : ' WS-DECK-MAX-RC
           DISPLAY 'RELEASE             : ' REL-RELEASE-ID
           DISPLAY '==================================='

           MOVE '===== DECK COMPLETION SUMMARY =====' TO PRINT-RECORD
           MOVE WS-SUMX-REC-COUNT       TO MQM-SUMX-COUNT
           MOVE WS-RISK-REC-COUNT       TO MQM-RISK-COUNT
           MOVE WS-DIVISIBILITY-WARNINGS TO MQM-DIV-WARNINGS
           MOVE REL-RELEASE-ID          TO MQM-RELEASE-ID

           IF OVERFLOW-DETECTED
               MOVE 'Y' TO MQM-OVERFLOW-FLAG
               MOVE 'T'                TO EXR-RECORD-TYPE
               MOVE WS-XTRCT-REC-COUNT TO EXR-RECORD-COUNT
               MOVE WS-XTRCT-HASH      TO EXR-HASH-TOTAL
               MOVE REL-RELEASE-ID     TO EXR-RELEASE-ID
               WRITE EXTRACT-TRAILER-RECORD
               CLOSE EXTRACT-FILE
           END-IF
               MOVE 'T'                TO RKR-RECORD-TYPE
               MOVE WS-RISK-REC-COUNT  TO RKR-RECORD-COUNT
               MOVE WS-RISK-HASH       TO RKR-HASH-TOTAL
               MOVE REL-RELEASE-ID     TO RKR-RELEASE-ID
               WRITE RISK-TRAILER-RECORD
               CLOSE RISK-REPORT-FILE
           END-IF
           MOVE WS-HUGE-BOUNDARY   TO AL-HUGE-BOUND
           MOVE WS-FORCED-OVW-SW   TO AL-FORCED-OVW
           MOVE WS-SCHEDULE-TYPE   TO AL-PROFILE
           MOVE WS-CATCHUP-SW      TO AX-CATCHUP-FLAG
           MOVE WS-TODAY-DATE      TO AX-GENERATED-DATE
           MOVE REL-RELEASE-ID     TO AX-RELEASE-ID
           MOVE WS-RUN-UNIT        TO AX-UNIT
           IF WS-BG-GRANT-STAMP > ZERO
               MOVE ' | BG='           TO AX-BG-TAG
               MOVE WS-BG-GRANT-STAMP  TO AX-BG-GRANT-STAMP
           END-IF
           MOVE SPACES TO AX-CHK-TAG
           MOVE SPACES TO AX-CHECKER
           IF WS-APPROVAL-CHECKER NOT = SPACES
               MOVE ' | CHK='            TO AX-CHK-TAG
               MOVE WS-APPROVAL-CHECKER  TO AX-CHECKER
           END-IF

      * The chain picks up from the last record on the trail
           PERFORM 896-FIND-PRIOR-CHAIN
           END-IF

           MOVE AUDIT-LINE TO AUD-LINE-TEXT
           MOVE AUDIT-EXT-LINE TO AUD-EXT-TEXT
           PERFORM 897-COMPUTE-CHAIN-VALUE
           WRITE AUDIT-TRAIL-RECORD
           ADD 1 TO WS-MAN-AUDIT-COUNT
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

      * CHAIN = MOD(PRIOR * 31 + BYTE SUM OF THE TEXT AND ITS
      * EXTENSION, 10**13) -
      * cheap to carry, impossible to rewrite quietly
       897-COMPUTE-CHAIN-VALUE.
           MOVE ZERO TO WS-CHAIN-BYTE-SUM
               COMPUTE WS-CHAIN-BYTE-SUM = WS-CHAIN-BYTE-SUM
                   + FUNCTION ORD(AUD-LINE-TEXT(WS-CHAIN-IDX:1))
           END-PERFORM
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                     UNTIL WS-CHAIN-IDX > 100
               COMPUTE WS-CHAIN-BYTE-SUM = WS-CHAIN-BYTE-SUM
                   + FUNCTION ORD(AUD-EXT-TEXT(WS-CHAIN-IDX:1))
           END-PERFORM
           COMPUTE WS-CHAIN-WORK =
               WS-PRIOR-CHAIN * 31 + WS-CHAIN-BYTE-SUM
           COMPUTE AUD-CHAIN-VALUE =
               END-IF
           END-IF

           IF CTL-WRONG-UNIT
               IF 8 > WS-RETURN-CODE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF

           IF DUP-RUN-BLOCKED
               IF 20 > WS-RETURN-CODE
                   MOVE 20 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.

       870-UPDATE-CONTROL-TOTALS.
           IF CTL-WRONG-UNIT
               DISPLAY 'WARNING: FIBCTL BELONGS TO ANOTHER UNIT - '
                   'CONTROL TOTALS NOT UPDATED'
               GO TO 870-UPDATE-CONTROL-TOTALS-EXIT
           END-IF

           ADD WS-SUM TO WS-CUMULATIVE-SUM
               ON SIZE ERROR
                   DISPLAY
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-CUMULATIVE-SUM TO CTL-CUMULATIVE-SUM
           MOVE WS-CTL-RUN-COUNT  TO CTL-RUN-COUNT
           MOVE WS-RUN-UNIT       TO CTL-UNIT
           WRITE CONTROL-TOTAL-RECORD
           ADD 1 TO WS-MAN-CTL-COUNT
           CLOSE CONTROL-TOTAL-FILE
           WRITE PRINT-RECORD FROM CURRENCY-LINE
           ADD 1 TO WS-MAN-PRINT-COUNT.

       870-UPDATE-CONTROL-TOTALS-EXIT.
           EXIT.

       880-WRITE-RISK-REPORT.
           IF RISK-ALREADY-OPENED
               OPEN EXTEND RISK-REPORT-FILE
                   MOVE WS-RUN-DATE TO RKH-RUN-DATE
                   MOVE 'ADVFIBB'   TO RKH-PROGRAM-ID
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RKH-TIMESTAMP
                   MOVE '03'        TO RKH-LAYOUT-VERSION
                   MOVE WS-RUN-UNIT TO RKH-UNIT
                   WRITE RISK-HEADER-RECORD
               END-IF
           END-IF
               MOVE WS-CUMULATIVE-SUM       TO RISK-CUMULATIVE-SUM
               MOVE WS-SEQUENCE-ORDER       TO RISK-SEQ-ORDER
               MOVE 'O'                     TO RISK-ORIGIN-FLAG
               MOVE WS-COEFF-A              TO RISK-COEFF-A
               MOVE WS-COEFF-B              TO RISK-COEFF-B

               IF OVERFLOW-DETECTED
                   MOVE 'Y' TO RISK-OVERFLOW-FLAG
