      *   FIBCHECK - P/F PER RUN BALANCED
      *   FIBBNFRD - P/F PER RUN SCREENED (F = BENFORD FLAGGED)
      *   FIBSPC   - P/F PER RUN IN THE CONTROL-CHART WINDOW
      *   FIBRPLAY - P/F PER RUN REPLAYED FROM ITS PARAMETER
      *              SNAPSHOT (FIGURE = DIFFERENCES FOUND)
      *   FIBRANK  - P/F PER RUN CHECKED AGAINST THE LAW OF
      *              APPARITION (FIGURE = VIOLATIONS FOUND); RUNS
      *              WITH NON-STANDARD SEEDS GET NO OUTCOME
      *   FIBPROV  - ONE FILE-WIDE OUTCOME PER EXECUTION, LOGGED
      *              UNDER THE EXECUTION DATE WITH RUN DATE ZERO
      *   FIBPRMRC - ONE FILE-WIDE OUTCOME PER EXECUTION OF THE
      *              PRIME-CATALOG RECONCILIATION (F = OUT OF
      *              BALANCE, FIGURE = DIFFERENCES), LIKE FIBPROV
      * THE FIBCERT OUTCOME STAYS ON ITS TYPE-C FIBHIST RECORD.
      * FIBSCORE GRADES EVERY RUN ACROSS THE CHECKS MONTHLY.
      * VRF-FIGURE CARRIES THE CHECK'S HEADLINE NUMBER (EXCEPTIONS
      * VRF-RUN-SEQ IS THE INTRA-DAY RUN SEQUENCE, SO SAME-DATE
      * RUN INSTANCES GRADE SEPARATELY ON THE SCORECARD; FILE-WIDE
      * OUTCOMES (FIBPROV) CARRY SEQUENCE ZERO.
      * FIBSTALE APPENDS A STALE MARKER (OUTCOME S, FIGURE ZERO)
      * UNDER A CHECK WHOSE LATEST OUTCOME IS OLDER THAN THE LAST
      * FIBJRNL CHANGE TO ITS RUN - CHECK ID FIBCERT WHEN IT IS THE
      * TYPE-C CERTIFICATION THAT WENT STALE. THE MARKER STANDS
      * UNTIL THE CHECK RUNS AGAIN; FIBSCORE GRADES IT AS MISSING.
      *****************************************************************
       01  VERIFY-OUTCOME-RECORD.
           05  VRF-RUN-DATE           PIC 9(8).
           05  VRF-OUTCOME            PIC X.
               88  VRF-PASSED             VALUE 'P'.
               88  VRF-FAILED             VALUE 'F'.
               88  VRF-STALE              VALUE 'S'.
           05  VRF-FIGURE             PIC 9(7).
           05  VRF-TIMESTAMP          PIC 9(14).
