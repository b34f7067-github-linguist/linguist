      *   current-year run date  ->  FR-OUT-FILE-NAME 'FIBHIST '
      *   prior-year run date    ->  FR-OUT-FILE-NAME 'FIBHISTP'
      *
      * An online reader working from the start-of-cycle shadow
      * (FR-READ-SHADOW) gets the shadow of the same cluster -
      * 'FIBHISTS' or 'FIBHSTPS' - by the same rule.
      *
      * The name routes the batch ASSIGN and the CICS DATASET
      * alike. No I/O happens here, so the subprogram is safe in
      * both environments, and a change to the partitioning rule
      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - RUN-DATE TO CLUSTER
      *                 ROUTING FOR THE PARTITIONED HISTORY
      * 10-15-2026  AG  ROUTE FR-READ-SHADOW CALLERS TO THE SHADOW
      *                 CLUSTERS FIBSHADW TAKES FOR THE ONLINE
      *                 READERS DURING THE BATCH WINDOW
      ******************************************************************

       ENVIRONMENT DIVISION.
               SET FR-PRIOR-CLUSTER TO TRUE
           END-IF

           IF FR-READ-SHADOW
               IF FR-CURRENT-CLUSTER
                   MOVE 'FIBHISTS' TO FR-OUT-FILE-NAME
               ELSE
                   MOVE 'FIBHSTPS' TO FR-OUT-FILE-NAME
               END-IF
           END-IF

           GOBACK.
