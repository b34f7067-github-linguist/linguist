      *      the load, the FIBCERT discipline),
      *   2. confirms from the parameter snapshot that the identity
      *      applies (standard seeds 0,1 and sequence order 2 -
      *      anything else is reported not verifiable, RC=4); a
      *      COEFF=A,B run qualifies only when A and B are coprime,
      *      the condition under which the weighted sequence keeps
      *      the identity,
      *   3. samples deterministic index pairs across the table and
      *      verifies gcd(F(m),F(n)) against the stored F(gcd(m,n))
      *      by Euclid's algorithm on the stored values.
      *                 VERIFIER OVER SAVED RUNS
      * 09-02-2026  AG  VERIFY THE DATE'S LATEST RUN SEQUENCE
      *                 UNDER THE SEQUENCED KEY
      * 10-15-2026  AG  ACCEPT COEFF=A,B RUNS WITH COPRIME WEIGHTS
      *                 AND REPORT THE REST NOT VERIFIABLE
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
                   END-IF
           END-READ

           IF IDENTITY-APPLIES
               PERFORM 160-CHECK-COEFF-WEIGHTS
           END-IF

           IF NOT IDENTITY-APPLIES
               CLOSE FIB-HISTORY-FILE
               GO TO 100-LOAD-RUN-EXIT
      * pairs and a block substitution anywhere gets straddled.
      * Index pairs stay past term 3 - gcd indexes 1 and 2 map to
      * F(1)=0 and F(2)=1, which Euclid on values cannot confirm.
      * The weights ride on the type-X snapshot extension; a run
      * without one, or with weights 1,1, is the plain recurrence
       160-CHECK-COEFF-WEIGHTS.
           MOVE WS-VERIFY-DATE TO HIST-PARMX-RUN-DATE
           MOVE WS-LATEST-SEQ  TO HIST-PARMX-RUN-SEQ
           MOVE 9996           TO HIST-PARMX-TERM-INDEX
           READ FIB-HISTORY-FILE KEY IS HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIST-PARMX-COEFF-A IS NUMERIC
                           AND HIST-PARMX-COEFF-B IS NUMERIC
                           AND HIST-PARMX-COEFF-A > ZERO
                           AND HIST-PARMX-COEFF-B > ZERO
                           AND (HIST-PARMX-COEFF-A NOT = 1
                                OR HIST-PARMX-COEFF-B NOT = 1)
                       MOVE HIST-PARMX-COEFF-A TO WS-GCD-A
                       MOVE HIST-PARMX-COEFF-B TO WS-GCD-B
                       PERFORM UNTIL WS-GCD-B = ZERO
                           DIVIDE WS-GCD-A BY WS-GCD-B
                               GIVING WS-GCD-Q
                               REMAINDER WS-GCD-R
                           MOVE WS-GCD-B TO WS-GCD-A
                           MOVE WS-GCD-R TO WS-GCD-B
                       END-PERFORM
                       IF WS-GCD-A = 1
                           DISPLAY 'WEIGHTED RUN, COEFF '
                               HIST-PARMX-COEFF-A ','
                               HIST-PARMX-COEFF-B
                               ' - COPRIME WEIGHTS, IDENTITY APPLIES'
                       ELSE
                           DISPLAY 'WEIGHTED RUN, COEFF '
                               HIST-PARMX-COEFF-A ','
                               HIST-PARMX-COEFF-B
                               ' - WEIGHTS NOT COPRIME, RUN NOT '
                               'VERIFIABLE'
                           MOVE 'N' TO WS-SNAPSHOT-OK-SW
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       200-SAMPLE-AND-VERIFY.
           DISPLAY SPACE
           PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
               END-IF
           END-IF

           DISPLAY '   FIBGCDV COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
