      * The operator needs the purge-override permission on FIBAUTH
      * (the permission that governs retention decisions). Every
      * placement and release is written to the FIBH transient data
      * queue, which drains to the FIBHLDA audit dataset, and
      * posted as the held state of the date's runs on the FIBRDIR
      * run directory.
      *
      * Input line: FUNCTION (1), blank, RUN DATE (8), blank,
      * REASON (30).
      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - AUTHORIZED, AUDITED
      *                 LEGAL-HOLD PLACEMENT AND RELEASE
      * 10-15-2026  AG  POST EVERY PLACEMENT AND RELEASE AS THE HELD
      *                 STATE OF THE DATE'S RUNS ON THE FIBRDIR RUN
      *                 DIRECTORY
      * 10-15-2026  AG  RESOLVE THE PURGE-OVERRIDE PERMISSION FROM THE
      *                 USERID'S FIBAUTH ROLES THROUGH FIBROLR
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-AUTH-DENIED-SW         PIC X VALUE 'N'.
           88  HOLD-DENIED               VALUE 'Y'.
       77  WS-COMMAREA-BYTE          PIC X VALUE SPACE.
       77  WS-RDIR-STAMP             PIC 9(14) VALUE ZERO.
       77  WS-RDIR-CODE              PIC X VALUE SPACE.
       77  WS-RDIR-IDX               PIC 9(3) VALUE ZERO.
       77  WS-RDIR-BROWSE-SW         PIC X VALUE 'N'.
           88  RDIR-BROWSE-DONE          VALUE 'Y'.

      * The date's run sequences on FIBRDIR, gathered by a browse
      * before each is read for update and rewritten
       01  WS-RDIR-SEQ-TABLE.
           05  WS-RDIR-SEQ-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-RDIR-SEQ           PIC 9(2) OCCURS 100 TIMES.

      * Legal-hold record shared with FIBPURGE and ADVFIBB
           COPY FIBHOLDC.
      * Authorization record keyed by userid
           COPY FIBAUTH.

      * Parameter area for the shared FIBROLR role resolver
           COPY FIBROLRC.

      * Run-directory record posted with the held state
           COPY FIBRDIRD.

       01  WS-RESP-CODE              PIC S9(8) COMP.
       01  WS-RESP2-CODE             PIC S9(8) COMP.


           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   SET RLR-RESOLVE TO TRUE
                   MOVE AUTH-ROLES TO RLR-ROLES
                   CALL 'FIBROLR' USING FIBROLR-PARMS
                   IF RLR-PURGE-OVR-FLAG NOT = 'Y'
                       SET HOLD-DENIED TO TRUE
                   END-IF
               WHEN WS-RESP-CODE = DFHRESP(NOTFND)
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'H' TO HA-ACTION
                   PERFORM 7000-WRITE-AUDIT-RECORD
                   MOVE 'Y' TO WS-RDIR-CODE
                   PERFORM 7100-POST-RUN-DIRECTORY
                   EXEC CICS SEND TEXT
                       FROM(WS-MSG-HELD)
                       LENGTH(LENGTH OF WS-MSG-HELD)
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'R' TO HA-ACTION
                   PERFORM 7000-WRITE-AUDIT-RECORD
                   MOVE 'N' TO WS-RDIR-CODE
                   PERFORM 7100-POST-RUN-DIRECTORY
                   EXEC CICS SEND TEXT
                       FROM(WS-MSG-RELEASED)
                       LENGTH(LENGTH OF WS-MSG-RELEASED)
               RESP(WS-RESP-CODE)
           END-EXEC.

      * The hold (Y) or release (N) is posted to every run on the
      * FIBRDIR run directory for the date, or to the date-level
      * record (sequence 00) when the date has not been run yet -
      * the FIBRDIRP rule, which batch callers get by calling it.
      * A directory failure never undoes the hold; FIBRDIRB
      * rebuilds the directory from FIBHOLD.
       7100-POST-RUN-DIRECTORY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RDIR-STAMP
           MOVE ZERO TO WS-RDIR-SEQ-COUNT
           MOVE 'N' TO WS-RDIR-BROWSE-SW
           MOVE HLD-RUN-DATE TO RDIR-RUN-DATE
           MOVE ZERO         TO RDIR-RUN-SEQ

           EXEC CICS STARTBR
               DATASET('FIBRDIR')
               RIDFLD(RDIR-KEY)
               KEYLENGTH(LENGTH OF RDIR-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM UNTIL RDIR-BROWSE-DONE
                   EXEC CICS READNEXT
                       DATASET('FIBRDIR')
                       INTO(RUN-DIRECTORY-RECORD)
                       RIDFLD(RDIR-KEY)
                       KEYLENGTH(LENGTH OF RDIR-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                           OR RDIR-RUN-DATE NOT = HLD-RUN-DATE
                           OR WS-RDIR-SEQ-COUNT = 100
                       SET RDIR-BROWSE-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-RDIR-SEQ-COUNT
                       MOVE RDIR-RUN-SEQ
                           TO WS-RDIR-SEQ(WS-RDIR-SEQ-COUNT)
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('FIBRDIR')
               END-EXEC
           END-IF

           IF WS-RDIR-SEQ-COUNT = ZERO
               PERFORM 7120-POST-DATE-LEVEL
           ELSE
               PERFORM VARYING WS-RDIR-IDX FROM 1 BY 1
                         UNTIL WS-RDIR-IDX > WS-RDIR-SEQ-COUNT
                   PERFORM 7110-POST-ONE-RUN
               END-PERFORM
           END-IF.

       7110-POST-ONE-RUN.
           MOVE HLD-RUN-DATE              TO RDIR-RUN-DATE
           MOVE WS-RDIR-SEQ(WS-RDIR-IDX)  TO RDIR-RUN-SEQ

           EXEC CICS READ
               DATASET('FIBRDIR')
               INTO(RUN-DIRECTORY-RECORD)
               RIDFLD(RDIR-KEY)
               KEYLENGTH(LENGTH OF RDIR-KEY)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 7130-APPLY-HELD-STATE
               EXEC CICS REWRITE
                   DATASET('FIBRDIR')
                   FROM(RUN-DIRECTORY-RECORD)
                   RESP(WS-RESP-CODE)
               END-EXEC
           END-IF.

       7120-POST-DATE-LEVEL.
           MOVE HLD-RUN-DATE TO RDIR-RUN-DATE
           MOVE ZERO         TO RDIR-RUN-SEQ

           EXEC CICS READ
               DATASET('FIBRDIR')
               INTO(RUN-DIRECTORY-RECORD)
               RIDFLD(RDIR-KEY)
               KEYLENGTH(LENGTH OF RDIR-KEY)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 7130-APPLY-HELD-STATE
               EXEC CICS REWRITE
                   DATASET('FIBRDIR')
                   FROM(RUN-DIRECTORY-RECORD)
                   RESP(WS-RESP-CODE)
               END-EXEC
           ELSE
               MOVE SPACES TO RUN-DIRECTORY-RECORD
               INITIALIZE RUN-DIRECTORY-RECORD
               MOVE HLD-RUN-DATE TO RDIR-RUN-DATE
               MOVE ZERO         TO RDIR-RUN-SEQ
               PERFORM 7130-APPLY-HELD-STATE
               EXEC CICS WRITE
                   DATASET('FIBRDIR')
                   FROM(RUN-DIRECTORY-RECORD)
                   RIDFLD(RDIR-KEY)
                   KEYLENGTH(LENGTH OF RDIR-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
           END-IF.

       7130-APPLY-HELD-STATE.
           MOVE WS-RDIR-CODE  TO RDIR-HELD
           MOVE WS-RDIR-STAMP TO RDIR-HELD-STAMP
           MOVE 'FIBHOLDM'    TO RDIR-HELD-PGM
           MOVE WS-RDIR-STAMP TO RDIR-LAST-STAMP
           MOVE 'FIBHOLDM'    TO RDIR-LAST-PROGRAM
           MOVE WS-USERID     TO RDIR-LAST-USERID.

       8900-GENERAL-ERROR.
           MOVE EIBRESP  TO WS-RESP-CODE
           MOVE EIBRESP2 TO WS-RESP2-CODE
