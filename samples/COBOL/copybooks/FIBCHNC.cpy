      *****************************************************************
      * FIBCHNC - NIGHT-CYCLE CHAIN STATUS (FIBCHAIN KSDS, KEYED BY
      * DEPENDENCY-DECK POSITION)
      *
      * FIBSCHED REWRITES THE FILE ON EVERY PASS SO THE FIBSCON
      * CONSOLE SHOWS THE CHAIN AS THE ORCHESTRATOR LAST SAW IT.
      * SEQUENCE 000 IS THE HEADER - PASS TIME, CYCLE DATE AND THE
      * NUMBER OF STEPS; ENTRIES 001 UP ARE THE STEPS IN DECK ORDER.
      * ENTRIES BEYOND THE HEADER'S STEP COUNT ARE LEFT FROM A
      * LONGER DECK AND ARE IGNORED.
      *   CHN-PRED-STATUS: THE PREDECESSOR'S FIBRUNC STATUS, OR
      *                    BYPASSED / MARKED OK UNDER AN OVERRIDE
      *   CHN-DECISION:    R RELEASED  H HELD ON A FAILURE
      *                    W WAITING   D DONE  F FAILED
      *                    O OPERATOR HOLD  B BYPASSED
      *                    Q QUIESCED AT A CHECKPOINT
      *                    M HELD FOR A PLANNED MAINTENANCE WINDOW
      *   CHN-OVR-ACTION:  THE OVERRIDE HONORED FOR THE STEP, IF ANY
      *****************************************************************
       01  CHAIN-RECORD.
           05  CHN-SEQ                PIC 9(3).
               88  CHN-IS-HEADER          VALUE ZERO.
           05  CHN-BODY.
               10  CHN-STEP           PIC X(8).
               10  CHN-PRED OCCURS 3 TIMES.
                   15  CHN-PRED-NAME  PIC X(8).
                   15  CHN-PRED-STATUS PIC X(9).
               10  CHN-OWN-STATUS     PIC X(9).
               10  CHN-DECISION       PIC X.
               10  CHN-REASON         PIC X(30).
               10  CHN-OVR-ACTION     PIC X.
               10  FILLER             PIC X(17).
           05  CHN-HEADER-VIEW REDEFINES CHN-BODY.
               10  CHH-PASS-STAMP     PIC 9(14).
               10  CHH-CYCLE-DATE     PIC 9(8).
               10  CHH-STEP-COUNT     PIC 9(3).
               10  FILLER             PIC X(92).
