      *****************************************************************
      * FIBOVRC - NIGHT-CYCLE OPERATOR OVERRIDE RECORD (FIBOVRD KSDS,
      * KEYED BY STEP PROGRAM NAME LIKE FIBRUNC)
      *
      * WRITTEN ONLINE THROUGH THE FIBSCON CONSOLE. ONE RECORD PER
      * STEP - A NEW OVERRIDE REPLACES THE STEP'S PREVIOUS ONE - AND
      * FIBSCHED HONORS IT ONLY FOR THE CYCLE DATE IT WAS ENTERED
      * AGAINST, SO YESTERDAY'S HOLD NEVER STOPS TONIGHT'S CHAIN.
      * THE SAME LAYOUT IS THE AUDIT RECORD WRITTEN TO THE FIBO
      * TRANSIENT DATA QUEUE, WHICH DRAINS TO THE FIBOVRA AUDIT
      * DATASET PRINTED BY FIBTURN THE NEXT MORNING.
      *   OVR-ACTION: H HOLD - NOT RELEASED, SUCCESSORS WAIT
      *               R RELEASE - RELEASED WHATEVER THE PREDECESSORS
      *                 POST; A FAILED STEP IS RELEASED FOR RERUN
      *                 WHEN THE FAILURE PREDATES THE OVERRIDE
      *               B BYPASS - NEVER RELEASED, SUCCESSORS TREAT IT
      *                 AS COMPLETED
      *               C MARK COMPLETE - TREATED AS COMPLETED WITHOUT
      *                 FIBRUNC BEING ALTERED
      * OVR-PRIOR-STATUS AND OVR-PRIOR-DECISION ARE THE STEP'S
      * FIBRUNC STATUS AND FIBSCHED DECISION WHEN THE OVERRIDE WAS
      * ENTERED.
      *****************************************************************
       01  OVERRIDE-RECORD.
           05  OVR-PROGRAM            PIC X(8).
           05  OVR-ACTION             PIC X.
               88  OVR-IS-HOLD            VALUE 'H'.
               88  OVR-IS-RELEASE         VALUE 'R'.
               88  OVR-IS-BYPASS          VALUE 'B'.
               88  OVR-IS-COMPLETE        VALUE 'C'.
           05  OVR-CYCLE-DATE         PIC 9(8).
           05  OVR-STAMP              PIC 9(14).
           05  OVR-USERID             PIC X(8).
           05  OVR-REASON             PIC X(40).
           05  OVR-PRIOR-STATUS       PIC X(9).
           05  OVR-PRIOR-DECISION     PIC X.
           05  FILLER                 PIC X(11).
