      * FAILED AT TERMINATION. ADVFIBB AND FIBPURGE CHECK EACH
      * OTHER'S RECORD AND REFUSE TO RUN CONCURRENTLY (RC=24);
      * FIBINQ READS THE FILE TO SHOW A FRIENDLY BATCH-IN-PROGRESS
      * MESSAGE INSTEAD OF AN UNEXPLAINED ERROR. FIBSHADW POSTS
      * COMPLETED WITH THE TIME ITS START-OF-CYCLE SHADOW COPY WAS
      * TAKEN; WHILE THE INTERLOCK IS HELD THE ONLINE READERS USE
      * THAT SHADOW AND SHOW THE TIMESTAMP AS "AS OF".
      *
      * THE QUIESCE REQUEST IS POSTED BY THE OPERATOR THROUGH
      * FIBQUIES AGAINST A RUNNING ADVFIBB, FIBPURGE, FIBRELD OR
      * FIBSTATX. THE JOB CHECKS IT AT EACH CHECKPOINT, STOPS THERE
      * AND POSTS QUIESCED (RC=32); A PLAIN RERUN RESUMES FROM THAT
      * CHECKPOINT. EACH OF THESE JOBS CLEARS THE REQUEST WHEN IT
      * POSTS STARTED AND AGAIN WHEN IT POSTS ITS FINAL STATUS.
      *****************************************************************
       01  RUNC-RECORD.
           05  RUNC-PROGRAM           PIC X(8).
               88  RUNC-IS-STARTED        VALUE 'STARTED  '.
               88  RUNC-IS-COMPLETED      VALUE 'COMPLETED'.
               88  RUNC-IS-FAILED         VALUE 'FAILED   '.
               88  RUNC-IS-QUIESCED       VALUE 'QUIESCED '.
           05  RUNC-TIMESTAMP         PIC 9(14).
           05  RUNC-USERID            PIC X(8).
           05  RUNC-QUIESCE-REQUEST.
               10  RUNC-QUIESCE-SW        PIC X.
                   88  RUNC-QUIESCE-REQUESTED VALUE 'Q'.
               10  RUNC-QUIESCE-STAMP     PIC 9(14).
               10  RUNC-QUIESCE-USERID    PIC X(8).
