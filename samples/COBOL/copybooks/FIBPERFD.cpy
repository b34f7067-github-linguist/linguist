      *
      * ONE RECORD PER BATCH JOB EXECUTION, APPENDED TO THE FIBPERF
      * DATASET BY THE FIBPERFL LOGGER: START AND END TIMESTAMPS,
      * ELAPSED SECONDS, RECORDS PROCESSED, THE RETURN CODE AND
      * THE RELEASE OF THE PROGRAM (SPACES ON A RECORD LOGGED
      * BEFORE RELEASES WERE CARRIED).
      * FIBPERFT READS THE HISTORY FOR THE WEEKLY BATCH-WINDOW
      * TREND REPORT - THE FIBCAP EARLY WARNING, APPLIED TO TIME.
      *****************************************************************
           05  PRF-ELAPSED-SECS       PIC 9(6).
           05  PRF-RECORDS            PIC 9(9).
           05  PRF-RETURN-CODE        PIC 9(4).
           05  PRF-RELEASE-ID         PIC X(8).
