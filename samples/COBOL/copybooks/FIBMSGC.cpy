      *****************************************************************
      * FIBMSGC - MESSAGE CATALOG ENTRY (FIBMSG KSDS, KEYED BY
      * MESSAGE ID)
      *
      * ONE ENTRY PER MESSAGE ID THE SUITE POSTS ON FIBEXCP
      * (EXC-MSG-ID), FIBALERT (ALR-MSG-ID) AND THE EXCEPTION
      * WORKBENCH (EXW-MSG-ID): WHAT IT MEANS, WHY IT USUALLY
      * HAPPENS, WHAT THE OPERATOR DOES ABOUT IT AND WHO TO CALL.
      * LOADED BY THE FIBMSGLD CARD JOB, SHOWN ONLINE BY THE FIBMSGQ
      * TRANSACTION (FMSG, AND PF5 FROM FIBEXCB), AND CHECKED BY
      * FIBMSGX FOR MESSAGE IDS THE PROGRAMS EMIT WITH NO ENTRY.
      *
      * MSC-SEVERITY IS THE SEVERITY THE MESSAGE IS NORMALLY POSTED
      * WITH: I INFORMATION, W WARNING, E ERROR, C CRITICAL.
      *****************************************************************
       01  MESSAGE-CATALOG-RECORD.
           05  MSC-MSG-ID             PIC X(8).
           05  MSC-SEVERITY           PIC X.
               88  MSC-SEV-INFO           VALUE 'I'.
               88  MSC-SEV-WARNING        VALUE 'W'.
               88  MSC-SEV-ERROR          VALUE 'E'.
               88  MSC-SEV-CRITICAL       VALUE 'C'.
               88  MSC-SEV-VALID          VALUE 'I' 'W' 'E' 'C'.
           05  MSC-TITLE              PIC X(50).
           05  MSC-EXPLANATION        PIC X(60) OCCURS 3 TIMES.
           05  MSC-CAUSE              PIC X(60) OCCURS 2 TIMES.
           05  MSC-RESPONSE           PIC X(60) OCCURS 3 TIMES.
           05  MSC-CONTACT            PIC X(40).
           05  MSC-UPDATED-BY         PIC X(8).
           05  MSC-UPDATED-STAMP      PIC 9(14).
           05  FILLER                 PIC X(19).
