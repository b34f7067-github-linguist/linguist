      *****************************************************************
      * FIBSPMPC - SPLIT-DECK REQUEST MAP RECORD
      *
      * ONE RECORD PER REQUEST OF A DECK SPLIT BY FIBSPLIT, IN
      * ORIGINAL DECK ORDER: THE PARTITION THE REQUEST WAS SENT TO,
      * THE DEPENDENCY GROUP THAT KEPT IT WITH ITS RELATED
      * REQUESTS, AND THE RUN DATE AND HISTORY RUN SEQUENCE
      * RESERVED FOR IT. FIBMERGE DRIVES THE MERGE FROM THIS MAP.
      *****************************************************************
       01  SPLIT-MAP-RECORD.
           05  SPM-DECK-SEQ           PIC 9(3).
           05  SPM-PARTITION          PIC 9.
           05  SPM-GROUP              PIC 9(3).
           05  SPM-RUN-DATE           PIC 9(8).
           05  SPM-RUN-SEQ            PIC 9(2).
           05  SPM-CARD-COUNT         PIC 9(3).
           05  SPM-FORCE-FLAG         PIC X.
           05  SPM-QA-FLAG            PIC X.
           05  FILLER                 PIC X(8).
