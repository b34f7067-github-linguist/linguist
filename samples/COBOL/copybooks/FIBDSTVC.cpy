      *****************************************************************
      * FIBDSTVC - DESTINATION REGISTRY VERSION RECORD (FIBDESTV)
      *
      * ONE RECORD PER STAGED CHANGE TO A FIBDEST ROW, KEPT BY
      * FIBDESTM. A VERSION CARRIES THE WHOLE ROW AS IT IS TO
      * STAND FROM ITS EFFECTIVE DATE, SO THE ROW IN FORCE ON A
      * DATE IS THE APPROVED VERSION OF THAT RECEIVER AND EXTRACT
      * WITH THE LATEST EFFECTIVE DATE NOT AFTER IT. THE FLAT
      * FIBDEST THE TRANSMIT STEPS READ IS BUILT FROM THESE.
      *   DV-ACTION  A ADD, C CHANGE, S SUSPEND (ROW STATUS I)
      *   DV-STATE   P STAGED, AWAITING A SECOND USERID
      *              A APPROVED - ONLY THESE ARE EVER IN FORCE
      * ROWS TAKEN OVER FROM THE HAND-EDITED FIBDEST WHEN THE
      * VERSION FILE WAS FIRST BUILT CARRY EFFECTIVE DATE ZERO
      * AND STAGED-BY 'FIBDEST'.
      *****************************************************************
       01  DESTINATION-VERSION-RECORD.
           05  DV-EFF-DATE            PIC 9(8).
           05  DV-ACTION              PIC X.
               88  DV-IS-ADD              VALUE 'A'.
               88  DV-IS-CHANGE           VALUE 'C'.
               88  DV-IS-SUSPEND          VALUE 'S'.
           05  DV-STATE               PIC X.
               88  DV-IS-STAGED           VALUE 'P'.
               88  DV-IS-APPROVED         VALUE 'A'.
           05  DV-RECEIVER-ID         PIC X(8).
           05  DV-EXTRACT-ID          PIC X(8).
           05  DV-TRANSPORT           PIC X(8).
           05  DV-TRANSPORT-NODE      PIC X(16).
           05  DV-ACK-WINDOW-DAYS     PIC 9(2).
           05  DV-STATUS              PIC X.
           05  DV-STAGED-BY           PIC X(8).
           05  DV-STAGED-STAMP        PIC 9(14).
           05  DV-APPROVED-BY         PIC X(8).
           05  DV-APPROVED-STAMP      PIC 9(14).
