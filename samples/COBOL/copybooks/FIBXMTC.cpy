      * FIBDEST REGISTRY, SO EACH RECEIVER AGES ON ITS OWN CLOCK.
      * STATUS: P PENDING, M COUNT MISMATCH, A ACKNOWLEDGED
      * (ACKNOWLEDGED ENTRIES ARE DROPPED ON THE REWRITE).
      * FIBRSTMT POSTS ITS RESTATEMENT EXTRACTS HERE TOO, UNDER
      * THEIR OWN FILE IDS AND THE DATE THE RESTATEMENT WAS BUILT.
      *****************************************************************
       01  PENDING-RECORD.
           05  XMT-RECEIVER-ID        PIC X(8).
           05  XMT-FILE-ID            PIC X(8).
               88  XMT-IS-RESTATEMENT     VALUE 'FIBRSXT '
                                                'FIBRSSM '
                                                'FIBRSRK '.
           05  XMT-RUN-DATE           PIC 9(8).
           05  XMT-SENT-COUNT         PIC 9(9).
           05  XMT-SENT-HASH          PIC 9(18).
