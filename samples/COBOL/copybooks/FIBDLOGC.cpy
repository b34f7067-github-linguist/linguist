      *****************************************************************
      * FIBDLOGC - DELIVERY LOG RECORD (FIBDLOG, APPENDED)
      *
      * THE PERMANENT RECORD OF WHEN EACH OUTPUT REACHED ITS
      * RECEIVER, FOR THE FIBSLAR SERVICE-LEVEL REPORT. FIBXMIT
      * ONLY CARRIES A SEND UNTIL IT IS ACKNOWLEDGED, SO FIBACK
      * LOGS EVERY ACK IT MATCHES HERE WITH THE SEND STAMP BESIDE
      * IT, AND FIBDASHC LOGS EVERY DASHBOARD REFRESH. EVERY SEND
      * IS LOGGED TOO, SO THE FIBCONF MONTHLY CONFIRMATION
      * STATEMENT CAN LIST WHAT EACH RECEIVER WAS SENT.
      *   DLV-EVENT:  A  ACK MATCHED BY FIBACK - DLV-STATUS A
      *                  (COUNTS AGREE) OR M (COUNT MISMATCH),
      *                  DLV-EVENT-STAMP THE RECEIVER'S ACK TIME
      *               D  DASHBOARD COPIES REFRESHED BY FIBDASHC -
      *                  DLV-RUN-DATE THE RUN WHOSE DATA IS NOW
      *                  SHOWN, DLV-EVENT-STAMP THE REFRESH TIME
      *               S  SEND ORDERED BY FIBXMITD OR FIBRSTMT, OR
      *                  A GENERATION RESENT BY FIBRESND (FIBRSNDL)
      *                  - DLV-SENT-STAMP THE GENERATION'S HEADER
      *                  STAMP, DLV-EVENT-STAMP THE SEND TIME,
      *                  DLV-STATUS THE KIND OF SEND (O ORIGINAL,
      *                  R RESEND OR RERUN, S RESTATEMENT)
      * DLV-RECORD-COUNT AND DLV-HASH-TOTAL ARE THE FIGURES SENT
      * (S AND A EVENTS); DLV-ACK-COUNT IS THE COUNT THE RECEIVER
      * REPORTED LOADING (A EVENTS). RECORDS LOGGED BEFORE THESE
      * FIELDS EXISTED CARRY SPACES IN THEM.
      *****************************************************************
       01  DELIVERY-LOG-RECORD.
           05  DLV-EVENT              PIC X.
               88  DLV-IS-ACK             VALUE 'A'.
               88  DLV-IS-DASH-REFRESH    VALUE 'D'.
               88  DLV-IS-SEND            VALUE 'S'.
           05  DLV-RECEIVER-ID        PIC X(8).
           05  DLV-FILE-ID            PIC X(8).
           05  DLV-RUN-DATE           PIC 9(8).
           05  DLV-SENT-STAMP         PIC 9(14).
           05  DLV-EVENT-STAMP        PIC 9(14).
           05  DLV-STATUS             PIC X.
               88  DLV-COUNTS-AGREE       VALUE 'A'.
               88  DLV-COUNT-MISMATCH     VALUE 'M'.
               88  DLV-SEND-ORIGINAL      VALUE 'O'.
               88  DLV-SEND-RESEND        VALUE 'R'.
               88  DLV-SEND-RESTATEMENT   VALUE 'S'.
           05  DLV-PROGRAM            PIC X(8).
           05  DLV-RECORD-COUNT       PIC 9(9).
           05  DLV-HASH-TOTAL         PIC 9(18).
           05  DLV-ACK-COUNT          PIC 9(9).
           05  FILLER                 PIC X(8).
