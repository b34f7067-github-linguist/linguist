      *****************************************************************
      * FIBCSTMC - CONFIRMATION STATEMENT RECORD (FIBCSTM, LRECL 115)
      *
      * THE MACHINE-READABLE COPY OF THE FIBCONF MONTHLY STATEMENT.
      * ONE HEADER, ONE DETAIL PER TRANSMISSION AND ONE TRAILER PER
      * RECEIVER, EVERY RECORD CARRYING THE RECEIVER AND STATEMENT
      * MONTH SO EACH RECEIVER'S PART CAN BE SPLIT OFF AND SHIPPED.
      * FIBCNFRL READS IT BACK TO CHECK THE RECEIVER'S RETURN.
      *   CSD-SEND-TYPE:  O ORIGINAL, R RESEND OR RERUN,
      *                   S RESTATEMENT
      *   CSD-ACK-STATUS: A ACKNOWLEDGED, COUNTS AGREE
      *                   M ACKNOWLEDGED WITH A COUNT MISMATCH
      *                   O OUTSTANDING - NO ACKNOWLEDGMENT LOGGED
      * THE TRAILER HASH IS THE SUM OF THE DETAIL HASH TOTALS,
      * MODULO 10**18 LIKE THE EXTRACT TRAILERS.
      *****************************************************************
       01  CONFIRM-STATEMENT-RECORD.
           05  CST-RECORD-TYPE        PIC X.
               88  CST-IS-HEADER          VALUE 'H'.
               88  CST-IS-DETAIL          VALUE 'D'.
               88  CST-IS-TRAILER         VALUE 'T'.
           05  CST-RECEIVER-ID        PIC X(8).
           05  CST-STATEMENT-MONTH    PIC 9(6).
           05  CST-BODY               PIC X(100).
           05  CST-HEADER-BODY REDEFINES CST-BODY.
               10  CSH-CREATED-STAMP  PIC 9(14).
               10  CSH-PROGRAM-ID     PIC X(8).
               10  CSH-LAYOUT-VERSION PIC X(2).
               10  FILLER             PIC X(76).
           05  CST-DETAIL-BODY REDEFINES CST-BODY.
               10  CSD-LINE-SEQ       PIC 9(4).
               10  CSD-RUN-DATE       PIC 9(8).
               10  CSD-EXTRACT-ID     PIC X(8).
               10  CSD-GENERATION-STAMP
                                      PIC 9(14).
               10  CSD-RECORD-COUNT   PIC 9(9).
               10  CSD-HASH-TOTAL     PIC 9(18).
               10  CSD-SENT-STAMP     PIC 9(14).
               10  CSD-SEND-TYPE      PIC X.
                   88  CSD-IS-ORIGINAL    VALUE 'O'.
                   88  CSD-IS-RESEND      VALUE 'R'.
                   88  CSD-IS-RESTATEMENT VALUE 'S'.
               10  CSD-ACK-COUNT      PIC 9(9).
               10  CSD-ACK-STATUS     PIC X.
                   88  CSD-ACK-AGREES     VALUE 'A'.
                   88  CSD-ACK-MISMATCH   VALUE 'M'.
                   88  CSD-ACK-OUTSTANDING
                                          VALUE 'O'.
               10  CSD-ACK-STAMP      PIC 9(14).
           05  CST-TRAILER-BODY REDEFINES CST-BODY.
               10  CST-LINE-COUNT     PIC 9(9).
               10  CST-HASH-TOTAL     PIC 9(18).
               10  FILLER             PIC X(73).
