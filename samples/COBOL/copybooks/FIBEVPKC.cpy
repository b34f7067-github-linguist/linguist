      *****************************************************************
      * FIBEVPKC - AUDIT EVIDENCE PACK RECORD (FIBEVPK GDG, LRECL 160)
      *
      * ONE GENERATION PER AUDIT REQUEST, BUILT BY FIBEVPK FOR THE
      * AUDIT PERIOD IN ITS HEADER. THE PACK IS INDEXED BY ENTRY
      * NUMBER:
      *   H  HEADER - THE PERIOD, WHEN BUILT, AND THE COUNTS
      *   I  INDEX ENTRY - ONE PIECE OF EVIDENCE FOR A CONTROL: ITS
      *      DATE, DATASET, GENERATION AND OUTCOME, AND WHERE ITS
      *      REPORT SITS IN THE FIBRARC WAREHOUSE
      *   G  GAP - EVIDENCE THE CONTROL SHOULD HAVE AND DOES NOT
      *   R  REPORT LINE - THE WAREHOUSE COPY OF THE REPORT FOR THE
      *      INDEX ENTRY OF THE SAME NUMBER, AS PRINTED
      * THE H RECORD COMES FIRST, THEN THE I AND G RECORDS CONTROL
      * BY CONTROL, THEN THE R RECORDS IN ENTRY ORDER.
      *****************************************************************
       01  EVIDENCE-PACK-RECORD.
           05  EVP-RECORD-TYPE        PIC X.
               88  EVP-IS-HEADER          VALUE 'H'.
               88  EVP-IS-INDEX           VALUE 'I'.
               88  EVP-IS-GAP             VALUE 'G'.
               88  EVP-IS-REPORT-LINE     VALUE 'R'.
           05  EVP-ENTRY-NO           PIC 9(4).
           05  EVP-CONTROL            PIC X(8).
           05  EVP-BODY               PIC X(147).
           05  EVP-HEADER-BODY REDEFINES EVP-BODY.
               10  EVH-PERIOD-FROM    PIC 9(8).
               10  EVH-PERIOD-TO      PIC 9(8).
               10  EVH-CREATED-STAMP  PIC 9(14).
               10  EVH-ENTRY-COUNT    PIC 9(5).
               10  EVH-GAP-COUNT      PIC 9(5).
               10  EVH-REPORT-LINES   PIC 9(7).
               10  FILLER             PIC X(100).
           05  EVP-INDEX-BODY REDEFINES EVP-BODY.
               10  EVI-EVIDENCE-DATE  PIC 9(8).
               10  EVI-DATASET        PIC X(44).
               10  EVI-GENERATION     PIC X(8).
               10  EVI-OUTCOME        PIC X(40).
               10  EVI-WH-DATE        PIC 9(8).
               10  EVI-WH-SECTION     PIC X(8).
               10  EVI-WH-LINES       PIC 9(7).
               10  FILLER             PIC X(24).
           05  EVP-GAP-BODY REDEFINES EVP-BODY.
               10  EVG-GAP-DATE       PIC 9(8).
               10  EVG-GAP-TEXT       PIC X(60).
               10  FILLER             PIC X(79).
           05  EVP-REPORT-BODY REDEFINES EVP-BODY.
               10  EVR-LINE-SEQ       PIC 9(7).
               10  EVR-TEXT           PIC X(133).
               10  FILLER             PIC X(7).
