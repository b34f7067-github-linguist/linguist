      *****************************************************************
      * FIBPRBC - RECURRING-EXCEPTION PROBLEM RECORD (FIBPROB KSDS,
      * KEYED BY MESSAGE ID, PROGRAM AND TERM INDEX)
      *
      * THE WEEKLY FIBPRBD DETECTION JOB GROUPS THE FIBEXCW
      * WORKBENCH ITEMS OF A ROLLING WINDOW BY MESSAGE ID, PROGRAM
      * AND TERM INDEX AND OPENS ONE PROBLEM PER PATTERN THAT KEEPS
      * COMING BACK, WITH THE RESOLUTIONS ALREADY ENTERED AGAINST
      * IT. WHILE THE PROBLEM IS OPEN THE FIBEXCPL INTAKE LINKS NEW
      * OCCURRENCES TO IT (WORKBENCH STATUS L) INSTEAD OF OPENING
      * FRESH ITEMS. THE FIBEXCB TRANSACTION SHOWS THE PROBLEM (P)
      * AND MARKS IT FIXED (F); THE NEXT DETECTION RUN CLOSES ITS
      * LINKED ITEMS, AND REOPENS THE PROBLEM IF THE PATTERN COMES
      * BACK AFTER THE FIX.
      *
      * PRB-LAST-RUN-DATE/PRB-LAST-SEQ IS THE WORKBENCH KEY OF THE
      * LATEST OCCURRENCE - THE DATE/SEQ KEYED ON FIBEXCB TO REACH
      * THE PROBLEM.
      *****************************************************************
       01  PROBLEM-RECORD.
           05  PRB-KEY.
               10  PRB-MSG-ID         PIC X(8).
               10  PRB-PROGRAM        PIC X(8).
               10  PRB-TERM-INDEX     PIC 9(4).
           05  PRB-STATUS             PIC X.
               88  PRB-IS-OPEN            VALUE 'O'.
               88  PRB-IS-FIXED           VALUE 'F'.
           05  PRB-SEVERITY           PIC X.
           05  PRB-TEXT               PIC X(60).
           05  PRB-OCCURRENCES        PIC 9(5).
           05  PRB-LINKED-COUNT       PIC 9(5).
           05  PRB-FIRST-RUN-DATE     PIC 9(8).
           05  PRB-LAST-RUN-DATE      PIC 9(8).
           05  PRB-LAST-SEQ           PIC 9(4).
           05  PRB-OPENED-STAMP       PIC 9(14).
           05  PRB-DETECTED-STAMP     PIC 9(14).
           05  PRB-REOPEN-COUNT       PIC 9(3).
           05  PRB-RESOLUTION-COUNT   PIC 9.
           05  PRB-RESOLUTION         PIC X(50) OCCURS 5 TIMES.
           05  PRB-FIXED-STAMP        PIC 9(14).
           05  PRB-FIXED-BY           PIC X(8).
           05  PRB-FIX-TEXT           PIC X(50).
           05  FILLER                 PIC X(34).
