      *   08 - REQUEST INVALID (BAD FUNCTION OR KEY FIELDS)
      *   12 - FILE OR ENVIRONMENT ERROR
      *   16 - CALLER NOT AUTHORIZED FOR INQUIRIES (FIBAUTH)
      *   20 - PLANNED MAINTENANCE WINDOW OPEN (FIBMWIN) - THE
      *        NOTE TEXT NAMES THE WINDOW AND WHEN IT ENDS
      *
      * FAPI-SOURCE-INFO TRAILS THE ORIGINAL 565-BYTE AREA, SO A
      * CALLER STILL LINKING WITH THE SHORTER COMMAREA IS SERVED
      * AS BEFORE. IT SAYS WHICH COPY ANSWERED: L - THE LIVE FILE,
      * S - THE FIBSHADW START-OF-CYCLE SHADOW, READ WHILE THE
      * BATCH INTERLOCK IS HELD, WITH THE SHADOW'S AS-OF TIME IN
      * FAPI-AS-OF-TIMESTAMP (ZERO FOR THE LIVE FILE).
      *
      * FAPI-CALLER-CHANNEL TRAILS THAT AGAIN. THE FIBAPIW JSON WEB
      * SERVICE SETS IT TO W SO THE ACCESS LOG SHOWS WEB CALLERS;
      * ANY OTHER CALLER LEAVES IT BLANK OR LINKS WITHOUT IT.
      *****************************************************************
       01  FIBAPI-COMMAREA.
           05  FAPI-REQUEST.
                   88  FAPI-RESP-BADREQ     VALUE 08.
                   88  FAPI-RESP-ERROR      VALUE 12.
                   88  FAPI-RESP-DENIED     VALUE 16.
                   88  FAPI-RESP-MAINT      VALUE 20.
               10  FAPI-RESP-COUNT      PIC 9(2).
               10  FAPI-RESULT OCCURS 15 TIMES.
                   15  FAPI-RES-RUN-DATE   PIC 9(8).
                   15  FAPI-RES-STATUS     PIC X.
                   15  FAPI-RES-CATEGORY   PIC 9.
               10  FAPI-NOTE-TEXT       PIC X(50).
           05  FAPI-SOURCE-INFO.
               10  FAPI-DATA-SOURCE     PIC X.
                   88  FAPI-SOURCE-LIVE     VALUE 'L'.
                   88  FAPI-SOURCE-SHADOW   VALUE 'S'.
               10  FAPI-AS-OF-TIMESTAMP PIC 9(14).
           05  FAPI-CALLER-INFO.
               10  FAPI-CALLER-CHANNEL  PIC X.
                   88  FAPI-VIA-WEB         VALUE 'W'.
