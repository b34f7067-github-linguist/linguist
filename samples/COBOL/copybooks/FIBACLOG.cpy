      * FIBACLOG - ACCESS-LOG RECORD FOR ONLINE FIBHIST INQUIRIES
      *
      * EVERY SUCCESSFUL AND NOT-FOUND ONLINE INQUIRY (FIBINQ SCREEN
      * FUNCTIONS, FIBCHGH CHANGE-HISTORY REQUESTS AND FIBAPI LINK
      * REQUESTS, DIRECT OR THROUGH THE FIBAPIW WEB SERVICE) IS
      * LOGGED TO THE FIBL TRANSIENT DATA QUEUE, WHICH DRAINS TO THE
      * FIBACCES DATASET.
      * FIBACRPT PRODUCES THE MONTHLY ACCESS REPORT FROM IT.
      *
      * ACL-FUNCTION: L=LOOKUP B=BROWSE V=VALUE SEARCH
      *               H=CHANGE HISTORY (FIBCHGH)
      * ACL-RESULT:   F=FOUND  N=NOT FOUND  D=AUTHORIZATION DENIED
      * ACL-SOURCE:   T=TERMINAL (FIBINQ, FIBCHGH)
      *               P=PROGRAM LINK (FIBAPI)
      *               W=JSON WEB SERVICE (FIBAPIW OVER FIBAPI)
      *****************************************************************
       01  ACCESS-LOG-RECORD.
           05  ACL-USERID             PIC X(8).
