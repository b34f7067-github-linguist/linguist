      *****************************************************************
      * FIBAPIJC - PUBLISHED JSON SCHEMA FOR THE FIBAPIW WEB SERVICE
      * OVER FIBAPI, AND THE WORK AREA THE REQUEST IS PARSED INTO.
      *
      * CALLERS CODE TO THESE JSON NAMES, NEVER TO THE FIBAPIC
      * COMMAREA. FIBAPIW MAPS BETWEEN THEM, SO THE COMMAREA CAN
      * CHANGE WITHOUT BREAKING A CALLER. A CHANGE THAT ALTERS OR
      * REMOVES A NAME BELOW NEEDS A NEW SCHEMA VERSION; ADDING A
      * NAME DOES NOT. UNKNOWN REQUEST NAMES ARE IGNORED.
      *
      * SCHEMA VERSION 1 - POST /FIBAPI/V1 (URIMAP FIBAPIW1)
      *
      * REQUEST:
      *   "schemaVersion" STRING  "1" (OPTIONAL, DEFAULT "1")
      *   "function"      STRING  "lookup" OR "value"
      *   "runDate"       STRING  YYYYMMDD          (LOOKUP)
      *   "termIndex"     NUMBER  1-200             (LOOKUP)
      *   "fibValue"      STRING  UP TO 18 DIGITS   (VALUE)
      *                   A NUMBER IS ALSO ACCEPTED, BUT VALUES
      *                   ABOVE 2**53 LOSE PRECISION IN MOST JSON
      *                   LIBRARIES - SEND THE STRING FORM.
      *
      * RESPONSE:
      *   "schemaVersion" STRING  "1"
      *   "status"        STRING  OK NOT_FOUND BAD_REQUEST ERROR
      *                           DENIED MAINTENANCE
      *   "responseCode"  NUMBER  THE FIBAPI RESPONSE CODE
      *   "message"       STRING  WHY A REQUEST FAILED, OR ""
      *   "note"          STRING  OPERATOR NOTE OR WINDOW, OR ""
      *   "dataSource"    STRING  "LIVE" OR "SHADOW"
      *   "asOf"          STRING  YYYYMMDDHHMMSS OF THE SHADOW,
      *                           "" FOR THE LIVE FILE
      *   "count"         NUMBER  ENTRIES IN "results"
      *   "results"       ARRAY OF OBJECTS (AT MOST 15):
      *       "runDate"   STRING  YYYYMMDD
      *       "termIndex" NUMBER
      *       "fibNumber" STRING  THE FIBONACCI VALUE, NO ZEROES
      *       "status"    STRING  RECORD STATUS BYTE
      *       "category"  NUMBER  SIZE CATEGORY
      *
      * HTTP STATUS: 200 OK, 404 NOT_FOUND, 400 BAD_REQUEST,
      * 403 DENIED, 500 ERROR, 503 MAINTENANCE, 405 FOR ANY METHOD
      * BUT POST. THE BODY IS THE RESPONSE OBJECT IN EVERY CASE.
      *
      * THE CALLER IS THE USERID THE URIMAP AUTHENTICATES THE
      * REQUEST UNDER; FIBAPI CHECKS IT ON FIBAUTH AND LOGS IT TO
      * FIBACCES WITH SOURCE W.
      *****************************************************************
       01  FIBAPIJ-SCHEMA-VERSION       PIC X(4) VALUE '1   '.

       01  FIBAPIJ-REQUEST.
           05  FAJ-SCHEMA-VERSION       PIC X(4).
           05  FAJ-FUNCTION             PIC X(8).
               88  FAJ-FUNC-LOOKUP          VALUE 'lookup  '.
               88  FAJ-FUNC-VALUE           VALUE 'value   '.
           05  FAJ-RUN-DATE             PIC X(8).
           05  FAJ-TERM-INDEX           PIC 9(4).
           05  FAJ-FIB-VALUE            PIC 9(18).
           05  FAJ-SEEN-FLAGS.
               10  FAJ-RUN-DATE-SW      PIC X.
                   88  FAJ-RUN-DATE-GIVEN   VALUE 'Y'.
               10  FAJ-TERM-INDEX-SW    PIC X.
                   88  FAJ-TERM-INDEX-GIVEN VALUE 'Y'.
               10  FAJ-FIB-VALUE-SW     PIC X.
                   88  FAJ-FIB-VALUE-GIVEN  VALUE 'Y'.
