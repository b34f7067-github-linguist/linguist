      ******************************************************************
      * FIBAPIW is the JSON web service in front of FIBAPI. The web
      * gateway used to build the fixed FIBAPIC commarea by hand and
      * pick the response fields out of it by offset, so every change
      * to the commarea broke it. It now POSTs a small JSON object
      * to /fibapi/v1 and gets a JSON object back with named fields:
      *
      *     {"schemaVersion":"1","function":"lookup",
      *      "runDate":"20261014","termIndex":25}
      *     {"schemaVersion":"1","function":"value",
      *      "fibValue":"75025"}
      *
      * This program parses the request, maps it onto the FIBAPIC
      * commarea, LINKs to FIBAPI, and maps the answer back, with
      * the HTTP status following the FIBAPI response code (200 OK,
      * 404 not found, 400 bad request, 403 denied, 500 error, 503
      * maintenance window). The published names and their version
      * are in the FIBAPIJC copybook; callers code to those, and the
      * commarea behind them can change freely.
      *
      * The caller's identity is the task userid: the TCPIPSERVICE
      * authenticates the request (basic authentication or a client
      * certificate) and the URIMAP runs this program under the
      * caller's own userid, so the local LINK reaches FIBAPI with
      * it. FIBAPI checks it on FIBAUTH as for any other caller and
      * logs the request to FIBACCES with source W, which this
      * program sets in the commarea.
      *
      * This is a CICS command-level program with no terminal I/O.
      * It is translated by the CICS command translator before
      * compilation; it is not intended to run under a non-CICS batch
      * COBOL compiler.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBAPIW.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - JSON WEB SERVICE OVER THE
      *                 FIBAPI INQUIRY SERVICE, SCHEMA VERSION 1
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-INDICATORS.
           05  WS-PARSE-SW           PIC X VALUE 'N'.
               88  PARSE-FINISHED        VALUE 'F'.
               88  PARSE-FAILED          VALUE 'E'.
           05  WS-SKIP-SW            PIC X VALUE 'N'.
               88  SKIP-DONE             VALUE 'Y'.
           05  WS-STRING-SW          PIC X VALUE 'N'.
               88  STRING-DONE           VALUE 'Y'.
           05  WS-NUMBER-SW          PIC X VALUE 'N'.
               88  NUMBER-IS-VALID       VALUE 'Y'.
           05  WS-CALLED-SW          PIC X VALUE 'N'.
               88  FIBAPI-WAS-CALLED     VALUE 'Y'.

      * Working copy of the FIBAPI service commarea
           COPY FIBAPIC.

      * Published JSON names and the parsed request
           COPY FIBAPIJC.

      * Request body as received, converted to the local code page
       01  WS-JSON-IN                PIC X(2048).
       77  WS-IN-LENGTH              PIC S9(8) COMP VALUE ZERO.
       77  WS-IN-MAX                 PIC S9(8) COMP VALUE 2048.
       77  WS-IX                     PIC S9(8) COMP VALUE ZERO.
       77  WS-MEMBER-COUNT           PIC S9(4) COMP VALUE ZERO.

       01  WS-CH                     PIC X.
           88  JSON-WHITE-SPACE          VALUES SPACE X'05' X'09'
                                         X'0A' X'0D' X'15' X'25'.

      * One member name and value as they are read
       01  WS-JSON-NAME              PIC X(30).
       01  WS-VALUE-TYPE             PIC X.
           88  VALUE-IS-STRING           VALUE 'S'.
           88  VALUE-IS-BARE             VALUE 'B'.
       01  WS-TOKEN                  PIC X(60).
       77  WS-TOKEN-LENGTH           PIC S9(4) COMP VALUE ZERO.

       01  WS-NUMBER-TEXT            PIC X(18).
       01  WS-NUMBER-VALUE REDEFINES WS-NUMBER-TEXT
                                     PIC 9(18).

      * Response as sent
       01  WS-JSON-OUT               PIC X(4096).
       77  WS-OUT-PTR                PIC S9(8) COMP VALUE 1.
       77  WS-OUT-LENGTH             PIC S9(8) COMP VALUE ZERO.

       01  WS-TEXT-AREA              PIC X(60).
       77  WS-TEXT-LENGTH            PIC S9(4) COMP VALUE ZERO.
       77  WS-TEXT-IX                PIC S9(4) COMP VALUE ZERO.

       01  WS-EDIT-NUMBER            PIC Z(17)9.
       77  WS-EDIT-SOURCE            PIC 9(18) VALUE ZERO.
       77  WS-LEAD-SPACES            PIC S9(4) COMP VALUE ZERO.
       77  WS-EDIT-LENGTH            PIC S9(4) COMP VALUE ZERO.

       77  WS-RES-IX                 PIC S9(4) COMP VALUE ZERO.
       77  WS-RESULT-COUNT           PIC S9(4) COMP VALUE ZERO.

      * Outcome: the FIBAPI response code, or the code this program
      * answers with when FIBAPI is never reached
       77  WS-RESULT-CODE            PIC 9(2) VALUE ZERO.
       01  WS-STATUS-NAME            PIC X(12) VALUE SPACES.
       01  WS-ERROR-MESSAGE          PIC X(60) VALUE SPACES.

       01  WS-HTTP-METHOD            PIC X(10) VALUE SPACES.
       77  WS-METHOD-LENGTH          PIC S9(8) COMP VALUE 10.
       77  WS-HTTP-STATUS            PIC S9(4) COMP VALUE 200.
       01  WS-HTTP-TEXT              PIC X(24) VALUE SPACES.
       77  WS-HTTP-TEXT-LENGTH       PIC S9(8) COMP VALUE ZERO.
       01  WS-MEDIA-JSON             PIC X(56)
                                     VALUE 'application/json'.
       01  WS-CHARSET                PIC X(40) VALUE 'UTF-8'.

       01  WS-RESP-CODE              PIC S9(8) COMP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 1 TO WS-OUT-PTR
           MOVE SPACES TO WS-JSON-OUT

           PERFORM 1000-RECEIVE-REQUEST
               THRU 1000-RECEIVE-REQUEST-EXIT

           IF WS-HTTP-STATUS = 200
               PERFORM 2000-PARSE-REQUEST
                   THRU 2000-PARSE-REQUEST-EXIT
           END-IF

           IF WS-HTTP-STATUS = 200
               PERFORM 3000-CALL-FIBAPI
           END-IF

           PERFORM 4000-SET-HTTP-STATUS
           PERFORM 5000-BUILD-RESPONSE
           PERFORM 6000-SEND-RESPONSE

           EXEC CICS RETURN
           END-EXEC

           GOBACK.

      * Only POST carries a request. A task not started by the web
      * listener (WEB EXTRACT fails) has no one to answer.
       1000-RECEIVE-REQUEST.
           EXEC CICS WEB EXTRACT
               HTTPMETHOD(WS-HTTP-METHOD)
               METHODLENGTH(WS-METHOD-LENGTH)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS RETURN
               END-EXEC
           END-IF

           IF WS-HTTP-METHOD NOT = 'POST'
               MOVE 405 TO WS-HTTP-STATUS
               MOVE 08 TO WS-RESULT-CODE
               MOVE 'ONLY POST IS ACCEPTED' TO WS-ERROR-MESSAGE
               GO TO 1000-RECEIVE-REQUEST-EXIT
           END-IF

           EXEC CICS WEB RECEIVE
               INTO(WS-JSON-IN)
               LENGTH(WS-IN-LENGTH)
               MAXLENGTH(WS-IN-MAX)
               SERVERCONV(DFHVALUE(SRVCONVERT))
               RESP(WS-RESP-CODE)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP-CODE = DFHRESP(LENGERR)
                   MOVE 400 TO WS-HTTP-STATUS
                   MOVE 08 TO WS-RESULT-CODE
                   MOVE 'REQUEST BODY IS LONGER THAN 2048 BYTES'
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE 500 TO WS-HTTP-STATUS
                   MOVE 12 TO WS-RESULT-CODE
                   MOVE 'REQUEST BODY COULD NOT BE RECEIVED'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.

       1000-RECEIVE-REQUEST-EXIT.
           EXIT.

      * The request is one flat JSON object. Members are read in
      * any order; names this version does not know are skipped,
      * so a caller may send names from a later version.
       2000-PARSE-REQUEST.
           MOVE FIBAPIJ-SCHEMA-VERSION TO FAJ-SCHEMA-VERSION
           MOVE SPACES TO FAJ-FUNCTION
           MOVE SPACES TO FAJ-RUN-DATE
           MOVE ZERO   TO FAJ-TERM-INDEX
           MOVE ZERO   TO FAJ-FIB-VALUE
           MOVE 'NNN'  TO FAJ-SEEN-FLAGS
           MOVE 'N'    TO WS-PARSE-SW
           MOVE ZERO   TO WS-MEMBER-COUNT
           MOVE 1      TO WS-IX

           PERFORM 2100-SKIP-BLANKS
           IF WS-IX > WS-IN-LENGTH OR WS-CH NOT = '{'
               MOVE 'REQUEST BODY IS NOT A JSON OBJECT'
                   TO WS-ERROR-MESSAGE
               SET PARSE-FAILED TO TRUE
               GO TO 2000-PARSE-FAILED
           END-IF
           ADD 1 TO WS-IX

           PERFORM 2200-PARSE-MEMBER THRU 2200-PARSE-MEMBER-EXIT
               UNTIL PARSE-FINISHED OR PARSE-FAILED
           IF PARSE-FAILED
               GO TO 2000-PARSE-FAILED
           END-IF

           PERFORM 2600-VALIDATE-REQUEST
           IF PARSE-FAILED
               GO TO 2000-PARSE-FAILED
           END-IF
           GO TO 2000-PARSE-REQUEST-EXIT.

       2000-PARSE-FAILED.
           MOVE 400 TO WS-HTTP-STATUS
           MOVE 08 TO WS-RESULT-CODE.

       2000-PARSE-REQUEST-EXIT.
           EXIT.

      * Leaves WS-IX on the next significant character (in WS-CH),
      * or past the end of the body
       2100-SKIP-BLANKS.
           MOVE 'N' TO WS-SKIP-SW
           MOVE SPACE TO WS-CH
           PERFORM UNTIL SKIP-DONE
               IF WS-IX > WS-IN-LENGTH
                   MOVE LOW-VALUE TO WS-CH
                   SET SKIP-DONE TO TRUE
               ELSE
                   MOVE WS-JSON-IN(WS-IX:1) TO WS-CH
                   IF JSON-WHITE-SPACE
                       ADD 1 TO WS-IX
                   ELSE
                       SET SKIP-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * One "name": value member, then the comma or closing brace
       2200-PARSE-MEMBER.
           PERFORM 2100-SKIP-BLANKS
           IF WS-CH = '}' AND WS-MEMBER-COUNT = ZERO
               SET PARSE-FINISHED TO TRUE
               GO TO 2200-PARSE-MEMBER-EXIT
           END-IF
           IF WS-CH NOT = '"'
               MOVE 'EXPECTED A QUOTED MEMBER NAME' TO WS-ERROR-MESSAGE
               SET PARSE-FAILED TO TRUE
               GO TO 2200-PARSE-MEMBER-EXIT
           END-IF
           PERFORM 2300-READ-STRING
           IF PARSE-FAILED
               GO TO 2200-PARSE-MEMBER-EXIT
           END-IF
           MOVE WS-TOKEN TO WS-JSON-NAME

           PERFORM 2100-SKIP-BLANKS
           IF WS-CH NOT = ':'
               MOVE 'EXPECTED : AFTER A MEMBER NAME' TO WS-ERROR-MESSAGE
               SET PARSE-FAILED TO TRUE
               GO TO 2200-PARSE-MEMBER-EXIT
           END-IF
           ADD 1 TO WS-IX

           PERFORM 2100-SKIP-BLANKS
           EVALUATE WS-CH
               WHEN '"'
                   SET VALUE-IS-STRING TO TRUE
                   PERFORM 2300-READ-STRING
               WHEN '{'
               WHEN '['
                   MOVE 'NESTED OBJECTS AND ARRAYS ARE NOT ACCEPTED'
                       TO WS-ERROR-MESSAGE
                   SET PARSE-FAILED TO TRUE
               WHEN OTHER
                   SET VALUE-IS-BARE TO TRUE
                   PERFORM 2400-READ-BARE-VALUE
           END-EVALUATE
           IF PARSE-FAILED
               GO TO 2200-PARSE-MEMBER-EXIT
           END-IF

           PERFORM 2500-APPLY-MEMBER THRU 2500-APPLY-MEMBER-EXIT
           IF PARSE-FAILED
               GO TO 2200-PARSE-MEMBER-EXIT
           END-IF
           ADD 1 TO WS-MEMBER-COUNT

           PERFORM 2100-SKIP-BLANKS
           EVALUATE WS-CH
               WHEN ','
                   ADD 1 TO WS-IX
               WHEN '}'
                   SET PARSE-FINISHED TO TRUE
               WHEN OTHER
                   MOVE 'EXPECTED , OR } AFTER A MEMBER VALUE'
                       TO WS-ERROR-MESSAGE
                   SET PARSE-FAILED TO TRUE
           END-EVALUATE.

       2200-PARSE-MEMBER-EXIT.
           EXIT.

      * A quoted string starting at WS-IX into WS-TOKEN. A backslash
      * takes the next character as it is; none of the names or
      * values in the schema need more than that.
       2300-READ-STRING.
           MOVE SPACES TO WS-TOKEN
           MOVE ZERO TO WS-TOKEN-LENGTH
           MOVE 'N' TO WS-STRING-SW
           ADD 1 TO WS-IX
           PERFORM UNTIL STRING-DONE
               IF WS-IX > WS-IN-LENGTH
                   MOVE 'UNTERMINATED STRING IN REQUEST BODY'
                       TO WS-ERROR-MESSAGE
                   SET PARSE-FAILED TO TRUE
                   SET STRING-DONE TO TRUE
               ELSE
                   MOVE WS-JSON-IN(WS-IX:1) TO WS-CH
                   ADD 1 TO WS-IX
                   IF WS-CH = '"'
                       SET STRING-DONE TO TRUE
                   ELSE
                       IF WS-CH = '\' AND WS-IX NOT > WS-IN-LENGTH
                           MOVE WS-JSON-IN(WS-IX:1) TO WS-CH
                           ADD 1 TO WS-IX
                       END-IF
                       IF WS-TOKEN-LENGTH < LENGTH OF WS-TOKEN
                           ADD 1 TO WS-TOKEN-LENGTH
                           MOVE WS-CH TO WS-TOKEN(WS-TOKEN-LENGTH:1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * A number, true, false or null - up to the next delimiter
       2400-READ-BARE-VALUE.
           MOVE SPACES TO WS-TOKEN
           MOVE ZERO TO WS-TOKEN-LENGTH
           MOVE 'N' TO WS-STRING-SW
           PERFORM UNTIL STRING-DONE
               IF WS-IX > WS-IN-LENGTH
                   SET STRING-DONE TO TRUE
               ELSE
                   MOVE WS-JSON-IN(WS-IX:1) TO WS-CH
                   IF WS-CH = ',' OR WS-CH = '}' OR JSON-WHITE-SPACE
                       SET STRING-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-IX
                       IF WS-TOKEN-LENGTH < LENGTH OF WS-TOKEN
                           ADD 1 TO WS-TOKEN-LENGTH
                           MOVE WS-CH TO WS-TOKEN(WS-TOKEN-LENGTH:1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOKEN-LENGTH = ZERO
               MOVE 'MEMBER VALUE IS MISSING' TO WS-ERROR-MESSAGE
               SET PARSE-FAILED TO TRUE
           END-IF.

      * A null value counts as not given
       2500-APPLY-MEMBER.
           IF VALUE-IS-BARE AND WS-TOKEN = 'null'
               GO TO 2500-APPLY-MEMBER-EXIT
           END-IF

           EVALUATE WS-JSON-NAME
               WHEN 'schemaVersion'
                   IF WS-TOKEN-LENGTH > LENGTH OF FAJ-SCHEMA-VERSION
                       MOVE HIGH-VALUES TO FAJ-SCHEMA-VERSION
                   ELSE
                       MOVE WS-TOKEN TO FAJ-SCHEMA-VERSION
                   END-IF
               WHEN 'function'
                   IF WS-TOKEN-LENGTH > LENGTH OF FAJ-FUNCTION
                       MOVE HIGH-VALUES TO FAJ-FUNCTION
                   ELSE
                       MOVE WS-TOKEN TO FAJ-FUNCTION
                   END-IF
               WHEN 'runDate'
                   IF WS-TOKEN-LENGTH NOT = 8
                           OR WS-TOKEN(1:8) IS NOT NUMERIC
                       MOVE 'runDate MUST BE EIGHT DIGITS YYYYMMDD'
                           TO WS-ERROR-MESSAGE
                       SET PARSE-FAILED TO TRUE
                   ELSE
                       MOVE WS-TOKEN(1:8) TO FAJ-RUN-DATE
                       SET FAJ-RUN-DATE-GIVEN TO TRUE
                   END-IF
               WHEN 'termIndex'
                   PERFORM 2550-TOKEN-TO-NUMBER
                   IF NOT NUMBER-IS-VALID OR WS-TOKEN-LENGTH > 4
                       MOVE 'termIndex MUST BE A WHOLE NUMBER 1-200'
                           TO WS-ERROR-MESSAGE
                       SET PARSE-FAILED TO TRUE
                   ELSE
                       MOVE WS-NUMBER-VALUE TO FAJ-TERM-INDEX
                       SET FAJ-TERM-INDEX-GIVEN TO TRUE
                   END-IF
               WHEN 'fibValue'
                   PERFORM 2550-TOKEN-TO-NUMBER
                   IF NOT NUMBER-IS-VALID
                       MOVE 'fibValue MUST BE UP TO 18 DIGITS'
                           TO WS-ERROR-MESSAGE
                       SET PARSE-FAILED TO TRUE
                   ELSE
                       MOVE WS-NUMBER-VALUE TO FAJ-FIB-VALUE
                       SET FAJ-FIB-VALUE-GIVEN TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-APPLY-MEMBER-EXIT.
           EXIT.

      * Right-justify the digits of WS-TOKEN into an 18-digit field
       2550-TOKEN-TO-NUMBER.
           MOVE 'N' TO WS-NUMBER-SW
           MOVE ZEROS TO WS-NUMBER-TEXT
           IF WS-TOKEN-LENGTH > ZERO AND WS-TOKEN-LENGTH NOT > 18
               MOVE WS-TOKEN(1:WS-TOKEN-LENGTH)
                   TO WS-NUMBER-TEXT(19 - WS-TOKEN-LENGTH:
                                     WS-TOKEN-LENGTH)
               IF WS-NUMBER-TEXT IS NUMERIC
                   SET NUMBER-IS-VALID TO TRUE
               END-IF
           END-IF.

       2600-VALIDATE-REQUEST.
           EVALUATE TRUE
               WHEN FAJ-SCHEMA-VERSION NOT = FIBAPIJ-SCHEMA-VERSION
                   MOVE 'schemaVersion NOT SUPPORTED - USE 1'
                       TO WS-ERROR-MESSAGE
                   SET PARSE-FAILED TO TRUE
               WHEN FAJ-FUNC-LOOKUP
                   IF NOT FAJ-RUN-DATE-GIVEN
                           OR NOT FAJ-TERM-INDEX-GIVEN
                       MOVE 'lookup NEEDS runDate AND termIndex'
                           TO WS-ERROR-MESSAGE
                       SET PARSE-FAILED TO TRUE
                   END-IF
               WHEN FAJ-FUNC-VALUE
                   IF NOT FAJ-FIB-VALUE-GIVEN
                       MOVE 'value NEEDS fibValue' TO WS-ERROR-MESSAGE
                       SET PARSE-FAILED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 'function MUST BE lookup OR value'
                       TO WS-ERROR-MESSAGE
                   SET PARSE-FAILED TO TRUE
           END-EVALUATE.

      * FIBAPI runs in this task, under the caller's userid
       3000-CALL-FIBAPI.
           MOVE SPACES TO FIBAPI-COMMAREA
           IF FAJ-FUNC-LOOKUP
               SET FAPI-FUNC-LOOKUP TO TRUE
               MOVE FAJ-RUN-DATE   TO FAPI-RUN-DATE
               MOVE FAJ-TERM-INDEX TO FAPI-TERM-INDEX
               MOVE ZERO           TO FAPI-FIB-VALUE
           ELSE
               SET FAPI-FUNC-VALUE TO TRUE
               MOVE ZERO           TO FAPI-RUN-DATE
               MOVE ZERO           TO FAPI-TERM-INDEX
               MOVE FAJ-FIB-VALUE  TO FAPI-FIB-VALUE
           END-IF
           MOVE ZERO TO FAPI-RESP-CODE
           MOVE ZERO TO FAPI-RESP-COUNT
           SET FAPI-VIA-WEB TO TRUE

           EXEC CICS LINK
               PROGRAM('FIBAPI')
               COMMAREA(FIBAPI-COMMAREA)
               LENGTH(LENGTH OF FIBAPI-COMMAREA)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET FIBAPI-WAS-CALLED TO TRUE
               MOVE FAPI-RESP-CODE TO WS-RESULT-CODE
           ELSE
               MOVE 12 TO WS-RESULT-CODE
               MOVE 'FIBAPI COULD NOT BE LINKED TO' TO WS-ERROR-MESSAGE
           END-IF.

      * FIBAPI response code to HTTP status and the schema's name
       4000-SET-HTTP-STATUS.
           EVALUATE WS-RESULT-CODE
               WHEN 00
                   MOVE 200 TO WS-HTTP-STATUS
                   MOVE 'OK' TO WS-STATUS-NAME
                   MOVE 'OK' TO WS-HTTP-TEXT
               WHEN 04
                   MOVE 404 TO WS-HTTP-STATUS
                   MOVE 'NOT_FOUND' TO WS-STATUS-NAME
                   MOVE 'Not Found' TO WS-HTTP-TEXT
                   MOVE 'NO MATCHING HISTORY RECORD'
                       TO WS-ERROR-MESSAGE
               WHEN 08
                   IF WS-HTTP-STATUS = 405
                       MOVE 'Method Not Allowed' TO WS-HTTP-TEXT
                   ELSE
                       MOVE 400 TO WS-HTTP-STATUS
                       MOVE 'Bad Request' TO WS-HTTP-TEXT
                   END-IF
                   MOVE 'BAD_REQUEST' TO WS-STATUS-NAME
                   IF WS-ERROR-MESSAGE = SPACES
                       MOVE 'FIBAPI REJECTED THE REQUEST KEYS'
                           TO WS-ERROR-MESSAGE
                   END-IF
               WHEN 16
                   MOVE 403 TO WS-HTTP-STATUS
                   MOVE 'DENIED' TO WS-STATUS-NAME
                   MOVE 'Forbidden' TO WS-HTTP-TEXT
                   MOVE 'CALLER IS NOT AUTHORIZED FOR HISTORY INQUIRIES'
                       TO WS-ERROR-MESSAGE
               WHEN 20
                   MOVE 503 TO WS-HTTP-STATUS
                   MOVE 'MAINTENANCE' TO WS-STATUS-NAME
                   MOVE 'Service Unavailable' TO WS-HTTP-TEXT
                   MOVE 'PLANNED MAINTENANCE WINDOW IS OPEN'
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE 500 TO WS-HTTP-STATUS
                   MOVE 'ERROR' TO WS-STATUS-NAME
                   MOVE 'Internal Server Error' TO WS-HTTP-TEXT
                   IF WS-ERROR-MESSAGE = SPACES
                       MOVE 'FILE OR ENVIRONMENT ERROR IN FIBAPI'
                           TO WS-ERROR-MESSAGE
                   END-IF
           END-EVALUATE

           MOVE LENGTH OF WS-HTTP-TEXT TO WS-HTTP-TEXT-LENGTH
           PERFORM UNTIL WS-HTTP-TEXT-LENGTH = ZERO
                   OR WS-HTTP-TEXT(WS-HTTP-TEXT-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-HTTP-TEXT-LENGTH
           END-PERFORM.

      * The response object - every schema name is always present
       5000-BUILD-RESPONSE.
           MOVE ZERO TO WS-RESULT-COUNT
           IF FIBAPI-WAS-CALLED AND WS-RESULT-CODE = 00
               MOVE FAPI-RESP-COUNT TO WS-RESULT-COUNT
           END-IF

           STRING '{"schemaVersion":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE FIBAPIJ-SCHEMA-VERSION TO WS-TEXT-AREA
           PERFORM 5100-APPEND-STRING
           STRING ',"status":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE WS-STATUS-NAME TO WS-TEXT-AREA
           PERFORM 5100-APPEND-STRING
           STRING ',"responseCode":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE WS-RESULT-CODE TO WS-EDIT-SOURCE
           PERFORM 5200-APPEND-NUMBER
           STRING ',"message":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE WS-ERROR-MESSAGE TO WS-TEXT-AREA
           PERFORM 5100-APPEND-STRING

           STRING ',"note":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE SPACES TO WS-TEXT-AREA
           IF FIBAPI-WAS-CALLED
               MOVE FAPI-NOTE-TEXT TO WS-TEXT-AREA
           END-IF
           PERFORM 5100-APPEND-STRING

           STRING ',"dataSource":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           IF FIBAPI-WAS-CALLED AND FAPI-SOURCE-SHADOW
               MOVE 'SHADOW' TO WS-TEXT-AREA
           ELSE
               MOVE 'LIVE' TO WS-TEXT-AREA
           END-IF
           PERFORM 5100-APPEND-STRING
           STRING ',"asOf":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE SPACES TO WS-TEXT-AREA
           IF FIBAPI-WAS-CALLED AND FAPI-SOURCE-SHADOW
               MOVE FAPI-AS-OF-TIMESTAMP TO WS-TEXT-AREA
           END-IF
           PERFORM 5100-APPEND-STRING

           STRING ',"count":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE WS-RESULT-COUNT TO WS-EDIT-SOURCE
           PERFORM 5200-APPEND-NUMBER
           STRING ',"results":[' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR

           PERFORM VARYING WS-RES-IX FROM 1 BY 1
                     UNTIL WS-RES-IX > WS-RESULT-COUNT
               IF WS-RES-IX > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
               END-IF
               PERFORM 5300-APPEND-RESULT
           END-PERFORM

           STRING ']}' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR.

      * WS-TEXT-AREA as a JSON string, trailing spaces dropped and
      * quotes and backslashes escaped
       5100-APPEND-STRING.
           MOVE LENGTH OF WS-TEXT-AREA TO WS-TEXT-LENGTH
           PERFORM UNTIL WS-TEXT-LENGTH = ZERO
                   OR WS-TEXT-AREA(WS-TEXT-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEXT-LENGTH
           END-PERFORM

           MOVE '"' TO WS-JSON-OUT(WS-OUT-PTR:1)
           ADD 1 TO WS-OUT-PTR
           PERFORM VARYING WS-TEXT-IX FROM 1 BY 1
                     UNTIL WS-TEXT-IX > WS-TEXT-LENGTH
               IF WS-TEXT-AREA(WS-TEXT-IX:1) = '"'
                       OR WS-TEXT-AREA(WS-TEXT-IX:1) = '\'
                   MOVE '\' TO WS-JSON-OUT(WS-OUT-PTR:1)
                   ADD 1 TO WS-OUT-PTR
               END-IF
               MOVE WS-TEXT-AREA(WS-TEXT-IX:1)
                   TO WS-JSON-OUT(WS-OUT-PTR:1)
               ADD 1 TO WS-OUT-PTR
           END-PERFORM
           MOVE '"' TO WS-JSON-OUT(WS-OUT-PTR:1)
           ADD 1 TO WS-OUT-PTR.

      * WS-EDIT-SOURCE as a JSON number without leading zeroes
       5200-APPEND-NUMBER.
           MOVE WS-EDIT-SOURCE TO WS-EDIT-NUMBER
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-EDIT-NUMBER
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           COMPUTE WS-EDIT-LENGTH = LENGTH OF WS-EDIT-NUMBER
                                  - WS-LEAD-SPACES
           MOVE WS-EDIT-NUMBER(WS-LEAD-SPACES + 1:WS-EDIT-LENGTH)
               TO WS-JSON-OUT(WS-OUT-PTR:WS-EDIT-LENGTH)
           ADD WS-EDIT-LENGTH TO WS-OUT-PTR.

      * One results entry. The Fibonacci value goes as a string so
      * the 18 digits survive a caller's floating-point JSON parser.
       5300-APPEND-RESULT.
           STRING '{"runDate":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE FAPI-RES-RUN-DATE(WS-RES-IX) TO WS-TEXT-AREA
           PERFORM 5100-APPEND-STRING
           STRING ',"termIndex":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE FAPI-RES-TERM-INDEX(WS-RES-IX) TO WS-EDIT-SOURCE
           PERFORM 5200-APPEND-NUMBER
           STRING ',"fibNumber":"' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE FAPI-RES-FIB-NUMBER(WS-RES-IX) TO WS-EDIT-SOURCE
           PERFORM 5200-APPEND-NUMBER
           STRING '","status":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE FAPI-RES-STATUS(WS-RES-IX) TO WS-TEXT-AREA
           PERFORM 5100-APPEND-STRING
           STRING ',"category":' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR
           MOVE FAPI-RES-CATEGORY(WS-RES-IX) TO WS-EDIT-SOURCE
           PERFORM 5200-APPEND-NUMBER
           STRING '}' DELIMITED BY SIZE
               INTO WS-JSON-OUT WITH POINTER WS-OUT-PTR.

      * Sent as UTF-8, converted from the local code page
       6000-SEND-RESPONSE.
           COMPUTE WS-OUT-LENGTH = WS-OUT-PTR - 1

           EXEC CICS WEB SEND
               FROM(WS-JSON-OUT)
               FROMLENGTH(WS-OUT-LENGTH)
               MEDIATYPE(WS-MEDIA-JSON)
               CHARACTERSET(WS-CHARSET)
               SERVERCONV(DFHVALUE(SRVCONVERT))
               STATUSCODE(WS-HTTP-STATUS)
               STATUSTEXT(WS-HTTP-TEXT)
               STATUSLEN(WS-HTTP-TEXT-LENGTH)
               ACTION(DFHVALUE(IMMEDIATE))
               RESP(WS-RESP-CODE)
           END-EXEC.
