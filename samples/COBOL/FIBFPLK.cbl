      ******************************************************************
      * FIBFPLK is the shared fiscal-period lookup over the FIBFPER
      * period table FIBCALGN generates alongside FIBCAL. Every
      * program that can report on the fiscal basis instead of the
      * calendar month calls here rather than reading FIBFPER
      * itself, so the "which period is this date in" and "which
      * period was last closed" rules live in one place.
      *
      * A date lookup walks the table in key order - key order is
      * date order and a year is only twelve records - and stops at
      * the period whose range holds the date. A period-id lookup
      * is one keyed read. The latest-ended lookup keeps the last
      * period whose end falls on or before the date. See the
      * FIBFPLKC copybook for the parameters and FIBFPERD for the
      * record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBFPLK.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - FISCAL-PERIOD LOOKUP BY
      *                 DATE, BY PERIOD ID AND LATEST ENDED PERIOD
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FIBFPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPER-KEY
               FILE STATUS IS WS-FPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-PERIOD-FILE.
           COPY FIBFPERD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-FPER-FILE-STATUS    PIC XX VALUE SPACES.
               88  FPER-FILE-OK            VALUE '00'.

       01  WS-INDICATORS.
           05  WS-FPER-EOF-SW         PIC X VALUE 'N'.
               88  FPER-EOF-REACHED        VALUE 'Y'.

       LINKAGE SECTION.
           COPY FIBFPLKC.

       PROCEDURE DIVISION USING FIBFPLK-PARMS.
       0000-MAINLINE.
           SET FPL-NOT-FOUND TO TRUE
           IF NOT FPL-BY-PERIOD-ID
               MOVE ZERO TO FPL-PERIOD-ID
           END-IF
           MOVE ZERO TO FPL-START-DATE
           MOVE ZERO TO FPL-END-DATE
           MOVE ZERO TO FPL-QUARTER
           MOVE ZERO TO FPL-FY-START-DATE
           MOVE ZERO TO FPL-FY-END-DATE

           OPEN INPUT FISCAL-PERIOD-FILE
           IF NOT FPER-FILE-OK
               SET FPL-UNAVAILABLE TO TRUE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN FPL-BY-PERIOD-ID
                   PERFORM 1000-READ-BY-PERIOD-ID
               WHEN FPL-BY-DATE
                   PERFORM 2000-SCAN-FOR-DATE
                       THRU 2000-SCAN-FOR-DATE-EXIT
               WHEN FPL-LATEST-ENDED
                   PERFORM 3000-SCAN-LATEST-ENDED
                       THRU 3000-SCAN-LATEST-ENDED-EXIT
               WHEN OTHER
                   DISPLAY 'WARNING: FIBFPLK REQUEST <' FPL-REQUEST
                       '> NOT RECOGNIZED'
           END-EVALUATE

           CLOSE FISCAL-PERIOD-FILE

           GOBACK.

       1000-READ-BY-PERIOD-ID.
           MOVE FPL-FISCAL-YEAR TO FPER-FISCAL-YEAR
           MOVE FPL-PERIOD      TO FPER-PERIOD
           READ FISCAL-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 9000-RETURN-PERIOD
           END-READ.

       2000-SCAN-FOR-DATE.
           MOVE 'N' TO WS-FPER-EOF-SW
           PERFORM UNTIL FPER-EOF-REACHED
               READ FISCAL-PERIOD-FILE NEXT RECORD
                   AT END
                       SET FPER-EOF-REACHED TO TRUE
                   NOT AT END
                       IF FPL-DATE NOT < FPER-START-DATE
                               AND FPL-DATE NOT > FPER-END-DATE
                           PERFORM 9000-RETURN-PERIOD
                           SET FPER-EOF-REACHED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2000-SCAN-FOR-DATE-EXIT.
           EXIT.

       3000-SCAN-LATEST-ENDED.
           MOVE 'N' TO WS-FPER-EOF-SW
           PERFORM UNTIL FPER-EOF-REACHED
               READ FISCAL-PERIOD-FILE NEXT RECORD
                   AT END
                       SET FPER-EOF-REACHED TO TRUE
                   NOT AT END
                       IF FPER-END-DATE > FPL-DATE
                           SET FPER-EOF-REACHED TO TRUE
                       ELSE
                           PERFORM 9000-RETURN-PERIOD
                       END-IF
               END-READ
           END-PERFORM.

       3000-SCAN-LATEST-ENDED-EXIT.
           EXIT.

       9000-RETURN-PERIOD.
           SET FPL-FOUND TO TRUE
           MOVE FPER-FISCAL-YEAR   TO FPL-FISCAL-YEAR
           MOVE FPER-PERIOD        TO FPL-PERIOD
           MOVE FPER-START-DATE    TO FPL-START-DATE
           MOVE FPER-END-DATE      TO FPL-END-DATE
           MOVE FPER-QUARTER       TO FPL-QUARTER
           MOVE FPER-FY-START-DATE TO FPL-FY-START-DATE
           MOVE FPER-FY-END-DATE   TO FPL-FY-END-DATE.
