      *****************************************************************
      * FIBSLAC - SERVICE-LEVEL DEFINITION (FIBSLA FILE, 80-BYTE
      * CARD IMAGES, ONE PER DELIVERABLE)
      *
      * EACH COMMITMENT THE SUITE HAS MADE TO A RECEIVER, IN ONE
      * PLACE INSTEAD OF AN EMAIL. FIBSLAR MEASURES EVERY RUN DATE
      * OF THE MONTH AGAINST IT.
      *   COLS  1-8   SLA-ID          DELIVERABLE NAME
      *   COL  10     SLA-EVENT       WHAT "DELIVERED" MEANS:
      *                 T  SENT - THE FIBXMIT SEND STAMP
      *                 A  ACKNOWLEDGED - THE RECEIVER'S FIBACK ACK
      *                 C  COMPLETED - THE PROGRAM POSTS COMPLETED
      *                    ON FIBRUNC (ITS FIBPERF END STAMP, RC 4
      *                    OR LESS)
      *                 D  DASHBOARD REFRESHED BY FIBDASHC
      *   COLS 12-19  SLA-SOURCE      FILE ID (T, A), PROGRAM (C),
      *                               FIBDASHC (D)
      *   COLS 21-28  SLA-RECEIVER    RECEIVER ID (T, A)
      *   COLS 30-33  SLA-DEADLINE    HHMM
      *   COL  35     SLA-DAY-OFFSET  CALENDAR DAYS AFTER THE RUN
      *                               DATE THE DEADLINE FALLS ON
      *   COL  37     SLA-CALENDAR    B  BUSINESS DAYS - NO RUN IS
      *                                  OWED FOR A SATURDAY, SUNDAY
      *                                  OR A FIBCAL HOLIDAY OR
      *                                  SUSPENDED DATE
      *                               A  EVERY DAY
      *   COLS 39-42  SLA-TARGET-PCT  ATTAINMENT TARGET, 999V9
      *   COLS 44-73  SLA-DESCRIPTION
      *   AN ASTERISK IN COLUMN 1 MARKS A COMMENT CARD.
      *****************************************************************
       01  SERVICE-LEVEL-RECORD.
           05  SLA-ID                 PIC X(8).
           05  FILLER                 PIC X.
           05  SLA-EVENT              PIC X.
               88  SLA-IS-SENT            VALUE 'T'.
               88  SLA-IS-ACKNOWLEDGED    VALUE 'A'.
               88  SLA-IS-COMPLETED       VALUE 'C'.
               88  SLA-IS-DASH-REFRESH    VALUE 'D'.
               88  SLA-EVENT-VALID        VALUE 'T' 'A' 'C' 'D'.
           05  FILLER                 PIC X.
           05  SLA-SOURCE             PIC X(8).
           05  FILLER                 PIC X.
           05  SLA-RECEIVER           PIC X(8).
           05  FILLER                 PIC X.
           05  SLA-DEADLINE.
               10  SLA-DEADLINE-HH    PIC 99.
               10  SLA-DEADLINE-MM    PIC 99.
           05  FILLER                 PIC X.
           05  SLA-DAY-OFFSET         PIC 9.
           05  FILLER                 PIC X.
           05  SLA-CALENDAR           PIC X.
               88  SLA-BUSINESS-DAYS      VALUE 'B'.
               88  SLA-EVERY-DAY          VALUE 'A'.
           05  FILLER                 PIC X.
           05  SLA-TARGET-PCT         PIC 999V9.
           05  FILLER                 PIC X.
           05  SLA-DESCRIPTION        PIC X(30).
           05  FILLER                 PIC X(7).
