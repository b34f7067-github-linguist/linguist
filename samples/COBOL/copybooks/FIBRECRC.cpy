      *****************************************************************
      * FIBRECRC - ACCESS-RECERTIFICATION RECORD, KEYED BY CAMPAIGN
      *            AND USERID
      *
      * FIBRECRT OPEN WRITES ONE RECORD PER FIBAUTH USERID FOR THE
      * QUARTER'S CAMPAIGN (RC-CAMPAIGN, E.G. 2026Q4) WITH THE ROLES
      * HELD, THE PERMISSIONS THEY RESOLVE TO AND THE LAST DATE THE
      * USERID WAS SEEN ON EACH OF FIBAUDIT (BATCH RUNS), FIBACCES
      * (ONLINE INQUIRIES) AND FIBJRNL (FIBHIST CHANGES) - ZERO WHEN
      * NEVER SEEN. MANAGERS RECORD THEIR DECISION THROUGH THE FRCM
      * TRANSACTION (FIBRECM); FIBRECRT CLOSE STAGES THE REVOKES.
      *   RC-MANAGER:      THE ONLY USERID WHO MAY DECIDE, WHEN SET
      *   RC-DECISION:     P PENDING  C CONFIRMED  R REVOKED
      *   RC-CLOSE-ACTION: SPACE - CAMPAIGN STILL OPEN
      *                    K KEPT (CONFIRMED, NOT DORMANT)
      *                    R REVOKE STAGED - MANAGER REVOKED
      *                    N REVOKE STAGED - NOT CONFIRMED
      *                    D REVOKE STAGED - DORMANT PAST THRESHOLD
      *                    G USERID ALREADY GONE FROM FIBAUTH
      *****************************************************************
       01  RECERT-RECORD.
           05  RC-KEY.
               10  RC-CAMPAIGN        PIC X(6).
               10  RC-USERID          PIC X(8).
           05  RC-ROLES               PIC X(40).
           05  RC-PERMISSIONS         PIC X(7).
           05  RC-LAST-AUDIT-DATE     PIC 9(8).
           05  RC-LAST-ACCESS-DATE    PIC 9(8).
           05  RC-LAST-JOURNAL-DATE   PIC 9(8).
           05  RC-LAST-USED-DATE      PIC 9(8).
           05  RC-DEADLINE            PIC 9(8).
           05  RC-MANAGER             PIC X(8).
           05  RC-DECISION            PIC X.
               88  RC-DECISION-PENDING    VALUE 'P'.
               88  RC-CONFIRMED           VALUE 'C'.
               88  RC-REVOKED             VALUE 'R'.
           05  RC-DECIDED-BY          PIC X(8).
           05  RC-DECIDED-STAMP       PIC 9(14).
           05  RC-OPENED-BY           PIC X(8).
           05  RC-OPENED-STAMP        PIC 9(14).
           05  RC-CLOSE-ACTION        PIC X.
               88  RC-CAMPAIGN-OPEN       VALUE SPACE.
           05  RC-DORMANT-DAYS        PIC 9(5).
           05  RC-DORMANT-THRESHOLD   PIC 9(3).
           05  RC-CLOSED-BY           PIC X(8).
           05  RC-CLOSED-STAMP        PIC 9(14).
