      *****************************************************************
      * FIBRDIRD - RUN-DIRECTORY RECORD, KEYED BY RUN DATE AND RUN
      * SEQUENCE (FIBRDIR KSDS, KEYS(10 0))
      *
      * ONE RECORD PER SAVED RUN HOLDING ITS WHOLE LIFECYCLE IN ONE
      * PLACE, SO "WHAT STATE IS THE RUN IN" IS ONE KEYED READ
      * INSTEAD OF A WALK OF FIBHIST, FIBHOLD, FIBACAT, FIBXMIT AND
      * FIBVRFY. POSTED THROUGH THE FIBRDIRP SUBPROGRAM (FIBRDIRC
      * PARAMETERS) BY EVERY PROGRAM THAT CHANGES A STATE, AND
      * REBUILT FROM THOSE SOURCE FILES BY FIBRDIRB AFTER A RECOVERY.
      *
      * EACH STATE CARRIES A CODE (SPACE = NEVER REACHED), THE TIME
      * IT WAS LAST POSTED AND THE PROGRAM THAT POSTED IT:
      *   01 GENERATED     Y SAVED BY ADVFIBB, R RE-SAVED UNDER FORCE
      *   02 CERTIFIED     P PASS, F FAIL (FIBCERT), S STALE - THE
      *                    RUN CHANGED SINCE (FIBSTALE)
      *   03 CHECKED       P PASS, F FAIL (FIBCHECK), S STALE
      *   04 QUARANTINED   Y QUARANTINED, N RELEASED
      *   05 HELD          Y LEGAL HOLD PLACED, N RELEASED
      *   06 TRANSMITTED   Y SENT TO AT LEAST ONE RECEIVER
      *   07 ACKNOWLEDGED  Y ACKNOWLEDGED, M COUNT/HASH MISMATCH
      *   08 ARCHIVED      Y ARCHIVED AND PURGED FROM FIBHIST,
      *                    X ITS ARCHIVE GENERATION EXPIRED PAST
      *                    ARCHIVE RETENTION (FIBAEXP) - GONE
      *   09 RESTORED      Y RESTORED FROM A FIBARCH GENERATION
      *   10 CORRECTED     Y ROWS CORRECTED BY FIBFIX
      *
      * RUN SEQUENCE 00 IS THE DATE-LEVEL RECORD - A HOLD PLACED
      * BEFORE THE DATE HAS BEEN RUN. THE FIRST RUN SAVED FOR THE
      * DATE INHERITS ITS STATES.
      *****************************************************************
       01  RUN-DIRECTORY-RECORD.
           05  RDIR-KEY.
               10  RDIR-RUN-DATE      PIC 9(8).
               10  RDIR-RUN-SEQ       PIC 9(2).
           05  RDIR-STATE-AREA.
               10  RDIR-STATE OCCURS 10 TIMES.
                   15  RDIR-STATE-CODE     PIC X.
                   15  RDIR-STATE-STAMP    PIC 9(14).
                   15  RDIR-STATE-PROGRAM  PIC X(8).
           05  RDIR-STATE-VIEW REDEFINES RDIR-STATE-AREA.
               10  RDIR-GENERATED     PIC X.
                   88  RDIR-IS-GENERATED      VALUE 'Y' 'R'.
               10  RDIR-GENERATED-STAMP    PIC 9(14).
               10  RDIR-GENERATED-PGM      PIC X(8).
               10  RDIR-CERTIFIED     PIC X.
                   88  RDIR-CERT-PASSED       VALUE 'P'.
                   88  RDIR-CERT-FAILED       VALUE 'F'.
                   88  RDIR-CERT-STALE        VALUE 'S'.
               10  RDIR-CERTIFIED-STAMP    PIC 9(14).
               10  RDIR-CERTIFIED-PGM      PIC X(8).
               10  RDIR-CHECKED       PIC X.
                   88  RDIR-CHECK-PASSED      VALUE 'P'.
                   88  RDIR-CHECK-FAILED      VALUE 'F'.
                   88  RDIR-CHECK-STALE       VALUE 'S'.
               10  RDIR-CHECKED-STAMP      PIC 9(14).
               10  RDIR-CHECKED-PGM        PIC X(8).
               10  RDIR-QUARANTINED   PIC X.
                   88  RDIR-IS-QUARANTINED    VALUE 'Y'.
               10  RDIR-QUARANTINED-STAMP  PIC 9(14).
               10  RDIR-QUARANTINED-PGM    PIC X(8).
               10  RDIR-HELD          PIC X.
                   88  RDIR-IS-HELD           VALUE 'Y'.
               10  RDIR-HELD-STAMP         PIC 9(14).
               10  RDIR-HELD-PGM           PIC X(8).
               10  RDIR-TRANSMITTED   PIC X.
                   88  RDIR-IS-TRANSMITTED    VALUE 'Y'.
               10  RDIR-TRANSMITTED-STAMP  PIC 9(14).
               10  RDIR-TRANSMITTED-PGM    PIC X(8).
               10  RDIR-ACKNOWLEDGED  PIC X.
                   88  RDIR-IS-ACKNOWLEDGED   VALUE 'Y'.
                   88  RDIR-ACK-MISMATCH      VALUE 'M'.
               10  RDIR-ACKNOWLEDGED-STAMP PIC 9(14).
               10  RDIR-ACKNOWLEDGED-PGM   PIC X(8).
               10  RDIR-ARCHIVED      PIC X.
                   88  RDIR-IS-ARCHIVED       VALUE 'Y'.
                   88  RDIR-ARCHIVE-EXPIRED   VALUE 'X'.
               10  RDIR-ARCHIVED-STAMP     PIC 9(14).
               10  RDIR-ARCHIVED-PGM       PIC X(8).
               10  RDIR-RESTORED      PIC X.
                   88  RDIR-IS-RESTORED       VALUE 'Y'.
               10  RDIR-RESTORED-STAMP     PIC 9(14).
               10  RDIR-RESTORED-PGM       PIC X(8).
               10  RDIR-CORRECTED     PIC X.
                   88  RDIR-IS-CORRECTED      VALUE 'Y'.
               10  RDIR-CORRECTED-STAMP    PIC 9(14).
               10  RDIR-CORRECTED-PGM      PIC X(8).
           05  RDIR-TERM-COUNT        PIC 9(4).
           05  RDIR-ARCH-GENERATION   PIC 9(5).
           05  RDIR-LAST-STAMP        PIC 9(14).
           05  RDIR-LAST-PROGRAM      PIC X(8).
           05  RDIR-LAST-USERID       PIC X(8).
           05  FILLER                 PIC X(21).
