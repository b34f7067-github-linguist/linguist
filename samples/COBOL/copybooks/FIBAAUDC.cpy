      * FIBAAUDC - SECURITY-ADMINISTRATION AUDIT RECORD
      *
      * ONE RECORD PER APPLIED OR REJECTED FIBAUTH CHANGE. THE BATCH
      * LOADER (FIBAUTHL), THE RECERTIFICATION CLOSE (FIBRECRT) AND
      * THE BREAK-GLASS GRANTS (FIBBRKG) APPEND DIRECTLY TO THE
      * FIBAUTHA DATASET;
      * THE ONLINE TRANSACTION (FIBADM) WRITES THE FIBA TRANSIENT
      * DATA QUEUE, WHICH DRAINS TO THE SAME DATASET - THE FIBL /
      * FIBACCES CONVENTION.
      *   AA-ACTION:  A ADD  C CHANGE  R REVOKE  S STAGED (PENDING)
      *               M MIGRATED FROM THE OLD FLAG LAYOUT (FIBROLMG)
      *               B BREAK-GLASS GRANT  E GRANT ENDED EARLY
      *               W GRANT REVIEWED (FIBBRKG)
      *   AA-OUTCOME: A APPLIED  P PENDING APPROVAL  D DENIED
      *               V REFUSED - SEPARATION-OF-DUTIES RULE
      *                 AA-SOD-RULE-ID
      * AA-OLD-FLAGS/AA-NEW-FLAGS ARE THE PERMISSIONS THE ROLE SETS
      * AA-OLD-ROLES/AA-NEW-ROLES RESOLVE TO, SO THE TRAIL READS
      * THE SAME BEFORE AND AFTER ROLES REPLACED THE FLAG ROWS.
      * AA-OLD-UNITS/AA-NEW-UNITS ARE THE BUSINESS UNITS THE ROLES
      * WERE AND ARE SCOPED TO (SPACES - THE DEFAULT UNIT ONLY).
      * THE B/E/W RECORDS CARRY THE GRANT IN PLACE OF THE ROLE SETS
      * (AA-BREAK-GLASS-VIEW, THE REASON CUT TO 40 BYTES - THE FULL
      * TEXT IS ON THE FIBBRKG GRANT RECORD); AA-NEW-FLAGS SHOWS THE
      * PERMISSIONS HELD UNDER THE GRANT, AND FOR A REVIEW
      * AA-APPROVED-BY IS THE REVIEWER.
      *****************************************************************
       01  AUTH-AUDIT-RECORD.
           05  AA-TIMESTAMP           PIC 9(14).
           05  AA-NEW-FLAGS           PIC X(7).
           05  AA-REQUESTED-BY        PIC X(8).
           05  AA-APPROVED-BY         PIC X(8).
           05  AA-ROLE-IMAGES.
               10  AA-OLD-ROLES       PIC X(40).
               10  AA-NEW-ROLES       PIC X(40).
           05  AA-BREAK-GLASS-VIEW REDEFINES AA-ROLE-IMAGES.
               10  AA-BG-PERMISSION   PIC X(10).
               10  AA-BG-GRANT-STAMP  PIC 9(14).
               10  AA-BG-EXPIRY-STAMP PIC 9(14).
               10  AA-BG-HOURS        PIC 9(2).
               10  AA-BG-REASON       PIC X(40).
           05  AA-SOD-RULE-ID         PIC X(4).
           05  AA-OLD-UNITS           PIC X(16).
           05  AA-NEW-UNITS           PIC X(16).
