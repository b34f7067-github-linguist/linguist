      *****************************************************************
      * FIBAPKC - PARAMETER AREA FOR THE FIBAPCK APPROVAL CHECKER
      * (CALL 'FIBAPCK' USING FIBAPCK-PARMS)
      *
      * THE CALLER NAMES THE TOKEN QUOTED, THE SUBMITTER (THE MAKER)
      * AND THE CHANGE ABOUT TO BE MADE - TYPE F WITH THE RUN DATE,
      * OR TYPE C WITH THE RUN DATE, TERM INDEX, FIELD AND NEW VALUE
      * FROM THE FIBFIX CARD. REQUESTS:
      *   C  CHECK ONLY - FIBPREFL, AND ADVFIBB BEFORE IT ACCEPTS
      *      FORCE=Y
      *   U  USE - CHECK AGAIN AND MARK THE APPROVAL USED BY
      *      APK-PROGRAM, IMMEDIATELY BEFORE THE CHANGE IS MADE
      * APK-RESULT:
      *   A  APPROVED AND MATCHING (APK-CHECKER, APK-EXPIRY-STAMP)
      *   N  NO SUCH TOKEN            M  TOKEN IS FOR ANOTHER CHANGE
      *   P  STILL PENDING            R  REJECTED OR WITHDRAWN
      *   X  APPROVAL EXPIRED         D  ALREADY USED
      *   F  FIBAPRV NOT AVAILABLE, OR THE USE COULD NOT BE SAVED
      *****************************************************************
       01  FIBAPCK-PARMS.
           05  APK-REQUEST            PIC X.
               88  APK-CHECK              VALUE 'C'.
               88  APK-USE                VALUE 'U'.
           05  APK-TOKEN              PIC 9(8).
           05  APK-MAKER              PIC X(8).
           05  APK-TYPE               PIC X.
           05  APK-RUN-DATE           PIC 9(8).
           05  APK-TERM-INDEX         PIC 9(4).
           05  APK-FIELD              PIC X(8).
           05  APK-NEW-VALUE          PIC X(18).
           05  APK-PROGRAM            PIC X(8).
           05  APK-CHECKER            PIC X(8).
           05  APK-EXPIRY-STAMP       PIC 9(14).
           05  APK-RESULT             PIC X.
               88  APK-APPROVED           VALUE 'A'.
               88  APK-NO-TOKEN           VALUE 'N'.
               88  APK-MISMATCH           VALUE 'M'.
               88  APK-STILL-PENDING      VALUE 'P'.
               88  APK-REFUSED            VALUE 'R'.
               88  APK-EXPIRED            VALUE 'X'.
               88  APK-ALREADY-USED       VALUE 'D'.
               88  APK-FILE-FAILED        VALUE 'F'.
