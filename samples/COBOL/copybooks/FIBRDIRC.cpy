      *****************************************************************
      * FIBRDIRC - PARAMETER AREA FOR THE FIBRDIRP RUN-DIRECTORY
      * POSTER (CALL 'FIBRDIRP' USING FIBRDIR-PARMS)
      *
      * THE CALLER NAMES THE RUN, THE STATE (SEE FIBRDIRD FOR THE
      * STATE NUMBERS AND CODES), THE CODE TO POST AND ITSELF. THE
      * POSTER STAMPS THE TIME WHEN RDP-STAMP IS ZERO (FIBRDIRB
      * PASSES THE SOURCE FILE'S OWN TIME). A RUN SEQUENCE OF ZERO
      * POSTS TO EVERY RUN ON FILE FOR THE DATE (HOLDS,
      * TRANSMISSIONS AND ACKNOWLEDGEMENTS ARE BY DATE) - OR TO THE
      * DATE-LEVEL RECORD WHEN NO RUN HAS BEEN SAVED FOR IT YET.
      * RDP-TERM-COUNT (GENERATED) AND RDP-ARCH-GENERATION
      * (ARCHIVED, RESTORED) ARE CARRIED ONTO THE RECORD WHEN
      * NON-ZERO. RDP-POST-MODE U POSTS THE STATE ONLY WHEN THE RUN
      * HAS NEVER REACHED IT - FIBRDIRB'S FALLBACK SOURCES USE IT SO
      * A BETTER-DATED POSTING IS NEVER OVERLAID.
      *
      * A POSTING FAILURE IS REPORTED AND SWALLOWED - THE DIRECTORY
      * MUST NEVER FAIL THE CHANGE IT IS RECORDING; FIBRDIRB
      * REBUILDS IT FROM THE SOURCE FILES.
      *****************************************************************
       01  FIBRDIR-PARMS.
           05  RDP-RUN-DATE           PIC 9(8).
           05  RDP-RUN-SEQ            PIC 9(2).
           05  RDP-STATE              PIC 9(2).
               88  RDP-GENERATED          VALUE 01.
               88  RDP-CERTIFIED          VALUE 02.
               88  RDP-CHECKED            VALUE 03.
               88  RDP-QUARANTINED        VALUE 04.
               88  RDP-HELD               VALUE 05.
               88  RDP-TRANSMITTED        VALUE 06.
               88  RDP-ACKNOWLEDGED       VALUE 07.
               88  RDP-ARCHIVED           VALUE 08.
               88  RDP-RESTORED           VALUE 09.
               88  RDP-CORRECTED          VALUE 10.
           05  RDP-STATE-CODE         PIC X.
           05  RDP-PROGRAM            PIC X(8).
           05  RDP-USERID             PIC X(8).
           05  RDP-STAMP              PIC 9(14).
           05  RDP-TERM-COUNT         PIC 9(4).
           05  RDP-ARCH-GENERATION    PIC 9(5).
           05  RDP-POST-MODE          PIC X.
               88  RDP-POST-ALWAYS        VALUE SPACE.
               88  RDP-POST-IF-UNSET      VALUE 'U'.
