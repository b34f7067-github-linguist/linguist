      *****************************************************************
      * FIBPIPC - PERSONAL-DATA SCREENING PATTERN, KEYED BY PATTERN
      *           ID (FIBPIIP KSDS, LRECL 86)
      *
      * THE PATTERNS FIBPIIS SCREENS THE FREE TEXT OF FIBNOTEH,
      * FIBEXCW AND THE FIBHIST NOTE RECORDS AGAINST, AND THAT
      * FIBNOTE AND FIBEXCB WARN ON AT ENTRY. FIBPIIS PATTERN AND
      * DROP CARDS MAINTAIN THEM; FIBPIIM DOES THE MATCHING.
      *   PIP-KIND  D  A RUN OF AT LEAST PIP-MIN-DIGITS DIGITS, SINGLE
      *                - . / ( ) BETWEEN DIGITS ALLOWED (PHONE AND
      *                ACCOUNT NUMBERS)
      *             K  THE WORD(S) CONTAINING PIP-TEXT; WHOLE WORDS
      *                ONLY WHEN PIP-TEXT STARTS AND ENDS WITH A
      *                LETTER OR DIGIT. PIP-NEXT-WORD Y ALSO TAKES
      *                THE WORD AFTER IT (A NAME AFTER A TITLE)
      *             M  A SHAPE: 9 ANY DIGIT, A ANY LETTER, X ANY
      *                NON-BLANK, ANYTHING ELSE ITSELF
      * MATCHING IGNORES CASE, AND NEVER MATCHES INSIDE THE [PII]
      * MARKER A REDACTION LEAVES.
      *****************************************************************
       01  PII-PATTERN-RECORD.
           05  PIP-ID                 PIC X(8).
           05  PIP-KIND               PIC X.
               88  PIP-IS-DIGIT-RUN       VALUE 'D'.
               88  PIP-IS-KEYWORD         VALUE 'K'.
               88  PIP-IS-SHAPE           VALUE 'M'.
           05  PIP-MIN-DIGITS         PIC 9(2).
           05  PIP-TEXT               PIC X(20).
           05  PIP-TEXT-LENGTH        PIC 9(2).
           05  PIP-NEXT-WORD          PIC X.
           05  PIP-DESCRIPTION        PIC X(30).
           05  PIP-ADDED-BY           PIC X(8).
           05  PIP-ADDED-STAMP        PIC 9(14).
