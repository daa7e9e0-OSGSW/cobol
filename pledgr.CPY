      *    ONE PIECE-LEDGER RECORD IS APPENDED FOR EVERY PIECE A
      *    PROGRAM DISPOSES OF: CUNA_UTIL01 WRITES THE PIECES IT
      *    MAILS, SENDS TO THE FLATS STATION, SUPPRESSES, DIVERTS
      *    AS DUPLICATES OR ROUTES TO PDF; CUNA_UTIL03 WRITES EVERY
      *    PIECE SCANNED BACK AS UNDELIVERABLE; CUNA_UTIL04 WRITES
      *    EVERY PIECE IT CUTS FOR A REPRINT. CUNA_UTIL11 READS IT
      *    BACK AS AN ACCOUNT'S MAIL HISTORY. THE PIECE NUMBER IS
      *    ZERO FOR A PIECE THAT NEVER REACHED THE PRINT STREAM.
      *    THE FILE IS NEVER REWRITTEN - KEEP EVERY WRITER AND
      *    READER ON THIS ONE LAYOUT.
       01  WS-PL-RECORD.
           05  WS-PL-ACCT                  PIC X(16).
           05  FILLER                      PIC X(01).
           05  WS-PL-PIECE-ID.
               10  WS-PL-WORKORDER         PIC X(12).
               10  WS-PL-DASH              PIC X(01).
               10  WS-PL-PIECE             PIC 9(07).
           05  FILLER                      PIC X(01).
           05  WS-PL-DATE                  PIC 9(08).
           05  FILLER                      PIC X(01).
           05  WS-PL-TIME                  PIC 9(06).
           05  FILLER                      PIC X(01).
           05  WS-PL-DISP                  PIC X(01).
               88  WS-PL-MAILED                  VALUE 'M'.
               88  WS-PL-FLAT                    VALUE 'F'.
               88  WS-PL-SUPPRESSED              VALUE 'S'.
               88  WS-PL-DUPLICATE               VALUE 'D'.
               88  WS-PL-EDELIVERED              VALUE 'E'.
               88  WS-PL-RETURNED                VALUE 'U'.
               88  WS-PL-REPRINTED               VALUE 'R'.
           05  FILLER                      PIC X(01).
           05  WS-PL-CATEGORY              PIC X(01).
           05  FILLER                      PIC X(01).
           05  WS-PL-PAGES                 PIC 9(04).
           05  FILLER                      PIC X(01).
           05  WS-PL-SOURCE                PIC X(12).
