      *    ONE MASTER-AUDIT RECORD IS APPENDED FOR EVERY CHANGE
      *    CUNA_UTIL09 APPLIES TO THE PREFFILE OR SUPPFILE MASTER:
      *    WHICH MASTER, THE ACCOUNT, THE ACTION (A/C/D), THE
      *    VALUE BEFORE AND AFTER (COLUMNS 19-58 OF THE MASTER
      *    RECORD - THE PREFERENCE CODE IS ITS FIRST BYTE), WHO
      *    ASKED FOR IT AND WHEN. THE FILE IS NEVER REWRITTEN -
      *    KEEP EVERY WRITER AND READER ON THIS ONE LAYOUT.
       01  WS-MA-RECORD.
           05  WS-MA-MASTER                PIC X(04).
           05  FILLER                      PIC X(01).
           05  WS-MA-ACCT                  PIC X(16).
           05  FILLER                      PIC X(01).
           05  WS-MA-ACTION                PIC X(01).
               88  WS-MA-ADD                     VALUE 'A'.
               88  WS-MA-CHANGE                  VALUE 'C'.
               88  WS-MA-DELETE                  VALUE 'D'.
           05  FILLER                      PIC X(01).
           05  WS-MA-BEFORE                PIC X(40).
           05  FILLER                      PIC X(01).
           05  WS-MA-AFTER                 PIC X(40).
           05  FILLER                      PIC X(01).
           05  WS-MA-SOURCE                PIC X(12).
           05  FILLER                      PIC X(01).
           05  WS-MA-DATE                  PIC 9(08).
           05  FILLER                      PIC X(01).
           05  WS-MA-TIME                  PIC 9(06).
