      *    ONE INVOICE-HISTORY RECORD IS APPENDED PER WORK ORDER
      *    INVOICED, KEYED BY CLIENT, WORK ORDER AND INVOICE DATE
      *    AND TIME IN FIXED COLUMNS. CUNA_UTIL07 WRITES IT WITH
      *    EACH INVOICE AND BUILDS THE MONTHLY CLIENT STATEMENT
      *    FROM IT - KEEP BOTH SIDES ON THIS ONE LAYOUT.
       01  WS-IH-RECORD.
           05  WS-IH-CLIENT                PIC X(12).
           05  FILLER                      PIC X(01).
           05  WS-IH-WORKORDER             PIC X(12).
           05  FILLER                      PIC X(01).
           05  WS-IH-INV-DATE              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  WS-IH-INV-TIME              PIC 9(06).
           05  FILLER                      PIC X(01).
           05  WS-IH-PIECES                PIC 9(07).
           05  FILLER                      PIC X(01).
           05  WS-IH-PRODUCTION            PIC 9(09)V99.
           05  FILLER                      PIC X(01).
           05  WS-IH-POSTAGE               PIC 9(09)V99.
           05  FILLER                      PIC X(01).
           05  WS-IH-MARKUP                PIC 9(09)V99.
           05  FILLER                      PIC X(01).
           05  WS-IH-TOTAL                 PIC 9(09)V99.
