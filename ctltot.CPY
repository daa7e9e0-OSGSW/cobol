      *    ROLLED SYSOUT1 FILE AT END OF JOB; CUNA_UTIL05 AND THE
      *    DOWNSTREAM PRINT HOST BOTH READ THEM AS THE RELEASE
      *    HANDSHAKE. KEEP EVERY READER ON THIS ONE LAYOUT.
      *    THE HEADER'S PROOF FLAG IS 'Y' WHEN THE WORK ORDER RAN
      *    UNDER A PROOF HOLD, SO ITS RELEASE NEEDS THE PROOF
      *    SIGN-OFF; ITS LEDGER FLAG IS 'Y' WHEN THE RUN STAGED
      *    PIECE LEDGER ROWS (SYSTOT PATH + '.LDG') FOR THE GATE TO
      *    POST TO THE PERMANENT LEDGER ON RELEASE; ITS EDN FLAG IS
      *    'Y' WHEN IT STAGED STATEMENT-READY ROWS (SYSTOT PATH +
      *    '.EDN') FOR THE GATE TO HAND TO THE EMAIL VENDOR.
       01  WS-CT-HDR.
           05  WS-CT-H-TYPE                PIC X(01).
           05  FILLER                      PIC X(01).
           05  WS-CT-H-HANDSTUFF           PIC 9(09).
           05  FILLER                      PIC X(01).
           05  WS-CT-H-PDF                 PIC 9(09).
           05  FILLER                      PIC X(01).
           05  WS-CT-H-PROOF               PIC X(01).
           05  FILLER                      PIC X(01).
           05  WS-CT-H-LEDGER              PIC X(01).
           05  FILLER                      PIC X(01).
           05  WS-CT-H-EDN                 PIC X(01).

       01  WS-CT-DTL.
           05  WS-CT-D-TYPE                PIC X(01).
           05  WS-CT-D-PIECES              PIC 9(07).
           05  FILLER                      PIC X(01).
           05  WS-CT-D-PAGES               PIC 9(09).

      *    A COMMINGLED PRESORT STREAM'S TOTALS CARRY ONE 'W' RECORD
      *    PER OWNING WORK ORDER AFTER ITS DETAILS - THE RECORDS,
      *    PIECES AND PAGES THAT WORK ORDER PUT IN THE STREAM.
      *    THE RELEASE GATE CHECKS ONLY 'H' AND 'D' AND SKIPS THEM.
       01  WS-CT-WO.
           05  WS-CT-W-TYPE                PIC X(01).
           05  FILLER                      PIC X(01).
           05  WS-CT-W-WORKORDER           PIC X(12).
           05  FILLER                      PIC X(01).
           05  WS-CT-W-RECS                PIC 9(09).
           05  FILLER                      PIC X(01).
           05  WS-CT-W-PIECES              PIC 9(07).
           05  FILLER                      PIC X(01).
           05  WS-CT-W-PAGES               PIC 9(09).
