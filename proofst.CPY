      *    ONE PROOF-STATUS RECORD IS APPENDED EACH TIME A WORK
      *    ORDER'S PROOF CHANGES HANDS: CUNA_UTIL01 WRITES 'P'
      *    (PENDING) WHEN A PROOF RUN CUTS A SAMPLE, CUNA_UTIL08
      *    WRITES 'A' (APPROVED) OR 'R' (REJECTED) WHEN THE CLIENT
      *    SIGNS OFF, AND CUNA_UTIL05 HOLDS THE RELEASE UNLESS THE
      *    LATEST RECORD FOR THE WORK ORDER IS AN APPROVAL. THE
      *    FILE IS ONLY EVER APPENDED, SO THE LAST RECORD FOR A
      *    WORK ORDER IS ITS CURRENT STATE - KEEP EVERY WRITER AND
      *    READER ON THIS ONE LAYOUT.
       01  WS-PRF-RECORD.
           05  WS-PRF-WORKORDER            PIC X(12).
           05  FILLER                      PIC X(01).
           05  WS-PRF-STATUS               PIC X(01).
               88  WS-PRF-PENDING                VALUE 'P'.
               88  WS-PRF-APPROVED               VALUE 'A'.
               88  WS-PRF-REJECTED               VALUE 'R'.
           05  FILLER                      PIC X(01).
           05  WS-PRF-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01).
           05  WS-PRF-TIME                 PIC 9(06).
           05  FILLER                      PIC X(01).
           05  WS-PRF-PIECES               PIC 9(07).
           05  FILLER                      PIC X(01).
           05  WS-PRF-BY                   PIC X(12).
