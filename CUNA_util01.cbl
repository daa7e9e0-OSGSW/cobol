           FILE STATUS IS WS-PREF-IN-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPP-KEY-FILE ASSIGN TO
           WS-SUPP-KEY-PATH
           FILE STATUS IS WS-SUPP-KEY-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPP-KEY-ACCT.

           SELECT ZF-KEY-FILE ASSIGN TO
           WS-ZF-KEY-PATH
           FILE STATUS IS WS-ZF-KEY-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ZF-KEY-ACCT.

           SELECT PREF-KEY-FILE ASSIGN TO
           WS-PREF-KEY-PATH
           FILE STATUS IS WS-PREF-KEY-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PREF-KEY-ACCT.

           SELECT USE-FILE ASSIGN TO
           WS-USE-FILE-PATH
           FILE STATUS IS WS-USE-FILE-STATUS
           FILE STATUS IS WS-BILL-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BILL-HOLD-FILE ASSIGN TO
           WS-BILL-HOLD-PATH
           FILE STATUS IS WS-BILL-HOLD-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUP-FILE ASSIGN TO
           WS-DUP-FILE-PATH
           FILE STATUS IS WS-DUP-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUP-KEY-FILE ASSIGN TO
           WS-DUP-KEY-PATH
           FILE STATUS IS WS-DUP-KEY-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DUP-KEY-ID.

           SELECT HIST-FILE ASSIGN TO
           WS-HIST-FILE-PATH
           FILE STATUS IS WS-HIST-FILE-STATUS
           FILE STATUS IS WS-TOT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOF-FILE ASSIGN TO
           WS-PROOF-FILE-PATH
           FILE STATUS IS WS-PROOF-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRFMAN-FILE ASSIGN TO
           WS-PRFMAN-FILE-PATH
           FILE STATUS IS WS-PRFMAN-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRFSTAT-FILE ASSIGN TO
           WS-PRFSTAT-FILE-PATH
           FILE STATUS IS WS-PRFSTAT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDX-FILE ASSIGN TO
           WS-EDX-FILE-PATH
           FILE STATUS IS WS-EDX-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDN-FILE ASSIGN TO
           WS-EDN-FILE-PATH
           FILE STATUS IS WS-EDN-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-FILE ASSIGN TO
           WS-LEDGER-FILE-PATH
           FILE STATUS IS WS-LEDGER-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CMG-WORK-FILE ASSIGN TO
           WS-CMG-WORK-PATH
           FILE STATUS IS WS-CMG-WORK-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CMG-ZIP-KEY-FILE ASSIGN TO
           WS-CMG-ZIP-KEY-PATH
           FILE STATUS IS WS-CMG-ZIP-KEY-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CZ-KEY.

           SELECT SORT-FILE ASSIGN TO 'SORTWK1'.


       FD  PREF-IN-FILE.
       01  PREF-IN-REC                    PIC X(80).

      *    KEYED WORK FILES THE SUPPFILE, ZIPFIX AND PREFFILE LISTS
      *    ARE LOADED INTO, AND THE RUN'S DUPLICATE-PIECE KEYS.
       FD  SUPP-KEY-FILE.
       01  SUPP-KEY-REC.
           05  SUPP-KEY-ACCT              PIC X(16).

       FD  ZF-KEY-FILE.
       01  ZF-KEY-REC.
           05  ZF-KEY-ACCT                PIC X(16).
           05  ZF-KEY-ZIP                 PIC X(05).

       FD  PREF-KEY-FILE.
       01  PREF-KEY-REC.
           05  PREF-KEY-ACCT              PIC X(16).
           05  PREF-KEY-CODE              PIC X(01).

       FD  DUP-KEY-FILE.
       01  DUP-KEY-REC.
           05  DUP-KEY-ID                 PIC X(17).

       FD  USE-FILE.
       01  USE-REC                        PIC X(132).

       FD  BILL-FILE.
       01  BILL-REC                       PIC X(132).

      *    WITH PRESORTMIN A PRESORT-RATED PIECE'S BILLING LINE IS
      *    HELD UNTIL ITS ZIP CLOSES AND THE ZIP'S PIECE COUNT IS
      *    KNOWN: THE LINE AS BUILT, PLUS THE WEIGHT, TIER AND RATE
      *    IT WAS RATED AT. IT LIVES UNDER THE SYSBILL PATH WITH
      *    .HLD ON THE END AND HOLDS ONE ZIP AT A TIME.
       FD  BILL-HOLD-FILE.
       01  BILL-HOLD-REC.
           05  BH-LINE                    PIC X(69).
           05  BH-WT                      PIC 99V9999.
           05  BH-TIER                    PIC 9(02).
           05  BH-RATE                    PIC 9V9999.

       FD  PROOF-FILE.
       01  PROOF-REC                      PIC X(3000).

       FD  PRFMAN-FILE.
       01  PRFMAN-REC                     PIC X(132).

       FD  PRFSTAT-FILE.
       01  PRFSTAT-REC                    PIC X(51).

       FD  EDX-FILE.
       01  EDX-REC                        PIC X(400).

       FD  EDN-FILE.
       01  EDN-REC                        PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-REC                     PIC X(75).

      *    THE COMMINGLE WORK FILE HOLDS EVERY PARTICIPATING WORK
      *    ORDER'S PRESORT PIECES UNTIL THE LAST SECTION HAS RUN:
      *    ONE 'R' LINE PER PRINT RECORD, THEN ONE 'T' TRAILER PER
      *    PIECE CARRYING WHAT ITS SECTION KNEW ABOUT IT (LAYOUT
      *    WS-CMG-TRAILER). THE ZIP KEY FILE COUNTS THE PIECES PER
      *    5-DIGIT ZIP - ONCE FOR THE WHOLE STREAM (WORK ORDER
      *    HIGH-VALUES) AND ONCE PER WORK ORDER FOR ITS LETTERS - SO
      *    EACH PIECE CAN BE QUALIFIED BOTH COMMINGLED AND AS IF
      *    MAILED ALONE.
       FD  CMG-WORK-FILE.
       01  CMG-WORK-REC.
           05  CW-ZIP                     PIC X(05).
           05  CW-WORKORDER               PIC X(12).
           05  CW-SEQ                     PIC 9(09).
           05  CW-TYPE                    PIC X(01).
           05  CW-DATA                    PIC X(3000).

       FD  CMG-ZIP-KEY-FILE.
       01  CMG-ZIP-KEY-REC.
           05  CZ-KEY.
               10  CZ-ZIP                 PIC X(05).
               10  CZ-WORKORDER           PIC X(12).
           05  CZ-PIECES                  PIC 9(07).

      *    THE SORT RECORD CARRIES THE FULL 3000-BYTE PRINT LINE
      *    BEHIND THE MERGE KEYS. SRT-SEQ IS THE ARRIVAL ORDER OF
      *    THE RECORD ACROSS THE WHOLE RUN, SO THE LINES OF ONE
      *    READ. BYTES 28-47 ARE TAKEN AS THE HOUSEHOLD (ADDRESS)
      *    KEY POSITION - CONFIRM AGAINST THE CURRENT PRINT RECORD
      *    LAYOUT BEFORE RELYING ON THE MERGE FOR A NEW CARRIER
      *    FILE FORMAT. SRT-WORKORDER AND SRT-TYPE ARE ONLY FILLED
      *    BY THE COMMINGLE SORT, WHICH KEYS ON ZIP, OWNING WORK
      *    ORDER AND WORK-FILE SEQUENCE.
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-HH-KEY                 PIC X(20).
           05  SRT-STREAM                 PIC 9(01).
           05  SRT-SEQ                    PIC 9(09).
           05  SRT-DATA                   PIC X(3000).
           05  SRT-WORKORDER              PIC X(12).
           05  SRT-TYPE                   PIC X(01).

000048*                                                                 00004700
000049*                                                                 00004700
       COPY formcp.
       COPY runhist.
       COPY ctltot.
       COPY proofst.
       COPY pledgr.
       01  IP-FILE1-STATUS          PIC X(02).


               88  WS-PRESORT-MODE-ON          VALUE 'Y'.
           05  WS-AUDIT-MODE-SW          PIC X VALUE 'N'.
               88  WS-AUDIT-MODE-ON            VALUE 'Y'.
           05  WS-CMG-MODE-SW            PIC X VALUE 'N'.
               88  WS-CMG-MODE-ON              VALUE 'Y'.
           05  WS-ERR-LIMIT-SW           PIC X VALUE 'N'.
               88  ERR-LIMIT-HIT               VALUE 'Y'.
000055*
           88  EOF-SUPP                          VALUE 'Y'.

      *    THE SUPPRESSION LIST IS ONE ACCOUNT KEY PER LINE IN
      *    COLUMNS 1-16, IN ANY ORDER. IT IS LOADED INTO A KEYED
      *    WORK FILE (THE SECTION'S SYSOUT1 PATH WITH .SUP ON THE
      *    END) THAT EVERY PIECE START READS BY ACCOUNT KEY.
       01  WS-SUPP-CNT                     PIC 9(09) VALUE ZERO.
       01  WS-SUPP-KEY-PATH                PIC X(300) VALUE SPACES.
       01  WS-SUPP-KEY-STATUS              PIC X(02) VALUE '99'.
       01  WS-SUPP-KEY-OPEN-SW             PIC X VALUE 'N'.
           88  WS-SUPP-KEY-OPEN                  VALUE 'Y'.

       01  WS-ZIPFIX-IN-PATH               PIC X(300).
       01  WS-ZIPFIX-IN-STATUS             PIC X(02) VALUE '99'.

      *    ONE ZIP CORRECTION LINE IS THE 16-BYTE ACCOUNT KEY IN
      *    COLUMNS 1-16 AND THE CORRECTED 5-DIGIT ZIP IN COLUMNS
      *    19-23, IN ANY ORDER. LIKE THE SUPPRESSION LIST IT IS
      *    LOADED INTO A KEYED WORK FILE READ BY ACCOUNT KEY.
       01  WS-ZF-CNT                       PIC 9(09) VALUE ZERO.
       01  WS-ZF-KEY-PATH                  PIC X(300) VALUE SPACES.
       01  WS-ZF-KEY-STATUS                PIC X(02) VALUE '99'.
       01  WS-ZF-KEY-OPEN-SW               PIC X VALUE 'N'.
           88  WS-ZF-KEY-OPEN                    VALUE 'Y'.

       01  WS-ZIPFIX-FIELDS.
           05  WS-ZF-PREV-ACCT              PIC X(16) VALUE SPACES.
      *    ONE PREFERENCE LINE IS THE 16-BYTE ACCOUNT KEY IN
      *    COLUMNS 1-16 AND THE DELIVERY CODE IN COLUMN 19 -
      *    'E' ELECTRONIC ONLY, 'P' PAPER ONLY, 'B' BOTH. THE
      *    MASTER RUNS SEVERAL HUNDRED THOUSAND ACCOUNTS, IN ANY
      *    ORDER, AND IS LOADED INTO A KEYED WORK FILE THAT EVERY
      *    PIECE START READS BY ACCOUNT KEY.
       01  WS-PREF-CNT                     PIC 9(09) VALUE ZERO.
       01  WS-PREF-KEY-PATH                PIC X(300) VALUE SPACES.
       01  WS-PREF-KEY-STATUS              PIC X(02) VALUE '99'.
       01  WS-PREF-KEY-OPEN-SW             PIC X VALUE 'N'.
           88  WS-PREF-KEY-OPEN                  VALUE 'Y'.

      *    ONE CACHED PREFERENCE DECISION PER SYSIN STREAM, LIKE
      *    THE DIVERT DECISIONS, SO A PIECE'S FIRST RECORD
       01  WS-RATE-IN-STATUS               PIC X(02) VALUE '99'.
       01  WS-BILL-FILE-PATH               PIC X(300).
       01  WS-BILL-FILE-STATUS             PIC X(02) VALUE '99'.
       01  WS-BILL-HOLD-PATH               PIC X(300) VALUE SPACES.
       01  WS-BILL-HOLD-STATUS             PIC X(02) VALUE '99'.
       01  WS-EOF-RATE                     PIC X VALUE 'N'.
           88  EOF-RATE                          VALUE 'Y'.

       01  WS-DUP-FILE-STATUS              PIC X(02) VALUE '99'.
       01  WS-DUP-CHECK-SW                 PIC X VALUE 'N'.
           88  WS-DUP-CHECK-ON                   VALUE 'Y'.

      *    A PIECE'S DUPLICATE IDENTITY IS ITS ACCOUNT KEY PLUS
      *    ITS CATEGORY BYTE. THE CATEGORY IS PART OF THE KEY SO A
      *    CATEGORIES) ON TWO STREAMS IS NOT FLAGGED, WHILE THE
      *    SAME DOCUMENT ARRIVING TWICE - A RE-CUT CONCATENATED
      *    ONTO ITS ORIGINAL, OR ONE FILE FED TO TWO SYSINS - IS.
      *    THE KEYS GO TO A KEYED WORK FILE (THE DUPFILE PATH WITH
      *    .KEY ON THE END), EMPTIED AT EVERY WORK ORDER.
       01  WS-DUP-CNT                      PIC 9(09) VALUE ZERO.
       01  WS-DUP-KEY-PATH                 PIC X(300) VALUE SPACES.
       01  WS-DUP-KEY-STATUS               PIC X(02) VALUE '99'.
       01  WS-DUP-KEY-OPEN-SW              PIC X VALUE 'N'.
           88  WS-DUP-KEY-OPEN                   VALUE 'Y'.
       01  WS-CUR-DUP-KEY                  PIC X(17) VALUE SPACES.
       01  WS-KEY-FILE-NAME                PIC X(20) VALUE SPACES.
       01  WS-KEY-FILE-STATUS              PIC X(02) VALUE SPACES.

      *    ONE PREVIOUS-ACCOUNT AND ONE DIVERT CODE PER SYSIN
      *    STREAM, SO A PIECE'S FIRST RECORD DECIDES THE DIVERT
           05  WS-PIECE-CATEGORY            PIC X(01) VALUE SPACE.
           05  WS-PIECE-OUT-SEQ             PIC 9(02) VALUE ZERO.
           05  WS-PIECE-STREAM              PIC 9(01) VALUE ZERO.
           05  WS-PIECE-CMG-SW              PIC X VALUE 'N'.
               88  WS-PIECE-CMG                   VALUE 'Y'.
      *    BYTES 53-76 ARE TAKEN AS THE INSERT TAG AREA - UP TO
      *    SIX 4-CHARACTER TAGS THE COMPOSITION SYSTEM STAMPS ON
      *    A PIECE'S FIRST RECORD. A SELECTIVE HOPPER (FLAG 'S')
      *    FEEDS ONLY WHEN ITS INSERTNNTAG VALUE APPEARS HERE.
           05  WS-PIECE-TAG-AREA            PIC X(24) VALUE SPACES.

      *    EACH INDEX LINE NAMES THE WORK ORDER THAT OWNS THE PIECE
      *    (COLUMNS 43-54) AND ITS PIECE NUMBER WITHIN THAT WORK
      *    ORDER (57-63), SO A READER NEVER HAS TO COUNT LINES - A
      *    COMMINGLED INDEX INTERLEAVES SEVERAL WORK ORDERS.
       01  WS-NDX-LINE.
           05  WS-NDX-ACCT                  PIC X(16).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-NDX-CATEGORY              PIC X(01).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-NDX-OUT-SEQ               PIC 9(02).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-NDX-WORKORDER             PIC X(12).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-NDX-PIECE                 PIC 9(07).

      *    BYTES 48-52 ARE TAKEN AS THE 5-DIGIT ZIP CODE POSITION -
      *    CONFIRM AGAINST THE CURRENT PRINT RECORD LAYOUT BEFORE
      *    RELYING ON THE PRESORT SEQUENCE FOR A NEW CARRIER FILE
      *    FORMAT. A BUNDLE IS THE RUN OF PIECES SHARING ONE ZIP;
      *    A TRAY CLOSES WHEN IT REACHES TRAYCAP PIECES. WITH
      *    PRESORTMIN A LETTER ONLY TAKES THE PRESORT RATE WHEN ITS
      *    ZIP HOLDS AT LEAST PRESORTMIN PRESORT-RATED PIECES;
      *    0000 (THE DEFAULT) BILLS EVERY PRESORT LETTER PRESORT.
       01  WS-PRESORT-FIELDS.
           05  WS-TRAY-CAP                  PIC X(04) VALUE '0250'.
           05  WS-TRAY-CAP-NUM              PIC 9(04) VALUE ZERO.
           05  WS-PRESORT-MIN               PIC X(04) VALUE '0000'.
           05  WS-PRESORT-MIN-NUM           PIC 9(04) VALUE ZERO.
           05  WS-PS-ZIP-HELD               PIC 9(07) VALUE ZERO.
           05  WS-PS-HOLD-OPEN-SW           PIC X VALUE 'N'.
               88  WS-PS-HOLD-OPEN                VALUE 'Y'.
           05  WS-EOF-BILL-HOLD             PIC X VALUE 'N'.
               88  EOF-BILL-HOLD                  VALUE 'Y'.
           05  WS-PS-TRAY-NUM               PIC 9(04) VALUE 1.
           05  WS-PS-TRAY-PIECES            PIC 9(05) VALUE ZERO.
           05  WS-PS-CUR-ZIP                PIC X(05) VALUE SPACES.
           05  WS-PS-TM-NUM                 PIC 9(04).
           05  FILLER                       PIC X(04) VALUE ' END'.

      *    WITH COMMINGLE=Y A WORK ORDER'S PRESORT PIECES DO NOT GO
      *    TO ITS OWN SYSOUT1. THE SECTION STILL SORTS, NUMBERS,
      *    FEEDS, WEIGHS AND LEDGERS THEM, BUT THEIR RECORDS ARE
      *    HELD ON THE COMMINGLE WORK FILE, AND AFTER THE LAST
      *    SECTION 360-RUN-COMMINGLE SEQUENCES EVERY PARTICIPANT'S
      *    PIECES TOGETHER INTO ONE ZIP/BUNDLE/TRAY STREAM (CMGOUT)
      *    WITH ONE TRAY MANIFEST. THE STREAM, ITS INDEX (CMGNDX),
      *    BILLING EXTRACT (CMGBILL) AND CONTROL TOTALS (CMGTOT)
      *    ARE RUN-SCOPED, SO THEY AND THEIR TUNING PARMS ARE ONLY
      *    TAKEN FROM THE SHARED BLOCK AND ARE NEVER RESET BETWEEN
      *    SECTIONS. A PIECE QUALIFIES FOR THE PRESORT RATE WHEN
      *    ITS 5-DIGIT ZIP HOLDS AT LEAST CMGMIN PIECES OF THE
      *    STREAM; ITS ALONE RATE FOLLOWS ITS SECTION'S PRESORTMIN.
      *    CMGMIN DEFAULTS TO 0000 - NO DENSITY TEST - THE SAME AS
      *    PRESORTMIN, SO BY DEFAULT NO PIECE RATES HIGHER IN THE
      *    STREAM THAN IT WOULD HAVE ALONE.
       01  WS-CMG-FIELDS.
           05  WS-CMG-OUT-PATH              PIC X(300) VALUE SPACES.
           05  WS-CMG-NDX-PATH              PIC X(300) VALUE SPACES.
           05  WS-CMG-BILL-PATH             PIC X(300) VALUE SPACES.
           05  WS-CMG-TOT-PATH              PIC X(300) VALUE SPACES.
           05  WS-CMG-ID                    PIC X(12)
                   VALUE 'COMMINGLE'.
           05  WS-CMG-MIN                   PIC X(04) VALUE '0000'.
           05  WS-CMG-MIN-NUM               PIC 9(04) VALUE ZERO.
           05  WS-CMG-TRAY-CAP              PIC X(04) VALUE '0250'.
           05  WS-CMG-WORK-OPEN-SW          PIC X VALUE 'N'.
               88  WS-CMG-WORK-OPEN               VALUE 'Y'.
           05  WS-CMG-ZIP-KEY-OPEN-SW       PIC X VALUE 'N'.
               88  WS-CMG-ZIP-KEY-OPEN            VALUE 'Y'.
           05  WS-CMG-ABORT-SW              PIC X VALUE 'N'.
               88  WS-CMG-ABORT                   VALUE 'Y'.
           05  WS-CMG-LEDGER-SW             PIC X VALUE 'N'.
               88  WS-CMG-LEDGER-ON               VALUE 'Y'.
           05  WS-EOF-CMG                   PIC X VALUE 'N'.
               88  EOF-CMG                        VALUE 'Y'.
           05  WS-CMG-PIECE-OPEN-SW         PIC X VALUE 'N'.
               88  WS-CMG-PIECE-OPEN              VALUE 'Y'.
           05  WS-CMG-SEQ                   PIC 9(09) VALUE ZERO.
           05  WS-CMG-PIECE-ZIP             PIC X(05) VALUE SPACES.
           05  WS-CMG-PIECE-RECS            PIC 9(07) VALUE ZERO.
           05  WS-CMG-ZIP-KEY               PIC X(17) VALUE SPACES.
           05  WS-CMG-ZIP-PIECES            PIC 9(07) VALUE ZERO.
           05  WS-CMG-ALL-CNT               PIC 9(07) VALUE ZERO.
           05  WS-CMG-OWN-CNT               PIC 9(07) VALUE ZERO.
           05  WS-CMG-RATE                  PIC 9V9999 VALUE ZERO.
           05  WS-CMG-PIECE-TOT             PIC 9(07) VALUE ZERO.
           05  WS-CMG-HELD-TOT              PIC 9(07) VALUE ZERO.
           05  WS-CMG-QUAL-CNTR             PIC 9(07) VALUE ZERO.
           05  WS-CMG-ALONE-TOT             PIC 9(07)V9999 VALUE ZERO.
           05  WS-CMG-RATED-TOT             PIC 9(07)V9999 VALUE ZERO.
           05  WS-CMG-SAVINGS               PIC 9(07)V9999 VALUE ZERO.
           05  WS-CMG-SHORTFALL             PIC 9(07)V9999 VALUE ZERO.
           05  WS-CMG-ALLOC-TOT             PIC 9(07)V9999 VALUE ZERO.
           05  WS-CMG-BIG-PIECES            PIC 9(07) VALUE ZERO.
           05  WS-CMG-BIG-SUB               PIC 9(03) VALUE ZERO.
           05  WS-CMG-SUB                   PIC 9(03) VALUE ZERO.
           05  WS-CMG-CUR-PART              PIC 9(03) VALUE ZERO.
           05  WS-CMG-PART-CNT              PIC 9(03) VALUE ZERO.
           05  WS-CMG-TRAYS                 PIC 9(04) VALUE ZERO.
       01  WS-CMG-WORK-PATH                PIC X(300) VALUE SPACES.
       01  WS-CMG-WORK-STATUS              PIC X(02) VALUE '99'.
       01  WS-CMG-ZIP-KEY-PATH             PIC X(300) VALUE SPACES.
       01  WS-CMG-ZIP-KEY-STATUS           PIC X(02) VALUE '99'.

      *    ONE ENTRY PER WORK ORDER THAT JOINED THE COMMINGLE, IN
      *    SECTION ORDER: ITS SECTION RETURN CODE, WHAT IT HELD ON
      *    THE WORK FILE, WHAT IT CONTRIBUTED TO THE STREAM, WHAT
      *    ITS PIECES WOULD HAVE COST MAILED ALONE AND COST
      *    COMMINGLED, AND ITS SHARE OF THE SAVINGS.
       01  WS-CMG-PART-TBL.
           05  WS-CP-ENTRY OCCURS 200 TIMES.
               10  WS-CP-WORKORDER          PIC X(12).
               10  WS-CP-RC                 PIC 9(04).
               10  WS-CP-HELD               PIC 9(07).
               10  WS-CP-PIECES             PIC 9(07).
               10  WS-CP-RECS               PIC 9(09).
               10  WS-CP-PAGES              PIC 9(09).
               10  WS-CP-ALONE-AMT          PIC 9(07)V9999.
               10  WS-CP-CMG-AMT            PIC 9(07)V9999.
               10  WS-CP-SAVE-AMT           PIC 9(07)V9999.

      *    THE 'T' TRAILER A SECTION WRITES BEHIND EACH HELD PIECE.
      *    BOTH CANDIDATE RATES COME FROM THE OWNING WORK ORDER'S
      *    OWN RATE TABLE - PRESORT ('P') AND RESIDUAL ('R'), OR
      *    'F' FOR BOTH WHEN THE PIECE ESCALATED TO A FLAT - SO THE
      *    COMMINGLE PASS ONLY HAS TO DECIDE WHICH ONE APPLIES.
       01  WS-CMG-TRAILER.
           05  WS-CMT-PIECE                 PIC 9(07).
           05  WS-CMT-ACCT                  PIC X(16).
           05  WS-CMT-CATEGORY              PIC X(01).
           05  WS-CMT-FLAT-SW               PIC X(01).
           05  WS-CMT-PAGES                 PIC 9(04).
           05  WS-CMT-WT                    PIC 99V9999.
           05  WS-CMT-P-CAT                 PIC X(01).
           05  WS-CMT-P-TIER                PIC 9(02).
           05  WS-CMT-P-RATE                PIC 9V9999.
           05  WS-CMT-R-CAT                 PIC X(01).
           05  WS-CMT-R-TIER                PIC 9(02).
           05  WS-CMT-R-RATE                PIC 9V9999.
           05  WS-CMT-LEDGER-SW             PIC X(01).
           05  WS-CMT-PS-MIN                PIC 9(04).

      *    ONE SAVINGS LINE PER PARTICIPATING WORK ORDER CLOSES THE
      *    COMMINGLE BILLING EXTRACT; CUNA_UTIL07 CREDITS IT BACK
      *    ON THE CLIENT'S INVOICE. THE COLUMNS ARE FIXED - WORK
      *    ORDER 9-20, PIECES 29-35, ALONE 43-54, CREDIT 63-74.
       01  WS-CMG-SAVE-LINE.
           05  FILLER                       PIC X(08) VALUE 'SAVINGS '.
           05  WS-CS-WORKORDER              PIC X(12).
           05  FILLER                       PIC X(08) VALUE ' PIECES '.
           05  WS-CS-PIECES                 PIC 9(07).
           05  FILLER                       PIC X(07) VALUE ' ALONE '.
           05  WS-CS-ALONE                  PIC 9(07).9999.
           05  FILLER                       PIC X(08) VALUE ' CREDIT '.
           05  WS-CS-CREDIT                 PIC 9(07).9999.
           05  FILLER                       PIC X(12)
                   VALUE ' COMMINGLED '.
           05  WS-CS-CMG                    PIC 9(07).9999.

       01  WS-WEIGHT-REPORT-LINE.
           05  WS-WT-WORKORDER              PIC X(12).
           05  FILLER                       PIC X(02) VALUE SPACES.
      *    CATEGORY, FLATS ON THEIR OWN), AND ONE INSERT PER
      *    HOPPER THAT FED - WHETHER OR NOT THE RUN CUT OUTPUT,
      *    SO AN AUDIT RUN STAGES THE WAREHOUSE BEFORE THE BATCH
      *    WINDOW OPENS. SUPPRESSED AND PDF PIECES NEVER REACH A
      *    PIECE CLOSE, SO THEY ARE COUNTED WHERE THEIR ROUTE IS
      *    DECIDED - ONCE PER ACCOUNT CHANGE ON A STREAM - FOR
      *    THE CLIENT INVOICE.
       01  WS-USE-FIELDS.
           05  WS-USE-SHEETS-TOT            PIC 9(09) VALUE ZERO.
           05  WS-USE-ENV-PRESORT           PIC 9(07) VALUE ZERO.
           05  WS-USE-HOPPER-AREA.
               10  WS-USE-HOPPER            PIC 9(09) OCCURS 6
                                            VALUE ZERO.
           05  WS-USE-SUPP-PIECES           PIC 9(07) VALUE ZERO.
           05  WS-USE-PDF-PIECES            PIC 9(07) VALUE ZERO.
           05  WS-USE-PDF-PREV-AREA         PIC X(144) VALUE SPACES.
           05  WS-USE-PDF-PREV-RD REDEFINES WS-USE-PDF-PREV-AREA.
               10  WS-USE-PDF-PREV-ACCT     PIC X(16) OCCURS 9.
           05  WS-USE-PDF-ROUTED-SW         PIC X(01) VALUE 'N'.
               88  WS-USE-PDF-ROUTED              VALUE 'Y'.

       01  WS-MSG-IN-PATH                  PIC X(300).
       01  WS-MSG-IN-STATUS                PIC X(02) VALUE '99'.
           05  FILLER                       PIC X(01) VALUE '/'.
           05  WS-MK-FEEDS                  PIC X(06).

      *    WITH PROOF=Y THE RUN ALSO CUTS A CLIENT PROOF SET: EVERY
      *    RECORD OF AN OPEN PIECE IS HELD HERE AS IT IS WRITTEN,
      *    WHICHEVER STREAM IT WENT TO, AND WHEN THE PIECE CLOSES
      *    234-PROOF-SELECT DECIDES WHETHER IT GOES INTO THE PROOF
      *    PRINT FILE - THE FIRST PROOFN PIECES OF EACH CATEGORY,
      *    THE FIRST PIECE OF EVERY INSERT FEED COMBINATION, THE
      *    FIRST PIECE EACH MESSAGE RULE FIRED ON, AND EVERY FLATS
      *    ESCALATION. A SYSOUT1 PIECE, AN E-DELIVERED PIECE AND A
      *    PIECE OF A SYSOUT2-9 PAIR CAN ALL BE OPEN AT ONCE, SO
      *    EACH HOLDS IN ITS OWN BUFFER. THE LARGEST PIECE IS ONLY
      *    KNOWN AT END OF JOB, SO WHEN A NEW LARGEST PIECE WAS NOT
      *    SAMPLED ITS BUFFER IS KEPT ASIDE (IT SWAPS ROLES WITH
      *    THE LARGEST-PIECE BUFFER RATHER THAN COPY) AND
      *    660-PROOF-WRAPUP ADDS IT LAST. THE WORK ORDER IS THEN
      *    LOGGED PROOF PENDING ON THE PROOFSTAT FILE, WHICH THE
      *    RELEASE GATE (CUNA_UTIL05) HOLDS AGAINST UNTIL THE
      *    CLIENT'S SIGN-OFF IS RECORDED (CUNA_UTIL08).
       01  WS-PROOF-FILE-PATH              PIC X(300).
       01  WS-PROOF-FILE-STATUS            PIC X(02) VALUE '99'.
       01  WS-PRFMAN-FILE-PATH             PIC X(300).
       01  WS-PRFMAN-FILE-STATUS           PIC X(02) VALUE '99'.
       01  WS-PRFSTAT-FILE-PATH            PIC X(300).
       01  WS-PRFSTAT-FILE-STATUS          PIC X(02) VALUE '99'.

       01  WS-PROOF-FIELDS.
           05  WS-PROOF-MODE-SW             PIC X VALUE 'N'.
               88  WS-PROOF-MODE-ON               VALUE 'Y'.
           05  WS-PF-N                      PIC X(04) VALUE '0005'.
           05  WS-PF-N-NUM                  PIC 9(04) VALUE ZERO.
           05  WS-PF-TAKE-SW                PIC X VALUE 'N'.
               88  WS-PF-TAKE                     VALUE 'Y'.
           05  WS-PF-FOUND-SW               PIC X VALUE 'N'.
               88  WS-PF-FOUND                    VALUE 'Y'.
           05  WS-PF-HOLD-IX                PIC 9(01) VALUE 1.
           05  WS-PF-LARGE-IX               PIC 9(01) VALUE 2.
           05  WS-PF-EDX-IX                 PIC 9(01) VALUE 3.
           05  WS-PF-SIDE-IX                PIC 9(01) VALUE 4.
           05  WS-PF-WRITE-IX               PIC 9(01) VALUE 1.
           05  WS-PF-PUT-IX                 PIC 9(01) VALUE 1.
           05  WS-PF-CLOSE-IX               PIC 9(01) VALUE 1.
           05  WS-PF-SWAP-IX                PIC 9(01) VALUE 1.
           05  WS-PF-SUB                    PIC 9(04) VALUE ZERO.
           05  WS-PF-CAT-SUB                PIC 9(01) VALUE ZERO.
           05  WS-PF-COMBO-SUB              PIC 9(02) VALUE ZERO.
           05  WS-PF-RULE-SUB               PIC 9(02) VALUE ZERO.
           05  WS-PF-PIECES                 PIC 9(05) VALUE ZERO.
           05  WS-PF-OUT-CNT                PIC 9(09) VALUE ZERO.
           05  WS-PF-FLATS                  PIC 9(05) VALUE ZERO.
           05  WS-PF-RULES-FIRED            PIC 9(02) VALUE ZERO.
      *        ONE SAMPLED-SO-FAR COUNT PER CATEGORY, IN 'PRNHD'
      *        ORDER.
           05  WS-PF-CAT-AREA               PIC X(20) VALUE ZEROS.
           05  WS-PF-CAT-RD REDEFINES WS-PF-CAT-AREA.
               10  WS-PF-CAT-CNT            PIC 9(04) OCCURS 5.
      *        SIX Y/N FEED FLAGS GIVE AT MOST 64 COMBINATIONS.
           05  WS-PF-COMBO-CNT              PIC 9(02) VALUE ZERO.
           05  WS-PF-COMBO-AREA             PIC X(384) VALUE SPACES.
           05  WS-PF-COMBO-RD REDEFINES WS-PF-COMBO-AREA.
               10  WS-PF-COMBO              PIC X(06) OCCURS 64.
      *        RULES THE OPEN PIECE MATCHED, AND RULES ALREADY
      *        REPRESENTED IN THE PROOF - ONE BYTE PER MSGFILE RULE.
           05  WS-PF-PIECE-RULE-AREA        PIC X(20) VALUE SPACES.
           05  WS-PF-PIECE-RULE-RD REDEFINES WS-PF-PIECE-RULE-AREA.
               10  WS-PF-PIECE-RULE         PIC X(01) OCCURS 20.
           05  WS-PF-RULE-DONE-AREA         PIC X(20) VALUE SPACES.
           05  WS-PF-RULE-DONE-RD REDEFINES WS-PF-RULE-DONE-AREA.
               10  WS-PF-RULE-DONE          PIC X(01) OCCURS 20.
      *        THE LARGEST PIECE SEEN SO FAR, AND THE PROOF PIECE
      *        NUMBER IT WENT OUT AS (ZERO WHILE IT IS ONLY HELD).
           05  WS-PF-LARGE-ACCT             PIC X(16) VALUE SPACES.
           05  WS-PF-LARGE-PAGES            PIC 9(04) VALUE ZERO.
           05  WS-PF-LARGE-CATEGORY         PIC X(01) VALUE SPACE.
           05  WS-PF-LARGE-FEEDS            PIC X(06) VALUE SPACES.
           05  WS-PF-LARGE-SYSOUT           PIC 9(01) VALUE ZERO.
           05  WS-PF-LARGE-OUT-SEQ          PIC 9(02) VALUE ZERO.
           05  WS-PF-LARGE-START-REC        PIC 9(09) VALUE ZERO.
           05  WS-PF-LARGE-PROOF-NUM        PIC 9(05) VALUE ZERO.
      *        THE PIECE 234-PROOF-SELECT IS JUDGING, AS ITS CALLER
      *        DESCRIBES IT. ONLY A SYSOUT1 PIECE HAS INSERT FEEDS,
      *        MESSAGE RULES OR A FLATS DECISION TO SAMPLE ON.
           05  WS-PF-CL-ACCT                PIC X(16) VALUE SPACES.
           05  WS-PF-CL-CATEGORY            PIC X(01) VALUE SPACE.
           05  WS-PF-CL-PAGES               PIC 9(04) VALUE ZERO.
           05  WS-PF-CL-FEEDS               PIC X(06) VALUE SPACES.
           05  WS-PF-CL-SYSOUT              PIC 9(01) VALUE ZERO.
           05  WS-PF-CL-OUT-SEQ             PIC 9(02) VALUE ZERO.
           05  WS-PF-CL-START-REC           PIC 9(09) VALUE ZERO.
           05  WS-PF-CL-PRINT-SW            PIC X VALUE 'N'.
               88  WS-PF-CL-PRINT                 VALUE 'Y'.
      *        THE OPEN PIECE OF A SYSOUT2-9 PAIR WRITTEN STRAIGHT
      *        TO ITS OWN SYSOUT (NO HOUSEHOLD MERGE).
           05  WS-PF-SIDE-OPEN-SW           PIC X VALUE 'N'.
               88  WS-PF-SIDE-OPEN                VALUE 'Y'.
           05  WS-PF-SIDE-ACCT              PIC X(16) VALUE SPACES.
           05  WS-PF-SIDE-STREAM            PIC 9(01) VALUE ZERO.
           05  WS-PF-SIDE-START-REC         PIC 9(09) VALUE ZERO.
           05  WS-PF-SIDE-PAGES             PIC 9(04) VALUE ZERO.
           05  WS-PF-SIDE-CATEGORY          PIC X(01) VALUE SPACE.
       01  WS-PF-BUF-TBL.
           05  WS-PF-BUF OCCURS 4.
               10  WS-PF-REC-CNT            PIC 9(04).
               10  WS-PF-TRUNC-SW           PIC X(01).
               10  WS-PF-REC                PIC X(3000) OCCURS 2000.

       01  WS-PM-LINE.
           05  WS-PM-WORKORDER              PIC X(12).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-PM-PROOF-PIECE            PIC 9(05).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-PM-ACCT                   PIC X(16).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-PM-CATEGORY               PIC X(01).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-PM-PAGES                  PIC 9(04).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-PM-FEEDS                  PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-PM-PROOF-REC              PIC 9(09).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-PM-SYSOUT                 PIC 9(01).
           05  FILLER                       PIC X(01) VALUE ':'.
           05  WS-PM-OUT-SEQ                PIC 9(02).
           05  FILLER                       PIC X(01) VALUE '/'.
           05  WS-PM-PROD-REC               PIC 9(09).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-PM-RSN-CAT                PIC X(04).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PM-RSN-INS                PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PM-RSN-MSG                PIC X(03).
           05  WS-PM-RSN-RULE               PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PM-RSN-FLAT               PIC X(04).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PM-RSN-LARGE              PIC X(07).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS-PM-TRUNC                  PIC X(09).
       01  WS-PM-RULE-NUM                  PIC 9(02) VALUE ZERO.

       01  WS-PM-HEAD.
           05  FILLER                       PIC X(14)
                   VALUE 'WORKORDER'.
           05  FILLER                       PIC X(07) VALUE 'PIECE'.
           05  FILLER                       PIC X(18) VALUE 'ACCOUNT'.
           05  FILLER                       PIC X(03) VALUE 'C'.
           05  FILLER                       PIC X(06) VALUE 'PAGE'.
           05  FILLER                       PIC X(08) VALUE 'FEEDS'.
           05  FILLER                       PIC X(11)
                   VALUE 'PROOF REC'.
           05  FILLER                       PIC X(16)
                   VALUE 'O:SQ/PROD REC'.
           05  FILLER                       PIC X(06) VALUE 'REASON'.

      *    WITH PDFMODE ON, SYSEDX CARRIES AN ARCHIVE INDEX OF THE
      *    ELECTRONIC STREAM FOR THE MEMBER PORTAL - ONE ROW PER
      *    E-DELIVERED PIECE GIVING THE PDFOUTNUM FILE IT LANDED
      *    IN, ITS START RECORD THERE AND ITS PAGE COUNT - AND
      *    SYSEDN CARRIES ONE STATEMENT-READY ROW PER PIECE FOR
      *    THE EMAIL VENDOR'S ALERT PICKUP. A PIECE SENT AS BOTH
      *    PRINT AND PDF (PREFFILE 'B') IS FLAGGED 'B' IN BOTH
      *    FILES, 'E' OTHERWISE. STMTDATE DEFAULTS TO THE RUN
      *    DATE AND DOCTYPE TO 'STMT'. A READY ROW TELLS THE MEMBER
      *    THE STATEMENT IS OUT, SO LIKE THE LEDGER IT IS ONLY
      *    STAGED HERE (SYSTOT PATH + '.EDN') AND CUNA_UTIL05 HANDS
      *    IT TO THE VENDOR FILE WHEN IT RELEASES THE WORK ORDER.
       01  WS-EDX-FILE-PATH                PIC X(300).
       01  WS-EDX-FILE-STATUS              PIC X(02) VALUE '99'.
       01  WS-EDN-FILE-PATH                PIC X(300).
       01  WS-EDN-FILE-STATUS              PIC X(02) VALUE '99'.

       01  WS-EDX-FIELDS.
           05  WS-EDX-STMT-DATE-IN          PIC X(08) VALUE SPACES.
           05  WS-EDX-DOC-TYPE-IN           PIC X(10) VALUE 'STMT'.
           05  WS-EDX-OUT-PATH              PIC X(300) VALUE SPACES.
           05  WS-EDX-PIECE-OPEN-SW         PIC X VALUE 'N'.
               88  WS-EDX-PIECE-OPEN              VALUE 'Y'.
           05  WS-EDN-SW                    PIC X VALUE 'N'.
               88  WS-EDN-ON                      VALUE 'Y'.
           05  WS-EDX-PIECE-ACCT            PIC X(16) VALUE SPACES.
           05  WS-EDX-PIECE-STREAM          PIC 9(01) VALUE ZERO.
           05  WS-EDX-PIECE-START-REC       PIC 9(09) VALUE ZERO.
           05  WS-EDX-PIECE-PAGES           PIC 9(04) VALUE ZERO.
           05  WS-EDX-PIECE-CATEGORY        PIC X(01) VALUE SPACE.
           05  WS-EDX-PIECE-DELIVERY        PIC X(01) VALUE SPACE.
           05  WS-EDX-PIECES                PIC 9(07) VALUE ZERO.
           05  WS-EDX-BOTH-PIECES           PIC 9(07) VALUE ZERO.

      *    RECORDS WRITTEN SO FAR TO EACH SYSOUTn, KEPT ACROSS
      *    SECTIONS - A SHARED SYSOUTn IS EXTENDED BY LATER WORK
      *    ORDERS, SO AN INDEX START RECORD HAS TO COUNT FROM THE
      *    TOP OF THE PHYSICAL FILE. A COUNT IS ZEROED WHEN ITS
      *    FILE IS OPENED OUTPUT (SEE 103-APPLY-PARM-CHAIN).
      *    LEDGER IS THE PERMANENT PIECE LEDGER (PLEDGR LAYOUT):
      *    ONE ROW PER PIECE MAILED, SENT FLAT, SUPPRESSED,
      *    DIVERTED AS A DUPLICATE OR E-DELIVERED, SO AN ACCOUNT'S
      *    WHOLE MAIL HISTORY CAN BE ANSWERED LATER BY CUNA_UTIL11.
      *    A PIECE HAS ONLY MAILED ONCE ITS WORK ORDER IS RELEASED,
      *    SO THIS PROGRAM NEVER WRITES THE LEDGER ITSELF - THE
      *    ROWS ARE STAGED NEXT TO THE CONTROL TOTALS (SYSTOT PATH
      *    + '.LDG', OR CMGTOT PATH + '.LDG' FOR COMMINGLED PIECES)
      *    AND CUNA_UTIL05 POSTS THEM WHEN IT RELEASES THE WORK
      *    ORDER. A RERUN RESTAGES FROM EMPTY, AND A RUN THAT FAILS
      *    OVER RETURN CODE 8 LEAVES NOTHING STAGED. AN AUDIT RUN
      *    DISPOSES OF NOTHING AND STAGES NO ROWS.
       01  WS-LEDGER-FILE-PATH             PIC X(300).
       01  WS-LEDGER-FILE-STATUS           PIC X(02) VALUE '99'.
       01  WS-LEDGER-FIELDS.
           05  WS-LEDGER-SW                 PIC X VALUE 'N'.
               88  WS-LEDGER-ON                   VALUE 'Y'.
           05  WS-LEDGER-WORKORDER          PIC X(12) VALUE SPACES.
           05  WS-LEDGER-ACCT               PIC X(16) VALUE SPACES.
           05  WS-LEDGER-PIECE              PIC 9(07) VALUE ZERO.
           05  WS-LEDGER-DISP               PIC X(01) VALUE SPACE.
           05  WS-LEDGER-CATEGORY           PIC X(01) VALUE SPACE.
           05  WS-LEDGER-PAGES              PIC 9(04) VALUE ZERO.

       01  WS-EDX-RUN-FIELDS.
           05  WS-EDX-OUT-SUB               PIC 9(01) VALUE ZERO.
           05  WS-EDX-FILE-RECS-AREA        PIC X(81) VALUE ZEROS.
           05  WS-EDX-FILE-RECS-RD REDEFINES WS-EDX-FILE-RECS-AREA.
               10  WS-EDX-FILE-RECS         PIC 9(09) OCCURS 9.

       01  WS-EDX-LINE.
           05  WS-EDX-ACCT                  PIC X(16).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDX-WORKORDER             PIC X(12).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDX-STMT-DATE             PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDX-DOC-TYPE              PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDX-DELIVERY              PIC X(01).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDX-CATEGORY              PIC X(01).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDX-START-REC             PIC 9(09).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDX-PAGE-CNT              PIC 9(04).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDX-OUT-FILE              PIC X(300).

       01  WS-EDN-LINE.
           05  FILLER                       PIC X(05) VALUE 'READY'.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDN-ACCT                  PIC X(16).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDN-WORKORDER             PIC X(12).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDN-STMT-DATE             PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDN-DOC-TYPE              PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDN-DELIVERY              PIC X(01).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  WS-EDN-PAGE-CNT              PIC 9(04).

      *    ONE CTL-FILE CAN NOW CARRY SEVERAL WORKORDER SECTIONS,
      *    RUN TO COMPLETION IN TURN. PARAMETERS AHEAD OF THE
      *    FIRST WORKORDER LINE ARE SHARED - HELD HERE RAW AND
      *    COMPLETION IN TURN - ITS OWN SYSIN/SYSOUT SET, SUMMARY
      *    LINE AND RUN-HISTORY RECORD - AND THE RUN CLOSES WITH
      *    ONE ROLLUP LINE AND THE WORST RETURN CODE ANY SECTION
      *    EARNED. WHEN ANY SECTION JOINED THE COMMINGLE, THE
      *    COMBINED PRESORT STREAM IS CUT AFTER THE LAST SECTION
      *    AND BEFORE THE ROLLUP.
           IF RETURN-CODE NOT = +999
               MOVE 'Y' TO WS-MORE-WORK-SW
               PERFORM 085-RUN-ONE-WORKORDER
                   UNTIL NOT WS-MORE-WORK
               IF WS-CMG-WORK-OPEN OR WS-CMG-ABORT
                   PERFORM 360-RUN-COMMINGLE
               END-IF
               PERFORM 630-RUN-ROLLUP
               MOVE WS-RUN-MAX-RC TO RETURN-CODE
           END-IF.
                   END-IF
               END-IF
               PERFORM 240-CLOSE-PIECE
               IF WS-PS-HOLD-OPEN
                   PERFORM 343-FLUSH-ZIP-BILLS
               END-IF
               IF WS-EDX-PIECE-OPEN
                   PERFORM 273-EDX-CLOSE-PIECE
               END-IF
               IF WS-PF-SIDE-OPEN
                   PERFORM 277-PROOF-SIDE-CLOSE
               END-IF
               IF WS-PDF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                       AND (WS-EDX-FILE-STATUS = '00'
                           OR WS-EDN-FILE-STATUS = '00')
                   PERFORM 274-LOG-EDX-COUNTS
               END-IF
               IF WS-BILL-FILE-STATUS = '00' AND WS-RATE-CNT > 0
                       AND NOT WS-AUDIT-MODE-ON
                   PERFORM 245-BILL-SUBTOTALS
                   PERFORM 230-LOG-MSG-COUNTS
               END-IF
               PERFORM 600-WORKORDER-SUMMARY
               IF WS-CMG-MODE-ON
                   PERFORM 356-LOG-CMG-HELD
               END-IF
      *        AN AUDIT RUN FORECASTS - IT DID NOT MAIL ANYTHING -
      *        SO IT LEAVES NO MARK IN THE PERMANENT RUN HISTORY.
               IF WS-HIST-FILE-STATUS = '00'
                       AND NOT WS-AUDIT-MODE-ON
                   PERFORM 620-WRITE-CONTROL-TOTALS
               END-IF
               IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                   PERFORM 660-PROOF-WRAPUP
               END-IF
           END-IF.

      *    A WORK ORDER THAT FAILED OUTRIGHT WILL BE RERUN, NOT
      *    RELEASED, SO NONE OF ITS PIECES MAILED - EMPTY ITS
      *    LEDGER AND STATEMENT-READY STAGING FILES. A HELD RUN
      *    (RETURN CODE 4 OR 8) KEEPS ITS ROWS FOR THE GATE TO
      *    POST IF IT IS RELEASED.
           IF WS-LEDGER-FILE-STATUS = '00' AND RETURN-CODE > 8
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF WS-EDN-FILE-STATUS = '00' AND RETURN-CODE > 8
               CLOSE EDN-FILE
               OPEN OUTPUT EDN-FILE
           END-IF.


               CLOSE USE-FILE
           END-IF

           IF WS-PROOF-FILE-STATUS = '00'
               CLOSE PROOF-FILE
           END-IF

           IF WS-PRFMAN-FILE-STATUS = '00'
               CLOSE PRFMAN-FILE
           END-IF

           IF WS-PRFSTAT-FILE-STATUS = '00'
               CLOSE PRFSTAT-FILE
           END-IF

           IF WS-EDX-FILE-STATUS = '00'
               CLOSE EDX-FILE
           END-IF

           IF WS-EDN-FILE-STATUS = '00'
               CLOSE EDN-FILE
           END-IF

           IF WS-LEDGER-FILE-STATUS = '00'
               CLOSE LEDGER-FILE
           END-IF

      *    THE KEYED WORK FILES CLOSE OFF THEIR OPEN SWITCHES - A
      *    KEY NOT FOUND LEAVES STATUS 23 ON A FILE STILL OPEN.
           IF WS-SUPP-KEY-OPEN
               CLOSE SUPP-KEY-FILE
               MOVE 'N' TO WS-SUPP-KEY-OPEN-SW
           END-IF

           IF WS-ZF-KEY-OPEN
               CLOSE ZF-KEY-FILE
               MOVE 'N' TO WS-ZF-KEY-OPEN-SW
           END-IF

           IF WS-PREF-KEY-OPEN
               CLOSE PREF-KEY-FILE
               MOVE 'N' TO WS-PREF-KEY-OPEN-SW
           END-IF

           IF WS-DUP-KEY-OPEN
               CLOSE DUP-KEY-FILE
               MOVE 'N' TO WS-DUP-KEY-OPEN-SW
           END-IF

      *    IP-FILE2-9 AND OP-FILE2-9 ARE EACH CLOSED OFF THEIR OWN
      *    OPEN STATUS RATHER THAN WS-PAIRn-ACTIVE, SINCE A SYSINn
      *    OR SYSOUTn CAN LEGITIMATELY BE OPEN ON ITS OWN (E.G.
           MOVE 'I' TO WS-SORT-PHASE-SW.
           MOVE 'N' TO WS-SORT-EOF-SW, WS-PRESORT-MODE-SW.
           MOVE 'N' TO WS-AUDIT-MODE-SW, WS-ERR-LIMIT-SW.
           MOVE 'N' TO WS-CMG-MODE-SW, WS-PIECE-CMG-SW.
           MOVE SPACES TO WS-CMG-PIECE-ZIP.

           INITIALIZE WS-COUNTERS.
           MOVE '0006' TO WS-MAX-PAGES.
           MOVE '99' TO WS-ERR-FILE-STATUS, WS-HIST-FILE-STATUS.
           MOVE SPACES TO WS-DUP-FILE-PATH.
           MOVE '99' TO WS-DUP-FILE-STATUS.
           MOVE 'N' TO WS-DUP-CHECK-SW.
           MOVE ZERO TO WS-DUP-CNT.
           MOVE SPACES TO WS-SUPP-KEY-PATH, WS-ZF-KEY-PATH.
           MOVE SPACES TO WS-PREF-KEY-PATH, WS-DUP-KEY-PATH.
           MOVE '99' TO WS-SUPP-KEY-STATUS, WS-ZF-KEY-STATUS.
           MOVE '99' TO WS-PREF-KEY-STATUS, WS-DUP-KEY-STATUS.
           MOVE SPACES TO WS-CUR-DUP-KEY.
           MOVE SPACES TO WS-PREV-ACCT-AREA, WS-STREAM-DIVERT-AREA.
           MOVE SPACE TO WS-DIVERT-CD.
           MOVE ZERO TO WS-PIECE-OUT-SEQ, WS-PIECE-STREAM.
           MOVE '0250' TO WS-TRAY-CAP.
           MOVE ZERO TO WS-TRAY-CAP-NUM.
           MOVE '0000' TO WS-PRESORT-MIN.
           MOVE ZERO TO WS-PRESORT-MIN-NUM, WS-PS-ZIP-HELD.
           MOVE 'N' TO WS-PS-HOLD-OPEN-SW.
           MOVE 1 TO WS-PS-TRAY-NUM.
           MOVE ZERO TO WS-PS-TRAY-PIECES.
           MOVE SPACES TO WS-PS-CUR-ZIP, WS-PS-PREV-ZIP.
           MOVE ZERO TO WS-FLAT-MAX-NUM, WS-FLAT-CNTR.
           MOVE 'N' TO WS-PIECE-FLAT-SW.
           MOVE SPACE TO WS-RATE-CAT.
           MOVE SPACES TO WS-PROOF-FILE-PATH, WS-PRFMAN-FILE-PATH.
           MOVE '99' TO WS-PROOF-FILE-STATUS, WS-PRFMAN-FILE-STATUS.
           MOVE SPACES TO WS-PRFSTAT-FILE-PATH.
           MOVE '99' TO WS-PRFSTAT-FILE-STATUS.
           INITIALIZE WS-PROOF-FIELDS.
           MOVE 'N' TO WS-PROOF-MODE-SW, WS-PF-TAKE-SW.
           MOVE '0005' TO WS-PF-N.
           MOVE 1 TO WS-PF-HOLD-IX, WS-PF-WRITE-IX.
           MOVE 2 TO WS-PF-LARGE-IX.
           MOVE 3 TO WS-PF-EDX-IX.
           MOVE 4 TO WS-PF-SIDE-IX.
           MOVE 'N' TO WS-PF-SIDE-OPEN-SW.
           MOVE ZEROS TO WS-PF-CAT-AREA.
           MOVE ZERO TO WS-PF-REC-CNT (1), WS-PF-REC-CNT (2).
           MOVE ZERO TO WS-PF-REC-CNT (3), WS-PF-REC-CNT (4).
           MOVE 'N' TO WS-PF-TRUNC-SW (1), WS-PF-TRUNC-SW (2).
           MOVE 'N' TO WS-PF-TRUNC-SW (3), WS-PF-TRUNC-SW (4).
           MOVE SPACES TO WS-EDX-FILE-PATH, WS-EDN-FILE-PATH.
           MOVE '99' TO WS-EDX-FILE-STATUS, WS-EDN-FILE-STATUS.
           INITIALIZE WS-EDX-FIELDS.
           MOVE 'STMT' TO WS-EDX-DOC-TYPE-IN.
           MOVE 'N' TO WS-EDX-PIECE-OPEN-SW, WS-EDN-SW.
           MOVE SPACES TO WS-LEDGER-FILE-PATH.
           MOVE '99' TO WS-LEDGER-FILE-STATUS.
           MOVE 'N' TO WS-LEDGER-SW.
           MOVE SPACES TO WS-LEDGER-WORKORDER.

      *----------------------------------------------------------*
      *  095-END-WORKORDER FOLDS THE SECTION JUST FINISHED INTO    *
           IF RETURN-CODE > WS-RUN-MAX-RC
               MOVE RETURN-CODE TO WS-RUN-MAX-RC
           END-IF.
           IF WS-CMG-MODE-ON AND WS-CMG-CUR-PART > 0
               MOVE RETURN-CODE TO WS-CP-RC (WS-CMG-CUR-PART)
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF NOT WS-SECTION-PENDING
               MOVE 'N' TO WS-MORE-WORK-SW
      *  (OR LOADS) FRESH FOR EACH WORK ORDER.                     *
      *----------------------------------------------------------*
       103-APPLY-PARM-CHAIN.
      *            A SYSOUTn OPENED OUTPUT STARTS FROM RECORD ONE;
      *            ONE EXTENDED FROM THE SHARED BLOCK CARRIES ON
      *            FROM WHERE THE PRIOR SECTION LEFT IT.
                   IF WS-MCP-PARM (1:6) = 'SYSOUT'
                           AND WS-MCP-PARM (7:1) IS NUMERIC
                           AND WS-MCP-PARM (8:1) = SPACE
                       MOVE WS-MCP-PARM (7:1) TO WS-EDX-OUT-SUB
                       IF WS-EDX-OUT-SUB > 0
                               AND NOT (WS-SHARED-REPLAY
                                   AND WS-RUN-WO-CNTR > 0)
                           MOVE ZERO
                               TO WS-EDX-FILE-RECS (WS-EDX-OUT-SUB)
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'SYSIN1'
                       IF WS-MCP-SYSIN1-STATUS = '00'
                           CLOSE IP-FILE1
                   IF WS-MCP-PARM = 'TRAYCAP'
                       MOVE WS-MCP-VALUE TO WS-TRAY-CAP
                   END-IF
                   IF WS-MCP-PARM = 'PRESORTMIN'
                       MOVE WS-MCP-VALUE TO WS-PRESORT-MIN
                   END-IF
                   IF WS-MCP-PARM = 'PIECEMARK'
                       MOVE WS-MCP-VALUE (1:1) TO WS-MARK-MODE-SW
                   END-IF
                           OPEN OUTPUT DUP-FILE
                       END-IF
                       IF WS-DUP-FILE-STATUS = '00'
                           PERFORM 111-OPEN-DUP-KEYS
                       ELSE
                           MOVE +999 TO RETURN-CODE
                       END-IF
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
      *            THE SUPPRESSION, ZIP CORRECTION AND PREFERENCE
      *            LISTS ARE ONLY NAMED HERE - 104-INIT-WRAPUP
      *            LOADS THEM ONCE THE SECTION'S SYSOUT1, WHICH
      *            NAMES THEIR KEY FILES, IS KNOWN.
                   IF WS-MCP-PARM = 'SUPPFILE'
                       MOVE WS-MCP-VALUE TO WS-SUPP-IN-PATH
                   END-IF
                   IF WS-MCP-PARM = 'ZIPFIX'
                       MOVE WS-MCP-VALUE TO WS-ZIPFIX-IN-PATH
                   END-IF
                   IF WS-MCP-PARM = 'PREFFILE'
                       MOVE WS-MCP-VALUE TO WS-PREF-IN-PATH
                   END-IF
                   IF WS-MCP-PARM = 'MSGFILE'
                       MOVE WS-MCP-VALUE TO WS-MSG-IN-PATH
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'PROOF'
                       MOVE WS-MCP-VALUE (1:1) TO WS-PROOF-MODE-SW
                   END-IF
                   IF WS-MCP-PARM = 'PROOFN'
                       MOVE WS-MCP-VALUE TO WS-PF-N
                   END-IF
                   IF WS-MCP-PARM = 'SYSPROOF'
                       IF WS-PROOF-FILE-STATUS = '00'
                           CLOSE PROOF-FILE
                       END-IF
                       MOVE WS-MCP-VALUE TO WS-PROOF-FILE-PATH
                       IF WS-SHARED-REPLAY AND WS-RUN-WO-CNTR > 0
                           OPEN EXTEND PROOF-FILE
                       ELSE
                           OPEN OUTPUT PROOF-FILE
                       END-IF
                       IF WS-PROOF-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'SYSPRFMAN'
                       IF WS-PRFMAN-FILE-STATUS = '00'
                           CLOSE PRFMAN-FILE
                       END-IF
                       MOVE WS-MCP-VALUE TO WS-PRFMAN-FILE-PATH
                       IF WS-SHARED-REPLAY AND WS-RUN-WO-CNTR > 0
                           OPEN EXTEND PRFMAN-FILE
                       ELSE
                           OPEN OUTPUT PRFMAN-FILE
                       END-IF
                       IF WS-PRFMAN-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
      *            PROOFSTAT IS PERMANENT, LIKE RUNHIST - ALWAYS
      *            EXTENDED, NEVER TRUNCATED.
                   IF WS-MCP-PARM = 'PROOFSTAT'
                       IF WS-PRFSTAT-FILE-STATUS = '00'
                           CLOSE PRFSTAT-FILE
                       END-IF
                       MOVE WS-MCP-VALUE TO WS-PRFSTAT-FILE-PATH
                       OPEN EXTEND PRFSTAT-FILE
                       IF WS-PRFSTAT-FILE-STATUS = '35'
                           OPEN OUTPUT PRFSTAT-FILE
                       END-IF
                       IF WS-PRFSTAT-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
      *            SO IS THE PIECE LEDGER, BUT ONLY THE RELEASE
      *            GATE POSTS TO IT. HERE LEDGER JUST TURNS ON THE
      *            STAGING OF THIS WORK ORDER'S ROWS, WHICH 104-
      *            INIT-WRAPUP OPENS ONCE SYSTOT IS KNOWN.
                   IF WS-MCP-PARM = 'LEDGER'
                       SET WS-LEDGER-ON TO TRUE
                   END-IF
                   IF WS-MCP-PARM = 'SYSEDX'
                       IF WS-EDX-FILE-STATUS = '00'
                           CLOSE EDX-FILE
                       END-IF
                       MOVE WS-MCP-VALUE TO WS-EDX-FILE-PATH
                       IF WS-SHARED-REPLAY AND WS-RUN-WO-CNTR > 0
                           OPEN EXTEND EDX-FILE
                       ELSE
                           OPEN OUTPUT EDX-FILE
                       END-IF
                       IF WS-EDX-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
      *            THE VENDOR'S READY FILE IS WRITTEN BY THE
      *            RELEASE GATE. HERE SYSEDN TURNS ON THE STAGING OF
      *            THIS WORK ORDER'S ROWS, WHICH 104-INIT-WRAPUP
      *            OPENS ONCE SYSTOT IS KNOWN.
                   IF WS-MCP-PARM = 'SYSEDN'
                       SET WS-EDN-ON TO TRUE
                   END-IF
                   IF WS-MCP-PARM = 'STMTDATE'
                       MOVE WS-MCP-VALUE (1:8) TO WS-EDX-STMT-DATE-IN
                   END-IF
                   IF WS-MCP-PARM = 'DOCTYPE'
                       MOVE WS-MCP-VALUE (1:10) TO WS-EDX-DOC-TYPE-IN
                   END-IF
                   IF WS-MCP-PARM = 'PAGEWT'
                       COMPUTE WS-MCP-PAGE-WT =
                           WS-MCP-VALUE-WT-01 +
                   END-IF
                   IF WS-MCP-PARM = 'INSERT06FLAG'
                       MOVE WS-MCP-VALUE TO WS-MCP-INSERT06-FLAG
                   END-IF
                   IF WS-MCP-PARM = 'COMMINGLE'
                       MOVE WS-MCP-VALUE (1:1) TO WS-CMG-MODE-SW
                   END-IF
      *            THE COMMINGLE STREAM AND ITS TUNING ARE RUN-SCOPED
      *            - ONE SET FOR THE WHOLE BATCH - SO THEY ARE ONLY
      *            TAKEN FROM THE SHARED BLOCK. A SECTION LINE NAMING
      *            ONE FAILS THE SECTION RATHER THAN QUIETLY
      *            RETARGETING EVERY OTHER WORK ORDER'S PIECES.
                   IF WS-MCP-PARM (1:3) = 'CMG'
                       IF WS-SHARED-REPLAY
                           PERFORM 357-APPLY-CMG-PARM
                       ELSE
                           MOVE +999 TO RETURN-CODE
                           IF WS-SYSLOG-FILE-STATUS = '00'
                               MOVE SPACES TO SYSLOG-REC
                               STRING WS-MCP-PARM DELIMITED BY SPACE
                                   ' BELONGS IN THE SHARED BLOCK'
                                       DELIMITED BY SIZE
                                   INTO SYSLOG-REC
                               END-STRING
                               WRITE SYSLOG-REC
                           END-IF
                       END-IF
                   END-IF.

      *----------------------------------------------------------*
           IF WS-TRAY-CAP-NUM = ZERO
               MOVE 250 TO WS-TRAY-CAP-NUM
           END-IF.
           MOVE WS-PRESORT-MIN TO WS-PRESORT-MIN-NUM.
           MOVE WS-FLAT-MAX TO WS-FLAT-MAX-NUM.

           IF WS-PDF-MODE-ON AND WS-PDF-OUT-NUM = ZERO
               END-IF
           END-IF.

      *    THE E-DELIVERY INDEX NAMES THE PHYSICAL PDF FILE EACH
      *    PIECE WENT TO, AND DATES EVERY ROW WITH THE STATEMENT
      *    DATE - THE RUN DATE UNLESS STMTDATE SAYS OTHERWISE.
           IF WS-PDF-MODE-ON
               IF WS-PDF-OUT-NUM = 2
                   MOVE WS-MCP-SYSOUT2-PATH TO WS-EDX-OUT-PATH
               END-IF
               IF WS-PDF-OUT-NUM = 3
                   MOVE WS-MCP-SYSOUT3-PATH TO WS-EDX-OUT-PATH
               END-IF
               IF WS-PDF-OUT-NUM = 4
                   MOVE WS-MCP-SYSOUT4-PATH TO WS-EDX-OUT-PATH
               END-IF
               IF WS-PDF-OUT-NUM = 5
                   MOVE WS-MCP-SYSOUT5-PATH TO WS-EDX-OUT-PATH
               END-IF
               IF WS-PDF-OUT-NUM = 6
                   MOVE WS-MCP-SYSOUT6-PATH TO WS-EDX-OUT-PATH
               END-IF
               IF WS-PDF-OUT-NUM = 7
                   MOVE WS-MCP-SYSOUT7-PATH TO WS-EDX-OUT-PATH
               END-IF
               IF WS-PDF-OUT-NUM = 8
                   MOVE WS-MCP-SYSOUT8-PATH TO WS-EDX-OUT-PATH
               END-IF
               IF WS-PDF-OUT-NUM = 9
                   MOVE WS-MCP-SYSOUT9-PATH TO WS-EDX-OUT-PATH
               END-IF
           END-IF.
           IF WS-EDX-STMT-DATE-IN = SPACES
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCEPT-DATE TO WS-EDX-STMT-DATE-IN
           END-IF.
           IF WS-EDX-STMT-DATE-IN NOT NUMERIC
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE 'STMTDATE MUST BE YYYYMMDD' TO SYSLOG-REC
                   WRITE SYSLOG-REC
               END-IF
           END-IF.
           IF (WS-EDX-FILE-STATUS = '00' OR WS-EDN-ON)
                   AND NOT WS-PDF-MODE-ON
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE 'SYSEDX/SYSEDN GIVEN WITHOUT PDFMODE - NO ROWS'
                       TO SYSLOG-REC
                   WRITE SYSLOG-REC
               END-IF
           END-IF.

      *    A COMMINGLING SECTION IS A PRESORT SECTION WHOSE PRESORT
      *    PIECES LEAVE FOR THE BATCH STREAM, SO COMMINGLE=Y TURNS
      *    PRESORT ON AND FALLS UNDER EVERY PRESORT CONFLICT CHECK
      *    BELOW. AN AUDIT RUN CUTS NO OUTPUT, SO IT FORECASTS ITS
      *    PRESORT PIECES ON ITS OWN AND DOES NOT JOIN.
           IF WS-CMG-MODE-ON AND WS-AUDIT-MODE-ON
               MOVE 'N' TO WS-CMG-MODE-SW
           END-IF.
      *    A PROOF HOLD STOPS ONE WORK ORDER'S OUTPUT UNTIL ITS
      *    CLIENT SIGNS, BUT ITS COMMINGLED PIECES SHIP IN THE BATCH
      *    STREAM UNDER THE CMGID, WHICH THE HOLD NEVER SEES. ONE
      *    SECTION CANNOT DO BOTH - FAIL IT, WHICH ALSO KEEPS THE
      *    STREAM FROM BEING CUT WITHOUT THE SIGN-OFF.
           IF WS-CMG-MODE-ON AND WS-PROOF-MODE-ON
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE 'COMMINGLE NOT VALID WITH PROOF'
                       TO SYSLOG-REC
                   WRITE SYSLOG-REC
               END-IF
           END-IF.
           IF WS-CMG-MODE-ON
               MOVE 'Y' TO WS-PRESORT-MODE-SW
               PERFORM 350-JOIN-COMMINGLE
           END-IF.

      *    THE WORK ORDER'S LEDGER ROWS ARE STAGED NEXT TO ITS
      *    CONTROL TOTALS FOR THE RELEASE GATE TO POST, SO LEDGER
      *    NEEDS SYSTOT, AND A COMMINGLING SECTION ALSO NEEDS THE
      *    STREAM'S CMGTOT, WHERE ITS COMMINGLED PIECES' ROWS GO.
      *    THE STAGING FILE IS ALWAYS STARTED EMPTY, SO A RERUN
      *    NEVER CARRIES A PRIOR ATTEMPT'S ROWS TO THE GATE.
           IF WS-LEDGER-ON AND NOT WS-AUDIT-MODE-ON
               IF WS-TOT-FILE-PATH = SPACES
                   MOVE +999 TO RETURN-CODE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'LEDGER NEEDS SYSTOT' TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               ELSE
                   MOVE SPACES TO WS-LEDGER-FILE-PATH
                   STRING WS-TOT-FILE-PATH DELIMITED BY SPACE
                       '.LDG' DELIMITED BY SIZE
                       INTO WS-LEDGER-FILE-PATH
                   END-STRING
                   OPEN OUTPUT LEDGER-FILE
                   IF WS-LEDGER-FILE-STATUS NOT = '00'
                       MOVE +999 TO RETURN-CODE
                       IF WS-SYSLOG-FILE-STATUS = '00'
                           MOVE SPACES TO SYSLOG-REC
                           STRING 'BAD OPEN LEDGER STAGING FILE. '
                                   DELIMITED BY SIZE
                               'FILE STATUS ' DELIMITED BY SIZE
                               WS-LEDGER-FILE-STATUS DELIMITED BY SIZE
                               INTO SYSLOG-REC
                           END-STRING
                           WRITE SYSLOG-REC
                       END-IF
                   END-IF
               END-IF
               IF WS-CMG-MODE-ON
                   IF WS-CMG-TOT-PATH = SPACES
                       MOVE +999 TO RETURN-CODE
                       IF WS-SYSLOG-FILE-STATUS = '00'
                           MOVE 'LEDGER WITH COMMINGLE NEEDS CMGTOT'
                               TO SYSLOG-REC
                           WRITE SYSLOG-REC
                       END-IF
                   ELSE
                       SET WS-CMG-LEDGER-ON TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    THE STATEMENT-READY ROWS ARE STAGED THE SAME WAY, NEXT TO
      *    THE CONTROL TOTALS, FOR THE GATE TO HAND TO THE VENDOR.
           IF WS-EDN-ON AND NOT WS-AUDIT-MODE-ON
               IF WS-TOT-FILE-PATH = SPACES
                   MOVE +999 TO RETURN-CODE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'SYSEDN NEEDS SYSTOT' TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               ELSE
                   MOVE SPACES TO WS-EDN-FILE-PATH
                   STRING WS-TOT-FILE-PATH DELIMITED BY SPACE
                       '.EDN' DELIMITED BY SIZE
                       INTO WS-EDN-FILE-PATH
                   END-STRING
                   OPEN OUTPUT EDN-FILE
                   IF WS-EDN-FILE-STATUS NOT = '00'
                       MOVE +999 TO RETURN-CODE
                       IF WS-SYSLOG-FILE-STATUS = '00'
                           MOVE SPACES TO SYSLOG-REC
                           STRING 'BAD OPEN SYSEDN STAGING FILE. '
                                   DELIMITED BY SIZE
                               'FILE STATUS ' DELIMITED BY SIZE
                               WS-EDN-FILE-STATUS DELIMITED BY SIZE
                               INTO SYSLOG-REC
                           END-STRING
                           WRITE SYSLOG-REC
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    HOUSEHOLD MERGE AND PRESORT SEQUENCING EACH REORDER THE
      *    WHOLE SYSOUT1 STREAM WITH THEIR OWN SORT, SO ONE RUN
      *    CANNOT DO BOTH. FAIL THE JOB RATHER THAN PICK ONE.
               END-IF
           END-IF.

      *    A PROOF RUN THAT CANNOT WRITE ITS SAMPLE, ITS MANIFEST
      *    OR ITS PENDING STATUS WOULD LEAVE NOTHING FOR THE CLIENT
      *    TO SIGN AND NOTHING FOR THE RELEASE GATE TO HOLD ON -
      *    FAIL IT HERE RATHER THAN RUN A PROOF NOBODY CAN SEE.
      *    A RESTARTED RUN HAS ALREADY LOST THE PIECES AHEAD OF
      *    THE RESTART POINT, SO IT CANNOT CUT A REPRESENTATIVE
      *    PROOF EITHER.
           MOVE WS-PF-N TO WS-PF-N-NUM.
           IF WS-PROOF-MODE-ON
               IF WS-PROOF-FILE-STATUS NOT = '00'
                       OR WS-PRFMAN-FILE-STATUS NOT = '00'
                       OR WS-PRFSTAT-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'PROOF NEEDS SYSPROOF, SYSPRFMAN, PROOFSTAT'
                           TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
               IF WS-RESTART-REC > 0
                   MOVE +999 TO RETURN-CODE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'RESTARTREC NOT VALID WITH PROOF'
                           TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.
           IF WS-PROOF-MODE-ON AND RETURN-CODE NOT = +999
                   AND NOT WS-AUDIT-MODE-ON
               MOVE SPACES TO PRFMAN-REC
               STRING 'PROOF MANIFEST WORKORDER=' DELIMITED BY SIZE
                   WS-MCP-WORKORDER DELIMITED BY SPACE
                   ' FIRST PIECES PER CATEGORY=' DELIMITED BY SIZE
                   WS-PF-N-NUM DELIMITED BY SIZE
                   INTO PRFMAN-REC
               END-STRING
               WRITE PRFMAN-REC
               WRITE PRFMAN-REC FROM WS-PM-HEAD
           END-IF.

      *    A RESTART RUN MUST REBUILD WS-OUT-SEQ (AND WS-CUR-PAGE-CNT)
      *    BEFORE SYSOUT1 IS OPENED, SINCE A PRIOR RUN MAY ALREADY
      *    HAVE ROLLED SYSOUT1 INTO ONE OR MORE NUMBERED PIECES.
               END-IF
           END-IF.

      *    THE SUPPRESSION, ZIP CORRECTION AND PREFERENCE LISTS ARE
      *    OFTEN SHARED MASTERS, SO THEIR KEY FILES ARE NAMED AFTER
      *    THIS SECTION'S OWN SYSOUT1 (.SUP, .ZFX, .PRF) RATHER
      *    THAN THE MASTER - TWO JOBS READING ONE MASTER NEVER
      *    REBUILD EACH OTHER'S KEY FILE, AND A MASTER ON A READ-
      *    ONLY SHARE STILL LOADS. AN AUDIT RUN NAMES SYSOUT1
      *    WITHOUT OPENING IT AND KEYS BESIDE IT ALL THE SAME.
           IF WS-SUPP-IN-PATH NOT = SPACES
                   OR WS-ZIPFIX-IN-PATH NOT = SPACES
                   OR WS-PREF-IN-PATH NOT = SPACES
               IF WS-SYSOUT1-BASE-PATH = SPACES
                   IF RETURN-CODE NOT = +999
                       MOVE +999 TO RETURN-CODE
                       IF WS-SYSLOG-FILE-STATUS = '00'
                           MOVE 'SUPPFILE/ZIPFIX/PREFFILE NEED SYSOUT1'
                               TO SYSLOG-REC
                           WRITE SYSLOG-REC
                       END-IF
                   END-IF
               ELSE
                   IF WS-SUPP-IN-PATH NOT = SPACES
                       PERFORM 110-LOAD-SUPP-TABLE
                   END-IF
                   IF WS-ZIPFIX-IN-PATH NOT = SPACES
                       PERFORM 112-LOAD-ZIPFIX-TABLE
                   END-IF
                   IF WS-PREF-IN-PATH NOT = SPACES
                       PERFORM 113-LOAD-PREF-TABLE
                   END-IF
               END-IF
           END-IF.

           IF RETURN-CODE = +999
               IF  WS-CONTROL-FILE-STATUS NOT = '00'
                   MOVE SPACES TO SYSLOG-REC
               MOVE 'N' TO WS-NEW-PIECE-SW
           END-IF.

      *    A COMMINGLED PIECE TAKES ITS BUNDLE AND TRAY IN THE
      *    BATCH STREAM, NOT HERE - ONLY ITS ZIP IS KEPT.
           IF WS-NEW-PIECE AND WS-PRESORT-MODE-ON
                   AND WS-SORT-OUTPUT-PHASE
               IF WS-CMG-MODE-ON
                   MOVE WS-CLASSIFY-REC (48:5) TO WS-CMG-PIECE-ZIP
                   MOVE WS-CLASSIFY-REC TO OP-REC1
               ELSE
                   PERFORM 340-PRESORT-BREAKS
               END-IF
           END-IF.

      *    BYTE 1 = '1' IS TAKEN AS AN ASA NEW-PAGE CARRIAGE
      *    WITH PIECEMARK ON THE RECORD IS HELD IN THE PIECE
      *    BUFFER INSTEAD - THE PAGE-COUNT/ROLL/WRITE LOGIC RUNS
      *    WHEN 246-FLUSH-PIECE-BUFFER REPLAYS IT WITH THE MARK
      *    STAMPED ON. A COMMINGLED RECORD GOES TO THE COMMINGLE
      *    WORK FILE AND NEVER TOUCHES THIS SECTION'S SYSOUT1
      *    PAGE COUNT, ROLL OR FILE TOTALS.
           IF WS-MARK-MODE-ON
               PERFORM 237-BUFFER-PIECE-REC
           ELSE
               IF WS-CMG-MODE-ON AND WS-SORT-OUTPUT-PHASE
                   PERFORM 351-HOLD-CMG-REC
               ELSE
                   IF OP-REC1 (1:1) = '1'
                       ADD 1 TO WS-CUR-PAGE-CNT
                       IF WS-CUR-PAGE-CNT > WS-MAX-PAGES-NUM
                           IF WS-AUDIT-MODE-ON
                               ADD 1 TO WS-OUT-SEQ
                               MOVE ZERO TO WS-OUT1-REC-CNT
                           ELSE
                               PERFORM 260-ROLL-SYSOUT1
                           END-IF
                           MOVE 1 TO WS-CUR-PAGE-CNT
                       END-IF
                       ADD 1 TO WS-PIECE-PAGE-CNT
                       ADD 1 TO WS-CTF-PAGES (WS-OUT-SEQ + 1)
                   END-IF
                   IF NOT WS-AUDIT-MODE-ON
                       WRITE OP-REC1
                   END-IF
                   ADD 1 TO WS-REC-CNTR-OUT
                   ADD 1 TO WS-OUT1-REC-CNT
                   ADD 1 TO WS-CTF-RECS (WS-OUT-SEQ + 1)
                   IF WS-PROOF-MODE-ON
                       PERFORM 233-PROOF-HOLD-REC
                   END-IF
               END-IF
           END-IF.

           IF WS-NEW-PIECE
               MOVE WS-CUR-ACCT TO WS-PREV-ACCT (WS-CUR-STREAM)
               MOVE SPACE TO WS-STREAM-DIVERT (WS-CUR-STREAM)
               IF WS-SUPP-CNT > 0
                   MOVE WS-CUR-ACCT TO SUPP-KEY-ACCT
                   READ SUPP-KEY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO
                               WS-STREAM-DIVERT (WS-CUR-STREAM)
                           ADD 1 TO WS-USE-SUPP-PIECES
                           PERFORM 219-LOG-SUPPRESSED
                   END-READ
               END-IF
               IF WS-DUP-CHECK-ON
                       AND WS-STREAM-DIVERT (WS-CUR-STREAM) = SPACE
                   PERFORM 220-CHECK-DUP-PIECE
               END-IF
      *        A DIVERTED PIECE NEVER REACHES THE PRINT STREAM, SO
      *        ITS LEDGER ROW CARRIES NO PIECE NUMBER OR PAGE COUNT.
               IF WS-STREAM-DIVERT (WS-CUR-STREAM) NOT = SPACE
                   MOVE WS-CUR-ACCT TO WS-LEDGER-ACCT
                   MOVE ZERO TO WS-LEDGER-PIECE, WS-LEDGER-PAGES
                   MOVE WS-STREAM-DIVERT (WS-CUR-STREAM)
                       TO WS-LEDGER-DISP
                   MOVE WS-CLASSIFY-REC (11:1) TO WS-LEDGER-CATEGORY
                   PERFORM 275-WRITE-LEDGER-REC
               END-IF
           END-IF.
           MOVE WS-STREAM-DIVERT (WS-CUR-STREAM) TO WS-DIVERT-CD.


      *----------------------------------------------------------*
      *  220-CHECK-DUP-PIECE REGISTERS THE PIECE STARTING ON THE   *
      *  CURRENT STREAM IN THE WORK ORDER'S DUPLICATE-KEY FILE. A  *
      *  KEY ALREADY REGISTERED - BY ANY STREAM - MARKS THE PIECE  *
      *  AS A DUPLICATE, TO BE DIVERTED RATHER THAN MAILED TWICE.  *
      *  A KEY FILE THAT CANNOT TAKE THE WRITE FAILS THE RUN - AN  *
      *  UNREGISTERED PIECE COULD MAIL TWICE.                      *
      *----------------------------------------------------------*
       220-CHECK-DUP-PIECE.
           MOVE SPACES TO WS-CUR-DUP-KEY.
           MOVE WS-CUR-ACCT TO WS-CUR-DUP-KEY (1:16).
           MOVE WS-CLASSIFY-REC (11:1) TO WS-CUR-DUP-KEY (17:1).
           MOVE WS-CUR-DUP-KEY TO DUP-KEY-ID.
           WRITE DUP-KEY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-DUP-KEY-STATUS = '00'
               ADD 1 TO WS-DUP-CNT
           ELSE
               IF WS-DUP-KEY-STATUS = '22'
                   MOVE 'D' TO WS-STREAM-DIVERT (WS-CUR-STREAM)
                   ADD 1 TO WS-DUP-PIECE-CNTR
               ELSE
                   MOVE 'DUPLICATE-PIECE' TO WS-KEY-FILE-NAME
                   MOVE WS-DUP-KEY-STATUS TO WS-KEY-FILE-STATUS
                   PERFORM 119-KEY-FILE-FAILED
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  221-CHECK-PREF DECIDES, ONCE PER PIECE (WHEN THE ACCOUNT  *
               MOVE WS-PREF-CUR-ACCT
                   TO WS-PREF-PREV-ACCT (WS-CUR-STREAM)
               MOVE SPACE TO WS-STREAM-PREF (WS-CUR-STREAM)
               MOVE WS-PREF-CUR-ACCT TO PREF-KEY-ACCT
               READ PREF-KEY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PREF-KEY-CODE
                           TO WS-STREAM-PREF (WS-CUR-STREAM)
               END-READ
               MOVE WS-STREAM-PREF (WS-CUR-STREAM) TO WS-CUR-PREF
               IF WS-PDF-MODE-ON
                   IF (WS-PREF-ELEC AND NOT WS-CAT-PDF)
      *  225-ZIPFIX-CHECK RUNS ON EVERY PRESORT RECORD BEFORE IT   *
      *  IS RELEASED TO THE ZIP SORT. ONCE PER PIECE (WHEN THE     *
      *  ACCOUNT KEY CHANGES) IT LOOKS THE ACCOUNT UP IN THE ZIP   *
      *  CORRECTION FILE: A CORRECTION SUBSTITUTES THE CORRECTED   *
      *  ZIP; A PIECE WHOSE ZIP IS NOT FIVE DIGITS AND HAS NO      *
      *  CORRECTION IS RECLASSIFIED TO RESIDUAL AND REPORTED, SO   *
      *  IT NEVER LANDS IN A GARBAGE BUNDLE AND FAILS THE TRAY AT  *
               MOVE WS-CLASSIFY-REC (48:5) TO WS-ZF-CUR-ZIP
               MOVE SPACE TO WS-ZF-ACTION
               MOVE SPACES TO WS-ZF-NEW-ZIP
               MOVE WS-ZF-PREV-ACCT TO ZF-KEY-ACCT
               READ ZF-KEY-FILE
                   INVALID KEY
                       IF WS-ZF-CUR-ZIP NOT NUMERIC
                           MOVE 'R' TO WS-ZF-ACTION
                           ADD 1 TO WS-ZF-RECLASS-CNTR
                           PERFORM 226-LOG-ZIP-RECLASS
                       END-IF
                   NOT INVALID KEY
                       MOVE 'F' TO WS-ZF-ACTION
                       MOVE ZF-KEY-ZIP TO WS-ZF-NEW-ZIP
                       ADD 1 TO WS-ZF-FIXED-CNTR
               END-READ
           END-IF.
           IF WS-ZF-ACT-FIX
               MOVE WS-ZF-NEW-ZIP TO WS-CLASSIFY-REC (48:5)
           END-IF.
           IF WS-MSG-MATCH-SW = 'Y'
               ADD 1 TO WS-MR-HIT-CNT (WS-MSG-RULE-SUB)
               MOVE 'Y' TO WS-PF-PIECE-RULE (WS-MSG-RULE-SUB)
               MOVE 1 TO WS-MSG-TXT-SUB
               PERFORM UNTIL WS-MSG-TXT-SUB >
                       WS-MR-TEXT-CNT (WS-MSG-RULE-SUB)
               END-IF
           ELSE
               MOVE WS-MSG-LINE TO OP-REC1
               IF WS-CMG-MODE-ON AND WS-SORT-OUTPUT-PHASE
                   PERFORM 352-WRITE-CMG-REC
               ELSE
                   IF NOT WS-AUDIT-MODE-ON
                       WRITE OP-REC1
                   END-IF
                   ADD 1 TO WS-OUT1-REC-CNT
                   ADD 1 TO WS-CTF-RECS (WS-OUT-SEQ + 1)
               END-IF
               IF WS-PROOF-MODE-ON
                   PERFORM 233-PROOF-HOLD-REC
               END-IF
           END-IF.

      *----------------------------------------------------------*
           WRITE SYSLOG-REC.
           ADD 1 TO WS-MSG-RULE-SUB.

      *----------------------------------------------------------*
      *  231-PROOF-HOLD-SIDE-REC IS 233-PROOF-HOLD-REC FOR A       *
      *  RECORD WRITTEN TO SYSOUT2-9 - AN E-DELIVERED PIECE OR A   *
      *  PIECE OF A SYSOUT2-9 PAIR. THE RECORD IS TAKEN FROM       *
      *  WS-CLASSIFY-REC, WHICH IS WHAT THOSE PATHS WRITE, INTO    *
      *  THE BUFFER THE CALLER NAMES IN WS-PF-PUT-IX.              *
      *----------------------------------------------------------*
       231-PROOF-HOLD-SIDE-REC.
           IF WS-PF-REC-CNT (WS-PF-PUT-IX) < 2000
               ADD 1 TO WS-PF-REC-CNT (WS-PF-PUT-IX)
               MOVE WS-CLASSIFY-REC TO WS-PF-REC (WS-PF-PUT-IX,
                   WS-PF-REC-CNT (WS-PF-PUT-IX))
           ELSE
               MOVE 'Y' TO WS-PF-TRUNC-SW (WS-PF-PUT-IX)
           END-IF.

      *----------------------------------------------------------*
      *  233-PROOF-HOLD-REC KEEPS A COPY OF THE SYSOUT1 RECORD     *
      *  JUST WRITTEN FOR THE OPEN PIECE, SO 234-PROOF-SELECT CAN  *
      *  COPY THE WHOLE PIECE INTO THE PROOF FILE WHEN IT CLOSES.  *
      *  A PIECE LONGER THAN THE BUFFER STILL GOES INTO THE PROOF, *
      *  CUT SHORT AND FLAGGED SO ON THE MANIFEST - THE FULL       *
      *  PIECE IS IN THE PRODUCTION FILE AT THE POSITION SHOWN.    *
      *----------------------------------------------------------*
       233-PROOF-HOLD-REC.
           IF WS-PF-REC-CNT (WS-PF-HOLD-IX) < 2000
               ADD 1 TO WS-PF-REC-CNT (WS-PF-HOLD-IX)
               MOVE OP-REC1 TO WS-PF-REC (WS-PF-HOLD-IX,
                   WS-PF-REC-CNT (WS-PF-HOLD-IX))
           ELSE
               MOVE 'Y' TO WS-PF-TRUNC-SW (WS-PF-HOLD-IX)
           END-IF.

      *----------------------------------------------------------*
      *  234-PROOF-SELECT DECIDES WHETHER THE PIECE BEING CLOSED   *
      *  GOES INTO THE CLIENT PROOF, AND WHY: ONE OF THE FIRST     *
      *  PROOFN PIECES OF ITS CATEGORY, THE FIRST PIECE OF A FEED  *
      *  COMBINATION NOT YET IN THE PROOF, THE FIRST PIECE OF A    *
      *  MESSAGE RULE NOT YET IN THE PROOF, OR A FLATS             *
      *  ESCALATION. EVERY REASON THAT APPLIES IS SHOWN ON THE     *
      *  MANIFEST LINE. IT ALSO KEEPS TRACK OF THE LARGEST PIECE,  *
      *  HOLDING ITS RECORDS BACK FOR 660-PROOF-WRAPUP WHEN IT WAS *
      *  NOT SAMPLED ON ITS OWN MERITS. THE CALLER DESCRIBES THE   *
      *  PIECE IN WS-PF-CL-* AND NAMES ITS BUFFER IN               *
      *  WS-PF-CLOSE-IX, AND TAKES WS-PF-CLOSE-IX BACK AS ITS      *
      *  HOLDING BUFFER - IT CHANGES WHEN THE PIECE IS KEPT ASIDE  *
      *  AS THE LARGEST.                                           *
      *----------------------------------------------------------*
       234-PROOF-SELECT.
           MOVE 'N' TO WS-PF-TAKE-SW.
           MOVE SPACES TO WS-PM-RSN-CAT, WS-PM-RSN-INS.
           MOVE SPACES TO WS-PM-RSN-MSG, WS-PM-RSN-RULE.
           MOVE SPACES TO WS-PM-RSN-FLAT, WS-PM-RSN-LARGE.
           MOVE ZERO TO WS-PF-CAT-SUB.
           IF WS-PF-CL-CATEGORY = 'P'
               MOVE 1 TO WS-PF-CAT-SUB
           END-IF
           IF WS-PF-CL-CATEGORY = 'R'
               MOVE 2 TO WS-PF-CAT-SUB
           END-IF
           IF WS-PF-CL-CATEGORY = 'N'
               MOVE 3 TO WS-PF-CAT-SUB
           END-IF
           IF WS-PF-CL-CATEGORY = 'H'
               MOVE 4 TO WS-PF-CAT-SUB
           END-IF
           IF WS-PF-CL-CATEGORY = 'D'
               MOVE 5 TO WS-PF-CAT-SUB
           END-IF.
           IF WS-PF-CAT-SUB > 0
               IF WS-PF-CAT-CNT (WS-PF-CAT-SUB) < WS-PF-N-NUM
                   ADD 1 TO WS-PF-CAT-CNT (WS-PF-CAT-SUB)
                   MOVE 'CAT' TO WS-PM-RSN-CAT
                   SET WS-PF-TAKE TO TRUE
               END-IF
           END-IF.

           IF WS-PF-CL-PRINT
               MOVE 'N' TO WS-PF-FOUND-SW
               MOVE 1 TO WS-PF-COMBO-SUB
               PERFORM UNTIL WS-PF-COMBO-SUB > WS-PF-COMBO-CNT
                       OR WS-PF-FOUND
                   IF WS-PF-COMBO (WS-PF-COMBO-SUB) = WS-PF-CL-FEEDS
                       SET WS-PF-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-PF-COMBO-SUB
                   END-IF
               END-PERFORM
               IF NOT WS-PF-FOUND AND WS-PF-COMBO-CNT < 64
                   ADD 1 TO WS-PF-COMBO-CNT
                   MOVE WS-PF-CL-FEEDS TO WS-PF-COMBO (WS-PF-COMBO-CNT)
                   MOVE 'INS' TO WS-PM-RSN-INS
                   SET WS-PF-TAKE TO TRUE
               END-IF
           END-IF.

      *    THE RULE FLAGS BELONG TO THE OPEN SYSOUT1 PIECE; A SIDE
      *    STREAM PIECE NEVER HAS MESSAGE LINES ADDED.
           MOVE ZERO TO WS-PM-RULE-NUM.
           IF WS-PF-CL-PRINT
               MOVE 1 TO WS-PF-RULE-SUB
               PERFORM UNTIL WS-PF-RULE-SUB > WS-MSG-RULE-CNT
                   IF WS-PF-PIECE-RULE (WS-PF-RULE-SUB) = 'Y'
                           AND WS-PF-RULE-DONE (WS-PF-RULE-SUB)
                               NOT = 'Y'
                       MOVE 'Y' TO WS-PF-RULE-DONE (WS-PF-RULE-SUB)
                       ADD 1 TO WS-PF-RULES-FIRED
                       IF WS-PM-RULE-NUM = ZERO
                           MOVE WS-PF-RULE-SUB TO WS-PM-RULE-NUM
                       END-IF
                   END-IF
                   ADD 1 TO WS-PF-RULE-SUB
               END-PERFORM
           END-IF.
           IF WS-PM-RULE-NUM > ZERO
               MOVE 'MSG' TO WS-PM-RSN-MSG
               MOVE WS-PM-RULE-NUM TO WS-PM-RSN-RULE
               SET WS-PF-TAKE TO TRUE
           END-IF.

           IF WS-PF-CL-PRINT AND WS-PIECE-FLAT
               MOVE 'FLAT' TO WS-PM-RSN-FLAT
               ADD 1 TO WS-PF-FLATS
               SET WS-PF-TAKE TO TRUE
           END-IF.

           IF WS-PF-TAKE
               MOVE WS-PF-CL-ACCT TO WS-PM-ACCT
               MOVE WS-PF-CL-CATEGORY TO WS-PM-CATEGORY
               MOVE WS-PF-CL-PAGES TO WS-PM-PAGES
               MOVE WS-PF-CL-FEEDS TO WS-PM-FEEDS
               MOVE WS-PF-CL-SYSOUT TO WS-PM-SYSOUT
               MOVE WS-PF-CL-OUT-SEQ TO WS-PM-OUT-SEQ
               MOVE WS-PF-CL-START-REC TO WS-PM-PROD-REC
               MOVE WS-PF-CLOSE-IX TO WS-PF-WRITE-IX
               PERFORM 235-PROOF-WRITE-PIECE
           END-IF.

      *    A NEW LARGEST PIECE THAT WAS NOT SAMPLED KEEPS ITS
      *    BUFFER: IT TRADES PLACES WITH THE LARGEST BUFFER, AND
      *    THE CALLER CLEARS THE ONE NOW DOING ITS HOLDING.
           IF WS-PF-CL-PAGES > WS-PF-LARGE-PAGES
               MOVE WS-PF-CL-ACCT TO WS-PF-LARGE-ACCT
               MOVE WS-PF-CL-PAGES TO WS-PF-LARGE-PAGES
               MOVE WS-PF-CL-CATEGORY TO WS-PF-LARGE-CATEGORY
               MOVE WS-PF-CL-FEEDS TO WS-PF-LARGE-FEEDS
               MOVE WS-PF-CL-SYSOUT TO WS-PF-LARGE-SYSOUT
               MOVE WS-PF-CL-OUT-SEQ TO WS-PF-LARGE-OUT-SEQ
               MOVE WS-PF-CL-START-REC TO WS-PF-LARGE-START-REC
               IF WS-PF-TAKE
                   MOVE WS-PF-PIECES TO WS-PF-LARGE-PROOF-NUM
               ELSE
                   MOVE ZERO TO WS-PF-LARGE-PROOF-NUM
                   MOVE WS-PF-LARGE-IX TO WS-PF-SWAP-IX
                   MOVE WS-PF-CLOSE-IX TO WS-PF-LARGE-IX
                   MOVE WS-PF-SWAP-IX TO WS-PF-CLOSE-IX
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  235-PROOF-WRITE-PIECE COPIES ONE SAMPLED PIECE FROM ITS   *
      *  BUFFER INTO THE PROOF PRINT FILE AND WRITES ITS MANIFEST  *
      *  LINE: PROOF PIECE NUMBER, ACCOUNT, CATEGORY, PAGES, FEED  *
      *  FLAGS, WHERE IT STARTS IN THE PROOF FILE, WHERE IT SITS   *
      *  IN THE PRODUCTION FILE (ROLLED-FILE SUFFIX AND START      *
      *  RECORD) AND THE REASONS IT WAS PICKED. THE CALLER SETS    *
      *  THE PIECE FIELDS, THE REASONS AND WS-PF-WRITE-IX.         *
      *----------------------------------------------------------*
       235-PROOF-WRITE-PIECE.
           ADD 1 TO WS-PF-PIECES.
           MOVE WS-MCP-WORKORDER TO WS-PM-WORKORDER.
           MOVE WS-PF-PIECES TO WS-PM-PROOF-PIECE.
           COMPUTE WS-PM-PROOF-REC = WS-PF-OUT-CNT + 1.
           IF WS-PF-TRUNC-SW (WS-PF-WRITE-IX) = 'Y'
               MOVE 'TRUNCATED' TO WS-PM-TRUNC
           ELSE
               MOVE SPACES TO WS-PM-TRUNC
           END-IF.
           MOVE 1 TO WS-PF-SUB.
           PERFORM 236-PROOF-WRITE-ONE-REC
               UNTIL WS-PF-SUB > WS-PF-REC-CNT (WS-PF-WRITE-IX).
           WRITE PRFMAN-REC FROM WS-PM-LINE.

       236-PROOF-WRITE-ONE-REC.
           WRITE PROOF-REC FROM WS-PF-REC (WS-PF-WRITE-IX, WS-PF-SUB).
           ADD 1 TO WS-PF-OUT-CNT.
           ADD 1 TO WS-PF-SUB.

      *----------------------------------------------------------*
      *  237-BUFFER-PIECE-REC HOLDS ONE RECORD OF THE OPEN PIECE   *
      *  IN THE MARK BUFFER AND KEEPS THE PIECE'S SHEET COUNT AS   *
           MOVE WS-CUR-STREAM TO WS-PIECE-STREAM.
           MOVE WS-CLASSIFY-REC (53:24) TO WS-PIECE-TAG-AREA.
           ADD 1 TO WS-PIECE-CNTR.
      *    A PIECE OPENED IN A COMMINGLING SECTION'S SORT OUTPUT
      *    PHASE IS BOUND FOR THE BATCH STREAM; ONE STILL OPEN
      *    FROM THE INPUT PHASE WENT TO THIS SECTION'S SYSOUT1.
           IF WS-CMG-MODE-ON AND WS-SORT-OUTPUT-PHASE
               SET WS-PIECE-CMG TO TRUE
           ELSE
               MOVE 'N' TO WS-PIECE-CMG-SW
           END-IF.
      *    WITH PIECEMARK ON THE PIECE'S TRUE FILE AND START
      *    RECORD ARE ONLY KNOWN WHEN THE BUFFER FLUSHES, SO
      *    246-FLUSH-PIECE-BUFFER PATCHES THESE AND COUNTS THE
      *    PIECE AGAINST THE RIGHT ROLLED FILE THEN. A COMMINGLED
      *    PIECE IS COUNTED IN THE BATCH STREAM'S TOTALS INSTEAD.
           IF NOT WS-MARK-MODE-ON AND NOT WS-PIECE-CMG
               ADD 1 TO WS-CTF-PIECES (WS-OUT-SEQ + 1)
           END-IF.

               IF WS-MARK-MODE-ON
                   PERFORM 246-FLUSH-PIECE-BUFFER
               END-IF
      *        A COMMINGLED PIECE IS INDEXED BY THE COMMINGLE PASS,
      *        AGAINST THE BATCH STREAM IT ACTUALLY LANDS IN.
               IF WS-NDX-FILE-STATUS = '00'
                       AND NOT WS-AUDIT-MODE-ON
                       AND NOT WS-PIECE-CMG
                   MOVE WS-PIECE-ACCT TO WS-NDX-ACCT
                   MOVE WS-PIECE-START-REC TO WS-NDX-START-REC
                   MOVE WS-PIECE-PAGE-CNT TO WS-NDX-PAGE-CNT
                   MOVE WS-PIECE-CATEGORY TO WS-NDX-CATEGORY
                   MOVE WS-PIECE-OUT-SEQ TO WS-NDX-OUT-SEQ
                   MOVE WS-MCP-WORKORDER TO WS-NDX-WORKORDER
                   MOVE WS-PIECE-CNTR TO WS-NDX-PIECE
                   WRITE NDX-REC FROM WS-NDX-LINE
               END-IF
               IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                   MOVE WS-PIECE-ACCT TO WS-PF-CL-ACCT
                   MOVE WS-PIECE-CATEGORY TO WS-PF-CL-CATEGORY
                   MOVE WS-PIECE-PAGE-CNT TO WS-PF-CL-PAGES
                   MOVE WS-FEED-AREA TO WS-PF-CL-FEEDS
                   MOVE 1 TO WS-PF-CL-SYSOUT
                   MOVE WS-PIECE-OUT-SEQ TO WS-PF-CL-OUT-SEQ
                   MOVE WS-PIECE-START-REC TO WS-PF-CL-START-REC
                   SET WS-PF-CL-PRINT TO TRUE
                   MOVE WS-PF-HOLD-IX TO WS-PF-CLOSE-IX
                   PERFORM 234-PROOF-SELECT
                   MOVE WS-PF-CLOSE-IX TO WS-PF-HOLD-IX
               END-IF
               PERFORM 241-RATE-PIECE
               IF WS-PIECE-CMG
                   PERFORM 355-WRITE-CMG-TRAILER
               END-IF
               IF WS-INS-FILE-STATUS = '00'
                       AND NOT WS-AUDIT-MODE-ON
                   PERFORM 242-WRITE-INSERTER-REC
               END-IF
      *        A COMMINGLED PIECE MAILS WITH THE BATCH STREAM, SO
      *        ITS ROW IS STAGED WITH THE STREAM'S TOTALS INSTEAD.
               IF NOT WS-PIECE-CMG
                   MOVE WS-PIECE-ACCT TO WS-LEDGER-ACCT
                   MOVE WS-PIECE-CNTR TO WS-LEDGER-PIECE
                   IF WS-PIECE-FLAT
                       MOVE 'F' TO WS-LEDGER-DISP
                   ELSE
                       MOVE 'M' TO WS-LEDGER-DISP
                   END-IF
                   MOVE WS-PIECE-CATEGORY TO WS-LEDGER-CATEGORY
                   MOVE WS-PIECE-PAGE-CNT TO WS-LEDGER-PAGES
                   PERFORM 275-WRITE-LEDGER-REC
               END-IF
               MOVE 'N' TO WS-PIECE-OPEN-SW
           END-IF.
           MOVE ZERO TO WS-PIECE-PAGE-CNT.
           MOVE SPACES TO WS-PIECE-ACCT.
           MOVE 'N' TO WS-MSG-DONE-SW.
           MOVE ZERO TO WS-PF-REC-CNT (WS-PF-HOLD-IX).
           MOVE 'N' TO WS-PF-TRUNC-SW (WS-PF-HOLD-IX).
           MOVE SPACES TO WS-PF-PIECE-RULE-AREA.

000179**
000180****************
           END-PERFORM.

      *----------------------------------------------------------*
      *  110-LOAD-SUPP-TABLE LOADS THE DO-NOT-MAIL LIST NAMED BY   *
      *  THE SUPPFILE PARM INTO THE SUPPRESSION KEY FILE AND       *
      *  LEAVES IT OPEN FOR THE PIECE-START LOOKUPS. THE LIST CAN  *
      *  ARRIVE IN ANY ORDER; AN ACCOUNT LISTED TWICE IS KEYED     *
      *  ONCE. A LIST THAT CANNOT BE LOADED WHOLE FAILS THE RUN -  *
      *  SHIPPING WITH A PARTIAL DO-NOT-MAIL LIST IS NOT AN        *
      *  OPTION.                                                   *
      *----------------------------------------------------------*
       110-LOAD-SUPP-TABLE.
      *    THE SWITCH AND COUNT RESET FIRST, AND THE KEY FILE IS
      *    REBUILT, SO EACH SECTION'S LOAD REPLACES THE LIST
      *    INSTEAD OF NO-OPPING ON A STALE EOF FLAG OR ADDING TO A
      *    PRIOR SECTION'S LIST. THE KEY FILE IS NAMED AFTER THE
      *    SECTION'S SYSOUT1, NOT THE SHARED MASTER - SEE 104-INIT-
      *    WRAPUP.
           MOVE 'N' TO WS-EOF-SUPP.
           MOVE ZERO TO WS-SUPP-CNT.
           IF WS-SUPP-KEY-OPEN
               CLOSE SUPP-KEY-FILE
               MOVE 'N' TO WS-SUPP-KEY-OPEN-SW
           END-IF.
           MOVE SPACES TO WS-SUPP-KEY-PATH.
           STRING WS-SYSOUT1-BASE-PATH DELIMITED BY SPACE
               '.SUP' DELIMITED BY SIZE
               INTO WS-SUPP-KEY-PATH
           END-STRING.
           OPEN INPUT SUPP-IN-FILE.
           IF WS-SUPP-IN-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SUPP-KEY-FILE
               IF WS-SUPP-KEY-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               ELSE
                   READ SUPP-IN-FILE
                       AT END MOVE 'Y' TO WS-EOF-SUPP
                   END-READ
                   PERFORM UNTIL EOF-SUPP
                       IF SUPP-IN-REC (1:16) NOT = SPACES
                           MOVE SUPP-IN-REC (1:16) TO SUPP-KEY-ACCT
                           WRITE SUPP-KEY-REC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           IF WS-SUPP-KEY-STATUS = '00'
                               ADD 1 TO WS-SUPP-CNT
                           ELSE
                               IF WS-SUPP-KEY-STATUS NOT = '22'
                                   MOVE 'SUPPRESSION'
                                       TO WS-KEY-FILE-NAME
                                   MOVE WS-SUPP-KEY-STATUS
                                       TO WS-KEY-FILE-STATUS
                                   PERFORM 119-KEY-FILE-FAILED
                                   MOVE 'Y' TO WS-EOF-SUPP
                               END-IF
                           END-IF
                       END-IF
                       IF NOT EOF-SUPP
                           READ SUPP-IN-FILE
                               AT END MOVE 'Y' TO WS-EOF-SUPP
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE SUPP-KEY-FILE
                   IF RETURN-CODE NOT = +999
                       OPEN INPUT SUPP-KEY-FILE
                       IF WS-SUPP-KEY-STATUS = '00'
                           SET WS-SUPP-KEY-OPEN TO TRUE
                       ELSE
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               CLOSE SUPP-IN-FILE
           END-IF.

      *----------------------------------------------------------*
      *  119-KEY-FILE-FAILED FAILS THE RUN ON A KEYED WORK FILE    *
      *  THAT WOULD NOT TAKE A WRITE, AND SAYS WHICH ONE.          *
      *----------------------------------------------------------*
       119-KEY-FILE-FAILED.
           MOVE +999 TO RETURN-CODE.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING WS-KEY-FILE-NAME DELIMITED BY '  '
                   ' KEY FILE WRITE FAILED STATUS ' DELIMITED BY SIZE
                   WS-KEY-FILE-STATUS DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  111-OPEN-DUP-KEYS STARTS THE WORK ORDER'S DUPLICATE-KEY   *
      *  FILE EMPTY AND LEAVES IT OPEN I-O, SO THE DUPLICATE CHECK *
      *  SEES ONLY THIS WORK ORDER'S PIECES. DUPLICATE CHECKING IS *
      *  ONLY SWITCHED ON ONCE THE FILE IS READY.                  *
      *----------------------------------------------------------*
       111-OPEN-DUP-KEYS.
           MOVE 'N' TO WS-DUP-CHECK-SW.
           MOVE ZERO TO WS-DUP-CNT.
           IF WS-DUP-KEY-OPEN
               CLOSE DUP-KEY-FILE
               MOVE 'N' TO WS-DUP-KEY-OPEN-SW
           END-IF.
           MOVE SPACES TO WS-DUP-KEY-PATH.
           STRING WS-DUP-FILE-PATH DELIMITED BY SPACE
               '.KEY' DELIMITED BY SIZE
               INTO WS-DUP-KEY-PATH
           END-STRING.
           OPEN OUTPUT DUP-KEY-FILE.
           IF WS-DUP-KEY-STATUS = '00'
               CLOSE DUP-KEY-FILE
               OPEN I-O DUP-KEY-FILE
           END-IF.
           IF WS-DUP-KEY-STATUS = '00'
               SET WS-DUP-KEY-OPEN TO TRUE
               SET WS-DUP-CHECK-ON TO TRUE
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      *  112-LOAD-ZIPFIX-TABLE LOADS THE ACCOUNT-TO-ZIP            *
      *  CORRECTION LIST NAMED BY THE ZIPFIX PARM INTO THE ZIP     *
      *  CORRECTION KEY FILE AND LEAVES IT OPEN FOR THE LOOKUPS.   *
      *  THE LIST CAN ARRIVE IN ANY ORDER; THE FIRST CORRECTION    *
      *  FOR AN ACCOUNT STANDS. A LIST THAT CANNOT BE LOADED WHOLE *
      *  FAILS THE RUN - PRESORTING ON A PARTIAL CORRECTION LIST   *
      *  WOULD PUT THE MISSED PIECES RIGHT BACK IN THE BAD         *
      *  BUNDLES.                                                  *
      *----------------------------------------------------------*
       112-LOAD-ZIPFIX-TABLE.
      *    RESET FIRST SO EACH SECTION'S LOAD REPLACES RATHER THAN
      *    NO-OPS, AND KEYED BESIDE SYSOUT1 - SEE 110-LOAD-SUPP-
      *    TABLE.
           MOVE 'N' TO WS-EOF-ZIPFIX.
           MOVE ZERO TO WS-ZF-CNT.
           IF WS-ZF-KEY-OPEN
               CLOSE ZF-KEY-FILE
               MOVE 'N' TO WS-ZF-KEY-OPEN-SW
           END-IF.
           MOVE SPACES TO WS-ZF-KEY-PATH.
           STRING WS-SYSOUT1-BASE-PATH DELIMITED BY SPACE
               '.ZFX' DELIMITED BY SIZE
               INTO WS-ZF-KEY-PATH
           END-STRING.
           OPEN INPUT ZIPFIX-IN-FILE.
           IF WS-ZIPFIX-IN-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ZF-KEY-FILE
               IF WS-ZF-KEY-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               ELSE
                   READ ZIPFIX-IN-FILE
                       AT END MOVE 'Y' TO WS-EOF-ZIPFIX
                   END-READ
                   PERFORM UNTIL EOF-ZIPFIX
                       IF ZIPFIX-IN-REC (1:16) NOT = SPACES
                           MOVE ZIPFIX-IN-REC (1:16) TO ZF-KEY-ACCT
                           MOVE ZIPFIX-IN-REC (19:5) TO ZF-KEY-ZIP
                           WRITE ZF-KEY-REC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           IF WS-ZF-KEY-STATUS = '00'
                               ADD 1 TO WS-ZF-CNT
                           ELSE
                               IF WS-ZF-KEY-STATUS NOT = '22'
                                   MOVE 'ZIP CORRECTION'
                                       TO WS-KEY-FILE-NAME
                                   MOVE WS-ZF-KEY-STATUS
                                       TO WS-KEY-FILE-STATUS
                                   PERFORM 119-KEY-FILE-FAILED
                                   MOVE 'Y' TO WS-EOF-ZIPFIX
                               END-IF
                           END-IF
                       END-IF
                       IF NOT EOF-ZIPFIX
                           READ ZIPFIX-IN-FILE
                               AT END MOVE 'Y' TO WS-EOF-ZIPFIX
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE ZF-KEY-FILE
                   IF RETURN-CODE NOT = +999
                       OPEN INPUT ZF-KEY-FILE
                       IF WS-ZF-KEY-STATUS = '00'
                           SET WS-ZF-KEY-OPEN TO TRUE
                       ELSE
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               CLOSE ZIPFIX-IN-FILE
           END-IF.

      *----------------------------------------------------------*
      *  113-LOAD-PREF-TABLE LOADS THE DELIVERY-PREFERENCE MASTER  *
      *  NAMED BY THE PREFFILE PARM INTO THE PREFERENCE KEY FILE   *
      *  AND LEAVES IT OPEN FOR THE PIECE-START LOOKUPS. THE       *
      *  MASTER CAN ARRIVE IN ANY ORDER; THE FIRST LINE FOR AN     *
      *  ACCOUNT STANDS. A MASTER THAT CANNOT BE LOADED WHOLE      *
      *  FAILS THE RUN - MAILING PAPER TO AN E-STATEMENT MEMBER    *
      *  BECAUSE THE TAIL OF THE FILE FELL OFF IS EXACTLY THE      *
      *  MISTAKE THIS EXISTS TO STOP.                              *
      *----------------------------------------------------------*
       113-LOAD-PREF-TABLE.
      *    RESET FIRST SO EACH SECTION'S LOAD REPLACES RATHER THAN
      *    NO-OPS, AND KEYED BESIDE SYSOUT1 - SEE 110-LOAD-
      *    SUPP-TABLE.
           MOVE 'N' TO WS-EOF-PREF.
           MOVE ZERO TO WS-PREF-CNT.
           IF WS-PREF-KEY-OPEN
               CLOSE PREF-KEY-FILE
               MOVE 'N' TO WS-PREF-KEY-OPEN-SW
           END-IF.
           MOVE SPACES TO WS-PREF-KEY-PATH.
           STRING WS-SYSOUT1-BASE-PATH DELIMITED BY SPACE
               '.PRF' DELIMITED BY SIZE
               INTO WS-PREF-KEY-PATH
           END-STRING.
           OPEN INPUT PREF-IN-FILE.
           IF WS-PREF-IN-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PREF-KEY-FILE
               IF WS-PREF-KEY-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               ELSE
                   READ PREF-IN-FILE
                       AT END MOVE 'Y' TO WS-EOF-PREF
                   END-READ
                   PERFORM UNTIL EOF-PREF
                       IF PREF-IN-REC (1:16) NOT = SPACES
                           MOVE PREF-IN-REC (1:16) TO PREF-KEY-ACCT
                           MOVE PREF-IN-REC (19:1) TO PREF-KEY-CODE
                           WRITE PREF-KEY-REC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           IF WS-PREF-KEY-STATUS = '00'
                               ADD 1 TO WS-PREF-CNT
                           ELSE
                               IF WS-PREF-KEY-STATUS NOT = '22'
                                   MOVE 'PREFERENCE'
                                       TO WS-KEY-FILE-NAME
                                   MOVE WS-PREF-KEY-STATUS
                                       TO WS-KEY-FILE-STATUS
                                   PERFORM 119-KEY-FILE-FAILED
                                   MOVE 'Y' TO WS-EOF-PREF
                               END-IF
                           END-IF
                       END-IF
                       IF NOT EOF-PREF
                           READ PREF-IN-FILE
                               AT END MOVE 'Y' TO WS-EOF-PREF
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE PREF-KEY-FILE
                   IF RETURN-CODE NOT = +999
                       OPEN INPUT PREF-KEY-FILE
                       IF WS-PREF-KEY-STATUS = '00'
                           SET WS-PREF-KEY-OPEN TO TRUE
                       ELSE
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               CLOSE PREF-IN-FILE
           END-IF.

               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  660-PROOF-WRAPUP FINISHES A PROOF RUN: THE LARGEST PIECE  *
      *  GOES INTO THE PROOF IF NOTHING ELSE PUT IT THERE, THE     *
      *  MANIFEST CLOSES WITH THE LARGEST-PIECE AND COVERAGE       *
      *  LINES, AND THE WORK ORDER IS APPENDED TO PROOFSTAT AS     *
      *  PROOF PENDING - THE STATE CUNA_UTIL05 REFUSES TO RELEASE  *
      *  FROM UNTIL CUNA_UTIL08 RECORDS THE CLIENT'S APPROVAL.     *
      *----------------------------------------------------------*
       660-PROOF-WRAPUP.
           IF WS-PF-LARGE-PAGES > 0 AND WS-PF-LARGE-PROOF-NUM = ZERO
               MOVE SPACES TO WS-PM-RSN-CAT, WS-PM-RSN-INS
               MOVE SPACES TO WS-PM-RSN-MSG, WS-PM-RSN-RULE
               MOVE SPACES TO WS-PM-RSN-FLAT
               MOVE 'LARGEST' TO WS-PM-RSN-LARGE
               MOVE WS-PF-LARGE-ACCT TO WS-PM-ACCT
               MOVE WS-PF-LARGE-CATEGORY TO WS-PM-CATEGORY
               MOVE WS-PF-LARGE-PAGES TO WS-PM-PAGES
               MOVE WS-PF-LARGE-FEEDS TO WS-PM-FEEDS
               MOVE WS-PF-LARGE-SYSOUT TO WS-PM-SYSOUT
               MOVE WS-PF-LARGE-OUT-SEQ TO WS-PM-OUT-SEQ
               MOVE WS-PF-LARGE-START-REC TO WS-PM-PROD-REC
               MOVE WS-PF-LARGE-IX TO WS-PF-WRITE-IX
               PERFORM 235-PROOF-WRITE-PIECE
               MOVE WS-PF-PIECES TO WS-PF-LARGE-PROOF-NUM
           END-IF.
           MOVE SPACES TO PRFMAN-REC.
           STRING 'PROOF LARGEST PIECE ACCT=' DELIMITED BY SIZE
               WS-PF-LARGE-ACCT DELIMITED BY SIZE
               ' PAGES=' DELIMITED BY SIZE
               WS-PF-LARGE-PAGES DELIMITED BY SIZE
               ' PROOF PIECE=' DELIMITED BY SIZE
               WS-PF-LARGE-PROOF-NUM DELIMITED BY SIZE
               INTO PRFMAN-REC
           END-STRING.
           WRITE PRFMAN-REC.
           MOVE SPACES TO PRFMAN-REC.
           STRING 'PROOF PIECES=' DELIMITED BY SIZE
               WS-PF-PIECES DELIMITED BY SIZE
               ' RECORDS=' DELIMITED BY SIZE
               WS-PF-OUT-CNT DELIMITED BY SIZE
               ' FEED COMBINATIONS=' DELIMITED BY SIZE
               WS-PF-COMBO-CNT DELIMITED BY SIZE
               ' MSG RULES FIRED=' DELIMITED BY SIZE
               WS-PF-RULES-FIRED DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               WS-MSG-RULE-CNT DELIMITED BY SIZE
               ' FLATS=' DELIMITED BY SIZE
               WS-PF-FLATS DELIMITED BY SIZE
               INTO PRFMAN-REC
           END-STRING.
           WRITE PRFMAN-REC.

           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE SPACES TO WS-PRF-RECORD.
           MOVE WS-MCP-WORKORDER TO WS-PRF-WORKORDER.
           SET WS-PRF-PENDING TO TRUE.
           MOVE WS-ACCEPT-DATE TO WS-PRF-DATE.
           MOVE WS-ACCEPT-TIME (1:6) TO WS-PRF-TIME.
           MOVE WS-PF-PIECES TO WS-PRF-PIECES.
           MOVE 'CUNA_UTIL01' TO WS-PRF-BY.
           WRITE PRFSTAT-REC FROM WS-PRF-RECORD.

           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'PROOF PENDING WORKORDER=' DELIMITED BY SIZE
                   WS-MCP-WORKORDER DELIMITED BY SPACE
                   ' PIECES=' DELIMITED BY SIZE
                   WS-PF-PIECES DELIMITED BY SIZE
                   ' - RELEASE HELD FOR CLIENT SIGN-OFF'
                       DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  610-WRITE-RUN-HISTORY APPENDS THIS RUN'S STRUCTURED       *
      *  RECORD TO THE PERMANENT RUN-HISTORY FILE NAMED BY THE     *
      *  PER ROLLED SYSOUT1 FILE WITH THE RECORDS, PIECES AND ASA  *
      *  NEW-PAGE RECORDS THAT PHYSICALLY LANDED IN IT. A FULL     *
      *  FILESYSTEM OR TRUNCATED CLOSE THEN FAILS THE VERIFY       *
      *  INSTEAD OF SHIPPING A SHORT FILE UNDER RC 0. THE HEADER   *
      *  ALSO TELLS THE GATE WHETHER THE RUN WAS A PROOF RUN AND   *
      *  WHETHER IT STAGED LEDGER OR STATEMENT-READY ROWS FOR      *
      *  POSTING ON RELEASE.                                       *
      *----------------------------------------------------------*
       620-WRITE-CONTROL-TOTALS.
           COMPUTE WS-CT-FILES = WS-OUT-SEQ + 1.
           MOVE WS-3-COUNT TO WS-CT-H-NOMAIL.
           MOVE WS-4-COUNT TO WS-CT-H-HANDSTUFF.
           MOVE WS-8-COUNT TO WS-CT-H-PDF.
           IF WS-PROOF-MODE-ON
               MOVE 'Y' TO WS-CT-H-PROOF
           ELSE
               MOVE 'N' TO WS-CT-H-PROOF
           END-IF.
           IF WS-LEDGER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CT-H-LEDGER
           ELSE
               MOVE 'N' TO WS-CT-H-LEDGER
           END-IF.
           IF WS-EDN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CT-H-EDN
           ELSE
               MOVE 'N' TO WS-CT-H-EDN
           END-IF.
           WRITE TOT-REC FROM WS-CT-HDR.
           MOVE 1 TO WS-CT-SUB.
           PERFORM 625-WRITE-ONE-FILE-TOTAL
      *  ENVELOPES BY CATEGORY (FLATS ON THEIR OWN LINE ITEM),     *
      *  AND THE FEED COUNT FOR EACH OF THE SIX HOPPERS - EXACTLY  *
      *  HOW MANY OF EACH INSERT TO STAGE, WITH NOTHING LEFT TO    *
      *  GUESSWORK - PLUS THE SUPPRESSED AND PDF PIECE COUNTS THE  *
      *  CLIENT INVOICE CHARGES FOR.                               *
      *----------------------------------------------------------*
       480-CONSUMABLES-EXTRACT.
           MOVE SPACES TO USE-REC.
               INTO USE-REC
           END-STRING.
           WRITE USE-REC.
           MOVE SPACES TO USE-REC.
           STRING 'USAGE PIECES SUPPRESSED=' DELIMITED BY SIZE
               WS-USE-SUPP-PIECES DELIMITED BY SIZE
               ' PDF=' DELIMITED BY SIZE
               WS-USE-PDF-PIECES DELIMITED BY SIZE
               INTO USE-REC
           END-STRING.
           WRITE USE-REC.

      *----------------------------------------------------------*
      *  241-RATE-PIECE WEIGHS AND RATES THE MAIL PIECE BEING      *
      *  (243-SET-FEED-FLAGS) SAY IT GETS, RATED AGAINST THE       *
      *  RATE TABLE FOR ITS CATEGORY. ONE BILLING LINE GOES OUT    *
      *  PER PIECE AND THE TIER SUBTOTALS ACCUMULATE FOR           *
      *  245-BILL-SUBTOTALS. WITH PRESORTMIN A PRESORT-RATED       *
      *  LINE WAITS FOR ITS ZIP TO CLOSE (342-HOLD-ZIP-BILL). THE  *
      *  RUN TOTAL WEIGHT ACCUMULATES WHETHER OR NOT BILLING IS    *
      *  ACTIVE.                                                   *
      *----------------------------------------------------------*
       241-RATE-PIECE.
           IF WS-PIECE-FLAT
               MOVE 'F' TO WS-RATE-CAT
           END-IF.

      *    A COMMINGLED PIECE'S RATE DEPENDS ON THE DENSITY OF
      *    THE WHOLE BATCH STREAM, WHICH IS NOT KNOWN UNTIL THE
      *    LAST SECTION HAS RUN - SO IT IS BILLED BY THE COMMINGLE
      *    PASS, AND ONLY ITS CANDIDATE RATES ARE LOOKED UP HERE.
           IF WS-PIECE-CMG
               PERFORM 354-RATE-CMG-PIECE
           ELSE
               IF WS-RATE-CNT > 0 AND WS-BILL-FILE-STATUS = '00'
                       AND NOT WS-AUDIT-MODE-ON
                   PERFORM 244-FIND-RATE-TIER
                   MOVE SPACES TO WS-BILL-LINE
                   MOVE WS-MCP-WORKORDER TO WS-BL-WORKORDER
                   MOVE WS-PIECE-CNTR TO WS-BL-PIECE
                   MOVE WS-PIECE-ACCT TO WS-BL-ACCT
                   MOVE WS-RATE-CAT TO WS-BL-CAT
                   MOVE WS-PIECE-PAGE-CNT TO WS-BL-PAGES
                   MOVE WS-PIECE-WT TO WS-BL-WT
                   MOVE WS-PIECE-TIER TO WS-BL-TIER
                   MOVE WS-PIECE-RATE TO WS-BL-RATE
                   IF WS-PRESORT-MIN-NUM > 0 AND WS-PRESORT-MODE-ON
                           AND WS-SORT-OUTPUT-PHASE
                           AND WS-RATE-CAT = 'P'
                       PERFORM 342-HOLD-ZIP-BILL
                   ELSE
                       WRITE BILL-REC FROM WS-BILL-LINE
                       PERFORM 248-ADD-BILL-SUBTOTAL
                   END-IF
               END-IF
           END-IF.

           MOVE WS-FEED-AREA TO WS-MK-FEEDS.
           MOVE ZERO TO WS-MK-SHEET.
           MOVE 1 TO WS-PB-SUB.
           IF WS-PIECE-CMG
               PERFORM 353-FLUSH-CMG-REC
                   UNTIL WS-PB-SUB > WS-PB-CNT
           ELSE
               PERFORM 247-FLUSH-ONE-REC
                   UNTIL WS-PB-SUB > WS-PB-CNT
           END-IF.
           MOVE ZERO TO WS-PB-CNT.

       247-FLUSH-ONE-REC.
           IF NOT WS-AUDIT-MODE-ON
               WRITE OP-REC1
           END-IF.
           IF WS-PROOF-MODE-ON
               PERFORM 233-PROOF-HOLD-REC
           END-IF.
           IF WS-PB-MSG (WS-PB-SUB) NOT = 'M'
               ADD 1 TO WS-REC-CNTR-OUT
           END-IF.
           END-IF.
           ADD 1 TO WS-PB-SUB.

      *----------------------------------------------------------*
      *  248-ADD-BILL-SUBTOTAL COUNTS ONE BILLED PIECE INTO ITS    *
      *  RATE TIER'S SUBTOTAL, OR AS UNRATED WHEN NO TIER COVERED  *
      *  IT.                                                       *
      *----------------------------------------------------------*
       248-ADD-BILL-SUBTOTAL.
           IF WS-PIECE-TIER > 0
               ADD 1 TO WS-RT-PIECES (WS-PIECE-TIER)
               ADD WS-PIECE-RATE TO WS-RT-AMOUNT (WS-PIECE-TIER)
           ELSE
               ADD 1 TO WS-RT-UNRATED
           END-IF.

      *----------------------------------------------------------*
      *  249-TALLY-CONSUMABLES ROLLS THE PIECE BEING CLOSED INTO   *
      *  THE CONSUMABLES DEMAND: ITS SHEETS, THE ENVELOPE IT       *
      *  WRITTEN. IT CLOSES THE TRAY WHEN TRAYCAP PIECES ARE IN    *
      *  IT, DROPS A BUNDLE MARKER RECORD INTO SYSOUT1 WHEN THE    *
      *  ZIP CHANGES, AND KEEPS THE TRAY'S ZIP RANGE AND PIECE     *
      *  COUNT FOR THE QUALIFICATION MANIFEST. BY THEN THE LAST    *
      *  PIECE OF THE PRIOR ZIP HAS BEEN CLOSED, SO ANY BILLING    *
      *  LINES HELD FOR THAT ZIP ARE RELEASED HERE.                *
      *----------------------------------------------------------*
       340-PRESORT-BREAKS.
           MOVE WS-CLASSIFY-REC (48:5) TO WS-PS-CUR-ZIP.
           IF WS-PS-HOLD-OPEN AND WS-PS-CUR-ZIP NOT = WS-PS-PREV-ZIP
               PERFORM 343-FLUSH-ZIP-BILLS
           END-IF.
           IF WS-PS-TRAY-PIECES NOT < WS-TRAY-CAP-NUM
               PERFORM 341-CLOSE-TRAY
           END-IF.
           MOVE SPACES TO WS-PS-TRAY-ZIP-HI.

      *----------------------------------------------------------*
      *  342-HOLD-ZIP-BILL HOLDS A PRESORT-RATED BILLING LINE      *
      *  UNTIL ITS ZIP CLOSES, STARTING THE HOLD FILE EMPTY FOR    *
      *  THE ZIP'S FIRST PIECE. ITS SUBTOTAL WAITS WITH IT.        *
      *----------------------------------------------------------*
       342-HOLD-ZIP-BILL.
           IF NOT WS-PS-HOLD-OPEN
               MOVE SPACES TO WS-BILL-HOLD-PATH
               STRING WS-BILL-FILE-PATH DELIMITED BY SPACE
                   '.HLD' DELIMITED BY SIZE
                   INTO WS-BILL-HOLD-PATH
               END-STRING
               OPEN OUTPUT BILL-HOLD-FILE
               IF WS-BILL-HOLD-STATUS = '00'
                   SET WS-PS-HOLD-OPEN TO TRUE
                   MOVE ZERO TO WS-PS-ZIP-HELD
               ELSE
                   PERFORM 345-BILL-HOLD-FAILED
               END-IF
           END-IF.
           IF WS-PS-HOLD-OPEN
               MOVE WS-BILL-LINE TO BH-LINE
               MOVE WS-PIECE-WT TO BH-WT
               MOVE WS-PIECE-TIER TO BH-TIER
               MOVE WS-PIECE-RATE TO BH-RATE
               WRITE BILL-HOLD-REC
               IF WS-BILL-HOLD-STATUS = '00'
                   ADD 1 TO WS-PS-ZIP-HELD
               ELSE
                   PERFORM 345-BILL-HOLD-FAILED
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  343-FLUSH-ZIP-BILLS RELEASES THE CLOSED ZIP'S HELD LINES  *
      *  TO THE BILLING EXTRACT. A ZIP HOLDING FEWER THAN          *
      *  PRESORTMIN PIECES DOES NOT QUALIFY, SO EACH OF ITS LINES  *
      *  IS RATED AGAIN UNDER THE RESIDUAL CATEGORY 'R' AND THE    *
      *  ZIP IS REPORTED TO SYSLOG-FILE.                           *
      *----------------------------------------------------------*
       343-FLUSH-ZIP-BILLS.
           CLOSE BILL-HOLD-FILE.
           MOVE 'N' TO WS-PS-HOLD-OPEN-SW.
           IF WS-PS-ZIP-HELD < WS-PRESORT-MIN-NUM
                   AND WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'PRESORT ZIP ' DELIMITED BY SIZE
                   WS-PS-PREV-ZIP DELIMITED BY SIZE
                   ' PIECES=' DELIMITED BY SIZE
                   WS-PS-ZIP-HELD DELIMITED BY SIZE
                   ' BELOW PRESORTMIN - BILLED RESIDUAL'
                       DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.
           OPEN INPUT BILL-HOLD-FILE.
           IF WS-BILL-HOLD-STATUS = '00'
               MOVE 'N' TO WS-EOF-BILL-HOLD
               READ BILL-HOLD-FILE
                   AT END MOVE 'Y' TO WS-EOF-BILL-HOLD
               END-READ
               PERFORM 344-FLUSH-ONE-BILL
                   UNTIL EOF-BILL-HOLD
               CLOSE BILL-HOLD-FILE
           ELSE
               PERFORM 345-BILL-HOLD-FAILED
           END-IF.
           MOVE ZERO TO WS-PS-ZIP-HELD.

       344-FLUSH-ONE-BILL.
           MOVE BH-LINE TO WS-BILL-LINE.
           MOVE BH-TIER TO WS-PIECE-TIER.
           MOVE BH-RATE TO WS-PIECE-RATE.
           IF WS-PS-ZIP-HELD < WS-PRESORT-MIN-NUM
               MOVE BH-WT TO WS-PIECE-WT
               MOVE 'R' TO WS-RATE-CAT
               PERFORM 244-FIND-RATE-TIER
               MOVE WS-RATE-CAT TO WS-BL-CAT
               MOVE WS-PIECE-TIER TO WS-BL-TIER
               MOVE WS-PIECE-RATE TO WS-BL-RATE
           END-IF.
           WRITE BILL-REC FROM WS-BILL-LINE.
           PERFORM 248-ADD-BILL-SUBTOTAL.
           READ BILL-HOLD-FILE
               AT END MOVE 'Y' TO WS-EOF-BILL-HOLD
           END-READ.

      *----------------------------------------------------------*
      *  345-BILL-HOLD-FAILED FAILS THE RUN ON A HOLD FILE THAT    *
      *  CANNOT BE WRITTEN OR READ BACK - THE BILLING EXTRACT      *
      *  WOULD BE SHORT THE ZIP'S PIECES.                          *
      *----------------------------------------------------------*
       345-BILL-HOLD-FAILED.
           MOVE +999 TO RETURN-CODE.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'BILL HOLD FILE FAILED. FILE STATUS '
                       DELIMITED BY SIZE
                   WS-BILL-HOLD-STATUS DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  350-JOIN-COMMINGLE ENTERS THE SECTION JUST PARSED INTO    *
      *  THE BATCH COMMINGLE. THE FIRST SECTION TO JOIN STARTS THE *
      *  WORK FILE EMPTY; EVERY JOINING SECTION TAKES A            *
      *  PARTICIPANT ENTRY. A SECTION THAT CANNOT JOIN FAILS, AND  *
      *  SO DOES THE COMMINGLE - A STREAM MISSING ONE CLIENT'S     *
      *  PIECES MUST NOT BE CUT.                                   *
      *----------------------------------------------------------*
       350-JOIN-COMMINGLE.
           MOVE ZERO TO WS-CMG-CUR-PART.
           IF WS-CMG-OUT-PATH = SPACES
               MOVE +999 TO RETURN-CODE
               SET WS-CMG-ABORT TO TRUE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE 'COMMINGLE NEEDS CMGOUT IN THE SHARED BLOCK'
                       TO SYSLOG-REC
                   WRITE SYSLOG-REC
               END-IF
           ELSE
               IF NOT WS-CMG-WORK-OPEN AND NOT WS-CMG-ABORT
                   MOVE SPACES TO WS-CMG-WORK-PATH
                   STRING WS-CMG-OUT-PATH DELIMITED BY SPACE
                       '.WRK' DELIMITED BY SIZE
                       INTO WS-CMG-WORK-PATH
                   END-STRING
                   OPEN OUTPUT CMG-WORK-FILE
                   IF WS-CMG-WORK-STATUS = '00'
                       SET WS-CMG-WORK-OPEN TO TRUE
                   ELSE
                       MOVE +999 TO RETURN-CODE
                       SET WS-CMG-ABORT TO TRUE
                       IF WS-SYSLOG-FILE-STATUS = '00'
                           MOVE SPACES TO SYSLOG-REC
                           STRING 'BAD OPEN COMMINGLE WORK FILE. '
                                   DELIMITED BY SIZE
                               'FILE STATUS ' DELIMITED BY SIZE
                               WS-CMG-WORK-STATUS DELIMITED BY SIZE
                               INTO SYSLOG-REC
                           END-STRING
                           WRITE SYSLOG-REC
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-CMG-WORK-OPEN
               IF WS-CMG-PART-CNT < 200
                   ADD 1 TO WS-CMG-PART-CNT
                   MOVE WS-CMG-PART-CNT TO WS-CMG-CUR-PART
                   INITIALIZE WS-CP-ENTRY (WS-CMG-CUR-PART)
                   MOVE WS-MCP-WORKORDER
                       TO WS-CP-WORKORDER (WS-CMG-CUR-PART)
               ELSE
                   MOVE +999 TO RETURN-CODE
                   SET WS-CMG-ABORT TO TRUE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'COMMINGLED WORKORDERS EXCEED TABLE'
                           TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.
           IF WS-CMG-CUR-PART = ZERO
               MOVE 'N' TO WS-CMG-MODE-SW
           END-IF.

      *----------------------------------------------------------*
      *  351-HOLD-CMG-REC TAKES ONE RECORD OF A COMMINGLED PIECE   *
      *  IN PLACE OF THE SYSOUT1 WRITE. THE PIECE'S PAGE COUNT,    *
      *  THE PROOF HOLD AND THE SECTION'S IN/OUT RECONCILE STILL   *
      *  SEE IT; THE RECORD ITSELF GOES TO THE COMMINGLE WORK      *
      *  FILE.                                                     *
      *----------------------------------------------------------*
       351-HOLD-CMG-REC.
           IF OP-REC1 (1:1) = '1'
               ADD 1 TO WS-PIECE-PAGE-CNT
           END-IF.
           PERFORM 352-WRITE-CMG-REC.
           ADD 1 TO WS-REC-CNTR-OUT.
           IF WS-PROOF-MODE-ON
               PERFORM 233-PROOF-HOLD-REC
           END-IF.

      *----------------------------------------------------------*
      *  352-WRITE-CMG-REC WRITES THE RECORD IN OP-REC1 TO THE     *
      *  COMMINGLE WORK FILE AS AN 'R' LINE, KEYED BY THE PIECE'S  *
      *  ZIP, THIS SECTION'S WORK ORDER AND ITS PLACE IN THE WORK  *
      *  FILE.                                                     *
      *----------------------------------------------------------*
       352-WRITE-CMG-REC.
           ADD 1 TO WS-CMG-SEQ.
           MOVE SPACES TO CMG-WORK-REC.
           MOVE WS-CMG-PIECE-ZIP TO CW-ZIP.
           MOVE WS-MCP-WORKORDER TO CW-WORKORDER.
           MOVE WS-CMG-SEQ TO CW-SEQ.
           MOVE 'R' TO CW-TYPE.
           MOVE OP-REC1 TO CW-DATA.
           WRITE CMG-WORK-REC.
           IF WS-CMG-WORK-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      *  353-FLUSH-CMG-REC IS 247-FLUSH-ONE-REC FOR A COMMINGLED   *
      *  PIECE: THE INTEGRITY MARK IS STAMPED THE SAME WAY, BUT    *
      *  THE RECORD GOES TO THE COMMINGLE WORK FILE, SO THERE IS   *
      *  NO SYSOUT1 PAGE COUNT, ROLL OR START-RECORD PATCH - THE   *
      *  COMMINGLE PASS PLACES THE PIECE.                          *
      *----------------------------------------------------------*
       353-FLUSH-CMG-REC.
           MOVE WS-PB-REC (WS-PB-SUB) TO OP-REC1.
           IF OP-REC1 (1:1) = '1'
               ADD 1 TO WS-MK-SHEET
           END-IF.
           MOVE WS-MK-SHEET TO WS-MK-SHEET-NUM.
           MOVE WS-MARK-AREA TO OP-REC1 (2975:26).
           PERFORM 352-WRITE-CMG-REC.
           IF WS-PROOF-MODE-ON
               PERFORM 233-PROOF-HOLD-REC
           END-IF.
           IF WS-PB-MSG (WS-PB-SUB) NOT = 'M'
               ADD 1 TO WS-REC-CNTR-OUT
           END-IF.
           ADD 1 TO WS-PB-SUB.

      *----------------------------------------------------------*
      *  354-RATE-CMG-PIECE LOOKS UP BOTH RATES A COMMINGLED PIECE *
      *  COULD MAIL AT IN THIS WORK ORDER'S OWN RATE TABLE -       *
      *  PRESORT IF ITS ZIP QUALIFIES, RESIDUAL IF IT DOES NOT, OR *
      *  THE FLATS RATE EITHER WAY - FOR THE TRAILER 355-WRITE-    *
      *  CMG-TRAILER WRITES.                                       *
      *----------------------------------------------------------*
       354-RATE-CMG-PIECE.
           IF WS-PIECE-FLAT
               MOVE 'F' TO WS-CMT-P-CAT, WS-CMT-R-CAT
           ELSE
               MOVE 'P' TO WS-CMT-P-CAT
               MOVE 'R' TO WS-CMT-R-CAT
           END-IF.
           MOVE ZERO TO WS-CMT-P-TIER, WS-CMT-P-RATE.
           MOVE ZERO TO WS-CMT-R-TIER, WS-CMT-R-RATE.
           IF WS-RATE-CNT > 0
               MOVE WS-CMT-P-CAT TO WS-RATE-CAT
               PERFORM 244-FIND-RATE-TIER
               MOVE WS-PIECE-TIER TO WS-CMT-P-TIER
               MOVE WS-PIECE-RATE TO WS-CMT-P-RATE
               MOVE WS-CMT-R-CAT TO WS-RATE-CAT
               PERFORM 244-FIND-RATE-TIER
               MOVE WS-PIECE-TIER TO WS-CMT-R-TIER
               MOVE WS-PIECE-RATE TO WS-CMT-R-RATE
           END-IF.

      *----------------------------------------------------------*
      *  355-WRITE-CMG-TRAILER CLOSES A COMMINGLED PIECE ON THE    *
      *  WORK FILE WITH ITS 'T' TRAILER - PIECE NUMBER, ACCOUNT,   *
      *  CATEGORY, FLAT SWITCH, PAGES, WEIGHT, BOTH CANDIDATE      *
      *  RATES, WHETHER THE SECTION KEEPS A LEDGER AND ITS         *
      *  PRESORTMIN - AND COUNTS IT AGAINST THE SECTION'S          *
      *  PARTICIPANT ENTRY.                                        *
      *----------------------------------------------------------*
       355-WRITE-CMG-TRAILER.
           MOVE WS-PIECE-CNTR TO WS-CMT-PIECE.
           MOVE WS-PIECE-ACCT TO WS-CMT-ACCT.
           MOVE WS-PIECE-CATEGORY TO WS-CMT-CATEGORY.
           MOVE WS-PIECE-FLAT-SW TO WS-CMT-FLAT-SW.
           MOVE WS-PIECE-PAGE-CNT TO WS-CMT-PAGES.
           MOVE WS-PIECE-WT TO WS-CMT-WT.
           MOVE WS-LEDGER-SW TO WS-CMT-LEDGER-SW.
           MOVE WS-PRESORT-MIN-NUM TO WS-CMT-PS-MIN.
           ADD 1 TO WS-CMG-SEQ.
           MOVE SPACES TO CMG-WORK-REC.
           MOVE WS-CMG-PIECE-ZIP TO CW-ZIP.
           MOVE WS-MCP-WORKORDER TO CW-WORKORDER.
           MOVE WS-CMG-SEQ TO CW-SEQ.
           MOVE 'T' TO CW-TYPE.
           MOVE WS-CMG-TRAILER TO CW-DATA.
           WRITE CMG-WORK-REC.
           IF WS-CMG-WORK-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-CP-HELD (WS-CMG-CUR-PART).

       356-LOG-CMG-HELD.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'COMMINGLE WORKORDER=' DELIMITED BY SIZE
                   WS-MCP-WORKORDER DELIMITED BY SPACE
                   ' HELD PIECES=' DELIMITED BY SIZE
                   WS-CP-HELD (WS-CMG-CUR-PART) DELIMITED BY SIZE
                   ' FOR STREAM ' DELIMITED BY SIZE
                   WS-CMG-ID DELIMITED BY SPACE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

       357-APPLY-CMG-PARM.
           IF WS-MCP-PARM = 'CMGOUT'
               MOVE WS-MCP-VALUE TO WS-CMG-OUT-PATH
           END-IF.
           IF WS-MCP-PARM = 'CMGNDX'
               MOVE WS-MCP-VALUE TO WS-CMG-NDX-PATH
           END-IF.
           IF WS-MCP-PARM = 'CMGBILL'
               MOVE WS-MCP-VALUE TO WS-CMG-BILL-PATH
           END-IF.
           IF WS-MCP-PARM = 'CMGTOT'
               MOVE WS-MCP-VALUE TO WS-CMG-TOT-PATH
           END-IF.
           IF WS-MCP-PARM = 'CMGID'
               MOVE WS-MCP-VALUE (1:12) TO WS-CMG-ID
           END-IF.
           IF WS-MCP-PARM = 'CMGMIN'
               MOVE WS-MCP-VALUE TO WS-CMG-MIN
           END-IF.
           IF WS-MCP-PARM = 'CMGTRAYCAP'
               MOVE WS-MCP-VALUE TO WS-CMG-TRAY-CAP
           END-IF.

      *----------------------------------------------------------*
      *  360-RUN-COMMINGLE CUTS THE BATCH COMMINGLE STREAM ONCE    *
      *  EVERY SECTION HAS RUN. THE STREAM CARRIES THE WORST       *
      *  RETURN CODE OF ITS PARTICIPANTS, SINCE IT SHIPS ALL OF    *
      *  THEIR PIECES - A HELD WORK ORDER HOLDS THE STREAM, AND    *
      *  ONE THAT FAILED (OVER 8) STOPS IT BEING CUT AT ALL.       *
      *  OTHERWISE THE WORK FILE IS SORTED BY ZIP, OWNING WORK     *
      *  ORDER AND ARRIVAL, AND THE OUTPUT PROCEDURE LAYS IT DOWN  *
      *  ON CMGOUT WITH BUNDLE AND TRAY MARKERS FROM 340-PRESORT-  *
      *  BREAKS, SO THE TRAY LINES ON SYSLOG-FILE ARE ONE MANIFEST *
      *  FOR THE WHOLE BATCH. THE PASS STARTS FROM THE SAME CLEAN  *
      *  SLATE AS A SECTION AND REUSES THE SYSOUT1, INDEX, BILLING *
      *  AND CONTROL-TOTALS FILES FOR THE STREAM'S OWN PATHS.      *
      *----------------------------------------------------------*
       360-RUN-COMMINGLE.
           IF WS-CMG-WORK-OPEN
               CLOSE CMG-WORK-FILE
               MOVE 'N' TO WS-CMG-WORK-OPEN-SW
           END-IF.
           MOVE ZERO TO RETURN-CODE, WS-CMG-HELD-TOT.
           MOVE 1 TO WS-CMG-SUB.
           PERFORM 361-CHECK-ONE-PART
               UNTIL WS-CMG-SUB > WS-CMG-PART-CNT.
           IF RETURN-CODE > 8
               SET WS-CMG-ABORT TO TRUE
           END-IF.
           IF WS-CMG-ABORT
               IF RETURN-CODE < 16
                   MOVE +16 TO RETURN-CODE
               END-IF
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'COMMINGLE STREAM ' DELIMITED BY SIZE
                       WS-CMG-ID DELIMITED BY SPACE
                       ' NOT CUT - A PARTICIPATING WORKORDER FAILED'
                           DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           ELSE
               PERFORM 090-RESET-WORKORDER
               MOVE WS-CMG-ID TO WS-MCP-WORKORDER
               PERFORM 362-OPEN-CMG-FILES
               IF RETURN-CODE NOT = +999
                   PERFORM 375-LOG-CMG-MANIFEST
                   SORT SORT-FILE
                       ON ASCENDING KEY SRT-ZIP
                       ON ASCENDING KEY SRT-WORKORDER
                       ON ASCENDING KEY SRT-SEQ
                       INPUT PROCEDURE IS 380-CMG-INPUT
                       OUTPUT PROCEDURE IS 390-CMG-OUTPUT
               END-IF
               IF RETURN-CODE NOT = +999
                   PERFORM 370-ALLOCATE-SAVINGS
                   IF WS-TOT-FILE-STATUS = '00'
                       PERFORM 373-WRITE-CMG-TOTALS
                   END-IF
               END-IF
               PERFORM 379-CLOSE-CMG-FILES
           END-IF.
           IF RETURN-CODE > WS-RUN-MAX-RC
               MOVE RETURN-CODE TO WS-RUN-MAX-RC
           END-IF.
           MOVE ZERO TO RETURN-CODE.

       361-CHECK-ONE-PART.
           ADD WS-CP-HELD (WS-CMG-SUB) TO WS-CMG-HELD-TOT.
           IF WS-CP-RC (WS-CMG-SUB) > RETURN-CODE
               MOVE WS-CP-RC (WS-CMG-SUB) TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-CMG-SUB.

      *----------------------------------------------------------*
      *  362-OPEN-CMG-FILES OPENS THE STREAM'S PRINT FILE AND      *
      *  WHICHEVER OF ITS INDEX, BILLING EXTRACT AND CONTROL       *
      *  TOTALS WERE NAMED, THE STREAM'S LEDGER STAGING FILE WHEN  *
      *  ANY PARTICIPANT KEEPS A LEDGER, AND STARTS THE ZIP COUNT  *
      *  KEY FILE EMPTY. THE STREAM IS ONE FILE - IT DOES NOT      *
      *  ROLL ON THE PAGE CAP, SO A TRAY NEVER SPLITS ACROSS TWO   *
      *  PRINT FILES.                                              *
      *----------------------------------------------------------*
       362-OPEN-CMG-FILES.
           MOVE WS-CMG-OUT-PATH TO WS-MCP-SYSOUT1-PATH.
           MOVE WS-CMG-OUT-PATH TO WS-SYSOUT1-BASE-PATH.
           OPEN OUTPUT OP-FILE1.
           IF WS-MCP-SYSOUT1-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'BAD OPEN CMGOUT. FILE STATUS '
                           DELIMITED BY SIZE
                       WS-MCP-SYSOUT1-STATUS DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           END-IF.
           IF WS-CMG-NDX-PATH NOT = SPACES
               MOVE WS-CMG-NDX-PATH TO WS-NDX-FILE-PATH
               OPEN OUTPUT NDX-FILE
               IF WS-NDX-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CMG-BILL-PATH NOT = SPACES
               MOVE WS-CMG-BILL-PATH TO WS-BILL-FILE-PATH
               OPEN OUTPUT BILL-FILE
               IF WS-BILL-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CMG-TOT-PATH NOT = SPACES
               MOVE WS-CMG-TOT-PATH TO WS-TOT-FILE-PATH
               OPEN OUTPUT TOT-FILE
               IF WS-TOT-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CMG-LEDGER-ON
               MOVE SPACES TO WS-LEDGER-FILE-PATH
               STRING WS-CMG-TOT-PATH DELIMITED BY SPACE
                   '.LDG' DELIMITED BY SIZE
                   INTO WS-LEDGER-FILE-PATH
               END-STRING
               OPEN OUTPUT LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO WS-CMG-ZIP-KEY-PATH.
           STRING WS-CMG-OUT-PATH DELIMITED BY SPACE
               '.KEY' DELIMITED BY SIZE
               INTO WS-CMG-ZIP-KEY-PATH
           END-STRING.
           OPEN OUTPUT CMG-ZIP-KEY-FILE.
           IF WS-CMG-ZIP-KEY-STATUS = '00'
               CLOSE CMG-ZIP-KEY-FILE
               OPEN I-O CMG-ZIP-KEY-FILE
           END-IF.
           IF WS-CMG-ZIP-KEY-STATUS = '00'
               SET WS-CMG-ZIP-KEY-OPEN TO TRUE
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.
           MOVE WS-CMG-TRAY-CAP TO WS-TRAY-CAP-NUM.
           IF WS-TRAY-CAP-NUM = ZERO
               MOVE 250 TO WS-TRAY-CAP-NUM
           END-IF.
           MOVE WS-CMG-MIN TO WS-CMG-MIN-NUM.
           MOVE ZERO TO WS-CMG-PIECE-TOT, WS-CMG-QUAL-CNTR.
           MOVE ZERO TO WS-CMG-ALONE-TOT, WS-CMG-RATED-TOT.
           MOVE 'N' TO WS-CMG-PIECE-OPEN-SW.
           MOVE ZERO TO WS-CMG-PIECE-RECS.

      *----------------------------------------------------------*
      *  363-RELEASE-CMG-REC PASSES ONE WORK-FILE LINE TO THE      *
      *  COMMINGLE SORT. EACH PIECE TRAILER ALSO COUNTS THE PIECE  *
      *  IN ITS ZIP FOR THE WHOLE STREAM (WORK ORDER HIGH-VALUES)  *
      *  AND, UNLESS IT IS A FLAT, FOR ITS OWN WORK ORDER - THE    *
      *  COUNT ITS SECTION'S PRESORTMIN WOULD HAVE TESTED - SO     *
      *  THE DENSITY IS KNOWN BEFORE THE FIRST PIECE COMES BACK.   *
      *----------------------------------------------------------*
       363-RELEASE-CMG-REC.
           MOVE SPACES TO SRT-HH-KEY, SRT-ACCT.
           MOVE ZERO TO SRT-STREAM.
           MOVE CW-ZIP TO SRT-ZIP.
           MOVE CW-WORKORDER TO SRT-WORKORDER.
           MOVE CW-SEQ TO SRT-SEQ.
           MOVE CW-TYPE TO SRT-TYPE.
           MOVE CW-DATA TO SRT-DATA.
           IF CW-TYPE = 'T'
               MOVE CW-DATA TO WS-CMG-TRAILER
               MOVE CW-ZIP TO WS-CMG-ZIP-KEY (1:5)
               MOVE HIGH-VALUES TO WS-CMG-ZIP-KEY (6:12)
               PERFORM 364-COUNT-ZIP-KEY
               IF WS-CMT-FLAT-SW NOT = 'Y'
                   MOVE CW-WORKORDER TO WS-CMG-ZIP-KEY (6:12)
                   PERFORM 364-COUNT-ZIP-KEY
               END-IF
           END-IF.
           RELEASE SRT-REC.
           READ CMG-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF-CMG
           END-READ.

       364-COUNT-ZIP-KEY.
           MOVE WS-CMG-ZIP-KEY TO CZ-KEY.
           READ CMG-ZIP-KEY-FILE
               INVALID KEY
                   MOVE WS-CMG-ZIP-KEY TO CZ-KEY
                   MOVE 1 TO CZ-PIECES
                   WRITE CMG-ZIP-KEY-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO CZ-PIECES
                   REWRITE CMG-ZIP-KEY-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           IF WS-CMG-ZIP-KEY-STATUS NOT = '00'
               MOVE 'COMMINGLE-ZIP' TO WS-KEY-FILE-NAME
               MOVE WS-CMG-ZIP-KEY-STATUS TO WS-KEY-FILE-STATUS
               PERFORM 119-KEY-FILE-FAILED
           END-IF.

      *----------------------------------------------------------*
      *  365-CMG-WRITE-REC LAYS ONE RECORD OF THE COMMINGLED       *
      *  STREAM DOWN ON CMGOUT. A PIECE'S FIRST RECORD TAKES ITS   *
      *  BUNDLE AND TRAY BREAKS FIRST AND FIXES THE PIECE'S START  *
      *  RECORD FOR THE INDEX.                                     *
      *----------------------------------------------------------*
       365-CMG-WRITE-REC.
           IF NOT WS-CMG-PIECE-OPEN
               MOVE SRT-DATA TO WS-CLASSIFY-REC
               PERFORM 340-PRESORT-BREAKS
           END-IF.
           MOVE SRT-DATA TO OP-REC1.
           IF OP-REC1 (1:1) = '1'
               ADD 1 TO WS-CTF-PAGES (WS-OUT-SEQ + 1)
           END-IF.
           WRITE OP-REC1.
           ADD 1 TO WS-REC-CNTR-OUT.
           ADD 1 TO WS-OUT1-REC-CNT.
           ADD 1 TO WS-CTF-RECS (WS-OUT-SEQ + 1).
           ADD 1 TO WS-CMG-PIECE-RECS.
           IF NOT WS-CMG-PIECE-OPEN
               SET WS-CMG-PIECE-OPEN TO TRUE
               MOVE WS-OUT1-REC-CNT TO WS-PIECE-START-REC
               ADD 1 TO WS-CTF-PIECES (WS-OUT-SEQ + 1)
           END-IF.

      *----------------------------------------------------------*
      *  366-CMG-CLOSE-PIECE CLOSES A COMMINGLED PIECE ON ITS      *
      *  TRAILER: IT READS THE PIECE'S ZIP DENSITY FOR THE WHOLE   *
      *  STREAM AND FOR ITS OWN WORK ORDER ALONE, THEN INDEXES AND *
      *  BILLS IT UNDER THAT WORK ORDER.                           *
      *----------------------------------------------------------*
       366-CMG-CLOSE-PIECE.
           MOVE SRT-DATA TO WS-CMG-TRAILER.
           PERFORM 368-FIND-CMG-PART.
           IF WS-CMG-SUB > WS-CMG-PART-CNT
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'COMMINGLE PIECE FOR UNKNOWN WORKORDER '
                           DELIMITED BY SIZE
                       SRT-WORKORDER DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           ELSE
               MOVE SRT-ZIP TO WS-CMG-ZIP-KEY (1:5)
               MOVE HIGH-VALUES TO WS-CMG-ZIP-KEY (6:12)
               PERFORM 367-READ-ZIP-COUNT
               MOVE WS-CMG-ZIP-PIECES TO WS-CMG-ALL-CNT
               MOVE SRT-WORKORDER TO WS-CMG-ZIP-KEY (6:12)
               PERFORM 367-READ-ZIP-COUNT
               MOVE WS-CMG-ZIP-PIECES TO WS-CMG-OWN-CNT
               PERFORM 369-BILL-CMG-PIECE
           END-IF.
           MOVE 'N' TO WS-CMG-PIECE-OPEN-SW.
           MOVE ZERO TO WS-CMG-PIECE-RECS.

       367-READ-ZIP-COUNT.
           MOVE WS-CMG-ZIP-KEY TO CZ-KEY.
           READ CMG-ZIP-KEY-FILE
               INVALID KEY
                   MOVE ZERO TO WS-CMG-ZIP-PIECES
               NOT INVALID KEY
                   MOVE CZ-PIECES TO WS-CMG-ZIP-PIECES
           END-READ.

       368-FIND-CMG-PART.
           MOVE 1 TO WS-CMG-SUB.
           PERFORM UNTIL WS-CMG-SUB > WS-CMG-PART-CNT
                   OR WS-CP-WORKORDER (WS-CMG-SUB) = SRT-WORKORDER
               ADD 1 TO WS-CMG-SUB
           END-PERFORM.

      *----------------------------------------------------------*
      *  369-BILL-CMG-PIECE RATES ONE COMMINGLED PIECE BOTH WAYS.  *
      *  COMMINGLED IT TAKES THE PRESORT RATE WHEN THE WHOLE       *
      *  STREAM PUTS CMGMIN PIECES IN ITS ZIP. MAILED ALONE IT     *
      *  TAKES WHAT 241-RATE-PIECE WOULD HAVE BILLED IT: PRESORT,  *
      *  UNLESS ITS SECTION SET A PRESORTMIN THAT ITS OWN WORK     *
      *  ORDER'S LETTERS IN THE ZIP DO NOT REACH.                  *
      *  THE BILLING LINE CARRIES THE ALONE RATE - WHAT THE CLIENT *
      *  WOULD HAVE PAID - AND THE DIFFERENCE COMES BACK AS THE    *
      *  CLIENT'S SHARE OF THE SAVINGS. WHILE CMGMIN IS NO HIGHER  *
      *  THAN ANY PARTICIPANT'S PRESORTMIN (BOTH DEFAULT TO 0000)  *
      *  A PIECE PRESORT ALONE IS PRESORT IN THE STREAM TOO, SO    *
      *  THE CLIENTS TOGETHER PAY EXACTLY THE POSTAGE THE STREAM   *
      *  COST. A CMGMIN SET HIGHER CAN RATE THE STREAM ABOVE THE   *
      *  ALONE POSTAGE; THEN NO SAVINGS ARE CREDITED AND           *
      *  370-ALLOCATE-SAVINGS LOGS THE UNBILLED SHORTFALL. THE     *
      *  INDEX LINE POINTS INTO CMGOUT AND NAMES THE OWNING WORK   *
      *  ORDER.                                                    *
      *----------------------------------------------------------*
       369-BILL-CMG-PIECE.
           IF WS-CMG-ALL-CNT NOT < WS-CMG-MIN-NUM
               MOVE WS-CMT-P-RATE TO WS-CMG-RATE
               ADD 1 TO WS-CMG-QUAL-CNTR
           ELSE
               MOVE WS-CMT-R-RATE TO WS-CMG-RATE
           END-IF.
           MOVE SPACES TO WS-BILL-LINE.
           IF WS-CMG-OWN-CNT NOT < WS-CMT-PS-MIN
               MOVE WS-CMT-P-CAT TO WS-BL-CAT
               MOVE WS-CMT-P-TIER TO WS-PIECE-TIER
               MOVE WS-CMT-P-RATE TO WS-PIECE-RATE
           ELSE
               MOVE WS-CMT-R-CAT TO WS-BL-CAT
               MOVE WS-CMT-R-TIER TO WS-PIECE-TIER
               MOVE WS-CMT-R-RATE TO WS-PIECE-RATE
           END-IF.
           ADD 1 TO WS-PIECE-CNTR.
           ADD 1 TO WS-CMG-PIECE-TOT.
           ADD 1 TO WS-CP-PIECES (WS-CMG-SUB).
           ADD WS-CMG-PIECE-RECS TO WS-CP-RECS (WS-CMG-SUB).
           ADD WS-CMT-PAGES TO WS-CP-PAGES (WS-CMG-SUB).
           ADD WS-PIECE-RATE TO WS-CP-ALONE-AMT (WS-CMG-SUB).
           ADD WS-PIECE-RATE TO WS-CMG-ALONE-TOT.
           ADD WS-CMG-RATE TO WS-CP-CMG-AMT (WS-CMG-SUB).
           ADD WS-CMG-RATE TO WS-CMG-RATED-TOT.
           IF WS-NDX-FILE-STATUS = '00'
               MOVE WS-CMT-ACCT TO WS-NDX-ACCT
               MOVE WS-PIECE-START-REC TO WS-NDX-START-REC
               MOVE WS-CMT-PAGES TO WS-NDX-PAGE-CNT
               MOVE WS-CMT-CATEGORY TO WS-NDX-CATEGORY
               MOVE WS-OUT-SEQ TO WS-NDX-OUT-SEQ
               MOVE SRT-WORKORDER TO WS-NDX-WORKORDER
               MOVE WS-CMT-PIECE TO WS-NDX-PIECE
               WRITE NDX-REC FROM WS-NDX-LINE
           END-IF.
           IF WS-BILL-FILE-STATUS = '00'
               MOVE SRT-WORKORDER TO WS-BL-WORKORDER
               MOVE WS-CMT-PIECE TO WS-BL-PIECE
               MOVE WS-CMT-ACCT TO WS-BL-ACCT
               MOVE WS-CMT-PAGES TO WS-BL-PAGES
               MOVE WS-CMT-WT TO WS-BL-WT
               MOVE WS-PIECE-TIER TO WS-BL-TIER
               MOVE WS-PIECE-RATE TO WS-BL-RATE
               WRITE BILL-REC FROM WS-BILL-LINE
           END-IF.
           IF WS-CMT-LEDGER-SW = 'Y'
               MOVE SRT-WORKORDER TO WS-LEDGER-WORKORDER
               MOVE WS-CMT-ACCT TO WS-LEDGER-ACCT
               MOVE WS-CMT-PIECE TO WS-LEDGER-PIECE
               IF WS-CMT-FLAT-SW = 'Y'
                   MOVE 'F' TO WS-LEDGER-DISP
               ELSE
                   MOVE 'M' TO WS-LEDGER-DISP
               END-IF
               MOVE WS-CMT-CATEGORY TO WS-LEDGER-CATEGORY
               MOVE WS-CMT-PAGES TO WS-LEDGER-PAGES
               PERFORM 275-WRITE-LEDGER-REC
           END-IF.

      *----------------------------------------------------------*
      *  370-ALLOCATE-SAVINGS SPLITS WHAT COMMINGLING SAVED - THE  *
      *  ALONE POSTAGE LESS THE COMMINGLED POSTAGE - ACROSS THE    *
      *  PARTICIPATING WORK ORDERS IN PROPORTION TO THE PIECES     *
      *  EACH PUT IN THE STREAM. EACH SHARE IS ROUNDED TO THE RATE *
      *  PRECISION AND THE ROUNDING REMAINDER GOES TO THE LARGEST  *
      *  PARTICIPANT, SO THE CREDITS ADD BACK TO THE SAVINGS       *
      *  EXACTLY. A STREAM RATED ABOVE ITS ALONE POSTAGE SAVED     *
      *  NOTHING; THE SHORTFALL NO CLIENT IS BILLED FOR IS LOGGED. *
      *  A STREAM THAT CUT A DIFFERENT NUMBER OF PIECES            *
      *  THAN THE SECTIONS HELD FAILS ITS RECONCILE WITH RETURN    *
      *  CODE 8.                                                   *
      *----------------------------------------------------------*
       370-ALLOCATE-SAVINGS.
           IF WS-CMG-PIECE-TOT NOT = WS-CMG-HELD-TOT
               IF RETURN-CODE < 8
                   MOVE +8 TO RETURN-CODE
               END-IF
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'COMMINGLE PIECE COUNT MISMATCH HELD='
                           DELIMITED BY SIZE
                       WS-CMG-HELD-TOT DELIMITED BY SIZE
                       ' CUT=' DELIMITED BY SIZE
                       WS-CMG-PIECE-TOT DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           END-IF.
           IF WS-CMG-ALONE-TOT > WS-CMG-RATED-TOT
               COMPUTE WS-CMG-SAVINGS =
                   WS-CMG-ALONE-TOT - WS-CMG-RATED-TOT
           ELSE
               MOVE ZERO TO WS-CMG-SAVINGS
               IF WS-CMG-RATED-TOT > WS-CMG-ALONE-TOT
                   COMPUTE WS-CMG-SHORTFALL =
                       WS-CMG-RATED-TOT - WS-CMG-ALONE-TOT
                   MOVE WS-CMG-SHORTFALL TO WS-CS-CMG
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE SPACES TO SYSLOG-REC
                       STRING 'COMMINGLE SHORTFALL NOT BILLED AMT='
                               DELIMITED BY SIZE
                           WS-CS-CMG DELIMITED BY SIZE
                           ' CMGMIN=' DELIMITED BY SIZE
                           WS-CMG-MIN-NUM DELIMITED BY SIZE
                           ' - CMGMIN ABOVE A SECTION PRESORTMIN'
                               DELIMITED BY SIZE
                           INTO SYSLOG-REC
                       END-STRING
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-CMG-ALLOC-TOT, WS-CMG-BIG-PIECES.
           MOVE ZERO TO WS-CMG-BIG-SUB.
           MOVE 1 TO WS-CMG-SUB.
           PERFORM 371-ALLOCATE-ONE
               UNTIL WS-CMG-SUB > WS-CMG-PART-CNT.
           IF WS-CMG-BIG-SUB > 0
               IF WS-CMG-ALLOC-TOT > WS-CMG-SAVINGS
                   COMPUTE WS-CP-SAVE-AMT (WS-CMG-BIG-SUB) =
                       WS-CP-SAVE-AMT (WS-CMG-BIG-SUB)
                       - (WS-CMG-ALLOC-TOT - WS-CMG-SAVINGS)
               ELSE
                   COMPUTE WS-CP-SAVE-AMT (WS-CMG-BIG-SUB) =
                       WS-CP-SAVE-AMT (WS-CMG-BIG-SUB)
                       + (WS-CMG-SAVINGS - WS-CMG-ALLOC-TOT)
               END-IF
           END-IF.
           MOVE 1 TO WS-CMG-SUB.
           PERFORM 372-REPORT-ONE-PART
               UNTIL WS-CMG-SUB > WS-CMG-PART-CNT.
           PERFORM 376-LOG-CMG-STREAM.

       371-ALLOCATE-ONE.
           IF WS-CMG-PIECE-TOT > 0
               COMPUTE WS-CP-SAVE-AMT (WS-CMG-SUB) ROUNDED =
                   WS-CMG-SAVINGS * WS-CP-PIECES (WS-CMG-SUB)
                   / WS-CMG-PIECE-TOT
           ELSE
               MOVE ZERO TO WS-CP-SAVE-AMT (WS-CMG-SUB)
           END-IF.
           ADD WS-CP-SAVE-AMT (WS-CMG-SUB) TO WS-CMG-ALLOC-TOT.
           IF WS-CP-PIECES (WS-CMG-SUB) > WS-CMG-BIG-PIECES
               MOVE WS-CP-PIECES (WS-CMG-SUB) TO WS-CMG-BIG-PIECES
               MOVE WS-CMG-SUB TO WS-CMG-BIG-SUB
           END-IF.
           ADD 1 TO WS-CMG-SUB.

      *----------------------------------------------------------*
      *  372-REPORT-ONE-PART WRITES ONE PARTICIPANT'S SAVINGS LINE *
      *  TO THE COMMINGLE BILLING EXTRACT AND ITS SHARE OF THE     *
      *  STREAM TO SYSLOG-FILE.                                    *
      *----------------------------------------------------------*
       372-REPORT-ONE-PART.
           MOVE WS-CP-WORKORDER (WS-CMG-SUB) TO WS-CS-WORKORDER.
           MOVE WS-CP-PIECES (WS-CMG-SUB) TO WS-CS-PIECES.
           MOVE WS-CP-ALONE-AMT (WS-CMG-SUB) TO WS-CS-ALONE.
           MOVE WS-CP-SAVE-AMT (WS-CMG-SUB) TO WS-CS-CREDIT.
           MOVE WS-CP-CMG-AMT (WS-CMG-SUB) TO WS-CS-CMG.
           IF WS-BILL-FILE-STATUS = '00'
               WRITE BILL-REC FROM WS-CMG-SAVE-LINE
           END-IF.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'COMMINGLE WORKORDER=' DELIMITED BY SIZE
                   WS-CS-WORKORDER DELIMITED BY SPACE
                   ' PIECES=' DELIMITED BY SIZE
                   WS-CS-PIECES DELIMITED BY SIZE
                   ' RECS=' DELIMITED BY SIZE
                   WS-CP-RECS (WS-CMG-SUB) DELIMITED BY SIZE
                   ' PAGES=' DELIMITED BY SIZE
                   WS-CP-PAGES (WS-CMG-SUB) DELIMITED BY SIZE
                   ' ALONE=' DELIMITED BY SIZE
                   WS-CS-ALONE DELIMITED BY SIZE
                   ' COMMINGLED=' DELIMITED BY SIZE
                   WS-CS-CMG DELIMITED BY SIZE
                   ' CREDIT=' DELIMITED BY SIZE
                   WS-CS-CREDIT DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.
           ADD 1 TO WS-CMG-SUB.

      *----------------------------------------------------------*
      *  373-WRITE-CMG-TOTALS WRITES THE STREAM'S CONTROL TOTALS:  *
      *  THE USUAL HEADER AND FILE DETAIL UNDER THE CMGID NAME, SO *
      *  THE RELEASE GATE VERIFIES CMGOUT LIKE ANY PRINT FILE,     *
      *  THEN ONE 'W' RECORD PER PARTICIPATING WORK ORDER WITH THE *
      *  RECORDS, PIECES AND PAGES IT PUT IN THE STREAM.           *
      *----------------------------------------------------------*
       373-WRITE-CMG-TOTALS.
           MOVE WS-REC-CNTR-OUT TO WS-1-COUNT.
           PERFORM 620-WRITE-CONTROL-TOTALS.
           MOVE 1 TO WS-CMG-SUB.
           PERFORM 374-WRITE-ONE-WO-TOTAL
               UNTIL WS-CMG-SUB > WS-CMG-PART-CNT.

       374-WRITE-ONE-WO-TOTAL.
           MOVE SPACES TO WS-CT-WO.
           MOVE 'W' TO WS-CT-W-TYPE.
           MOVE WS-CP-WORKORDER (WS-CMG-SUB) TO WS-CT-W-WORKORDER.
           MOVE WS-CP-RECS (WS-CMG-SUB) TO WS-CT-W-RECS.
           MOVE WS-CP-PIECES (WS-CMG-SUB) TO WS-CT-W-PIECES.
           MOVE WS-CP-PAGES (WS-CMG-SUB) TO WS-CT-W-PAGES.
           WRITE TOT-REC FROM WS-CT-WO.
           ADD 1 TO WS-CMG-SUB.

       375-LOG-CMG-MANIFEST.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'COMMINGLE MANIFEST STREAM=' DELIMITED BY SIZE
                   WS-CMG-ID DELIMITED BY SPACE
                   ' CMGOUT=' DELIMITED BY SIZE
                   WS-CMG-OUT-PATH DELIMITED BY SPACE
                   ' WORKORDERS=' DELIMITED BY SIZE
                   WS-CMG-PART-CNT DELIMITED BY SIZE
                   ' CMGMIN=' DELIMITED BY SIZE
                   WS-CMG-MIN-NUM DELIMITED BY SIZE
                   ' TRAYCAP=' DELIMITED BY SIZE
                   WS-TRAY-CAP-NUM DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

       376-LOG-CMG-STREAM.
           COMPUTE WS-CMG-TRAYS = WS-PS-TRAY-NUM - 1.
           MOVE WS-CMG-ALONE-TOT TO WS-CS-ALONE.
           MOVE WS-CMG-RATED-TOT TO WS-CS-CMG.
           MOVE WS-CMG-SAVINGS TO WS-CS-CREDIT.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'COMMINGLE STREAM=' DELIMITED BY SIZE
                   WS-CMG-ID DELIMITED BY SPACE
                   ' PIECES=' DELIMITED BY SIZE
                   WS-CMG-PIECE-TOT DELIMITED BY SIZE
                   ' QUALIFIED=' DELIMITED BY SIZE
                   WS-CMG-QUAL-CNTR DELIMITED BY SIZE
                   ' TRAYS=' DELIMITED BY SIZE
                   WS-CMG-TRAYS DELIMITED BY SIZE
                   ' RECS=' DELIMITED BY SIZE
                   WS-OUT1-REC-CNT DELIMITED BY SIZE
                   ' ALONE=' DELIMITED BY SIZE
                   WS-CS-ALONE DELIMITED BY SIZE
                   ' COMMINGLED=' DELIMITED BY SIZE
                   WS-CS-CMG DELIMITED BY SIZE
                   ' SAVINGS=' DELIMITED BY SIZE
                   WS-CS-CREDIT DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

       379-CLOSE-CMG-FILES.
           IF WS-MCP-SYSOUT1-STATUS = '00'
               CLOSE OP-FILE1
           END-IF.
           IF WS-NDX-FILE-STATUS = '00'
               CLOSE NDX-FILE
           END-IF.
           IF WS-BILL-FILE-STATUS = '00'
               CLOSE BILL-FILE
           END-IF.
           IF WS-TOT-FILE-STATUS = '00'
               CLOSE TOT-FILE
           END-IF.
      *    A STREAM THAT FAILED IS NOT RELEASED, SO ITS STAGED
      *    LEDGER ROWS ARE EMPTIED LIKE A FAILED SECTION'S.
           IF WS-LEDGER-FILE-STATUS = '00'
               CLOSE LEDGER-FILE
               IF RETURN-CODE > 8
                   OPEN OUTPUT LEDGER-FILE
                   CLOSE LEDGER-FILE
               END-IF
           END-IF.
           IF WS-CMG-ZIP-KEY-OPEN
               CLOSE CMG-ZIP-KEY-FILE
               MOVE 'N' TO WS-CMG-ZIP-KEY-OPEN-SW
           END-IF.

      *----------------------------------------------------------*
      *  270-WRITE-PDF-REC ROUTES A RECORD CLASSIFIED AS PDF/     *
      *  ELECTRONIC DELIVERY TO ITS OWN SYSOUT STREAM (SYSOUT2-9, *
      *  PICKED BY THE PDFOUTNUM CTL-FILE PARM) INSTEAD OF        *
      *  SYSOUT1, EVEN WHEN THE RECORD ALSO MATCHES SELKEY, SO    *
      *  PDF WORK NEVER MIXES INTO THE PRINT STREAM. IT WORKS     *
      *  OFF WS-CLASSIFY-REC RATHER THAN OP-REC1 SO EVERY SYSIN/  *
      *  SYSOUT PAIR (NOT JUST THE PRIMARY ONE) CAN SHARE IT.     *
      *----------------------------------------------------------*
       270-WRITE-PDF-REC.
           MOVE 'Y' TO WS-USE-PDF-ROUTED-SW.
           IF WS-PDF-OUT-NUM = 2 AND WS-MCP-SYSOUT2-STATUS = '00'
               MOVE WS-CLASSIFY-REC TO OP-REC2
               IF NOT WS-AUDIT-MODE-ON
                   WRITE OP-REC2
               END-IF
               ADD 1 TO WS-REC-CNTR-OUT
           ELSE
           IF WS-PDF-OUT-NUM = 3 AND WS-MCP-SYSOUT3-STATUS = '00'
               MOVE WS-CLASSIFY-REC TO OP-REC3
               IF NOT WS-AUDIT-MODE-ON
                   WRITE OP-REC3
               END-IF
               ADD 1 TO WS-REC-CNTR-OUT
           ELSE
           IF WS-PDF-OUT-NUM = 4 AND WS-MCP-SYSOUT4-STATUS = '00'
               MOVE WS-CLASSIFY-REC TO OP-REC4
               IF NOT WS-AUDIT-MODE-ON
                   WRITE OP-REC4
               END-IF
               ADD 1 TO WS-REC-CNTR-OUT
           ELSE
           IF WS-PDF-OUT-NUM = 5 AND WS-MCP-SYSOUT5-STATUS = '00'
               MOVE WS-CLASSIFY-REC TO OP-REC5
               IF NOT WS-AUDIT-MODE-ON
                   WRITE OP-REC5
               END-IF
               ADD 1 TO WS-REC-CNTR-OUT
               END-IF
               ADD 1 TO WS-REC-CNTR-OUT
           ELSE
               MOVE 'N' TO WS-USE-PDF-ROUTED-SW
               IF WS-REJECT-FILE-STATUS = '00'
                       AND NOT WS-AUDIT-MODE-ON
                   WRITE REJECT-REC FROM WS-CLASSIFY-REC
           END-IF
           END-IF
           END-IF.
           IF WS-USE-PDF-ROUTED
               PERFORM 271-PDF-PIECE-CHECK
               IF NOT WS-AUDIT-MODE-ON
                   PERFORM 272-EDX-TRACK-REC
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  271-PDF-PIECE-CHECK COUNTS A NEW PDF PIECE WHEN THE       *
      *  ACCOUNT KEY ON THE STREAM FEEDING THE PDF OUTPUT CHANGES, *
      *  SO THE CLIENT INVOICE CAN CHARGE PER ELECTRONIC PIECE     *
      *  RATHER THAN PER RECORD.                                   *
      *----------------------------------------------------------*
       271-PDF-PIECE-CHECK.
           IF WS-CLASSIFY-REC (12:16) NOT =
                   WS-USE-PDF-PREV-ACCT (WS-CUR-STREAM)
               MOVE WS-CLASSIFY-REC (12:16)
                   TO WS-USE-PDF-PREV-ACCT (WS-CUR-STREAM)
               ADD 1 TO WS-USE-PDF-PIECES
           END-IF.

      *----------------------------------------------------------*
      *  272-EDX-TRACK-REC FOLLOWS THE PIECE BOUNDARIES OF THE     *
      *  ELECTRONIC STREAM THE SAME WAY 216-WRITE-OUT1-REC DOES    *
      *  FOR PRINT - A NEW PIECE STARTS WHEN THE ACCOUNT KEY OR    *
      *  THE SOURCE STREAM CHANGES - AND COUNTS EACH PIECE'S       *
      *  START RECORD AND ASA NEW-PAGE LINES IN THE PDF FILE.      *
      *----------------------------------------------------------*
       272-EDX-TRACK-REC.
           IF WS-EDX-PIECE-OPEN
                   AND (WS-CLASSIFY-REC (12:16) NOT = WS-EDX-PIECE-ACCT
                       OR WS-CUR-STREAM NOT = WS-EDX-PIECE-STREAM)
               PERFORM 273-EDX-CLOSE-PIECE
           END-IF.
           ADD 1 TO WS-EDX-FILE-RECS (WS-PDF-OUT-NUM).
           IF NOT WS-EDX-PIECE-OPEN
               SET WS-EDX-PIECE-OPEN TO TRUE
               MOVE WS-CLASSIFY-REC (12:16) TO WS-EDX-PIECE-ACCT
               MOVE WS-CUR-STREAM TO WS-EDX-PIECE-STREAM
               MOVE WS-EDX-FILE-RECS (WS-PDF-OUT-NUM)
                   TO WS-EDX-PIECE-START-REC
               MOVE ZERO TO WS-EDX-PIECE-PAGES
               MOVE WS-REC-CATEGORY-CD TO WS-EDX-PIECE-CATEGORY
               IF WS-PREF-BOTH
                   MOVE 'B' TO WS-EDX-PIECE-DELIVERY
               ELSE
                   MOVE 'E' TO WS-EDX-PIECE-DELIVERY
               END-IF
           END-IF.
           IF WS-CLASSIFY-REC (1:1) = '1'
               ADD 1 TO WS-EDX-PIECE-PAGES
           END-IF.
           IF WS-PROOF-MODE-ON
               MOVE WS-PF-EDX-IX TO WS-PF-PUT-IX
               PERFORM 231-PROOF-HOLD-SIDE-REC
           END-IF.

      *----------------------------------------------------------*
      *  273-EDX-CLOSE-PIECE WRITES THE ARCHIVE INDEX ROW AND THE  *
      *  STATEMENT-READY ROW FOR THE E-DELIVERED PIECE JUST        *
      *  FINISHED, AND ON A PROOF RUN OFFERS IT TO THE SAMPLE.     *
      *----------------------------------------------------------*
       273-EDX-CLOSE-PIECE.
           ADD 1 TO WS-EDX-PIECES.
           IF WS-EDX-PIECE-DELIVERY = 'B'
               ADD 1 TO WS-EDX-BOTH-PIECES
           END-IF.
           IF WS-EDX-FILE-STATUS = '00'
               MOVE WS-EDX-PIECE-ACCT TO WS-EDX-ACCT
               MOVE WS-MCP-WORKORDER TO WS-EDX-WORKORDER
               MOVE WS-EDX-STMT-DATE-IN TO WS-EDX-STMT-DATE
               MOVE WS-EDX-DOC-TYPE-IN TO WS-EDX-DOC-TYPE
               MOVE WS-EDX-PIECE-DELIVERY TO WS-EDX-DELIVERY
               MOVE WS-EDX-PIECE-CATEGORY TO WS-EDX-CATEGORY
               MOVE WS-EDX-PIECE-START-REC TO WS-EDX-START-REC
               MOVE WS-EDX-PIECE-PAGES TO WS-EDX-PAGE-CNT
               MOVE WS-EDX-OUT-PATH TO WS-EDX-OUT-FILE
               WRITE EDX-REC FROM WS-EDX-LINE
           END-IF.
           IF WS-EDN-FILE-STATUS = '00'
               MOVE WS-EDX-PIECE-ACCT TO WS-EDN-ACCT
               MOVE WS-MCP-WORKORDER TO WS-EDN-WORKORDER
               MOVE WS-EDX-STMT-DATE-IN TO WS-EDN-STMT-DATE
               MOVE WS-EDX-DOC-TYPE-IN TO WS-EDN-DOC-TYPE
               MOVE WS-EDX-PIECE-DELIVERY TO WS-EDN-DELIVERY
               MOVE WS-EDX-PIECE-PAGES TO WS-EDN-PAGE-CNT
               WRITE EDN-REC FROM WS-EDN-LINE
           END-IF.
           MOVE WS-EDX-PIECE-ACCT TO WS-LEDGER-ACCT.
           MOVE ZERO TO WS-LEDGER-PIECE.
           MOVE 'E' TO WS-LEDGER-DISP.
           MOVE WS-EDX-PIECE-CATEGORY TO WS-LEDGER-CATEGORY.
           MOVE WS-EDX-PIECE-PAGES TO WS-LEDGER-PAGES.
           PERFORM 275-WRITE-LEDGER-REC.
           IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
               MOVE WS-EDX-PIECE-ACCT TO WS-PF-CL-ACCT
               MOVE WS-EDX-PIECE-CATEGORY TO WS-PF-CL-CATEGORY
               MOVE WS-EDX-PIECE-PAGES TO WS-PF-CL-PAGES
               MOVE SPACES TO WS-PF-CL-FEEDS
               MOVE WS-PDF-OUT-NUM TO WS-PF-CL-SYSOUT
               MOVE ZERO TO WS-PF-CL-OUT-SEQ
               MOVE WS-EDX-PIECE-START-REC TO WS-PF-CL-START-REC
               MOVE 'N' TO WS-PF-CL-PRINT-SW
               MOVE WS-PF-EDX-IX TO WS-PF-CLOSE-IX
               PERFORM 234-PROOF-SELECT
               MOVE WS-PF-CLOSE-IX TO WS-PF-EDX-IX
               MOVE ZERO TO WS-PF-REC-CNT (WS-PF-EDX-IX)
               MOVE 'N' TO WS-PF-TRUNC-SW (WS-PF-EDX-IX)
           END-IF.
           MOVE 'N' TO WS-EDX-PIECE-OPEN-SW.
           MOVE SPACES TO WS-EDX-PIECE-ACCT.

      *----------------------------------------------------------*
      *  274-LOG-EDX-COUNTS PUTS THE WORK ORDER'S E-DELIVERY       *
      *  PIECE COUNTS ON THE RUN LOG, SO THE PORTAL LOAD AND THE   *
      *  ALERT PICKUP CAN BE BALANCED AGAINST THE RUN.             *
      *----------------------------------------------------------*
       274-LOG-EDX-COUNTS.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'EDELIVERY WORKORDER=' DELIMITED BY SIZE
                   WS-MCP-WORKORDER DELIMITED BY SPACE
                   ' STMTDATE=' DELIMITED BY SIZE
                   WS-EDX-STMT-DATE-IN DELIMITED BY SIZE
                   ' PIECES=' DELIMITED BY SIZE
                   WS-EDX-PIECES DELIMITED BY SIZE
                   ' BOTH=' DELIMITED BY SIZE
                   WS-EDX-BOTH-PIECES DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  275-WRITE-LEDGER-REC STAGES ONE PIECE LEDGER ROW FOR THE  *
      *  PIECE DESCRIBED IN WS-LEDGER-FIELDS. THE CALLER SETS THE  *
      *  ACCOUNT, PIECE NUMBER (ZERO FOR A PIECE THAT NEVER        *
      *  REACHED THE PRINT STREAM), DISPOSITION, CATEGORY AND PAGE *
      *  COUNT; THE COMMINGLE PASS ALSO NAMES THE OWNING WORK      *
      *  ORDER, WHICH OTHERWISE IS THE SECTION'S OWN.              *
      *----------------------------------------------------------*
       275-WRITE-LEDGER-REC.
           IF WS-LEDGER-FILE-STATUS = '00'
                   AND NOT WS-AUDIT-MODE-ON
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-ACCEPT-TIME FROM TIME
               MOVE SPACES TO WS-PL-RECORD
               MOVE WS-LEDGER-ACCT TO WS-PL-ACCT
               IF WS-LEDGER-WORKORDER = SPACES
                   MOVE WS-MCP-WORKORDER TO WS-PL-WORKORDER
               ELSE
                   MOVE WS-LEDGER-WORKORDER TO WS-PL-WORKORDER
               END-IF
               MOVE '-' TO WS-PL-DASH
               MOVE WS-LEDGER-PIECE TO WS-PL-PIECE
               MOVE WS-ACCEPT-DATE TO WS-PL-DATE
               MOVE WS-ACCEPT-TIME (1:6) TO WS-PL-TIME
               MOVE WS-LEDGER-DISP TO WS-PL-DISP
               MOVE WS-LEDGER-CATEGORY TO WS-PL-CATEGORY
               MOVE WS-LEDGER-PAGES TO WS-PL-PAGES
               MOVE 'CUNA_UTIL01' TO WS-PL-SOURCE
               WRITE LEDGER-REC FROM WS-PL-RECORD
           END-IF.

      *----------------------------------------------------------*
      *  276-PROOF-SIDE-TRACK FOLLOWS THE PIECE BOUNDARIES OF A    *
      *  SYSOUT2-9 PAIR WRITTEN STRAIGHT TO ITS OWN SYSOUT, THE    *
      *  SAME WAY 272-EDX-TRACK-REC DOES FOR THE ELECTRONIC        *
      *  STREAM, AND HOLDS EACH RECORD FOR THE PROOF SAMPLE. THE   *
      *  START RECORD COUNTS FROM THE TOP OF THE PHYSICAL FILE.    *
      *----------------------------------------------------------*
       276-PROOF-SIDE-TRACK.
           IF WS-PF-SIDE-OPEN
                   AND (WS-CLASSIFY-REC (12:16) NOT = WS-PF-SIDE-ACCT
                       OR WS-CUR-STREAM NOT = WS-PF-SIDE-STREAM)
               PERFORM 277-PROOF-SIDE-CLOSE
           END-IF.
           IF NOT WS-PF-SIDE-OPEN
               SET WS-PF-SIDE-OPEN TO TRUE
               MOVE WS-CLASSIFY-REC (12:16) TO WS-PF-SIDE-ACCT
               MOVE WS-CUR-STREAM TO WS-PF-SIDE-STREAM
               MOVE WS-EDX-FILE-RECS (WS-CUR-STREAM)
                   TO WS-PF-SIDE-START-REC
               MOVE ZERO TO WS-PF-SIDE-PAGES
               MOVE WS-REC-CATEGORY-CD TO WS-PF-SIDE-CATEGORY
           END-IF.
           IF WS-CLASSIFY-REC (1:1) = '1'
               ADD 1 TO WS-PF-SIDE-PAGES
           END-IF.
           MOVE WS-PF-SIDE-IX TO WS-PF-PUT-IX.
           PERFORM 231-PROOF-HOLD-SIDE-REC.

      *----------------------------------------------------------*
      *  277-PROOF-SIDE-CLOSE OFFERS THE SYSOUT2-9 PAIR PIECE JUST *
      *  FINISHED TO THE PROOF SAMPLE AND EMPTIES ITS BUFFER.      *
      *----------------------------------------------------------*
       277-PROOF-SIDE-CLOSE.
           MOVE WS-PF-SIDE-ACCT TO WS-PF-CL-ACCT.
           MOVE WS-PF-SIDE-CATEGORY TO WS-PF-CL-CATEGORY.
           MOVE WS-PF-SIDE-PAGES TO WS-PF-CL-PAGES.
           MOVE SPACES TO WS-PF-CL-FEEDS.
           MOVE WS-PF-SIDE-STREAM TO WS-PF-CL-SYSOUT.
           MOVE ZERO TO WS-PF-CL-OUT-SEQ.
           MOVE WS-PF-SIDE-START-REC TO WS-PF-CL-START-REC.
           MOVE 'N' TO WS-PF-CL-PRINT-SW.
           MOVE WS-PF-SIDE-IX TO WS-PF-CLOSE-IX.
           PERFORM 234-PROOF-SELECT.
           MOVE WS-PF-CLOSE-IX TO WS-PF-SIDE-IX.
           MOVE ZERO TO WS-PF-REC-CNT (WS-PF-SIDE-IX).
           MOVE 'N' TO WS-PF-TRUNC-SW (WS-PF-SIDE-IX).
           MOVE 'N' TO WS-PF-SIDE-OPEN-SW.
           MOVE SPACES TO WS-PF-SIDE-ACCT.

      *----------------------------------------------------------*
      *  250-CLASSIFY-REC CLASSIFIES A RECORD INTO THE PRESORT,   *
                       IF WS-DIVERT-NONE
                           IF NOT WS-AUDIT-MODE-ON
                               WRITE OP-REC2
                               ADD 1 TO WS-EDX-FILE-RECS (2)
                           END-IF
                           ADD 1 TO WS-REC-CNTR-OUT
                           IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                               PERFORM 276-PROOF-SIDE-TRACK
                           END-IF
                       ELSE
                           PERFORM 217-DIVERT-REC
                       END-IF
                       IF WS-DIVERT-NONE
                           IF NOT WS-AUDIT-MODE-ON
                               WRITE OP-REC3
                               ADD 1 TO WS-EDX-FILE-RECS (3)
                           END-IF
                           ADD 1 TO WS-REC-CNTR-OUT
                           IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                               PERFORM 276-PROOF-SIDE-TRACK
                           END-IF
                       ELSE
                           PERFORM 217-DIVERT-REC
                       END-IF
                       IF WS-DIVERT-NONE
                           IF NOT WS-AUDIT-MODE-ON
                               WRITE OP-REC4
                               ADD 1 TO WS-EDX-FILE-RECS (4)
                           END-IF
                           ADD 1 TO WS-REC-CNTR-OUT
                           IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                               PERFORM 276-PROOF-SIDE-TRACK
                           END-IF
                       ELSE
                           PERFORM 217-DIVERT-REC
                       END-IF
                       IF WS-DIVERT-NONE
                           IF NOT WS-AUDIT-MODE-ON
                               WRITE OP-REC5
                               ADD 1 TO WS-EDX-FILE-RECS (5)
                           END-IF
                           ADD 1 TO WS-REC-CNTR-OUT
                           IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                               PERFORM 276-PROOF-SIDE-TRACK
                           END-IF
                       ELSE
                           PERFORM 217-DIVERT-REC
                       END-IF
                       IF WS-DIVERT-NONE
                           IF NOT WS-AUDIT-MODE-ON
                               WRITE OP-REC6
                               ADD 1 TO WS-EDX-FILE-RECS (6)
                           END-IF
                           ADD 1 TO WS-REC-CNTR-OUT
                           IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                               PERFORM 276-PROOF-SIDE-TRACK
                           END-IF
                       ELSE
                           PERFORM 217-DIVERT-REC
                       END-IF
                       IF WS-DIVERT-NONE
                           IF NOT WS-AUDIT-MODE-ON
                               WRITE OP-REC7
                               ADD 1 TO WS-EDX-FILE-RECS (7)
                           END-IF
                           ADD 1 TO WS-REC-CNTR-OUT
                           IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                               PERFORM 276-PROOF-SIDE-TRACK
                           END-IF
                       ELSE
                           PERFORM 217-DIVERT-REC
                       END-IF
                       IF WS-DIVERT-NONE
                           IF NOT WS-AUDIT-MODE-ON
                               WRITE OP-REC8
                               ADD 1 TO WS-EDX-FILE-RECS (8)
                           END-IF
                           ADD 1 TO WS-REC-CNTR-OUT
                           IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                               PERFORM 276-PROOF-SIDE-TRACK
                           END-IF
                       ELSE
                           PERFORM 217-DIVERT-REC
                       END-IF
                       IF WS-DIVERT-NONE
                           IF NOT WS-AUDIT-MODE-ON
                               WRITE OP-REC9
                               ADD 1 TO WS-EDX-FILE-RECS (9)
                           END-IF
                           ADD 1 TO WS-REC-CNTR-OUT
                           IF WS-PROOF-MODE-ON AND NOT WS-AUDIT-MODE-ON
                               PERFORM 276-PROOF-SIDE-TRACK
                           END-IF
                       ELSE
                           PERFORM 217-DIVERT-REC
                       END-IF
               PERFORM 341-CLOSE-TRAY
           END-IF.

      *----------------------------------------------------------*
      *  380-CMG-INPUT FEEDS THE COMMINGLE SORT FROM THE WORK FILE *
      *  THE PARTICIPATING SECTIONS WROTE, COUNTING EACH ZIP'S     *
      *  PIECES AS THE TRAILERS GO BY.                             *
      *----------------------------------------------------------*
       380-CMG-INPUT SECTION.
           OPEN INPUT CMG-WORK-FILE.
           IF WS-CMG-WORK-STATUS = '00'
               MOVE 'N' TO WS-EOF-CMG
               READ CMG-WORK-FILE
                   AT END MOVE 'Y' TO WS-EOF-CMG
               END-READ
               PERFORM 363-RELEASE-CMG-REC
                   UNTIL EOF-CMG
               CLOSE CMG-WORK-FILE
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      *  390-CMG-OUTPUT DRAINS THE COMMINGLE SORT. PIECES COME     *
      *  BACK BY ZIP, THEN OWNING WORK ORDER, THEN ARRIVAL; EACH   *
      *  RECORD GOES TO CMGOUT THROUGH 365-CMG-WRITE-REC AND EACH  *
      *  TRAILER CLOSES ITS PIECE IN 366-CMG-CLOSE-PIECE. THE LAST *
      *  TRAY IS CLOSED OUT SO THE MANIFEST IS COMPLETE.           *
      *----------------------------------------------------------*
       390-CMG-OUTPUT SECTION.
           MOVE 'O' TO WS-SORT-PHASE-SW.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SW
                   NOT AT END
                       IF SRT-TYPE = 'T'
                           PERFORM 366-CMG-CLOSE-PIECE
                       ELSE
                           PERFORM 365-CMG-WRITE-REC
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-PS-TRAY-PIECES > 0
               PERFORM 341-CLOSE-TRAY
           END-IF.
