       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CUNA_UTIL07.
      *
      *    CLIENT PRODUCTION INVOICING. READS THE THREE EXTRACTS
      *    CUNA_UTIL01 CUTS AT THE END OF EVERY WORK ORDER - THE
      *    RATED BILLING EXTRACT (SYSBILL), THE CONSUMABLES
      *    EXTRACT (SYSUSE) AND THE WEIGHT REPORT (SYSWT) - AND
      *    PRICES THEM AGAINST THE CLIENT'S PRICE FILE, WRITING
      *    ONE ITEMIZED INVOICE PER WORK ORDER: IMAGES, SHEETS,
      *    #10 AND FLAT ENVELOPES, INSERTS BY HOPPER, HANDSTUFF,
      *    SUPPRESSED AND PDF PIECES, THEN POSTAGE BY RATE
      *    CATEGORY PASSED THROUGH AT COST PLUS ANY MARKUP. EACH
      *    INVOICE IS APPENDED TO THE INVOICE HISTORY, AND THE
      *    MONTHLY STATEMENT FOR THE CLIENT IS BUILT FROM THAT
      *    HISTORY, SO WHAT IS BILLED IS EXACTLY WHAT THE RUNS
      *    PRODUCED. A BATCH THAT COMMINGLED ITS PRESORT PIECES
      *    ALSO NAMES THE COMMINGLE BILLING EXTRACT (CMGBILL): ITS
      *    PIECES ARE BILLED WITH THE REST, AND ITS SAVINGS LINE
      *    FOR THE WORK ORDER IS CREDITED AGAINST THE POSTAGE.
      *
      *    PRICE FILE LAYOUT (ONE CHARGE PER LINE):
      *      COLUMNS  1-10  CHARGE CODE
      *      COLUMNS 12-20  UNIT PRICE, NNNN.NNNN
      *    CHARGE CODES:
      *      IMAGE      PER PRINTED IMAGE
      *      SHEET      PER SHEET
      *      ENV10      PER #10 ENVELOPE
      *      ENVFLAT    PER FLAT ENVELOPE
      *      HOPPER     PER INSERT, ALL SIX HOPPERS
      *      HOPPERN    PER INSERT, HOPPER N (1-6) ONLY
      *      HANDSTUFF  PER HANDSTUFF PIECE
      *      SUPPRESS   PER SUPPRESSED PIECE
      *      PDF        PER PDF PIECE
      *      POSTMARKUP POSTAGE MARKUP PERCENT - ZERO OR ABSENT
      *                 PASSES POSTAGE THROUGH AT COST
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CTL-FILE ASSIGN TO
           WS-CONTROL-FILE-PATH
           FILE STATUS IS WS-CONTROL-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-FILE ASSIGN TO
           WS-PRICE-FILE-PATH
           FILE STATUS IS WS-PRICE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BILL-FILE ASSIGN TO
           WS-BILL-FILE-PATH
           FILE STATUS IS WS-BILL-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USE-FILE ASSIGN TO
           WS-USE-FILE-PATH
           FILE STATUS IS WS-USE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WEIGHT-FILE ASSIGN TO
           WS-WEIGHT-FILE-PATH
           FILE STATUS IS WS-WEIGHT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-FILE ASSIGN TO
           WS-INVOICE-FILE-PATH
           FILE STATUS IS WS-INVOICE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVHIST-FILE ASSIGN TO
           WS-INVHIST-FILE-PATH
           FILE STATUS IS WS-INVHIST-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-FILE ASSIGN TO
           WS-STMT-FILE-PATH
           FILE STATUS IS WS-STMT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SYSLOG-FILE ASSIGN TO
           WS-SYSLOG-FILE-PATH
           FILE STATUS IS WS-SYSLOG-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CTL-FILE.
       01  CTL-REC                        PIC X(300).

       FD  PRICE-FILE.
       01  PRICE-REC                      PIC X(80).

       FD  BILL-FILE.
       01  BILL-REC                       PIC X(132).

       FD  USE-FILE.
       01  USE-REC                        PIC X(132).

       FD  WEIGHT-FILE.
       01  WEIGHT-REC                     PIC X(80).

       FD  INVOICE-FILE.
       01  INVOICE-REC                    PIC X(132).

       FD  INVHIST-FILE.
       01  INVHIST-REC                    PIC X(97).

       FD  STMT-FILE.
       01  STMT-REC                       PIC X(132).

       FD  SYSLOG-FILE.
       01  SYSLOG-REC                     PIC X(500).

      *
       WORKING-STORAGE SECTION.
      *
       COPY invhist.

       01  WS-CONTROL-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-PRICE-FILE-PATH             PIC X(300) VALUE SPACES.
       01  WS-PRICE-FILE-STATUS           PIC X(02) VALUE '99'.
       01  WS-BILL-FILE-PATH              PIC X(300) VALUE SPACES.
       01  WS-BILL-FILE-STATUS            PIC X(02) VALUE '99'.
       01  WS-CMG-BILL-PATH               PIC X(300) VALUE SPACES.
       01  WS-USE-FILE-PATH               PIC X(300) VALUE SPACES.
       01  WS-USE-FILE-STATUS             PIC X(02) VALUE '99'.
       01  WS-WEIGHT-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-WEIGHT-FILE-STATUS          PIC X(02) VALUE '99'.
       01  WS-INVOICE-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-INVOICE-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-INVHIST-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-INVHIST-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-STMT-FILE-PATH              PIC X(300) VALUE SPACES.
       01  WS-STMT-FILE-STATUS            PIC X(02) VALUE '99'.
       01  WS-SYSLOG-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-SYSLOG-FILE-STATUS          PIC X(02) VALUE '99'.

       01  WS-MCP-PARM                    PIC X(300) VALUE SPACES.
       01  WS-MCP-VALUE                   PIC X(300) VALUE SPACES.
       01  WS-CLIENT                      PIC X(12) VALUE SPACES.
       01  WS-BILL-MONTH                  PIC X(06) VALUE SPACES.

       01  WS-ACCEPT-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACCEPT-TIME                 PIC 9(08) VALUE ZERO.

       01  FLAGS.
           05  WS-EOF-CTL                PIC X VALUE 'N'.
               88  EOF-CTL                     VALUE 'Y'.
           05  WS-EOF-PRICE              PIC X VALUE 'N'.
               88  EOF-PRICE                   VALUE 'Y'.
           05  WS-EOF-BILL               PIC X VALUE 'N'.
               88  EOF-BILL                    VALUE 'Y'.
           05  WS-EOF-USE                PIC X VALUE 'N'.
               88  EOF-USE                     VALUE 'Y'.
           05  WS-EOF-WEIGHT             PIC X VALUE 'N'.
               88  EOF-WEIGHT                  VALUE 'Y'.
           05  WS-EOF-INVHIST            PIC X VALUE 'N'.
               88  EOF-INVHIST                 VALUE 'Y'.
           05  WS-WO-FOUND-SW            PIC X VALUE 'N'.
               88  WS-WO-FOUND                 VALUE 'Y'.

      *    THE CLIENT'S CHARGES, ONE FIELD PER PRICE-FILE CODE.
      *    A CODE THE FILE DOES NOT CARRY IS NOT CHARGED.
       01  WS-PRICE-FIELDS.
           05  WS-PR-IMAGE                PIC 9(04)V9(04) VALUE ZERO.
           05  WS-PR-SHEET                PIC 9(04)V9(04) VALUE ZERO.
           05  WS-PR-ENV10                PIC 9(04)V9(04) VALUE ZERO.
           05  WS-PR-ENVFLAT              PIC 9(04)V9(04) VALUE ZERO.
           05  WS-PR-HOPPER-AREA.
               10  WS-PR-HOPPER           PIC 9(04)V9(04) OCCURS 6
                                          VALUE ZERO.
           05  WS-PR-HANDSTUFF            PIC 9(04)V9(04) VALUE ZERO.
           05  WS-PR-SUPP                 PIC 9(04)V9(04) VALUE ZERO.
           05  WS-PR-PDF                  PIC 9(04)V9(04) VALUE ZERO.
           05  WS-PR-POST-MARKUP          PIC 9(04)V9(04) VALUE ZERO.

       01  WS-PR-PARSE.
           05  WS-PR-P-CODE               PIC X(10).
           05  FILLER                     PIC X(01).
           05  WS-PR-P-INT                PIC 9(04).
           05  WS-PR-P-POINT              PIC X(01).
           05  WS-PR-P-DEC                PIC 9(04).
       01  WS-PR-PRICE                    PIC 9(04)V9(04) VALUE ZERO.

      *    WORK ORDERS TO INVOICE. WITH NO WORKORDER PARMS EVERY
      *    WORK ORDER ON THE EXTRACTS IS INVOICED; OTHERWISE ONLY
      *    THE ONES NAMED, SO A BATCH'S SHARED EXTRACTS CAN BE
      *    SPLIT BY CLIENT.
       01  WS-SEL-CNT                     PIC 9(03) VALUE ZERO.
       01  WS-SEL-TBL.
           05  WS-SEL-ENTRY OCCURS 200 TIMES.
               10  WS-SEL-WORKORDER       PIC X(12).
               10  WS-SEL-HIT             PIC X(01).

      *    ONE ENTRY PER WORK ORDER FOUND ON ANY EXTRACT, IN THE
      *    ORDER FIRST SEEN. 200 MATCHES THE SHARED-PARM TABLE IN
      *    CUNA_UTIL01 - NO BATCH CARRIES MORE SECTIONS THAN THAT.
       01  WS-WO-CNT                      PIC 9(03) VALUE ZERO.
       01  WS-WO-TBL.
           05  WS-WO-ENTRY OCCURS 200 TIMES.
               10  WS-WO-ID               PIC X(12).
               10  WS-WO-IMAGES           PIC 9(09).
               10  WS-WO-CAT-PIECES       PIC 9(07) OCCURS 7.
               10  WS-WO-CAT-POSTAGE      PIC 9(07)V9(04) OCCURS 7.
               10  WS-WO-SHEETS           PIC 9(09).
               10  WS-WO-ENV-PRESORT      PIC 9(07).
               10  WS-WO-ENV-RESIDUAL     PIC 9(07).
               10  WS-WO-ENV-HANDSTUFF    PIC 9(07).
               10  WS-WO-ENV-FLATS        PIC 9(07).
               10  WS-WO-HOPPER           PIC 9(09) OCCURS 6.
               10  WS-WO-SUPP-PIECES      PIC 9(07).
               10  WS-WO-PDF-PIECES       PIC 9(07).
               10  WS-WO-WEIGHT           PIC 9(03)V9(04).
               10  WS-WO-HAS-BILL         PIC X(01).
               10  WS-WO-HAS-USE          PIC X(01).
               10  WS-WO-HAS-WT           PIC X(01).
               10  WS-WO-CMG-CREDIT       PIC 9(07)V9(04).

      *    RATE CATEGORIES AS THEY APPEAR ON THE BILLING EXTRACT,
      *    WITH 'F' FOR A FLAT AND A CATCH-ALL SLOT LAST.
       01  WS-CAT-CODES                   PIC X(07) VALUE 'PRNHDF*'.
       01  WS-CAT-CODES-RD REDEFINES WS-CAT-CODES.
           05  WS-CAT-CODE                PIC X(01) OCCURS 7.
       01  WS-CAT-NAMES.
           05  FILLER                     PIC X(20)
                                          VALUE 'POSTAGE PRESORT'.
           05  FILLER                     PIC X(20)
                                          VALUE 'POSTAGE RESIDUAL'.
           05  FILLER                     PIC X(20)
                                          VALUE 'POSTAGE NO-MAIL'.
           05  FILLER                     PIC X(20)
                                          VALUE 'POSTAGE HANDSTUFF'.
           05  FILLER                     PIC X(20)
                                          VALUE 'POSTAGE PDF'.
           05  FILLER                     PIC X(20)
                                          VALUE 'POSTAGE FLATS'.
           05  FILLER                     PIC X(20)
                                          VALUE 'POSTAGE OTHER'.
       01  WS-CAT-NAMES-RD REDEFINES WS-CAT-NAMES.
           05  WS-CAT-NAME                PIC X(20) OCCURS 7.

      *    BILLING-EXTRACT DETAIL LINE, AS 241-RATE-PIECE WRITES
      *    IT. THE TIER SUBTOTAL LINES 245-BILL-SUBTOTALS WRITES
      *    AFTER EACH WORK ORDER START WITH 'TIER ' AND ARE
      *    PASSED OVER.
       01  WS-BILL-PARSE.
           05  WS-BP-WORKORDER            PIC X(12).
           05  FILLER                     PIC X(02).
           05  WS-BP-PIECE                PIC X(07).
           05  FILLER                     PIC X(02).
           05  WS-BP-ACCT                 PIC X(16).
           05  FILLER                     PIC X(02).
           05  WS-BP-CAT                  PIC X(01).
           05  FILLER                     PIC X(02).
           05  WS-BP-PAGES                PIC 9(04).
           05  FILLER                     PIC X(02).
           05  WS-BP-WT                   PIC X(07).
           05  FILLER                     PIC X(02).
           05  WS-BP-TIER                 PIC 9(02).
           05  FILLER                     PIC X(02).
           05  WS-BP-RATE-01              PIC 9(01).
           05  FILLER                     PIC X(01).
           05  WS-BP-RATE-02              PIC 9(04).

      *    COMMINGLE SAVINGS LINE, AS 372-REPORT-ONE-PART IN
      *    CUNA_UTIL01 WRITES IT - THE WORK ORDER'S SHARE OF WHAT
      *    THE COMMINGLED STREAM SAVED ON POSTAGE.
       01  WS-SAVE-PARSE.
           05  WS-SP-TAG                  PIC X(08).
           05  WS-SP-WORKORDER            PIC X(12).
           05  FILLER                     PIC X(34).
           05  FILLER                     PIC X(08).
           05  WS-SP-CREDIT-01            PIC 9(07).
           05  FILLER                     PIC X(01).
           05  WS-SP-CREDIT-02            PIC 9(04).

      *    CONSUMABLES-EXTRACT LINES, AS 480-CONSUMABLES-EXTRACT
      *    STRINGS THEM - ONE VIEW PER LINE TYPE.
       01  WS-USE-LINE                    PIC X(132).
       01  WS-USE-WO-RD REDEFINES WS-USE-LINE.
           05  WS-UW-TAG                  PIC X(16).
           05  WS-UW-WORKORDER            PIC X(12).
           05  FILLER                     PIC X(08).
           05  WS-UW-SHEETS               PIC 9(09).
           05  FILLER                     PIC X(87).
       01  WS-USE-ENV-RD REDEFINES WS-USE-LINE.
           05  WS-UE-TAG                  PIC X(24).
           05  WS-UE-PRESORT              PIC 9(07).
           05  FILLER                     PIC X(10).
           05  WS-UE-RESIDUAL             PIC 9(07).
           05  FILLER                     PIC X(11).
           05  WS-UE-HANDSTUFF            PIC 9(07).
           05  FILLER                     PIC X(07).
           05  WS-UE-FLATS                PIC 9(07).
           05  FILLER                     PIC X(52).
       01  WS-USE-HOP-RD REDEFINES WS-USE-LINE.
           05  WS-UH-TAG                  PIC X(16).
           05  WS-UH-HOPPER-1             PIC 9(09).
           05  FILLER                     PIC X(03).
           05  WS-UH-HOPPER-2             PIC 9(09).
           05  FILLER                     PIC X(03).
           05  WS-UH-HOPPER-3             PIC 9(09).
           05  FILLER                     PIC X(03).
           05  WS-UH-HOPPER-4             PIC 9(09).
           05  FILLER                     PIC X(03).
           05  WS-UH-HOPPER-5             PIC 9(09).
           05  FILLER                     PIC X(03).
           05  WS-UH-HOPPER-6             PIC 9(09).
           05  FILLER                     PIC X(47).
       01  WS-USE-PCS-RD REDEFINES WS-USE-LINE.
           05  WS-UP-TAG                  PIC X(24).
           05  WS-UP-SUPP                 PIC 9(07).
           05  FILLER                     PIC X(05).
           05  WS-UP-PDF                  PIC 9(07).
           05  FILLER                     PIC X(89).

       01  WS-WT-PARSE.
           05  WS-WP-WORKORDER            PIC X(12).
           05  FILLER                     PIC X(02).
           05  WS-WP-TOTAL-WT             PIC ZZ9.9999.

       01  WS-COUNTERS.
           05  WS-SUB1                   PIC 9(03) VALUE ZERO.
           05  WS-WO-SUB                 PIC 9(03) VALUE ZERO.
           05  WS-CAT-SUB                PIC 9(01) VALUE ZERO.
           05  WS-HOP-SUB                PIC 9(01) VALUE ZERO.
           05  WS-CUR-USE-WO             PIC 9(03) VALUE ZERO.
           05  WS-INVOICE-CNTR           PIC 9(03) VALUE ZERO.
           05  WS-PRICE-CNTR             PIC 9(03) VALUE ZERO.

       01  WS-CUR-WORKORDER               PIC X(12) VALUE SPACES.

       01  WS-AMOUNT-FIELDS.
           05  WS-ITEM-QTY                PIC 9(09) VALUE ZERO.
           05  WS-ITEM-PRICE              PIC 9(04)V9(04) VALUE ZERO.
           05  WS-ITEM-AMOUNT             PIC 9(09)V99 VALUE ZERO.
           05  WS-ITEM-DESC               PIC X(30) VALUE SPACES.
           05  WS-INV-PIECES              PIC 9(07) VALUE ZERO.
           05  WS-INV-PRODUCTION          PIC 9(09)V99 VALUE ZERO.
           05  WS-INV-POSTAGE             PIC 9(09)V99 VALUE ZERO.
           05  WS-INV-MARKUP              PIC 9(09)V99 VALUE ZERO.
           05  WS-INV-TOTAL               PIC 9(09)V99 VALUE ZERO.

      *    INVOICE AND STATEMENT PRINT LINES.
       01  WS-ITEM-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-IL-DESC                 PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-IL-QTY                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-IL-PRICE                PIC ZZZ9.9999.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-IL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-ITEM-HEAD.
           05  FILLER                     PIC X(37) VALUE '  ITEM'.
           05  FILLER                     PIC X(08) VALUE 'QUANTITY'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'UNIT PRICE'.
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE 'AMOUNT'.

       01  WS-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TL-DESC                 PIC X(30).
           05  FILLER                     PIC X(28) VALUE SPACES.
           05  WS-TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STMT-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SL-WORKORDER            PIC X(12).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SL-DATE                 PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SL-PIECES               PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SL-PRODUCTION           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SL-POSTAGE              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SL-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STMT-HEAD.
           05  FILLER                     PIC X(16) VALUE '  WORKORDER'.
           05  FILLER                     PIC X(08) VALUE 'INVOICED'.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE 'PIECES'.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'PRODUCTION'.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE 'POSTAGE'.
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE 'TOTAL'.

      *    THE MONTH'S INVOICES FOR THE CLIENT, ONE PER WORK
      *    ORDER. A WORK ORDER INVOICED TWICE (A RERUN) KEEPS
      *    ITS LATEST INVOICE ONLY.
       01  WS-ST-CNT                      PIC 9(03) VALUE ZERO.
       01  WS-ST-TBL.
           05  WS-ST-ENTRY                PIC X(97) OCCURS 500.
       01  WS-ST-TOTALS.
           05  WS-ST-PIECES               PIC 9(09) VALUE ZERO.
           05  WS-ST-PRODUCTION           PIC 9(09)V99 VALUE ZERO.
           05  WS-ST-POSTAGE              PIC 9(09)V99 VALUE ZERO.
           05  WS-ST-TOTAL                PIC 9(09)V99 VALUE ZERO.
       01  WS-ST-SUB                      PIC 9(03) VALUE ZERO.
       01  WS-ST-SLOT                     PIC 9(03) VALUE ZERO.

      *
       PROCEDURE DIVISION.
      *
      ****************
       000-MAIN-LOGIC.
      ****************

           PERFORM 100-INIT.

           IF RETURN-CODE NOT = +999
               PERFORM 150-LOAD-PRICES
           END-IF.

           IF RETURN-CODE NOT = +999
               PERFORM 200-LOAD-BILLING
               PERFORM 220-LOAD-USAGE
               PERFORM 240-LOAD-WEIGHTS
           END-IF.

           IF RETURN-CODE NOT = +999
               PERFORM 300-WRITE-INVOICES
               PERFORM 390-CHECK-SELECTION
           END-IF.

           IF WS-INVHIST-FILE-STATUS = '00'
               CLOSE INVHIST-FILE
           END-IF.

           IF RETURN-CODE NOT = +999
                   AND WS-STMT-FILE-STATUS = '00'
               PERFORM 500-WRITE-STATEMENT
           END-IF.

           IF RETURN-CODE NOT = +999
               PERFORM 700-SUMMARY
           END-IF.

           IF WS-INVOICE-FILE-STATUS = '00'
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-STMT-FILE-STATUS = '00'
               CLOSE STMT-FILE
           END-IF.
           IF WS-SYSLOG-FILE-STATUS = '00'
               CLOSE SYSLOG-FILE
           END-IF.

           STOP RUN.

      ****************
       100-INIT.
      ****************

           ACCEPT WS-CONTROL-FILE-PATH FROM COMMAND-LINE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           OPEN INPUT CTL-FILE.

           IF WS-CONTROL-FILE-STATUS = '00'
               READ CTL-FILE
                   AT END MOVE 'Y' TO WS-EOF-CTL
               END-READ
               PERFORM UNTIL EOF-CTL
                   MOVE SPACES TO WS-MCP-PARM, WS-MCP-VALUE
                   UNSTRING CTL-REC
                       DELIMITED BY '=' OR '**' OR X'0D0A' OR '   '
                       INTO WS-MCP-PARM, WS-MCP-VALUE
                   END-UNSTRING
                   IF WS-MCP-PARM = 'CLIENT'
                       MOVE WS-MCP-VALUE TO WS-CLIENT
                   END-IF
                   IF WS-MCP-PARM = 'PRICEFILE'
                       MOVE WS-MCP-VALUE TO WS-PRICE-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'SYSBILL'
                       MOVE WS-MCP-VALUE TO WS-BILL-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'CMGBILL'
                       MOVE WS-MCP-VALUE TO WS-CMG-BILL-PATH
                   END-IF
                   IF WS-MCP-PARM = 'SYSUSE'
                       MOVE WS-MCP-VALUE TO WS-USE-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'SYSWT'
                       MOVE WS-MCP-VALUE TO WS-WEIGHT-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'WORKORDER'
                       IF WS-SEL-CNT < 200
                           ADD 1 TO WS-SEL-CNT
                           MOVE WS-MCP-VALUE
                               TO WS-SEL-WORKORDER (WS-SEL-CNT)
                           MOVE 'N' TO WS-SEL-HIT (WS-SEL-CNT)
                       ELSE
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'BILLMONTH'
                       MOVE WS-MCP-VALUE TO WS-BILL-MONTH
                   END-IF
                   IF WS-MCP-PARM = 'INVOICE'
                       MOVE WS-MCP-VALUE TO WS-INVOICE-FILE-PATH
                       OPEN OUTPUT INVOICE-FILE
                       IF WS-INVOICE-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'INVHIST'
                       MOVE WS-MCP-VALUE TO WS-INVHIST-FILE-PATH
                       OPEN EXTEND INVHIST-FILE
                       IF WS-INVHIST-FILE-STATUS = '35'
                           OPEN OUTPUT INVHIST-FILE
                       END-IF
                       IF WS-INVHIST-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'STATEMENT'
                       MOVE WS-MCP-VALUE TO WS-STMT-FILE-PATH
                       OPEN OUTPUT STMT-FILE
                       IF WS-STMT-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'SYSLOG'
                       MOVE WS-MCP-VALUE TO WS-SYSLOG-FILE-PATH
                       OPEN OUTPUT SYSLOG-FILE
                       IF WS-SYSLOG-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
                   READ CTL-FILE
                       AT END MOVE 'Y' TO WS-EOF-CTL
                   END-READ
               END-PERFORM
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.

           CLOSE CTL-FILE.

      *    A STATEMENT IS BUILT FROM THE INVOICE HISTORY, SO IT
      *    NEEDS ONE. WITH NO BILLMONTH THE CURRENT MONTH IS
      *    STATED.
           IF WS-BILL-MONTH = SPACES
               MOVE WS-ACCEPT-DATE (1:6) TO WS-BILL-MONTH
           END-IF.
           IF WS-CLIENT = SPACES
                   OR WS-PRICE-FILE-PATH = SPACES
                   OR WS-INVOICE-FILE-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           END-IF.
           IF WS-STMT-FILE-STATUS = '00'
                   AND WS-INVHIST-FILE-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE 'STATEMENT REQUIRES INVHIST' TO SYSLOG-REC
                   WRITE SYSLOG-REC
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  150-LOAD-PRICES READS THE CLIENT'S PRICE FILE INTO THE    *
      *  CHARGE FIELDS. AN UNKNOWN CHARGE CODE OR A PRICE THAT IS  *
      *  NOT NNNN.NNNN FAILS THE RUN - AN INVOICE OFF A PARTLY     *
      *  READ PRICE FILE IS WORSE THAN A LATE ONE.                 *
      *----------------------------------------------------------*
       150-LOAD-PRICES.
           OPEN INPUT PRICE-FILE.
           IF WS-PRICE-FILE-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           ELSE
               READ PRICE-FILE
                   AT END MOVE 'Y' TO WS-EOF-PRICE
               END-READ
               PERFORM UNTIL EOF-PRICE
                   IF PRICE-REC (1:10) NOT = SPACES
                       MOVE PRICE-REC (1:20) TO WS-PR-PARSE
                       PERFORM 160-APPLY-PRICE
                   END-IF
                   IF RETURN-CODE = +999
                       MOVE 'Y' TO WS-EOF-PRICE
                   ELSE
                       READ PRICE-FILE
                           AT END MOVE 'Y' TO WS-EOF-PRICE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PRICE-FILE
           END-IF.

      *----------------------------------------------------------*
      *  160-APPLY-PRICE POSTS ONE PRICE-FILE LINE. 'HOPPER'       *
      *  PRICES ALL SIX HOPPERS; A LATER 'HOPPERN' LINE OVERRIDES  *
      *  ONE OF THEM.                                              *
      *----------------------------------------------------------*
       160-APPLY-PRICE.
           IF WS-PR-P-INT IS NUMERIC AND WS-PR-P-DEC IS NUMERIC
                   AND WS-PR-P-POINT = '.'
               COMPUTE WS-PR-PRICE =
                   WS-PR-P-INT + (WS-PR-P-DEC / 10000)
               ADD 1 TO WS-PRICE-CNTR
               IF WS-PR-P-CODE = 'IMAGE'
                   MOVE WS-PR-PRICE TO WS-PR-IMAGE
               ELSE
               IF WS-PR-P-CODE = 'SHEET'
                   MOVE WS-PR-PRICE TO WS-PR-SHEET
               ELSE
               IF WS-PR-P-CODE = 'ENV10'
                   MOVE WS-PR-PRICE TO WS-PR-ENV10
               ELSE
               IF WS-PR-P-CODE = 'ENVFLAT'
                   MOVE WS-PR-PRICE TO WS-PR-ENVFLAT
               ELSE
               IF WS-PR-P-CODE = 'HOPPER'
                   MOVE 1 TO WS-HOP-SUB
                   PERFORM UNTIL WS-HOP-SUB > 6
                       MOVE WS-PR-PRICE TO WS-PR-HOPPER (WS-HOP-SUB)
                       ADD 1 TO WS-HOP-SUB
                   END-PERFORM
               ELSE
               IF WS-PR-P-CODE (1:6) = 'HOPPER'
                       AND WS-PR-P-CODE (7:1) >= '1'
                       AND WS-PR-P-CODE (7:1) <= '6'
                       AND WS-PR-P-CODE (8:3) = SPACES
                   MOVE WS-PR-P-CODE (7:1) TO WS-HOP-SUB
                   MOVE WS-PR-PRICE TO WS-PR-HOPPER (WS-HOP-SUB)
               ELSE
               IF WS-PR-P-CODE = 'HANDSTUFF'
                   MOVE WS-PR-PRICE TO WS-PR-HANDSTUFF
               ELSE
               IF WS-PR-P-CODE = 'SUPPRESS'
                   MOVE WS-PR-PRICE TO WS-PR-SUPP
               ELSE
               IF WS-PR-P-CODE = 'PDF'
                   MOVE WS-PR-PRICE TO WS-PR-PDF
               ELSE
               IF WS-PR-P-CODE = 'POSTMARKUP'
                   MOVE WS-PR-PRICE TO WS-PR-POST-MARKUP
               ELSE
                   PERFORM 165-LOG-BAD-PRICE
               END-IF END-IF END-IF END-IF END-IF
               END-IF END-IF END-IF END-IF END-IF
           ELSE
               PERFORM 165-LOG-BAD-PRICE
           END-IF.

       165-LOG-BAD-PRICE.
           MOVE +999 TO RETURN-CODE.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'BAD PRICE LINE ' DELIMITED BY SIZE
                   PRICE-REC DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  200-LOAD-BILLING ROLLS THE RATED BILLING EXTRACT UP BY    *
      *  WORK ORDER: IMAGES (THE PIECE PAGE COUNTS) AND, PER RATE  *
      *  CATEGORY, PIECES AND POSTAGE AT THE RATE EACH PIECE WAS   *
      *  RATED AT. NO SYSBILL MEANS THE RUNS WERE NOT RATED AND    *
      *  THE INVOICES CARRY NO POSTAGE. THE COMMINGLE BILLING      *
      *  EXTRACT, WHEN NAMED, IS READ THE SAME WAY AFTER IT.       *
      *----------------------------------------------------------*
       200-LOAD-BILLING.
           IF WS-BILL-FILE-PATH NOT = SPACES
               PERFORM 205-READ-BILL-FILE
           END-IF.
           IF WS-CMG-BILL-PATH NOT = SPACES
                   AND RETURN-CODE NOT = +999
               MOVE WS-CMG-BILL-PATH TO WS-BILL-FILE-PATH
               MOVE 'N' TO WS-EOF-BILL
               PERFORM 205-READ-BILL-FILE
           END-IF.

       205-READ-BILL-FILE.
           OPEN INPUT BILL-FILE.
           IF WS-BILL-FILE-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           ELSE
               READ BILL-FILE
                   AT END MOVE 'Y' TO WS-EOF-BILL
               END-READ
               PERFORM 210-POST-BILL-LINE
                   UNTIL EOF-BILL OR RETURN-CODE = +999
               CLOSE BILL-FILE
           END-IF.

       210-POST-BILL-LINE.
           MOVE BILL-REC TO WS-BILL-PARSE.
           IF BILL-REC (1:8) = 'SAVINGS '
               PERFORM 215-POST-SAVINGS-LINE
           ELSE
           IF BILL-REC (1:5) NOT = 'TIER '
                   AND WS-BP-PIECE IS NUMERIC
                   AND WS-BP-PAGES IS NUMERIC
               MOVE WS-BP-WORKORDER TO WS-CUR-WORKORDER
               PERFORM 250-FIND-WORKORDER
               IF RETURN-CODE NOT = +999
                   MOVE 'Y' TO WS-WO-HAS-BILL (WS-WO-SUB)
                   ADD WS-BP-PAGES TO WS-WO-IMAGES (WS-WO-SUB)
                   MOVE 1 TO WS-CAT-SUB
                   PERFORM UNTIL WS-CAT-SUB = 7
                           OR WS-CAT-CODE (WS-CAT-SUB) = WS-BP-CAT
                       ADD 1 TO WS-CAT-SUB
                   END-PERFORM
                   ADD 1 TO WS-WO-CAT-PIECES (WS-WO-SUB, WS-CAT-SUB)
                   IF WS-BP-RATE-01 IS NUMERIC
                           AND WS-BP-RATE-02 IS NUMERIC
                       COMPUTE WS-WO-CAT-POSTAGE
                               (WS-WO-SUB, WS-CAT-SUB) =
                           WS-WO-CAT-POSTAGE (WS-WO-SUB, WS-CAT-SUB)
                           + WS-BP-RATE-01
                           + (WS-BP-RATE-02 / 10000)
                   END-IF
               END-IF
           END-IF
           END-IF.
           READ BILL-FILE
               AT END MOVE 'Y' TO WS-EOF-BILL
           END-READ.

      *----------------------------------------------------------*
      *  215-POST-SAVINGS-LINE CREDITS A WORK ORDER WITH ITS SHARE *
      *  OF THE COMMINGLE SAVINGS. ITS PIECES WERE BILLED AT THE   *
      *  RATE THEY WOULD HAVE MAILED AT ALONE; THE CREDIT BRINGS   *
      *  THE POSTAGE DOWN TO ITS SHARE OF WHAT THE COMMINGLED      *
      *  STREAM ACTUALLY COST.                                     *
      *----------------------------------------------------------*
       215-POST-SAVINGS-LINE.
           MOVE BILL-REC TO WS-SAVE-PARSE.
           IF WS-SP-CREDIT-01 IS NUMERIC
                   AND WS-SP-CREDIT-02 IS NUMERIC
               MOVE WS-SP-WORKORDER TO WS-CUR-WORKORDER
               PERFORM 250-FIND-WORKORDER
               IF RETURN-CODE NOT = +999
                   COMPUTE WS-WO-CMG-CREDIT (WS-WO-SUB) =
                       WS-WO-CMG-CREDIT (WS-WO-SUB)
                       + WS-SP-CREDIT-01
                       + (WS-SP-CREDIT-02 / 10000)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  220-LOAD-USAGE POSTS THE CONSUMABLES EXTRACT. EACH WORK   *
      *  ORDER'S BLOCK OPENS WITH ITS 'USAGE WORKORDER=' LINE AND  *
      *  THE LINES AFTER IT BELONG TO THAT WORK ORDER. AN EXTRACT  *
      *  CUT BEFORE THE PIECES LINE WAS ADDED SIMPLY CHARGES NO    *
      *  SUPPRESSED OR PDF PIECES.                                 *
      *----------------------------------------------------------*
       220-LOAD-USAGE.
           IF WS-USE-FILE-PATH NOT = SPACES
               OPEN INPUT USE-FILE
               IF WS-USE-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO WS-CUR-USE-WO
                   READ USE-FILE
                       AT END MOVE 'Y' TO WS-EOF-USE
                   END-READ
                   PERFORM 230-POST-USE-LINE
                       UNTIL EOF-USE OR RETURN-CODE = +999
                   CLOSE USE-FILE
               END-IF
           END-IF.

       230-POST-USE-LINE.
           MOVE USE-REC TO WS-USE-LINE.
           IF WS-UW-TAG = 'USAGE WORKORDER='
               MOVE WS-UW-WORKORDER TO WS-CUR-WORKORDER
               PERFORM 250-FIND-WORKORDER
               IF RETURN-CODE NOT = +999
                   MOVE WS-WO-SUB TO WS-CUR-USE-WO
                   MOVE 'Y' TO WS-WO-HAS-USE (WS-WO-SUB)
                   IF WS-UW-SHEETS IS NUMERIC
                       ADD WS-UW-SHEETS TO WS-WO-SHEETS (WS-WO-SUB)
                   END-IF
               END-IF
           ELSE
           IF WS-CUR-USE-WO > ZERO
               IF WS-UE-TAG = 'USAGE ENVELOPES PRESORT='
                   ADD WS-UE-PRESORT
                       TO WS-WO-ENV-PRESORT (WS-CUR-USE-WO)
                   ADD WS-UE-RESIDUAL
                       TO WS-WO-ENV-RESIDUAL (WS-CUR-USE-WO)
                   ADD WS-UE-HANDSTUFF
                       TO WS-WO-ENV-HANDSTUFF (WS-CUR-USE-WO)
                   ADD WS-UE-FLATS
                       TO WS-WO-ENV-FLATS (WS-CUR-USE-WO)
               END-IF
               IF WS-UH-TAG = 'USAGE HOPPERS 1='
                   ADD WS-UH-HOPPER-1
                       TO WS-WO-HOPPER (WS-CUR-USE-WO, 1)
                   ADD WS-UH-HOPPER-2
                       TO WS-WO-HOPPER (WS-CUR-USE-WO, 2)
                   ADD WS-UH-HOPPER-3
                       TO WS-WO-HOPPER (WS-CUR-USE-WO, 3)
                   ADD WS-UH-HOPPER-4
                       TO WS-WO-HOPPER (WS-CUR-USE-WO, 4)
                   ADD WS-UH-HOPPER-5
                       TO WS-WO-HOPPER (WS-CUR-USE-WO, 5)
                   ADD WS-UH-HOPPER-6
                       TO WS-WO-HOPPER (WS-CUR-USE-WO, 6)
               END-IF
               IF WS-UP-TAG = 'USAGE PIECES SUPPRESSED='
                   ADD WS-UP-SUPP
                       TO WS-WO-SUPP-PIECES (WS-CUR-USE-WO)
                   ADD WS-UP-PDF
                       TO WS-WO-PDF-PIECES (WS-CUR-USE-WO)
               END-IF
           END-IF
           END-IF.
           READ USE-FILE
               AT END MOVE 'Y' TO WS-EOF-USE
           END-READ.

      *----------------------------------------------------------*
      *  240-LOAD-WEIGHTS PICKS UP EACH WORK ORDER'S PIECE WEIGHT  *
      *  FROM THE WEIGHT REPORT FOR THE INVOICE HEADER.            *
      *----------------------------------------------------------*
       240-LOAD-WEIGHTS.
           IF WS-WEIGHT-FILE-PATH NOT = SPACES
               OPEN INPUT WEIGHT-FILE
               IF WS-WEIGHT-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               ELSE
                   READ WEIGHT-FILE
                       AT END MOVE 'Y' TO WS-EOF-WEIGHT
                   END-READ
                   PERFORM 245-POST-WEIGHT-LINE
                       UNTIL EOF-WEIGHT OR RETURN-CODE = +999
                   CLOSE WEIGHT-FILE
               END-IF
           END-IF.

       245-POST-WEIGHT-LINE.
           IF WEIGHT-REC (1:12) NOT = SPACES
               MOVE WEIGHT-REC (1:22) TO WS-WT-PARSE
               MOVE WS-WP-WORKORDER TO WS-CUR-WORKORDER
               PERFORM 250-FIND-WORKORDER
               IF RETURN-CODE NOT = +999
                   MOVE 'Y' TO WS-WO-HAS-WT (WS-WO-SUB)
                   MOVE WS-WP-TOTAL-WT TO WS-WO-WEIGHT (WS-WO-SUB)
               END-IF
           END-IF.
           READ WEIGHT-FILE
               AT END MOVE 'Y' TO WS-EOF-WEIGHT
           END-READ.

      *----------------------------------------------------------*
      *  250-FIND-WORKORDER POINTS WS-WO-SUB AT THE TABLE ENTRY    *
      *  FOR WS-CUR-WORKORDER, OPENING A ZEROED ONE THE FIRST      *
      *  TIME A WORK ORDER IS SEEN.                                *
      *----------------------------------------------------------*
       250-FIND-WORKORDER.
           MOVE 1 TO WS-WO-SUB.
           PERFORM UNTIL WS-WO-SUB > WS-WO-CNT
                   OR WS-WO-ID (WS-WO-SUB) = WS-CUR-WORKORDER
               ADD 1 TO WS-WO-SUB
           END-PERFORM.
           IF WS-WO-SUB > WS-WO-CNT
               IF WS-WO-CNT < 200
                   ADD 1 TO WS-WO-CNT
                   MOVE WS-WO-CNT TO WS-WO-SUB
                   INITIALIZE WS-WO-ENTRY (WS-WO-SUB)
                   MOVE WS-CUR-WORKORDER TO WS-WO-ID (WS-WO-SUB)
                   MOVE 'N' TO WS-WO-HAS-BILL (WS-WO-SUB)
                   MOVE 'N' TO WS-WO-HAS-USE (WS-WO-SUB)
                   MOVE 'N' TO WS-WO-HAS-WT (WS-WO-SUB)
               ELSE
                   MOVE +999 TO RETURN-CODE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'WORK ORDERS EXCEED TABLE' TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  300-WRITE-INVOICES WRITES ONE INVOICE PER SELECTED WORK   *
      *  ORDER, IN THE ORDER THE EXTRACTS CARRIED THEM.            *
      *----------------------------------------------------------*
       300-WRITE-INVOICES.
           MOVE 1 TO WS-WO-SUB.
           PERFORM 310-INVOICE-ONE-WO
               UNTIL WS-WO-SUB > WS-WO-CNT.

       310-INVOICE-ONE-WO.
           MOVE 'N' TO WS-WO-FOUND-SW.
           IF WS-SEL-CNT = ZERO
               SET WS-WO-FOUND TO TRUE
           ELSE
               MOVE 1 TO WS-SUB1
               PERFORM UNTIL WS-SUB1 > WS-SEL-CNT
                   IF WS-SEL-WORKORDER (WS-SUB1) = WS-WO-ID (WS-WO-SUB)
                       SET WS-WO-FOUND TO TRUE
                       MOVE 'Y' TO WS-SEL-HIT (WS-SUB1)
                   END-IF
                   ADD 1 TO WS-SUB1
               END-PERFORM
           END-IF.
           IF WS-WO-FOUND
               PERFORM 320-INVOICE-HEADER
               PERFORM 330-PRODUCTION-ITEMS
               PERFORM 340-POSTAGE-ITEMS
               PERFORM 350-INVOICE-TOTALS
               PERFORM 360-WRITE-INVHIST
               ADD 1 TO WS-INVOICE-CNTR
           END-IF.
           ADD 1 TO WS-WO-SUB.

      *----------------------------------------------------------*
      *  320-INVOICE-HEADER OPENS THE INVOICE: CLIENT, WORK        *
      *  ORDER, INVOICE DATE, THE PIECE WEIGHT THE RUN WAS RATED   *
      *  AT, AND THE COLUMN HEADINGS. EXTRACTS MISSING FOR THE     *
      *  WORK ORDER ARE CALLED OUT SO A SHORT INVOICE IS NEVER     *
      *  MISTAKEN FOR A COMPLETE ONE.                              *
      *----------------------------------------------------------*
       320-INVOICE-HEADER.
           MOVE ZERO TO WS-INV-PRODUCTION, WS-INV-POSTAGE.
           MOVE ZERO TO WS-INV-MARKUP, WS-INV-TOTAL, WS-INV-PIECES.
           MOVE SPACES TO INVOICE-REC.
           STRING 'PRODUCTION INVOICE  CLIENT=' DELIMITED BY SIZE
               WS-CLIENT DELIMITED BY SIZE
               '  WORKORDER=' DELIMITED BY SIZE
               WS-WO-ID (WS-WO-SUB) DELIMITED BY SIZE
               '  DATE=' DELIMITED BY SIZE
               WS-ACCEPT-DATE DELIMITED BY SIZE
               INTO INVOICE-REC
           END-STRING.
           WRITE INVOICE-REC.
           IF WS-WO-HAS-WT (WS-WO-SUB) = 'Y'
               MOVE SPACES TO WS-WP-WORKORDER
               MOVE WS-WO-WEIGHT (WS-WO-SUB) TO WS-WP-TOTAL-WT
               MOVE SPACES TO INVOICE-REC
               STRING '  PIECE WEIGHT (OZ) ' DELIMITED BY SIZE
                   WS-WP-TOTAL-WT DELIMITED BY SIZE
                   INTO INVOICE-REC
               END-STRING
               WRITE INVOICE-REC
           END-IF.
           IF WS-WO-HAS-BILL (WS-WO-SUB) = 'N'
               MOVE SPACES TO INVOICE-REC
               STRING '  ** NO BILLING EXTRACT - ' DELIMITED BY SIZE
                   'IMAGES AND POSTAGE NOT CHARGED' DELIMITED BY SIZE
                   INTO INVOICE-REC
               END-STRING
               WRITE INVOICE-REC
           END-IF.
           IF WS-WO-HAS-USE (WS-WO-SUB) = 'N'
               MOVE SPACES TO INVOICE-REC
               STRING '  ** NO CONSUMABLES EXTRACT - ' DELIMITED BY SIZE
                   'MATERIALS NOT CHARGED' DELIMITED BY SIZE
                   INTO INVOICE-REC
               END-STRING
               WRITE INVOICE-REC
           END-IF.
           MOVE SPACES TO INVOICE-REC.
           WRITE INVOICE-REC.
           WRITE INVOICE-REC FROM WS-ITEM-HEAD.

      *----------------------------------------------------------*
      *  330-PRODUCTION-ITEMS PRICES THE PRODUCTION LINE ITEMS.    *
      *  AN ITEM IS ONLY PRINTED WHEN THE CLIENT IS CHARGED FOR IT *
      *  AND THE RUN PRODUCED SOME.                                *
      *----------------------------------------------------------*
       330-PRODUCTION-ITEMS.
           MOVE 'IMAGES' TO WS-ITEM-DESC.
           MOVE WS-WO-IMAGES (WS-WO-SUB) TO WS-ITEM-QTY.
           MOVE WS-PR-IMAGE TO WS-ITEM-PRICE.
           PERFORM 335-PRICE-ITEM.
           MOVE 'SHEETS' TO WS-ITEM-DESC.
           MOVE WS-WO-SHEETS (WS-WO-SUB) TO WS-ITEM-QTY.
           MOVE WS-PR-SHEET TO WS-ITEM-PRICE.
           PERFORM 335-PRICE-ITEM.
           MOVE '#10 ENVELOPES' TO WS-ITEM-DESC.
           COMPUTE WS-ITEM-QTY = WS-WO-ENV-PRESORT (WS-WO-SUB)
               + WS-WO-ENV-RESIDUAL (WS-WO-SUB)
               + WS-WO-ENV-HANDSTUFF (WS-WO-SUB).
           MOVE WS-PR-ENV10 TO WS-ITEM-PRICE.
           PERFORM 335-PRICE-ITEM.
           MOVE 'FLAT ENVELOPES' TO WS-ITEM-DESC.
           MOVE WS-WO-ENV-FLATS (WS-WO-SUB) TO WS-ITEM-QTY.
           MOVE WS-PR-ENVFLAT TO WS-ITEM-PRICE.
           PERFORM 335-PRICE-ITEM.
           MOVE 1 TO WS-HOP-SUB.
           PERFORM UNTIL WS-HOP-SUB > 6
               MOVE SPACES TO WS-ITEM-DESC
               STRING 'INSERTS HOPPER ' DELIMITED BY SIZE
                   WS-HOP-SUB DELIMITED BY SIZE
                   INTO WS-ITEM-DESC
               END-STRING
               MOVE WS-WO-HOPPER (WS-WO-SUB, WS-HOP-SUB)
                   TO WS-ITEM-QTY
               MOVE WS-PR-HOPPER (WS-HOP-SUB) TO WS-ITEM-PRICE
               PERFORM 335-PRICE-ITEM
               ADD 1 TO WS-HOP-SUB
           END-PERFORM.
           MOVE 'HANDSTUFF PIECES' TO WS-ITEM-DESC.
           MOVE WS-WO-ENV-HANDSTUFF (WS-WO-SUB) TO WS-ITEM-QTY.
           MOVE WS-PR-HANDSTUFF TO WS-ITEM-PRICE.
           PERFORM 335-PRICE-ITEM.
           MOVE 'SUPPRESSED PIECES' TO WS-ITEM-DESC.
           MOVE WS-WO-SUPP-PIECES (WS-WO-SUB) TO WS-ITEM-QTY.
           MOVE WS-PR-SUPP TO WS-ITEM-PRICE.
           PERFORM 335-PRICE-ITEM.
           MOVE 'PDF PIECES' TO WS-ITEM-DESC.
           MOVE WS-WO-PDF-PIECES (WS-WO-SUB) TO WS-ITEM-QTY.
           MOVE WS-PR-PDF TO WS-ITEM-PRICE.
           PERFORM 335-PRICE-ITEM.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'PRODUCTION SUBTOTAL' TO WS-TL-DESC.
           MOVE WS-INV-PRODUCTION TO WS-TL-AMOUNT.
           WRITE INVOICE-REC FROM WS-TOTAL-LINE.

       335-PRICE-ITEM.
           IF WS-ITEM-QTY > ZERO AND WS-ITEM-PRICE > ZERO
               COMPUTE WS-ITEM-AMOUNT ROUNDED =
                   WS-ITEM-QTY * WS-ITEM-PRICE
               ADD WS-ITEM-AMOUNT TO WS-INV-PRODUCTION
               MOVE SPACES TO WS-ITEM-LINE
               MOVE WS-ITEM-DESC TO WS-IL-DESC
               MOVE WS-ITEM-QTY TO WS-IL-QTY
               MOVE WS-ITEM-PRICE TO WS-IL-PRICE
               MOVE WS-ITEM-AMOUNT TO WS-IL-AMOUNT
               WRITE INVOICE-REC FROM WS-ITEM-LINE
           END-IF.

      *----------------------------------------------------------*
      *  340-POSTAGE-ITEMS PASSES POSTAGE THROUGH AT THE RATES     *
      *  THE RUN WAS RATED AT, ONE LINE PER RATE CATEGORY THAT     *
      *  CARRIED PIECES, LESS ANY COMMINGLE SAVINGS CREDIT, THEN   *
      *  ADDS THE CLIENT'S MARKUP PERCENT ON THE POSTAGE TOTAL     *
      *  WHEN THE PRICE FILE CARRIES ONE.                          *
      *----------------------------------------------------------*
       340-POSTAGE-ITEMS.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM UNTIL WS-CAT-SUB > 7
               IF WS-WO-CAT-PIECES (WS-WO-SUB, WS-CAT-SUB) > ZERO
                   ADD WS-WO-CAT-PIECES (WS-WO-SUB, WS-CAT-SUB)
                       TO WS-INV-PIECES
                   COMPUTE WS-ITEM-AMOUNT ROUNDED =
                       WS-WO-CAT-POSTAGE (WS-WO-SUB, WS-CAT-SUB)
                   ADD WS-ITEM-AMOUNT TO WS-INV-POSTAGE
                   MOVE SPACES TO WS-ITEM-LINE
                   MOVE WS-CAT-NAME (WS-CAT-SUB) TO WS-IL-DESC
                   MOVE WS-WO-CAT-PIECES (WS-WO-SUB, WS-CAT-SUB)
                       TO WS-IL-QTY
                   MOVE WS-ITEM-AMOUNT TO WS-IL-AMOUNT
                   WRITE INVOICE-REC FROM WS-ITEM-LINE
               END-IF
               ADD 1 TO WS-CAT-SUB
           END-PERFORM.
           IF WS-WO-CMG-CREDIT (WS-WO-SUB) > ZERO
               COMPUTE WS-ITEM-AMOUNT ROUNDED =
                   WS-WO-CMG-CREDIT (WS-WO-SUB)
               IF WS-ITEM-AMOUNT > WS-INV-POSTAGE
                   MOVE WS-INV-POSTAGE TO WS-ITEM-AMOUNT
               END-IF
               SUBTRACT WS-ITEM-AMOUNT FROM WS-INV-POSTAGE
               MOVE SPACES TO WS-ITEM-LINE
               MOVE 'LESS COMMINGLE SAVINGS' TO WS-IL-DESC
               MOVE WS-ITEM-AMOUNT TO WS-IL-AMOUNT
               WRITE INVOICE-REC FROM WS-ITEM-LINE
           END-IF.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'POSTAGE AT COST' TO WS-TL-DESC.
           MOVE WS-INV-POSTAGE TO WS-TL-AMOUNT.
           WRITE INVOICE-REC FROM WS-TOTAL-LINE.
           IF WS-PR-POST-MARKUP > ZERO
               COMPUTE WS-INV-MARKUP ROUNDED =
                   WS-INV-POSTAGE * WS-PR-POST-MARKUP / 100
               MOVE SPACES TO WS-ITEM-LINE
               MOVE 'POSTAGE MARKUP PERCENT' TO WS-IL-DESC
               MOVE WS-PR-POST-MARKUP TO WS-IL-PRICE
               MOVE WS-INV-MARKUP TO WS-IL-AMOUNT
               WRITE INVOICE-REC FROM WS-ITEM-LINE
           END-IF.

      *----------------------------------------------------------*
      *  350-INVOICE-TOTALS CLOSES THE INVOICE WITH ITS TOTAL DUE  *
      *  AND LOGS IT.                                              *
      *----------------------------------------------------------*
       350-INVOICE-TOTALS.
           COMPUTE WS-INV-TOTAL = WS-INV-PRODUCTION
               + WS-INV-POSTAGE + WS-INV-MARKUP.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'INVOICE TOTAL' TO WS-TL-DESC.
           MOVE WS-INV-TOTAL TO WS-TL-AMOUNT.
           WRITE INVOICE-REC FROM WS-TOTAL-LINE.
           MOVE SPACES TO INVOICE-REC.
           WRITE INVOICE-REC.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'INVOICE WORKORDER=' DELIMITED BY SIZE
                   WS-WO-ID (WS-WO-SUB) DELIMITED BY SIZE
                   ' PIECES=' DELIMITED BY SIZE
                   WS-INV-PIECES DELIMITED BY SIZE
                   ' PRODUCTION=' DELIMITED BY SIZE
                   WS-INV-PRODUCTION DELIMITED BY SIZE
                   ' POSTAGE=' DELIMITED BY SIZE
                   WS-INV-POSTAGE DELIMITED BY SIZE
                   ' MARKUP=' DELIMITED BY SIZE
                   WS-INV-MARKUP DELIMITED BY SIZE
                   ' TOTAL=' DELIMITED BY SIZE
                   WS-INV-TOTAL DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  360-WRITE-INVHIST APPENDS THE INVOICE TO THE INVOICE      *
      *  HISTORY THE MONTHLY STATEMENT IS BUILT FROM.              *
      *----------------------------------------------------------*
       360-WRITE-INVHIST.
           IF WS-INVHIST-FILE-STATUS = '00'
               MOVE SPACES TO WS-IH-RECORD
               MOVE WS-CLIENT TO WS-IH-CLIENT
               MOVE WS-WO-ID (WS-WO-SUB) TO WS-IH-WORKORDER
               MOVE WS-ACCEPT-DATE TO WS-IH-INV-DATE
               MOVE WS-ACCEPT-TIME (1:6) TO WS-IH-INV-TIME
               MOVE WS-INV-PIECES TO WS-IH-PIECES
               MOVE WS-INV-PRODUCTION TO WS-IH-PRODUCTION
               MOVE WS-INV-POSTAGE TO WS-IH-POSTAGE
               MOVE WS-INV-MARKUP TO WS-IH-MARKUP
               MOVE WS-INV-TOTAL TO WS-IH-TOTAL
               WRITE INVHIST-REC FROM WS-IH-RECORD
           END-IF.

      *----------------------------------------------------------*
      *  390-CHECK-SELECTION REPORTS EVERY WORKORDER PARM THE      *
      *  EXTRACTS NEVER CARRIED, AND HOLDS THE JOB WITH RETURN     *
      *  CODE 4 - A CLIENT SHOULD NOT GO UNBILLED FOR A RUN        *
      *  BECAUSE ITS EXTRACT WAS LEFT OFF.                         *
      *----------------------------------------------------------*
       390-CHECK-SELECTION.
           MOVE 1 TO WS-SUB1.
           PERFORM UNTIL WS-SUB1 > WS-SEL-CNT
               IF WS-SEL-HIT (WS-SUB1) = 'N'
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE SPACES TO SYSLOG-REC
                       STRING 'INVOICE NOT FOUND WORKORDER='
                               DELIMITED BY SIZE
                           WS-SEL-WORKORDER (WS-SUB1)
                               DELIMITED BY SIZE
                           INTO SYSLOG-REC
                       END-STRING
                       WRITE SYSLOG-REC
                   END-IF
                   IF RETURN-CODE = ZERO
                       MOVE +4 TO RETURN-CODE
                   END-IF
               END-IF
               ADD 1 TO WS-SUB1
           END-PERFORM.

      *----------------------------------------------------------*
      *  500-WRITE-STATEMENT BUILDS THE CLIENT'S MONTHLY           *
      *  STATEMENT FROM THE INVOICE HISTORY - EVERY WORK ORDER     *
      *  INVOICED TO THE CLIENT IN THE BILLING MONTH, INCLUDING    *
      *  THE ONES JUST WRITTEN - WITH THE MONTH'S TOTALS.          *
      *----------------------------------------------------------*
       500-WRITE-STATEMENT.
           OPEN INPUT INVHIST-FILE.
           IF WS-INVHIST-FILE-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-INVHIST
               READ INVHIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-INVHIST
               END-READ
               PERFORM 510-LOAD-ONE-INVOICE
                   UNTIL EOF-INVHIST
               CLOSE INVHIST-FILE
               MOVE SPACES TO STMT-REC
               STRING 'MONTHLY STATEMENT  CLIENT=' DELIMITED BY SIZE
                   WS-CLIENT DELIMITED BY SIZE
                   '  MONTH=' DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   '  DATE=' DELIMITED BY SIZE
                   WS-ACCEPT-DATE DELIMITED BY SIZE
                   INTO STMT-REC
               END-STRING
               WRITE STMT-REC
               MOVE SPACES TO STMT-REC
               WRITE STMT-REC
               WRITE STMT-REC FROM WS-STMT-HEAD
               MOVE ZERO TO WS-ST-PIECES, WS-ST-PRODUCTION
               MOVE ZERO TO WS-ST-POSTAGE, WS-ST-TOTAL
               MOVE 1 TO WS-ST-SUB
               PERFORM 520-STATEMENT-LINE
                   UNTIL WS-ST-SUB > WS-ST-CNT
               MOVE SPACES TO WS-STMT-LINE
               MOVE 'MONTH TOTAL ' TO WS-SL-WORKORDER
               MOVE WS-ST-PIECES TO WS-SL-PIECES
               MOVE WS-ST-PRODUCTION TO WS-SL-PRODUCTION
               MOVE WS-ST-POSTAGE TO WS-SL-POSTAGE
               MOVE WS-ST-TOTAL TO WS-SL-TOTAL
               WRITE STMT-REC FROM WS-STMT-LINE
           END-IF.

      *----------------------------------------------------------*
      *  510-LOAD-ONE-INVOICE KEEPS A HISTORY RECORD FOR THE       *
      *  CLIENT AND MONTH, REPLACING AN EARLIER INVOICE FOR THE    *
      *  SAME WORK ORDER - THE HISTORY IS IN APPEND ORDER, SO THE  *
      *  LAST ONE SEEN IS THE LATEST.                              *
      *----------------------------------------------------------*
       510-LOAD-ONE-INVOICE.
           MOVE INVHIST-REC TO WS-IH-RECORD.
           IF WS-IH-CLIENT = WS-CLIENT
                   AND WS-IH-INV-DATE (1:6) = WS-BILL-MONTH
               MOVE 1 TO WS-ST-SLOT
               PERFORM UNTIL WS-ST-SLOT > WS-ST-CNT
                       OR WS-ST-ENTRY (WS-ST-SLOT) (14:12)
                           = WS-IH-WORKORDER
                   ADD 1 TO WS-ST-SLOT
               END-PERFORM
               IF WS-ST-SLOT > WS-ST-CNT
                   IF WS-ST-CNT < 500
                       ADD 1 TO WS-ST-CNT
                       MOVE INVHIST-REC TO WS-ST-ENTRY (WS-ST-CNT)
                   ELSE
                       IF WS-SYSLOG-FILE-STATUS = '00'
                           MOVE 'STATEMENT TRUNCATED AT 500 INVOICES'
                               TO SYSLOG-REC
                           WRITE SYSLOG-REC
                       END-IF
                       MOVE 'Y' TO WS-EOF-INVHIST
                   END-IF
               ELSE
                   MOVE INVHIST-REC TO WS-ST-ENTRY (WS-ST-SLOT)
               END-IF
           END-IF.
           IF NOT EOF-INVHIST
               READ INVHIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-INVHIST
               END-READ
           END-IF.

       520-STATEMENT-LINE.
           MOVE WS-ST-ENTRY (WS-ST-SUB) TO WS-IH-RECORD.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE WS-IH-WORKORDER TO WS-SL-WORKORDER.
           MOVE WS-IH-INV-DATE TO WS-SL-DATE.
           MOVE WS-IH-PIECES TO WS-SL-PIECES.
           MOVE WS-IH-PRODUCTION TO WS-SL-PRODUCTION.
           COMPUTE WS-ITEM-AMOUNT = WS-IH-POSTAGE + WS-IH-MARKUP.
           MOVE WS-ITEM-AMOUNT TO WS-SL-POSTAGE.
           MOVE WS-IH-TOTAL TO WS-SL-TOTAL.
           WRITE STMT-REC FROM WS-STMT-LINE.
           ADD WS-IH-PIECES TO WS-ST-PIECES.
           ADD WS-IH-PRODUCTION TO WS-ST-PRODUCTION.
           ADD WS-ITEM-AMOUNT TO WS-ST-POSTAGE.
           ADD WS-IH-TOTAL TO WS-ST-TOTAL.
           ADD 1 TO WS-ST-SUB.

      *----------------------------------------------------------*
      *  700-SUMMARY CLOSES THE RUN LOG WITH THE INVOICE COUNT.    *
      *----------------------------------------------------------*
       700-SUMMARY.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'INVOICE RUN CLIENT=' DELIMITED BY SIZE
                   WS-CLIENT DELIMITED BY SIZE
                   ' WORKORDERS=' DELIMITED BY SIZE
                   WS-WO-CNT DELIMITED BY SIZE
                   ' INVOICED=' DELIMITED BY SIZE
                   WS-INVOICE-CNTR DELIMITED BY SIZE
                   ' PRICES=' DELIMITED BY SIZE
                   WS-PRICE-CNTR DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.
