       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CUNA_UTIL11.
      *
      *    ACCOUNT MAIL-HISTORY INQUIRY. READS THE PERMANENT PIECE
      *    LEDGER CUNA_UTIL01, CUNA_UTIL03 AND CUNA_UTIL04 APPEND
      *    TO AND PRINTS, FOR EACH ACCOUNT ASKED ABOUT, EVERY PIECE
      *    EVER RECORDED AGAINST IT - MAILED, SENT FLAT, SUPPRESSED,
      *    DIVERTED AS A DUPLICATE, E-DELIVERED, RETURNED
      *    UNDELIVERABLE OR REPRINTED - OLDEST FIRST, WITH THE
      *    WORKORDER-PIECE ID, CATEGORY AND PAGE COUNT, AND A COUNT
      *    BY DISPOSITION. "DID THIS MEMBER GET THEIR STATEMENT"
      *    IS ANSWERED FROM ONE REPORT INSTEAD OF A DOZEN RUNS'
      *    LOGS. AN ACCOUNT THE LEDGER HAS NEVER SEEN IS LISTED AT
      *    THE END AND SETS RETURN CODE 4.
      *
      *    CTL-FILE PARMS:
      *      LEDGER     PERMANENT PIECE LEDGER (PLEDGR LAYOUT)
      *      ACCOUNT    ONE ACCOUNT - MAY BE REPEATED
      *      ACCTLIST   FILE OF ACCOUNTS, ONE PER LINE IN 1-16
      *      REPORT     MAIL-HISTORY REPORT
      *      SYSLOG     RUN LOG
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

           SELECT LEDGER-FILE ASSIGN TO
           WS-LEDGER-FILE-PATH
           FILE STATUS IS WS-LEDGER-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCT-LIST-FILE ASSIGN TO
           WS-ACCT-LIST-PATH
           FILE STATUS IS WS-ACCT-LIST-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO
           WS-RPT-FILE-PATH
           FILE STATUS IS WS-RPT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SYSLOG-FILE ASSIGN TO
           WS-SYSLOG-FILE-PATH
           FILE STATUS IS WS-SYSLOG-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO 'SORTWK1'.

      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CTL-FILE.
       01  CTL-REC                        PIC X(300).

       FD  LEDGER-FILE.
       01  LEDGER-REC                     PIC X(75).

       FD  ACCT-LIST-FILE.
       01  ACCT-LIST-REC                  PIC X(80).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(132).

       FD  SYSLOG-FILE.
       01  SYSLOG-REC                     PIC X(500).

      *    LEDGER ROWS FOR THE REQUESTED ACCOUNTS, SORTED BY
      *    ACCOUNT AND THEN BY WHEN THEY WERE WRITTEN; SRT-SEQ
      *    KEEPS LEDGER ORDER FOR ROWS WRITTEN IN THE SAME SECOND.
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-ACCT                   PIC X(16).
           05  SRT-DATE                   PIC 9(08).
           05  SRT-TIME                   PIC 9(06).
           05  SRT-SEQ                    PIC 9(09).
           05  SRT-LEDGER                 PIC X(75).

      *
       WORKING-STORAGE SECTION.
      *
       COPY pledgr.

       01  WS-CONTROL-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-LEDGER-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS          PIC X(02) VALUE '99'.
       01  WS-ACCT-LIST-PATH              PIC X(300) VALUE SPACES.
       01  WS-ACCT-LIST-STATUS            PIC X(02) VALUE '99'.
       01  WS-RPT-FILE-PATH               PIC X(300) VALUE SPACES.
       01  WS-RPT-FILE-STATUS             PIC X(02) VALUE '99'.
       01  WS-SYSLOG-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-SYSLOG-FILE-STATUS          PIC X(02) VALUE '99'.

       01  WS-MCP-PARM                    PIC X(300) VALUE SPACES.
       01  WS-MCP-VALUE                   PIC X(300) VALUE SPACES.

       01  FLAGS.
           05  WS-EOF-CTL                PIC X VALUE 'N'.
               88  EOF-CTL                     VALUE 'Y'.
           05  WS-EOF-ACCT               PIC X VALUE 'N'.
               88  EOF-ACCT                    VALUE 'Y'.
           05  WS-EOF-LEDGER             PIC X VALUE 'N'.
               88  EOF-LEDGER                  VALUE 'Y'.
           05  WS-EOF-SORT               PIC X VALUE 'N'.
               88  EOF-SORT                    VALUE 'Y'.
           05  WS-REQ-FOUND-SW           PIC X VALUE 'N'.
               88  WS-REQ-FOUND                VALUE 'Y'.

      *    THE REQUESTED ACCOUNTS, HELD ASCENDING SO EACH LEDGER
      *    ROW CAN BE CHECKED WITH A BINARY SEARCH, AS IN
      *    CUNA_UTIL04.
       01  WS-REQ-CNT                     PIC 9(04) VALUE ZERO.
       01  WS-REQ-TBL.
           05  WS-REQ-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-REQ-CNT
                   ASCENDING KEY IS WS-REQ-ACCT
                   INDEXED BY WS-REQ-IX.
               10  WS-REQ-ACCT            PIC X(16).
               10  WS-REQ-HIT             PIC X(01).

       01  WS-COUNTERS.
           05  WS-REQ-SUB                PIC 9(04) VALUE ZERO.
           05  WS-INS-SLOT               PIC 9(04) VALUE ZERO.
           05  WS-SHIFT-SUB              PIC 9(04) VALUE ZERO.
           05  WS-LEDGER-CNTR            PIC 9(09) VALUE ZERO.
           05  WS-SELECT-CNTR            PIC 9(09) VALUE ZERO.
           05  WS-FOUND-CNTR             PIC 9(04) VALUE ZERO.
           05  WS-MISS-CNTR              PIC 9(04) VALUE ZERO.

      *    ONE ACCOUNT'S ROW COUNTS BY DISPOSITION, IN THE ORDER
      *    OF WS-DISP-CODES.
       01  WS-ACCT-FIELDS.
           05  WS-GROUP-ACCT             PIC X(16) VALUE SPACES.
           05  WS-ACCT-ROWS              PIC 9(07) VALUE ZERO.
           05  WS-DISP-SUB               PIC 9(01) VALUE ZERO.
           05  WS-DISP-CNT-AREA          PIC X(49) VALUE ZEROS.
           05  WS-DISP-CNT-RD REDEFINES WS-DISP-CNT-AREA.
               10  WS-DISP-CNT           PIC 9(07) OCCURS 7.

       01  WS-DISP-CODES.
           05  FILLER    PIC X(13) VALUE 'MMAILED'.
           05  FILLER    PIC X(13) VALUE 'FFLAT'.
           05  FILLER    PIC X(13) VALUE 'SSUPPRESSED'.
           05  FILLER    PIC X(13) VALUE 'DDUPLICATE'.
           05  FILLER    PIC X(13) VALUE 'EE-DELIVERED'.
           05  FILLER    PIC X(13) VALUE 'URETURNED'.
           05  FILLER    PIC X(13) VALUE 'RREPRINTED'.
       01  WS-DISP-TBL REDEFINES WS-DISP-CODES.
           05  WS-DT-ENTRY OCCURS 7 INDEXED BY WS-DT-IX.
               10  WS-DT-CODE            PIC X(01).
               10  WS-DT-NAME            PIC X(12).

       01  WS-RPT-HEAD1.
           05  FILLER                    PIC X(20)
                   VALUE 'ACCOUNT MAIL HISTORY'.
           05  FILLER                    PIC X(11) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
           05  WS-RH1-DATE               PIC X(10).

       01  WS-RPT-ACCT-HEAD.
           05  FILLER                    PIC X(08) VALUE 'ACCOUNT '.
           05  WS-RAH-ACCT               PIC X(16).

       01  WS-RPT-COL-HEAD.
           05  FILLER                    PIC X(14) VALUE '  DATE'.
           05  FILLER                    PIC X(10) VALUE 'TIME'.
           05  FILLER                    PIC X(22) VALUE 'PIECE'.
           05  FILLER                    PIC X(14)
                   VALUE 'DISPOSITION'.
           05  FILLER                    PIC X(05) VALUE 'CAT'.
           05  FILLER                    PIC X(07) VALUE 'PAGES'.
           05  FILLER                    PIC X(12) VALUE 'SOURCE'.

       01  WS-RPT-DETAIL.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RD-DATE                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RD-TIME                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RD-PIECE-ID            PIC X(20).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RD-DISP                PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RD-CAT                 PIC X(01).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-RD-PAGES               PIC ZZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-RD-SOURCE              PIC X(12).

       01  WS-RPT-TOTAL.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RT-NAME                PIC X(12).
           05  FILLER                    PIC X(01) VALUE '='.
           05  WS-RT-CNT                 PIC ZZZZZZ9.

       01  WS-FMT-DATE.
           05  WS-FD-YYYY                PIC X(04).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-FD-MM                  PIC X(02).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-FD-DD                  PIC X(02).
       01  WS-FMT-TIME.
           05  WS-FT-HH                  PIC X(02).
           05  FILLER                    PIC X(01) VALUE ':'.
           05  WS-FT-MM                  PIC X(02).
           05  FILLER                    PIC X(01) VALUE ':'.
           05  WS-FT-SS                  PIC X(02).
       01  WS-ACCEPT-DATE                PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK                  PIC X(08) VALUE SPACES.
       01  WS-TIME-WORK                  PIC X(06) VALUE SPACES.

      *
       PROCEDURE DIVISION.
      *
      ****************
       000-MAIN-LOGIC.
      ****************

           PERFORM 100-INIT.

           IF RETURN-CODE NOT = +999
               IF WS-REQ-CNT = ZERO
                   MOVE +999 TO RETURN-CODE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'NO ACCOUNTS - CHECK ACCOUNT AND ACCTLIST'
                           TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.

           IF RETURN-CODE NOT = +999
               PERFORM 150-WRITE-HEADING
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCT
                   ON ASCENDING KEY SRT-DATE
                   ON ASCENDING KEY SRT-TIME
                   ON ASCENDING KEY SRT-SEQ
                   INPUT PROCEDURE IS 800-LEDGER-INPUT
                   OUTPUT PROCEDURE IS 850-REPORT-OUTPUT
           END-IF.

           IF RETURN-CODE NOT = +999
               PERFORM 600-REPORT-MISSES
               PERFORM 700-SUMMARY
           END-IF.

           IF WS-RPT-FILE-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.
           IF WS-SYSLOG-FILE-STATUS = '00'
               CLOSE SYSLOG-FILE
           END-IF.

           STOP RUN.

      ****************
       100-INIT.
      ****************

           ACCEPT WS-CONTROL-FILE-PATH FROM COMMAND-LINE.
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
                   IF WS-MCP-PARM = 'LEDGER'
                       MOVE WS-MCP-VALUE TO WS-LEDGER-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'REPORT'
                       MOVE WS-MCP-VALUE TO WS-RPT-FILE-PATH
                       OPEN OUTPUT RPT-FILE
                       IF WS-RPT-FILE-STATUS NOT = '00'
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
                   IF WS-MCP-PARM = 'ACCOUNT'
                       MOVE WS-MCP-VALUE (1:16) TO WS-GROUP-ACCT
                       PERFORM 130-ADD-REQUEST
                   END-IF
                   IF WS-MCP-PARM = 'ACCTLIST'
                       MOVE WS-MCP-VALUE TO WS-ACCT-LIST-PATH
                       PERFORM 120-LOAD-ACCT-LIST
                   END-IF
                   READ CTL-FILE
                       AT END MOVE 'Y' TO WS-EOF-CTL
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.

           IF WS-RPT-FILE-STATUS NOT = '00'
                   OR WS-LEDGER-FILE-PATH = SPACES
               MOVE +999 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      *  120-LOAD-ACCT-LIST PULLS EVERY ACCOUNT KEY (COLUMNS       *
      *  1-16, ONE PER LINE) FROM THE ACCTLIST FILE INTO THE       *
      *  REQUEST TABLE.                                            *
      *----------------------------------------------------------*
       120-LOAD-ACCT-LIST.
           OPEN INPUT ACCT-LIST-FILE.
           IF WS-ACCT-LIST-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-ACCT
               READ ACCT-LIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-ACCT
               END-READ
               PERFORM UNTIL EOF-ACCT
                   IF ACCT-LIST-REC (1:16) NOT = SPACES
                       MOVE ACCT-LIST-REC (1:16) TO WS-GROUP-ACCT
                       PERFORM 130-ADD-REQUEST
                   END-IF
                   READ ACCT-LIST-FILE
                       AT END MOVE 'Y' TO WS-EOF-ACCT
                   END-READ
               END-PERFORM
               CLOSE ACCT-LIST-FILE
           END-IF.

      *----------------------------------------------------------*
      *  130-ADD-REQUEST INSERTS ONE REQUESTED ACCOUNT INTO THE    *
      *  REQUEST TABLE IN ASCENDING KEY ORDER, SKIPPING AN         *
      *  ACCOUNT ALREADY REQUESTED. A LIST THE TABLE CANNOT HOLD   *
      *  FAILS THE RUN RATHER THAN QUIETLY ANSWERING PART OF IT.   *
      *----------------------------------------------------------*
       130-ADD-REQUEST.
           MOVE 1 TO WS-INS-SLOT.
           PERFORM UNTIL WS-INS-SLOT > WS-REQ-CNT
                   OR WS-REQ-ACCT (WS-INS-SLOT) NOT < WS-GROUP-ACCT
               ADD 1 TO WS-INS-SLOT
           END-PERFORM.
           IF WS-INS-SLOT NOT > WS-REQ-CNT
                   AND WS-REQ-ACCT (WS-INS-SLOT) = WS-GROUP-ACCT
               CONTINUE
           ELSE
               IF WS-REQ-CNT < 5000
                   ADD 1 TO WS-REQ-CNT
                   MOVE WS-REQ-CNT TO WS-SHIFT-SUB
                   PERFORM UNTIL WS-SHIFT-SUB NOT > WS-INS-SLOT
                       MOVE WS-REQ-ENTRY (WS-SHIFT-SUB - 1)
                           TO WS-REQ-ENTRY (WS-SHIFT-SUB)
                       SUBTRACT 1 FROM WS-SHIFT-SUB
                   END-PERFORM
                   MOVE WS-GROUP-ACCT TO WS-REQ-ACCT (WS-INS-SLOT)
                   MOVE 'N' TO WS-REQ-HIT (WS-INS-SLOT)
               ELSE
                   MOVE +999 TO RETURN-CODE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'REQUEST LIST EXCEEDS TABLE'
                           TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  150-WRITE-HEADING PUTS THE REPORT TITLE AND RUN DATE AT   *
      *  THE TOP OF THE REPORT.                                    *
      *----------------------------------------------------------*
       150-WRITE-HEADING.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACCEPT-DATE TO WS-DATE-WORK.
           PERFORM 420-FORMAT-DATE.
           MOVE WS-FMT-DATE TO WS-RH1-DATE.
           WRITE RPT-REC FROM WS-RPT-HEAD1.

      *----------------------------------------------------------*
      *  200-RELEASE-ROW RELEASES ONE LEDGER ROW TO THE SORT WHEN  *
      *  ITS ACCOUNT IS ONE OF THOSE ASKED ABOUT.                  *
      *----------------------------------------------------------*
       200-RELEASE-ROW.
           ADD 1 TO WS-LEDGER-CNTR.
           MOVE LEDGER-REC TO WS-PL-RECORD.
           MOVE 'N' TO WS-REQ-FOUND-SW.
           SEARCH ALL WS-REQ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REQ-ACCT (WS-REQ-IX) = WS-PL-ACCT
                   SET WS-REQ-FOUND TO TRUE
           END-SEARCH.
           IF WS-REQ-FOUND
               ADD 1 TO WS-SELECT-CNTR
               MOVE WS-PL-ACCT TO SRT-ACCT
               MOVE WS-PL-DATE TO SRT-DATE
               MOVE WS-PL-TIME TO SRT-TIME
               MOVE WS-LEDGER-CNTR TO SRT-SEQ
               MOVE LEDGER-REC TO SRT-LEDGER
               RELEASE SRT-REC
           END-IF.
           READ LEDGER-FILE
               AT END MOVE 'Y' TO WS-EOF-LEDGER
           END-READ.

      *----------------------------------------------------------*
      *  300-REPORT-HISTORY PRINTS THE SELECTED ROWS ONE ACCOUNT   *
      *  AT A TIME.                                                *
      *----------------------------------------------------------*
       300-REPORT-HISTORY.
           PERFORM 310-RETURN-ROW.
           PERFORM 320-REPORT-ACCOUNT UNTIL EOF-SORT.

      *----------------------------------------------------------*
      *  310-RETURN-ROW TAKES THE NEXT SORTED LEDGER ROW.          *
      *----------------------------------------------------------*
       310-RETURN-ROW.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORT
           END-RETURN.

      *----------------------------------------------------------*
      *  320-REPORT-ACCOUNT PRINTS ONE ACCOUNT'S HEADING, EVERY    *
      *  LEDGER ROW FOR IT OLDEST FIRST, AND ITS COUNTS BY         *
      *  DISPOSITION, AND MARKS THE REQUEST ANSWERED.              *
      *----------------------------------------------------------*
       320-REPORT-ACCOUNT.
           MOVE SRT-ACCT TO WS-GROUP-ACCT.
           MOVE ZERO TO WS-ACCT-ROWS.
           MOVE ZEROS TO WS-DISP-CNT-AREA.
           ADD 1 TO WS-FOUND-CNTR.
           SEARCH ALL WS-REQ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REQ-ACCT (WS-REQ-IX) = WS-GROUP-ACCT
                   MOVE 'Y' TO WS-REQ-HIT (WS-REQ-IX)
           END-SEARCH.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-GROUP-ACCT TO WS-RAH-ACCT.
           WRITE RPT-REC FROM WS-RPT-ACCT-HEAD.
           WRITE RPT-REC FROM WS-RPT-COL-HEAD.
           PERFORM UNTIL EOF-SORT OR SRT-ACCT NOT = WS-GROUP-ACCT
               PERFORM 330-REPORT-ONE-ROW
               PERFORM 310-RETURN-ROW
           END-PERFORM.
           MOVE 1 TO WS-DISP-SUB.
           PERFORM 340-REPORT-ONE-TOTAL
               UNTIL WS-DISP-SUB > 7.

      *----------------------------------------------------------*
      *  330-REPORT-ONE-ROW PRINTS ONE LEDGER ROW AND COUNTS IT    *
      *  UNDER ITS DISPOSITION. A CODE THIS PROGRAM DOES NOT KNOW  *
      *  IS PRINTED AS IT STANDS RATHER THAN DROPPED.              *
      *----------------------------------------------------------*
       330-REPORT-ONE-ROW.
           MOVE SRT-LEDGER TO WS-PL-RECORD.
           ADD 1 TO WS-ACCT-ROWS.
           MOVE WS-PL-DATE TO WS-DATE-WORK.
           PERFORM 420-FORMAT-DATE.
           MOVE WS-FMT-DATE TO WS-RD-DATE.
           MOVE WS-PL-TIME TO WS-TIME-WORK.
           MOVE WS-TIME-WORK (1:2) TO WS-FT-HH.
           MOVE WS-TIME-WORK (3:2) TO WS-FT-MM.
           MOVE WS-TIME-WORK (5:2) TO WS-FT-SS.
           MOVE WS-FMT-TIME TO WS-RD-TIME.
           MOVE WS-PL-PIECE-ID TO WS-RD-PIECE-ID.
           MOVE WS-PL-DISP TO WS-RD-DISP.
           SET WS-DT-IX TO 1.
           SEARCH WS-DT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DT-CODE (WS-DT-IX) = WS-PL-DISP
                   MOVE WS-DT-NAME (WS-DT-IX) TO WS-RD-DISP
                   SET WS-DISP-SUB TO WS-DT-IX
                   ADD 1 TO WS-DISP-CNT (WS-DISP-SUB)
           END-SEARCH.
           MOVE WS-PL-CATEGORY TO WS-RD-CAT.
           IF WS-PL-PAGES IS NUMERIC
               MOVE WS-PL-PAGES TO WS-RD-PAGES
           ELSE
               MOVE ZERO TO WS-RD-PAGES
           END-IF.
           MOVE WS-PL-SOURCE TO WS-RD-SOURCE.
           WRITE RPT-REC FROM WS-RPT-DETAIL.

      *----------------------------------------------------------*
      *  340-REPORT-ONE-TOTAL PRINTS THE ACCOUNT'S COUNT FOR ONE   *
      *  DISPOSITION, SKIPPING THOSE IT NEVER HAD.                 *
      *----------------------------------------------------------*
       340-REPORT-ONE-TOTAL.
           IF WS-DISP-CNT (WS-DISP-SUB) > ZERO
               MOVE WS-DT-NAME (WS-DISP-SUB) TO WS-RT-NAME
               MOVE WS-DISP-CNT (WS-DISP-SUB) TO WS-RT-CNT
               WRITE RPT-REC FROM WS-RPT-TOTAL
           END-IF.
           ADD 1 TO WS-DISP-SUB.

      *----------------------------------------------------------*
      *  420-FORMAT-DATE TURNS THE YYYYMMDD IN WS-DATE-WORK INTO   *
      *  YYYY/MM/DD IN WS-FMT-DATE.                                *
      *----------------------------------------------------------*
       420-FORMAT-DATE.
           MOVE WS-DATE-WORK (1:4) TO WS-FD-YYYY.
           MOVE WS-DATE-WORK (5:2) TO WS-FD-MM.
           MOVE WS-DATE-WORK (7:2) TO WS-FD-DD.

      *----------------------------------------------------------*
      *  600-REPORT-MISSES LISTS EVERY REQUESTED ACCOUNT THE       *
      *  LEDGER NEVER SHOWED AND SETS RETURN CODE 4 SO THE         *
      *  INQUIRY GETS A SECOND LOOK.                               *
      *----------------------------------------------------------*
       600-REPORT-MISSES.
           MOVE 1 TO WS-REQ-SUB.
           PERFORM 610-REPORT-ONE-MISS
               UNTIL WS-REQ-SUB > WS-REQ-CNT.

       610-REPORT-ONE-MISS.
           IF WS-REQ-HIT (WS-REQ-SUB) = 'N'
               ADD 1 TO WS-MISS-CNTR
               IF WS-MISS-CNTR = 1
                   MOVE SPACES TO RPT-REC
                   WRITE RPT-REC
               END-IF
               MOVE SPACES TO RPT-REC
               STRING 'ACCOUNT ' DELIMITED BY SIZE
                   WS-REQ-ACCT (WS-REQ-SUB) DELIMITED BY SIZE
                   '  NO MAIL HISTORY ON LEDGER' DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               IF RETURN-CODE = ZERO
                   MOVE +4 TO RETURN-CODE
               END-IF
           END-IF.
           ADD 1 TO WS-REQ-SUB.

      *----------------------------------------------------------*
      *  700-SUMMARY CLOSES THE REPORT AND THE RUN LOG WITH THE    *
      *  INQUIRY TOTALS.                                           *
      *----------------------------------------------------------*
       700-SUMMARY.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           STRING 'ACCOUNTS ASKED=' DELIMITED BY SIZE
               WS-REQ-CNT DELIMITED BY SIZE
               ' FOUND=' DELIMITED BY SIZE
               WS-FOUND-CNTR DELIMITED BY SIZE
               ' NOT FOUND=' DELIMITED BY SIZE
               WS-MISS-CNTR DELIMITED BY SIZE
               ' LEDGER ROWS READ=' DELIMITED BY SIZE
               WS-LEDGER-CNTR DELIMITED BY SIZE
               ' SELECTED=' DELIMITED BY SIZE
               WS-SELECT-CNTR DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'MAIL HISTORY ' DELIMITED BY SIZE
                   RPT-REC DELIMITED BY '  '
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  800-LEDGER-INPUT FEEDS THE REQUESTED ACCOUNTS' LEDGER     *
      *  ROWS TO THE SORT.                                         *
      *----------------------------------------------------------*
       800-LEDGER-INPUT SECTION.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'BAD OPEN LEDGER. FILE STATUS '
                           DELIMITED BY SIZE
                       WS-LEDGER-FILE-STATUS DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           ELSE
               READ LEDGER-FILE
                   AT END MOVE 'Y' TO WS-EOF-LEDGER
               END-READ
               PERFORM 200-RELEASE-ROW UNTIL EOF-LEDGER
               CLOSE LEDGER-FILE
           END-IF.

      *----------------------------------------------------------*
      *  850-REPORT-OUTPUT DRAINS THE SORTED ROWS INTO THE REPORT. *
      *----------------------------------------------------------*
       850-REPORT-OUTPUT SECTION.
           IF RETURN-CODE NOT = +999
               PERFORM 300-REPORT-HISTORY
           END-IF.
