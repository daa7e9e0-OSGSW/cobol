      *    RECORDS TO A STANDALONE REPRINT FILE READY TO DROP
      *    BACK INTO A PRINT QUEUE. A LIST OF ACCOUNTS RECUTS A
      *    DAMAGED-AT-INSERTER BATCH IN ONE PASS; NOBODY OPENS A
      *    THREE-MILLION-LINE PRINT FILE IN AN EDITOR AGAIN. WITH
      *    A LEDGER PARM EVERY PIECE CUT IS ALSO APPENDED TO THE
      *    PERMANENT PIECE LEDGER AS A REPRINTED ROW. A PIECE THAT
      *    SHIPPED IN A COMMINGLED PRESORT STREAM IS CUT BY GIVING
      *    THE STREAM'S CMGNDX AND CMGOUT AS SYSNDX AND SYSOUT1.
      *
       ENVIRONMENT DIVISION.
      *
           FILE STATUS IS WS-SYSLOG-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-FILE ASSIGN TO
           WS-LEDGER-FILE-PATH
           FILE STATUS IS WS-LEDGER-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *
       DATA DIVISION.
      *
       FD  SYSLOG-FILE.
       01  SYSLOG-REC                     PIC X(500).

       FD  LEDGER-FILE.
       01  LEDGER-REC                     PIC X(75).

      *
       WORKING-STORAGE SECTION.
      *
       COPY pledgr.
       01  WS-CONTROL-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-NDX-FILE-PATH               PIC X(300) VALUE SPACES.
       01  WS-REPRINT-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-SYSLOG-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-SYSLOG-FILE-STATUS          PIC X(02) VALUE '99'.
       01  WS-LEDGER-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS          PIC X(02) VALUE '99'.
       01  WS-ACCEPT-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACCEPT-TIME                 PIC 9(08) VALUE ZERO.
       01  WS-SYSOUT1-BASE-PATH           PIC X(300) VALUE SPACES.

       01  WS-MCP-PARM                    PIC X(300) VALUE SPACES.
               10  WS-NT-START            PIC 9(09).
               10  WS-NT-END              PIC 9(09).
               10  WS-NT-OUT-SEQ          PIC 9(02).
               10  WS-NT-PAGES            PIC 9(04).
               10  WS-NT-CAT              PIC X(01).
               10  WS-NT-WORKORDER        PIC X(12).
               10  WS-NT-PIECE            PIC 9(07).

       01  WS-COUNTERS.
           05  WS-SUB1                   PIC 9(07) VALUE ZERO.
           05  WS-NP-CAT                  PIC X(01).
           05  FILLER                     PIC X(02).
           05  WS-NP-OUT-SEQ              PIC 9(02).
           05  FILLER                     PIC X(02).
           05  WS-NP-WORKORDER            PIC X(12).
           05  FILLER                     PIC X(02).
           05  WS-NP-PIECE-X              PIC X(07).
           05  WS-NP-PIECE REDEFINES WS-NP-PIECE-X
                                          PIC 9(07).

      *
       PROCEDURE DIVISION.
           IF WS-SYSLOG-FILE-STATUS = '00'
               CLOSE SYSLOG-FILE
           END-IF.
           IF WS-LEDGER-FILE-STATUS = '00'
               CLOSE LEDGER-FILE
           END-IF.

           STOP RUN.

                   IF WS-MCP-PARM = 'WORKORDER'
                       MOVE WS-MCP-VALUE TO WS-MCP-WORKORDER
                   END-IF
      *            THE PIECE LEDGER IS PERMANENT - ALWAYS EXTENDED,
      *            NEVER TRUNCATED.
                   IF WS-MCP-PARM = 'LEDGER'
                       MOVE WS-MCP-VALUE TO WS-LEDGER-FILE-PATH
                       OPEN EXTEND LEDGER-FILE
                       IF WS-LEDGER-FILE-STATUS = '35'
                           OPEN OUTPUT LEDGER-FILE
                       END-IF
                       IF WS-LEDGER-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'ACCOUNT'
                       MOVE WS-MCP-VALUE (1:16) TO WS-CUR-ACCT
                       PERFORM 130-ADD-REQUEST
                   IF NDX-REC (1:16) NOT = SPACES
                       IF WS-NDX-CNT < 500000
                           ADD 1 TO WS-NDX-CNT
                           MOVE NDX-REC (1:63) TO WS-NDX-PARSE
                           MOVE WS-NP-ACCT
                               TO WS-NT-ACCT (WS-NDX-CNT)
                           MOVE WS-NP-START
                               TO WS-NT-END (WS-NDX-CNT)
                           MOVE WS-NP-OUT-SEQ
                               TO WS-NT-OUT-SEQ (WS-NDX-CNT)
                           MOVE WS-NP-PAGES
                               TO WS-NT-PAGES (WS-NDX-CNT)
                           MOVE WS-NP-CAT
                               TO WS-NT-CAT (WS-NDX-CNT)
      *                    THE LINE NAMES ITS OWN WORK ORDER AND PIECE
      *                    NUMBER - A COMMINGLED INDEX INTERLEAVES
      *                    WORK ORDERS. AN INDEX CUT BEFORE THE LINE
      *                    CARRIED THEM IS ONE WORK ORDER IN PIECE
      *                    ORDER, SO THE ENTRY NUMBER STANDS IN.
                           IF WS-NP-PIECE-X IS NUMERIC
                                   AND WS-NP-WORKORDER NOT = SPACES
                               MOVE WS-NP-WORKORDER
                                   TO WS-NT-WORKORDER (WS-NDX-CNT)
                               MOVE WS-NP-PIECE
                                   TO WS-NT-PIECE (WS-NDX-CNT)
                           ELSE
                               MOVE WS-MCP-WORKORDER
                                   TO WS-NT-WORKORDER (WS-NDX-CNT)
                               MOVE WS-NDX-CNT
                                   TO WS-NT-PIECE (WS-NDX-CNT)
                           END-IF
                           IF WS-NDX-CNT > 1
                               IF WS-NT-OUT-SEQ (WS-NDX-CNT - 1)
                                       = WS-NP-OUT-SEQ
               END-IF
               ADD 1 TO WS-PIECES-CUT
               PERFORM 340-LOG-PIECE-CUT
               PERFORM 345-WRITE-LEDGER-REC
           END-IF.

      *----------------------------------------------------------*
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  345-WRITE-LEDGER-REC APPENDS THE PIECE JUST CUT TO THE    *
      *  PERMANENT PIECE LEDGER AS A REPRINTED ROW, UNDER THE WORK *
      *  ORDER AND PIECE NUMBER ITS INDEX LINE CARRIED.            *
      *----------------------------------------------------------*
       345-WRITE-LEDGER-REC.
           IF WS-LEDGER-FILE-STATUS = '00'
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-ACCEPT-TIME FROM TIME
               MOVE SPACES TO WS-PL-RECORD
               MOVE WS-CUR-ACCT TO WS-PL-ACCT
               MOVE WS-NT-WORKORDER (WS-SUB1) TO WS-PL-WORKORDER
               MOVE '-' TO WS-PL-DASH
               MOVE WS-NT-PIECE (WS-SUB1) TO WS-PL-PIECE
               MOVE WS-ACCEPT-DATE TO WS-PL-DATE
               MOVE WS-ACCEPT-TIME (1:6) TO WS-PL-TIME
               SET WS-PL-REPRINTED TO TRUE
               MOVE WS-NT-CAT (WS-SUB1) TO WS-PL-CATEGORY
               MOVE WS-NT-PAGES (WS-SUB1) TO WS-PL-PAGES
               MOVE 'CUNA_UTIL04' TO WS-PL-SOURCE
               WRITE LEDGER-REC FROM WS-PL-RECORD
           END-IF.

      *----------------------------------------------------------*
      *  350-LOG-SHORT-PIECE REPORTS A PIECE WHOSE ROLLED FILE     *
      *  RAN OUT BEFORE THE INDEX SAID IT SHOULD - NAMING THE      *
