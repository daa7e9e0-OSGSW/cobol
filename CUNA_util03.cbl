      *    THE SAME WORKORDER-PIECE ID CUNA_UTIL01 STAMPS ON THE
      *    INSERTER EXTRACT - MATCHES EACH SCAN BACK TO ITS
      *    ACCOUNT THROUGH THE INSERTER EXTRACT (SYSINS) OR THE
      *    PIECE INDEX (SYSNDX, WITH THE STREAM'S CMGNDX ALONGSIDE
      *    FOR A COMMINGLING WORK ORDER), MERGES THE MATCHED
      *    ACCOUNTS INTO THE CURRENT DO-NOT-MAIL LIST, AND WRITES
      *    THE UPDATED LIST IN THE ASCENDING 16-BYTE ACCOUNT-KEY
      *    FORMAT THE SUPPFILE MASTER IS KEPT IN. SCANS THAT
      *    MATCH NO PIECE ARE REPORTED TO SYSLOG-FILE SO THE
      *    CLERK CHASES ONLY THE EXCEPTIONS. WITH A LEDGER PARM
      *    EVERY MATCHED SCAN IS ALSO APPENDED TO THE PERMANENT
      *    PIECE LEDGER AS A RETURNED-UNDELIVERABLE ROW.
      *
       ENVIRONMENT DIVISION.
      *
           FILE STATUS IS WS-SYSLOG-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-FILE ASSIGN TO
           WS-LEDGER-FILE-PATH
           FILE STATUS IS WS-LEDGER-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAP-KEY-FILE ASSIGN TO
           WS-MAP-KEY-PATH
           FILE STATUS IS WS-MAP-KEY-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MAP-KEY-PIECE.

           SELECT SUPP-KEY-FILE ASSIGN TO
           WS-SUPP-KEY-PATH
           FILE STATUS IS WS-SUPP-KEY-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPP-KEY-ACCT.

      *
       DATA DIVISION.
      *
       FD  SYSLOG-FILE.
       01  SYSLOG-REC                     PIC X(500).

       FD  LEDGER-FILE.
       01  LEDGER-REC                     PIC X(75).

      *    THE PIECE MAP IS KEYED BY PIECE NUMBER - CUNA_UTIL01
      *    NUMBERS PIECES 1-N IN MAIL ORDER. EACH ENTRY ALSO
      *    CARRIES THE WORK ORDER STAMPED ON ITS INSERTER OR INDEX
      *    LINE; AN OLDER INDEX LINE WITHOUT THE STAMP TAKES THE
      *    WORKORDER CTL-FILE PARM. IT LIVES UNDER THE SUPPOUT
      *    PATH WITH .MAP ON THE END - THE INSERTER EXTRACT AND
      *    PIECE INDEX MAY BE READ BY OTHER JOBS OR SIT ON A READ-
      *    ONLY SHARE, BUT SUPPOUT BELONGS TO THIS RUN ALONE.
       FD  MAP-KEY-FILE.
       01  MAP-KEY-REC.
           05  MAP-KEY-PIECE              PIC 9(07).
           05  MAP-KEY-ACCT               PIC X(16).
           05  MAP-KEY-WORKORDER          PIC X(12).

      *    THE RESULT LIST - THE EXISTING DO-NOT-MAIL ACCOUNTS AND
      *    THE NEWLY MATCHED SCAN ACCOUNTS, EACH KEYED ONCE - HELD
      *    UNDER THE SUPPOUT PATH WITH .KEY ON THE END AND READ
      *    BACK IN KEY ORDER AT WRITE TIME.
       FD  SUPP-KEY-FILE.
       01  SUPP-KEY-REC.
           05  SUPP-KEY-ACCT              PIC X(16).

      *
       WORKING-STORAGE SECTION.
      *
       COPY pledgr.
       01  WS-CONTROL-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-SCAN-FILE-PATH              PIC X(300) VALUE SPACES.
       01  WS-INS-FILE-STATUS             PIC X(02) VALUE '99'.
       01  WS-NDX-FILE-PATH               PIC X(300) VALUE SPACES.
       01  WS-NDX-FILE-STATUS             PIC X(02) VALUE '99'.
       01  WS-CMG-NDX-PATH                PIC X(300) VALUE SPACES.
       01  WS-SUPP-IN-PATH                PIC X(300) VALUE SPACES.
       01  WS-SUPP-IN-STATUS              PIC X(02) VALUE '99'.
       01  WS-SUPPOUT-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-SUPPOUT-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-SYSLOG-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-SYSLOG-FILE-STATUS          PIC X(02) VALUE '99'.
       01  WS-LEDGER-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS          PIC X(02) VALUE '99'.
       01  WS-MAP-KEY-PATH                PIC X(300) VALUE SPACES.
       01  WS-MAP-KEY-STATUS              PIC X(02) VALUE '99'.
       01  WS-SUPP-KEY-PATH               PIC X(300) VALUE SPACES.
       01  WS-SUPP-KEY-STATUS             PIC X(02) VALUE '99'.
       01  WS-ACCEPT-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-ACCEPT-TIME                 PIC 9(08) VALUE ZERO.

       01  WS-MCP-PARM                    PIC X(300) VALUE SPACES.
       01  WS-MCP-VALUE                   PIC X(300) VALUE SPACES.
               88  WS-MAP-NONE                 VALUE ' '.
           05  WS-SCAN-MATCHED-SW        PIC X VALUE 'N'.
               88  WS-SCAN-MATCHED             VALUE 'Y'.
           05  WS-EOF-KEYS               PIC X VALUE 'N'.
               88  EOF-KEYS                    VALUE 'Y'.
           05  WS-NDX-CMG-SW             PIC X VALUE 'N'.
               88  WS-NDX-CMG-PASS             VALUE 'Y'.
           05  WS-MAP-KEY-OPEN-SW        PIC X VALUE 'N'.
               88  WS-MAP-KEY-OPEN             VALUE 'Y'.
           05  WS-SUPP-KEY-OPEN-SW       PIC X VALUE 'N'.
               88  WS-SUPP-KEY-OPEN            VALUE 'Y'.

       01  WS-MAP-CNT                     PIC 9(07) VALUE ZERO.
       01  WS-OLD-CNT                     PIC 9(09) VALUE ZERO.
       01  WS-NEW-CNT                     PIC 9(09) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SUB1                   PIC 9(07) VALUE ZERO.
           05  WS-SUB2                   PIC 9(07) VALUE ZERO.
           05  WS-NDX-ENTRY-CNT          PIC 9(07) VALUE ZERO.
           05  WS-SCAN-CNTR              PIC 9(07) VALUE ZERO.
           05  WS-MATCH-CNTR             PIC 9(07) VALUE ZERO.
           05  WS-UNMATCH-CNTR           PIC 9(07) VALUE ZERO.
           05  WS-OUT-CNTR               PIC 9(09) VALUE ZERO.

       01  WS-SCAN-FIELDS.
           05  WS-SCAN-PIECE-ID.
               10  WS-SCAN-PIECE          PIC X(07).
           05  WS-SCAN-PIECE-NUM          PIC 9(07) VALUE ZERO.
           05  WS-SCAN-ACCT               PIC X(16) VALUE SPACES.

      *
       PROCEDURE DIVISION.
           IF WS-SYSLOG-FILE-STATUS = '00'
               CLOSE SYSLOG-FILE
           END-IF.
           IF WS-LEDGER-FILE-STATUS = '00'
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-MAP-KEY-OPEN
               CLOSE MAP-KEY-FILE
           END-IF.
           IF WS-SUPP-KEY-OPEN
               CLOSE SUPP-KEY-FILE
           END-IF.

           STOP RUN.

                   IF WS-MCP-PARM = 'SYSNDX'
                       MOVE WS-MCP-VALUE TO WS-NDX-FILE-PATH
                   END-IF
      *            A COMMINGLING WORK ORDER'S COMMINGLED PIECES ARE
      *            INDEXED IN THE STREAM'S CMGNDX, NOT ITS SYSNDX.
                   IF WS-MCP-PARM = 'CMGNDX'
                       MOVE WS-MCP-VALUE TO WS-CMG-NDX-PATH
                   END-IF
                   IF WS-MCP-PARM = 'SUPPFILE'
                       MOVE WS-MCP-VALUE TO WS-SUPP-IN-PATH
                   END-IF
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
                   READ CTL-FILE
                       AT END MOVE 'Y' TO WS-EOF-CTL
                   END-READ
      *  200-LOAD-PIECE-MAP BUILDS THE PIECE-NUMBER-TO-ACCOUNT     *
      *  MAP. THE INSERTER EXTRACT IS PREFERRED WHEN BOTH ARE      *
      *  NAMED, SINCE EACH OF ITS LINES CARRIES ITS OWN WORK       *
      *  ORDER; THE PIECE INDEX FALLS BACK ON ITS OWN STAMP, THEN  *
      *  ON THE WORKORDER PARM.                                    *
      *  A RUN WITH NEITHER FILE FAILS - THERE IS NOTHING TO       *
      *  MATCH SCANS AGAINST.                                      *
      *----------------------------------------------------------*
      *----------------------------------------------------------*
      *  210-LOAD-MAP-FROM-INS READS THE INSERTER EXTRACT          *
      *  (WORKORDER-PIECE, ACCOUNT IN COLUMNS 23-38) INTO THE      *
      *  PIECE MAP UNDER ITS PIECE NUMBER.                         *
      *----------------------------------------------------------*
       210-LOAD-MAP-FROM-INS.
           MOVE SPACES TO WS-MAP-KEY-PATH.
           STRING WS-SUPPOUT-FILE-PATH DELIMITED BY SPACE
               '.MAP' DELIMITED BY SIZE
               INTO WS-MAP-KEY-PATH
           END-STRING.
           PERFORM 230-CREATE-MAP-KEYS.
           IF RETURN-CODE NOT = +999
               OPEN INPUT INS-FILE
               IF WS-INS-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE NOT = +999
               SET WS-MAP-FROM-INS TO TRUE
               READ INS-FILE
                   AT END MOVE 'Y' TO WS-EOF-INS
               END-READ
               PERFORM UNTIL EOF-INS
                   IF INS-REC (14:7) IS NUMERIC
                       MOVE INS-REC (14:7) TO WS-SUB1
                       IF WS-SUB1 > 0
                           PERFORM 215-MAP-INS-PIECE
                       END-IF
                   END-IF
                   IF NOT EOF-INS
               END-PERFORM
               CLOSE INS-FILE
           END-IF.
           PERFORM 235-REOPEN-MAP-KEYS.

      *----------------------------------------------------------*
      *  215-MAP-INS-PIECE FILES ONE INSERTER LINE UNDER ITS PIECE *
      *  NUMBER. A LATER LINE FOR THE SAME PIECE AND WORK ORDER    *
      *  REPLACES THE EARLIER ONE.                                 *
      *----------------------------------------------------------*
      *    PIECE NUMBERS RESTART AT 1 FOR EVERY WORK ORDER, SO AN
      *    EXTRACT CARRYING TWO WORK ORDERS (A SHARED SYSINS
      *    EXTENDED ACROSS A BATCH RUN) WOULD HAVE THE SECOND
      *    SILENTLY OVERWRITE THE FIRST'S PIECES AND SEND EVERY
      *    EARLIER SCAN BACK UNMATCHED. FAIL THE RUN AND SAY SO -
      *    THE FILE MUST BE SPLIT BY WORK ORDER.
       215-MAP-INS-PIECE.
           MOVE WS-SUB1 TO MAP-KEY-PIECE.
           READ MAP-KEY-FILE
               INVALID KEY
                   MOVE INS-REC (23:16) TO MAP-KEY-ACCT
                   MOVE INS-REC (1:12) TO MAP-KEY-WORKORDER
                   WRITE MAP-KEY-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-MAP-KEY-STATUS = '00'
                       ADD 1 TO WS-MAP-CNT
                   ELSE
                       PERFORM 238-MAP-WRITE-FAILED
                   END-IF
               NOT INVALID KEY
                   IF MAP-KEY-WORKORDER NOT = INS-REC (1:12)
                       MOVE +999 TO RETURN-CODE
                       MOVE 'Y' TO WS-EOF-INS
                       IF WS-SYSLOG-FILE-STATUS = '00'
                           MOVE SPACES TO SYSLOG-REC
                           STRING 'INSERTER EXTRACT CARRIES MULTIPLE'
                                   DELIMITED BY SIZE
                               ' WORKORDERS - SPLIT IT BY WORKORDER'
                                   DELIMITED BY SIZE
                               INTO SYSLOG-REC
                           END-STRING
                           WRITE SYSLOG-REC
                       END-IF
                   ELSE
                       MOVE INS-REC (23:16) TO MAP-KEY-ACCT
                       REWRITE MAP-KEY-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-MAP-KEY-STATUS NOT = '00'
                           PERFORM 238-MAP-WRITE-FAILED
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  220-LOAD-MAP-FROM-NDX READS THE PIECE INDEX, THEN THE     *
      *  COMMINGLED PIECE INDEX WHEN CMGNDX IS NAMED, INTO ONE     *
      *  PIECE MAP.                                                *
      *----------------------------------------------------------*
       220-LOAD-MAP-FROM-NDX.
           MOVE SPACES TO WS-MAP-KEY-PATH.
           STRING WS-SUPPOUT-FILE-PATH DELIMITED BY SPACE
               '.MAP' DELIMITED BY SIZE
               INTO WS-MAP-KEY-PATH
           END-STRING.
           PERFORM 230-CREATE-MAP-KEYS.
           IF RETURN-CODE NOT = +999
               SET WS-MAP-FROM-NDX TO TRUE
               PERFORM 222-READ-NDX-FILE
           END-IF.
           IF RETURN-CODE NOT = +999 AND WS-CMG-NDX-PATH NOT = SPACES
               MOVE WS-CMG-NDX-PATH TO WS-NDX-FILE-PATH
               SET WS-NDX-CMG-PASS TO TRUE
               MOVE 'N' TO WS-EOF-NDX
               PERFORM 222-READ-NDX-FILE
           END-IF.
           PERFORM 235-REOPEN-MAP-KEYS.

      *----------------------------------------------------------*
      *  222-READ-NDX-FILE FILES EVERY ACCOUNT LINE OF ONE PIECE   *
      *  INDEX INTO THE PIECE MAP.                                 *
      *----------------------------------------------------------*
       222-READ-NDX-FILE.
           MOVE ZERO TO WS-NDX-ENTRY-CNT.
           OPEN INPUT NDX-FILE.
           IF WS-NDX-FILE-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           ELSE
               READ NDX-FILE
                   AT END MOVE 'Y' TO WS-EOF-NDX
               END-READ
               PERFORM UNTIL EOF-NDX
                   IF NDX-REC (1:16) NOT = SPACES
                       ADD 1 TO WS-NDX-ENTRY-CNT
                       PERFORM 225-MAP-NDX-PIECE
                   END-IF
                   IF NOT EOF-NDX
                       READ NDX-FILE
           END-IF.

      *----------------------------------------------------------*
      *  225-MAP-NDX-PIECE FILES ONE INDEX LINE UNDER THE WORK     *
      *  ORDER (COLUMNS 43-54) AND PIECE NUMBER (COLUMNS 57-63)    *
      *  CUNA_UTIL01 STAMPS ON IT. A LINE FOR ANOTHER WORK ORDER   *
      *  IS PASSED OVER.                                           *
      *----------------------------------------------------------*
      *    AN INDEX WRITTEN BEFORE THE STAMP WAS ADDED HOLDS ONE
      *    WORK ORDER'S PIECES IN PIECE-NUMBER ORDER, SO THE NTH
      *    ENTRY IS PIECE N UNDER THE WORKORDER PARM. A COMMINGLED
      *    INDEX IS IN PRESORT ORDER AND HAS NO SUCH FALLBACK - AN
      *    UNSTAMPED LINE THERE IS PASSED OVER.
       225-MAP-NDX-PIECE.
           MOVE ZERO TO WS-SUB1.
           IF NDX-REC (57:7) IS NUMERIC
                   AND NDX-REC (43:12) NOT = SPACES
               IF WS-MCP-WORKORDER = SPACES
                       OR NDX-REC (43:12) = WS-MCP-WORKORDER
                   MOVE NDX-REC (57:7) TO WS-SUB1
                   MOVE NDX-REC (43:12) TO MAP-KEY-WORKORDER
               END-IF
           ELSE
               IF NOT WS-NDX-CMG-PASS
                   MOVE WS-NDX-ENTRY-CNT TO WS-SUB1
                   MOVE WS-MCP-WORKORDER TO MAP-KEY-WORKORDER
               END-IF
           END-IF.
           IF WS-SUB1 > 0
               MOVE WS-SUB1 TO MAP-KEY-PIECE
               MOVE NDX-REC (1:16) TO MAP-KEY-ACCT
               WRITE MAP-KEY-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-MAP-KEY-STATUS = '00'
                   ADD 1 TO WS-MAP-CNT
               ELSE
                   PERFORM 238-MAP-WRITE-FAILED
                   MOVE 'Y' TO WS-EOF-NDX
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  230-CREATE-MAP-KEYS STARTS THE PIECE MAP EMPTY AND OPENS  *
      *  IT FOR THE LOAD.                                          *
      *----------------------------------------------------------*
       230-CREATE-MAP-KEYS.
           OPEN OUTPUT MAP-KEY-FILE.
           IF WS-MAP-KEY-STATUS = '00'
               CLOSE MAP-KEY-FILE
               OPEN I-O MAP-KEY-FILE
           END-IF.
           IF WS-MAP-KEY-STATUS = '00'
               SET WS-MAP-KEY-OPEN TO TRUE
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      *  235-REOPEN-MAP-KEYS REOPENS THE LOADED PIECE MAP FOR THE  *
      *  SCAN LOOKUPS.                                             *
      *----------------------------------------------------------*
       235-REOPEN-MAP-KEYS.
           IF WS-MAP-KEY-OPEN
               CLOSE MAP-KEY-FILE
               MOVE 'N' TO WS-MAP-KEY-OPEN-SW
               IF RETURN-CODE NOT = +999
                   OPEN INPUT MAP-KEY-FILE
                   IF WS-MAP-KEY-STATUS = '00'
                       SET WS-MAP-KEY-OPEN TO TRUE
                   ELSE
                       MOVE +999 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  238-MAP-WRITE-FAILED FAILS THE RUN ON A PIECE MAP THAT    *
      *  CANNOT TAKE A WRITE - A PARTIAL MAP SENDS GOOD SCANS      *
      *  BACK UNMATCHED.                                           *
      *----------------------------------------------------------*
       238-MAP-WRITE-FAILED.
           MOVE +999 TO RETURN-CODE.
           MOVE 'Y' TO WS-EOF-INS.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'PIECE MAP WRITE FAILED STATUS ' DELIMITED BY SIZE
                   WS-MAP-KEY-STATUS DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  300-LOAD-OLD-SUPP STARTS THE RESULT LIST EMPTY AND LOADS  *
      *  THE CURRENT DO-NOT-MAIL LIST INTO IT, IN WHATEVER ORDER   *
      *  IT ARRIVES, SO THE UPDATED LIST CARRIES EVERY ACCOUNT     *
      *  ALREADY ON IT. NO SUPPFILE PARM MEANS THE RUN STARTS A    *
      *  FRESH LIST. A LIST THAT CANNOT BE LOADED WHOLE FAILS THE  *
      *  RUN - DROPPING DO-NOT-MAIL ACCOUNTS IS NOT AN OPTION.     *
      *----------------------------------------------------------*
       300-LOAD-OLD-SUPP.
           MOVE SPACES TO WS-SUPP-KEY-PATH.
           STRING WS-SUPPOUT-FILE-PATH DELIMITED BY SPACE
               '.KEY' DELIMITED BY SIZE
               INTO WS-SUPP-KEY-PATH
           END-STRING.
           OPEN OUTPUT SUPP-KEY-FILE.
           IF WS-SUPP-KEY-STATUS = '00'
               CLOSE SUPP-KEY-FILE
               OPEN I-O SUPP-KEY-FILE
           END-IF.
           IF WS-SUPP-KEY-STATUS = '00'
               SET WS-SUPP-KEY-OPEN TO TRUE
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.
           IF WS-SUPP-IN-PATH = SPACES OR RETURN-CODE = +999
               CONTINUE
           ELSE
               OPEN INPUT SUPP-IN-FILE
                   END-READ
                   PERFORM UNTIL EOF-SUPP
                       IF SUPP-IN-REC (1:16) NOT = SPACES
                           MOVE SUPP-IN-REC (1:16) TO SUPP-KEY-ACCT
                           PERFORM 310-KEY-SUPP-ACCT
                           IF WS-SUPP-KEY-STATUS = '00'
                               ADD 1 TO WS-OLD-CNT
                           END-IF
                           IF RETURN-CODE = +999
                               MOVE 'Y' TO WS-EOF-SUPP
                           END-IF
                       END-IF
                       IF NOT EOF-SUPP
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  310-KEY-SUPP-ACCT ADDS THE ACCOUNT IN SUPP-KEY-ACCT TO    *
      *  THE RESULT LIST. AN ACCOUNT ALREADY ON IT (STATUS 22) IS  *
      *  LEFT ALONE; ANY OTHER FAILURE FAILS THE RUN.              *
      *----------------------------------------------------------*
       310-KEY-SUPP-ACCT.
           WRITE SUPP-KEY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-SUPP-KEY-STATUS NOT = '00'
                   AND WS-SUPP-KEY-STATUS NOT = '22'
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'SUPPRESSION KEY FILE WRITE FAILED STATUS '
                           DELIMITED BY SIZE
                       WS-SUPP-KEY-STATUS DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  400-PROCESS-SCANS DRIVES ONE PASS OF THE SCAN FILE.       *
      *----------------------------------------------------------*
      *----------------------------------------------------------*
      *  410-MATCH-SCAN MATCHES ONE SCAN LINE (WORKORDER-PIECE ID  *
      *  IN COLUMNS 1-20) TO ITS ACCOUNT THROUGH THE PIECE MAP.    *
      *  A MATCH GOES ON THE RESULT LIST; A SCAN WHOSE PIECE       *
      *  NUMBER IS NOT ON THE MAP, OR WHOSE WORK ORDER DOES NOT    *
      *  AGREE WITH THE MAP'S, IS REPORTED AS UNMATCHED.           *
      *----------------------------------------------------------*
               IF WS-SCAN-PIECE IS NUMERIC
                   MOVE WS-SCAN-PIECE TO WS-SCAN-PIECE-NUM
                   IF WS-SCAN-PIECE-NUM > 0
                       MOVE WS-SCAN-PIECE-NUM TO MAP-KEY-PIECE
                       READ MAP-KEY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF MAP-KEY-ACCT NOT = SPACES
                                   AND MAP-KEY-WORKORDER
                                       = WS-SCAN-WORKORDER
                                   SET WS-SCAN-MATCHED TO TRUE
                                   MOVE MAP-KEY-ACCT TO WS-SCAN-ACCT
                                   PERFORM 420-ADD-NEW-ACCT
                                   PERFORM 440-WRITE-LEDGER-REC
                               END-IF
                       END-READ
                   END-IF
               END-IF
               IF NOT WS-SCAN-MATCHED
           END-READ.

      *----------------------------------------------------------*
      *  420-ADD-NEW-ACCT ADDS THE MATCHED ACCOUNT TO THE RESULT   *
      *  LIST, SKIPPING AN ACCOUNT ALREADY ON IT - A STACK OF      *
      *  SCANS FOR ONE DEAD ADDRESS STILL MAKES ONE LIST ENTRY.    *
      *----------------------------------------------------------*
       420-ADD-NEW-ACCT.
           ADD 1 TO WS-MATCH-CNTR.
           MOVE WS-SCAN-ACCT TO SUPP-KEY-ACCT.
           PERFORM 310-KEY-SUPP-ACCT.
           IF WS-SUPP-KEY-STATUS = '00'
               ADD 1 TO WS-NEW-CNT
           END-IF.

      *----------------------------------------------------------*
           END-IF.

      *----------------------------------------------------------*
      *  440-WRITE-LEDGER-REC APPENDS THE MATCHED SCAN TO THE      *
      *  PERMANENT PIECE LEDGER AS A RETURNED-UNDELIVERABLE ROW    *
      *  UNDER THE WORKORDER-PIECE ID THE SCAN CARRIED. THE PIECE  *
      *  MAP HOLDS NO CATEGORY OR PAGE COUNT - THE PIECE'S OWN     *
      *  MAILED ROW ALREADY CARRIES THEM.                          *
      *----------------------------------------------------------*
       440-WRITE-LEDGER-REC.
           IF WS-LEDGER-FILE-STATUS = '00'
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-ACCEPT-TIME FROM TIME
               MOVE SPACES TO WS-PL-RECORD
               MOVE WS-SCAN-ACCT TO WS-PL-ACCT
               MOVE WS-SCAN-WORKORDER TO WS-PL-WORKORDER
               MOVE '-' TO WS-PL-DASH
               MOVE WS-SCAN-PIECE-NUM TO WS-PL-PIECE
               MOVE WS-ACCEPT-DATE TO WS-PL-DATE
               MOVE WS-ACCEPT-TIME (1:6) TO WS-PL-TIME
               SET WS-PL-RETURNED TO TRUE
               MOVE ZERO TO WS-PL-PAGES
               MOVE 'CUNA_UTIL03' TO WS-PL-SOURCE
               WRITE LEDGER-REC FROM WS-PL-RECORD
           END-IF.

      *----------------------------------------------------------*
      *  600-WRITE-SUPPOUT READS THE RESULT LIST BACK IN KEY       *
      *  ORDER INTO THE UPDATED SUPPRESSION LIST, ONE 16-BYTE KEY  *
      *  PER LINE IN COLUMNS 1-16, ASCENDING AND DEDUPLICATED.     *
      *----------------------------------------------------------*
       600-WRITE-SUPPOUT.
           MOVE 'N' TO WS-EOF-KEYS.
           MOVE LOW-VALUES TO SUPP-KEY-ACCT.
           START SUPP-KEY-FILE KEY IS NOT LESS THAN SUPP-KEY-ACCT
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-KEYS
           END-START.
           IF NOT EOF-KEYS
               READ SUPP-KEY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-KEYS
               END-READ
           END-IF.
           PERFORM 610-WRITE-ONE
               UNTIL EOF-KEYS OR RETURN-CODE = +999.

       610-WRITE-ONE.
           MOVE SPACES TO SUPPOUT-REC.
           MOVE SUPP-KEY-ACCT TO SUPPOUT-REC (1:16).
           WRITE SUPPOUT-REC.
           ADD 1 TO WS-OUT-CNTR.
           READ SUPP-KEY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-KEYS
           END-READ.

      *----------------------------------------------------------*
      *  700-SUMMARY CLOSES THE RUN LOG WITH THE ONE LINE          *
