       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CUNA_UTIL12.
      *
      *    CYCLE-OVER-CYCLE VARIANCE CHECK. A SHORT OR MALFORMED
      *    CLIENT FILE STILL VALIDATES BYTE FOR BYTE IN CUNA_UTIL01,
      *    SO BEFORE A RUN IS RELEASED TO PRINT THIS STEP COMPARES
      *    EACH WORK ORDER'S SYSNDX PIECE INDEX WITH THE INDEX THE
      *    SAME WORK ORDER PRODUCED LAST CYCLE AND REPORTS:
      *      - ACCOUNTS THAT DROPPED OUT SINCE LAST CYCLE
      *      - ACCOUNTS NEW THIS CYCLE
      *      - ACCOUNTS WHOSE PAGE COUNT MOVED BY MORE THAN
      *        PAGEVARPCT PERCENT
      *      - CATEGORIES WHOSE SHARE OF THE PIECES SHIFTED BY
      *        MORE THAN MIXVARPCT PERCENTAGE POINTS
      *    A WORK ORDER IS HELD - RETURN CODE 8, AS AT THE RELEASE
      *    GATE - WHEN ITS TOTAL PIECE COUNT MOVED BY MORE THAN
      *    PIECEVARPCT PERCENT EITHER WAY, OR WHEN MORE THAN
      *    MISSMAX ACCOUNTS DROPPED OUT. A WORK ORDER WITH NO PRIOR
      *    INDEX TO COMPARE AGAINST IS REPORTED AND SETS RETURN
      *    CODE 4 SO SOMEBODY LOOKS AT IT.
      *
      *    CTL-FILE PARMS - VARRPT, SYSLOG AND THE THRESHOLDS AHEAD
      *    OF THE FIRST WORKORDER APPLY TO EVERY WORK ORDER; A
      *    THRESHOLD GIVEN INSIDE A WORKORDER SECTION APPLIES TO
      *    THAT WORK ORDER ONLY:
      *      VARRPT       VARIANCE REPORT
      *      SYSLOG       RUN LOG
      *      PAGEVARPCT   PAGE-COUNT MOVE REPORTED, PERCENT (50)
      *      MIXVARPCT    CATEGORY-MIX SHIFT REPORTED, POINTS (5)
      *      PIECEVARPCT  PIECE-COUNT CHANGE THAT HOLDS, PERCENT (10)
      *      MISSMAX      DROPPED ACCOUNTS ALLOWED BEFORE A HOLD
      *                   (NO LIMIT WHEN NOT GIVEN)
      *      WORKORDER    STARTS A WORK ORDER SECTION
      *      SYSNDX       THIS CYCLE'S PIECE INDEX
      *      PRIORNDX     LAST CYCLE'S PIECE INDEX
      *      CMGNDX       THIS CYCLE'S COMMINGLED STREAM INDEX
      *      PRIORCMGNDX  LAST CYCLE'S COMMINGLED STREAM INDEX
      *    A WORK ORDER THAT COMMINGLES HAS ITS PRESORT PIECES
      *    INDEXED IN THE BATCH STREAM'S CMGNDX, NOT ITS OWN SYSNDX,
      *    SO THE LINES OF A COMMINGLED INDEX THAT NAME THE WORK
      *    ORDER (COLUMNS 43-54) ARE COUNTED WITH ITS OWN INDEX ON
      *    THE SAME SIDE. THE STREAM INDEXES MAY BE GIVEN AHEAD OF
      *    THE FIRST WORKORDER, FOR EVERY WORK ORDER, OR IN ONE
      *    WORKORDER SECTION FOR THAT WORK ORDER ONLY.
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

           SELECT NDX-FILE ASSIGN TO
           WS-NDX-FILE-PATH
           FILE STATUS IS WS-NDX-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRIOR-NDX-FILE ASSIGN TO
           WS-PRIOR-NDX-PATH
           FILE STATUS IS WS-PRIOR-NDX-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CMG-NDX-FILE ASSIGN TO
           WS-CMG-NDX-PATH
           FILE STATUS IS WS-CMG-NDX-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRIOR-CMG-FILE ASSIGN TO
           WS-PRIOR-CMG-PATH
           FILE STATUS IS WS-PRIOR-CMG-STATUS
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

       FD  NDX-FILE.
       01  NDX-REC                        PIC X(80).

       FD  PRIOR-NDX-FILE.
       01  PRIOR-NDX-REC                  PIC X(80).

       FD  CMG-NDX-FILE.
       01  CMG-NDX-REC                    PIC X(80).

       FD  PRIOR-CMG-FILE.
       01  PRIOR-CMG-REC                  PIC X(80).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(132).

       FD  SYSLOG-FILE.
       01  SYSLOG-REC                     PIC X(500).

      *    BOTH INDEXES' PIECES SORTED TOGETHER BY ACCOUNT, LAST
      *    CYCLE'S (SIDE 1) AHEAD OF THIS CYCLE'S (SIDE 2).
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-ACCT                   PIC X(16).
           05  SRT-SIDE                   PIC 9(01).
               88  SRT-PRIOR                    VALUE 1.
               88  SRT-CURRENT                  VALUE 2.
           05  SRT-PAGES                  PIC 9(04).

      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CONTROL-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-NDX-FILE-PATH               PIC X(300) VALUE SPACES.
       01  WS-NDX-FILE-STATUS             PIC X(02) VALUE '99'.
       01  WS-PRIOR-NDX-PATH              PIC X(300) VALUE SPACES.
       01  WS-PRIOR-NDX-STATUS            PIC X(02) VALUE '99'.
       01  WS-CMG-NDX-PATH                PIC X(300) VALUE SPACES.
       01  WS-CMG-NDX-STATUS              PIC X(02) VALUE '99'.
       01  WS-PRIOR-CMG-PATH              PIC X(300) VALUE SPACES.
       01  WS-PRIOR-CMG-STATUS            PIC X(02) VALUE '99'.
       01  WS-SH-CMG-NDX-PATH             PIC X(300) VALUE SPACES.
       01  WS-SH-PRIOR-CMG-PATH           PIC X(300) VALUE SPACES.
       01  WS-RPT-FILE-PATH               PIC X(300) VALUE SPACES.
       01  WS-RPT-FILE-STATUS             PIC X(02) VALUE '99'.
       01  WS-SYSLOG-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-SYSLOG-FILE-STATUS          PIC X(02) VALUE '99'.

       01  WS-MCP-PARM                    PIC X(300) VALUE SPACES.
       01  WS-MCP-VALUE                   PIC X(300) VALUE SPACES.
       01  WS-MCP-WORKORDER               PIC X(12) VALUE SPACES.

       01  FLAGS.
           05  WS-EOF-CTL                PIC X VALUE 'N'.
               88  EOF-CTL                     VALUE 'Y'.
           05  WS-EOF-NDX                PIC X VALUE 'N'.
               88  EOF-NDX                     VALUE 'Y'.
           05  WS-EOF-SORT               PIC X VALUE 'N'.
               88  EOF-SORT                    VALUE 'Y'.
           05  WS-IN-SECTION-SW          PIC X VALUE 'N'.
               88  WS-IN-SECTION               VALUE 'Y'.
           05  WS-HOLD-SW                PIC X VALUE 'N'.
               88  WS-HOLD                     VALUE 'Y'.
           05  WS-NUM-OK-SW              PIC X VALUE 'N'.
               88  WS-NUM-OK                   VALUE 'Y'.

      *    THRESHOLDS FROM THE SHARED BLOCK, AND THE ONES IN FORCE
      *    FOR THE WORK ORDER BEING READ. EACH WORKORDER LINE
      *    STARTS AGAIN FROM THE SHARED VALUES.
       01  WS-SHARED-LIMITS.
           05  WS-SH-PAGE-PCT            PIC 9(09) VALUE 50.
           05  WS-SH-MIX-PCT             PIC 9(09) VALUE 5.
           05  WS-SH-PIECE-PCT           PIC 9(09) VALUE 10.
           05  WS-SH-MISS-MAX            PIC 9(09) VALUE ZERO.
           05  WS-SH-MISS-SW             PIC X(01) VALUE 'N'.
       01  WS-VAR-LIMITS.
           05  WS-VL-PAGE-PCT            PIC 9(09) VALUE 50.
           05  WS-VL-MIX-PCT             PIC 9(09) VALUE 5.
           05  WS-VL-PIECE-PCT           PIC 9(09) VALUE 10.
           05  WS-VL-MISS-MAX            PIC 9(09) VALUE ZERO.
           05  WS-VL-MISS-SW             PIC X(01) VALUE 'N'.
               88  WS-VL-MISS-SET              VALUE 'Y'.

      *    A 1-9 DIGIT CTL-FILE VALUE, RIGHT-JUSTIFIED.
       01  WS-NUM-FIELDS.
           05  WS-NUM-TEXT               PIC X(09) VALUE SPACES.
           05  WS-NUM-LEN                PIC 9(02) VALUE ZERO.
           05  WS-NUM-AREA               PIC X(09) VALUE ZEROS.
           05  WS-NUM-VALUE REDEFINES WS-NUM-AREA
                                         PIC 9(09).

       01  WS-COUNTERS.
           05  WS-WO-CNTR                PIC 9(04) VALUE ZERO.
           05  WS-HOLD-CNTR              PIC 9(04) VALUE ZERO.
           05  WS-PRIOR-PIECES           PIC 9(09) VALUE ZERO.
           05  WS-CUR-PIECES             PIC 9(09) VALUE ZERO.
           05  WS-PRIOR-ACCTS            PIC 9(09) VALUE ZERO.
           05  WS-CUR-ACCTS              PIC 9(09) VALUE ZERO.
           05  WS-DROP-CNTR              PIC 9(09) VALUE ZERO.
           05  WS-NEW-CNTR               PIC 9(09) VALUE ZERO.
           05  WS-MOVE-CNTR              PIC 9(09) VALUE ZERO.
           05  WS-MIX-CNTR               PIC 9(04) VALUE ZERO.

      *    ONE ACCOUNT'S PIECES AND PAGES ON EACH SIDE - AN ACCOUNT
      *    CAN HAVE MORE THAN ONE PIECE IN AN INDEX.
       01  WS-GROUP-FIELDS.
           05  WS-GRP-ACCT               PIC X(16) VALUE SPACES.
           05  WS-GRP-PRIOR-PIECES       PIC 9(07) VALUE ZERO.
           05  WS-GRP-PRIOR-PAGES        PIC 9(09) VALUE ZERO.
           05  WS-GRP-CUR-PIECES         PIC 9(07) VALUE ZERO.
           05  WS-GRP-CUR-PAGES          PIC 9(09) VALUE ZERO.

       01  WS-PCT-FIELDS.
           05  WS-PCT                    PIC S9(07)V9(01) VALUE ZERO.
           05  WS-PCT-ABS                PIC 9(07)V9(01) VALUE ZERO.
           05  WS-PRIOR-SHARE            PIC 9(03)V9(01) VALUE ZERO.
           05  WS-CUR-SHARE              PIC 9(03)V9(01) VALUE ZERO.

      *    PIECES PER CATEGORY CODE ON EACH SIDE, IN THE ORDER THE
      *    CODES WERE FIRST SEEN. THE LAST SLOT TAKES ANY CODE
      *    BEYOND THE TABLE.
       01  WS-CAT-CNT                     PIC 9(02) VALUE ZERO.
       01  WS-CAT-TBL.
           05  WS-CAT-ENTRY OCCURS 20 TIMES INDEXED BY WS-CAT-IX.
               10  WS-CAT-CODE            PIC X(01).
               10  WS-CAT-PRIOR           PIC 9(09).
               10  WS-CAT-CUR             PIC 9(09).
       01  WS-CAT-SUB                     PIC 9(02) VALUE ZERO.
       01  WS-CAT-WORK                    PIC X(01) VALUE SPACE.

       01  WS-NDX-PARSE.
           05  WS-NP-ACCT                 PIC X(16).
           05  FILLER                     PIC X(02).
           05  WS-NP-START                PIC 9(09).
           05  FILLER                     PIC X(02).
           05  WS-NP-PAGES                PIC 9(04).
           05  FILLER                     PIC X(02).
           05  WS-NP-CAT                  PIC X(01).
           05  FILLER                     PIC X(02).
           05  WS-NP-OUT-SEQ              PIC 9(02).

       01  WS-EDIT-FIELDS.
           05  WS-ED-CNT1                PIC Z(08)9.
           05  WS-ED-CNT2                PIC Z(08)9.
           05  WS-ED-CNT3                PIC Z(08)9.
           05  WS-ED-CNT4                PIC Z(08)9.
           05  WS-ED-PCT                 PIC -(07)9.9.
           05  WS-ED-SHARE1              PIC ZZ9.9.
           05  WS-ED-SHARE2              PIC ZZ9.9.
           05  WS-ED-LIMIT               PIC Z(08)9.
       01  WS-RESULT                      PIC X(04) VALUE SPACES.

      *
       PROCEDURE DIVISION.
      *
      ****************
       000-MAIN-LOGIC.
      ****************

           PERFORM 100-INIT.

           IF RETURN-CODE NOT = +999
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
               PERFORM UNTIL EOF-CTL OR RETURN-CODE = +999
                   MOVE SPACES TO WS-MCP-PARM, WS-MCP-VALUE
                   UNSTRING CTL-REC
                       DELIMITED BY '=' OR '**' OR X'0D0A' OR '   '
                       INTO WS-MCP-PARM, WS-MCP-VALUE
                   END-UNSTRING
                   IF WS-MCP-PARM = 'VARRPT'
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
                   IF WS-MCP-PARM = 'PAGEVARPCT'
                       PERFORM 120-GET-NUMBER
                       IF WS-IN-SECTION
                           MOVE WS-NUM-VALUE TO WS-VL-PAGE-PCT
                       ELSE
                           MOVE WS-NUM-VALUE TO WS-SH-PAGE-PCT
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'MIXVARPCT'
                       PERFORM 120-GET-NUMBER
                       IF WS-IN-SECTION
                           MOVE WS-NUM-VALUE TO WS-VL-MIX-PCT
                       ELSE
                           MOVE WS-NUM-VALUE TO WS-SH-MIX-PCT
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'PIECEVARPCT'
                       PERFORM 120-GET-NUMBER
                       IF WS-IN-SECTION
                           MOVE WS-NUM-VALUE TO WS-VL-PIECE-PCT
                       ELSE
                           MOVE WS-NUM-VALUE TO WS-SH-PIECE-PCT
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'MISSMAX'
                       PERFORM 120-GET-NUMBER
                       IF WS-IN-SECTION
                           MOVE WS-NUM-VALUE TO WS-VL-MISS-MAX
                           MOVE 'Y' TO WS-VL-MISS-SW
                       ELSE
                           MOVE WS-NUM-VALUE TO WS-SH-MISS-MAX
                           MOVE 'Y' TO WS-SH-MISS-SW
                       END-IF
                   END-IF
      *            A WORKORDER LINE CLOSES OFF THE SECTION BEFORE
      *            IT, SO THAT SECTION IS CHECKED NOW.
                   IF WS-MCP-PARM = 'WORKORDER'
                       IF WS-IN-SECTION
                           PERFORM 200-CHECK-WORKORDER
                       END-IF
                       MOVE WS-MCP-VALUE TO WS-MCP-WORKORDER
                       MOVE SPACES TO WS-NDX-FILE-PATH
                       MOVE SPACES TO WS-PRIOR-NDX-PATH
                       MOVE WS-SH-CMG-NDX-PATH TO WS-CMG-NDX-PATH
                       MOVE WS-SH-PRIOR-CMG-PATH TO WS-PRIOR-CMG-PATH
                       MOVE WS-SHARED-LIMITS TO WS-VAR-LIMITS
                       SET WS-IN-SECTION TO TRUE
                   END-IF
                   IF WS-MCP-PARM = 'SYSNDX'
                       MOVE WS-MCP-VALUE TO WS-NDX-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'PRIORNDX'
                       MOVE WS-MCP-VALUE TO WS-PRIOR-NDX-PATH
                   END-IF
                   IF WS-MCP-PARM = 'CMGNDX'
                       IF WS-IN-SECTION
                           MOVE WS-MCP-VALUE TO WS-CMG-NDX-PATH
                       ELSE
                           MOVE WS-MCP-VALUE TO WS-SH-CMG-NDX-PATH
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'PRIORCMGNDX'
                       IF WS-IN-SECTION
                           MOVE WS-MCP-VALUE TO WS-PRIOR-CMG-PATH
                       ELSE
                           MOVE WS-MCP-VALUE TO WS-SH-PRIOR-CMG-PATH
                       END-IF
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
               MOVE +999 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE NOT = +999
               IF WS-IN-SECTION
                   PERFORM 200-CHECK-WORKORDER
               ELSE
                   MOVE +999 TO RETURN-CODE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'NO WORKORDER SECTIONS TO CHECK'
                           TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  120-GET-NUMBER TAKES A 1-9 DIGIT CTL-FILE VALUE INTO      *
      *  WS-NUM-VALUE. ANYTHING ELSE FAILS THE RUN - A THRESHOLD   *
      *  THAT QUIETLY READ AS ZERO WOULD HOLD OR PASS EVERYTHING.  *
      *----------------------------------------------------------*
       120-GET-NUMBER.
           MOVE SPACES TO WS-NUM-TEXT.
           MOVE ZERO TO WS-NUM-LEN.
           MOVE ZEROS TO WS-NUM-AREA.
           MOVE 'N' TO WS-NUM-OK-SW.
           UNSTRING WS-MCP-VALUE DELIMITED BY SPACE
               INTO WS-NUM-TEXT COUNT IN WS-NUM-LEN
           END-UNSTRING.
           IF WS-NUM-LEN > 0 AND WS-NUM-LEN < 10
               IF WS-NUM-TEXT (1:WS-NUM-LEN) IS NUMERIC
                   MOVE WS-NUM-TEXT (1:WS-NUM-LEN)
                       TO WS-NUM-AREA (10 - WS-NUM-LEN:WS-NUM-LEN)
                   SET WS-NUM-OK TO TRUE
               END-IF
           END-IF.
           IF NOT WS-NUM-OK
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'BAD VALUE FOR ' DELIMITED BY SIZE
                       WS-MCP-PARM DELIMITED BY SPACE
                       ' - 1 TO 9 DIGITS EXPECTED' DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  200-CHECK-WORKORDER COMPARES ONE WORK ORDER'S INDEX WITH  *
      *  LAST CYCLE'S: ACCOUNT BY ACCOUNT THROUGH THE SORT, THEN   *
      *  THE CATEGORY MIX, THEN THE HOLD TESTS.                    *
      *----------------------------------------------------------*
       200-CHECK-WORKORDER.
           ADD 1 TO WS-WO-CNTR.
           MOVE ZERO TO WS-PRIOR-PIECES, WS-CUR-PIECES,
               WS-PRIOR-ACCTS, WS-CUR-ACCTS, WS-DROP-CNTR,
               WS-NEW-CNTR, WS-MOVE-CNTR, WS-MIX-CNTR, WS-CAT-CNT.
           MOVE 'N' TO WS-HOLD-SW.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'CYCLE VARIANCE  WORKORDER=' DELIMITED BY SIZE
               WS-MCP-WORKORDER DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           IF WS-NDX-FILE-PATH = SPACES
               MOVE +999 TO RETURN-CODE
               MOVE '  NO SYSNDX GIVEN FOR THIS WORK ORDER' TO RPT-REC
               WRITE RPT-REC
           ELSE
               IF WS-PRIOR-NDX-PATH = SPACES
                   MOVE '  NO PRIOR INDEX - VARIANCE NOT CHECKED'
                       TO RPT-REC
                   WRITE RPT-REC
                   MOVE 'SKIP' TO WS-RESULT
                   PERFORM 690-LOG-WORKORDER
                   IF RETURN-CODE = ZERO
                       MOVE +4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-EOF-SORT
                   SORT SORT-FILE
                       ON ASCENDING KEY SRT-ACCT
                       ON ASCENDING KEY SRT-SIDE
                       INPUT PROCEDURE IS 800-INDEX-INPUT
                       OUTPUT PROCEDURE IS 850-COMPARE-OUTPUT
                   IF RETURN-CODE NOT = +999
                       PERFORM 500-CATEGORY-MIX
                       PERFORM 600-HOLD-TESTS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  210-RELEASE-PRIOR AND 220-RELEASE-CURRENT RELEASE ONE     *
      *  PIECE OF EACH INDEX TO THE SORT AND COUNT IT UNDER ITS    *
      *  CATEGORY, TAKING ONLY THIS WORK ORDER'S LINES - A SYSNDX  *
      *  NAMED IN CUNA_UTIL01'S SHARED BLOCK CARRIES EVERY WORK    *
      *  ORDER IN THE BATCH. AN UNSTAMPED LINE FROM AN OLDER INDEX *
      *  IS TAKEN AS THE SECTION'S OWN. 212 AND 222 DO THE SAME    *
      *  FOR THE COMMINGLED STREAM INDEXES, WHICH ARE ALWAYS       *
      *  STAMPED.                                                  *
      *----------------------------------------------------------*
       210-RELEASE-PRIOR.
           IF PRIOR-NDX-REC (1:16) NOT = SPACES
                   AND (PRIOR-NDX-REC (43:12) = SPACES
                     OR PRIOR-NDX-REC (43:12) = WS-MCP-WORKORDER)
               MOVE PRIOR-NDX-REC (1:40) TO WS-NDX-PARSE
               PERFORM 215-COUNT-PRIOR
           END-IF.
           READ PRIOR-NDX-FILE
               AT END MOVE 'Y' TO WS-EOF-NDX
           END-READ.

       212-RELEASE-PRIOR-CMG.
           IF PRIOR-CMG-REC (1:16) NOT = SPACES
                   AND PRIOR-CMG-REC (43:12) = WS-MCP-WORKORDER
               MOVE PRIOR-CMG-REC (1:40) TO WS-NDX-PARSE
               PERFORM 215-COUNT-PRIOR
           END-IF.
           READ PRIOR-CMG-FILE
               AT END MOVE 'Y' TO WS-EOF-NDX
           END-READ.

       215-COUNT-PRIOR.
           ADD 1 TO WS-PRIOR-PIECES.
           MOVE WS-NP-ACCT TO SRT-ACCT.
           SET SRT-PRIOR TO TRUE.
           PERFORM 230-SET-PAGES.
           RELEASE SRT-REC.
           PERFORM 240-FIND-CATEGORY.
           ADD 1 TO WS-CAT-PRIOR (WS-CAT-SUB).

       220-RELEASE-CURRENT.
           IF NDX-REC (1:16) NOT = SPACES
                   AND (NDX-REC (43:12) = SPACES
                     OR NDX-REC (43:12) = WS-MCP-WORKORDER)
               MOVE NDX-REC (1:40) TO WS-NDX-PARSE
               PERFORM 225-COUNT-CURRENT
           END-IF.
           READ NDX-FILE
               AT END MOVE 'Y' TO WS-EOF-NDX
           END-READ.

       222-RELEASE-CURRENT-CMG.
           IF CMG-NDX-REC (1:16) NOT = SPACES
                   AND CMG-NDX-REC (43:12) = WS-MCP-WORKORDER
               MOVE CMG-NDX-REC (1:40) TO WS-NDX-PARSE
               PERFORM 225-COUNT-CURRENT
           END-IF.
           READ CMG-NDX-FILE
               AT END MOVE 'Y' TO WS-EOF-NDX
           END-READ.

       225-COUNT-CURRENT.
           ADD 1 TO WS-CUR-PIECES.
           MOVE WS-NP-ACCT TO SRT-ACCT.
           SET SRT-CURRENT TO TRUE.
           PERFORM 230-SET-PAGES.
           RELEASE SRT-REC.
           PERFORM 240-FIND-CATEGORY.
           ADD 1 TO WS-CAT-CUR (WS-CAT-SUB).

       230-SET-PAGES.
           IF WS-NP-PAGES IS NUMERIC
               MOVE WS-NP-PAGES TO SRT-PAGES
           ELSE
               MOVE ZERO TO SRT-PAGES
           END-IF.

      *----------------------------------------------------------*
      *  240-FIND-CATEGORY POINTS WS-CAT-SUB AT THE PIECE'S        *
      *  CATEGORY SLOT, OPENING A NEW ONE THE FIRST TIME A CODE    *
      *  IS SEEN.                                                  *
      *----------------------------------------------------------*
       240-FIND-CATEGORY.
           MOVE WS-NP-CAT TO WS-CAT-WORK.
           MOVE ZERO TO WS-CAT-SUB.
           IF WS-CAT-CNT > 0
               SET WS-CAT-IX TO 1
               SEARCH WS-CAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAT-IX > WS-CAT-CNT
                       CONTINUE
                   WHEN WS-CAT-CODE (WS-CAT-IX) = WS-CAT-WORK
                       SET WS-CAT-SUB TO WS-CAT-IX
               END-SEARCH
           END-IF.
           IF WS-CAT-SUB = ZERO
               IF WS-CAT-CNT < 20
                   ADD 1 TO WS-CAT-CNT
                   MOVE WS-CAT-CNT TO WS-CAT-SUB
                   MOVE WS-CAT-WORK TO WS-CAT-CODE (WS-CAT-SUB)
                   MOVE ZERO TO WS-CAT-PRIOR (WS-CAT-SUB)
                   MOVE ZERO TO WS-CAT-CUR (WS-CAT-SUB)
               ELSE
                   MOVE 20 TO WS-CAT-SUB
                   MOVE '*' TO WS-CAT-CODE (WS-CAT-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  300-COMPARE-ACCOUNTS WALKS THE SORTED PIECES ONE ACCOUNT  *
      *  AT A TIME.                                                *
      *----------------------------------------------------------*
       300-COMPARE-ACCOUNTS.
           PERFORM 310-RETURN-PIECE.
           PERFORM 320-COMPARE-ONE-ACCOUNT UNTIL EOF-SORT.

       310-RETURN-PIECE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORT
           END-RETURN.

      *----------------------------------------------------------*
      *  320-COMPARE-ONE-ACCOUNT TOTALS ONE ACCOUNT'S PIECES AND   *
      *  PAGES ON EACH SIDE AND REPORTS IT WHEN IT DROPPED OUT,    *
      *  IS NEW, OR ITS PAGE COUNT MOVED PAST PAGEVARPCT.          *
      *----------------------------------------------------------*
       320-COMPARE-ONE-ACCOUNT.
           MOVE SRT-ACCT TO WS-GRP-ACCT.
           MOVE ZERO TO WS-GRP-PRIOR-PIECES, WS-GRP-PRIOR-PAGES,
               WS-GRP-CUR-PIECES, WS-GRP-CUR-PAGES.
           PERFORM UNTIL EOF-SORT OR SRT-ACCT NOT = WS-GRP-ACCT
               IF SRT-PRIOR
                   ADD 1 TO WS-GRP-PRIOR-PIECES
                   ADD SRT-PAGES TO WS-GRP-PRIOR-PAGES
               ELSE
                   ADD 1 TO WS-GRP-CUR-PIECES
                   ADD SRT-PAGES TO WS-GRP-CUR-PAGES
               END-IF
               PERFORM 310-RETURN-PIECE
           END-PERFORM.
           IF WS-GRP-PRIOR-PIECES > 0
               ADD 1 TO WS-PRIOR-ACCTS
           END-IF.
           IF WS-GRP-CUR-PIECES > 0
               ADD 1 TO WS-CUR-ACCTS
           END-IF.
           IF WS-GRP-CUR-PIECES = 0
               ADD 1 TO WS-DROP-CNTR
               MOVE WS-GRP-PRIOR-PIECES TO WS-ED-CNT1
               MOVE WS-GRP-PRIOR-PAGES TO WS-ED-CNT2
               MOVE SPACES TO RPT-REC
               STRING '  DROPPED     ACCOUNT=' DELIMITED BY SIZE
                   WS-GRP-ACCT DELIMITED BY SIZE
                   '  PRIOR PIECES=' DELIMITED BY SIZE
                   WS-ED-CNT1 DELIMITED BY SIZE
                   ' PAGES=' DELIMITED BY SIZE
                   WS-ED-CNT2 DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           ELSE
               IF WS-GRP-PRIOR-PIECES = 0
                   ADD 1 TO WS-NEW-CNTR
                   MOVE WS-GRP-CUR-PIECES TO WS-ED-CNT1
                   MOVE WS-GRP-CUR-PAGES TO WS-ED-CNT2
                   MOVE SPACES TO RPT-REC
                   STRING '  NEW         ACCOUNT=' DELIMITED BY SIZE
                       WS-GRP-ACCT DELIMITED BY SIZE
                       '  PIECES=' DELIMITED BY SIZE
                       WS-ED-CNT1 DELIMITED BY SIZE
                       ' PAGES=' DELIMITED BY SIZE
                       WS-ED-CNT2 DELIMITED BY SIZE
                       INTO RPT-REC
                   END-STRING
                   WRITE RPT-REC
               ELSE
                   PERFORM 330-CHECK-PAGE-MOVE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  330-CHECK-PAGE-MOVE REPORTS AN ACCOUNT IN BOTH CYCLES     *
      *  WHOSE PAGE COUNT MOVED BY MORE THAN PAGEVARPCT PERCENT    *
      *  OF LAST CYCLE'S, EITHER WAY.                              *
      *----------------------------------------------------------*
       330-CHECK-PAGE-MOVE.
           IF WS-GRP-PRIOR-PAGES > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-GRP-CUR-PAGES - WS-GRP-PRIOR-PAGES) * 100
                       / WS-GRP-PRIOR-PAGES
               END-COMPUTE
           ELSE
               IF WS-GRP-CUR-PAGES > 0
                   MOVE 100 TO WS-PCT
               ELSE
                   MOVE ZERO TO WS-PCT
               END-IF
           END-IF.
           IF WS-PCT < 0
               COMPUTE WS-PCT-ABS = 0 - WS-PCT
           ELSE
               MOVE WS-PCT TO WS-PCT-ABS
           END-IF.
           IF WS-PCT-ABS > WS-VL-PAGE-PCT
               ADD 1 TO WS-MOVE-CNTR
               MOVE WS-GRP-PRIOR-PAGES TO WS-ED-CNT1
               MOVE WS-GRP-CUR-PAGES TO WS-ED-CNT2
               MOVE WS-PCT TO WS-ED-PCT
               MOVE SPACES TO RPT-REC
               STRING '  PAGE MOVE   ACCOUNT=' DELIMITED BY SIZE
                   WS-GRP-ACCT DELIMITED BY SIZE
                   '  PRIOR PAGES=' DELIMITED BY SIZE
                   WS-ED-CNT1 DELIMITED BY SIZE
                   ' CURRENT PAGES=' DELIMITED BY SIZE
                   WS-ED-CNT2 DELIMITED BY SIZE
                   ' CHANGE%=' DELIMITED BY SIZE
                   WS-ED-PCT DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF.

      *----------------------------------------------------------*
      *  500-CATEGORY-MIX PRINTS EACH CATEGORY'S SHARE OF THE      *
      *  PIECES IN BOTH CYCLES AND FLAGS A SHIFT OF MORE THAN      *
      *  MIXVARPCT PERCENTAGE POINTS.                              *
      *----------------------------------------------------------*
       500-CATEGORY-MIX.
           MOVE '  CATEGORY MIX' TO RPT-REC.
           WRITE RPT-REC.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM 510-MIX-ONE-CATEGORY
               UNTIL WS-CAT-SUB > WS-CAT-CNT.

       510-MIX-ONE-CATEGORY.
           MOVE ZERO TO WS-PRIOR-SHARE, WS-CUR-SHARE.
           IF WS-PRIOR-PIECES > 0
               COMPUTE WS-PRIOR-SHARE ROUNDED =
                   WS-CAT-PRIOR (WS-CAT-SUB) * 100 / WS-PRIOR-PIECES
               END-COMPUTE
           END-IF.
           IF WS-CUR-PIECES > 0
               COMPUTE WS-CUR-SHARE ROUNDED =
                   WS-CAT-CUR (WS-CAT-SUB) * 100 / WS-CUR-PIECES
               END-COMPUTE
           END-IF.
           COMPUTE WS-PCT = WS-CUR-SHARE - WS-PRIOR-SHARE.
           IF WS-PCT < 0
               COMPUTE WS-PCT-ABS = 0 - WS-PCT
           ELSE
               MOVE WS-PCT TO WS-PCT-ABS
           END-IF.
           MOVE WS-CAT-PRIOR (WS-CAT-SUB) TO WS-ED-CNT1.
           MOVE WS-CAT-CUR (WS-CAT-SUB) TO WS-ED-CNT2.
           MOVE WS-PRIOR-SHARE TO WS-ED-SHARE1.
           MOVE WS-CUR-SHARE TO WS-ED-SHARE2.
           MOVE WS-PCT TO WS-ED-PCT.
           MOVE SPACES TO RPT-REC.
           STRING '    CATEGORY ' DELIMITED BY SIZE
               WS-CAT-CODE (WS-CAT-SUB) DELIMITED BY SIZE
               '  PRIOR=' DELIMITED BY SIZE
               WS-ED-CNT1 DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-ED-SHARE1 DELIMITED BY SIZE
               '%)  CURRENT=' DELIMITED BY SIZE
               WS-ED-CNT2 DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-ED-SHARE2 DELIMITED BY SIZE
               '%)  SHIFT=' DELIMITED BY SIZE
               WS-ED-PCT DELIMITED BY SIZE
               ' PTS' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING.
           IF WS-PCT-ABS > WS-VL-MIX-PCT
               ADD 1 TO WS-MIX-CNTR
               MOVE '  << MIX SHIFT' TO RPT-REC (106:14)
           END-IF.
           WRITE RPT-REC.
           ADD 1 TO WS-CAT-SUB.

      *----------------------------------------------------------*
      *  600-HOLD-TESTS PRINTS THE WORK ORDER TOTALS AND HOLDS IT  *
      *  WITH RETURN CODE 8 WHEN THE PIECE COUNT MOVED MORE THAN   *
      *  PIECEVARPCT PERCENT OR MORE THAN MISSMAX ACCOUNTS         *
      *  DROPPED OUT.                                              *
      *----------------------------------------------------------*
       600-HOLD-TESTS.
           IF WS-PRIOR-PIECES > 0
               COMPUTE WS-PCT ROUNDED =
                   (WS-CUR-PIECES - WS-PRIOR-PIECES) * 100
                       / WS-PRIOR-PIECES
               END-COMPUTE
           ELSE
               IF WS-CUR-PIECES > 0
                   MOVE 100 TO WS-PCT
               ELSE
                   MOVE ZERO TO WS-PCT
               END-IF
           END-IF.
           IF WS-PCT < 0
               COMPUTE WS-PCT-ABS = 0 - WS-PCT
           ELSE
               MOVE WS-PCT TO WS-PCT-ABS
           END-IF.
           MOVE WS-PRIOR-PIECES TO WS-ED-CNT1.
           MOVE WS-CUR-PIECES TO WS-ED-CNT2.
           MOVE WS-PCT TO WS-ED-PCT.
           MOVE SPACES TO RPT-REC.
           STRING '  PIECES      PRIOR=' DELIMITED BY SIZE
               WS-ED-CNT1 DELIMITED BY SIZE
               ' CURRENT=' DELIMITED BY SIZE
               WS-ED-CNT2 DELIMITED BY SIZE
               ' CHANGE%=' DELIMITED BY SIZE
               WS-ED-PCT DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           MOVE WS-PRIOR-ACCTS TO WS-ED-CNT1.
           MOVE WS-CUR-ACCTS TO WS-ED-CNT2.
           MOVE SPACES TO RPT-REC.
           STRING '  ACCOUNTS    PRIOR=' DELIMITED BY SIZE
               WS-ED-CNT1 DELIMITED BY SIZE
               ' CURRENT=' DELIMITED BY SIZE
               WS-ED-CNT2 DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           MOVE WS-DROP-CNTR TO WS-ED-CNT1.
           MOVE WS-NEW-CNTR TO WS-ED-CNT2.
           MOVE WS-MOVE-CNTR TO WS-ED-CNT3.
           MOVE WS-MIX-CNTR TO WS-ED-CNT4.
           MOVE SPACES TO RPT-REC.
           STRING '  VARIANCES   DROPPED=' DELIMITED BY SIZE
               WS-ED-CNT1 DELIMITED BY SIZE
               ' NEW=' DELIMITED BY SIZE
               WS-ED-CNT2 DELIMITED BY SIZE
               ' PAGE MOVES=' DELIMITED BY SIZE
               WS-ED-CNT3 DELIMITED BY SIZE
               ' MIX SHIFTS=' DELIMITED BY SIZE
               WS-ED-CNT4 DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           IF WS-PCT-ABS > WS-VL-PIECE-PCT
               SET WS-HOLD TO TRUE
               MOVE WS-VL-PIECE-PCT TO WS-ED-LIMIT
               MOVE SPACES TO RPT-REC
               STRING '  HOLD        PIECE COUNT CHANGE%='
                       DELIMITED BY SIZE
                   WS-ED-PCT DELIMITED BY SIZE
                   ' OVER PIECEVARPCT=' DELIMITED BY SIZE
                   WS-ED-LIMIT DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF.
           IF WS-VL-MISS-SET AND WS-DROP-CNTR > WS-VL-MISS-MAX
               SET WS-HOLD TO TRUE
               MOVE WS-DROP-CNTR TO WS-ED-CNT1
               MOVE WS-VL-MISS-MAX TO WS-ED-LIMIT
               MOVE SPACES TO RPT-REC
               STRING '  HOLD        DROPPED ACCOUNTS='
                       DELIMITED BY SIZE
                   WS-ED-CNT1 DELIMITED BY SIZE
                   ' OVER MISSMAX=' DELIMITED BY SIZE
                   WS-ED-LIMIT DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF.
           IF WS-HOLD
               ADD 1 TO WS-HOLD-CNTR
               MOVE 'HOLD' TO WS-RESULT
               MOVE '  RESULT      HOLD - DO NOT RELEASE TO PRINT'
                   TO RPT-REC
               IF RETURN-CODE NOT = +999
                   MOVE +8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'PASS' TO WS-RESULT
               MOVE '  RESULT      PASS' TO RPT-REC
           END-IF.
           WRITE RPT-REC.
           PERFORM 690-LOG-WORKORDER.

      *----------------------------------------------------------*
      *  690-LOG-WORKORDER PUTS ONE LINE PER WORK ORDER ON THE     *
      *  RUN LOG.                                                  *
      *----------------------------------------------------------*
       690-LOG-WORKORDER.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'VARIANCE WORKORDER=' DELIMITED BY SIZE
                   WS-MCP-WORKORDER DELIMITED BY SPACE
                   ' PRIOR=' DELIMITED BY SIZE
                   WS-PRIOR-PIECES DELIMITED BY SIZE
                   ' CURRENT=' DELIMITED BY SIZE
                   WS-CUR-PIECES DELIMITED BY SIZE
                   ' DROPPED=' DELIMITED BY SIZE
                   WS-DROP-CNTR DELIMITED BY SIZE
                   ' NEW=' DELIMITED BY SIZE
                   WS-NEW-CNTR DELIMITED BY SIZE
                   ' PAGEMOVES=' DELIMITED BY SIZE
                   WS-MOVE-CNTR DELIMITED BY SIZE
                   ' MIXSHIFTS=' DELIMITED BY SIZE
                   WS-MIX-CNTR DELIMITED BY SIZE
                   ' RESULT=' DELIMITED BY SIZE
                   WS-RESULT DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  700-SUMMARY CLOSES THE REPORT WITH THE RUN RESULT.        *
      *----------------------------------------------------------*
       700-SUMMARY.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           STRING 'WORKORDERS CHECKED=' DELIMITED BY SIZE
               WS-WO-CNTR DELIMITED BY SIZE
               ' HELD=' DELIMITED BY SIZE
               WS-HOLD-CNTR DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'VARIANCE RUN ' DELIMITED BY SIZE
                   RPT-REC DELIMITED BY '  '
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  750-BAD-OPEN NAMES AN INDEX THAT WOULD NOT OPEN AND       *
      *  FAILS THE RUN.                                            *
      *----------------------------------------------------------*
       750-BAD-OPEN.
           MOVE +999 TO RETURN-CODE.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'BAD OPEN INDEX WORKORDER=' DELIMITED BY SIZE
                   WS-MCP-WORKORDER DELIMITED BY SPACE
                   ' SYSNDX STATUS ' DELIMITED BY SIZE
                   WS-NDX-FILE-STATUS DELIMITED BY SIZE
                   ' PRIORNDX STATUS ' DELIMITED BY SIZE
                   WS-PRIOR-NDX-STATUS DELIMITED BY SIZE
                   ' CMGNDX STATUS ' DELIMITED BY SIZE
                   WS-CMG-NDX-STATUS DELIMITED BY SIZE
                   ' PRIORCMGNDX STATUS ' DELIMITED BY SIZE
                   WS-PRIOR-CMG-STATUS DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  800-INDEX-INPUT FEEDS LAST CYCLE'S INDEX, THEN THIS       *
      *  CYCLE'S, TO THE SORT - EACH FOLLOWED BY ITS COMMINGLED    *
      *  STREAM INDEX WHEN ONE IS GIVEN.                           *
      *----------------------------------------------------------*
       800-INDEX-INPUT SECTION.
           MOVE '99' TO WS-NDX-FILE-STATUS, WS-PRIOR-NDX-STATUS.
           MOVE '99' TO WS-CMG-NDX-STATUS, WS-PRIOR-CMG-STATUS.
           OPEN INPUT PRIOR-NDX-FILE.
           IF WS-PRIOR-NDX-STATUS NOT = '00'
               PERFORM 750-BAD-OPEN
           ELSE
               MOVE 'N' TO WS-EOF-NDX
               READ PRIOR-NDX-FILE
                   AT END MOVE 'Y' TO WS-EOF-NDX
               END-READ
               PERFORM 210-RELEASE-PRIOR UNTIL EOF-NDX
               CLOSE PRIOR-NDX-FILE
               IF WS-PRIOR-CMG-PATH NOT = SPACES
                   OPEN INPUT PRIOR-CMG-FILE
                   IF WS-PRIOR-CMG-STATUS NOT = '00'
                       PERFORM 750-BAD-OPEN
                   ELSE
                       MOVE 'N' TO WS-EOF-NDX
                       READ PRIOR-CMG-FILE
                           AT END MOVE 'Y' TO WS-EOF-NDX
                       END-READ
                       PERFORM 212-RELEASE-PRIOR-CMG UNTIL EOF-NDX
                       CLOSE PRIOR-CMG-FILE
                   END-IF
               END-IF
           END-IF.
           IF RETURN-CODE NOT = +999
               OPEN INPUT NDX-FILE
               IF WS-NDX-FILE-STATUS NOT = '00'
                   PERFORM 750-BAD-OPEN
               ELSE
                   MOVE 'N' TO WS-EOF-NDX
                   READ NDX-FILE
                       AT END MOVE 'Y' TO WS-EOF-NDX
                   END-READ
                   PERFORM 220-RELEASE-CURRENT UNTIL EOF-NDX
                   CLOSE NDX-FILE
               END-IF
           END-IF.
           IF RETURN-CODE NOT = +999 AND WS-CMG-NDX-PATH NOT = SPACES
               OPEN INPUT CMG-NDX-FILE
               IF WS-CMG-NDX-STATUS NOT = '00'
                   PERFORM 750-BAD-OPEN
               ELSE
                   MOVE 'N' TO WS-EOF-NDX
                   READ CMG-NDX-FILE
                       AT END MOVE 'Y' TO WS-EOF-NDX
                   END-READ
                   PERFORM 222-RELEASE-CURRENT-CMG UNTIL EOF-NDX
                   CLOSE CMG-NDX-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  850-COMPARE-OUTPUT DRAINS THE SORTED PIECES THROUGH THE   *
      *  ACCOUNT COMPARE.                                          *
      *----------------------------------------------------------*
       850-COMPARE-OUTPUT SECTION.
           IF RETURN-CODE NOT = +999
               PERFORM 300-COMPARE-ACCOUNTS
           END-IF.
