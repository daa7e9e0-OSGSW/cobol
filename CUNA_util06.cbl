       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CUNA_UTIL06.
      *
      *    INSERTER RESULTS RECONCILIATION. READS THE INSERTER'S
      *    END-OF-SHIFT RESULTS FILE - ONE LINE PER PIECE EVENT,
      *    KEYED BY THE SAME WORKORDER-PIECE ID CUNA_UTIL01 STAMPS
      *    ON THE INSERTER EXTRACT (SYSINS) - AND MATCHES IT BACK
      *    AGAINST THAT EXTRACT. EVERY PLANNED PIECE THE INSERTER
      *    NEVER CONFIRMED, AND EVERY CONFIRMED PIECE THAT WAS NOT
      *    IN THE PLAN, IS REPORTED TO SYSLOG-FILE. THE ACCOUNTS OF
      *    PIECES THE INSERTER CALLED DAMAGED OR MISSING ARE
      *    WRITTEN STRAIGHT OUT AS AN ACCOUNT LIST (KEY IN COLUMNS
      *    1-16, ASCENDING, ONE PER LINE) READY TO FEED CUNA_UTIL04
      *    AS ITS ACCTLIST, SO THE RECUT NEEDS NO RETYPING.
      *
      *    RESULTS FILE LAYOUT:
      *      COLUMNS  1-20  WORKORDER-PIECE ID (AS ON SYSINS)
      *      COLUMN     23  RESULT CODE
      *                       I = INSERTED      J = JAMMED
      *                       D = DAMAGED       M = MISSING
      *                       V = DIVERTED
      *    A PIECE REPORTED MORE THAN ONCE (JAMMED, THEN CLEARED
      *    AND INSERTED ON A LATER PASS) TAKES ITS LAST RESULT.
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

           SELECT INS-FILE ASSIGN TO
           WS-INS-FILE-PATH
           FILE STATUS IS WS-INS-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESULT-FILE ASSIGN TO
           WS-RESULT-FILE-PATH
           FILE STATUS IS WS-RESULT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCT-LIST-FILE ASSIGN TO
           WS-ACCT-LIST-PATH
           FILE STATUS IS WS-ACCT-LIST-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SYSLOG-FILE ASSIGN TO
           WS-SYSLOG-FILE-PATH
           FILE STATUS IS WS-SYSLOG-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLAN-KEY-FILE ASSIGN TO
           WS-PLAN-KEY-PATH
           FILE STATUS IS WS-PLAN-KEY-STATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAN-KEY-PIECE.

      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CTL-FILE.
       01  CTL-REC                        PIC X(300).

       FD  INS-FILE.
       01  INS-REC                        PIC X(80).

       FD  RESULT-FILE.
       01  RESULT-REC                     PIC X(80).

       FD  ACCT-LIST-FILE.
       01  ACCT-LIST-REC                  PIC X(80).

       FD  SYSLOG-FILE.
       01  SYSLOG-REC                     PIC X(500).

      *    THE PLAN IS KEYED BY PIECE NUMBER - CUNA_UTIL01 NUMBERS
      *    PIECES 1-N IN MAIL ORDER - THE SAME MAP CUNA_UTIL03
      *    BUILDS FOR ITS SCANS. EACH ENTRY CARRIES THE PLANNED
      *    FLATS DIVERT AND THE LAST RESULT THE INSERTER REPORTED
      *    FOR THE PIECE (SPACE UNTIL ONE ARRIVES). IT LIVES UNDER
      *    THE ACCTLIST PATH WITH .PLN ON THE END - THE INSERTER
      *    EXTRACT MAY BE SHARED WITH OTHER JOBS OR SIT ON A READ-
      *    ONLY SHARE, BUT ACCTLIST BELONGS TO THIS RUN ALONE.
       FD  PLAN-KEY-FILE.
       01  PLAN-KEY-REC.
           05  PLAN-KEY-PIECE             PIC 9(07).
           05  PLAN-KEY-ACCT              PIC X(16).
           05  PLAN-KEY-WORKORDER         PIC X(12).
           05  PLAN-KEY-DIVERT            PIC X(01).
           05  PLAN-KEY-RESULT            PIC X(01).

      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CONTROL-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-INS-FILE-PATH               PIC X(300) VALUE SPACES.
       01  WS-INS-FILE-STATUS             PIC X(02) VALUE '99'.
       01  WS-RESULT-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-RESULT-FILE-STATUS          PIC X(02) VALUE '99'.
       01  WS-ACCT-LIST-PATH              PIC X(300) VALUE SPACES.
       01  WS-ACCT-LIST-STATUS            PIC X(02) VALUE '99'.
       01  WS-SYSLOG-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-SYSLOG-FILE-STATUS          PIC X(02) VALUE '99'.
       01  WS-PLAN-KEY-PATH               PIC X(300) VALUE SPACES.
       01  WS-PLAN-KEY-STATUS             PIC X(02) VALUE '99'.

       01  WS-MCP-PARM                    PIC X(300) VALUE SPACES.
       01  WS-MCP-VALUE                   PIC X(300) VALUE SPACES.
       01  WS-MCP-WORKORDER               PIC X(12) VALUE SPACES.

       01  FLAGS.
           05  WS-EOF-CTL                PIC X VALUE 'N'.
               88  EOF-CTL                     VALUE 'Y'.
           05  WS-EOF-INS                PIC X VALUE 'N'.
               88  EOF-INS                     VALUE 'Y'.
           05  WS-EOF-RESULT             PIC X VALUE 'N'.
               88  EOF-RESULT                  VALUE 'Y'.
           05  WS-RESULT-PLANNED-SW      PIC X VALUE 'N'.
               88  WS-RESULT-PLANNED           VALUE 'Y'.
           05  WS-EOF-PLAN               PIC X VALUE 'N'.
               88  EOF-PLAN                    VALUE 'Y'.
           05  WS-PLAN-KEY-OPEN-SW       PIC X VALUE 'N'.
               88  WS-PLAN-KEY-OPEN            VALUE 'Y'.

      *    DAMAGED AND MISSING ACCOUNTS, INSERTED IN ASCENDING
      *    ORDER AS THEY ARE FOUND. 5000 MATCHES THE REQUEST TABLE
      *    CUNA_UTIL04 LOADS THE LIST INTO.
       01  WS-RPT-CNT                     PIC 9(04) VALUE ZERO.
       01  WS-RPT-TBL.
           05  WS-RPT-ACCT                PIC X(16) OCCURS 5000.

       01  WS-COUNTERS.
           05  WS-SUB1                   PIC 9(07) VALUE ZERO.
           05  WS-RPT-SUB                PIC 9(04) VALUE ZERO.
           05  WS-INS-SLOT               PIC 9(04) VALUE ZERO.
           05  WS-PLAN-CNTR              PIC 9(07) VALUE ZERO.
           05  WS-RESULT-CNTR            PIC 9(07) VALUE ZERO.
           05  WS-CONFIRM-CNTR           PIC 9(07) VALUE ZERO.
           05  WS-UNCONFIRM-CNTR         PIC 9(07) VALUE ZERO.
           05  WS-UNPLANNED-CNTR         PIC 9(07) VALUE ZERO.
           05  WS-BADCODE-CNTR           PIC 9(07) VALUE ZERO.
           05  WS-INSERTED-CNTR          PIC 9(07) VALUE ZERO.
           05  WS-JAMMED-CNTR            PIC 9(07) VALUE ZERO.
           05  WS-DAMAGED-CNTR           PIC 9(07) VALUE ZERO.
           05  WS-MISSING-CNTR           PIC 9(07) VALUE ZERO.
           05  WS-DIVERTED-CNTR          PIC 9(07) VALUE ZERO.
           05  WS-NORESULT-CNTR          PIC 9(07) VALUE ZERO.

       01  WS-RESULT-FIELDS.
           05  WS-RES-PIECE-ID.
               10  WS-RES-WORKORDER       PIC X(12).
               10  WS-RES-DASH            PIC X(01).
               10  WS-RES-PIECE           PIC X(07).
           05  WS-RES-PIECE-NUM           PIC 9(07) VALUE ZERO.
           05  WS-RES-CODE                PIC X(01) VALUE SPACE.
               88  WS-RES-INSERTED              VALUE 'I'.
               88  WS-RES-JAMMED                VALUE 'J'.
               88  WS-RES-DAMAGED               VALUE 'D'.
               88  WS-RES-MISSING               VALUE 'M'.
               88  WS-RES-DIVERTED              VALUE 'V'.
               88  WS-RES-NONE                  VALUE SPACE.
               88  WS-RES-VALID                 VALUE 'I' 'J' 'D'
                                                      'M' 'V'.
           05  WS-RES-TEXT                PIC X(08) VALUE SPACES.
           05  WS-CUR-ACCT                PIC X(16) VALUE SPACES.

       01  WS-PLAN-PIECE-ID.
           05  WS-PP-WORKORDER            PIC X(12).
           05  WS-PP-DASH                 PIC X(01) VALUE '-'.
           05  WS-PP-PIECE                PIC 9(07).

      *
       PROCEDURE DIVISION.
      *
      ****************
       000-MAIN-LOGIC.
      ****************

           PERFORM 100-INIT.

           IF RETURN-CODE NOT = +999
               PERFORM 200-LOAD-PLAN
           END-IF.

           IF RETURN-CODE NOT = +999
               PERFORM 300-APPLY-RESULTS
           END-IF.

           IF RETURN-CODE NOT = +999
               PERFORM 400-CHECK-PLAN
           END-IF.

      *    A RECUT LIST THAT OVERFLOWED IN 400-CHECK-PLAN IS NOT
      *    WRITTEN AT ALL - ACCTLIST STAYS EMPTY RATHER THAN
      *    HANDING CUNA_UTIL04 A PARTIAL LIST.
           IF RETURN-CODE NOT = +999
               PERFORM 600-WRITE-ACCTLIST
               PERFORM 700-SUMMARY
           END-IF.

      *    A DRAINED INPUT CARRIES STATUS 10, NOT 00, SO THE
      *    CLOSE KEYS OFF 'EVER OPENED' RATHER THAN 'STILL CLEAN'.
           IF WS-RESULT-FILE-STATUS NOT = '99'
               CLOSE RESULT-FILE
           END-IF.
           IF WS-ACCT-LIST-STATUS = '00'
               CLOSE ACCT-LIST-FILE
           END-IF.
           IF WS-SYSLOG-FILE-STATUS = '00'
               CLOSE SYSLOG-FILE
           END-IF.
           IF WS-PLAN-KEY-OPEN
               CLOSE PLAN-KEY-FILE
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
                   IF WS-MCP-PARM = 'INSRESULT'
                       MOVE WS-MCP-VALUE TO WS-RESULT-FILE-PATH
                       OPEN INPUT RESULT-FILE
                       IF WS-RESULT-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'SYSINS'
                       MOVE WS-MCP-VALUE TO WS-INS-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'ACCTLIST'
                       MOVE WS-MCP-VALUE TO WS-ACCT-LIST-PATH
                       OPEN OUTPUT ACCT-LIST-FILE
                       IF WS-ACCT-LIST-STATUS NOT = '00'
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
                   IF WS-MCP-PARM = 'WORKORDER'
                       MOVE WS-MCP-VALUE TO WS-MCP-WORKORDER
                   END-IF
                   READ CTL-FILE
                       AT END MOVE 'Y' TO WS-EOF-CTL
                   END-READ
               END-PERFORM
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.

           CLOSE CTL-FILE.

           IF WS-RESULT-FILE-STATUS NOT = '00'
                   OR WS-ACCT-LIST-STATUS NOT = '00'
                   OR WS-INS-FILE-PATH = SPACES
               MOVE +999 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      *  200-LOAD-PLAN READS THE INSERTER EXTRACT (WORKORDER-      *
      *  PIECE IN COLUMNS 1-20, ACCOUNT IN 23-38, FLATS DIVERT IN  *
      *  55) INTO THE PLAN UNDER ITS PIECE NUMBER. WITH A          *
      *  WORKORDER PARM, LINES FOR OTHER WORK ORDERS ARE PASSED    *
      *  OVER, SO A SHARED SYSINS EXTENDED ACROSS A BATCH RUN CAN  *
      *  BE RECONCILED ONE WORK ORDER AT A TIME. WITHOUT ONE, AN   *
      *  EXTRACT CARRYING TWO WORK ORDERS FAILS THE RUN - PIECE    *
      *  NUMBERS RESTART AT 1 FOR EVERY WORK ORDER.                *
      *----------------------------------------------------------*
       200-LOAD-PLAN.
           MOVE SPACES TO WS-PLAN-KEY-PATH.
           STRING WS-ACCT-LIST-PATH DELIMITED BY SPACE
               '.PLN' DELIMITED BY SIZE
               INTO WS-PLAN-KEY-PATH
           END-STRING.
           PERFORM 230-CREATE-PLAN-KEYS.
           IF RETURN-CODE NOT = +999
               OPEN INPUT INS-FILE
               IF WS-INS-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE NOT = +999
               READ INS-FILE
                   AT END MOVE 'Y' TO WS-EOF-INS
               END-READ
               PERFORM UNTIL EOF-INS
                   IF INS-REC (14:7) IS NUMERIC
                           AND (WS-MCP-WORKORDER = SPACES
                               OR WS-MCP-WORKORDER = INS-REC (1:12))
                       MOVE INS-REC (14:7) TO WS-SUB1
                       IF WS-SUB1 > 0
                           PERFORM 210-PLAN-INS-PIECE
                       END-IF
                   END-IF
                   IF NOT EOF-INS
                       READ INS-FILE
                           AT END MOVE 'Y' TO WS-EOF-INS
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE INS-FILE
           END-IF.
           IF RETURN-CODE NOT = +999 AND WS-PLAN-CNTR = ZERO
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE 'NO PLANNED PIECES - CHECK SYSINS AND
      -                'WORKORDER' TO SYSLOG-REC
                   WRITE SYSLOG-REC
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  210-PLAN-INS-PIECE FILES ONE INSERTER LINE UNDER ITS      *
      *  PIECE NUMBER. A LATER LINE FOR THE SAME PIECE AND WORK    *
      *  ORDER REPLACES THE EARLIER ONE.                           *
      *----------------------------------------------------------*
       210-PLAN-INS-PIECE.
           MOVE WS-SUB1 TO PLAN-KEY-PIECE.
           READ PLAN-KEY-FILE
               INVALID KEY
                   MOVE INS-REC (23:16) TO PLAN-KEY-ACCT
                   MOVE INS-REC (1:12) TO PLAN-KEY-WORKORDER
                   MOVE INS-REC (55:1) TO PLAN-KEY-DIVERT
                   MOVE SPACE TO PLAN-KEY-RESULT
                   WRITE PLAN-KEY-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-PLAN-KEY-STATUS = '00'
                       ADD 1 TO WS-PLAN-CNTR
                   ELSE
                       PERFORM 238-PLAN-WRITE-FAILED
                   END-IF
               NOT INVALID KEY
                   IF PLAN-KEY-WORKORDER NOT = INS-REC (1:12)
                       MOVE +999 TO RETURN-CODE
                       MOVE 'Y' TO WS-EOF-INS
                       IF WS-SYSLOG-FILE-STATUS = '00'
                           MOVE SPACES TO SYSLOG-REC
                           STRING 'INSERTER EXTRACT CARRIES MULTIPLE'
                                   DELIMITED BY SIZE
                               ' WORKORDERS - NAME ONE WITH WORKORDER'
                                   DELIMITED BY SIZE
                               INTO SYSLOG-REC
                           END-STRING
                           WRITE SYSLOG-REC
                       END-IF
                   ELSE
                       MOVE INS-REC (23:16) TO PLAN-KEY-ACCT
                       MOVE INS-REC (55:1) TO PLAN-KEY-DIVERT
                       REWRITE PLAN-KEY-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-PLAN-KEY-STATUS NOT = '00'
                           PERFORM 238-PLAN-WRITE-FAILED
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *  230-CREATE-PLAN-KEYS STARTS THE PLAN EMPTY AND OPENS IT   *
      *  FOR THE LOAD AND THE RESULT POSTINGS.                     *
      *----------------------------------------------------------*
       230-CREATE-PLAN-KEYS.
           OPEN OUTPUT PLAN-KEY-FILE.
           IF WS-PLAN-KEY-STATUS = '00'
               CLOSE PLAN-KEY-FILE
               OPEN I-O PLAN-KEY-FILE
           END-IF.
           IF WS-PLAN-KEY-STATUS = '00'
               SET WS-PLAN-KEY-OPEN TO TRUE
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      *  238-PLAN-WRITE-FAILED FAILS THE RUN ON A PLAN THAT        *
      *  CANNOT TAKE A WRITE - A PARTIAL PLAN REPORTS GOOD PIECES  *
      *  AS UNPLANNED.                                             *
      *----------------------------------------------------------*
       238-PLAN-WRITE-FAILED.
           MOVE +999 TO RETURN-CODE.
           MOVE 'Y' TO WS-EOF-INS.
           MOVE 'Y' TO WS-EOF-RESULT.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'PLAN WRITE FAILED STATUS ' DELIMITED BY SIZE
                   WS-PLAN-KEY-STATUS DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  300-APPLY-RESULTS DRIVES ONE PASS OF THE RESULTS FILE.    *
      *----------------------------------------------------------*
       300-APPLY-RESULTS.
           READ RESULT-FILE
               AT END MOVE 'Y' TO WS-EOF-RESULT
           END-READ.
           PERFORM 310-APPLY-ONE-RESULT
               UNTIL EOF-RESULT.

      *----------------------------------------------------------*
      *  310-APPLY-ONE-RESULT POSTS ONE INSERTER EVENT TO ITS      *
      *  PLANNED PIECE. AN EVENT WITH A CODE THE INSERTER DOES     *
      *  NOT SEND IS REPORTED AND IGNORED; AN EVENT FOR A PIECE    *
      *  THE PLAN NEVER HAD (WRONG NUMBER OR WRONG WORK ORDER) IS  *
      *  REPORTED AS UNPLANNED WHEN THE INSERTER CONFIRMED IT.     *
      *----------------------------------------------------------*
       310-APPLY-ONE-RESULT.
           MOVE 'N' TO WS-RESULT-PLANNED-SW.
           MOVE RESULT-REC (1:20) TO WS-RES-PIECE-ID.
           MOVE RESULT-REC (23:1) TO WS-RES-CODE.
           IF WS-RES-PIECE-ID NOT = SPACES
               ADD 1 TO WS-RESULT-CNTR
               IF NOT WS-RES-VALID
                   ADD 1 TO WS-BADCODE-CNTR
                   PERFORM 330-LOG-BAD-CODE
               ELSE
                   IF WS-RES-PIECE IS NUMERIC
                       MOVE WS-RES-PIECE TO WS-RES-PIECE-NUM
                       MOVE WS-RES-PIECE-NUM TO PLAN-KEY-PIECE
                       READ PLAN-KEY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PLAN-KEY-WORKORDER = WS-RES-WORKORDER
                                   SET WS-RESULT-PLANNED TO TRUE
                                   MOVE WS-RES-CODE TO PLAN-KEY-RESULT
                                   REWRITE PLAN-KEY-REC
                                       INVALID KEY
                                           CONTINUE
                                   END-REWRITE
                                   IF WS-PLAN-KEY-STATUS NOT = '00'
                                       PERFORM 238-PLAN-WRITE-FAILED
                                   END-IF
                               END-IF
                       END-READ
                   END-IF
                   IF NOT WS-RESULT-PLANNED
                       IF WS-RES-INSERTED OR WS-RES-DIVERTED
                           ADD 1 TO WS-UNPLANNED-CNTR
                           PERFORM 320-LOG-UNPLANNED
                       ELSE
                           ADD 1 TO WS-BADCODE-CNTR
                           PERFORM 330-LOG-BAD-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT EOF-RESULT
               READ RESULT-FILE
                   AT END MOVE 'Y' TO WS-EOF-RESULT
               END-READ
           END-IF.

      *----------------------------------------------------------*
      *  320-LOG-UNPLANNED REPORTS A PIECE THE INSERTER CONFIRMED  *
      *  THAT THE PLAN NEVER CALLED FOR - A MISREAD BARCODE OR A   *
      *  PIECE FROM SOMEBODY ELSE'S JOB ON THE MACHINE.            *
      *----------------------------------------------------------*
       320-LOG-UNPLANNED.
           PERFORM 350-SET-RESULT-TEXT.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'INSRECON UNPLANNED PIECE=' DELIMITED BY SIZE
                   WS-RES-PIECE-ID DELIMITED BY SIZE
                   ' RESULT=' DELIMITED BY SIZE
                   WS-RES-TEXT DELIMITED BY SPACE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  330-LOG-BAD-CODE REPORTS A RESULTS LINE THAT COULD NOT    *
      *  BE POSTED - AN UNKNOWN RESULT CODE, OR A FAILURE EVENT    *
      *  FOR A PIECE THE PLAN DOES NOT HAVE - EXACTLY AS READ.     *
      *----------------------------------------------------------*
       330-LOG-BAD-CODE.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'INSRECON NOT POSTED ' DELIMITED BY SIZE
                   RESULT-REC DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  350-SET-RESULT-TEXT SPELLS OUT THE RESULT CODE FOR THE    *
      *  REPORT LINES.                                             *
      *----------------------------------------------------------*
       350-SET-RESULT-TEXT.
           IF WS-RES-INSERTED
               MOVE 'INSERTED' TO WS-RES-TEXT
           ELSE
           IF WS-RES-JAMMED
               MOVE 'JAMMED' TO WS-RES-TEXT
           ELSE
           IF WS-RES-DAMAGED
               MOVE 'DAMAGED' TO WS-RES-TEXT
           ELSE
           IF WS-RES-MISSING
               MOVE 'MISSING' TO WS-RES-TEXT
           ELSE
           IF WS-RES-DIVERTED
               MOVE 'DIVERTED' TO WS-RES-TEXT
           ELSE
               MOVE 'NONE' TO WS-RES-TEXT
           END-IF END-IF END-IF END-IF END-IF.

      *----------------------------------------------------------*
      *  400-CHECK-PLAN WALKS THE PLAN IN PIECE ORDER.             *
      *----------------------------------------------------------*
       400-CHECK-PLAN.
           MOVE 'N' TO WS-EOF-PLAN.
           MOVE ZERO TO PLAN-KEY-PIECE.
           START PLAN-KEY-FILE KEY IS NOT LESS THAN PLAN-KEY-PIECE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PLAN
           END-START.
           IF NOT EOF-PLAN
               READ PLAN-KEY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-PLAN
               END-READ
           END-IF.
           PERFORM 410-CHECK-ONE-PIECE
               UNTIL EOF-PLAN OR RETURN-CODE = +999.

      *----------------------------------------------------------*
      *  410-CHECK-ONE-PIECE SETTLES ONE PLANNED PIECE. A PIECE    *
      *  IS CONFIRMED WHEN THE INSERTER INSERTED IT, OR DIVERTED   *
      *  IT WHEN THE PLAN SENT IT TO THE FLATS STATION. ANYTHING   *
      *  ELSE - NO RESULT AT ALL, A JAM LEFT STANDING, A DIVERT    *
      *  THE PLAN DID NOT CALL FOR - IS REPORTED UNCONFIRMED.      *
      *  DAMAGED AND MISSING PIECES ALSO GO ON THE RECUT LIST.     *
      *----------------------------------------------------------*
       410-CHECK-ONE-PIECE.
           IF PLAN-KEY-ACCT NOT = SPACES
               MOVE PLAN-KEY-RESULT TO WS-RES-CODE
               IF WS-RES-INSERTED
                   ADD 1 TO WS-INSERTED-CNTR
               ELSE
               IF WS-RES-JAMMED
                   ADD 1 TO WS-JAMMED-CNTR
               ELSE
               IF WS-RES-DAMAGED
                   ADD 1 TO WS-DAMAGED-CNTR
               ELSE
               IF WS-RES-MISSING
                   ADD 1 TO WS-MISSING-CNTR
               ELSE
               IF WS-RES-DIVERTED
                   ADD 1 TO WS-DIVERTED-CNTR
               ELSE
                   ADD 1 TO WS-NORESULT-CNTR
               END-IF END-IF END-IF END-IF END-IF
               IF WS-RES-INSERTED
                       OR (WS-RES-DIVERTED
                           AND PLAN-KEY-DIVERT = 'F')
                   ADD 1 TO WS-CONFIRM-CNTR
               ELSE
                   ADD 1 TO WS-UNCONFIRM-CNTR
                   PERFORM 420-LOG-UNCONFIRMED
                   IF WS-RES-DAMAGED OR WS-RES-MISSING
                       MOVE PLAN-KEY-ACCT TO WS-CUR-ACCT
                       PERFORM 430-ADD-RECUT-ACCT
                   END-IF
               END-IF
           END-IF.
           READ PLAN-KEY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PLAN
           END-READ.

      *----------------------------------------------------------*
      *  420-LOG-UNCONFIRMED REPORTS ONE PLANNED PIECE THE         *
      *  INSERTER NEVER CONFIRMED, WITH ITS ACCOUNT AND WHAT THE   *
      *  INSERTER LAST SAID ABOUT IT.                              *
      *----------------------------------------------------------*
       420-LOG-UNCONFIRMED.
           PERFORM 350-SET-RESULT-TEXT.
           MOVE PLAN-KEY-WORKORDER TO WS-PP-WORKORDER.
           MOVE PLAN-KEY-PIECE TO WS-PP-PIECE.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'INSRECON UNCONFIRMED PIECE=' DELIMITED BY SIZE
                   WS-PLAN-PIECE-ID DELIMITED BY SIZE
                   ' ACCOUNT=' DELIMITED BY SIZE
                   PLAN-KEY-ACCT DELIMITED BY SIZE
                   ' RESULT=' DELIMITED BY SIZE
                   WS-RES-TEXT DELIMITED BY SPACE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  430-ADD-RECUT-ACCT INSERTS A DAMAGED OR MISSING PIECE'S   *
      *  ACCOUNT INTO THE RECUT LIST IN ASCENDING KEY ORDER,       *
      *  SKIPPING AN ACCOUNT ALREADY ON IT. A LIST CUNA_UTIL04     *
      *  COULD NOT HOLD FAILS THE RUN RATHER THAN QUIETLY          *
      *  DROPPING STATEMENTS FROM THE RECUT.                       *
      *----------------------------------------------------------*
       430-ADD-RECUT-ACCT.
           MOVE 1 TO WS-INS-SLOT.
           PERFORM UNTIL WS-INS-SLOT > WS-RPT-CNT
                   OR WS-RPT-ACCT (WS-INS-SLOT) NOT < WS-CUR-ACCT
               ADD 1 TO WS-INS-SLOT
           END-PERFORM.
           IF WS-INS-SLOT NOT > WS-RPT-CNT
                   AND WS-RPT-ACCT (WS-INS-SLOT) = WS-CUR-ACCT
               CONTINUE
           ELSE
               IF WS-RPT-CNT < 5000
                   MOVE WS-RPT-CNT TO WS-RPT-SUB
                   PERFORM UNTIL WS-RPT-SUB < WS-INS-SLOT
                       MOVE WS-RPT-ACCT (WS-RPT-SUB)
                           TO WS-RPT-ACCT (WS-RPT-SUB + 1)
                       SUBTRACT 1 FROM WS-RPT-SUB
                   END-PERFORM
                   MOVE WS-CUR-ACCT TO WS-RPT-ACCT (WS-INS-SLOT)
                   ADD 1 TO WS-RPT-CNT
               ELSE
                   MOVE +999 TO RETURN-CODE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'RECUT LIST EXCEEDS TABLE' TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  600-WRITE-ACCTLIST WRITES THE RECUT LIST, ONE 16-BYTE     *
      *  ACCOUNT KEY PER LINE IN COLUMNS 1-16, AS CUNA_UTIL04'S    *
      *  120-LOAD-ACCT-LIST READS IT.                              *
      *----------------------------------------------------------*
       600-WRITE-ACCTLIST.
           MOVE 1 TO WS-RPT-SUB.
           PERFORM 610-WRITE-ONE-ACCT
               UNTIL WS-RPT-SUB > WS-RPT-CNT.

       610-WRITE-ONE-ACCT.
           MOVE SPACES TO ACCT-LIST-REC.
           MOVE WS-RPT-ACCT (WS-RPT-SUB) TO ACCT-LIST-REC (1:16).
           WRITE ACCT-LIST-REC.
           ADD 1 TO WS-RPT-SUB.

      *----------------------------------------------------------*
      *  700-SUMMARY CLOSES THE RUN LOG WITH THE RECONCILIATION    *
      *  TOTALS AND HOLDS THE JOB WITH RETURN CODE 4 WHEN ANY      *
      *  PIECE IS UNCONFIRMED OR UNPLANNED, SO THE FLOOR LEAD      *
      *  LOOKS AT THE EXCEPTIONS BEFORE THE SHIFT IS SIGNED OFF.   *
      *----------------------------------------------------------*
       700-SUMMARY.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'INSRECON RESULTS INSERTED=' DELIMITED BY SIZE
                   WS-INSERTED-CNTR DELIMITED BY SIZE
                   ' JAMMED=' DELIMITED BY SIZE
                   WS-JAMMED-CNTR DELIMITED BY SIZE
                   ' DAMAGED=' DELIMITED BY SIZE
                   WS-DAMAGED-CNTR DELIMITED BY SIZE
                   ' MISSING=' DELIMITED BY SIZE
                   WS-MISSING-CNTR DELIMITED BY SIZE
                   ' DIVERTED=' DELIMITED BY SIZE
                   WS-DIVERTED-CNTR DELIMITED BY SIZE
                   ' NONE=' DELIMITED BY SIZE
                   WS-NORESULT-CNTR DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
               MOVE SPACES TO SYSLOG-REC
               STRING 'INSRECON PLANNED=' DELIMITED BY SIZE
                   WS-PLAN-CNTR DELIMITED BY SIZE
                   ' EVENTS=' DELIMITED BY SIZE
                   WS-RESULT-CNTR DELIMITED BY SIZE
                   ' CONFIRMED=' DELIMITED BY SIZE
                   WS-CONFIRM-CNTR DELIMITED BY SIZE
                   ' UNCONFIRMED=' DELIMITED BY SIZE
                   WS-UNCONFIRM-CNTR DELIMITED BY SIZE
                   ' UNPLANNED=' DELIMITED BY SIZE
                   WS-UNPLANNED-CNTR DELIMITED BY SIZE
                   ' NOTPOSTED=' DELIMITED BY SIZE
                   WS-BADCODE-CNTR DELIMITED BY SIZE
                   ' RECUT=' DELIMITED BY SIZE
                   WS-RPT-CNT DELIMITED BY SIZE
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.
           IF RETURN-CODE = ZERO
               IF WS-UNCONFIRM-CNTR > ZERO
                       OR WS-UNPLANNED-CNTR > ZERO
                       OR WS-BADCODE-CNTR > ZERO
                   MOVE +4 TO RETURN-CODE
               END-IF
           END-IF.
