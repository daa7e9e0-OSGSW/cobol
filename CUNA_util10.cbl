       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CUNA_UTIL10.
      *
      *    CTL-FILE PREFLIGHT. READS A CUNA_UTIL01 CONTROL FILE THE
      *    SAME WAY CUNA_UTIL01 DOES - THE SHARED BLOCK AHEAD OF
      *    THE FIRST WORKORDER LINE REPLAYED INTO EVERY SECTION,
      *    A SECTION'S OWN LINE OVERRIDING A SHARED ONE - AND
      *    CHECKS EVERY WORKORDER SECTION WITHOUT OPENING A SINGLE
      *    OUTPUT FILE, SO A BAD CONTROL FILE IS FIXED BEFORE THE
      *    BATCH WINDOW OPENS INSTEAD OF FAILING PART WAY THROUGH
      *    THE NIGHT. EACH SECTION IS CHECKED FOR:
      *      - PARM NAMES CUNA_UTIL01 DOES NOT KNOW (IT IGNORES
      *        THEM SILENTLY)
      *      - NON-NUMERIC PARM1, TRAYCAP, PRESORTMIN, FLATMAX,
      *        PROOFN, RESTARTREC, ERRLIMIT, STMTDATE AND WEIGHTS
      *      - SYSINn, SUPPFILE, PREFFILE, RATEFILE, ZIPFIX AND
      *        MSGFILE INPUTS THAT ARE MISSING OR WILL NOT OPEN
      *      - PDFMODE WITH PDFOUTNUM POINTING AT A SYSOUTn THAT
      *        IS NOT GIVEN OR IS PAIRED WITH A SYSINn
      *      - INSERTnnFLAG=S WITH NO INSERTnnTAG
      *      - HOUSEHOLD WITH PRESORT, RESTARTREC WITH HOUSEHOLD,
      *        PRESORT OR PROOF, AND PROOF WITHOUT ITS FILES
      *      - COMMINGLE WITHOUT CMGOUT OR WITH PROOF, AND A CMG
      *        PARM GIVEN IN A SECTION RATHER THAN THE SHARED BLOCK
      *      - LEDGER WITHOUT SYSTOT, OR WITHOUT CMGTOT WHEN THE
      *        SECTION COMMINGLES, AND SYSEDN WITHOUT SYSTOT
      *      - SUPPFILE, ZIPFIX OR PREFFILE WITHOUT SYSOUT1, WHICH
      *        NAMES THEIR KEY FILES
      *      - OUTPUT PATHS THAT COLLIDE - TWO OUTPUTS OF ONE
      *        SECTION ON THE SAME FILE, AN OUTPUT ON ONE OF THE
      *        SECTION'S INPUTS, OR AN OUTPUT ALREADY WRITTEN BY
      *        AN EARLIER WORK ORDER. AN OUTPUT NAMED IN THE SHARED
      *        BLOCK IS MEANT TO BE EXTENDED BY EVERY SECTION AND IS
      *        NOT A COLLISION, EXCEPT SYSOUT1 AND SYSTOT, WHICH
      *        MUST BE ONE FILE PER WORK ORDER. RUNHIST, PROOFSTAT,
      *        LEDGER AND SYSLOG ARE CUMULATIVE AND ARE NOT CHECKED.
      *      - A WORKORDER NAME USED BY MORE THAN ONE SECTION
      *    THE REPORT HAS ONE PASS/FAIL BLOCK FOR THE SHARED
      *    PARAMETERS, ONE PER SECTION AND AN OVERALL RESULT.
      *    RETURN CODE 8 MEANS AT LEAST ONE FAILURE - DO NOT START
      *    THE BATCH ON THIS CONTROL FILE.
      *
      *    THE KNOWN PARM NAMES ARE HELD IN WS-PARM-NAMES. A PARM
      *    ADDED TO CUNA_UTIL01 MUST BE ADDED THERE AS WELL OR
      *    EVERY CONTROL FILE USING IT WILL FAIL PREFLIGHT.
      *
      *    COMMAND LINE:  <CTL-FILE PATH> <REPORT PATH>
      *    THE REPORT PATH MAY BE LEFT OFF, IN WHICH CASE THE
      *    REPORT IS DISPLAYED.
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

           SELECT CHK-FILE ASSIGN TO
           WS-CHK-FILE-PATH
           FILE STATUS IS WS-CHK-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO
           WS-RPT-FILE-PATH
           FILE STATUS IS WS-RPT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CTL-FILE.
       01  CTL-REC                        PIC X(300).

       FD  CHK-FILE.
       01  CHK-REC                        PIC X(80).

       FD  RPT-FILE.
       01  RPT-REC                        PIC X(400).

      *
       WORKING-STORAGE SECTION.
      *
       01  WS-COMMAND-LINE                PIC X(700) VALUE SPACES.
       01  WS-CONTROL-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-CHK-FILE-PATH               PIC X(300) VALUE SPACES.
       01  WS-CHK-FILE-STATUS             PIC X(02) VALUE '99'.
       01  WS-RPT-FILE-PATH               PIC X(300) VALUE SPACES.
       01  WS-RPT-FILE-STATUS             PIC X(02) VALUE '99'.

       01  WS-MCP-PARM                    PIC X(300) VALUE SPACES.
       01  WS-MCP-VALUE                   PIC X(300) VALUE SPACES.

      *    EVERY PARM CUNA_UTIL01 ACCEPTS AND THE KIND OF CHECK IT
      *    GETS:
      *      I  INPUT FILE - MUST OPEN
      *      O  OUTPUT FILE - MAY BE SHARED ACROSS SECTIONS
      *      P  OUTPUT FILE - ONE PER WORK ORDER, NEVER SHARED
      *      C  CUMULATIVE FILE - NOT COLLISION-CHECKED
      *      4  FOUR DIGITS
      *      9  ONE TO NINE DIGITS
      *      W  WEIGHT, N.NNNN
      *      D  DATE, YYYYMMDD
      *      X  ANY VALUE
      *    WORKORDER ITSELF STARTS A SECTION AND IS NOT LISTED.
       01  WS-PARM-NAMES.
           05  FILLER  PIC X(13) VALUE 'SYSIN1      I'.
           05  FILLER  PIC X(13) VALUE 'SYSIN2      I'.
           05  FILLER  PIC X(13) VALUE 'SYSIN3      I'.
           05  FILLER  PIC X(13) VALUE 'SYSIN4      I'.
           05  FILLER  PIC X(13) VALUE 'SYSIN5      I'.
           05  FILLER  PIC X(13) VALUE 'SYSIN6      I'.
           05  FILLER  PIC X(13) VALUE 'SYSIN7      I'.
           05  FILLER  PIC X(13) VALUE 'SYSIN8      I'.
           05  FILLER  PIC X(13) VALUE 'SYSIN9      I'.
           05  FILLER  PIC X(13) VALUE 'SYSOUT1     P'.
           05  FILLER  PIC X(13) VALUE 'SYSOUT2     O'.
           05  FILLER  PIC X(13) VALUE 'SYSOUT3     O'.
           05  FILLER  PIC X(13) VALUE 'SYSOUT4     O'.
           05  FILLER  PIC X(13) VALUE 'SYSOUT5     O'.
           05  FILLER  PIC X(13) VALUE 'SYSOUT6     O'.
           05  FILLER  PIC X(13) VALUE 'SYSOUT7     O'.
           05  FILLER  PIC X(13) VALUE 'SYSOUT8     O'.
           05  FILLER  PIC X(13) VALUE 'SYSOUT9     O'.
           05  FILLER  PIC X(13) VALUE 'SYSLOG      C'.
           05  FILLER  PIC X(13) VALUE 'PARM1       4'.
           05  FILLER  PIC X(13) VALUE 'RESTARTREC  9'.
           05  FILLER  PIC X(13) VALUE 'SELKEY      X'.
           05  FILLER  PIC X(13) VALUE 'AUDIT       X'.
           05  FILLER  PIC X(13) VALUE 'HOUSEHOLD   X'.
           05  FILLER  PIC X(13) VALUE 'PRESORT     X'.
           05  FILLER  PIC X(13) VALUE 'TRAYCAP     4'.
           05  FILLER  PIC X(13) VALUE 'PRESORTMIN  4'.
           05  FILLER  PIC X(13) VALUE 'COMMINGLE   X'.
           05  FILLER  PIC X(13) VALUE 'CMGOUT      O'.
           05  FILLER  PIC X(13) VALUE 'CMGNDX      O'.
           05  FILLER  PIC X(13) VALUE 'CMGBILL     O'.
           05  FILLER  PIC X(13) VALUE 'CMGTOT      O'.
           05  FILLER  PIC X(13) VALUE 'CMGID       X'.
           05  FILLER  PIC X(13) VALUE 'CMGMIN      4'.
           05  FILLER  PIC X(13) VALUE 'CMGTRAYCAP  4'.
           05  FILLER  PIC X(13) VALUE 'PIECEMARK   X'.
           05  FILLER  PIC X(13) VALUE 'PDFMODE     X'.
           05  FILLER  PIC X(13) VALUE 'PDFOUTNUM   X'.
           05  FILLER  PIC X(13) VALUE 'SYSWT       O'.
           05  FILLER  PIC X(13) VALUE 'SYSREJ      O'.
           05  FILLER  PIC X(13) VALUE 'SYSERR      O'.
           05  FILLER  PIC X(13) VALUE 'ERRLIMIT    9'.
           05  FILLER  PIC X(13) VALUE 'RUNHIST     C'.
           05  FILLER  PIC X(13) VALUE 'DUPFILE     O'.
           05  FILLER  PIC X(13) VALUE 'SYSINS      O'.
           05  FILLER  PIC X(13) VALUE 'RATEFILE    I'.
           05  FILLER  PIC X(13) VALUE 'SYSBILL     O'.
           05  FILLER  PIC X(13) VALUE 'SUPPFILE    I'.
           05  FILLER  PIC X(13) VALUE 'ZIPFIX      I'.
           05  FILLER  PIC X(13) VALUE 'PREFFILE    I'.
           05  FILLER  PIC X(13) VALUE 'MSGFILE     I'.
           05  FILLER  PIC X(13) VALUE 'SYSUSE      O'.
           05  FILLER  PIC X(13) VALUE 'SYSTOT      P'.
           05  FILLER  PIC X(13) VALUE 'SUPPOUT     O'.
           05  FILLER  PIC X(13) VALUE 'SYSNDX      O'.
           05  FILLER  PIC X(13) VALUE 'PROOF       X'.
           05  FILLER  PIC X(13) VALUE 'PROOFN      4'.
           05  FILLER  PIC X(13) VALUE 'SYSPROOF    O'.
           05  FILLER  PIC X(13) VALUE 'SYSPRFMAN   O'.
           05  FILLER  PIC X(13) VALUE 'PROOFSTAT   C'.
           05  FILLER  PIC X(13) VALUE 'SYSEDX      O'.
           05  FILLER  PIC X(13) VALUE 'SYSEDN      O'.
           05  FILLER  PIC X(13) VALUE 'LEDGER      C'.
           05  FILLER  PIC X(13) VALUE 'STMTDATE    D'.
           05  FILLER  PIC X(13) VALUE 'DOCTYPE     X'.
           05  FILLER  PIC X(13) VALUE 'PAGEWT      W'.
           05  FILLER  PIC X(13) VALUE 'ENVWT       W'.
           05  FILLER  PIC X(13) VALUE 'FLATWT      W'.
           05  FILLER  PIC X(13) VALUE 'FLATMAX     4'.
           05  FILLER  PIC X(13) VALUE 'INSERT01WT  W'.
           05  FILLER  PIC X(13) VALUE 'INSERT01TAG X'.
           05  FILLER  PIC X(13) VALUE 'INSERT01FLAGX'.
           05  FILLER  PIC X(13) VALUE 'INSERT02WT  W'.
           05  FILLER  PIC X(13) VALUE 'INSERT02TAG X'.
           05  FILLER  PIC X(13) VALUE 'INSERT02FLAGX'.
           05  FILLER  PIC X(13) VALUE 'INSERT03WT  W'.
           05  FILLER  PIC X(13) VALUE 'INSERT03TAG X'.
           05  FILLER  PIC X(13) VALUE 'INSERT03FLAGX'.
           05  FILLER  PIC X(13) VALUE 'INSERT04WT  W'.
           05  FILLER  PIC X(13) VALUE 'INSERT04TAG X'.
           05  FILLER  PIC X(13) VALUE 'INSERT04FLAGX'.
           05  FILLER  PIC X(13) VALUE 'INSERT05WT  W'.
           05  FILLER  PIC X(13) VALUE 'INSERT05TAG X'.
           05  FILLER  PIC X(13) VALUE 'INSERT05FLAGX'.
           05  FILLER  PIC X(13) VALUE 'INSERT06WT  W'.
           05  FILLER  PIC X(13) VALUE 'INSERT06TAG X'.
           05  FILLER  PIC X(13) VALUE 'INSERT06FLAGX'.
       01  WS-PARM-TBL REDEFINES WS-PARM-NAMES.
           05  WS-PT-ENTRY OCCURS 87 TIMES
                   INDEXED BY WS-PT-IX.
               10  WS-PT-NAME             PIC X(12).
               10  WS-PT-KIND             PIC X(01).
                   88  WS-PT-INPUT              VALUE 'I'.
                   88  WS-PT-OUTPUT             VALUES 'O' 'P'.
                   88  WS-PT-OUTPUT-UNSHARED    VALUE 'P'.
                   88  WS-PT-CUMULATIVE         VALUE 'C'.
                   88  WS-PT-NUM-4              VALUE '4'.
                   88  WS-PT-NUM-9              VALUE '9'.
                   88  WS-PT-WEIGHT             VALUE 'W'.
                   88  WS-PT-DATE               VALUE 'D'.
       01  WS-PT-MAX                      PIC 9(03) VALUE 87.

      *    THE CURRENT SECTION'S VALUE FOR EACH PARM, IN THE SAME
      *    ORDER AS WS-PARM-NAMES, AND WHETHER IT CAME FROM THE
      *    SHARED BLOCK OR THE SECTION'S OWN LINES.
       01  WS-SEC-VALUES.
           05  WS-SV-ENTRY OCCURS 87 TIMES.
               10  WS-SV-SET-SW           PIC X(01).
                   88  WS-SV-SET                VALUE 'Y'.
               10  WS-SV-SHARED-SW        PIC X(01).
                   88  WS-SV-SHARED             VALUE 'Y'.
               10  WS-SV-VALUE            PIC X(300).

      *    THE SHARED BLOCK, HELD RAW AND REPLAYED INTO EVERY
      *    SECTION - THE SAME 200-LINE LIMIT CUNA_UTIL01 HAS.
       01  WS-SHARED-FIELDS.
           05  WS-SHARED-CNT             PIC 9(03) VALUE ZERO.
           05  WS-SHARED-SUB             PIC 9(03) VALUE ZERO.
           05  WS-SHARED-REPLAY-SW       PIC X VALUE 'N'.
               88  WS-SHARED-REPLAY            VALUE 'Y'.
           05  WS-SHARED-ERR-CNTR        PIC 9(05) VALUE ZERO.
       01  WS-SHARED-TBL.
           05  WS-SHARED-LINE            PIC X(300) OCCURS 200.

      *    WORKORDER NAMES BY SECTION NUMBER, FOR THE REPEATED-NAME
      *    CHECK AND FOR NAMING THE SECTION A COLLISION IS WITH.
       01  WS-WO-TBL.
           05  WS-WO-NAME                PIC X(12) OCCURS 200.

      *    EVERY INPUT AND OUTPUT PATH OF THE EARLIER SECTIONS. A
      *    NEW SECTION'S OUTPUTS ARE CHECKED AGAINST THESE, THEN ITS
      *    FILES ARE ADDED.
       01  WS-OUT-CNT                    PIC 9(05) VALUE ZERO.
       01  WS-OUT-TBL.
           05  WS-OUT-ENTRY OCCURS 5000 TIMES.
               10  WS-OUT-SECTION        PIC 9(03).
               10  WS-OUT-PARM           PIC X(12).
               10  WS-OUT-SHARED-SW      PIC X(01).
                   88  WS-OUT-SHARED           VALUE 'Y'.
               10  WS-OUT-PATH           PIC X(300).

       01  WS-CHECK-FIELDS.
           05  WS-ACCEPT-DATE            PIC 9(08) VALUE ZERO.
           05  WS-WORKORDER              PIC X(12) VALUE SPACES.
           05  WS-PENDING-WORKORDER      PIC X(12) VALUE SPACES.
           05  WS-PT-SUB                 PIC 9(03) VALUE ZERO.
           05  WS-K-SUB                  PIC 9(03) VALUE ZERO.
           05  WS-G-SUB                  PIC 9(05) VALUE ZERO.
           05  WS-WO-SUB                 PIC 9(03) VALUE ZERO.
           05  WS-INS-SUB                PIC 9(01) VALUE ZERO.
           05  WS-DIGIT-CNT              PIC 9(03) VALUE ZERO.
           05  WS-RESTART-NUM            PIC 9(09) VALUE ZERO.
           05  WS-PDF-NUM                PIC X(01) VALUE SPACE.
           05  WS-FIND-NAME              PIC X(12) VALUE SPACES.
           05  WS-FIND-VALUE             PIC X(300) VALUE SPACES.
           05  WS-FIND-SET-SW            PIC X VALUE 'N'.
               88  WS-FIND-SET                 VALUE 'Y'.
           05  WS-HH-SW                  PIC X VALUE 'N'.
               88  WS-HH-ON                    VALUE 'Y'.
           05  WS-PRESORT-SW             PIC X VALUE 'N'.
               88  WS-PRESORT-ON               VALUE 'Y'.
           05  WS-PROOF-SW               PIC X VALUE 'N'.
               88  WS-PROOF-ON                 VALUE 'Y'.
           05  WS-CMG-SW                 PIC X VALUE 'N'.
               88  WS-CMG-ON                   VALUE 'Y'.
           05  WS-MSG                    PIC X(380) VALUE SPACES.
           05  WS-RPT-LINE               PIC X(400) VALUE SPACES.
           05  WS-LINE-LEN               PIC 9(03) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SEC-CNTR               PIC 9(03) VALUE ZERO.
           05  WS-SEC-FAIL-CNTR          PIC 9(03) VALUE ZERO.
           05  WS-SEC-ERR-CNTR           PIC 9(05) VALUE ZERO.
           05  WS-TOT-ERR-CNTR           PIC 9(05) VALUE ZERO.

       01  FLAGS.
           05  WS-EOF-CTL                PIC X VALUE 'N'.
               88  EOF-CTL                     VALUE 'Y'.
           05  WS-SECTION-PEND-SW        PIC X VALUE 'N'.
               88  WS-SECTION-PENDING          VALUE 'Y'.
           05  WS-MORE-WORK-SW           PIC X VALUE 'N'.
               88  WS-MORE-WORK                VALUE 'Y'.
           05  WS-OUT-TBL-FULL-SW        PIC X VALUE 'N'.
               88  WS-OUT-TBL-FULL             VALUE 'Y'.
           05  WS-CTL-OPEN-SW            PIC X VALUE 'N'.
               88  WS-CTL-OPEN                 VALUE 'Y'.

      *
       PROCEDURE DIVISION.
      *
      ****************
       000-MAIN-LOGIC.
      ****************

           PERFORM 100-INIT.

           IF RETURN-CODE NOT = +999
               PERFORM 150-READ-SHARED-PARMS
               MOVE 'Y' TO WS-MORE-WORK-SW
               PERFORM 200-CHECK-ONE-SECTION
                   UNTIL NOT WS-MORE-WORK
               PERFORM 700-SUMMARY
           END-IF.

           IF WS-CTL-OPEN
               CLOSE CTL-FILE
           END-IF.
           IF WS-RPT-FILE-STATUS = '00'
               CLOSE RPT-FILE
           END-IF.

           STOP RUN.

      ****************
       100-INIT.
      ****************

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CONTROL-FILE-PATH, WS-RPT-FILE-PATH
           END-UNSTRING.

           OPEN INPUT CTL-FILE.
           IF WS-CONTROL-FILE-STATUS = '00'
               SET WS-CTL-OPEN TO TRUE
           ELSE
               MOVE +999 TO RETURN-CODE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'BAD OPEN CTL. FILE STATUS '
                   DELIMITED BY SIZE
                   WS-CONTROL-FILE-STATUS
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM 905-DISPLAY-LINE
           END-IF.

           IF RETURN-CODE NOT = +999
                   AND WS-RPT-FILE-PATH NOT = SPACES
               OPEN OUTPUT RPT-FILE
               IF WS-RPT-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'BAD OPEN REPORT. FILE STATUS '
                       DELIMITED BY SIZE
                       WS-RPT-FILE-STATUS
                       INTO WS-RPT-LINE
                   END-STRING
                   PERFORM 905-DISPLAY-LINE
               END-IF
           END-IF.

           IF RETURN-CODE NOT = +999
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CTL-FILE PREFLIGHT  DATE=' DELIMITED BY SIZE
                   WS-ACCEPT-DATE DELIMITED BY SIZE
                   '  CTL=' DELIMITED BY SIZE
                   WS-CONTROL-FILE-PATH DELIMITED BY SPACE
                   INTO WS-RPT-LINE
               END-STRING
               PERFORM 900-PUT-LINE
           END-IF.

      *----------------------------------------------------------*
      *  150-READ-SHARED-PARMS READS THE CTL-FILE UP TO THE FIRST  *
      *  WORKORDER LINE, HOLDING EACH LINE FOR REPLAY AS           *
      *  CUNA_UTIL01'S 082-READ-SHARED-PARMS DOES. A BAD NAME IN   *
      *  THE SHARED BLOCK IS REPORTED HERE ONCE RATHER THAN IN     *
      *  EVERY SECTION IT IS REPLAYED INTO.                        *
      *----------------------------------------------------------*
       150-READ-SHARED-PARMS.
           MOVE 'SHARED PARAMETERS' TO WS-RPT-LINE.
           PERFORM 900-PUT-LINE.
           READ CTL-FILE
               AT END MOVE 'Y' TO WS-EOF-CTL
           END-READ.
           PERFORM UNTIL EOF-CTL OR WS-SECTION-PENDING
               MOVE SPACES TO WS-MCP-PARM, WS-MCP-VALUE
               UNSTRING CTL-REC
                   DELIMITED BY '=' OR '**' OR X'0D0A' OR '   '
                   INTO WS-MCP-PARM, WS-MCP-VALUE
               END-UNSTRING
               IF WS-MCP-PARM = 'WORKORDER'
                   SET WS-SECTION-PENDING TO TRUE
                   MOVE WS-MCP-VALUE TO WS-PENDING-WORKORDER
               ELSE
                   IF WS-SHARED-CNT < 200
                       ADD 1 TO WS-SHARED-CNT
                       MOVE CTL-REC TO WS-SHARED-LINE (WS-SHARED-CNT)
                       PERFORM 250-FIND-PARM
                       IF WS-PT-SUB = ZERO
                               AND WS-MCP-PARM NOT = SPACES
                           MOVE SPACES TO WS-MSG
                           STRING 'UNKNOWN PARM ' DELIMITED BY SIZE
                               WS-MCP-PARM DELIMITED BY SPACE
                               INTO WS-MSG
                           END-STRING
                           PERFORM 920-SHARED-FAIL
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-EOF-CTL
                       MOVE 'MORE THAN 200 SHARED PARAMETER LINES'
                           TO WS-MSG
                       PERFORM 920-SHARED-FAIL
                   END-IF
               END-IF
               IF NOT WS-SECTION-PENDING AND NOT EOF-CTL
                   READ CTL-FILE
                       AT END MOVE 'Y' TO WS-EOF-CTL
                   END-READ
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SHARED-ERR-CNTR = ZERO
               STRING 'SHARED PARAMETERS  LINES=' DELIMITED BY SIZE
                   WS-SHARED-CNT DELIMITED BY SIZE
                   '  RESULT=PASS' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING 'SHARED PARAMETERS  LINES=' DELIMITED BY SIZE
                   WS-SHARED-CNT DELIMITED BY SIZE
                   '  RESULT=FAIL  ERRORS=' DELIMITED BY SIZE
                   WS-SHARED-ERR-CNTR DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM 900-PUT-LINE.

      *----------------------------------------------------------*
      *  200-CHECK-ONE-SECTION BUILDS ONE WORKORDER SECTION'S      *
      *  PARAMETERS FROM A CLEAN SLATE - SHARED LINES FIRST, THEN  *
      *  THE SECTION'S OWN - AND RUNS EVERY CHECK AGAINST THEM.    *
      *  A CTL-FILE WITH NO WORKORDER LINE IS ONE SECTION, AS IT   *
      *  IS TO CUNA_UTIL01.                                        *
      *----------------------------------------------------------*
       200-CHECK-ONE-SECTION.
           ADD 1 TO WS-SEC-CNTR.
           MOVE ZERO TO WS-SEC-ERR-CNTR.
           MOVE SPACES TO WS-WORKORDER.
           INITIALIZE WS-SEC-VALUES.
           IF WS-SECTION-PENDING
               MOVE WS-PENDING-WORKORDER TO WS-WORKORDER
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'SECTION ' DELIMITED BY SIZE
               WS-SEC-CNTR DELIMITED BY SIZE
               '  WORKORDER=' DELIMITED BY SIZE
               WS-WORKORDER DELIMITED BY SPACE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM 900-PUT-LINE.

           IF WS-SEC-CNTR NOT > 200
               MOVE 1 TO WS-WO-SUB
               PERFORM 205-CHECK-WORKORDER-NAME
                   UNTIL WS-WO-SUB NOT < WS-SEC-CNTR
               MOVE WS-WORKORDER TO WS-WO-NAME (WS-SEC-CNTR)
           END-IF.

           MOVE 1 TO WS-SHARED-SUB.
           SET WS-SHARED-REPLAY TO TRUE.
           PERFORM 210-APPLY-SHARED-PARM
               UNTIL WS-SHARED-SUB > WS-SHARED-CNT.
           MOVE 'N' TO WS-SHARED-REPLAY-SW.

           IF WS-SECTION-PENDING
               MOVE 'N' TO WS-SECTION-PEND-SW
               MOVE SPACES TO WS-PENDING-WORKORDER
               PERFORM 220-READ-SECTION-PARMS
           END-IF.

           MOVE ZERO TO WS-RESTART-NUM.
           MOVE 1 TO WS-PT-SUB.
           PERFORM 300-CHECK-ONE-VALUE
               UNTIL WS-PT-SUB > WS-PT-MAX.
           PERFORM 400-CHECK-MODES.
           MOVE 1 TO WS-PT-SUB.
           PERFORM 500-CHECK-ONE-OUTPUT
               UNTIL WS-PT-SUB > WS-PT-MAX.
           MOVE 1 TO WS-PT-SUB.
           PERFORM 550-REGISTER-OUTPUT
               UNTIL WS-PT-SUB > WS-PT-MAX.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SEC-ERR-CNTR = ZERO
               STRING 'SECTION ' DELIMITED BY SIZE
                   WS-SEC-CNTR DELIMITED BY SIZE
                   '  WORKORDER=' DELIMITED BY SIZE
                   WS-WORKORDER DELIMITED BY SPACE
                   '  RESULT=PASS' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-SEC-FAIL-CNTR
               STRING 'SECTION ' DELIMITED BY SIZE
                   WS-SEC-CNTR DELIMITED BY SIZE
                   '  WORKORDER=' DELIMITED BY SIZE
                   WS-WORKORDER DELIMITED BY SPACE
                   '  RESULT=FAIL  ERRORS=' DELIMITED BY SIZE
                   WS-SEC-ERR-CNTR DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM 900-PUT-LINE.

           IF NOT WS-SECTION-PENDING
               MOVE 'N' TO WS-MORE-WORK-SW
           END-IF.

      *----------------------------------------------------------*
      *  205-CHECK-WORKORDER-NAME COMPARES THIS SECTION'S          *
      *  WORKORDER WITH ONE EARLIER SECTION'S. TWO SECTIONS UNDER  *
      *  ONE NAME WOULD MIX THEIR RUN HISTORY, PROOF STATUS AND    *
      *  RELEASE GATE.                                             *
      *----------------------------------------------------------*
       205-CHECK-WORKORDER-NAME.
           IF WS-WO-NAME (WS-WO-SUB) = WS-WORKORDER
               MOVE SPACES TO WS-MSG
               STRING 'WORKORDER ALSO USED BY SECTION '
                       DELIMITED BY SIZE
                   WS-WO-SUB DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM 910-SECTION-FAIL
           END-IF.
           ADD 1 TO WS-WO-SUB.

      *----------------------------------------------------------*
      *  210-APPLY-SHARED-PARM REPLAYS ONE STORED SHARED LINE      *
      *  INTO THE SECTION'S VALUES.                                *
      *----------------------------------------------------------*
       210-APPLY-SHARED-PARM.
           MOVE WS-SHARED-LINE (WS-SHARED-SUB) TO CTL-REC.
           MOVE SPACES TO WS-MCP-PARM, WS-MCP-VALUE.
           UNSTRING CTL-REC
               DELIMITED BY '=' OR '**' OR X'0D0A' OR '   '
               INTO WS-MCP-PARM, WS-MCP-VALUE
           END-UNSTRING.
           PERFORM 230-APPLY-PARM.
           ADD 1 TO WS-SHARED-SUB.

      *----------------------------------------------------------*
      *  220-READ-SECTION-PARMS READS THE CURRENT SECTION'S OWN    *
      *  LINES UP TO THE NEXT WORKORDER LINE (HELD PENDING FOR     *
      *  THE NEXT SECTION) OR END OF FILE.                         *
      *----------------------------------------------------------*
       220-READ-SECTION-PARMS.
           READ CTL-FILE
               AT END MOVE 'Y' TO WS-EOF-CTL
           END-READ.
           PERFORM UNTIL EOF-CTL OR WS-SECTION-PENDING
               MOVE SPACES TO WS-MCP-PARM, WS-MCP-VALUE
               UNSTRING CTL-REC
                   DELIMITED BY '=' OR '**' OR X'0D0A' OR '   '
                   INTO WS-MCP-PARM, WS-MCP-VALUE
               END-UNSTRING
               IF WS-MCP-PARM = 'WORKORDER'
                   SET WS-SECTION-PENDING TO TRUE
                   MOVE WS-MCP-VALUE TO WS-PENDING-WORKORDER
               ELSE
                   PERFORM 230-APPLY-PARM
               END-IF
               IF NOT WS-SECTION-PENDING
                   READ CTL-FILE
                       AT END MOVE 'Y' TO WS-EOF-CTL
                   END-READ
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *  230-APPLY-PARM STORES ONE PARM/VALUE PAIR, OVERRIDING     *
      *  ANY EARLIER VALUE FOR THE SAME PARM. A NAME NOT IN THE    *
      *  TABLE FAILS THE SECTION; BLANK AND ** COMMENT LINES       *
      *  SPLIT TO A BLANK NAME AND ARE PASSED OVER.                *
      *----------------------------------------------------------*
       230-APPLY-PARM.
           PERFORM 250-FIND-PARM.
           IF WS-PT-SUB > ZERO
               SET WS-SV-SET (WS-PT-SUB) TO TRUE
               MOVE WS-SHARED-REPLAY-SW TO WS-SV-SHARED-SW (WS-PT-SUB)
               MOVE WS-MCP-VALUE TO WS-SV-VALUE (WS-PT-SUB)
           ELSE
               IF WS-MCP-PARM NOT = SPACES
                       AND NOT WS-SHARED-REPLAY
                   MOVE SPACES TO WS-MSG
                   STRING 'UNKNOWN PARM ' DELIMITED BY SIZE
                       WS-MCP-PARM DELIMITED BY SPACE
                       INTO WS-MSG
                   END-STRING
                   PERFORM 910-SECTION-FAIL
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  250-FIND-PARM LOOKS WS-MCP-PARM UP IN THE KNOWN-PARM      *
      *  TABLE. WS-PT-SUB COMES BACK ZERO WHEN IT IS NOT THERE.    *
      *----------------------------------------------------------*
       250-FIND-PARM.
           MOVE ZERO TO WS-PT-SUB.
           IF WS-MCP-PARM (13:288) = SPACES
               SET WS-PT-IX TO 1
               SEARCH WS-PT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PT-NAME (WS-PT-IX) = WS-MCP-PARM (1:12)
                       SET WS-PT-SUB TO WS-PT-IX
               END-SEARCH
           END-IF.

      *----------------------------------------------------------*
      *  260-GET-PARM RETURNS THE SECTION'S VALUE FOR THE PARM     *
      *  NAMED IN WS-FIND-NAME, AND WHETHER IT WAS GIVEN AT ALL.   *
      *----------------------------------------------------------*
       260-GET-PARM.
           MOVE SPACES TO WS-FIND-VALUE.
           MOVE 'N' TO WS-FIND-SET-SW.
           SET WS-PT-IX TO 1.
           SEARCH WS-PT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PT-NAME (WS-PT-IX) = WS-FIND-NAME
                   SET WS-K-SUB TO WS-PT-IX
                   IF WS-SV-SET (WS-K-SUB)
                       SET WS-FIND-SET TO TRUE
                       MOVE WS-SV-VALUE (WS-K-SUB) TO WS-FIND-VALUE
                   END-IF
           END-SEARCH.

      *----------------------------------------------------------*
      *  300-CHECK-ONE-VALUE CHECKS ONE PARM'S VALUE BY ITS KIND - *
      *  NUMBERS, WEIGHTS AND DATES MUST BE DIGITS WHERE           *
      *  CUNA_UTIL01 WILL READ DIGITS, AND AN INPUT FILE MUST      *
      *  OPEN. SYSIN1 IS ALWAYS NEEDED.                            *
      *----------------------------------------------------------*
       300-CHECK-ONE-VALUE.
           IF WS-SV-SET (WS-PT-SUB)
               IF WS-PT-NUM-4 (WS-PT-SUB)
                   IF WS-SV-VALUE (WS-PT-SUB) (1:4) NOT NUMERIC
                           OR WS-SV-VALUE (WS-PT-SUB) (5:296)
                               NOT = SPACES
                       MOVE 'MUST BE FOUR DIGITS' TO WS-FIND-VALUE
                       PERFORM 310-VALUE-FAIL
                   END-IF
               ELSE
               IF WS-PT-NUM-9 (WS-PT-SUB)
                   MOVE ZERO TO WS-DIGIT-CNT
                   INSPECT WS-SV-VALUE (WS-PT-SUB)
                       TALLYING WS-DIGIT-CNT
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-DIGIT-CNT = ZERO OR WS-DIGIT-CNT > 9
                       MOVE 'MUST BE 1 TO 9 DIGITS' TO WS-FIND-VALUE
                       PERFORM 310-VALUE-FAIL
                   ELSE
                       IF WS-SV-VALUE (WS-PT-SUB) (1:WS-DIGIT-CNT)
                               NOT NUMERIC
                           MOVE 'MUST BE 1 TO 9 DIGITS'
                               TO WS-FIND-VALUE
                           PERFORM 310-VALUE-FAIL
                       ELSE
                           IF WS-PT-NAME (WS-PT-SUB) = 'RESTARTREC'
                               MOVE WS-SV-VALUE (WS-PT-SUB)
                                   (1:WS-DIGIT-CNT) TO WS-RESTART-NUM
                           END-IF
                       END-IF
                   END-IF
               ELSE
               IF WS-PT-WEIGHT (WS-PT-SUB)
                   IF WS-SV-VALUE (WS-PT-SUB) (1:1) NOT NUMERIC
                           OR WS-SV-VALUE (WS-PT-SUB) (3:4)
                               NOT NUMERIC
                       MOVE 'MUST BE A WEIGHT N.NNNN' TO WS-FIND-VALUE
                       PERFORM 310-VALUE-FAIL
                   END-IF
               ELSE
               IF WS-PT-DATE (WS-PT-SUB)
                   IF WS-SV-VALUE (WS-PT-SUB) (1:8) NOT NUMERIC
                       MOVE 'MUST BE YYYYMMDD' TO WS-FIND-VALUE
                       PERFORM 310-VALUE-FAIL
                   END-IF
               ELSE
               IF WS-PT-INPUT (WS-PT-SUB)
                   PERFORM 320-CHECK-INPUT
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               IF WS-PT-NAME (WS-PT-SUB) = 'SYSIN1'
                   MOVE 'SYSIN1 NOT GIVEN' TO WS-MSG
                   PERFORM 910-SECTION-FAIL
               END-IF
           END-IF.
           ADD 1 TO WS-PT-SUB.

      *----------------------------------------------------------*
      *  310-VALUE-FAIL REPORTS A BAD VALUE - THE PARM, WHAT IS    *
      *  WRONG WITH IT (PASSED IN WS-FIND-VALUE) AND THE VALUE.    *
      *----------------------------------------------------------*
       310-VALUE-FAIL.
           MOVE SPACES TO WS-MSG.
           STRING WS-PT-NAME (WS-PT-SUB) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-FIND-VALUE DELIMITED BY '  '
               ': ' DELIMITED BY SIZE
               WS-SV-VALUE (WS-PT-SUB) DELIMITED BY '  '
               INTO WS-MSG
           END-STRING.
           PERFORM 910-SECTION-FAIL.

      *----------------------------------------------------------*
      *  320-CHECK-INPUT OPENS ONE INPUT FILE AND CLOSES IT        *
      *  AGAIN, THE SAME OPEN CUNA_UTIL01 WILL DO.                 *
      *----------------------------------------------------------*
       320-CHECK-INPUT.
           IF WS-SV-VALUE (WS-PT-SUB) = SPACES
               MOVE SPACES TO WS-MSG
               STRING WS-PT-NAME (WS-PT-SUB) DELIMITED BY SPACE
                   ' HAS NO PATH' DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM 910-SECTION-FAIL
           ELSE
               MOVE WS-SV-VALUE (WS-PT-SUB) TO WS-CHK-FILE-PATH
               OPEN INPUT CHK-FILE
               IF WS-CHK-FILE-STATUS = '00'
                   CLOSE CHK-FILE
               ELSE
                   MOVE SPACES TO WS-MSG
                   STRING WS-PT-NAME (WS-PT-SUB) DELIMITED BY SPACE
                       ' WILL NOT OPEN, FILE STATUS '
                           DELIMITED BY SIZE
                       WS-CHK-FILE-STATUS DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       WS-CHK-FILE-PATH DELIMITED BY SPACE
                       INTO WS-MSG
                   END-STRING
                   PERFORM 910-SECTION-FAIL
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  400-CHECK-MODES RUNS THE SAME MODE-CONFLICT AND PDF       *
      *  ROUTING GUARDS CUNA_UTIL01'S 104-INIT-WRAPUP RUNS, PLUS   *
      *  THE INSERT FLAG/TAG PAIRING.                              *
      *----------------------------------------------------------*
       400-CHECK-MODES.
           MOVE 'N' TO WS-HH-SW, WS-PRESORT-SW, WS-PROOF-SW.
           MOVE 'HOUSEHOLD' TO WS-FIND-NAME.
           PERFORM 260-GET-PARM.
           IF WS-FIND-VALUE (1:1) = 'Y'
               SET WS-HH-ON TO TRUE
           END-IF.
           MOVE 'PRESORT' TO WS-FIND-NAME.
           PERFORM 260-GET-PARM.
           IF WS-FIND-VALUE (1:1) = 'Y'
               SET WS-PRESORT-ON TO TRUE
           END-IF.
           MOVE 'PROOF' TO WS-FIND-NAME.
           PERFORM 260-GET-PARM.
           IF WS-FIND-VALUE (1:1) = 'Y'
               SET WS-PROOF-ON TO TRUE
           END-IF.

      *    A COMMINGLED SECTION RUNS IN PRESORT MODE, SO IT IS HELD
      *    TO THE PRESORT CONFLICTS BELOW. AN AUDIT SECTION DOES NOT
      *    JOIN THE COMMINGLE.
           MOVE 'N' TO WS-CMG-SW.
           MOVE 'COMMINGLE' TO WS-FIND-NAME.
           PERFORM 260-GET-PARM.
           IF WS-FIND-VALUE (1:1) = 'Y'
               MOVE 'AUDIT' TO WS-FIND-NAME
               PERFORM 260-GET-PARM
               IF WS-FIND-VALUE (1:1) NOT = 'Y'
                   SET WS-CMG-ON TO TRUE
                   SET WS-PRESORT-ON TO TRUE
               END-IF
           END-IF.
           IF WS-CMG-ON
               MOVE 'CMGOUT' TO WS-FIND-NAME
               PERFORM 260-GET-PARM
               IF WS-FIND-VALUE = SPACES
                   MOVE 'COMMINGLE NEEDS CMGOUT IN THE SHARED BLOCK'
                       TO WS-MSG
                   PERFORM 910-SECTION-FAIL
               END-IF
           END-IF.
           MOVE 'CMGOUT' TO WS-FIND-NAME.
           PERFORM 430-CHECK-CMG-PARM.
           MOVE 'CMGNDX' TO WS-FIND-NAME.
           PERFORM 430-CHECK-CMG-PARM.
           MOVE 'CMGBILL' TO WS-FIND-NAME.
           PERFORM 430-CHECK-CMG-PARM.
           MOVE 'CMGTOT' TO WS-FIND-NAME.
           PERFORM 430-CHECK-CMG-PARM.
           MOVE 'CMGID' TO WS-FIND-NAME.
           PERFORM 430-CHECK-CMG-PARM.
           MOVE 'CMGMIN' TO WS-FIND-NAME.
           PERFORM 430-CHECK-CMG-PARM.
           MOVE 'CMGTRAYCAP' TO WS-FIND-NAME.
           PERFORM 430-CHECK-CMG-PARM.

      *    A PROOF HOLD NEVER SEES THE COMMINGLED STREAM, SO ONE
      *    SECTION CANNOT DO BOTH.
           IF WS-CMG-ON AND WS-PROOF-ON
               MOVE 'COMMINGLE NOT VALID WITH PROOF' TO WS-MSG
               PERFORM 910-SECTION-FAIL
           END-IF.

      *    LEDGER ROWS ARE STAGED NEXT TO SYSTOT FOR THE RELEASE
      *    GATE TO POST - AND A COMMINGLED PIECE'S NEXT TO CMGTOT -
      *    SO A LEDGER NEEDS THEM. AN AUDIT SECTION STAGES NOTHING.
           MOVE 'LEDGER' TO WS-FIND-NAME.
           PERFORM 260-GET-PARM.
           IF WS-FIND-VALUE NOT = SPACES
               MOVE 'AUDIT' TO WS-FIND-NAME
               PERFORM 260-GET-PARM
               IF WS-FIND-VALUE (1:1) NOT = 'Y'
                   MOVE 'SYSTOT' TO WS-FIND-NAME
                   PERFORM 260-GET-PARM
                   IF WS-FIND-VALUE = SPACES
                       MOVE 'LEDGER NEEDS SYSTOT' TO WS-MSG
                       PERFORM 910-SECTION-FAIL
                   END-IF
                   IF WS-CMG-ON
                       MOVE 'CMGTOT' TO WS-FIND-NAME
                       PERFORM 260-GET-PARM
                       IF WS-FIND-VALUE = SPACES
                           MOVE 'LEDGER WITH COMMINGLE NEEDS CMGTOT'
                               TO WS-MSG
                           PERFORM 910-SECTION-FAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    STATEMENT-READY ROWS ARE STAGED NEXT TO SYSTOT THE SAME
      *    WAY, FOR THE GATE TO HAND TO THE EMAIL VENDOR.
           MOVE 'SYSEDN' TO WS-FIND-NAME.
           PERFORM 260-GET-PARM.
           IF WS-FIND-VALUE NOT = SPACES
               MOVE 'AUDIT' TO WS-FIND-NAME
               PERFORM 260-GET-PARM
               IF WS-FIND-VALUE (1:1) NOT = 'Y'
                   MOVE 'SYSTOT' TO WS-FIND-NAME
                   PERFORM 260-GET-PARM
                   IF WS-FIND-VALUE = SPACES
                       MOVE 'SYSEDN NEEDS SYSTOT' TO WS-MSG
                       PERFORM 910-SECTION-FAIL
                   END-IF
               END-IF
           END-IF.

      *    THE SUPPRESSION, ZIP CORRECTION AND PREFERENCE LISTS ARE
      *    KEYED INTO WORK FILES NAMED AFTER THE SECTION'S SYSOUT1,
      *    SO ANY OF THEM NEEDS ONE - AUDIT OR NOT.
           MOVE 'SYSOUT1' TO WS-FIND-NAME.
           PERFORM 260-GET-PARM.
           IF WS-FIND-VALUE = SPACES
               MOVE 'SUPPFILE' TO WS-FIND-NAME
               PERFORM 260-GET-PARM
               IF WS-FIND-VALUE = SPACES
                   MOVE 'ZIPFIX' TO WS-FIND-NAME
                   PERFORM 260-GET-PARM
               END-IF
               IF WS-FIND-VALUE = SPACES
                   MOVE 'PREFFILE' TO WS-FIND-NAME
                   PERFORM 260-GET-PARM
               END-IF
               IF WS-FIND-VALUE NOT = SPACES
                   MOVE 'SUPPFILE/ZIPFIX/PREFFILE NEED SYSOUT1'
                       TO WS-MSG
                   PERFORM 910-SECTION-FAIL
               END-IF
           END-IF.

           IF WS-HH-ON AND WS-PRESORT-ON
               MOVE 'PRESORT NOT VALID WITH HOUSEHOLD MERGE' TO WS-MSG
               PERFORM 910-SECTION-FAIL
           END-IF.
           IF WS-RESTART-NUM > 0
               IF WS-HH-ON
                   MOVE 'RESTARTREC NOT VALID WITH HOUSEHOLD MERGE'
                       TO WS-MSG
                   PERFORM 910-SECTION-FAIL
               END-IF
               IF WS-PRESORT-ON
                   MOVE 'RESTARTREC NOT VALID WITH PRESORT' TO WS-MSG
                   PERFORM 910-SECTION-FAIL
               END-IF
               IF WS-PROOF-ON
                   MOVE 'RESTARTREC NOT VALID WITH PROOF' TO WS-MSG
                   PERFORM 910-SECTION-FAIL
               END-IF
           END-IF.

           IF WS-PROOF-ON
               MOVE 'SYSPROOF' TO WS-FIND-NAME
               PERFORM 410-NEED-PARM
               MOVE 'SYSPRFMAN' TO WS-FIND-NAME
               PERFORM 410-NEED-PARM
               MOVE 'PROOFSTAT' TO WS-FIND-NAME
               PERFORM 410-NEED-PARM
           END-IF.

      *    PDFOUTNUM DEFAULTS TO 2. ITS SYSOUTn MUST BE GIVEN AND
      *    MUST NOT BE THE OUTPUT HALF OF A SYSINn/SYSOUTn PAIR.
           MOVE 'PDFMODE' TO WS-FIND-NAME.
           PERFORM 260-GET-PARM.
           IF WS-FIND-VALUE (1:1) = 'Y'
               MOVE 'PDFOUTNUM' TO WS-FIND-NAME
               PERFORM 260-GET-PARM
               MOVE WS-FIND-VALUE (1:1) TO WS-PDF-NUM
               IF WS-PDF-NUM = SPACE
                   MOVE '2' TO WS-PDF-NUM
               END-IF
               IF WS-PDF-NUM NOT NUMERIC OR WS-PDF-NUM < '2'
                   MOVE SPACES TO WS-MSG
                   STRING 'PDFOUTNUM MUST BE 2 TO 9: '
                           DELIMITED BY SIZE
                       WS-FIND-VALUE DELIMITED BY '  '
                       INTO WS-MSG
                   END-STRING
                   PERFORM 910-SECTION-FAIL
               ELSE
                   MOVE SPACES TO WS-FIND-NAME
                   STRING 'SYSOUT' DELIMITED BY SIZE
                       WS-PDF-NUM DELIMITED BY SIZE
                       INTO WS-FIND-NAME
                   END-STRING
                   PERFORM 260-GET-PARM
                   IF WS-FIND-VALUE = SPACES
                       MOVE SPACES TO WS-MSG
                       STRING 'PDFMODE ROUTES TO SYSOUT'
                               DELIMITED BY SIZE
                           WS-PDF-NUM DELIMITED BY SIZE
                           ' BUT SYSOUT' DELIMITED BY SIZE
                           WS-PDF-NUM DELIMITED BY SIZE
                           ' IS NOT GIVEN' DELIMITED BY SIZE
                           INTO WS-MSG
                       END-STRING
                       PERFORM 910-SECTION-FAIL
                   END-IF
                   MOVE SPACES TO WS-FIND-NAME
                   STRING 'SYSIN' DELIMITED BY SIZE
                       WS-PDF-NUM DELIMITED BY SIZE
                       INTO WS-FIND-NAME
                   END-STRING
                   PERFORM 260-GET-PARM
                   IF WS-FIND-VALUE NOT = SPACES
                       MOVE SPACES TO WS-MSG
                       STRING 'PDFMODE ROUTES TO SYSOUT'
                               DELIMITED BY SIZE
                           WS-PDF-NUM DELIMITED BY SIZE
                           ' BUT IT IS PAIRED WITH SYSIN'
                               DELIMITED BY SIZE
                           WS-PDF-NUM DELIMITED BY SIZE
                           INTO WS-MSG
                       END-STRING
                       PERFORM 910-SECTION-FAIL
                   END-IF
               END-IF
           END-IF.

           MOVE 1 TO WS-INS-SUB.
           PERFORM 420-CHECK-INSERT-TAG
               UNTIL WS-INS-SUB > 6.

      *----------------------------------------------------------*
      *  410-NEED-PARM FAILS THE SECTION WHEN THE PARM NAMED IN    *
      *  WS-FIND-NAME IS NOT GIVEN A VALUE.                        *
      *----------------------------------------------------------*
       410-NEED-PARM.
           PERFORM 260-GET-PARM.
           IF WS-FIND-VALUE = SPACES
               MOVE SPACES TO WS-MSG
               STRING 'PROOF NEEDS ' DELIMITED BY SIZE
                   WS-FIND-NAME DELIMITED BY SPACE
                   INTO WS-MSG
               END-STRING
               PERFORM 910-SECTION-FAIL
           END-IF.

      *----------------------------------------------------------*
      *  420-CHECK-INSERT-TAG - A SELECTIVE INSERT (FLAG S) IS     *
      *  PULLED ONLY FOR RECORDS CARRYING ITS TAG, SO WITH NO TAG  *
      *  IT WOULD NEVER FEED.                                      *
      *----------------------------------------------------------*
       420-CHECK-INSERT-TAG.
           MOVE SPACES TO WS-FIND-NAME.
           STRING 'INSERT0' DELIMITED BY SIZE
               WS-INS-SUB DELIMITED BY SIZE
               'FLAG' DELIMITED BY SIZE
               INTO WS-FIND-NAME
           END-STRING.
           PERFORM 260-GET-PARM.
           IF WS-FIND-VALUE (1:1) = 'S'
               MOVE SPACES TO WS-FIND-NAME
               STRING 'INSERT0' DELIMITED BY SIZE
                   WS-INS-SUB DELIMITED BY SIZE
                   'TAG' DELIMITED BY SIZE
                   INTO WS-FIND-NAME
               END-STRING
               PERFORM 260-GET-PARM
               IF WS-FIND-VALUE = SPACES
                   MOVE SPACES TO WS-MSG
                   STRING 'INSERT0' DELIMITED BY SIZE
                       WS-INS-SUB DELIMITED BY SIZE
                       'FLAG=S WITH NO INSERT0' DELIMITED BY SIZE
                       WS-INS-SUB DELIMITED BY SIZE
                       'TAG' DELIMITED BY SIZE
                       INTO WS-MSG
                   END-STRING
                   PERFORM 910-SECTION-FAIL
               END-IF
           END-IF.
           ADD 1 TO WS-INS-SUB.

      *----------------------------------------------------------*
      *  430-CHECK-CMG-PARM - THE COMMINGLE PARMS DESCRIBE THE ONE *
      *  BATCH STREAM, SO CUNA_UTIL01 TAKES THEM ONLY FROM THE     *
      *  SHARED BLOCK AND FAILS A SECTION THAT GIVES ONE ITSELF.   *
      *----------------------------------------------------------*
       430-CHECK-CMG-PARM.
           PERFORM 260-GET-PARM.
           IF WS-FIND-SET AND NOT WS-SV-SHARED (WS-K-SUB)
               MOVE SPACES TO WS-MSG
               STRING WS-FIND-NAME DELIMITED BY SPACE
                   ' BELONGS IN THE SHARED BLOCK' DELIMITED BY SIZE
                   INTO WS-MSG
               END-STRING
               PERFORM 910-SECTION-FAIL
           END-IF.

      *----------------------------------------------------------*
      *  500-CHECK-ONE-OUTPUT CHECKS ONE OUTPUT PATH OF THE        *
      *  SECTION AGAINST THE SECTION'S OTHER FILES AND AGAINST     *
      *  EVERY FILE AN EARLIER SECTION WILL HAVE READ OR WRITTEN.  *
      *----------------------------------------------------------*
       500-CHECK-ONE-OUTPUT.
           IF WS-SV-SET (WS-PT-SUB)
                   AND WS-PT-OUTPUT (WS-PT-SUB)
                   AND WS-SV-VALUE (WS-PT-SUB) NOT = SPACES
               MOVE 1 TO WS-K-SUB
               PERFORM 510-CHECK-IN-SECTION
                   UNTIL WS-K-SUB > WS-PT-MAX
               MOVE 1 TO WS-G-SUB
               PERFORM 520-CHECK-EARLIER
                   UNTIL WS-G-SUB > WS-OUT-CNT
           END-IF.
           ADD 1 TO WS-PT-SUB.

      *----------------------------------------------------------*
      *  510-CHECK-IN-SECTION - AN OUTPUT MAY NOT SHARE A FILE     *
      *  WITH ANOTHER OUTPUT OF THE SAME SECTION (EACH PAIR IS     *
      *  REPORTED ONCE) OR WITH ANY FILE THE SECTION READS OR      *
      *  APPENDS TO.                                               *
      *----------------------------------------------------------*
       510-CHECK-IN-SECTION.
           IF WS-K-SUB NOT = WS-PT-SUB
                   AND WS-SV-SET (WS-K-SUB)
                   AND WS-SV-VALUE (WS-K-SUB) = WS-SV-VALUE (WS-PT-SUB)
               IF (WS-PT-OUTPUT (WS-K-SUB) AND WS-K-SUB > WS-PT-SUB)
                       OR WS-PT-INPUT (WS-K-SUB)
                       OR WS-PT-CUMULATIVE (WS-K-SUB)
                   MOVE SPACES TO WS-MSG
                   STRING WS-PT-NAME (WS-PT-SUB) DELIMITED BY SPACE
                       ' AND ' DELIMITED BY SIZE
                       WS-PT-NAME (WS-K-SUB) DELIMITED BY SPACE
                       ' NAME THE SAME FILE: ' DELIMITED BY SIZE
                       WS-SV-VALUE (WS-PT-SUB) DELIMITED BY SPACE
                       INTO WS-MSG
                   END-STRING
                   PERFORM 910-SECTION-FAIL
               END-IF
           END-IF.
           ADD 1 TO WS-K-SUB.

      *----------------------------------------------------------*
      *  520-CHECK-EARLIER - THE SAME SHARED-BLOCK OUTPUT CARRIED  *
      *  INTO EVERY SECTION IS EXTENDED, NOT OVERWRITTEN, AND IS   *
      *  ALLOWED. ANY OTHER REUSE OF AN EARLIER SECTION'S FILE     *
      *  WOULD TRUNCATE OR INTERLEAVE IT. SYSOUT1 AND SYSTOT ARE   *
      *  NEVER SHARED.                                             *
      *----------------------------------------------------------*
       520-CHECK-EARLIER.
           IF WS-OUT-PATH (WS-G-SUB) = WS-SV-VALUE (WS-PT-SUB)
               IF WS-OUT-PARM (WS-G-SUB) = WS-PT-NAME (WS-PT-SUB)
                       AND WS-OUT-SHARED (WS-G-SUB)
                       AND WS-SV-SHARED (WS-PT-SUB)
                       AND NOT WS-PT-OUTPUT-UNSHARED (WS-PT-SUB)
                   CONTINUE
               ELSE
                   MOVE SPACES TO WS-MSG
                   STRING WS-PT-NAME (WS-PT-SUB) DELIMITED BY SPACE
                       ' COLLIDES WITH ' DELIMITED BY SIZE
                       WS-OUT-PARM (WS-G-SUB) DELIMITED BY SPACE
                       ' OF SECTION ' DELIMITED BY SIZE
                       WS-OUT-SECTION (WS-G-SUB) DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       WS-SV-VALUE (WS-PT-SUB) DELIMITED BY SPACE
                       INTO WS-MSG
                   END-STRING
                   PERFORM 910-SECTION-FAIL
               END-IF
           END-IF.
           ADD 1 TO WS-G-SUB.

      *----------------------------------------------------------*
      *  550-REGISTER-OUTPUT ADDS ONE OF THIS SECTION'S OUTPUTS,   *
      *  OR ONE OF ITS INPUTS, TO THE TABLE LATER SECTIONS ARE     *
      *  CHECKED AGAINST - A LATER OUTPUT MUST NOT OVERWRITE A     *
      *  FILE AN EARLIER WORK ORDER READ EITHER.                   *
      *----------------------------------------------------------*
       550-REGISTER-OUTPUT.
           IF WS-SV-SET (WS-PT-SUB)
                   AND (WS-PT-OUTPUT (WS-PT-SUB)
                       OR WS-PT-INPUT (WS-PT-SUB))
                   AND WS-SV-VALUE (WS-PT-SUB) NOT = SPACES
               IF WS-OUT-CNT < 5000
                   ADD 1 TO WS-OUT-CNT
                   MOVE WS-SEC-CNTR TO WS-OUT-SECTION (WS-OUT-CNT)
                   MOVE WS-PT-NAME (WS-PT-SUB)
                       TO WS-OUT-PARM (WS-OUT-CNT)
                   MOVE WS-SV-SHARED-SW (WS-PT-SUB)
                       TO WS-OUT-SHARED-SW (WS-OUT-CNT)
                   MOVE WS-SV-VALUE (WS-PT-SUB)
                       TO WS-OUT-PATH (WS-OUT-CNT)
               ELSE
                   IF NOT WS-OUT-TBL-FULL
                       SET WS-OUT-TBL-FULL TO TRUE
                       MOVE 'TOO MANY FILES TO CROSS-CHECK - SPLIT THE
      -                    ' CTL-FILE' TO WS-MSG
                       PERFORM 910-SECTION-FAIL
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-PT-SUB.

      *----------------------------------------------------------*
      *  700-SUMMARY WRITES THE OVERALL RESULT AND SETS THE        *
      *  RETURN CODE - 8 IF ANY SECTION OR THE SHARED BLOCK        *
      *  FAILED.                                                   *
      *----------------------------------------------------------*
       700-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-TOT-ERR-CNTR = ZERO
               STRING 'PREFLIGHT RESULT=PASS  SECTIONS='
                       DELIMITED BY SIZE
                   WS-SEC-CNTR DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               MOVE +8 TO RETURN-CODE
               STRING 'PREFLIGHT RESULT=FAIL  SECTIONS='
                       DELIMITED BY SIZE
                   WS-SEC-CNTR DELIMITED BY SIZE
                   '  FAILED=' DELIMITED BY SIZE
                   WS-SEC-FAIL-CNTR DELIMITED BY SIZE
                   '  ERRORS=' DELIMITED BY SIZE
                   WS-TOT-ERR-CNTR DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM 900-PUT-LINE.
           IF WS-RPT-FILE-STATUS = '00'
               PERFORM 905-DISPLAY-LINE
           END-IF.

      *----------------------------------------------------------*
      *  900-PUT-LINE WRITES ONE REPORT LINE, OR DISPLAYS IT WHEN  *
      *  NO REPORT FILE WAS GIVEN.                                 *
      *----------------------------------------------------------*
       900-PUT-LINE.
           IF WS-RPT-FILE-STATUS = '00'
               WRITE RPT-REC FROM WS-RPT-LINE
           ELSE
               PERFORM 905-DISPLAY-LINE
           END-IF.

      *----------------------------------------------------------*
      *  905-DISPLAY-LINE DISPLAYS THE REPORT LINE WITHOUT ITS     *
      *  TRAILING SPACES.                                          *
      *----------------------------------------------------------*
       905-DISPLAY-LINE.
           MOVE 400 TO WS-LINE-LEN.
           PERFORM UNTIL WS-LINE-LEN = 1
                   OR WS-RPT-LINE (WS-LINE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM.
           DISPLAY WS-RPT-LINE (1:WS-LINE-LEN).

      *----------------------------------------------------------*
      *  910-SECTION-FAIL REPORTS ONE FAILURE IN THE CURRENT       *
      *  SECTION.                                                  *
      *----------------------------------------------------------*
       910-SECTION-FAIL.
           ADD 1 TO WS-SEC-ERR-CNTR, WS-TOT-ERR-CNTR.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    FAIL  ' DELIMITED BY SIZE
               WS-MSG DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM 900-PUT-LINE.
           MOVE SPACES TO WS-MSG.

      *----------------------------------------------------------*
      *  920-SHARED-FAIL REPORTS ONE FAILURE IN THE SHARED BLOCK.  *
      *----------------------------------------------------------*
       920-SHARED-FAIL.
           ADD 1 TO WS-SHARED-ERR-CNTR, WS-TOT-ERR-CNTR.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '    FAIL  ' DELIMITED BY SIZE
               WS-MSG DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING.
           PERFORM 900-PUT-LINE.
           MOVE SPACES TO WS-MSG.
