      *    CLOSE CAN STILL SHIP A SHORT FILE UNDER RC 0, AND THIS
      *    GATE IS WHAT CATCHES IT: ANY MISMATCH NAMES THE SHORT
      *    FILE ON SYSLOG-FILE AND FAILS WITH RETURN CODE 8.
      *    WHEN THE PROOFSTAT PARM IS GIVEN, A WORK ORDER THAT WENT
      *    THROUGH A CLIENT PROOF RUN IS ALSO HELD UNTIL THE LATEST
      *    PROOF-STATUS RECORD FOR IT IS AN APPROVAL. A TOTALS
      *    HEADER FLAGGED AS A PROOF RUN FAILS THE GATE OUTRIGHT
      *    WHEN PROOFSTAT IS NOT GIVEN.
      *    WHEN THE HEADER SAYS THE RUN STAGED PIECE LEDGER ROWS
      *    (SYSTOT PATH + '.LDG'), A PASSING GATE POSTS THEM TO THE
      *    PERMANENT LEDGER NAMED BY THE LEDGER PARM AND EMPTIES
      *    THE STAGING FILE, SO A PIECE IS ONLY LEDGERED AS MAILED
      *    ONCE ITS WORK ORDER IS RELEASED, AND ONLY ONCE. STAGED
      *    STATEMENT-READY ROWS (SYSTOT PATH + '.EDN') ARE HANDED
      *    TO THE EMAIL VENDOR'S FILE NAMED BY THE SYSEDN PARM THE
      *    SAME WAY, SO NO MEMBER IS TOLD A HELD STATEMENT IS OUT.
      *
       ENVIRONMENT DIVISION.
      *
           FILE STATUS IS WS-SYSLOG-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRFSTAT-FILE ASSIGN TO
           WS-PRFSTAT-FILE-PATH
           FILE STATUS IS WS-PRFSTAT-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STAGE-FILE ASSIGN TO
           WS-STAGE-FILE-PATH
           FILE STATUS IS WS-STAGE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-FILE ASSIGN TO
           WS-LEDGER-FILE-PATH
           FILE STATUS IS WS-LEDGER-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDN-STAGE-FILE ASSIGN TO
           WS-EDN-STAGE-PATH
           FILE STATUS IS WS-EDN-STAGE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDN-FILE ASSIGN TO
           WS-EDN-FILE-PATH
           FILE STATUS IS WS-EDN-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

      *
       DATA DIVISION.
      *
       FD  SYSLOG-FILE.
       01  SYSLOG-REC                     PIC X(500).

       FD  PRFSTAT-FILE.
       01  PRFSTAT-REC                    PIC X(51).

       FD  STAGE-FILE.
       01  STAGE-REC                      PIC X(75).

       FD  LEDGER-FILE.
       01  LEDGER-REC                     PIC X(75).

       FD  EDN-STAGE-FILE.
       01  EDN-STAGE-REC                  PIC X(80).

       FD  EDN-FILE.
       01  EDN-REC                        PIC X(80).

      *
       WORKING-STORAGE SECTION.
      *
       COPY ctltot.
       COPY proofst.

       01  WS-CONTROL-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-SYSLOG-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-SYSLOG-FILE-STATUS          PIC X(02) VALUE '99'.
       01  WS-SYSOUT1-BASE-PATH           PIC X(300) VALUE SPACES.
       01  WS-PRFSTAT-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-PRFSTAT-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-PROOF-LATEST                PIC X(51) VALUE SPACES.
       01  WS-STAGE-FILE-PATH             PIC X(300) VALUE SPACES.
       01  WS-STAGE-FILE-STATUS           PIC X(02) VALUE '99'.
       01  WS-LEDGER-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-LEDGER-FILE-STATUS          PIC X(02) VALUE '99'.
       01  WS-EDN-STAGE-PATH              PIC X(300) VALUE SPACES.
       01  WS-EDN-STAGE-STATUS            PIC X(02) VALUE '99'.
       01  WS-EDN-FILE-PATH               PIC X(300) VALUE SPACES.
       01  WS-EDN-FILE-STATUS             PIC X(02) VALUE '99'.

       01  WS-MCP-PARM                    PIC X(300) VALUE SPACES.
       01  WS-MCP-VALUE                   PIC X(300) VALUE SPACES.
               88  WS-HDR-SEEN                 VALUE 'Y'.
           05  WS-GATE-FAIL-SW           PIC X VALUE 'N'.
               88  WS-GATE-FAILED              VALUE 'Y'.
           05  WS-EOF-PRFSTAT            PIC X VALUE 'N'.
               88  EOF-PRFSTAT                 VALUE 'Y'.
           05  WS-PROOF-FOUND-SW         PIC X VALUE 'N'.
               88  WS-PROOF-FOUND              VALUE 'Y'.
           05  WS-EOF-STAGE              PIC X VALUE 'N'.
               88  EOF-STAGE                   VALUE 'Y'.
           05  WS-EOF-EDN-STAGE          PIC X VALUE 'N'.
               88  EOF-EDN-STAGE               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-DTL-CNTR               PIC 9(03) VALUE ZERO.
           05  WS-FOUND-RECS             PIC 9(09) VALUE ZERO.
           05  WS-FOUND-PAGES            PIC 9(09) VALUE ZERO.
           05  WS-POSTED-ROWS            PIC 9(09) VALUE ZERO.
           05  WS-EDN-ROWS               PIC 9(09) VALUE ZERO.

      *
       PROCEDURE DIVISION.

           IF RETURN-CODE NOT = +999
               PERFORM 200-VERIFY-TOTALS
               IF WS-PRFSTAT-FILE-PATH NOT = SPACES
                       AND WS-HDR-SEEN
                   PERFORM 300-CHECK-PROOF
               END-IF
      *        A PROOF RUN'S HOLD CANNOT BE SKIPPED BY LEAVING THE
      *        PROOFSTAT PARM OFF THE GATE'S CONTROL FILE.
               IF WS-PRFSTAT-FILE-PATH = SPACES
                       AND WS-HDR-SEEN AND WS-CT-H-PROOF = 'Y'
                   SET WS-GATE-FAILED TO TRUE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'PROOF RUN - RELEASE NEEDS PROOFSTAT'
                           TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
      *        NOR CAN THE VENDOR HAND-OFF BE - AND IT IS CHECKED
      *        BEFORE ANYTHING IS POSTED, SO A MISSING PARM NEVER
      *        LEAVES A WORK ORDER HALF POSTED.
               IF WS-EDN-FILE-PATH = SPACES
                       AND WS-HDR-SEEN AND WS-CT-H-EDN = 'Y'
                   SET WS-GATE-FAILED TO TRUE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE 'READY ROWS STAGED - RELEASE NEEDS SYSEDN'
                           TO SYSLOG-REC
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
               IF NOT WS-GATE-FAILED
                       AND WS-HDR-SEEN AND WS-CT-H-LEDGER = 'Y'
                   PERFORM 400-POST-LEDGER
               END-IF
               IF NOT WS-GATE-FAILED
                       AND WS-HDR-SEEN AND WS-CT-H-EDN = 'Y'
                   PERFORM 410-POST-EDN
               END-IF
               PERFORM 600-GATE-VERDICT
           END-IF.

                   IF WS-MCP-PARM = 'SYSOUT1'
                       MOVE WS-MCP-VALUE TO WS-SYSOUT1-BASE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'PROOFSTAT'
                       MOVE WS-MCP-VALUE TO WS-PRFSTAT-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'LEDGER'
                       MOVE WS-MCP-VALUE TO WS-LEDGER-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'SYSEDN'
                       MOVE WS-MCP-VALUE TO WS-EDN-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'SYSLOG'
                       MOVE WS-MCP-VALUE TO WS-SYSLOG-FILE-PATH
                       OPEN OUTPUT SYSLOG-FILE
                       WRITE SYSLOG-REC
                   END-IF
               ELSE
                   MOVE TOT-REC (1:74) TO WS-CT-HDR
                   SET WS-HDR-SEEN TO TRUE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE SPACES TO SYSLOG-REC
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  300-CHECK-PROOF READS THE PROOF-STATUS FILE FOR THE WORK  *
      *  ORDER ON THE TOTALS HEADER. THE FILE IS ONLY APPENDED,    *
      *  SO THE LAST RECORD FOR THE WORK ORDER IS ITS CURRENT      *
      *  STATE: ANYTHING BUT AN APPROVAL - PENDING, OR REJECTED    *
      *  BY THE CLIENT - FAILS THE GATE. A WORK ORDER THAT NEVER   *
      *  RAN A PROOF IS NOT HELD, BUT ONE WHOSE HEADER SAYS IT DID *
      *  AND HAS NO STATUS RECORD IS. A PROOF-STATUS FILE THAT     *
      *  WILL NOT OPEN FAILS THE GATE TOO - A RELEASE HOLD THAT    *
      *  CAN BE SKIPPED BY MISSPELLING A PATH IS NO HOLD AT ALL.   *
      *----------------------------------------------------------*
       300-CHECK-PROOF.
           OPEN INPUT PRFSTAT-FILE.
           IF WS-PRFSTAT-FILE-STATUS NOT = '00'
               SET WS-GATE-FAILED TO TRUE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'PROOF STATUS FILE WILL NOT OPEN - STATUS '
                           DELIMITED BY SIZE
                       WS-PRFSTAT-FILE-STATUS DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           ELSE
               READ PRFSTAT-FILE
                   AT END MOVE 'Y' TO WS-EOF-PRFSTAT
               END-READ
               PERFORM UNTIL EOF-PRFSTAT
                   MOVE PRFSTAT-REC TO WS-PRF-RECORD
                   IF WS-PRF-WORKORDER = WS-CT-H-WORKORDER
                       SET WS-PROOF-FOUND TO TRUE
                       MOVE PRFSTAT-REC TO WS-PROOF-LATEST
                   END-IF
                   READ PRFSTAT-FILE
                       AT END MOVE 'Y' TO WS-EOF-PRFSTAT
                   END-READ
               END-PERFORM
               CLOSE PRFSTAT-FILE
               IF WS-PROOF-FOUND
                   MOVE WS-PROOF-LATEST TO WS-PRF-RECORD
                   IF NOT WS-PRF-APPROVED
                       SET WS-GATE-FAILED TO TRUE
                   END-IF
                   PERFORM 310-LOG-PROOF-STATE
               ELSE
                   IF WS-CT-H-PROOF = 'Y'
                       SET WS-GATE-FAILED TO TRUE
                       IF WS-SYSLOG-FILE-STATUS = '00'
                           MOVE SPACES TO SYSLOG-REC
                           STRING 'PROOF RUN HAS NO PROOF STATUS '
                                   DELIMITED BY SIZE
                               'WORKORDER=' DELIMITED BY SIZE
                               WS-CT-H-WORKORDER DELIMITED BY SPACE
                               INTO SYSLOG-REC
                           END-STRING
                           WRITE SYSLOG-REC
                       END-IF
                   END-IF
               END-IF
           END-IF.

       310-LOG-PROOF-STATE.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               IF WS-PRF-APPROVED
                   STRING 'PROOF APPROVED WORKORDER=' DELIMITED BY SIZE
                       WS-PRF-WORKORDER DELIMITED BY SPACE
                       ' BY=' DELIMITED BY SIZE
                       WS-PRF-BY DELIMITED BY SPACE
                       ' DATE=' DELIMITED BY SIZE
                       WS-PRF-DATE DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
               ELSE
                   STRING 'PROOF NOT APPROVED WORKORDER='
                           DELIMITED BY SIZE
                       WS-PRF-WORKORDER DELIMITED BY SPACE
                       ' STATUS=' DELIMITED BY SIZE
                       WS-PRF-STATUS DELIMITED BY SIZE
                       ' DATE=' DELIMITED BY SIZE
                       WS-PRF-DATE DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
               END-IF
               WRITE SYSLOG-REC
           END-IF.

      *----------------------------------------------------------*
      *  400-POST-LEDGER APPENDS THE RELEASED WORK ORDER'S STAGED  *
      *  LEDGER ROWS TO THE PERMANENT PIECE LEDGER, THEN EMPTIES   *
      *  THE STAGING FILE SO A SECOND PASS OF THE GATE POSTS       *
      *  NOTHING TWICE. ROWS THAT CANNOT BE POSTED - NO LEDGER     *
      *  PARM, OR A FILE THAT WILL NOT OPEN - FAIL THE GATE, SINCE *
      *  RELEASING WITHOUT THEM WOULD LOSE THE MAIL HISTORY.       *
      *----------------------------------------------------------*
       400-POST-LEDGER.
           MOVE SPACES TO WS-STAGE-FILE-PATH.
           STRING WS-TOT-FILE-PATH DELIMITED BY SPACE
               '.LDG' DELIMITED BY SIZE
               INTO WS-STAGE-FILE-PATH
           END-STRING.
           IF WS-LEDGER-FILE-PATH = SPACES
               SET WS-GATE-FAILED TO TRUE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE 'LEDGER ROWS STAGED - RELEASE NEEDS LEDGER'
                       TO SYSLOG-REC
                   WRITE SYSLOG-REC
               END-IF
           ELSE
               OPEN INPUT STAGE-FILE
               IF WS-STAGE-FILE-STATUS = '00'
                   OPEN EXTEND LEDGER-FILE
                   IF WS-LEDGER-FILE-STATUS = '35'
                       OPEN OUTPUT LEDGER-FILE
                   END-IF
               END-IF
               IF WS-STAGE-FILE-STATUS NOT = '00'
                       OR WS-LEDGER-FILE-STATUS NOT = '00'
                   SET WS-GATE-FAILED TO TRUE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE SPACES TO SYSLOG-REC
                       STRING 'LEDGER POST FAILED - STAGING STATUS '
                               DELIMITED BY SIZE
                           WS-STAGE-FILE-STATUS DELIMITED BY SIZE
                           ' LEDGER STATUS ' DELIMITED BY SIZE
                           WS-LEDGER-FILE-STATUS DELIMITED BY SIZE
                           INTO SYSLOG-REC
                       END-STRING
                       WRITE SYSLOG-REC
                   END-IF
                   IF WS-STAGE-FILE-STATUS = '00'
                       CLOSE STAGE-FILE
                   END-IF
               ELSE
                   READ STAGE-FILE
                       AT END MOVE 'Y' TO WS-EOF-STAGE
                   END-READ
                   PERFORM UNTIL EOF-STAGE
                       WRITE LEDGER-REC FROM STAGE-REC
                       ADD 1 TO WS-POSTED-ROWS
                       READ STAGE-FILE
                           AT END MOVE 'Y' TO WS-EOF-STAGE
                       END-READ
                   END-PERFORM
                   CLOSE STAGE-FILE
                   CLOSE LEDGER-FILE
                   OPEN OUTPUT STAGE-FILE
                   CLOSE STAGE-FILE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE SPACES TO SYSLOG-REC
                       STRING 'LEDGER POSTED WORKORDER='
                               DELIMITED BY SIZE
                           WS-CT-H-WORKORDER DELIMITED BY SPACE
                           ' ROWS=' DELIMITED BY SIZE
                           WS-POSTED-ROWS DELIMITED BY SIZE
                           INTO SYSLOG-REC
                       END-STRING
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  410-POST-EDN APPENDS THE RELEASED WORK ORDER'S STAGED     *
      *  STATEMENT-READY ROWS TO THE EMAIL VENDOR'S PICKUP FILE,   *
      *  THEN EMPTIES THE STAGING FILE SO A SECOND PASS OF THE     *
      *  GATE SENDS NO MEMBER A SECOND ALERT. A FILE THAT WILL NOT *
      *  OPEN FAILS THE GATE - THE STATEMENTS WOULD GO OUT WITH    *
      *  NOBODY TOLD.                                              *
      *----------------------------------------------------------*
       410-POST-EDN.
           MOVE SPACES TO WS-EDN-STAGE-PATH.
           STRING WS-TOT-FILE-PATH DELIMITED BY SPACE
               '.EDN' DELIMITED BY SIZE
               INTO WS-EDN-STAGE-PATH
           END-STRING.
           OPEN INPUT EDN-STAGE-FILE.
           IF WS-EDN-STAGE-STATUS = '00'
               OPEN EXTEND EDN-FILE
               IF WS-EDN-FILE-STATUS = '35'
                   OPEN OUTPUT EDN-FILE
               END-IF
           END-IF.
           IF WS-EDN-STAGE-STATUS NOT = '00'
                   OR WS-EDN-FILE-STATUS NOT = '00'
               SET WS-GATE-FAILED TO TRUE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'READY ROW POST FAILED - STAGING STATUS '
                           DELIMITED BY SIZE
                       WS-EDN-STAGE-STATUS DELIMITED BY SIZE
                       ' SYSEDN STATUS ' DELIMITED BY SIZE
                       WS-EDN-FILE-STATUS DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
               IF WS-EDN-STAGE-STATUS = '00'
                   CLOSE EDN-STAGE-FILE
               END-IF
           ELSE
               READ EDN-STAGE-FILE
                   AT END MOVE 'Y' TO WS-EOF-EDN-STAGE
               END-READ
               PERFORM UNTIL EOF-EDN-STAGE
                   WRITE EDN-REC FROM EDN-STAGE-REC
                   ADD 1 TO WS-EDN-ROWS
                   READ EDN-STAGE-FILE
                       AT END MOVE 'Y' TO WS-EOF-EDN-STAGE
                   END-READ
               END-PERFORM
               CLOSE EDN-STAGE-FILE
               CLOSE EDN-FILE
               OPEN OUTPUT EDN-STAGE-FILE
               CLOSE EDN-STAGE-FILE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'READY ROWS POSTED WORKORDER='
                           DELIMITED BY SIZE
                       WS-CT-H-WORKORDER DELIMITED BY SPACE
                       ' ROWS=' DELIMITED BY SIZE
                       WS-EDN-ROWS DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  600-GATE-VERDICT CLOSES THE LOG WITH THE PASS/FAIL LINE   *
      *  OPERATIONS RELEASES ON, AND SETS THE RETURN CODE THE JOB  *
