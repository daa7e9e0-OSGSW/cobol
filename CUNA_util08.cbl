       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CUNA_UTIL08.
      *
      *    CLIENT PROOF SIGN-OFF. A PROOF RUN OF CUNA_UTIL01 LEAVES
      *    ITS WORK ORDER PROOF PENDING ON THE PROOF-STATUS FILE,
      *    AND THE RELEASE GATE (CUNA_UTIL05) HOLDS PRODUCTION
      *    OUTPUT UNTIL THE LATEST STATUS FOR THE WORK ORDER IS AN
      *    APPROVAL. WHEN THE CLIENT SIGNS THE PROOF OFF - OR
      *    SENDS IT BACK - THIS PROGRAM RECORDS IT: IT CHECKS THE
      *    WORK ORDER'S LATEST STATUS REALLY IS PENDING, THEN
      *    APPENDS AN 'A' (APPROVED) OR 'R' (REJECTED) RECORD
      *    CARRYING WHO SIGNED AND WHEN. A WORK ORDER WITH NO
      *    PENDING PROOF IS REFUSED WITH RETURN CODE 8 AND NOTHING
      *    IS WRITTEN, SO A SIGN-OFF CAN NEVER LAND ON THE WRONG
      *    PROOF. A REJECTED PROOF STAYS HELD UNTIL A NEW PROOF
      *    RUN PUTS THE WORK ORDER BACK TO PENDING.
      *
      *    CTL-FILE PARMS:
      *      PROOFSTAT  PROOF-STATUS FILE (SAME PATH CUNA_UTIL01
      *                 AND CUNA_UTIL05 USE)
      *      WORKORDER  WORK ORDER BEING SIGNED OFF
      *      ACTION     A = APPROVE, R = REJECT
      *      SIGNEDBY   WHO SIGNED, UP TO 12 CHARACTERS
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

           SELECT PRFSTAT-FILE ASSIGN TO
           WS-PRFSTAT-FILE-PATH
           FILE STATUS IS WS-PRFSTAT-FILE-STATUS
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

       FD  PRFSTAT-FILE.
       01  PRFSTAT-REC                    PIC X(51).

       FD  SYSLOG-FILE.
       01  SYSLOG-REC                     PIC X(500).

      *
       WORKING-STORAGE SECTION.
      *
       COPY proofst.

       01  WS-CONTROL-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-PRFSTAT-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-PRFSTAT-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-SYSLOG-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-SYSLOG-FILE-STATUS          PIC X(02) VALUE '99'.

       01  WS-MCP-PARM                    PIC X(300) VALUE SPACES.
       01  WS-MCP-VALUE                   PIC X(300) VALUE SPACES.

       01  WS-SIGN-FIELDS.
           05  WS-SIGN-WORKORDER         PIC X(12) VALUE SPACES.
           05  WS-SIGN-ACTION            PIC X(01) VALUE SPACE.
               88  WS-SIGN-ACTION-OK           VALUES 'A' 'R'.
           05  WS-SIGN-BY                PIC X(12) VALUE SPACES.
           05  WS-PROOF-LATEST           PIC X(51) VALUE SPACES.
           05  WS-ACCEPT-DATE            PIC 9(08) VALUE ZERO.
           05  WS-ACCEPT-TIME            PIC 9(08) VALUE ZERO.

       01  FLAGS.
           05  WS-EOF-CTL                PIC X VALUE 'N'.
               88  EOF-CTL                     VALUE 'Y'.
           05  WS-EOF-PRFSTAT            PIC X VALUE 'N'.
               88  EOF-PRFSTAT                 VALUE 'Y'.
           05  WS-PROOF-FOUND-SW         PIC X VALUE 'N'.
               88  WS-PROOF-FOUND              VALUE 'Y'.

      *
       PROCEDURE DIVISION.
      *
      ****************
       000-MAIN-LOGIC.
      ****************

           PERFORM 100-INIT.

           IF RETURN-CODE NOT = +999
               PERFORM 200-FIND-LATEST
           END-IF.
           IF RETURN-CODE NOT = +999
               PERFORM 300-SIGN-OFF
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
                   IF WS-MCP-PARM = 'PROOFSTAT'
                       MOVE WS-MCP-VALUE TO WS-PRFSTAT-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'WORKORDER'
                       MOVE WS-MCP-VALUE TO WS-SIGN-WORKORDER
                   END-IF
                   IF WS-MCP-PARM = 'ACTION'
                       MOVE WS-MCP-VALUE (1:1) TO WS-SIGN-ACTION
                   END-IF
                   IF WS-MCP-PARM = 'SIGNEDBY'
                       MOVE WS-MCP-VALUE TO WS-SIGN-BY
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
               CLOSE CTL-FILE
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.

      *    A SIGN-OFF WITHOUT A WORK ORDER, A KNOWN ACTION AND A
      *    NAME TO HANG IT ON IS NOT A SIGN-OFF.
           IF WS-PRFSTAT-FILE-PATH = SPACES
                   OR WS-SIGN-WORKORDER = SPACES
                   OR NOT WS-SIGN-ACTION-OK
                   OR WS-SIGN-BY = SPACES
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE 'SIGN-OFF NEEDS PROOFSTAT, WORKORDER, ACTION A/R
      -                ' AND SIGNEDBY' TO SYSLOG-REC
                   WRITE SYSLOG-REC
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  200-FIND-LATEST READS THE PROOF-STATUS FILE AND KEEPS THE *
      *  LAST RECORD FOR THE WORK ORDER BEING SIGNED - APPENDED    *
      *  IN TIME ORDER, SO THE LAST ONE IS ITS CURRENT STATE.      *
      *----------------------------------------------------------*
       200-FIND-LATEST.
           OPEN INPUT PRFSTAT-FILE.
           IF WS-PRFSTAT-FILE-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
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
                   IF WS-PRF-WORKORDER = WS-SIGN-WORKORDER
                       SET WS-PROOF-FOUND TO TRUE
                       MOVE PRFSTAT-REC TO WS-PROOF-LATEST
                   END-IF
                   READ PRFSTAT-FILE
                       AT END MOVE 'Y' TO WS-EOF-PRFSTAT
                   END-READ
               END-PERFORM
               CLOSE PRFSTAT-FILE
           END-IF.

      *----------------------------------------------------------*
      *  300-SIGN-OFF APPENDS THE APPROVAL OR REJECTION WHEN THE   *
      *  WORK ORDER'S PROOF IS PENDING, CARRYING THE PROOF PIECE   *
      *  COUNT FORWARD FROM THE PENDING RECORD. ANYTHING ELSE IS   *
      *  REFUSED WITH RETURN CODE 8 AND THE REASON ON THE LOG.     *
      *----------------------------------------------------------*
       300-SIGN-OFF.
           IF WS-PROOF-FOUND
               MOVE WS-PROOF-LATEST TO WS-PRF-RECORD
           END-IF.
           IF NOT WS-PROOF-FOUND OR NOT WS-PRF-PENDING
               MOVE +8 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   IF WS-PROOF-FOUND
                       STRING 'SIGN-OFF REFUSED WORKORDER='
                               DELIMITED BY SIZE
                           WS-SIGN-WORKORDER DELIMITED BY SPACE
                           ' - PROOF IS NOT PENDING, STATUS='
                               DELIMITED BY SIZE
                           WS-PRF-STATUS DELIMITED BY SIZE
                           INTO SYSLOG-REC
                       END-STRING
                   ELSE
                       STRING 'SIGN-OFF REFUSED WORKORDER='
                               DELIMITED BY SIZE
                           WS-SIGN-WORKORDER DELIMITED BY SPACE
                           ' - NO PROOF ON FILE' DELIMITED BY SIZE
                           INTO SYSLOG-REC
                       END-STRING
                   END-IF
                   WRITE SYSLOG-REC
               END-IF
           ELSE
               OPEN EXTEND PRFSTAT-FILE
               IF WS-PRFSTAT-FILE-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               ELSE
                   ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-ACCEPT-TIME FROM TIME
                   MOVE WS-SIGN-ACTION TO WS-PRF-STATUS
                   MOVE WS-ACCEPT-DATE TO WS-PRF-DATE
                   MOVE WS-ACCEPT-TIME (1:6) TO WS-PRF-TIME
                   MOVE WS-SIGN-BY TO WS-PRF-BY
                   WRITE PRFSTAT-REC FROM WS-PRF-RECORD
                   CLOSE PRFSTAT-FILE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE SPACES TO SYSLOG-REC
                       STRING 'PROOF SIGN-OFF WORKORDER='
                               DELIMITED BY SIZE
                           WS-SIGN-WORKORDER DELIMITED BY SPACE
                           ' STATUS=' DELIMITED BY SIZE
                           WS-PRF-STATUS DELIMITED BY SIZE
                           ' BY=' DELIMITED BY SIZE
                           WS-SIGN-BY DELIMITED BY SPACE
                           ' PIECES=' DELIMITED BY SIZE
                           WS-PRF-PIECES DELIMITED BY SIZE
                           INTO SYSLOG-REC
                       END-STRING
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.
