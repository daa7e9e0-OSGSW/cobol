       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CUNA_UTIL09.
      *
      *    DELIVERY-PREFERENCE AND DO-NOT-MAIL MASTER MAINTENANCE.
      *    APPLIES A FILE OF ADD / CHANGE / DELETE TRANSACTIONS TO
      *    EITHER THE PREFFILE OR THE SUPPFILE MASTER CUNA_UTIL01
      *    LOADS, AND WRITES THE UPDATED MASTER IN THE STRICT
      *    ASCENDING 16-BYTE ACCOUNT ORDER THE NEXT UPDATE NEEDS.
      *    EVERY TRANSACTION IS VALIDATED - ACCOUNT KEY FORMAT,
      *    PREFERENCE CODE, DUPLICATE ADDS, CHANGES AND DELETES
      *    OF ACCOUNTS NOT ON FILE - AND A BAD ONE GOES TO THE
      *    EXCEPTION REPORT INSTEAD OF THE MASTER. EVERY CHANGE
      *    THAT IS APPLIED IS APPENDED TO THE PERMANENT MASTER
      *    AUDIT FILE (MSTAUDIT) WITH ITS BEFORE AND AFTER VALUES,
      *    SOURCE, DATE AND TIME, SO COMPLIANCE CAN SHOW WHEN AND
      *    HOW AN ACCOUNT'S PREFERENCE CHANGED. RETURN CODE 4
      *    MEANS SOME TRANSACTIONS WERE REJECTED.
      *
      *    MASTER RECORD: ACCOUNT IN COLUMNS 1-16, VALUE IN
      *    COLUMNS 19-58. A PREFFILE VALUE IS THE DELIVERY CODE
      *    (E, P OR B) IN COLUMN 19; A SUPPFILE VALUE IS A FREE
      *    REMARK.
      *
      *    TRANSACTION RECORD:
      *      COLUMN   1     ACTION - A ADD, C CHANGE, D DELETE
      *      COLUMNS  3-18  ACCOUNT, 16 DIGITS
      *      COLUMNS 20-59  NEW VALUE (ADD AND CHANGE)
      *      COLUMNS 61-72  SOURCE - WHO ASKED FOR THE CHANGE;
      *                     THE SOURCE PARM IF BLANK
      *    TRANSACTIONS FOR ONE ACCOUNT ARE APPLIED IN THE ORDER
      *    THEY APPEAR IN THE FILE.
      *
      *    CTL-FILE PARMS:
      *      MASTER     PREF OR SUPP
      *      OLDMASTER  CURRENT MASTER (OMIT TO START A NEW ONE)
      *      NEWMASTER  UPDATED MASTER - NOT THE OLDMASTER PATH
      *      TRANFILE   TRANSACTIONS
      *      EXCEPTIONS EXCEPTION REPORT
      *      MSTAUDIT   PERMANENT MASTER AUDIT FILE
      *      SOURCE     DEFAULT SOURCE FOR THE TRANSACTIONS
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

           SELECT OLD-MAST-FILE ASSIGN TO
           WS-OLD-MAST-PATH
           FILE STATUS IS WS-OLD-MAST-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-MAST-FILE ASSIGN TO
           WS-NEW-MAST-PATH
           FILE STATUS IS WS-NEW-MAST-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRAN-FILE ASSIGN TO
           WS-TRAN-FILE-PATH
           FILE STATUS IS WS-TRAN-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCP-FILE ASSIGN TO
           WS-EXCP-FILE-PATH
           FILE STATUS IS WS-EXCP-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO
           WS-AUDIT-FILE-PATH
           FILE STATUS IS WS-AUDIT-FILE-STATUS
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

       FD  OLD-MAST-FILE.
       01  OLD-MAST-REC                   PIC X(80).

       FD  NEW-MAST-FILE.
       01  NEW-MAST-REC                   PIC X(80).

       FD  TRAN-FILE.
       01  TRAN-REC                       PIC X(80).

       FD  EXCP-FILE.
       01  EXCP-REC                       PIC X(132).

       FD  AUDIT-FILE.
       01  AUDIT-REC                      PIC X(134).

       FD  SYSLOG-FILE.
       01  SYSLOG-REC                     PIC X(500).

      *    TRANSACTIONS ARE SORTED BY ACCOUNT; SRT-SEQ KEEPS THE
      *    ORDER THEY ARRIVED IN FOR ONE ACCOUNT.
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-ACCT                   PIC X(16).
           05  SRT-SEQ                    PIC 9(09).
           05  SRT-TRAN                   PIC X(80).

      *
       WORKING-STORAGE SECTION.
      *
       COPY mstaud.

       01  WS-CONTROL-FILE-PATH           PIC X(300) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS         PIC X(02) VALUE '99'.
       01  WS-OLD-MAST-PATH               PIC X(300) VALUE SPACES.
       01  WS-OLD-MAST-STATUS             PIC X(02) VALUE '99'.
       01  WS-NEW-MAST-PATH               PIC X(300) VALUE SPACES.
       01  WS-NEW-MAST-STATUS             PIC X(02) VALUE '99'.
       01  WS-TRAN-FILE-PATH              PIC X(300) VALUE SPACES.
       01  WS-TRAN-FILE-STATUS            PIC X(02) VALUE '99'.
       01  WS-EXCP-FILE-PATH              PIC X(300) VALUE SPACES.
       01  WS-EXCP-FILE-STATUS            PIC X(02) VALUE '99'.
       01  WS-AUDIT-FILE-PATH             PIC X(300) VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS           PIC X(02) VALUE '99'.
       01  WS-SYSLOG-FILE-PATH            PIC X(300) VALUE SPACES.
       01  WS-SYSLOG-FILE-STATUS          PIC X(02) VALUE '99'.

       01  WS-MCP-PARM                    PIC X(300) VALUE SPACES.
       01  WS-MCP-VALUE                   PIC X(300) VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05  WS-MASTER-TYPE            PIC X(04) VALUE SPACES.
               88  WS-MASTER-PREF              VALUE 'PREF'.
               88  WS-MASTER-SUPP              VALUE 'SUPP'.
               88  WS-MASTER-TYPE-OK           VALUES 'PREF' 'SUPP'.
           05  WS-DEFAULT-SOURCE         PIC X(12) VALUE SPACES.
           05  WS-ACCEPT-DATE            PIC 9(08) VALUE ZERO.
           05  WS-ACCEPT-TIME            PIC 9(08) VALUE ZERO.
           05  WS-PREV-KEY               PIC X(16) VALUE LOW-VALUES.
           05  WS-MAST-KEY               PIC X(16) VALUE SPACES.
           05  WS-GROUP-KEY              PIC X(16) VALUE SPACES.

      *    THE MASTER RECORD FOR THE ACCOUNT BEING WORKED, AS IT
      *    STANDS AFTER THE TRANSACTIONS APPLIED SO FAR.
       01  WS-CUR-MAST.
           05  WS-CUR-ACCT               PIC X(16).
           05  FILLER                    PIC X(02).
           05  WS-CUR-VALUE              PIC X(40).
           05  FILLER                    PIC X(22).
       01  WS-CUR-EXISTS-SW              PIC X VALUE 'N'.
           88  WS-CUR-EXISTS                   VALUE 'Y'.

       01  WS-TRAN.
           05  WS-TR-ACTION              PIC X(01).
               88  WS-TR-ADD                   VALUE 'A'.
               88  WS-TR-CHANGE                VALUE 'C'.
               88  WS-TR-DELETE                VALUE 'D'.
               88  WS-TR-ACTION-OK             VALUES 'A' 'C' 'D'.
           05  FILLER                    PIC X(01).
           05  WS-TR-ACCT                PIC X(16).
           05  FILLER                    PIC X(01).
           05  WS-TR-VALUE               PIC X(40).
           05  WS-TR-VALUE-RD REDEFINES WS-TR-VALUE.
               10  WS-TR-PREF-CODE       PIC X(01).
                   88  WS-TR-PREF-CODE-OK      VALUES 'E' 'P' 'B'.
               10  FILLER                PIC X(39).
           05  FILLER                    PIC X(01).
           05  WS-TR-SOURCE              PIC X(12).
           05  FILLER                    PIC X(08).
       01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.

       01  WS-EXCP-LINE.
           05  WS-EX-TRAN                PIC X(72).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-EX-REASON              PIC X(40).

       01  WS-EXCP-HEAD.
           05  FILLER                    PIC X(74)
                   VALUE 'TRANSACTION'.
           05  FILLER                    PIC X(06) VALUE 'REASON'.

       01  WS-COUNTERS.
           05  WS-OLD-CNTR               PIC 9(09) VALUE ZERO.
           05  WS-NEW-CNTR               PIC 9(09) VALUE ZERO.
           05  WS-TRAN-CNTR              PIC 9(09) VALUE ZERO.
           05  WS-ADD-CNTR               PIC 9(09) VALUE ZERO.
           05  WS-CHG-CNTR               PIC 9(09) VALUE ZERO.
           05  WS-DEL-CNTR               PIC 9(09) VALUE ZERO.
           05  WS-REJ-CNTR               PIC 9(09) VALUE ZERO.

       01  FLAGS.
           05  WS-EOF-CTL                PIC X VALUE 'N'.
               88  EOF-CTL                     VALUE 'Y'.
           05  WS-EOF-MAST               PIC X VALUE 'N'.
               88  EOF-MAST                    VALUE 'Y'.
           05  WS-EOF-TRAN               PIC X VALUE 'N'.
               88  EOF-TRAN                    VALUE 'Y'.
           05  WS-EOF-SORT               PIC X VALUE 'N'.
               88  EOF-SORT                    VALUE 'Y'.
           05  WS-ORDER-BAD-SW           PIC X VALUE 'N'.
               88  WS-ORDER-BAD                VALUE 'Y'.
           05  WS-OLD-MAST-OPEN-SW       PIC X VALUE 'N'.
               88  WS-OLD-MAST-OPEN            VALUE 'Y'.

      *
       PROCEDURE DIVISION.
      *
      ****************
       000-MAIN-LOGIC.
      ****************

           PERFORM 100-INIT.

           IF RETURN-CODE NOT = +999
                   AND WS-OLD-MAST-PATH NOT = SPACES
               PERFORM 150-CHECK-MASTER
           END-IF.

           IF RETURN-CODE NOT = +999
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCT
                   ON ASCENDING KEY SRT-SEQ
                   INPUT PROCEDURE IS 800-TRAN-INPUT
                   OUTPUT PROCEDURE IS 850-APPLY-OUTPUT
           END-IF.

           IF RETURN-CODE NOT = +999
               PERFORM 700-SUMMARY
           END-IF.

           IF WS-EXCP-FILE-STATUS = '00'
               CLOSE EXCP-FILE
           END-IF.
           IF WS-AUDIT-FILE-STATUS = '00'
               CLOSE AUDIT-FILE
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
                   IF WS-MCP-PARM = 'MASTER'
                       MOVE WS-MCP-VALUE TO WS-MASTER-TYPE
                   END-IF
                   IF WS-MCP-PARM = 'OLDMASTER'
                       MOVE WS-MCP-VALUE TO WS-OLD-MAST-PATH
                   END-IF
                   IF WS-MCP-PARM = 'NEWMASTER'
                       MOVE WS-MCP-VALUE TO WS-NEW-MAST-PATH
                   END-IF
                   IF WS-MCP-PARM = 'TRANFILE'
                       MOVE WS-MCP-VALUE TO WS-TRAN-FILE-PATH
                   END-IF
                   IF WS-MCP-PARM = 'SOURCE'
                       MOVE WS-MCP-VALUE TO WS-DEFAULT-SOURCE
                   END-IF
                   IF WS-MCP-PARM = 'EXCEPTIONS'
                       MOVE WS-MCP-VALUE TO WS-EXCP-FILE-PATH
                       OPEN OUTPUT EXCP-FILE
                       IF WS-EXCP-FILE-STATUS NOT = '00'
                           MOVE +999 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-MCP-PARM = 'MSTAUDIT'
                       MOVE WS-MCP-VALUE TO WS-AUDIT-FILE-PATH
                       OPEN EXTEND AUDIT-FILE
                       IF WS-AUDIT-FILE-STATUS = '35'
                           OPEN OUTPUT AUDIT-FILE
                       END-IF
                       IF WS-AUDIT-FILE-STATUS NOT = '00'
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
               CLOSE CTL-FILE
           ELSE
               MOVE +999 TO RETURN-CODE
           END-IF.

      *    NO CHANGE GOES UNRECORDED, SO THE AUDIT FILE AND THE
      *    EXCEPTION REPORT ARE BOTH REQUIRED. THE NEW MASTER CAN
      *    NEVER OVERWRITE THE OLD ONE WHILE IT IS BEING READ.
           IF NOT WS-MASTER-TYPE-OK
                   OR WS-NEW-MAST-PATH = SPACES
                   OR WS-TRAN-FILE-PATH = SPACES
                   OR WS-EXCP-FILE-STATUS NOT = '00'
                   OR WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE 'MAINTENANCE NEEDS MASTER PREF/SUPP, NEWMASTER'
                       TO SYSLOG-REC
                   WRITE SYSLOG-REC
                   MOVE 'TRANFILE, EXCEPTIONS AND MSTAUDIT'
                       TO SYSLOG-REC
                   WRITE SYSLOG-REC
               END-IF
           END-IF.
           IF WS-NEW-MAST-PATH = WS-OLD-MAST-PATH
                   AND WS-NEW-MAST-PATH NOT = SPACES
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE 'NEWMASTER MUST NOT BE THE OLDMASTER PATH'
                       TO SYSLOG-REC
                   WRITE SYSLOG-REC
               END-IF
           END-IF.

           IF RETURN-CODE NOT = +999
               MOVE SPACES TO EXCP-REC
               STRING 'MASTER MAINTENANCE EXCEPTIONS  MASTER='
                       DELIMITED BY SIZE
                   WS-MASTER-TYPE DELIMITED BY SIZE
                   '  DATE=' DELIMITED BY SIZE
                   WS-ACCEPT-DATE DELIMITED BY SIZE
                   INTO EXCP-REC
               END-STRING
               WRITE EXCP-REC
               WRITE EXCP-REC FROM WS-EXCP-HEAD
           END-IF.

      *----------------------------------------------------------*
      *  150-CHECK-MASTER READS THE OLD MASTER ONCE BEFORE ANY     *
      *  CHANGE IS MADE. A KEY OUT OF ASCENDING ORDER OR REPEATED  *
      *  MEANS THE FILE WAS EDITED BY HAND; THE MERGE COULD NOT    *
      *  BE TRUSTED, SO THE RUN STOPS BEFORE ANYTHING IS WRITTEN.  *
      *----------------------------------------------------------*
       150-CHECK-MASTER.
           OPEN INPUT OLD-MAST-FILE.
           IF WS-OLD-MAST-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'BAD OPEN OLDMASTER. FILE STATUS '
                           DELIMITED BY SIZE
                       WS-OLD-MAST-STATUS DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           ELSE
               MOVE LOW-VALUES TO WS-PREV-KEY
               PERFORM 160-READ-MASTER
               PERFORM UNTIL EOF-MAST OR WS-ORDER-BAD
                   IF OLD-MAST-REC (1:16) NOT > WS-PREV-KEY
                       SET WS-ORDER-BAD TO TRUE
                   ELSE
                       MOVE OLD-MAST-REC (1:16) TO WS-PREV-KEY
                       PERFORM 160-READ-MASTER
                   END-IF
               END-PERFORM
               CLOSE OLD-MAST-FILE
               MOVE 'N' TO WS-EOF-MAST
               IF WS-ORDER-BAD
                   MOVE +999 TO RETURN-CODE
                   IF WS-SYSLOG-FILE-STATUS = '00'
                       MOVE SPACES TO SYSLOG-REC
                       STRING 'OLDMASTER OUT OF ORDER AT ACCOUNT '
                               DELIMITED BY SIZE
                           OLD-MAST-REC (1:16) DELIMITED BY SIZE
                           ' - NOTHING APPLIED' DELIMITED BY SIZE
                           INTO SYSLOG-REC
                       END-STRING
                       WRITE SYSLOG-REC
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *  160-READ-MASTER READS THE NEXT NON-BLANK OLD MASTER       *
      *  RECORD, SKIPPING BLANK LINES AS CUNA_UTIL01'S LOADS DO.   *
      *----------------------------------------------------------*
       160-READ-MASTER.
           READ OLD-MAST-FILE
               AT END MOVE 'Y' TO WS-EOF-MAST
           END-READ.
           PERFORM UNTIL EOF-MAST OR OLD-MAST-REC (1:16) NOT = SPACES
               READ OLD-MAST-FILE
                   AT END MOVE 'Y' TO WS-EOF-MAST
               END-READ
           END-PERFORM.
           IF EOF-MAST
               MOVE HIGH-VALUES TO WS-MAST-KEY
           ELSE
               MOVE OLD-MAST-REC (1:16) TO WS-MAST-KEY
           END-IF.

      *----------------------------------------------------------*
      *  200-RELEASE-TRAN NUMBERS EACH NON-BLANK TRANSACTION IN    *
      *  ARRIVAL ORDER AND RELEASES IT TO THE SORT.                *
      *----------------------------------------------------------*
       200-RELEASE-TRAN.
           IF TRAN-REC NOT = SPACES
               ADD 1 TO WS-TRAN-CNTR
               MOVE TRAN-REC (3:16) TO SRT-ACCT
               MOVE WS-TRAN-CNTR TO SRT-SEQ
               MOVE TRAN-REC TO SRT-TRAN
               RELEASE SRT-REC
           END-IF.
           READ TRAN-FILE
               AT END MOVE 'Y' TO WS-EOF-TRAN
           END-READ.

      *----------------------------------------------------------*
      *  300-APPLY-TRANS IS THE MASTER UPDATE. OLD MASTER RECORDS  *
      *  BELOW THE NEXT TRANSACTION ACCOUNT COPY STRAIGHT ACROSS;  *
      *  AT A TRANSACTION ACCOUNT THE MASTER RECORD (IF ANY)       *
      *  BECOMES THE CURRENT RECORD, EVERY TRANSACTION FOR THAT    *
      *  ACCOUNT IS APPLIED TO IT IN TURN, AND WHAT IS LEFT IS     *
      *  WRITTEN. THE NEW MASTER COMES OUT IN THE SAME ASCENDING   *
      *  ORDER AS THE OLD.                                         *
      *----------------------------------------------------------*
       300-APPLY-TRANS.
           IF WS-OLD-MAST-PATH NOT = SPACES
               OPEN INPUT OLD-MAST-FILE
               IF WS-OLD-MAST-STATUS NOT = '00'
                   MOVE +999 TO RETURN-CODE
               ELSE
                   SET WS-OLD-MAST-OPEN TO TRUE
                   PERFORM 160-READ-MASTER
               END-IF
           ELSE
               MOVE 'Y' TO WS-EOF-MAST
               MOVE HIGH-VALUES TO WS-MAST-KEY
           END-IF.
           OPEN OUTPUT NEW-MAST-FILE.
           IF WS-NEW-MAST-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE NOT = +999
               PERFORM 310-RETURN-TRAN
               PERFORM UNTIL EOF-MAST AND EOF-SORT
                   IF WS-MAST-KEY < SRT-ACCT
                       MOVE OLD-MAST-REC TO NEW-MAST-REC
                       PERFORM 390-WRITE-NEW-MAST
                       ADD 1 TO WS-OLD-CNTR
                       PERFORM 160-READ-MASTER
                   ELSE
                       PERFORM 320-APPLY-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-OLD-MAST-OPEN
               CLOSE OLD-MAST-FILE
           END-IF.
           IF WS-NEW-MAST-STATUS = '00'
               CLOSE NEW-MAST-FILE
           END-IF.

      *----------------------------------------------------------*
      *  310-RETURN-TRAN TAKES THE NEXT SORTED TRANSACTION. AT     *
      *  END THE KEY GOES HIGH SO THE REST OF THE MASTER COPIES.   *
      *----------------------------------------------------------*
       310-RETURN-TRAN.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORT
                   MOVE HIGH-VALUES TO SRT-ACCT
           END-RETURN.

      *----------------------------------------------------------*
      *  320-APPLY-ACCOUNT WORKS ONE TRANSACTION ACCOUNT: PICKS UP *
      *  ITS MASTER RECORD IF THERE IS ONE, APPLIES EACH OF ITS    *
      *  TRANSACTIONS, AND WRITES THE RESULT UNLESS IT ENDED UP    *
      *  DELETED.                                                  *
      *----------------------------------------------------------*
       320-APPLY-ACCOUNT.
           MOVE SRT-ACCT TO WS-GROUP-KEY.
           MOVE SPACES TO WS-CUR-MAST.
           MOVE 'N' TO WS-CUR-EXISTS-SW.
           IF WS-MAST-KEY = WS-GROUP-KEY
               MOVE OLD-MAST-REC TO WS-CUR-MAST
               SET WS-CUR-EXISTS TO TRUE
               ADD 1 TO WS-OLD-CNTR
               PERFORM 160-READ-MASTER
           END-IF.
           PERFORM UNTIL EOF-SORT OR SRT-ACCT NOT = WS-GROUP-KEY
               MOVE SRT-TRAN TO WS-TRAN
               PERFORM 330-APPLY-ONE-TRAN
               PERFORM 310-RETURN-TRAN
           END-PERFORM.
           IF WS-CUR-EXISTS
               MOVE WS-CUR-MAST TO NEW-MAST-REC
               PERFORM 390-WRITE-NEW-MAST
           END-IF.

      *----------------------------------------------------------*
      *  330-APPLY-ONE-TRAN VALIDATES ONE TRANSACTION AGAINST THE  *
      *  CURRENT RECORD AND EITHER APPLIES IT - WITH ITS AUDIT     *
      *  RECORD - OR REJECTS IT TO THE EXCEPTION REPORT.           *
      *----------------------------------------------------------*
       330-APPLY-ONE-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-TR-SOURCE = SPACES
               MOVE WS-DEFAULT-SOURCE TO WS-TR-SOURCE
           END-IF.
           IF NOT WS-TR-ACTION-OK
               MOVE 'INVALID ACTION - MUST BE A, C OR D'
                   TO WS-REJECT-REASON
           ELSE
           IF WS-TR-ACCT NOT NUMERIC
               MOVE 'ACCOUNT KEY NOT 16 DIGITS' TO WS-REJECT-REASON
           ELSE
           IF WS-TR-SOURCE = SPACES
               MOVE 'NO SOURCE FOR THE CHANGE' TO WS-REJECT-REASON
           ELSE
           IF WS-MASTER-PREF AND NOT WS-TR-DELETE
                   AND NOT WS-TR-PREF-CODE-OK
               MOVE 'PREFERENCE CODE MUST BE E, P OR B'
                   TO WS-REJECT-REASON
           ELSE
           IF WS-TR-ADD AND WS-CUR-EXISTS
               MOVE 'DUPLICATE ADD - ALREADY ON MASTER'
                   TO WS-REJECT-REASON
           ELSE
           IF NOT WS-TR-ADD AND NOT WS-CUR-EXISTS
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
           ELSE
           IF WS-TR-CHANGE AND WS-TR-VALUE = WS-CUR-VALUE
               MOVE 'CHANGE MATCHES MASTER - NOTHING TO DO'
                   TO WS-REJECT-REASON
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJ-CNTR
               MOVE SRT-TRAN TO WS-EX-TRAN
               MOVE WS-REJECT-REASON TO WS-EX-REASON
               WRITE EXCP-REC FROM WS-EXCP-LINE
           ELSE
               MOVE SPACES TO WS-MA-RECORD
               MOVE WS-MASTER-TYPE TO WS-MA-MASTER
               MOVE WS-TR-ACCT TO WS-MA-ACCT
               MOVE WS-TR-ACTION TO WS-MA-ACTION
               IF WS-CUR-EXISTS
                   MOVE WS-CUR-VALUE TO WS-MA-BEFORE
               END-IF
               IF WS-TR-ADD
                   ADD 1 TO WS-ADD-CNTR
                   MOVE WS-TR-ACCT TO WS-CUR-ACCT
                   MOVE WS-TR-VALUE TO WS-CUR-VALUE
                   SET WS-CUR-EXISTS TO TRUE
               END-IF
               IF WS-TR-CHANGE
                   ADD 1 TO WS-CHG-CNTR
                   MOVE WS-TR-VALUE TO WS-CUR-VALUE
               END-IF
               IF WS-TR-DELETE
                   ADD 1 TO WS-DEL-CNTR
                   MOVE 'N' TO WS-CUR-EXISTS-SW
               END-IF
               IF WS-CUR-EXISTS
                   MOVE WS-CUR-VALUE TO WS-MA-AFTER
               END-IF
               MOVE WS-TR-SOURCE TO WS-MA-SOURCE
               MOVE WS-ACCEPT-DATE TO WS-MA-DATE
               MOVE WS-ACCEPT-TIME (1:6) TO WS-MA-TIME
               WRITE AUDIT-REC FROM WS-MA-RECORD
           END-IF.

      *----------------------------------------------------------*
      *  390-WRITE-NEW-MAST WRITES ONE UPDATED MASTER RECORD.      *
      *----------------------------------------------------------*
       390-WRITE-NEW-MAST.
           WRITE NEW-MAST-REC.
           ADD 1 TO WS-NEW-CNTR.

      *----------------------------------------------------------*
      *  700-SUMMARY CLOSES THE EXCEPTION REPORT WITH THE RUN'S    *
      *  COUNTS, LOGS THEM, AND SETS RETURN CODE 4 WHEN ANY        *
      *  TRANSACTION WAS REJECTED.                                 *
      *----------------------------------------------------------*
       700-SUMMARY.
           IF WS-REJ-CNTR = ZERO
               MOVE 'NO EXCEPTIONS' TO EXCP-REC
               WRITE EXCP-REC
           END-IF.
           MOVE SPACES TO EXCP-REC.
           STRING 'TRANSACTIONS=' DELIMITED BY SIZE
               WS-TRAN-CNTR DELIMITED BY SIZE
               ' ADDS=' DELIMITED BY SIZE
               WS-ADD-CNTR DELIMITED BY SIZE
               ' CHANGES=' DELIMITED BY SIZE
               WS-CHG-CNTR DELIMITED BY SIZE
               ' DELETES=' DELIMITED BY SIZE
               WS-DEL-CNTR DELIMITED BY SIZE
               ' REJECTED=' DELIMITED BY SIZE
               WS-REJ-CNTR DELIMITED BY SIZE
               INTO EXCP-REC
           END-STRING.
           WRITE EXCP-REC.
           IF WS-SYSLOG-FILE-STATUS = '00'
               MOVE SPACES TO SYSLOG-REC
               STRING 'MASTER MAINTENANCE MASTER=' DELIMITED BY SIZE
                   WS-MASTER-TYPE DELIMITED BY SIZE
                   ' OLD=' DELIMITED BY SIZE
                   WS-OLD-CNTR DELIMITED BY SIZE
                   ' NEW=' DELIMITED BY SIZE
                   WS-NEW-CNTR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EXCP-REC DELIMITED BY '  '
                   INTO SYSLOG-REC
               END-STRING
               WRITE SYSLOG-REC
           END-IF.
           IF WS-REJ-CNTR > ZERO
               MOVE +4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------*
      *  800-TRAN-INPUT FEEDS THE TRANSACTION SORT.                *
      *----------------------------------------------------------*
       800-TRAN-INPUT SECTION.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               MOVE +999 TO RETURN-CODE
               IF WS-SYSLOG-FILE-STATUS = '00'
                   MOVE SPACES TO SYSLOG-REC
                   STRING 'BAD OPEN TRANFILE. FILE STATUS '
                           DELIMITED BY SIZE
                       WS-TRAN-FILE-STATUS DELIMITED BY SIZE
                       INTO SYSLOG-REC
                   END-STRING
                   WRITE SYSLOG-REC
               END-IF
           ELSE
               READ TRAN-FILE
                   AT END MOVE 'Y' TO WS-EOF-TRAN
               END-READ
               PERFORM 200-RELEASE-TRAN UNTIL EOF-TRAN
               CLOSE TRAN-FILE
           END-IF.

      *----------------------------------------------------------*
      *  850-APPLY-OUTPUT DRAINS THE SORTED TRANSACTIONS THROUGH   *
      *  THE MASTER UPDATE.                                        *
      *----------------------------------------------------------*
       850-APPLY-OUTPUT SECTION.
           IF RETURN-CODE NOT = +999
               PERFORM 300-APPLY-TRANS
           END-IF.
