               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "SCHEDULE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSEDAC-FILE ASSIGN TO "CLOSEDAC.dat"
           05 ACCOUNT-NO             PIC X(10).
           05 PIN                    PIC X(4).
           05 ACCOUNT-NAME           PIC X(20).
           05 BALANCE                PIC S9(8)V99.
           05 ACCOUNT-FAILED-LOGINS  PIC 9(1).
           05 ACCOUNT-LOCKED         PIC X(1).
           05 MIN-BALANCE            PIC 9(8)V99.
           05 CURRENCY-CODE          PIC X(3).
           05 ACCOUNT-DORMANT        PIC X(1).
           05 ACCOUNT-CUST-NO        PIC X(8).
           05 ACCOUNT-BRANCH         PIC X(4).

       FD  TRANSLOG-FILE.
       01  TRANSLOG-RECORD.
           05 TRANSLOG-ACCT-DATE-KEY.
               10 TRANSLOG-ACCOUNT-NO   PIC X(10).
               10 TRANSLOG-DATE         PIC 9(8).
           05 TRANSLOG-TIME             PIC 9(6).
           05 TRANSLOG-TYPE             PIC X(1).
           05 TRANSLOG-AMOUNT           PIC 9(8)V99.
           05 TRANSLOG-BALANCE          PIC S9(8)V99.
           05 TRANSLOG-DRCR             PIC X(1).
           05 TRANSLOG-COUNTERPARTY     PIC X(10).
           05 TRANSLOG-POSTING-SEQ      PIC 9(8).
           05 TRANSLOG-REF-SEQ          PIC 9(8).
           05 TRANSLOG-APPLIED-RATE     PIC 9(4)V9(6).
           05 TRANSLOG-BRANCH           PIC X(4).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
       FD  CLOSEDAC-FILE.
       01  CLOSEDAC-RECORD.
           05 CLO-DATE               PIC 9(8).
           05 CLO-ACCOUNT-IMAGE      PIC X(72).

       FD  FINAL-STMT-FILE.
       01  FINAL-STMT-LINE           PIC X(80).
           05 OP-PW-DATE             PIC 9(8).
           05 OP-FORCE-CHANGE        PIC X(1).
           05 OP-FAILED-LOGINS       PIC 9(1).
           05 OP-BRANCH              PIC X(4).

       FD  TELAUDIT-FILE.
       01  TELAUDIT-RECORD.
       01  WS-OPERATOR-NAME  PIC X(20) VALUE SPACE.
       01  WS-SIGNON-OK      PIC X VALUE 'N'.
       01  WS-OPERATOR-ROLE  PIC X(1) VALUE SPACE.
       01  WS-OPERATOR-BRANCH PIC X(4) VALUE SPACE.

      *  Operators loaded whole so the failed count, lock status and
      *  forced password changes can be written back.
       01  WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES.
               10 WS-OP-RECORD   PIC X(52).
       01  WS-OP-COUNT      PIC 9(2) VALUE 0.
       01  WS-OP-SUB        PIC 9(2) VALUE 0.
       01  WS-OP-IDX        PIC 9(2) VALUE 0.
           05 WS-OPW-PW-DATE      PIC 9(8).
           05 WS-OPW-FORCE-CHANGE PIC X(1).
           05 WS-OPW-FAILED       PIC 9(1).
           05 WS-OPW-BRANCH       PIC X(4).

       01  WS-MAX-OP-FAILS   PIC 9(1) VALUE 3.
       01  WS-PW-EXPIRY-DAYS PIC 9(3) VALUE 90.
       01  WS-SCHED-REFS     PIC 9(4) VALUE 0.
       01  WS-ANSWER         PIC X VALUE 'N'.
       01  WS-PAYOUT-AMOUNT  PIC 9(8)V99 VALUE 0.
       01  WS-SAVED-RECORD   PIC X(72) VALUE SPACE.

       01  WS-STMT-FILENAME  PIC X(30) VALUE SPACE.
       01  WS-STMT-LINES     PIC 9(6) VALUE 0.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 WS-DET-AMOUNT   PIC ZZ,ZZZ,ZZZ.ZZ.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 WS-DET-BALANCE  PIC --,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF

           IF BALANCE < 0
               DISPLAY "ACCOUNT IS OVERDRAWN - THE DEBIT BALANCE "
                   "MUST BE CLEARED BEFORE CLOSING - REFUSED"
               STOP RUN
           END-IF

           IF BALANCE > 0
               MOVE BALANCE TO WS-AMOUNT-DISP
               DISPLAY "REMAINING BALANCE : " WS-AMOUNT-DISP
           PERFORM REWRITE-OPERATOR-FILE
           MOVE 'Y' TO WS-SIGNON-OK
           MOVE WS-OPW-NAME TO WS-OPERATOR-NAME
           MOVE WS-OPW-ROLE TO WS-OPERATOR-ROLE
           MOVE WS-OPW-BRANCH TO WS-OPERATOR-BRANCH
           IF WS-OPERATOR-BRANCH = SPACE
               MOVE "0001" TO WS-OPERATOR-BRANCH
           END-IF.

      *  A forced change: keyed twice, must differ from the old one.
       CHANGE-OPERATOR-PASSWORD.
           PERFORM GET-NEXT-POSTING-SEQ
           PERFORM GET-STAMP-DATE-TIME

           OPEN I-O TRANSLOG-FILE
               MOVE WS-WORK-ACCNO TO TRANSLOG-ACCOUNT-NO
               MOVE AUDIT-CURRENT-DATE TO TRANSLOG-DATE
               MOVE AUDIT-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-OPERATOR-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

      *  Final statement: every entry still in the live log for the
           MOVE 0 TO WS-STMT-LINES
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           MOVE WS-WORK-ACCNO TO TRANSLOG-ACCOUNT-NO
           MOVE 0 TO TRANSLOG-DATE
           START TRANSLOG-FILE
               KEY IS NOT LESS THAN TRANSLOG-ACCT-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRANSLOG-ACCOUNT-NO NOT = WS-WORK-ACCNO
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           PERFORM WRITE-FINAL-STMT-DETAIL
                       END-IF
               END-READ
           END-PERFORM
