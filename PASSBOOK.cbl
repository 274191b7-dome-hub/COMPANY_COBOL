               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *  One pointer record per account with a passbook.
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
           05 FILLER                    PIC X(38).
           05 TRANSLOG-POSTING-SEQ      PIC 9(8).
           05 FILLER                    PIC X(22).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(86).

       FD  PBPTR-FILE.
       01  PBPTR-RECORD.
           05 OP-PW-DATE             PIC 9(8).
           05 OP-FORCE-CHANGE        PIC X(1).
           05 OP-FAILED-LOGINS       PIC 9(1).
           05 OP-BRANCH              PIC X(4).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
       01  WS-OPERATOR-PW    PIC X(8) VALUE SPACE.
       01  WS-OPERATOR-NAME  PIC X(20) VALUE SPACE.
       01  WS-OPERATOR-ROLE  PIC X(1) VALUE SPACE.
       01  WS-OPERATOR-BRANCH PIC X(4) VALUE SPACE.
       01  WS-SIGNON-OK      PIC X VALUE 'N'.

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
           05 WS-SCAN-TIME       PIC 9(6).
           05 WS-SCAN-TYPE       PIC X(1).
           05 WS-SCAN-AMOUNT     PIC 9(8)V99.
           05 WS-SCAN-BALANCE    PIC S9(8)V99.
           05 WS-SCAN-DRCR       PIC X(1).
           05 WS-SCAN-COUNTERPARTY PIC X(10).
           05 WS-SCAN-POSTING-SEQ PIC 9(8).
           05 WS-SCAN-REF-SEQ    PIC 9(8).
           05 WS-SCAN-APPLIED-RATE PIC 9(4)V9(6).
           05 WS-SCAN-BRANCH       PIC X(4).

      *  Print state carried across the scan
       01  WS-MIN-SEQ        PIC 9(8) VALUE 0.

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
               READ TRANSLOG-FILE NEXT RECORD INTO WS-SCAN-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRANSLOG-ACCOUNT-NO NOT = WS-WORK-ACCNO
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           PERFORM PRINT-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE.
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
