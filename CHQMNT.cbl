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

       FD  CHQBOOK-FILE.
       01  CHQBOOK-RECORD.
           05 OP-PW-DATE             PIC 9(8).
           05 OP-FORCE-CHANGE        PIC X(1).
           05 OP-FAILED-LOGINS       PIC 9(1).
           05 OP-BRANCH              PIC X(4).

       FD  TELAUDIT-FILE.
       01  TELAUDIT-RECORD.
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
