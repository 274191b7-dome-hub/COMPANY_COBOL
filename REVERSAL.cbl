      *              through the same keyed READ/REWRITE path
      *              ATM-PROJECT uses. Reversals of reversals, and
      *              second reversals of the same posting, are
      *              refused, as are interbank (B) and deposited-
      *              cheque (C) postings, which are unwound through
      *              their own registers. The action is recorded in
      *              TELAUDIT.dat.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL TELLEROP-FILE ASSIGN TO "TELLEROP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELAUDIT-FILE ASSIGN TO "TELAUDIT.dat"
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

      *  Operator file owned by OPERMNT: role, status, password age,
      *  forced-change flag and failed sign-on count ride behind the
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
           05 WS-ORIG-TIME       PIC 9(6).
           05 WS-ORIG-TYPE       PIC X(1).
           05 WS-ORIG-AMOUNT     PIC 9(8)V99.
           05 WS-ORIG-BALANCE    PIC S9(8)V99.
           05 WS-ORIG-DRCR       PIC X(1).
           05 WS-ORIG-COUNTERPARTY PIC X(10).
           05 WS-ORIG-POSTING-SEQ PIC 9(8).

       01  WS-REVERSE-DRCR   PIC X(1) VALUE SPACE.
       01  WS-ACCT-FOUND     PIC X VALUE 'N'.
       01  WS-NEW-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-OLD-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-SHORT-FLAG     PIC X VALUE 'N'.

       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-BALANCE-DISP   PIC --,---,--9.99.

       01  AUDIT-CURRENT-DATE-TIME.
           05  AUDIT-CURRENT-DATE  PIC 9(8).
                   " HAS ALREADY BEEN REVERSED - REFUSED"
               STOP RUN
           END-IF
      *    Interbank and deposited-cheque postings have a live item
      *    on IBXFER.dat or CHQDEP.dat (and an UNCL hold) behind
      *    them; reversing only the posting would let IBOUTWD send
      *    the payment or OCHQCLR take the cheque back a second time.
           IF WS-ORIG-TYPE = 'B'
               DISPLAY "POSTING " WS-TARGET-SEQ " IS AN INTERBANK "
                   "PAYMENT - REFUSED"
               DISPLAY "IT IS REFUNDED THROUGH IBCONFRM WHEN THE "
                   "CLEARING HOUSE REJECTS IT"
               STOP RUN
           END-IF
           IF WS-ORIG-TYPE = 'C'
               DISPLAY "POSTING " WS-TARGET-SEQ " IS A DEPOSITED "
                   "CHEQUE - REFUSED"
               DISPLAY "A RETURNED CHEQUE IS TAKEN BACK THROUGH "
                   "OCHQCLR"
               STOP RUN
           END-IF

      *    Above the approval threshold nothing posts here: the
      *    request queues for a second operator in APPRQUE, and only
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
               MOVE WS-BUSINESS-DATE TO AUDIT-CURRENT-DATE
           END-IF.

      *  Read the entry carrying the requested posting sequence by
      *  its key, and note whether any entry already references it
      *  as a reversal.
       LOCATE-ORIGINAL-POSTING.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-ALREADY-FLAG
           OPEN INPUT TRANSLOG-FILE
           MOVE WS-TARGET-SEQ TO TRANSLOG-POSTING-SEQ
           READ TRANSLOG-FILE
               KEY IS TRANSLOG-POSTING-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE TRANSLOG-RECORD TO WS-ORIG-ENTRY
           END-READ
           IF WS-FOUND-FLAG = 'Y'
               PERFORM CHECK-ALREADY-REVERSED
           END-IF
           CLOSE TRANSLOG-FILE.

      *  A reversal is always posted to the original's account on or
      *  after its date, so only that stretch of the account/date key
      *  needs looking at.
       CHECK-ALREADY-REVERSED.
           MOVE 'N' TO WS-EOF-FLAG
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
                       IF TRANSLOG-ACCOUNT-NO NOT = WS-ORIG-ACCOUNT-NO
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF TRANSLOG-TYPE = 'R'
                              AND TRANSLOG-REF-SEQ = WS-TARGET-SEQ
                               MOVE 'Y' TO WS-ALREADY-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *  Undo the original posting's effect on the live balance: a
      *  credit is taken back out, a debit is put back in.
               MOVE WS-BUSINESS-DATE TO AUDIT-CURRENT-DATE
           END-IF

           OPEN I-O TRANSLOG-FILE
               MOVE WS-ORIG-ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
               MOVE AUDIT-CURRENT-DATE TO TRANSLOG-DATE
               MOVE AUDIT-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE WS-ORIG-POSTING-SEQ TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-OPERATOR-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

       WRITE-REVERSAL-AUDIT.
