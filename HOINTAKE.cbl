               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT INBOUND-FILE ASSIGN USING WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Rejected details, original image plus a reason code, for the
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

      *  Fixed-layout inbound records: 'H' header, 'D' detail, 'T'
      *  trailer, all carried in one 64-byte record area the way
       01  WS-ACCT-FOUND     PIC X VALUE 'N'.
       01  WS-REJECT-REASON  PIC X(6) VALUE SPACE.
       01  WS-PROJECTED-BALANCE PIC S9(8)V99 VALUE 0.
       01  WS-NEW-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-POST-BRANCH    PIC X(4) VALUE SPACE.
       01  WS-REPAIR-IMAGE.
           05 WS-REP-DETAIL      PIC X(64).
           05 WS-REP-REASON      PIC X(6).
                           ADD WS-DET-AMOUNT TO BALANCE
                       END-IF
                       MOVE BALANCE TO WS-NEW-BALANCE
                       MOVE ACCOUNT-BRANCH TO WS-POST-BRANCH
                       REWRITE ACCOUNT-RECORD
                   END-IF
           END-READ
      *  statements and RECONCILE can tell them from counter work.
       WRITE-INTAKE-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           OPEN I-O TRANSLOG-FILE
               MOVE WS-DET-ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-POST-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

       TRANSLOG-FORMAT-DATE-TIME.
