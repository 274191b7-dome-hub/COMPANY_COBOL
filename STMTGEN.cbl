               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
      *  Dated archive produced by TRNARCH for the statement month;
      *  OPTIONAL because recent months are still in the live log.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCH-FILENAME
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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(86).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE               PIC X(80).
       01  BALHIST-RECORD.
           05 BH-ACCOUNT-NO          PIC X(10).
           05 BH-DATE                PIC 9(8).
           05 BH-BALANCE             PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
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

      *  Per-account statement fields
       01  WS-ENTRY-COUNT     PIC 9(6) VALUE 0.
       01  WS-FIRST-TYPE      PIC X(1) VALUE SPACE.
       01  WS-FIRST-DRCR      PIC X(1) VALUE SPACE.
       01  WS-FIRST-AMOUNT    PIC 9(8)V99 VALUE 0.
       01  WS-FIRST-BALANCE   PIC S9(8)V99 VALUE 0.
       01  WS-OPENING-BALANCE PIC S9(8)V99 VALUE 0.
       01  WS-CLOSING-BALANCE PIC S9(8)V99 VALUE 0.

      *  Last EODSNAP snapshot before the statement month (if any)
       01  WS-SNAP-FOUND      PIC X VALUE 'N'.
       01  WS-SNAP-DATE       PIC 9(8) VALUE 0.
       01  WS-SNAP-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-MONTH-START     PIC 9(8) VALUE 0.
       01  WS-EOFB-FLAG       PIC X VALUE 'N'.

       01  WS-LINES-PER-PAGE  PIC 9(4) VALUE 20.

       01  WS-AMOUNT-DISP     PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-BALANCE-DISP    PIC --,---,--9.99.
       01  WS-OPENING-DISP    PIC ---,---,--9.99.
       01  WS-PAGE-DISP       PIC ZZZ9.

       01  WS-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 WS-DET-AMOUNT   PIC ZZ,ZZZ,ZZZ.ZZ.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 WS-DET-BALANCE  PIC --,---,--9.99.

      *  Run summary counters
       01  WS-ACCOUNT-COUNT   PIC 9(6) VALUE 0.

           MOVE 'N' TO WS-EOF2-FLAG
           OPEN INPUT TRANSLOG-FILE
           MOVE ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
           COMPUTE TRANSLOG-DATE = WS-STMT-MONTH * 100 + 1
           START TRANSLOG-FILE
               KEY IS NOT LESS THAN TRANSLOG-ACCT-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF2-FLAG
           END-START
           PERFORM UNTIL WS-EOF2-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD INTO WS-SCAN-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF2-FLAG
                   NOT AT END
                       IF TRANSLOG-ACCOUNT-NO NOT = ACCOUNT-NO
                           MOVE 'Y' TO WS-EOF2-FLAG
                       ELSE
                           PERFORM CHECK-STATEMENT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE

           MOVE 'N' TO WS-EOF2-FLAG
           OPEN INPUT TRANSLOG-FILE
           MOVE ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
           COMPUTE TRANSLOG-DATE = WS-STMT-MONTH * 100 + 1
           START TRANSLOG-FILE
               KEY IS NOT LESS THAN TRANSLOG-ACCT-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF2-FLAG
           END-START
           PERFORM UNTIL WS-EOF2-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD INTO WS-SCAN-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF2-FLAG
                   NOT AT END
                       IF TRANSLOG-ACCOUNT-NO NOT = ACCOUNT-NO
                           MOVE 'Y' TO WS-EOF2-FLAG
                       ELSE
                           PERFORM WRITE-STATEMENT-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE
