               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
      *  Dated archive produced by TRNARCH for the assessment month;
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

       FD  FEESCHED-FILE.
       01  FEESCHED-RECORD.

           MOVE 'N' TO WS-EOF2-FLAG
           OPEN INPUT TRANSLOG-FILE
           MOVE ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
           COMPUTE TRANSLOG-DATE = WS-ASSESS-MONTH * 100 + 1
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
                           PERFORM COUNT-ONE-MONTH-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE.
               MOVE WS-BUSINESS-DATE TO TRANSLOG-CURRENT-DATE
           END-IF

           OPEN I-O TRANSLOG-FILE
               MOVE ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE ACCOUNT-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.


