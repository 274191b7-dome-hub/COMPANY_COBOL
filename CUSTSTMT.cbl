      *              balances per CURRENCY-CODE. Each account's month
      *              is read from the TRNARCH dated archive first,
      *              then the live log, exactly as STMTGEN does.
      *              Accounts held jointly, as guardian or as
      *              signatory (ACCTHLDR.dat) are included, and every
      *              section lists all of the account's holders.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALHIST-FILE ASSIGN TO "BALHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCTHLDR-FILE ASSIGN TO "ACCTHLDR.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *  Holders beyond ACCOUNT-CUST-NO, maintained by MANDMNT: role
      *  J joint, G guardian, S signatory; status A active, R removed.
       FD  ACCTHLDR-FILE.
       01  ACCTHLDR-RECORD.
           05 AH-ACCOUNT-NO          PIC X(10).
           05 AH-CUST-NO             PIC X(8).
           05 AH-ROLE                PIC X(1).
           05 AH-STATUS              PIC X(1).
           05 AH-ADDED-DATE          PIC 9(8).
           05 AH-ADDED-BY            PIC X(8).
           05 AH-REMOVED-DATE        PIC 9(8).

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

      *  The customer's linked accounts, collected the way
      *  ATM-PROJECT's OFFER-ACCOUNT-CHOICE collects them.
               10 WS-LK-ACCNO    PIC X(10).
               10 WS-LK-NAME     PIC X(20).
               10 WS-LK-CCY      PIC X(3).
               10 WS-LK-BALANCE  PIC S9(8)V99.
               10 WS-LK-PRIMARY  PIC X(8).
       01  WS-LK-COUNT      PIC 9(2) VALUE 0.
       01  WS-LK-SUB        PIC 9(2) VALUE 0.
       01  WS-LK-HOLDS      PIC X VALUE 'N'.

      *  Active holders from ACCTHLDR.dat, loaded once.
       01  WS-AH-TABLE.
           05 WS-AH-ENTRY OCCURS 2000 TIMES.
               10 WS-AH-ACCOUNT  PIC X(10).
               10 WS-AH-CUST     PIC X(8).
               10 WS-AH-ROLE     PIC X(1).
       01  WS-AH-COUNT      PIC 9(4) VALUE 0.
       01  WS-AH-SUB        PIC 9(4) VALUE 0.

      *  The account being printed
       01  WS-CUR-ACCNO      PIC X(10) VALUE SPACE.
       01  WS-CUR-NAME       PIC X(20) VALUE SPACE.
       01  WS-CUR-CCY        PIC X(3) VALUE SPACE.
       01  WS-CUR-LIVE-BAL   PIC S9(8)V99 VALUE 0.

      *  Per-account statement fields, as in STMTGEN
       01  WS-ENTRY-COUNT     PIC 9(6) VALUE 0.
       01  WS-FIRST-TYPE      PIC X(1) VALUE SPACE.
       01  WS-FIRST-DRCR      PIC X(1) VALUE SPACE.
       01  WS-FIRST-AMOUNT    PIC 9(8)V99 VALUE 0.
       01  WS-FIRST-BALANCE   PIC S9(8)V99 VALUE 0.
       01  WS-OPENING-BALANCE PIC S9(8)V99 VALUE 0.
       01  WS-CLOSING-BALANCE PIC S9(8)V99 VALUE 0.

       01  WS-SNAP-FOUND      PIC X VALUE 'N'.
       01  WS-SNAP-DATE       PIC 9(8) VALUE 0.
       01  WS-SNAP-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-MONTH-START     PIC 9(8) VALUE 0.

      *  Combined closing balances grouped per currency, as CUSTINQ
       01  WS-CCY-MATCH     PIC X VALUE 'N'.

       01  WS-AMOUNT-DISP     PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-BALANCE-DISP    PIC --,---,--9.99.
       01  WS-OPENING-DISP    PIC ---,---,--9.99.
       01  WS-TOTAL-DISP      PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 WS-DET-AMOUNT   PIC ZZ,ZZZ,ZZZ.ZZ.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 WS-DET-BALANCE  PIC --,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           STOP RUN.

      *  Accounts the customer is primary on, plus those they hold
      *  as an active joint holder, guardian or signatory.
       COLLECT-LINKED-ACCOUNTS.
           PERFORM LOAD-ACCOUNT-HOLDERS
           MOVE 0 TO WS-LK-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 'N' TO WS-LK-HOLDS
                       IF FUNCTION TRIM(ACCOUNT-CUST-NO) =
                          FUNCTION TRIM(WS-WANT-CUST-NO)
                           MOVE 'Y' TO WS-LK-HOLDS
                       ELSE
                           PERFORM FIND-CUSTOMER-HOLDING
                               VARYING WS-AH-SUB FROM 1 BY 1
                               UNTIL WS-AH-SUB > WS-AH-COUNT
                       END-IF
                       IF WS-LK-HOLDS = 'Y'
                          AND WS-LK-COUNT < 10
                          ADD 1 TO WS-LK-COUNT
                          MOVE ACCOUNT-NO
                              TO WS-LK-CCY(WS-LK-COUNT)
                          MOVE BALANCE
                              TO WS-LK-BALANCE(WS-LK-COUNT)
                          MOVE ACCOUNT-CUST-NO
                              TO WS-LK-PRIMARY(WS-LK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       FIND-CUSTOMER-HOLDING.
           IF WS-AH-ACCOUNT(WS-AH-SUB) = ACCOUNT-NO
              AND FUNCTION TRIM(WS-AH-CUST(WS-AH-SUB)) =
                  FUNCTION TRIM(WS-WANT-CUST-NO)
               MOVE 'Y' TO WS-LK-HOLDS
           END-IF.

       LOAD-ACCOUNT-HOLDERS.
           MOVE 0 TO WS-AH-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCTHLDR-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCTHLDR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AH-STATUS = 'A' AND WS-AH-COUNT < 2000
                           ADD 1 TO WS-AH-COUNT
                           MOVE AH-ACCOUNT-NO
                               TO WS-AH-ACCOUNT(WS-AH-COUNT)
                           MOVE AH-CUST-NO TO WS-AH-CUST(WS-AH-COUNT)
                           MOVE AH-ROLE TO WS-AH-ROLE(WS-AH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTHLDR-FILE.

       WRITE-CUSTOMER-HEADER.
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE 'N' TO WS-EOF2-FLAG
           OPEN INPUT TRANSLOG-FILE
           MOVE WS-CUR-ACCNO TO TRANSLOG-ACCOUNT-NO
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
                       IF TRANSLOG-ACCOUNT-NO NOT = WS-CUR-ACCNO
                           MOVE 'Y' TO WS-EOF2-FLAG
                       ELSE
                           PERFORM CHECK-STATEMENT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           IF WS-LK-PRIMARY(WS-LK-SUB) NOT = SPACE
               MOVE SPACE TO STATEMENT-LINE
               STRING "HOLDER  : " DELIMITED BY SIZE
                      WS-LK-PRIMARY(WS-LK-SUB) DELIMITED BY SIZE
                      "  PRIMARY" DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF
           PERFORM WRITE-ONE-HOLDER-LINE
               VARYING WS-AH-SUB FROM 1 BY 1
               UNTIL WS-AH-SUB > WS-AH-COUNT

           MOVE WS-OPENING-BALANCE TO WS-OPENING-DISP
           MOVE SPACE TO STATEMENT-LINE

               MOVE 'N' TO WS-EOF2-FLAG
               OPEN INPUT TRANSLOG-FILE
               MOVE WS-CUR-ACCNO TO TRANSLOG-ACCOUNT-NO
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
                           IF TRANSLOG-ACCOUNT-NO NOT = WS-CUR-ACCNO
                               MOVE 'Y' TO WS-EOF2-FLAG
                           ELSE
                               PERFORM WRITE-STATEMENT-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSLOG-FILE
           DISPLAY WS-CUR-ACCNO " SECTION WRITTEN, ENTRIES: "
               WS-ENTRY-COUNT.

       WRITE-ONE-HOLDER-LINE.
           IF WS-AH-ACCOUNT(WS-AH-SUB) NOT = WS-CUR-ACCNO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO STATEMENT-LINE
           STRING "HOLDER  : " DELIMITED BY SIZE
                  WS-AH-CUST(WS-AH-SUB) DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           EVALUATE WS-AH-ROLE(WS-AH-SUB)
               WHEN 'J'  MOVE "  JOINT" TO STATEMENT-LINE(19:)
               WHEN 'G'  MOVE "  GUARDIAN" TO STATEMENT-LINE(19:)
               WHEN OTHER
                         MOVE "  SIGNATORY" TO STATEMENT-LINE(19:)
           END-EVALUATE
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-DETAIL.
           MOVE WS-SCAN-DATE TO WS-TL-DATE
           IF FUNCTION TRIM(WS-SCAN-ACCOUNT-NO) =
