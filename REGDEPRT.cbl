      *              totals by balance band and by CURRENCY-CODE,
      *              dormant balances (ACCOUNT-DORMANT = 'Y') on
      *              their own lines, and the count of distinct
      *              customers reached through ACCOUNT-CUST-NO and
      *              the joint holders on file at month end in
      *              ACCTHLDR.dat, with multi-holder accounts on their
      *              own line. The fixed-layout report is archived as
      *              REGRET.YYYYMM.txt per month for the examiners.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS ACCOUNT-NO.
           SELECT OPTIONAL BALHIST-FILE ASSIGN TO "BALHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCTHLDR-FILE ASSIGN TO "ACCTHLDR.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

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

      *  Daily closing balances written by EODSNAP; the last one in
      *  the month is the account's month-end position.
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

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).
       01  WS-RPT-FILENAME   PIC X(30) VALUE SPACE.

      *  Month-end balance of the account being classified
       01  WS-ME-BALANCE     PIC S9(8)V99 VALUE 0.
       01  WS-SNAP-FOUND     PIC X VALUE 'N'.
       01  WS-SNAP-DATE      PIC 9(8) VALUE 0.

       01  WS-CU-COUNT      PIC 9(3) VALUE 0.
       01  WS-CU-SUB        PIC 9(3) VALUE 0.
       01  WS-CU-MATCH      PIC X VALUE 'N'.
       01  WS-CU-WANT       PIC X(8) VALUE SPACE.

      *  Every holder record ever filed; which ones count is decided
      *  against the month end, so a holder removed since still
      *  appears on the return for the month they held the account.
       01  WS-AH-TABLE.
           05 WS-AH-ENTRY OCCURS 2000 TIMES.
               10 WS-AH-ACCOUNT  PIC X(10).
               10 WS-AH-CUST     PIC X(8).
               10 WS-AH-STATUS   PIC X(1).
               10 WS-AH-ADDED    PIC 9(8).
               10 WS-AH-REMOVED  PIC 9(8).
       01  WS-AH-COUNT      PIC 9(4) VALUE 0.
       01  WS-AH-SUB        PIC 9(4) VALUE 0.
       01  WS-HOLDER-COUNT  PIC 9(3) VALUE 0.

      *  Accounts with more than one holder at month end
       01  WS-MULTI-COUNT   PIC 9(6) VALUE 0.
       01  WS-MULTI-TOTAL   PIC 9(12)V99 VALUE 0.

       01  WS-ACCOUNT-COUNT PIC 9(6) VALUE 0.
       01  WS-GRAND-TOTAL   PIC 9(12)V99 VALUE 0.
           PERFORM CLEAR-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
           PERFORM LOAD-ACCOUNT-HOLDERS

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "ACCOUNTS ON FILE   : " WS-ACCOUNT-COUNT.
           DISPLAY "MULTI-HOLDER ACCTS : " WS-MULTI-COUNT.
           DISPLAY "DISTINCT CUSTOMERS : " WS-CU-COUNT.
           DISPLAY "RETURN WRITTEN TO  : " WS-RPT-FILENAME.
           DISPLAY "==============================================".

       CLASSIFY-ONE-ACCOUNT.
           PERFORM GET-MONTH-END-BALANCE
      *    An overdrawn account holds no deposit: its debit balance is
      *    lending and is reported as a nil deposit.
           IF WS-ME-BALANCE < 0
               MOVE 0 TO WS-ME-BALANCE
           END-IF

           EVALUATE TRUE
               WHEN WS-ME-BALANCE < 10000.00
               ADD WS-ME-BALANCE TO WS-DORM-TOTAL
           END-IF

           MOVE 0 TO WS-HOLDER-COUNT
           IF ACCOUNT-CUST-NO NOT = SPACE
               ADD 1 TO WS-HOLDER-COUNT
               MOVE ACCOUNT-CUST-NO TO WS-CU-WANT
               PERFORM COUNT-DISTINCT-CUSTOMER
           END-IF
           PERFORM COUNT-ONE-HOLDER
               VARYING WS-AH-SUB FROM 1 BY 1
               UNTIL WS-AH-SUB > WS-AH-COUNT
           IF WS-HOLDER-COUNT > 1
               ADD 1 TO WS-MULTI-COUNT
               ADD WS-ME-BALANCE TO WS-MULTI-TOTAL
           END-IF.

      *  A holder counts when added on or before the month end and
      *  still active, or removed only after the month end.
       COUNT-ONE-HOLDER.
           IF WS-AH-ACCOUNT(WS-AH-SUB) = ACCOUNT-NO
              AND WS-AH-ADDED(WS-AH-SUB) <= WS-MONTH-END
              AND (WS-AH-STATUS(WS-AH-SUB) = 'A'
                   OR WS-AH-REMOVED(WS-AH-SUB) > WS-MONTH-END)
               ADD 1 TO WS-HOLDER-COUNT
               MOVE WS-AH-CUST(WS-AH-SUB) TO WS-CU-WANT
               PERFORM COUNT-DISTINCT-CUSTOMER
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
                       IF WS-AH-COUNT < 2000
                           ADD 1 TO WS-AH-COUNT
                           MOVE AH-ACCOUNT-NO
                               TO WS-AH-ACCOUNT(WS-AH-COUNT)
                           MOVE AH-CUST-NO TO WS-AH-CUST(WS-AH-COUNT)
                           MOVE AH-STATUS TO WS-AH-STATUS(WS-AH-COUNT)
                           MOVE AH-ADDED-DATE
                               TO WS-AH-ADDED(WS-AH-COUNT)
                           MOVE AH-REMOVED-DATE
                               TO WS-AH-REMOVED(WS-AH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTHLDR-FILE.

      *  The account's last snapshot inside the return month is its
      *  month-end position; an account never snapshotted (opened
      *  after month end, or before EODSNAP existed) falls back to
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-WANT TO WS-CU-NO(WS-CU-COUNT)
           END-IF.

       FIND-CUSTOMER-SLOT.
           IF WS-CU-NO(WS-CU-SUB) = WS-CU-WANT
               MOVE 'Y' TO WS-CU-MATCH
           END-IF.

           MOVE WS-GRAND-TOTAL TO WS-RL-AMOUNT
           MOVE WS-RETURN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MULTI-HOLDER ACCOUNTS   " TO WS-RL-TAG
           MOVE WS-MULTI-COUNT TO WS-RL-COUNT
           MOVE WS-MULTI-TOTAL TO WS-RL-AMOUNT
           MOVE WS-RETURN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DISTINCT CUSTOMERS      " TO WS-RL-TAG
           MOVE WS-CU-COUNT TO WS-RL-COUNT
           MOVE 0 TO WS-RL-AMOUNT
