      ******************************************************************
      * Author:      Customer Profitability and Relationship MIS
      * Date:        2026
      * Purpose:     Monthly answer to "which customers make us money".
      *              Every account (through ACCOUNT-CUST-NO) and every
      *              loan (through LN-CUST-NO) is gathered under its
      *              CUSTOMER.dat CIF, and the month's revenue is worked
      *              out per CIF from the month's TRANSLOG postings -
      *              archived TRANSLOG.YYYYMM.dat and the live log
      *              both - the BALHIST.dat daily balances and the
      *              TERMDEP.dat deposits:
      *                fees charged (type F)
      *              + interest earned inside loan installments (N)
      *              + funding value of the average deposit and term
      *                deposit balances at the transfer rate
      *              - interest paid on deposits (type I)
      *              - interest accrued on term deposits
      *              = net revenue.
      *              Customers are ranked by net revenue into value
      *              segments, set against the previous month's
      *              summary to show the movement, and written to
      *              CUSTPROF.YYYYMM.csv for the relationship managers'
      *              spreadsheets; next month's run reads it back.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO.
           SELECT OPTIONAL LOANMAST-FILE ASSIGN TO "LOANMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERMDEP-FILE ASSIGN TO "TERMDEP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALHIST-FILE ASSIGN TO "BALHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *  This month's summary, and last month's read back.
           SELECT PROFIT-FILE ASSIGN USING WS-PROFIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRIOR-FILE ASSIGN USING WS-PRIOR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-NO                PIC X(8).
           05 CUST-NAME              PIC X(30).
           05 CUST-ADDRESS           PIC X(40).
           05 CUST-ID-TYPE           PIC X(2).
           05 CUST-ID-NUMBER         PIC X(13).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
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

       FD  LOANMAST-FILE.
       01  LOANMAST-RECORD.
           05 LN-LOAN-NO             PIC X(10).
           05 LN-CUST-NO             PIC X(8).
           05 LN-PRINCIPAL           PIC 9(8)V99.
           05 LN-RATE                PIC 9(2)V9(4).
           05 LN-TERM-MONTHS         PIC 9(3).
           05 LN-REPAY-ACCOUNT       PIC X(10).
           05 LN-OPEN-DATE           PIC 9(8).
           05 LN-INSTALLMENT         PIC 9(8)V99.
           05 LN-OUTSTANDING         PIC 9(8)V99.
           05 LN-PAID-COUNT          PIC 9(3).
           05 LN-ARREARS             PIC 9(8)V99.
           05 LN-ARREARS-DATE        PIC 9(8).
           05 LN-STATUS              PIC X(1).

       FD  TERMDEP-FILE.
       01  TERMDEP-RECORD.
           05 TD-DEPOSIT-NO          PIC X(10).
           05 TD-ACCOUNT-NO          PIC X(10).
           05 TD-PRINCIPAL           PIC 9(8)V99.
           05 TD-TERM-MONTHS         PIC 9(2).
           05 TD-RATE                PIC 9(2)V9(4).
           05 TD-OPEN-DATE           PIC 9(8).
           05 TD-MATURITY-DATE       PIC 9(8).
           05 TD-STATUS              PIC X(1).

       FD  BALHIST-FILE.
       01  BALHIST-RECORD.
           05 BH-ACCOUNT-NO          PIC X(10).
           05 BH-DATE                PIC 9(8).
           05 BH-BALANCE             PIC S9(8)V99.

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

       FD  PROFIT-FILE.
       01  PROFIT-RECORD                PIC X(220).

      *  Same layout as WS-PF-DETAIL; the header row is skipped.
       FD  PRIOR-FILE.
       01  PRIOR-RECORD.
           05 PR-CUST-NO             PIC X(8).
           05 FILLER                 PIC X(1).
           05 PR-NAME                PIC X(30).
           05 FILLER                 PIC X(1).
           05 PR-SEGMENT             PIC X(1).
           05 FILLER                 PIC X(1).
           05 PR-RANK                PIC 9(5).
           05 FILLER                 PIC X(1).
           05 PR-ACCOUNTS            PIC 9(3).
           05 FILLER                 PIC X(1).
           05 PR-LOANS               PIC 9(3).
           05 FILLER                 PIC X(1).
           05 PR-AVG-BALANCE         PIC -9(10).99.
           05 FILLER                 PIC X(1).
           05 PR-TD-BALANCE          PIC -9(10).99.
           05 FILLER                 PIC X(1).
           05 PR-FEES                PIC -9(10).99.
           05 FILLER                 PIC X(1).
           05 PR-LOAN-INT            PIC -9(10).99.
           05 FILLER                 PIC X(1).
           05 PR-INT-PAID            PIC -9(10).99.
           05 FILLER                 PIC X(1).
           05 PR-FUND-VALUE          PIC -9(10).99.
           05 FILLER                 PIC X(1).
           05 PR-NET                 PIC -9(10).99.
           05 FILLER                 PIC X(59).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.

       01  WS-REPORT-MONTH.
           05 WS-RM-YEAR         PIC 9(4).
           05 WS-RM-MONTH        PIC 9(2).
       01  WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH PIC 9(6).
       01  WS-PRIOR-MONTH.
           05 WS-PM-YEAR         PIC 9(4).
           05 WS-PM-MONTH        PIC 9(2).
       01  WS-PRIOR-MONTH-NUM REDEFINES WS-PRIOR-MONTH PIC 9(6).
       01  WS-KEYED-MONTH    PIC 9(6) VALUE 0.
       01  WS-MONTH-START    PIC 9(8) VALUE 0.
       01  WS-MONTH-END      PIC 9(8) VALUE 0.
       01  WS-START-INT      PIC 9(7) VALUE 0.
       01  WS-END-INT        PIC 9(7) VALUE 0.
       01  WS-MONTH-DAYS     PIC 9(2) VALUE 0.
       01  WS-WORK-DATE      PIC 9(8) VALUE 0.

       01  WS-ARCH-FILENAME   PIC X(30) VALUE SPACE.
       01  WS-PROFIT-FILENAME PIC X(30) VALUE SPACE.
       01  WS-PRIOR-FILENAME  PIC X(30) VALUE SPACE.

      *  Rates the balances are valued at, % per annum: the transfer
      *  rate treasury credits for deposits placed with it.
       01  WS-FTP-RATE       PIC 9(2)V9(4) VALUE 3.0000.

      *  Net revenue a month that puts a customer in each segment:
      *  P prime, G growth, S standard, L loss-making (below zero).
       01  WS-PRIME-FLOOR    PIC 9(8)V99 VALUE 5000.00.
       01  WS-GROWTH-FLOOR   PIC 9(8)V99 VALUE 1000.00.

      *  One slot per customer, in CIF order.
       01  WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 2000 TIMES.
               10 WS-CU-NO           PIC X(8).
               10 WS-CU-NAME         PIC X(30).
               10 WS-CU-ACCOUNTS     PIC 9(3).
               10 WS-CU-LOANS        PIC 9(3).
               10 WS-CU-BAL-TOTAL    PIC S9(14)V99.
               10 WS-CU-AVG-BALANCE  PIC S9(10)V99.
               10 WS-CU-TD-BALANCE   PIC S9(10)V99.
               10 WS-CU-TD-INTEREST  PIC S9(10)V99.
               10 WS-CU-FEES         PIC S9(10)V99.
               10 WS-CU-LOAN-INT     PIC S9(10)V99.
               10 WS-CU-INT-PAID     PIC S9(10)V99.
               10 WS-CU-FUND-VALUE   PIC S9(10)V99.
               10 WS-CU-NET          PIC S9(10)V99.
               10 WS-CU-SEGMENT      PIC X(1).
               10 WS-CU-RANK         PIC 9(5).
               10 WS-CU-PRIOR-FOUND  PIC X(1).
               10 WS-CU-PRIOR-NET    PIC S9(10)V99.
               10 WS-CU-PRIOR-SEG    PIC X(1).
       01  WS-CU-COUNT      PIC 9(4) VALUE 0.
       01  WS-CU-SUB        PIC 9(4) VALUE 0.
       01  WS-CU-IDX        PIC 9(4) VALUE 0.
       01  WS-CU-KEY        PIC X(8) VALUE SPACE.

      *  Accounts with a customer, in account-number order as the
      *  indexed file reads, so an account is found by halving.
       01  WS-AC-TABLE.
           05 WS-AC-ENTRY OCCURS 5000 TIMES.
               10 WS-AC-NO           PIC X(10).
               10 WS-AC-CU-IDX       PIC 9(4).
       01  WS-AC-COUNT      PIC 9(4) VALUE 0.
       01  WS-AC-KEY        PIC X(10) VALUE SPACE.
       01  WS-AC-LOW        PIC 9(4) VALUE 0.
       01  WS-AC-HIGH       PIC 9(4) VALUE 0.
       01  WS-AC-MID        PIC 9(4) VALUE 0.

      *  Loans, with the share of each installment that is interest:
      *  the flat interest over the term against the total repayable.
       01  WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 2000 TIMES.
               10 WS-LNT-LOAN-NO     PIC X(10).
               10 WS-LNT-CU-IDX      PIC 9(4).
               10 WS-LNT-INT-SHARE   PIC 9V9(6).
       01  WS-LN-COUNT      PIC 9(4) VALUE 0.
       01  WS-LN-SUB        PIC 9(4) VALUE 0.
       01  WS-LN-IDX        PIC 9(4) VALUE 0.
       01  WS-TOTAL-REPAY   PIC 9(12)V99 VALUE 0.

      *  Snapshot dates seen, so an average is over the days the
      *  balances were taken.
       01  WS-SD-TABLE.
           05 WS-SD-DATE OCCURS 31 TIMES PIC 9(8).
       01  WS-SD-COUNT      PIC 9(2) VALUE 0.
       01  WS-SD-SUB        PIC 9(2) VALUE 0.
       01  WS-SD-FOUND      PIC X VALUE 'N'.

       01  WS-TD-FROM-INT    PIC 9(7) VALUE 0.
       01  WS-TD-TO-INT      PIC 9(7) VALUE 0.
       01  WS-TD-DAYS        PIC 9(3) VALUE 0.
       01  WS-TD-AVG         PIC 9(10)V99 VALUE 0.
       01  WS-LINE-AMOUNT    PIC S9(10)V99 VALUE 0.
       01  WS-POSTINGS-READ  PIC 9(8) VALUE 0.

      *  Ranking: customer slots ordered by net revenue, best first.
       01  WS-RK-TABLE.
           05 WS-RK-CU-IDX OCCURS 2000 TIMES PIC 9(4).
       01  WS-RK-COUNT      PIC 9(4) VALUE 0.
       01  WS-RK-SUB        PIC 9(4) VALUE 0.
       01  WS-RK-PASS       PIC 9(4) VALUE 0.
       01  WS-RK-HOLD       PIC 9(4) VALUE 0.
       01  WS-RK-SWAPPED    PIC X VALUE 'N'.
       01  WS-RK-NEXT       PIC 9(4) VALUE 0.

      *  Segment totals and movement between segments
       01  WS-SG-TABLE.
           05 WS-SG-ENTRY OCCURS 4 TIMES.
               10 WS-SG-CODE         PIC X(1).
               10 WS-SG-NAME         PIC X(12).
               10 WS-SG-CUSTOMERS    PIC 9(5).
               10 WS-SG-NET          PIC S9(12)V99.
       01  WS-SG-SUB        PIC 9(1) VALUE 0.
       01  WS-SEG-RANK      PIC 9(1) VALUE 0.
       01  WS-PRIOR-SEG-RANK PIC 9(1) VALUE 0.
       01  WS-UP-COUNT      PIC 9(5) VALUE 0.
       01  WS-DOWN-COUNT    PIC 9(5) VALUE 0.
       01  WS-SAME-COUNT    PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT     PIC 9(5) VALUE 0.
       01  WS-TREND         PIC X(4) VALUE SPACE.
       01  WS-MOVEMENT      PIC S9(10)V99 VALUE 0.
       01  WS-BANK-NET      PIC S9(12)V99 VALUE 0.
       01  WS-PRIOR-READ    PIC 9(5) VALUE 0.

       01  WS-PF-HEADER      PIC X(220) VALUE
           "CIF,NAME,SEGMENT,RANK,ACCOUNTS,LOANS,AVG BALANCE,TD BALANC
      -    "E,FEES,LOAN INTEREST,INTEREST PAID,FUNDING VALUE,NET REVENUE
      -    ",PRIOR NET,MOVEMENT,PRIOR SEGMENT".
       01  WS-PF-DETAIL.
           05 WS-PF-CUST-NO      PIC X(8).
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-NAME         PIC X(30).
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-SEGMENT      PIC X(1).
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-RANK         PIC 9(5).
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-ACCOUNTS     PIC 9(3).
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-LOANS        PIC 9(3).
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-AVG-BALANCE  PIC -9(10).99.
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-TD-BALANCE   PIC -9(10).99.
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-FEES         PIC -9(10).99.
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-LOAN-INT     PIC -9(10).99.
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-INT-PAID     PIC -9(10).99.
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-FUND-VALUE   PIC -9(10).99.
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-NET          PIC -9(10).99.
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-PRIOR-NET    PIC -9(10).99.
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-MOVEMENT     PIC -9(10).99.
           05 FILLER             PIC X(1) VALUE ",".
           05 WS-PF-PRIOR-SEG    PIC X(1).
           05 FILLER             PIC X(28) VALUE SPACE.

       01  WS-NET-DISP       PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-PRIOR-DISP     PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-MOVE-DISP      PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-BAL-DISP       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISP     PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   CUSTOMER PROFITABILITY BY CIF              ".
           DISPLAY "==============================================".
           DISPLAY "REPORT MONTH (YYYYMM, 0 = LAST MONTH) : "
           ACCEPT WS-KEYED-MONTH
           PERFORM GET-BUSINESS-DATE
           IF WS-KEYED-MONTH = 0
               IF WS-BUSINESS-DATE = 0
                   DISPLAY "NO BUSINESS DATE ON FILE AND NONE KEYED"
                   STOP RUN
               END-IF
               MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
               IF WS-RM-MONTH = 1
                   SUBTRACT 1 FROM WS-RM-YEAR
                   MOVE 12 TO WS-RM-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-RM-MONTH
               END-IF
           ELSE
               MOVE WS-KEYED-MONTH TO WS-REPORT-MONTH-NUM
           END-IF
           IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               DISPLAY "INVALID MONTH " WS-REPORT-MONTH
               STOP RUN
           END-IF
           PERFORM SET-MONTH-DATES

           PERFORM LOAD-CUSTOMERS
           IF WS-CU-COUNT = 0
               DISPLAY "NO CUSTOMERS ON FILE"
               STOP RUN
           END-IF
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-LOANS

           PERFORM ADD-MONTH-POSTINGS
           PERFORM ADD-BALANCE-HISTORY
           PERFORM ADD-TERM-DEPOSITS
           PERFORM WORK-OUT-NET-REVENUE
               VARYING WS-CU-SUB FROM 1 BY 1
               UNTIL WS-CU-SUB > WS-CU-COUNT
           PERFORM LOAD-PRIOR-MONTH
           PERFORM RANK-CUSTOMERS

           PERFORM PRINT-PROFIT-REPORT
           PERFORM WRITE-PROFIT-FILE

           STOP RUN.

       SET-MONTH-DATES.
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH-NUM * 100 + 1
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           MOVE WS-REPORT-MONTH-NUM TO WS-PRIOR-MONTH-NUM
           IF WS-PM-MONTH = 12
               ADD 1 TO WS-PM-YEAR
               MOVE 1 TO WS-PM-MONTH
           ELSE
               ADD 1 TO WS-PM-MONTH
           END-IF
           COMPUTE WS-WORK-DATE = WS-PRIOR-MONTH-NUM * 100 + 1
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-END-INT)
           COMPUTE WS-MONTH-DAYS = WS-END-INT - WS-START-INT + 1

           MOVE WS-REPORT-MONTH-NUM TO WS-PRIOR-MONTH-NUM
           IF WS-PM-MONTH = 1
               SUBTRACT 1 FROM WS-PM-YEAR
               MOVE 12 TO WS-PM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PM-MONTH
           END-IF.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CU-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           MOVE LOW-VALUES TO CUST-NO
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       STORE-CUSTOMER.
           IF WS-CU-COUNT >= 2000
               DISPLAY "MORE THAN 2000 CUSTOMERS - " CUST-NO
                   " AND LATER LEFT OUT"
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CU-COUNT
           INITIALIZE WS-CU-ENTRY(WS-CU-COUNT)
           MOVE CUST-NO   TO WS-CU-NO(WS-CU-COUNT)
           MOVE CUST-NAME TO WS-CU-NAME(WS-CU-COUNT)
           MOVE 'N' TO WS-CU-PRIOR-FOUND(WS-CU-COUNT).

       FIND-CUSTOMER.
           MOVE 0 TO WS-CU-IDX
           PERFORM MATCH-CUSTOMER
               VARYING WS-CU-SUB FROM 1 BY 1
               UNTIL WS-CU-SUB > WS-CU-COUNT OR WS-CU-IDX > 0.

       MATCH-CUSTOMER.
           IF WS-CU-NO(WS-CU-SUB) = WS-CU-KEY
               MOVE WS-CU-SUB TO WS-CU-IDX
           END-IF.

       LOAD-ACCOUNTS.
           MOVE 0 TO WS-AC-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ACCOUNT-CUST-NO NOT = SPACE
                           PERFORM STORE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       STORE-ACCOUNT.
           MOVE ACCOUNT-CUST-NO TO WS-CU-KEY
           PERFORM FIND-CUSTOMER
           IF WS-CU-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AC-COUNT >= 5000
               DISPLAY "MORE THAN 5000 LINKED ACCOUNTS - " ACCOUNT-NO
                   " LEFT OUT"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AC-COUNT
           MOVE ACCOUNT-NO TO WS-AC-NO(WS-AC-COUNT)
           MOVE WS-CU-IDX  TO WS-AC-CU-IDX(WS-AC-COUNT)
           ADD 1 TO WS-CU-ACCOUNTS(WS-CU-IDX).

      *  Halve the ordered account table until the key is found;
      *  WS-CU-IDX is left zero for an account with no customer.
       FIND-ACCOUNT-CUSTOMER.
           MOVE 0 TO WS-CU-IDX
           MOVE 1 TO WS-AC-LOW
           MOVE WS-AC-COUNT TO WS-AC-HIGH
           PERFORM HALVE-ACCOUNT-RANGE
               UNTIL WS-AC-LOW > WS-AC-HIGH OR WS-CU-IDX > 0.

       HALVE-ACCOUNT-RANGE.
           COMPUTE WS-AC-MID = (WS-AC-LOW + WS-AC-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-AC-NO(WS-AC-MID) = WS-AC-KEY
                   MOVE WS-AC-CU-IDX(WS-AC-MID) TO WS-CU-IDX
               WHEN WS-AC-NO(WS-AC-MID) < WS-AC-KEY
                   COMPUTE WS-AC-LOW = WS-AC-MID + 1
               WHEN WS-AC-MID = 1
                   MOVE 0 TO WS-AC-HIGH
               WHEN OTHER
                   COMPUTE WS-AC-HIGH = WS-AC-MID - 1
           END-EVALUATE.

       LOAD-LOANS.
           MOVE 0 TO WS-LN-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOANMAST-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LOANMAST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANMAST-FILE.

       STORE-LOAN.
           MOVE LN-CUST-NO TO WS-CU-KEY
           PERFORM FIND-CUSTOMER
           IF WS-CU-IDX = 0 OR WS-LN-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LN-COUNT
           MOVE LN-LOAN-NO TO WS-LNT-LOAN-NO(WS-LN-COUNT)
           MOVE WS-CU-IDX  TO WS-LNT-CU-IDX(WS-LN-COUNT)
           MOVE 0 TO WS-LNT-INT-SHARE(WS-LN-COUNT)
           COMPUTE WS-TOTAL-REPAY = LN-INSTALLMENT * LN-TERM-MONTHS
           IF WS-TOTAL-REPAY > LN-PRINCIPAL
               COMPUTE WS-LNT-INT-SHARE(WS-LN-COUNT) ROUNDED =
                   (WS-TOTAL-REPAY - LN-PRINCIPAL) / WS-TOTAL-REPAY
           END-IF
           IF LN-STATUS NOT = 'C'
               ADD 1 TO WS-CU-LOANS(WS-CU-IDX)
           END-IF.

      *  The month may sit in its archive, in the live log, or (part
      *  archived) in both; a posting is only ever in one of them.
       ADD-MONTH-POSTINGS.
           MOVE 0 TO WS-POSTINGS-READ
           MOVE SPACE TO WS-ARCH-FILENAME
           STRING "TRANSLOG." DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-FILENAME
           END-STRING
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO TRANSLOG-RECORD
                       PERFORM ADD-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM ADD-ONE-POSTING
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE.

      *  Fees are charged as debits (a credit is a refund); deposit
      *  interest is paid as credits; an installment collected on a
      *  loan earns its interest share for the borrower, whoever owns
      *  the repayment account.
       ADD-ONE-POSTING.
           IF TRANSLOG-DATE < WS-MONTH-START
              OR TRANSLOG-DATE > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTINGS-READ
           EVALUATE TRANSLOG-TYPE
               WHEN 'F'
                   MOVE TRANSLOG-ACCOUNT-NO TO WS-AC-KEY
                   PERFORM FIND-ACCOUNT-CUSTOMER
                   IF WS-CU-IDX > 0
                       IF TRANSLOG-DRCR = 'D'
                           ADD TRANSLOG-AMOUNT
                               TO WS-CU-FEES(WS-CU-IDX)
                       ELSE
                           SUBTRACT TRANSLOG-AMOUNT
                               FROM WS-CU-FEES(WS-CU-IDX)
                       END-IF
                   END-IF
               WHEN 'I'
                   MOVE TRANSLOG-ACCOUNT-NO TO WS-AC-KEY
                   PERFORM FIND-ACCOUNT-CUSTOMER
                   IF WS-CU-IDX > 0
                       IF TRANSLOG-DRCR = 'C'
                           ADD TRANSLOG-AMOUNT
                               TO WS-CU-INT-PAID(WS-CU-IDX)
                       ELSE
                           SUBTRACT TRANSLOG-AMOUNT
                               FROM WS-CU-INT-PAID(WS-CU-IDX)
                       END-IF
                   END-IF
               WHEN 'N'
                   IF TRANSLOG-DRCR = 'D'
                       PERFORM ADD-LOAN-INTEREST
                   END-IF
           END-EVALUATE.

       ADD-LOAN-INTEREST.
           MOVE 0 TO WS-LN-IDX
           PERFORM MATCH-LOAN
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT OR WS-LN-IDX > 0
           IF WS-LN-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LNT-CU-IDX(WS-LN-IDX) TO WS-CU-IDX
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               TRANSLOG-AMOUNT * WS-LNT-INT-SHARE(WS-LN-IDX)
           ADD WS-LINE-AMOUNT TO WS-CU-LOAN-INT(WS-CU-IDX).

       MATCH-LOAN.
           IF WS-LNT-LOAN-NO(WS-LN-SUB) = TRANSLOG-COUNTERPARTY
               MOVE WS-LN-SUB TO WS-LN-IDX
           END-IF.

       ADD-BALANCE-HISTORY.
           MOVE 0 TO WS-SD-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BALHIST-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BALHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BH-DATE NOT < WS-MONTH-START
                          AND BH-DATE NOT > WS-MONTH-END
                           PERFORM ADD-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALHIST-FILE.

       ADD-ONE-SNAPSHOT.
           MOVE 'N' TO WS-SD-FOUND
           PERFORM MATCH-SNAPSHOT-DATE
               VARYING WS-SD-SUB FROM 1 BY 1
               UNTIL WS-SD-SUB > WS-SD-COUNT
           IF WS-SD-FOUND = 'N' AND WS-SD-COUNT < 31
               ADD 1 TO WS-SD-COUNT
               MOVE BH-DATE TO WS-SD-DATE(WS-SD-COUNT)
           END-IF
           MOVE BH-ACCOUNT-NO TO WS-AC-KEY
           PERFORM FIND-ACCOUNT-CUSTOMER
           IF WS-CU-IDX > 0
               ADD BH-BALANCE TO WS-CU-BAL-TOTAL(WS-CU-IDX)
           END-IF.

       MATCH-SNAPSHOT-DATE.
           IF WS-SD-DATE(WS-SD-SUB) = BH-DATE
               MOVE 'Y' TO WS-SD-FOUND
           END-IF.

      *  A term deposit counts for the days of the month it was
      *  running: from opening to the day before maturity. A broken
      *  deposit has no break date on file and is left out.
       ADD-TERM-DEPOSITS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TERMDEP-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TERMDEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TD-STATUS = 'A' OR TD-STATUS = 'M'
                           PERFORM ADD-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

       ADD-ONE-DEPOSIT.
           IF TD-OPEN-DATE > WS-MONTH-END
              OR TD-MATURITY-DATE NOT > WS-MONTH-START
               EXIT PARAGRAPH
           END-IF
           MOVE TD-ACCOUNT-NO TO WS-AC-KEY
           PERFORM FIND-ACCOUNT-CUSTOMER
           IF WS-CU-IDX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TD-FROM-INT = FUNCTION INTEGER-OF-DATE
               (FUNCTION MAX(TD-OPEN-DATE, WS-MONTH-START))
           COMPUTE WS-TD-TO-INT =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE) - 1
           IF WS-TD-TO-INT > WS-END-INT
               MOVE WS-END-INT TO WS-TD-TO-INT
           END-IF
           IF WS-TD-TO-INT < WS-TD-FROM-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TD-DAYS = WS-TD-TO-INT - WS-TD-FROM-INT + 1
           COMPUTE WS-TD-AVG ROUNDED =
               TD-PRINCIPAL * WS-TD-DAYS / WS-MONTH-DAYS
           ADD WS-TD-AVG TO WS-CU-TD-BALANCE(WS-CU-IDX)
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-TD-AVG * TD-RATE / 100 / 12
           ADD WS-LINE-AMOUNT TO WS-CU-TD-INTEREST(WS-CU-IDX).

       WORK-OUT-NET-REVENUE.
           IF WS-SD-COUNT > 0
               COMPUTE WS-CU-AVG-BALANCE(WS-CU-SUB) ROUNDED =
                   WS-CU-BAL-TOTAL(WS-CU-SUB) / WS-SD-COUNT
           END-IF
           COMPUTE WS-CU-FUND-VALUE(WS-CU-SUB) ROUNDED =
               (WS-CU-AVG-BALANCE(WS-CU-SUB)
                + WS-CU-TD-BALANCE(WS-CU-SUB)) * WS-FTP-RATE / 100 / 12
           ADD WS-CU-TD-INTEREST(WS-CU-SUB)
               TO WS-CU-INT-PAID(WS-CU-SUB)
           COMPUTE WS-CU-NET(WS-CU-SUB) =
               WS-CU-FEES(WS-CU-SUB) + WS-CU-LOAN-INT(WS-CU-SUB)
               + WS-CU-FUND-VALUE(WS-CU-SUB)
               - WS-CU-INT-PAID(WS-CU-SUB)
           EVALUATE TRUE
               WHEN WS-CU-NET(WS-CU-SUB) NOT < WS-PRIME-FLOOR
                   MOVE 'P' TO WS-CU-SEGMENT(WS-CU-SUB)
               WHEN WS-CU-NET(WS-CU-SUB) NOT < WS-GROWTH-FLOOR
                   MOVE 'G' TO WS-CU-SEGMENT(WS-CU-SUB)
               WHEN WS-CU-NET(WS-CU-SUB) NOT < 0
                   MOVE 'S' TO WS-CU-SEGMENT(WS-CU-SUB)
               WHEN OTHER
                   MOVE 'L' TO WS-CU-SEGMENT(WS-CU-SUB)
           END-EVALUATE.

      *  Last month's summary, if that month was run.
       LOAD-PRIOR-MONTH.
           MOVE 0 TO WS-PRIOR-READ
           MOVE SPACE TO WS-PRIOR-FILENAME
           STRING "CUSTPROF." DELIMITED BY SIZE
                  WS-PRIOR-MONTH DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-PRIOR-FILENAME
           END-STRING
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRIOR-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRIOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PR-CUST-NO NOT = "CIF,NAME"
                           PERFORM STORE-PRIOR-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-FILE.

       STORE-PRIOR-RESULT.
           ADD 1 TO WS-PRIOR-READ
           MOVE PR-CUST-NO TO WS-CU-KEY
           PERFORM FIND-CUSTOMER
           IF WS-CU-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CU-PRIOR-FOUND(WS-CU-IDX)
           MOVE PR-NET TO WS-CU-PRIOR-NET(WS-CU-IDX)
           MOVE PR-SEGMENT TO WS-CU-PRIOR-SEG(WS-CU-IDX).

      *  Only customers with an account or a loan are a relationship.
      *  Exchange passes over the slot list until nothing moves.
       RANK-CUSTOMERS.
           MOVE 0 TO WS-RK-COUNT
           PERFORM LIST-RANKED-CUSTOMER
               VARYING WS-CU-SUB FROM 1 BY 1
               UNTIL WS-CU-SUB > WS-CU-COUNT
           MOVE 'Y' TO WS-RK-SWAPPED
           MOVE WS-RK-COUNT TO WS-RK-PASS
           PERFORM RANK-ONE-PASS
               UNTIL WS-RK-SWAPPED = 'N' OR WS-RK-PASS < 2
           PERFORM SET-CUSTOMER-RANK
               VARYING WS-RK-SUB FROM 1 BY 1
               UNTIL WS-RK-SUB > WS-RK-COUNT.

       LIST-RANKED-CUSTOMER.
           IF WS-CU-ACCOUNTS(WS-CU-SUB) > 0
              OR WS-CU-LOANS(WS-CU-SUB) > 0
              OR WS-CU-LOAN-INT(WS-CU-SUB) NOT = 0
               ADD 1 TO WS-RK-COUNT
               MOVE WS-CU-SUB TO WS-RK-CU-IDX(WS-RK-COUNT)
           END-IF.

       RANK-ONE-PASS.
           MOVE 'N' TO WS-RK-SWAPPED
           PERFORM COMPARE-RANK-PAIR
               VARYING WS-RK-SUB FROM 1 BY 1
               UNTIL WS-RK-SUB >= WS-RK-PASS
           SUBTRACT 1 FROM WS-RK-PASS.

       COMPARE-RANK-PAIR.
           COMPUTE WS-RK-NEXT = WS-RK-SUB + 1
           IF WS-CU-NET(WS-RK-CU-IDX(WS-RK-SUB))
              < WS-CU-NET(WS-RK-CU-IDX(WS-RK-NEXT))
               MOVE WS-RK-CU-IDX(WS-RK-SUB) TO WS-RK-HOLD
               MOVE WS-RK-CU-IDX(WS-RK-NEXT)
                   TO WS-RK-CU-IDX(WS-RK-SUB)
               MOVE WS-RK-HOLD TO WS-RK-CU-IDX(WS-RK-NEXT)
               MOVE 'Y' TO WS-RK-SWAPPED
           END-IF.

       SET-CUSTOMER-RANK.
           MOVE WS-RK-SUB TO WS-CU-RANK(WS-RK-CU-IDX(WS-RK-SUB)).

       PRINT-PROFIT-REPORT.
           MOVE 'P' TO WS-SG-CODE(1)
           MOVE "PRIME"        TO WS-SG-NAME(1)
           MOVE 'G' TO WS-SG-CODE(2)
           MOVE "GROWTH"       TO WS-SG-NAME(2)
           MOVE 'S' TO WS-SG-CODE(3)
           MOVE "STANDARD"     TO WS-SG-NAME(3)
           MOVE 'L' TO WS-SG-CODE(4)
           MOVE "LOSS-MAKING"  TO WS-SG-NAME(4)
           PERFORM CLEAR-SEGMENT-TOTAL
               VARYING WS-SG-SUB FROM 1 BY 1 UNTIL WS-SG-SUB > 4
           MOVE 0 TO WS-BANK-NET

           DISPLAY " ".
           DISPLAY "CUSTOMER PROFITABILITY FOR " WS-REPORT-MONTH
               "  (POSTINGS " WS-POSTINGS-READ ", BALANCE DAYS "
               WS-SD-COUNT ")".
           IF WS-PRIOR-READ = 0
               DISPLAY "NO SUMMARY FOR " WS-PRIOR-MONTH
                   " - NO MONTH-ON-MONTH MOVEMENT"
           END-IF
           DISPLAY "RANK  CIF      NAME                 SG AC LN"
               "        NET REV      PRIOR NET       MOVEMENT TRND".
           DISPLAY "----------------------------------------------"
               "-------------------------------------------------".
           PERFORM PRINT-CUSTOMER-LINE
               VARYING WS-RK-SUB FROM 1 BY 1
               UNTIL WS-RK-SUB > WS-RK-COUNT
           DISPLAY "----------------------------------------------"
               "-------------------------------------------------".
           DISPLAY " ".
           DISPLAY "SEGMENT        CUSTOMERS      NET REVENUE".
           PERFORM PRINT-SEGMENT-TOTAL
               VARYING WS-SG-SUB FROM 1 BY 1 UNTIL WS-SG-SUB > 4
           MOVE WS-BANK-NET TO WS-TOTAL-DISP
           DISPLAY "ALL CUSTOMERS  " WS-RK-COUNT "      "
               WS-TOTAL-DISP.
           DISPLAY " ".
           DISPLAY "MOVED UP A SEGMENT   : " WS-UP-COUNT.
           DISPLAY "MOVED DOWN A SEGMENT : " WS-DOWN-COUNT.
           DISPLAY "SAME SEGMENT         : " WS-SAME-COUNT.
           DISPLAY "NEW THIS MONTH       : " WS-NEW-COUNT.

       CLEAR-SEGMENT-TOTAL.
           MOVE 0 TO WS-SG-CUSTOMERS(WS-SG-SUB)
           MOVE 0 TO WS-SG-NET(WS-SG-SUB).

       PRINT-CUSTOMER-LINE.
           MOVE WS-RK-CU-IDX(WS-RK-SUB) TO WS-CU-IDX
           PERFORM SET-CUSTOMER-TREND
           PERFORM ADD-SEGMENT-TOTAL
               VARYING WS-SG-SUB FROM 1 BY 1 UNTIL WS-SG-SUB > 4
           ADD WS-CU-NET(WS-CU-IDX) TO WS-BANK-NET
           MOVE WS-CU-NET(WS-CU-IDX) TO WS-NET-DISP
           MOVE WS-CU-PRIOR-NET(WS-CU-IDX) TO WS-PRIOR-DISP
           MOVE WS-MOVEMENT TO WS-MOVE-DISP
           DISPLAY WS-CU-RANK(WS-CU-IDX) " " WS-CU-NO(WS-CU-IDX) " "
               WS-CU-NAME(WS-CU-IDX)(1:20) " "
               WS-CU-SEGMENT(WS-CU-IDX) "  "
               WS-CU-ACCOUNTS(WS-CU-IDX)(2:2) " "
               WS-CU-LOANS(WS-CU-IDX)(2:2) " " WS-NET-DISP " "
               WS-PRIOR-DISP " " WS-MOVE-DISP " " WS-TREND.

      *  Segments rank L < S < G < P; a customer not in last month's
      *  summary is new.
       SET-CUSTOMER-TREND.
           IF WS-CU-PRIOR-FOUND(WS-CU-IDX) = 'N'
               MOVE 0 TO WS-CU-PRIOR-NET(WS-CU-IDX)
               MOVE SPACE TO WS-CU-PRIOR-SEG(WS-CU-IDX)
               MOVE WS-CU-NET(WS-CU-IDX) TO WS-MOVEMENT
               MOVE "NEW " TO WS-TREND
               ADD 1 TO WS-NEW-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MOVEMENT =
               WS-CU-NET(WS-CU-IDX) - WS-CU-PRIOR-NET(WS-CU-IDX)
           MOVE WS-CU-SEGMENT(WS-CU-IDX) TO WS-TREND(1:1)
           PERFORM SET-SEGMENT-RANK
           MOVE WS-SEG-RANK TO WS-PRIOR-SEG-RANK
           MOVE WS-CU-PRIOR-SEG(WS-CU-IDX) TO WS-TREND(1:1)
           PERFORM SET-SEGMENT-RANK
           EVALUATE TRUE
               WHEN WS-PRIOR-SEG-RANK > WS-SEG-RANK
                   MOVE "UP  " TO WS-TREND
                   ADD 1 TO WS-UP-COUNT
               WHEN WS-PRIOR-SEG-RANK < WS-SEG-RANK
                   MOVE "DOWN" TO WS-TREND
                   ADD 1 TO WS-DOWN-COUNT
               WHEN OTHER
                   MOVE "SAME" TO WS-TREND
                   ADD 1 TO WS-SAME-COUNT
           END-EVALUATE.

       SET-SEGMENT-RANK.
           EVALUATE WS-TREND(1:1)
               WHEN 'P'
                   MOVE 4 TO WS-SEG-RANK
               WHEN 'G'
                   MOVE 3 TO WS-SEG-RANK
               WHEN 'S'
                   MOVE 2 TO WS-SEG-RANK
               WHEN OTHER
                   MOVE 1 TO WS-SEG-RANK
           END-EVALUATE.

       ADD-SEGMENT-TOTAL.
           IF WS-SG-CODE(WS-SG-SUB) = WS-CU-SEGMENT(WS-CU-IDX)
               ADD 1 TO WS-SG-CUSTOMERS(WS-SG-SUB)
               ADD WS-CU-NET(WS-CU-IDX) TO WS-SG-NET(WS-SG-SUB)
           END-IF.

       PRINT-SEGMENT-TOTAL.
           MOVE WS-SG-NET(WS-SG-SUB) TO WS-TOTAL-DISP
           DISPLAY WS-SG-NAME(WS-SG-SUB) "   "
               WS-SG-CUSTOMERS(WS-SG-SUB) "      " WS-TOTAL-DISP.

      *  Commas inside a name would split its column, so they go.
       WRITE-PROFIT-FILE.
           MOVE SPACE TO WS-PROFIT-FILENAME
           STRING "CUSTPROF." DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-PROFIT-FILENAME
           END-STRING
           OPEN OUTPUT PROFIT-FILE
           WRITE PROFIT-RECORD FROM WS-PF-HEADER
           PERFORM WRITE-PROFIT-LINE
               VARYING WS-RK-SUB FROM 1 BY 1
               UNTIL WS-RK-SUB > WS-RK-COUNT
           CLOSE PROFIT-FILE
           DISPLAY "SUMMARY FILE         : " WS-PROFIT-FILENAME.
           DISPLAY "==============================================".

       WRITE-PROFIT-LINE.
           MOVE WS-RK-CU-IDX(WS-RK-SUB) TO WS-CU-IDX
           MOVE WS-CU-NO(WS-CU-IDX)          TO WS-PF-CUST-NO
           MOVE WS-CU-NAME(WS-CU-IDX)        TO WS-PF-NAME
           INSPECT WS-PF-NAME REPLACING ALL "," BY " "
           MOVE WS-CU-SEGMENT(WS-CU-IDX)     TO WS-PF-SEGMENT
           MOVE WS-CU-RANK(WS-CU-IDX)        TO WS-PF-RANK
           MOVE WS-CU-ACCOUNTS(WS-CU-IDX)    TO WS-PF-ACCOUNTS
           MOVE WS-CU-LOANS(WS-CU-IDX)       TO WS-PF-LOANS
           MOVE WS-CU-AVG-BALANCE(WS-CU-IDX) TO WS-PF-AVG-BALANCE
           MOVE WS-CU-TD-BALANCE(WS-CU-IDX)  TO WS-PF-TD-BALANCE
           MOVE WS-CU-FEES(WS-CU-IDX)        TO WS-PF-FEES
           MOVE WS-CU-LOAN-INT(WS-CU-IDX)    TO WS-PF-LOAN-INT
           MOVE WS-CU-INT-PAID(WS-CU-IDX)    TO WS-PF-INT-PAID
           MOVE WS-CU-FUND-VALUE(WS-CU-IDX)  TO WS-PF-FUND-VALUE
           MOVE WS-CU-NET(WS-CU-IDX)         TO WS-PF-NET
           MOVE WS-CU-PRIOR-NET(WS-CU-IDX)   TO WS-PF-PRIOR-NET
           COMPUTE WS-MOVEMENT =
               WS-CU-NET(WS-CU-IDX) - WS-CU-PRIOR-NET(WS-CU-IDX)
           MOVE WS-MOVEMENT                  TO WS-PF-MOVEMENT
           MOVE WS-CU-PRIOR-SEG(WS-CU-IDX)   TO WS-PF-PRIOR-SEG
           WRITE PROFIT-RECORD FROM WS-PF-DETAIL.


       GET-BUSINESS-DATE.
           MOVE 0 TO WS-BUSINESS-DATE
           OPEN INPUT PROCDATE-FILE
           READ PROCDATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PROC-DATE TO WS-BUSINESS-DATE
           END-READ
           CLOSE PROCDATE-FILE.
       END PROGRAM CUSTPROF.
