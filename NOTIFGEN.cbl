      ******************************************************************
      * Author:      Customer Alerts Notification File
      * Date:        2026
      * Purpose:     Nightly build of the file our SMS / e-mail gateway
      *              sends from (NOTIFY.YYYYMMDD.dat), one detail per
      *              alert for every customer who has chosen it in
      *              CUSTPREF.dat through CUSTMNT: ATM withdrawals and
      *              transfers over the customer's amount and salary
      *              credits from the business day's TRANSLOG-FILE,
      *              balances left within the customer's margin of
      *              MIN-BALANCE by the day's debits, LOANCOLL
      *              installments missed today, term deposits seven
      *              days from maturity and CARD.dat cards entering
      *              their month of expiry. Header and trailer frame
      *              the details the way the DDRTN returns files do;
      *              the trailer's count and amount hash let the
      *              vendor prove every numbered detail was delivered.
      *              NOTIFCTL.dat remembers the last business date
      *              covered so a maturity or expiry falling on a
      *              non-working day is still told exactly once.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT OPTIONAL CUSTPREF-FILE ASSIGN TO "CUSTPREF.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CUST-NO.
           SELECT OPTIONAL CARD-FILE ASSIGN TO "CARD.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO.
           SELECT OPTIONAL TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL LOANMAST-FILE ASSIGN TO "LOANMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERMDEP-FILE ASSIGN TO "TERMDEP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTIFY-FILE ASSIGN USING WS-NOTIFY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFCTL-FILE ASSIGN TO "NOTIFCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *  Channel S = SMS, E = e-mail, B = both, N = none. Each alert
      *  flag is Y or N; ATM debits over CP-ATM-THRESHOLD and
      *  balances within CP-LOWBAL-MARGIN of MIN-BALANCE are told.
       FD  CUSTPREF-FILE.
       01  CUSTPREF-RECORD.
           05 CP-CUST-NO             PIC X(8).
           05 CP-MOBILE              PIC X(15).
           05 CP-EMAIL               PIC X(40).
           05 CP-CHANNEL             PIC X(1).
           05 CP-ATM-FLAG            PIC X(1).
           05 CP-ATM-THRESHOLD       PIC 9(8)V99.
           05 CP-SALARY-FLAG         PIC X(1).
           05 CP-LOWBAL-FLAG         PIC X(1).
           05 CP-LOWBAL-MARGIN       PIC 9(8)V99.
           05 CP-LOAN-FLAG           PIC X(1).
           05 CP-TDMAT-FLAG          PIC X(1).
           05 CP-CARD-FLAG           PIC X(1).

       FD  CARD-FILE.
       01  CARD-RECORD.
           05 CARD-NO                PIC X(16).
           05 CARD-ACCOUNT-NO        PIC X(10).
           05 CARD-EXPIRY            PIC 9(6).
           05 CARD-STATUS            PIC X(1).

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

       FD  NOTIFY-FILE.
       01  NOTIFY-RECORD             PIC X(160).

      *  Last business date this run covered, and the date the
      *  covering window started from, so a rerun on the same date
      *  rebuilds the same file.
       FD  NOTIFCTL-FILE.
       01  NOTIFCTL-RECORD.
           05 NC-RUN-DATE            PIC 9(8).
           05 NC-FROM-DATE           PIC 9(8).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.

       01  CURRENT-DATE-TIME.
           05  CURRENT-DATE-PART  PIC 9(8).
           05  FILLER             PIC X(13).
       01  WS-TODAY-DATE     PIC 9(8) VALUE 0.
       01  WS-TODAY-X REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYYMM    PIC 9(6).
           05 WS-TODAY-DD        PIC 9(2).
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.

      *  An expiry or maturity is told when its trigger date falls
      *  after WS-FROM-DATE and on or before today.
       01  WS-FROM-DATE      PIC 9(8) VALUE 0.
       01  WS-TRIGGER-DATE   PIC 9(8) VALUE 0.
       01  WS-CTL-RUN-DATE   PIC 9(8) VALUE 0.
       01  WS-CTL-FROM-DATE  PIC 9(8) VALUE 0.

       01  WS-NOTIFY-FILENAME PIC X(40) VALUE SPACE.

       01  WS-NT-HEADER.
           05 WS-NH-TYPE         PIC X(1) VALUE 'H'.
           05 WS-NH-DATE         PIC 9(8).
           05 WS-NH-BANK         PIC X(4).
           05 FILLER             PIC X(147) VALUE SPACE.
      *  Event ATMW ATM withdrawal, ATMT transfer out, SALC salary
      *  credit, LBAL balance near minimum, LNMS missed installment,
      *  TDMT term deposit maturing, CDEX card expiring.
       01  WS-NT-DETAIL.
           05 WS-ND-TYPE         PIC X(1) VALUE 'D'.
           05 WS-ND-SEQ          PIC 9(8).
           05 WS-ND-CUST-NO      PIC X(8).
           05 WS-ND-CHANNEL      PIC X(1).
           05 WS-ND-MOBILE       PIC X(15).
           05 WS-ND-EMAIL        PIC X(40).
           05 WS-ND-EVENT        PIC X(4).
           05 WS-ND-ACCOUNT-NO   PIC X(10).
           05 WS-ND-AMOUNT       PIC 9(8)V99.
           05 WS-ND-EVENT-DATE   PIC 9(8).
           05 WS-ND-MESSAGE      PIC X(55).
       01  WS-NT-TRAILER.
           05 WS-NTR-TYPE        PIC X(1) VALUE 'T'.
           05 WS-NTR-COUNT       PIC 9(8).
           05 WS-NTR-HASH        PIC 9(12)V99.
           05 FILLER             PIC X(137) VALUE SPACE.

      *  This bank's participant code, quoted on the header.
       01  WS-OWN-BANK-CODE  PIC X(4) VALUE "0350".

      *  Accounts debited today, checked against their minimum once
      *  the whole day has been read.
       01  WS-DB-TABLE.
           05 WS-DB-ENTRY OCCURS 5000 TIMES.
               10 WS-DB-ACCOUNT-NO   PIC X(10).
       01  WS-DB-COUNT       PIC 9(4) VALUE 0.
       01  WS-DB-SUB         PIC 9(4) VALUE 0.
       01  WS-DB-MATCH       PIC X VALUE 'N'.

      *  The alert being built, set before WRITE-ALERT-FOR-ACCOUNT or
      *  WRITE-ALERT-FOR-CUSTOMER.
       01  WS-EV-CODE        PIC X(4) VALUE SPACE.
       01  WS-EV-ACCOUNT-NO  PIC X(10) VALUE SPACE.
       01  WS-EV-CUST-NO     PIC X(8) VALUE SPACE.
       01  WS-EV-AMOUNT      PIC 9(8)V99 VALUE 0.
       01  WS-EV-DATE        PIC 9(8) VALUE 0.
       01  WS-EV-TEXT        PIC X(30) VALUE SPACE.
       01  WS-EV-WANTED      PIC X VALUE 'N'.
       01  WS-ACCT-FOUND     PIC X VALUE 'N'.
       01  WS-PREF-FOUND     PIC X VALUE 'N'.
       01  WS-HEADROOM       PIC S9(9)V99 VALUE 0.
       01  WS-DUE-DAY        PIC 9(2) VALUE 0.

       01  WS-SENT-COUNT     PIC 9(8) VALUE 0.
       01  WS-SENT-HASH      PIC 9(12)V99 VALUE 0.
       01  WS-ATM-COUNT      PIC 9(6) VALUE 0.
       01  WS-SAL-COUNT      PIC 9(6) VALUE 0.
       01  WS-LBAL-COUNT     PIC 9(6) VALUE 0.
       01  WS-LOAN-COUNT     PIC 9(6) VALUE 0.
       01  WS-TD-COUNT       PIC 9(6) VALUE 0.
       01  WS-CARD-COUNT     PIC 9(6) VALUE 0.

       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISP     PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   CUSTOMER ALERTS NOTIFICATION FILE          ".
           DISPLAY "==============================================".
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-PART TO WS-TODAY-DATE
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           PERFORM GET-ALERT-WINDOW
           DISPLAY "BUSINESS DATE " WS-TODAY-DATE
               "  WINDOW AFTER " WS-FROM-DATE

           MOVE SPACE TO WS-NOTIFY-FILENAME
           STRING "NOTIFY." DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-NOTIFY-FILENAME
           END-STRING
           OPEN OUTPUT NOTIFY-FILE
           MOVE WS-TODAY-DATE    TO WS-NH-DATE
           MOVE WS-OWN-BANK-CODE TO WS-NH-BANK
           WRITE NOTIFY-RECORD FROM WS-NT-HEADER

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTPREF-FILE

           PERFORM SCAN-DAY-POSTINGS
           PERFORM CHECK-LOW-BALANCE
               VARYING WS-DB-SUB FROM 1 BY 1
               UNTIL WS-DB-SUB > WS-DB-COUNT
           PERFORM SCAN-MISSED-INSTALLMENTS
           PERFORM SCAN-MATURING-DEPOSITS
           PERFORM SCAN-EXPIRING-CARDS

           CLOSE CUSTPREF-FILE
           CLOSE ACCOUNT-FILE

           MOVE WS-SENT-COUNT TO WS-NTR-COUNT
           MOVE WS-SENT-HASH  TO WS-NTR-HASH
           WRITE NOTIFY-RECORD FROM WS-NT-TRAILER
           CLOSE NOTIFY-FILE

           PERFORM SAVE-ALERT-WINDOW

           DISPLAY "ATM DEBITS           : " WS-ATM-COUNT.
           DISPLAY "SALARY CREDITS       : " WS-SAL-COUNT.
           DISPLAY "NEAR MINIMUM BALANCE : " WS-LBAL-COUNT.
           DISPLAY "MISSED INSTALLMENTS  : " WS-LOAN-COUNT.
           DISPLAY "DEPOSITS MATURING    : " WS-TD-COUNT.
           DISPLAY "CARDS EXPIRING       : " WS-CARD-COUNT.
           MOVE WS-SENT-HASH TO WS-TOTAL-DISP
           DISPLAY "ALERTS WRITTEN       : " WS-SENT-COUNT
               "  " WS-TOTAL-DISP.
           DISPLAY "NOTIFICATION FILE    : " WS-NOTIFY-FILENAME.
           DISPLAY "==============================================".

           STOP RUN.

      *  The window runs from the last business date covered (or,
      *  when this date is being rerun, from where that run began);
      *  the first run ever covers today alone.
       GET-ALERT-WINDOW.
           MOVE 0 TO WS-CTL-RUN-DATE
           MOVE 0 TO WS-CTL-FROM-DATE
           OPEN INPUT NOTIFCTL-FILE
           READ NOTIFCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE NC-RUN-DATE  TO WS-CTL-RUN-DATE
                   MOVE NC-FROM-DATE TO WS-CTL-FROM-DATE
           END-READ
           CLOSE NOTIFCTL-FILE

           EVALUATE TRUE
               WHEN WS-CTL-RUN-DATE = WS-TODAY-DATE
                   MOVE WS-CTL-FROM-DATE TO WS-FROM-DATE
               WHEN WS-CTL-RUN-DATE > 0
                AND WS-CTL-RUN-DATE < WS-TODAY-DATE
                   MOVE WS-CTL-RUN-DATE TO WS-FROM-DATE
               WHEN OTHER
                   COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           END-EVALUATE.

       SAVE-ALERT-WINDOW.
           OPEN OUTPUT NOTIFCTL-FILE
           MOVE WS-TODAY-DATE TO NC-RUN-DATE
           MOVE WS-FROM-DATE  TO NC-FROM-DATE
           WRITE NOTIFCTL-RECORD
           CLOSE NOTIFCTL-FILE.

      *  ATM withdrawals (W) and transfers out (T, B) over the
      *  customer's amount, and salary credits (S). Every account
      *  debited today is remembered for the minimum-balance check.
       SCAN-DAY-POSTINGS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRANSLOG-DATE = WS-TODAY-DATE
                           PERFORM CHECK-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE.

       CHECK-ONE-POSTING.
           IF TRANSLOG-DRCR = 'D'
               PERFORM REMEMBER-DEBITED-ACCOUNT
           END-IF
           MOVE TRANSLOG-ACCOUNT-NO TO WS-EV-ACCOUNT-NO
           MOVE TRANSLOG-AMOUNT TO WS-EV-AMOUNT
           MOVE TRANSLOG-DATE TO WS-EV-DATE
           EVALUATE TRUE
               WHEN TRANSLOG-DRCR = 'D' AND TRANSLOG-TYPE = 'W'
                   MOVE "ATMW" TO WS-EV-CODE
                   MOVE "ATM WITHDRAWAL" TO WS-EV-TEXT
                   PERFORM WRITE-ALERT-FOR-ACCOUNT
               WHEN TRANSLOG-DRCR = 'D'
                AND (TRANSLOG-TYPE = 'T' OR TRANSLOG-TYPE = 'B')
                   MOVE "ATMT" TO WS-EV-CODE
                   MOVE "TRANSFER OUT" TO WS-EV-TEXT
                   PERFORM WRITE-ALERT-FOR-ACCOUNT
               WHEN TRANSLOG-DRCR = 'C' AND TRANSLOG-TYPE = 'S'
                   MOVE "SALC" TO WS-EV-CODE
                   MOVE "SALARY CREDITED" TO WS-EV-TEXT
                   PERFORM WRITE-ALERT-FOR-ACCOUNT
           END-EVALUATE.

       REMEMBER-DEBITED-ACCOUNT.
           MOVE 'N' TO WS-DB-MATCH
           PERFORM FIND-DEBITED-SLOT
               VARYING WS-DB-SUB FROM 1 BY 1
               UNTIL WS-DB-SUB > WS-DB-COUNT OR WS-DB-MATCH = 'Y'
           IF WS-DB-MATCH = 'N' AND WS-DB-COUNT < 5000
               ADD 1 TO WS-DB-COUNT
               MOVE TRANSLOG-ACCOUNT-NO TO WS-DB-ACCOUNT-NO(WS-DB-COUNT)
           END-IF.

       FIND-DEBITED-SLOT.
           IF WS-DB-ACCOUNT-NO(WS-DB-SUB) = TRANSLOG-ACCOUNT-NO
               MOVE 'Y' TO WS-DB-MATCH
           END-IF.

      *  End-of-day balance within the customer's margin of the
      *  account's minimum after today's debits.
       CHECK-LOW-BALANCE.
           MOVE WS-DB-ACCOUNT-NO(WS-DB-SUB) TO WS-EV-ACCOUNT-NO
           MOVE "LBAL" TO WS-EV-CODE
           MOVE "BALANCE NEAR MINIMUM" TO WS-EV-TEXT
           MOVE WS-TODAY-DATE TO WS-EV-DATE
           PERFORM WRITE-ALERT-FOR-ACCOUNT.

      *  LOANCOLL leaves arrears on a loan whose installment it could
      *  not take today; a loan due today still in arrears after the
      *  collection has missed it.
       SCAN-MISSED-INSTALLMENTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOANMAST-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LOANMAST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANMAST-FILE.

       CHECK-ONE-LOAN.
           IF LN-STATUS NOT = 'A' OR LN-ARREARS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LN-OPEN-DATE(7:2) TO WS-DUE-DAY
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           IF WS-DUE-DAY NOT = WS-TODAY-DD
               EXIT PARAGRAPH
           END-IF
           MOVE LN-CUST-NO TO WS-EV-CUST-NO
           MOVE LN-REPAY-ACCOUNT TO WS-EV-ACCOUNT-NO
           MOVE LN-ARREARS TO WS-EV-AMOUNT
           MOVE WS-TODAY-DATE TO WS-EV-DATE
           MOVE "LNMS" TO WS-EV-CODE
           MOVE "LOAN INSTALLMENT MISSED" TO WS-EV-TEXT
           PERFORM WRITE-ALERT-FOR-CUSTOMER.

      *  A live deposit is told once, on the run covering the date
      *  seven days before it matures.
       SCAN-MATURING-DEPOSITS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TERMDEP-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TERMDEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-DEPOSIT
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

       CHECK-ONE-DEPOSIT.
           IF TD-STATUS NOT = 'A' OR TD-MATURITY-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRIGGER-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE) - 7)
           IF WS-TRIGGER-DATE <= WS-FROM-DATE
              OR WS-TRIGGER-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE TD-ACCOUNT-NO TO WS-EV-ACCOUNT-NO
           MOVE TD-PRINCIPAL TO WS-EV-AMOUNT
           MOVE TD-MATURITY-DATE TO WS-EV-DATE
           MOVE "TDMT" TO WS-EV-CODE
           MOVE "TERM DEPOSIT MATURES" TO WS-EV-TEXT
           PERFORM WRITE-ALERT-FOR-ACCOUNT.

      *  A card is good through the end of its expiry month; it is
      *  told once, on the run covering the first of that month.
       SCAN-EXPIRING-CARDS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CARD-FILE
           MOVE LOW-VALUES TO CARD-NO
           START CARD-FILE KEY IS NOT LESS THAN CARD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-CARD
               END-READ
           END-PERFORM
           CLOSE CARD-FILE.

       CHECK-ONE-CARD.
           IF CARD-STATUS NOT = 'A' OR CARD-EXPIRY = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRIGGER-DATE = CARD-EXPIRY * 100 + 1
           IF WS-TRIGGER-DATE <= WS-FROM-DATE
              OR WS-TRIGGER-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-ACCOUNT-NO TO WS-EV-ACCOUNT-NO
           MOVE 0 TO WS-EV-AMOUNT
           MOVE WS-TRIGGER-DATE TO WS-EV-DATE
           MOVE "CDEX" TO WS-EV-CODE
           MOVE SPACE TO WS-EV-TEXT
           STRING "CARD ENDING " DELIMITED BY SIZE
                  CARD-NO(13:4) DELIMITED BY SIZE
                  " EXP " DELIMITED BY SIZE
                  CARD-EXPIRY(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CARD-EXPIRY(1:4) DELIMITED BY SIZE
               INTO WS-EV-TEXT
           END-STRING
           PERFORM WRITE-ALERT-FOR-ACCOUNT.

      *  The account's owner is found through ACCOUNT-CUST-NO; an
      *  account with no customer linked has nobody to tell.
       WRITE-ALERT-FOR-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE WS-EV-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND NOT = 'Y' OR ACCOUNT-CUST-NO = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUST-NO TO WS-EV-CUST-NO
           PERFORM WRITE-ALERT-FOR-CUSTOMER.

      *  Only what the customer asked for, by a channel they have an
      *  address for.
       WRITE-ALERT-FOR-CUSTOMER.
           MOVE 'N' TO WS-PREF-FOUND
           MOVE WS-EV-CUST-NO TO CP-CUST-NO
           READ CUSTPREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PREF-FOUND
           END-READ
           IF WS-PREF-FOUND NOT = 'Y' OR CP-CHANNEL = 'N'
              OR CP-CHANNEL = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EV-WANTED
           EVALUATE WS-EV-CODE
               WHEN "ATMW"
               WHEN "ATMT"
                   IF CP-ATM-FLAG = 'Y'
                      AND WS-EV-AMOUNT > CP-ATM-THRESHOLD
                       MOVE 'Y' TO WS-EV-WANTED
                       ADD 1 TO WS-ATM-COUNT
                   END-IF
               WHEN "SALC"
                   IF CP-SALARY-FLAG = 'Y'
                       MOVE 'Y' TO WS-EV-WANTED
                       ADD 1 TO WS-SAL-COUNT
                   END-IF
               WHEN "LBAL"
                   COMPUTE WS-HEADROOM = BALANCE - MIN-BALANCE
                   IF CP-LOWBAL-FLAG = 'Y'
                      AND WS-HEADROOM <= CP-LOWBAL-MARGIN
                       MOVE BALANCE TO WS-EV-AMOUNT
                       MOVE 'Y' TO WS-EV-WANTED
                       ADD 1 TO WS-LBAL-COUNT
                   END-IF
               WHEN "LNMS"
                   IF CP-LOAN-FLAG = 'Y'
                       MOVE 'Y' TO WS-EV-WANTED
                       ADD 1 TO WS-LOAN-COUNT
                   END-IF
               WHEN "TDMT"
                   IF CP-TDMAT-FLAG = 'Y'
                       MOVE 'Y' TO WS-EV-WANTED
                       ADD 1 TO WS-TD-COUNT
                   END-IF
               WHEN "CDEX"
                   IF CP-CARD-FLAG = 'Y'
                       MOVE 'Y' TO WS-EV-WANTED
                       ADD 1 TO WS-CARD-COUNT
                   END-IF
           END-EVALUATE
           IF WS-EV-WANTED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SENT-COUNT
           ADD WS-EV-AMOUNT TO WS-SENT-HASH
           MOVE WS-SENT-COUNT    TO WS-ND-SEQ
           MOVE WS-EV-CUST-NO    TO WS-ND-CUST-NO
           MOVE CP-CHANNEL       TO WS-ND-CHANNEL
           MOVE CP-MOBILE        TO WS-ND-MOBILE
           MOVE CP-EMAIL         TO WS-ND-EMAIL
           MOVE WS-EV-CODE       TO WS-ND-EVENT
           MOVE WS-EV-ACCOUNT-NO TO WS-ND-ACCOUNT-NO
           MOVE WS-EV-AMOUNT     TO WS-ND-AMOUNT
           MOVE WS-EV-DATE       TO WS-ND-EVENT-DATE
           MOVE SPACE TO WS-ND-MESSAGE
           IF WS-EV-AMOUNT > 0
               MOVE WS-EV-AMOUNT TO WS-AMOUNT-DISP
               STRING WS-EV-TEXT DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
                      " A/C " DELIMITED BY SIZE
                      WS-EV-ACCOUNT-NO DELIMITED BY SPACE
                   INTO WS-ND-MESSAGE
               END-STRING
           ELSE
               STRING WS-EV-TEXT DELIMITED BY "  "
                      " A/C " DELIMITED BY SIZE
                      WS-EV-ACCOUNT-NO DELIMITED BY SPACE
                   INTO WS-ND-MESSAGE
               END-STRING
           END-IF
           WRITE NOTIFY-RECORD FROM WS-NT-DETAIL.


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
       END PROGRAM NOTIFGEN.
