      *              the BATCHRUN stream stops until the chart is
      *              fixed; a rerun rebuilds the day's journal from
      *              scratch. GLTRIAL reports the trial balance.
      *              Movements with no customer account behind them
      *              (interbank settlement and the like) are written
      *              to GLENTRY.dat by the programs that raise them
      *              and journal here through the same chart, keyed
      *              on their own type and side code.
      *              Each leg is booked to a branch - the customer leg
      *              to the account's home branch, the other to the
      *              branch the posting was made at - and a posting
      *              crossing branches is squared inside each branch
      *              through the inter-branch account IBSETL.
      *              A month closed by GLCLOSE is locked: no journal
      *              dated in it is rebuilt.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
      *  Chart of accounts: transaction type + debit/credit side of
      *  the customer posting, and the GL pair it journals to.
           SELECT OPTIONAL GLCHART-FILE ASSIGN TO "GLCHART.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLENTRY-FILE ASSIGN TO "GLENTRY.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Months closed by GLCLOSE.
           SELECT OPTIONAL GLPERIOD-FILE ASSIGN TO "GLPERIOD.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Read for the home branch of the account behind a posting.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.

       DATA DIVISION.
       FILE SECTION.
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

       FD  GLCHART-FILE.
       01  GLCHART-RECORD.
           05 GC-DEBIT-GL            PIC X(8).
           05 GC-CREDIT-GL           PIC X(8).
           05 GC-DESC                PIC X(20).
      *  Class of each GL account for the financial statements:
      *  A asset, L liability, E equity, I income, X expense.
           05 GC-DEBIT-CLASS         PIC X(1).
           05 GC-CREDIT-CLASS        PIC X(1).

      *  One journal line per GL leg: two lines per mapped posting,
      *  each booked to a branch, and two more inter-branch lines
      *  when the customer's home branch is not the branch the
      *  posting was made at.
       FD  GLJRNL-FILE.
       01  GLJRNL-RECORD.
           05 GJ-DATE                PIC 9(8).
           05 GJ-AMOUNT              PIC 9(10)V99.
           05 GJ-TRAN-TYPE           PIC X(1).
           05 GJ-SOURCE-SEQ          PIC 9(8).
           05 GJ-BRANCH              PIC X(4).
           05 GJ-CURRENCY            PIC X(3).

      *  System processing date maintained by BUSDATE; the journal
      *  defaults to it when no date is keyed.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

      *  Bank-side GL movements with no customer posting: the
      *  raising program, the business date, and a type/side pair
      *  looked up in GLCHART.dat exactly like a TRANSLOG posting.
       FD  GLENTRY-FILE.
       01  GLENTRY-RECORD.
           05 GE-DATE                PIC 9(8).
           05 GE-TRAN-TYPE           PIC X(1).
           05 GE-DRCR                PIC X(1).
           05 GE-AMOUNT              PIC 9(10)V99.
           05 GE-SOURCE-SEQ          PIC 9(8).
           05 GE-SOURCE              PIC X(8).
           05 GE-BRANCH              PIC X(4).

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

       FD  GLPERIOD-FILE.
       01  GLPERIOD-RECORD.
           05 GP-PERIOD              PIC 9(6).
           05 GP-CLOSE-TYPE          PIC X(1).
           05 GP-CLOSED-ON           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-RUN-MODE       PIC X VALUE 'R'.
       01  WS-NEW-DEBIT-GL  PIC X(8) VALUE SPACE.
       01  WS-NEW-CREDIT-GL PIC X(8) VALUE SPACE.
       01  WS-NEW-DESC      PIC X(20) VALUE SPACE.
       01  WS-NEW-DEBIT-CLASS  PIC X(1) VALUE SPACE.
       01  WS-NEW-CREDIT-CLASS PIC X(1) VALUE SPACE.

      *  Latest month GLCLOSE has closed
       01  WS-LAST-CLOSED   PIC 9(6) VALUE 0.

       01  WS-RUN-DATE      PIC 9(8) VALUE 0.
       01  WS-GLJ-FILENAME  PIC X(30) VALUE SPACE.
       01  WS-DEBIT-TOTAL    PIC 9(12)V99 VALUE 0.
       01  WS-CREDIT-TOTAL   PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-DISP     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ENTRY-COUNT    PIC 9(6) VALUE 0.

      *  The posting being journaled, from TRANSLOG-FILE or from
      *  GLENTRY-FILE.
       01  WS-JRNL-TYPE      PIC X(1) VALUE SPACE.
       01  WS-JRNL-DRCR      PIC X(1) VALUE SPACE.
       01  WS-JRNL-AMOUNT    PIC 9(10)V99 VALUE 0.
       01  WS-JRNL-SEQ       PIC 9(8) VALUE 0.

      *  Branch of the customer leg (the account's home branch) and
      *  of the contra leg (the branch the posting was made at).
      *  Blank means the head office, 0001.
       01  WS-CUST-BRANCH    PIC X(4) VALUE SPACE.
       01  WS-CONTRA-BRANCH  PIC X(4) VALUE SPACE.

      *  Currency of the posting, from the account behind it, so the
      *  deposit control accounts can be proved currency by currency.
      *  Bank-side GLENTRY movements are in baht.
       01  WS-JRNL-CURRENCY  PIC X(3) VALUE "THB".

      *  Inter-branch settlement account: a cross-branch posting is
      *  balanced inside each branch through it, so it nets to zero
      *  over the bank. GLTRIAL checks that it does.
       01  WS-IB-GL-ACCOUNT  PIC X(8) VALUE "IBSETL".
       01  WS-IB-COUNT       PIC 9(6) VALUE 0.
       01  WS-IB-TOTAL       PIC 9(12)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAINTAIN-CHART.
           DISPLAY "TRANSACTION TYPE (W D T S F P R I X A ...) : "
           ACCEPT WS-NEW-TYPE
           DISPLAY "SIDE - (D)EBIT, (C)REDIT OR GL-ONLY CODE : "
           ACCEPT WS-NEW-DRCR
           DISPLAY "GL ACCOUNT TO DEBIT : "
           ACCEPT WS-NEW-DEBIT-GL
           ACCEPT WS-NEW-CREDIT-GL
           DISPLAY "DESCRIPTION : "
           ACCEPT WS-NEW-DESC
           DISPLAY "CLASS OF DEBIT GL  - A L E I X : "
           ACCEPT WS-NEW-DEBIT-CLASS
           DISPLAY "CLASS OF CREDIT GL - A L E I X : "
           ACCEPT WS-NEW-CREDIT-CLASS
           MOVE FUNCTION UPPER-CASE(WS-NEW-DEBIT-CLASS)
               TO WS-NEW-DEBIT-CLASS
           MOVE FUNCTION UPPER-CASE(WS-NEW-CREDIT-CLASS)
               TO WS-NEW-CREDIT-CLASS
           IF WS-NEW-TYPE = SPACE OR WS-NEW-DRCR = SPACE
              OR WS-NEW-DEBIT-GL = SPACE OR WS-NEW-CREDIT-GL = SPACE
               DISPLAY "TYPE, SIDE AND BOTH GL ACCOUNTS ARE REQUIRED"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-DEBIT-CLASS NOT = 'A' AND NOT = 'L'
              AND NOT = 'E' AND NOT = 'I' AND NOT = 'X'
              OR WS-NEW-CREDIT-CLASS NOT = 'A' AND NOT = 'L'
              AND NOT = 'E' AND NOT = 'I' AND NOT = 'X'
               DISPLAY "CLASS MUST BE A, L, E, I OR X"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND GLCHART-FILE
               MOVE WS-NEW-TYPE      TO GC-TRAN-TYPE
               MOVE WS-NEW-DEBIT-GL  TO GC-DEBIT-GL
               MOVE WS-NEW-CREDIT-GL TO GC-CREDIT-GL
               MOVE WS-NEW-DESC      TO GC-DESC
               MOVE WS-NEW-DEBIT-CLASS  TO GC-DEBIT-CLASS
               MOVE WS-NEW-CREDIT-CLASS TO GC-CREDIT-CLASS
               WRITE GLCHART-RECORD
           CLOSE GLCHART-FILE
           DISPLAY "CHART ENTRY RECORDED".
               STOP RUN
           END-IF

           PERFORM LOAD-CLOSED-PERIODS
           IF WS-RUN-DATE(1:6) NOT > WS-LAST-CLOSED
               DISPLAY "MONTH " WS-RUN-DATE(1:6)
                   " IS CLOSED - JOURNAL NOT REBUILT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CHART-TABLE
           IF WS-GC-COUNT = 0
               DISPLAY "NO CHART OF ACCOUNTS ON FILE - MAINTAIN IT"
           END-STRING

           OPEN OUTPUT GLJRNL-FILE
           OPEN INPUT ACCOUNT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRANSLOG-DATE = WS-RUN-DATE
                           MOVE TRANSLOG-TYPE TO WS-JRNL-TYPE
                           MOVE TRANSLOG-DRCR TO WS-JRNL-DRCR
                           MOVE TRANSLOG-AMOUNT TO WS-JRNL-AMOUNT
                           MOVE TRANSLOG-POSTING-SEQ TO WS-JRNL-SEQ
                           MOVE TRANSLOG-BRANCH TO WS-CONTRA-BRANCH
                           IF WS-CONTRA-BRANCH = SPACE
                               MOVE "0001" TO WS-CONTRA-BRANCH
                           END-IF
                           PERFORM GET-HOME-BRANCH
                           PERFORM JOURNAL-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE
           CLOSE ACCOUNT-FILE

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GLENTRY-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GLENTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF GE-DATE = WS-RUN-DATE
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE GE-TRAN-TYPE TO WS-JRNL-TYPE
                           MOVE GE-DRCR TO WS-JRNL-DRCR
                           MOVE GE-AMOUNT TO WS-JRNL-AMOUNT
                           MOVE GE-SOURCE-SEQ TO WS-JRNL-SEQ
                           MOVE GE-BRANCH TO WS-CONTRA-BRANCH
                           IF WS-CONTRA-BRANCH = SPACE
                               MOVE "0001" TO WS-CONTRA-BRANCH
                           END-IF
                           MOVE WS-CONTRA-BRANCH TO WS-CUST-BRANCH
                           MOVE "THB" TO WS-JRNL-CURRENCY
                           PERFORM JOURNAL-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLENTRY-FILE
           CLOSE GLJRNL-FILE

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "JOURNAL FILE       : " WS-GLJ-FILENAME.
           DISPLAY "POSTINGS JOURNALED : " WS-POSTED-COUNT.
           DISPLAY "  OF WHICH GL ONLY : " WS-ENTRY-COUNT.
           DISPLAY "NO-MOVEMENT SKIPPED: " WS-SKIPPED-COUNT.
           DISPLAY "UNMAPPED POSTINGS  : " WS-UNMAPPED-COUNT.
           DISPLAY "CROSS-BRANCH       : " WS-IB-COUNT.
           MOVE WS-IB-TOTAL TO WS-TOTAL-DISP
           DISPLAY "INTER-BRANCH LEGS  : " WS-TOTAL-DISP
               " EACH SIDE".
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISP
           DISPLAY "TOTAL DEBITS       : " WS-TOTAL-DISP.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISP

      *  One mapped posting = one debit leg and one credit leg of the
      *  same amount. Zero-amount marks like the lockout type 'L'
      *  carry no money and are skipped. The chart is keyed on the
      *  customer's side, so the debit GL is the customer leg of a
      *  'D' posting and the credit GL the customer leg of a 'C'.
       JOURNAL-ONE-POSTING.
           IF WS-JRNL-AMOUNT = 0 OR WS-JRNL-DRCR = SPACE
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
               UNTIL WS-GC-SUB > WS-GC-COUNT
           IF WS-GC-MATCH = 'N'
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "POSTING " WS-JRNL-SEQ " TYPE "
                   WS-JRNL-TYPE "/" WS-JRNL-DRCR
                   " HAS NO CHART ENTRY"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-DATE TO GJ-DATE
           MOVE WS-JRNL-TYPE TO GJ-TRAN-TYPE
           MOVE WS-JRNL-SEQ TO GJ-SOURCE-SEQ
           MOVE WS-JRNL-AMOUNT TO GJ-AMOUNT
           MOVE WS-JRNL-CURRENCY TO GJ-CURRENCY

           MOVE WS-GC-DEBIT-GL(WS-GC-IDX) TO GJ-GL-ACCOUNT
           MOVE 'D' TO GJ-DRCR
           IF WS-JRNL-DRCR = 'D'
               MOVE WS-CUST-BRANCH TO GJ-BRANCH
           ELSE
               MOVE WS-CONTRA-BRANCH TO GJ-BRANCH
           END-IF
           WRITE GLJRNL-RECORD
           ADD WS-JRNL-AMOUNT TO WS-DEBIT-TOTAL

           MOVE WS-RUN-DATE TO GJ-DATE
           MOVE WS-JRNL-TYPE TO GJ-TRAN-TYPE
           MOVE WS-JRNL-SEQ TO GJ-SOURCE-SEQ
           MOVE WS-JRNL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GC-CREDIT-GL(WS-GC-IDX) TO GJ-GL-ACCOUNT
           MOVE 'C' TO GJ-DRCR
           IF WS-JRNL-DRCR = 'C'
               MOVE WS-CUST-BRANCH TO GJ-BRANCH
           ELSE
               MOVE WS-CONTRA-BRANCH TO GJ-BRANCH
           END-IF
           WRITE GLJRNL-RECORD
           ADD WS-JRNL-AMOUNT TO WS-CREDIT-TOTAL

           IF WS-CUST-BRANCH NOT = WS-CONTRA-BRANCH
               PERFORM JOURNAL-INTER-BRANCH
           END-IF

           ADD 1 TO WS-POSTED-COUNT.

      *  The customer's branch carries one leg of the posting and the
      *  posting branch the other, so neither balances on its own.
      *  Each gets an inter-branch line on the side it is short of;
      *  the two lines are equal and opposite across the bank.
       JOURNAL-INTER-BRANCH.
           MOVE WS-RUN-DATE TO GJ-DATE
           MOVE WS-JRNL-TYPE TO GJ-TRAN-TYPE
           MOVE WS-JRNL-SEQ TO GJ-SOURCE-SEQ
           MOVE WS-JRNL-AMOUNT TO GJ-AMOUNT
           MOVE WS-IB-GL-ACCOUNT TO GJ-GL-ACCOUNT
           MOVE WS-CUST-BRANCH TO GJ-BRANCH
           IF WS-JRNL-DRCR = 'D'
               MOVE 'C' TO GJ-DRCR
           ELSE
               MOVE 'D' TO GJ-DRCR
           END-IF
           WRITE GLJRNL-RECORD

           MOVE WS-CONTRA-BRANCH TO GJ-BRANCH
           IF WS-JRNL-DRCR = 'D'
               MOVE 'D' TO GJ-DRCR
           ELSE
               MOVE 'C' TO GJ-DRCR
           END-IF
           WRITE GLJRNL-RECORD

           ADD WS-JRNL-AMOUNT TO WS-DEBIT-TOTAL
           ADD WS-JRNL-AMOUNT TO WS-CREDIT-TOTAL
           ADD WS-JRNL-AMOUNT TO WS-IB-TOTAL
           ADD 1 TO WS-IB-COUNT.

      *  An account no longer on the master (closed and purged) is
      *  booked wholly at the posting branch, in baht.
       GET-HOME-BRANCH.
           MOVE WS-CONTRA-BRANCH TO WS-CUST-BRANCH
           MOVE "THB" TO WS-JRNL-CURRENCY
           MOVE TRANSLOG-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNT-BRANCH = SPACE
                       MOVE "0001" TO WS-CUST-BRANCH
                   ELSE
                       MOVE ACCOUNT-BRANCH TO WS-CUST-BRANCH
                   END-IF
                   IF CURRENCY-CODE NOT = SPACE
                       MOVE CURRENCY-CODE TO WS-JRNL-CURRENCY
                   END-IF
           END-READ.

       LOAD-CLOSED-PERIODS.
           MOVE 0 TO WS-LAST-CLOSED
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GLPERIOD-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GLPERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF GP-PERIOD > WS-LAST-CLOSED
                           MOVE GP-PERIOD TO WS-LAST-CLOSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPERIOD-FILE.

       FIND-POSTING-MAP.
           IF WS-GC-TYPE(WS-GC-SUB) = WS-JRNL-TYPE
              AND WS-GC-DRCR(WS-GC-SUB) = WS-JRNL-DRCR
               MOVE 'Y' TO WS-GC-MATCH
               MOVE WS-GC-SUB TO WS-GC-IDX
           END-IF.
