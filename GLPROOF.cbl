      ******************************************************************
      * Author:      GL to Subledger Proof
      * Date:        2026
      * Purpose:     Nightly proof that the general-ledger control
      *              accounts agree with the master files behind
      *              them: customer deposits against ACCOUNT.dat
      *              BALANCE currency by currency, loans receivable
      *              against LOANMAST.dat LN-OUTSTANDING, term
      *              deposits against the principal of active
      *              TERMDEP.dat deposits, and WHT payable against the
      *              tax in WHTDETL.dat. GLCTRL.dat names each control
      *              account, its ledger and (for deposits) currency,
      *              and carries its GL balance forward: the balance
      *              keyed at take-on plus every day's GLJRNL movement
      *              since. Each run rolls the balance on to the
      *              business date, prints the GL against the
      *              subledger with the difference, and when anything
      *              is out lists the items that explain it - postings
      *              of the day missing from the journal, postings
      *              dated after the proof date, and deposits in a
      *              currency with no control account. A rerun for
      *              the same date starts again from the previous
      *              day's balance.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Control accounts and their carried GL balances.
           SELECT OPTIONAL GLCTRL-FILE ASSIGN TO "GLCTRL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLJRNL-FILE ASSIGN USING WS-GLJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO.
           SELECT OPTIONAL LOANMAST-FILE ASSIGN TO "LOANMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERMDEP-FILE ASSIGN TO "TERMDEP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WHTDETL-FILE ASSIGN TO "WHTDETL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  Ledger DEPO customer deposits (one line per currency), LOAN
      *  loans receivable, TDEP term deposits, WHTP WHT payable.
      *  GT-BALANCE is the GL balance at the close of GT-BAL-DATE on
      *  the account's normal side (debit for LOAN, credit for the
      *  rest); GT-PRIOR-DATE / GT-PRIOR-BALANCE hold the one before
      *  it so the same date can be proved again.
       FD  GLCTRL-FILE.
       01  GLCTRL-RECORD.
           05 GT-GL-ACCOUNT          PIC X(8).
           05 GT-LEDGER              PIC X(4).
           05 GT-CURRENCY            PIC X(3).
           05 GT-BAL-DATE            PIC 9(8).
           05 GT-BALANCE             PIC S9(12)V99
                                     SIGN LEADING SEPARATE.
           05 GT-PRIOR-DATE          PIC 9(8).
           05 GT-PRIOR-BALANCE       PIC S9(12)V99
                                     SIGN LEADING SEPARATE.

       FD  GLJRNL-FILE.
       01  GLJRNL-RECORD.
           05 GJ-DATE                PIC 9(8).
           05 GJ-GL-ACCOUNT          PIC X(8).
           05 GJ-DRCR                PIC X(1).
           05 GJ-AMOUNT              PIC 9(10)V99.
           05 GJ-TRAN-TYPE           PIC X(1).
           05 GJ-SOURCE-SEQ          PIC 9(8).
           05 GJ-BRANCH              PIC X(4).
           05 GJ-CURRENCY            PIC X(3).

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

       FD  WHTDETL-FILE.
       01  WHTDETL-RECORD.
           05 WHT-DATE               PIC 9(8).
           05 WHT-ACCOUNT-NO         PIC X(10).
           05 WHT-GROSS              PIC 9(8)V99.
           05 WHT-TAX                PIC 9(8)V99.

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

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-RUN-MODE       PIC X VALUE 'R'.

       01  WS-RUN-DATE       PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-GLJ-FILENAME   PIC X(30) VALUE SPACE.

      *  Control accounts loaded whole and written back with their
      *  balances rolled on, the way OPERMNT rewrites TELLEROP.dat.
       01  WS-GT-TABLE.
           05 WS-GT-ENTRY OCCURS 50 TIMES.
               10 WS-GT-GL-ACCOUNT    PIC X(8).
               10 WS-GT-LEDGER        PIC X(4).
               10 WS-GT-CURRENCY      PIC X(3).
               10 WS-GT-BAL-DATE      PIC 9(8).
               10 WS-GT-BALANCE       PIC S9(12)V99.
               10 WS-GT-PRIOR-DATE    PIC 9(8).
               10 WS-GT-PRIOR-BALANCE PIC S9(12)V99.
               10 WS-GT-START-DATE    PIC 9(8).
               10 WS-GT-OPENING       PIC S9(12)V99.
               10 WS-GT-MOVEMENT      PIC S9(12)V99.
               10 WS-GT-SUBLEDGER     PIC S9(12)V99.
               10 WS-GT-SKIP          PIC X(1).
       01  WS-GT-COUNT      PIC 9(2) VALUE 0.
       01  WS-GT-SUB        PIC 9(2) VALUE 0.
       01  WS-GT-IDX        PIC 9(2) VALUE 0.
       01  WS-GT-MATCH      PIC X VALUE 'N'.

      *  Maintenance-mode entry fields
       01  WS-NEW-GL-ACCOUNT PIC X(8) VALUE SPACE.
       01  WS-NEW-LEDGER     PIC X(4) VALUE SPACE.
       01  WS-NEW-CURRENCY   PIC X(3) VALUE SPACE.
       01  WS-NEW-BAL-DATE   PIC 9(8) VALUE 0.
       01  WS-NEW-BALANCE    PIC S9(12)V99 VALUE 0.

      *  Journal days read: from the earliest control's first unrolled
      *  day up to the proof date.
       01  WS-FIRST-INT      PIC 9(7) VALUE 0.
       01  WS-DAY-INT        PIC 9(7) VALUE 0.
       01  WS-RUN-INT        PIC 9(7) VALUE 0.
       01  WS-START-INT      PIC 9(7) VALUE 0.
       01  WS-DAY-DATE       PIC 9(8) VALUE 0.
       01  WS-LINE-CURRENCY  PIC X(3) VALUE SPACE.
       01  WS-LINE-AMOUNT    PIC S9(12)V99 VALUE 0.
       01  WS-RUN-JRNL-LINES PIC 9(6) VALUE 0.

      *  Posting sequences on the proof date's journal, to find the
      *  day's postings that never reached the GL.
       01  WS-JS-TABLE.
           05 WS-JS-SEQ OCCURS 5000 TIMES PIC 9(8).
       01  WS-JS-COUNT      PIC 9(4) VALUE 0.
       01  WS-JS-SUB        PIC 9(4) VALUE 0.
       01  WS-JS-FOUND      PIC X VALUE 'N'.

      *  Deposits held in a currency with no DEPO control account
       01  WS-UC-TABLE.
           05 WS-UC-ENTRY OCCURS 20 TIMES.
               10 WS-UC-CURRENCY   PIC X(3).
               10 WS-UC-COUNT      PIC 9(6).
               10 WS-UC-TOTAL      PIC S9(12)V99.
       01  WS-UC-COUNT-USED PIC 9(2) VALUE 0.
       01  WS-UC-SUB        PIC 9(2) VALUE 0.
       01  WS-UC-IDX        PIC 9(2) VALUE 0.

      *  Subledger items dated after the proof date
       01  WS-LATE-LOANS     PIC 9(6) VALUE 0.
       01  WS-LATE-LOAN-AMT  PIC 9(12)V99 VALUE 0.
       01  WS-LATE-TDS       PIC 9(6) VALUE 0.
       01  WS-LATE-TD-AMT    PIC 9(12)V99 VALUE 0.
       01  WS-LATE-WHT       PIC 9(6) VALUE 0.
       01  WS-LATE-WHT-AMT   PIC 9(12)V99 VALUE 0.

       01  WS-ACCT-CURRENCY  PIC X(3) VALUE SPACE.
       01  WS-DIFFERENCE     PIC S9(12)V99 VALUE 0.
       01  WS-BREAK-COUNT    PIC 9(2) VALUE 0.
       01  WS-ITEM-COUNT     PIC 9(6) VALUE 0.
       01  WS-ITEM-TAG       PIC X(10) VALUE SPACE.

       01  WS-SIGNED-DISP    PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED2-DISP   PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFF-DISP      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-TOTAL-DISP     PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   GL TO SUBLEDGER PROOF                      ".
           DISPLAY "==============================================".
           DISPLAY "ENTER MODE - (R)UN OR (M)AINTAIN CONTROLS : "
           ACCEPT WS-RUN-MODE

           EVALUATE WS-RUN-MODE
               WHEN 'M' WHEN 'm'
                   PERFORM MAINTAIN-CONTROL
               WHEN OTHER
                   PERFORM PROOF-RUN
           END-EVALUATE

           STOP RUN.

      *  Register a control account, or re-key one, with its take-on
      *  balance: the GL balance at the close of the take-on date.
       MAINTAIN-CONTROL.
           DISPLAY "GL CONTROL ACCOUNT : "
           ACCEPT WS-NEW-GL-ACCOUNT
           DISPLAY "LEDGER - DEPO, LOAN, TDEP OR WHTP : "
           ACCEPT WS-NEW-LEDGER
           MOVE FUNCTION UPPER-CASE(WS-NEW-LEDGER) TO WS-NEW-LEDGER
           MOVE SPACE TO WS-NEW-CURRENCY
           IF WS-NEW-LEDGER = "DEPO"
               DISPLAY "DEPOSIT CURRENCY (E.G. THB) : "
               ACCEPT WS-NEW-CURRENCY
               MOVE FUNCTION UPPER-CASE(WS-NEW-CURRENCY)
                   TO WS-NEW-CURRENCY
               IF WS-NEW-CURRENCY = SPACE
                   MOVE "THB" TO WS-NEW-CURRENCY
               END-IF
           END-IF
           DISPLAY "TAKE-ON DATE (YYYYMMDD) : "
           ACCEPT WS-NEW-BAL-DATE
           DISPLAY "GL BALANCE AT CLOSE OF THAT DATE : "
           ACCEPT WS-NEW-BALANCE
           IF WS-NEW-GL-ACCOUNT = SPACE OR WS-NEW-BAL-DATE = 0
               DISPLAY "GL ACCOUNT AND TAKE-ON DATE ARE REQUIRED"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-LEDGER NOT = "DEPO" AND NOT = "LOAN"
              AND NOT = "TDEP" AND NOT = "WHTP"
               DISPLAY "LEDGER MUST BE DEPO, LOAN, TDEP OR WHTP"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CONTROL-TABLE
           MOVE 'N' TO WS-GT-MATCH
           PERFORM FIND-NEW-CONTROL
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-COUNT
           IF WS-GT-MATCH = 'N'
               IF WS-GT-COUNT >= 50
                   DISPLAY "CONTROL TABLE FULL - ENTRY IGNORED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GT-COUNT
               MOVE WS-GT-COUNT TO WS-GT-IDX
           END-IF
           MOVE WS-NEW-GL-ACCOUNT TO WS-GT-GL-ACCOUNT(WS-GT-IDX)
           MOVE WS-NEW-LEDGER     TO WS-GT-LEDGER(WS-GT-IDX)
           MOVE WS-NEW-CURRENCY   TO WS-GT-CURRENCY(WS-GT-IDX)
           MOVE WS-NEW-BAL-DATE   TO WS-GT-BAL-DATE(WS-GT-IDX)
           MOVE WS-NEW-BALANCE    TO WS-GT-BALANCE(WS-GT-IDX)
           MOVE 0                 TO WS-GT-PRIOR-DATE(WS-GT-IDX)
           MOVE 0                 TO WS-GT-PRIOR-BALANCE(WS-GT-IDX)
           PERFORM REWRITE-CONTROL-FILE
           DISPLAY "CONTROL ACCOUNT " WS-NEW-GL-ACCOUNT " RECORDED".

       FIND-NEW-CONTROL.
           IF WS-GT-GL-ACCOUNT(WS-GT-SUB) = WS-NEW-GL-ACCOUNT
              AND WS-GT-CURRENCY(WS-GT-SUB) = WS-NEW-CURRENCY
               MOVE 'Y' TO WS-GT-MATCH
               MOVE WS-GT-SUB TO WS-GT-IDX
           END-IF.

       PROOF-RUN.
           DISPLAY "PROOF DATE (YYYYMMDD, 0 = BUSINESS DATE) : "
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = 0
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE = 0
               DISPLAY "NO BUSINESS DATE ON FILE AND NONE KEYED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CONTROL-TABLE
           IF WS-GT-COUNT = 0
               DISPLAY "NO CONTROL ACCOUNTS ON FILE - MAINTAIN THEM"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-FIRST-INT = WS-RUN-INT + 1
           PERFORM SET-CONTROL-START
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-COUNT

           MOVE 0 TO WS-JS-COUNT
           MOVE 0 TO WS-RUN-JRNL-LINES
           PERFORM READ-DAY-JOURNAL
               VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT > WS-RUN-INT
           IF WS-RUN-JRNL-LINES = 0
               PERFORM LOAD-RUN-DATE-SEQS
           END-IF
           IF WS-RUN-JRNL-LINES = 0
               DISPLAY "NO GL JOURNAL FOR " WS-RUN-DATE
                   " - HAS GLPOST RUN?"
           END-IF

           PERFORM TOTAL-DEPOSITS
           PERFORM TOTAL-LOANS
           PERFORM TOTAL-TERM-DEPOSITS
           PERFORM TOTAL-WHT-PAYABLE

           DISPLAY " ".
           DISPLAY "PROOF AS AT " WS-RUN-DATE.
           DISPLAY "GL ACCT  LEDGER CCY        GL BALANCE"
               "         SUBLEDGER        DIFFERENCE".
           DISPLAY "----------------------------------------------"
               "------------------------------".
           MOVE 0 TO WS-BREAK-COUNT
           PERFORM PRINT-CONTROL-LINE
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-COUNT
           DISPLAY "----------------------------------------------"
               "------------------------------".
           IF WS-BREAK-COUNT = 0
               DISPLAY "ALL CONTROL ACCOUNTS AGREE WITH THEIR "
                   "SUBLEDGERS"
           ELSE
               DISPLAY "** " WS-BREAK-COUNT
                   " CONTROL ACCOUNT(S) OUT OF AGREEMENT **"
               PERFORM LIST-EXPLAINING-ITEMS
           END-IF

           PERFORM ROLL-CONTROL-BALANCE
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-COUNT
           PERFORM REWRITE-CONTROL-FILE
           DISPLAY "==============================================".

      *  Where this control's GL balance starts from. A balance
      *  already rolled to the proof date is proved again from the
      *  one before it; one rolled past it cannot be proved back.
       SET-CONTROL-START.
           MOVE 'N' TO WS-GT-SKIP(WS-GT-SUB)
           MOVE 0 TO WS-GT-MOVEMENT(WS-GT-SUB)
           MOVE 0 TO WS-GT-SUBLEDGER(WS-GT-SUB)
           EVALUATE TRUE
               WHEN WS-GT-BAL-DATE(WS-GT-SUB) < WS-RUN-DATE
                   MOVE WS-GT-BALANCE(WS-GT-SUB)
                       TO WS-GT-OPENING(WS-GT-SUB)
                   MOVE WS-GT-BAL-DATE(WS-GT-SUB) TO WS-DAY-DATE
               WHEN WS-GT-BAL-DATE(WS-GT-SUB) = WS-RUN-DATE
                AND WS-GT-PRIOR-DATE(WS-GT-SUB) > 0
                   MOVE WS-GT-PRIOR-BALANCE(WS-GT-SUB)
                       TO WS-GT-OPENING(WS-GT-SUB)
                   MOVE WS-GT-PRIOR-DATE(WS-GT-SUB) TO WS-DAY-DATE
               WHEN WS-GT-BAL-DATE(WS-GT-SUB) = WS-RUN-DATE
                   MOVE WS-GT-BALANCE(WS-GT-SUB)
                       TO WS-GT-OPENING(WS-GT-SUB)
                   MOVE WS-RUN-DATE TO WS-DAY-DATE
               WHEN OTHER
                   MOVE 'Y' TO WS-GT-SKIP(WS-GT-SUB)
                   DISPLAY "CONTROL " WS-GT-GL-ACCOUNT(WS-GT-SUB)
                       " ALREADY PROVED TO "
                       WS-GT-BAL-DATE(WS-GT-SUB) " - SKIPPED"
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) + 1
           COMPUTE WS-GT-START-DATE(WS-GT-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-START-INT)
           IF WS-START-INT < WS-FIRST-INT
               MOVE WS-START-INT TO WS-FIRST-INT
           END-IF.

      *  A missing day's journal (a holiday, or GLPOST not run) is
      *  simply a day with no movement.
       READ-DAY-JOURNAL.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE SPACE TO WS-GLJ-FILENAME
           STRING "GLJRNL." DELIMITED BY SIZE
                  WS-DAY-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-GLJ-FILENAME
           END-STRING
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GLJRNL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GLJRNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE GLJRNL-FILE.

       APPLY-JOURNAL-LINE.
           IF WS-DAY-DATE = WS-RUN-DATE
               ADD 1 TO WS-RUN-JRNL-LINES
               PERFORM STORE-JOURNAL-SEQ
           END-IF
           MOVE GJ-CURRENCY TO WS-LINE-CURRENCY
           IF WS-LINE-CURRENCY = SPACE
               MOVE "THB" TO WS-LINE-CURRENCY
           END-IF
           PERFORM APPLY-LINE-TO-CONTROL
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-COUNT.

      *  Movement on the control's normal side: debits raise a loan
      *  book, credits raise deposits, term deposits and tax owed.
       APPLY-LINE-TO-CONTROL.
           IF WS-GT-SKIP(WS-GT-SUB) = 'Y'
              OR WS-GT-GL-ACCOUNT(WS-GT-SUB) NOT = GJ-GL-ACCOUNT
              OR WS-DAY-DATE < WS-GT-START-DATE(WS-GT-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-GT-LEDGER(WS-GT-SUB) = "DEPO"
              AND WS-GT-CURRENCY(WS-GT-SUB) NOT = WS-LINE-CURRENCY
               EXIT PARAGRAPH
           END-IF
           MOVE GJ-AMOUNT TO WS-LINE-AMOUNT
           IF (WS-GT-LEDGER(WS-GT-SUB) = "LOAN" AND GJ-DRCR = 'C')
              OR (WS-GT-LEDGER(WS-GT-SUB) NOT = "LOAN"
                  AND GJ-DRCR = 'D')
               COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
           END-IF
           ADD WS-LINE-AMOUNT TO WS-GT-MOVEMENT(WS-GT-SUB).

       STORE-JOURNAL-SEQ.
           IF WS-JS-COUNT < 5000
               ADD 1 TO WS-JS-COUNT
               MOVE GJ-SOURCE-SEQ TO WS-JS-SEQ(WS-JS-COUNT)
           END-IF.

      *  Every control already rolled past the day before the proof
      *  date: the proof date's journal is still wanted for the
      *  missing-posting check.
       LOAD-RUN-DATE-SEQS.
           MOVE SPACE TO WS-GLJ-FILENAME
           STRING "GLJRNL." DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-GLJ-FILENAME
           END-STRING
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GLJRNL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GLJRNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RUN-JRNL-LINES
                       PERFORM STORE-JOURNAL-SEQ
               END-READ
           END-PERFORM
           CLOSE GLJRNL-FILE.

      *  Deposits by currency. A currency with no DEPO control is
      *  collected for the explaining items.
       TOTAL-DEPOSITS.
           MOVE 0 TO WS-UC-COUNT-USED
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM ADD-ACCOUNT-BALANCE
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       ADD-ACCOUNT-BALANCE.
           MOVE CURRENCY-CODE TO WS-ACCT-CURRENCY
           IF WS-ACCT-CURRENCY = SPACE
               MOVE "THB" TO WS-ACCT-CURRENCY
           END-IF
           MOVE 'N' TO WS-GT-MATCH
           PERFORM ADD-TO-DEPOSIT-CONTROL
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-COUNT
           IF WS-GT-MATCH = 'N'
               PERFORM ADD-UNCONTROLLED-CURRENCY
           END-IF.

       ADD-TO-DEPOSIT-CONTROL.
           IF WS-GT-LEDGER(WS-GT-SUB) = "DEPO"
              AND WS-GT-CURRENCY(WS-GT-SUB) = WS-ACCT-CURRENCY
               ADD BALANCE TO WS-GT-SUBLEDGER(WS-GT-SUB)
               MOVE 'Y' TO WS-GT-MATCH
           END-IF.

       ADD-UNCONTROLLED-CURRENCY.
           MOVE 0 TO WS-UC-IDX
           PERFORM FIND-UNCONTROLLED-SLOT
               VARYING WS-UC-SUB FROM 1 BY 1
               UNTIL WS-UC-SUB > WS-UC-COUNT-USED
           IF WS-UC-IDX = 0
               IF WS-UC-COUNT-USED >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UC-COUNT-USED
               MOVE WS-UC-COUNT-USED TO WS-UC-IDX
               MOVE WS-ACCT-CURRENCY TO WS-UC-CURRENCY(WS-UC-IDX)
               MOVE 0 TO WS-UC-COUNT(WS-UC-IDX)
               MOVE 0 TO WS-UC-TOTAL(WS-UC-IDX)
           END-IF
           ADD 1 TO WS-UC-COUNT(WS-UC-IDX)
           ADD BALANCE TO WS-UC-TOTAL(WS-UC-IDX).

       FIND-UNCONTROLLED-SLOT.
           IF WS-UC-CURRENCY(WS-UC-SUB) = WS-ACCT-CURRENCY
               MOVE WS-UC-SUB TO WS-UC-IDX
           END-IF.

       TOTAL-LOANS.
           MOVE 0 TO WS-LATE-LOANS
           MOVE 0 TO WS-LATE-LOAN-AMT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOANMAST-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LOANMAST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LN-STATUS NOT = 'C'
                           PERFORM ADD-LOAN-OUTSTANDING
                               VARYING WS-GT-SUB FROM 1 BY 1
                               UNTIL WS-GT-SUB > WS-GT-COUNT
                           IF LN-OPEN-DATE > WS-RUN-DATE
                               ADD 1 TO WS-LATE-LOANS
                               ADD LN-OUTSTANDING TO WS-LATE-LOAN-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANMAST-FILE.

       ADD-LOAN-OUTSTANDING.
           IF WS-GT-LEDGER(WS-GT-SUB) = "LOAN"
               ADD LN-OUTSTANDING TO WS-GT-SUBLEDGER(WS-GT-SUB)
           END-IF.

       TOTAL-TERM-DEPOSITS.
           MOVE 0 TO WS-LATE-TDS
           MOVE 0 TO WS-LATE-TD-AMT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TERMDEP-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TERMDEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TD-STATUS = 'A'
                           PERFORM ADD-TD-PRINCIPAL
                               VARYING WS-GT-SUB FROM 1 BY 1
                               UNTIL WS-GT-SUB > WS-GT-COUNT
                           IF TD-OPEN-DATE > WS-RUN-DATE
                               ADD 1 TO WS-LATE-TDS
                               ADD TD-PRINCIPAL TO WS-LATE-TD-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP-FILE.

       ADD-TD-PRINCIPAL.
           IF WS-GT-LEDGER(WS-GT-SUB) = "TDEP"
               ADD TD-PRINCIPAL TO WS-GT-SUBLEDGER(WS-GT-SUB)
           END-IF.

       TOTAL-WHT-PAYABLE.
           MOVE 0 TO WS-LATE-WHT
           MOVE 0 TO WS-LATE-WHT-AMT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WHTDETL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WHTDETL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM ADD-WHT-TAX
                           VARYING WS-GT-SUB FROM 1 BY 1
                           UNTIL WS-GT-SUB > WS-GT-COUNT
                       IF WHT-DATE > WS-RUN-DATE
                           ADD 1 TO WS-LATE-WHT
                           ADD WHT-TAX TO WS-LATE-WHT-AMT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WHTDETL-FILE.

       ADD-WHT-TAX.
           IF WS-GT-LEDGER(WS-GT-SUB) = "WHTP"
               ADD WHT-TAX TO WS-GT-SUBLEDGER(WS-GT-SUB)
           END-IF.

       PRINT-CONTROL-LINE.
           IF WS-GT-SKIP(WS-GT-SUB) = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFFERENCE =
               WS-GT-OPENING(WS-GT-SUB) + WS-GT-MOVEMENT(WS-GT-SUB)
               - WS-GT-SUBLEDGER(WS-GT-SUB)
           COMPUTE WS-SIGNED-DISP =
               WS-GT-OPENING(WS-GT-SUB) + WS-GT-MOVEMENT(WS-GT-SUB)
           MOVE WS-GT-SUBLEDGER(WS-GT-SUB) TO WS-SIGNED2-DISP
           MOVE WS-DIFFERENCE TO WS-DIFF-DISP
           IF WS-DIFFERENCE = 0
               DISPLAY WS-GT-GL-ACCOUNT(WS-GT-SUB) " "
                   WS-GT-LEDGER(WS-GT-SUB) "   "
                   WS-GT-CURRENCY(WS-GT-SUB) " " WS-SIGNED-DISP
                   " " WS-SIGNED2-DISP " " WS-DIFF-DISP "  AGREED"
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY WS-GT-GL-ACCOUNT(WS-GT-SUB) " "
                   WS-GT-LEDGER(WS-GT-SUB) "   "
                   WS-GT-CURRENCY(WS-GT-SUB) " " WS-SIGNED-DISP
                   " " WS-SIGNED2-DISP " " WS-DIFF-DISP "  BREAK"
           END-IF.

      *  What usually lies behind a break: a posting of the day the
      *  journal does not carry (unmapped, or made after GLPOST ran),
      *  a posting or subledger item dated after the proof date, and
      *  deposits in a currency no control account covers.
       LIST-EXPLAINING-ITEMS.
           DISPLAY " ".
           DISPLAY "ITEMS THAT MAY EXPLAIN THE DIFFERENCES".
           DISPLAY "SEQ      ACCOUNT    DATE     TY DC        AMOUNT"
               "  REASON".
           DISPLAY "----------------------------------------------"
               "------------------------------".
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-POSTING-ITEM
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE

           PERFORM PRINT-UNCONTROLLED-CURRENCY
               VARYING WS-UC-SUB FROM 1 BY 1
               UNTIL WS-UC-SUB > WS-UC-COUNT-USED
           IF WS-LATE-LOANS > 0
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-LATE-LOAN-AMT TO WS-TOTAL-DISP
               DISPLAY "LOANS OPENED AFTER PROOF DATE   : "
                   WS-LATE-LOANS " " WS-TOTAL-DISP
           END-IF
           IF WS-LATE-TDS > 0
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-LATE-TD-AMT TO WS-TOTAL-DISP
               DISPLAY "DEPOSITS OPENED AFTER PROOF DATE: "
                   WS-LATE-TDS " " WS-TOTAL-DISP
           END-IF
           IF WS-LATE-WHT > 0
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-LATE-WHT-AMT TO WS-TOTAL-DISP
               DISPLAY "TAX WITHHELD AFTER PROOF DATE   : "
                   WS-LATE-WHT " " WS-TOTAL-DISP
           END-IF
           IF WS-ITEM-COUNT = 0
               DISPLAY "NO EXPLAINING ITEMS FOUND - INVESTIGATE THE "
                   "TAKE-ON BALANCES AND GLCHART MAPPINGS"
           END-IF.

       CHECK-POSTING-ITEM.
           IF TRANSLOG-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF TRANSLOG-DATE > WS-RUN-DATE
               MOVE "POST AFTER" TO WS-ITEM-TAG
               PERFORM PRINT-POSTING-ITEM
               EXIT PARAGRAPH
           END-IF
           IF TRANSLOG-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-JS-FOUND
           PERFORM FIND-JOURNAL-SEQ
               VARYING WS-JS-SUB FROM 1 BY 1
               UNTIL WS-JS-SUB > WS-JS-COUNT OR WS-JS-FOUND = 'Y'
           IF WS-JS-FOUND = 'N'
               MOVE "NOT IN GL " TO WS-ITEM-TAG
               PERFORM PRINT-POSTING-ITEM
           END-IF.

       FIND-JOURNAL-SEQ.
           IF WS-JS-SEQ(WS-JS-SUB) = TRANSLOG-POSTING-SEQ
               MOVE 'Y' TO WS-JS-FOUND
           END-IF.

       PRINT-POSTING-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE TRANSLOG-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY TRANSLOG-POSTING-SEQ " " TRANSLOG-ACCOUNT-NO " "
               TRANSLOG-DATE " " TRANSLOG-TYPE "  " TRANSLOG-DRCR
               " " WS-AMOUNT-DISP "  " WS-ITEM-TAG.

       PRINT-UNCONTROLLED-CURRENCY.
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-UC-TOTAL(WS-UC-SUB) TO WS-TOTAL-DISP
           DISPLAY "DEPOSITS IN " WS-UC-CURRENCY(WS-UC-SUB)
               " WITH NO CONTROL ACCOUNT: " WS-UC-COUNT(WS-UC-SUB)
               " ACCOUNTS " WS-TOTAL-DISP.

      *  The GL balance moves on to the proof date whatever the
      *  subledger says; the break stays on the report until found.
       ROLL-CONTROL-BALANCE.
           IF WS-GT-SKIP(WS-GT-SUB) = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-GT-BAL-DATE(WS-GT-SUB) < WS-RUN-DATE
               MOVE WS-GT-BAL-DATE(WS-GT-SUB)
                   TO WS-GT-PRIOR-DATE(WS-GT-SUB)
               MOVE WS-GT-BALANCE(WS-GT-SUB)
                   TO WS-GT-PRIOR-BALANCE(WS-GT-SUB)
           END-IF
           MOVE WS-RUN-DATE TO WS-GT-BAL-DATE(WS-GT-SUB)
           COMPUTE WS-GT-BALANCE(WS-GT-SUB) =
               WS-GT-OPENING(WS-GT-SUB) + WS-GT-MOVEMENT(WS-GT-SUB).

       LOAD-CONTROL-TABLE.
           MOVE 0 TO WS-GT-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GLCTRL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GLCTRL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-GT-COUNT < 50
                           ADD 1 TO WS-GT-COUNT
                           PERFORM STORE-CONTROL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLCTRL-FILE.

       STORE-CONTROL-ENTRY.
           MOVE GT-GL-ACCOUNT    TO WS-GT-GL-ACCOUNT(WS-GT-COUNT)
           MOVE GT-LEDGER        TO WS-GT-LEDGER(WS-GT-COUNT)
           MOVE GT-CURRENCY      TO WS-GT-CURRENCY(WS-GT-COUNT)
           MOVE GT-BAL-DATE      TO WS-GT-BAL-DATE(WS-GT-COUNT)
           MOVE GT-BALANCE       TO WS-GT-BALANCE(WS-GT-COUNT)
           MOVE GT-PRIOR-DATE    TO WS-GT-PRIOR-DATE(WS-GT-COUNT)
           MOVE GT-PRIOR-BALANCE TO WS-GT-PRIOR-BALANCE(WS-GT-COUNT).

       REWRITE-CONTROL-FILE.
           OPEN OUTPUT GLCTRL-FILE
           PERFORM WRITE-CONTROL-SLOT
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-COUNT
           CLOSE GLCTRL-FILE.

       WRITE-CONTROL-SLOT.
           MOVE WS-GT-GL-ACCOUNT(WS-GT-SUB)    TO GT-GL-ACCOUNT
           MOVE WS-GT-LEDGER(WS-GT-SUB)        TO GT-LEDGER
           MOVE WS-GT-CURRENCY(WS-GT-SUB)      TO GT-CURRENCY
           MOVE WS-GT-BAL-DATE(WS-GT-SUB)      TO GT-BAL-DATE
           MOVE WS-GT-BALANCE(WS-GT-SUB)       TO GT-BALANCE
           MOVE WS-GT-PRIOR-DATE(WS-GT-SUB)    TO GT-PRIOR-DATE
           MOVE WS-GT-PRIOR-BALANCE(WS-GT-SUB) TO GT-PRIOR-BALANCE
           WRITE GLCTRL-RECORD.


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
       END PROGRAM GLPROOF.
