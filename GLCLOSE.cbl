      ******************************************************************
      * Author:      General Ledger Period Close
      * Date:        2026
      * Purpose:     Month-end and year-end close of the general
      *              ledger. Every GLJRNL.YYYYMMDD.dat journal of the
      *              month is rolled into the GL balance file
      *              GLBAL.dat - opening, debits, credits and closing
      *              per GL account, the opening being the previous
      *              closed month's closing - and the month is written
      *              to GLPERIOD.dat, after which GLPOST refuses to
      *              rebuild any journal dated in it. Months are closed
      *              in order and only once the business date has moved
      *              past them. Closing the last month of the financial
      *              year also closes every income and expense account
      *              to retained earnings. Each close prints the
      *              balance sheet and income statement, grouped by the
      *              account class (asset, liability, equity, income,
      *              expense) each GL account carries on GLCHART.dat;
      *              the statements of any closed month can be printed
      *              again from GLBAL.dat.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLCHART-FILE ASSIGN TO "GLCHART.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLJRNL-FILE ASSIGN USING WS-GLJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *  GL balances per account per closed month.
           SELECT OPTIONAL GLBAL-FILE ASSIGN TO "GLBAL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Closed months; GLPOST will not journal into one.
           SELECT OPTIONAL GLPERIOD-FILE ASSIGN TO "GLPERIOD.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  Class of each GL account: A asset, L liability, E equity,
      *  I income, X expense.
       FD  GLCHART-FILE.
       01  GLCHART-RECORD.
           05 GC-TRAN-TYPE           PIC X(1).
           05 GC-DRCR                PIC X(1).
           05 GC-DEBIT-GL            PIC X(8).
           05 GC-CREDIT-GL           PIC X(8).
           05 GC-DESC                PIC X(20).
           05 GC-DEBIT-CLASS         PIC X(1).
           05 GC-CREDIT-CLASS        PIC X(1).

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

      *  Balances are debit-positive. GB-CLOSE-ENTRY is the year-end
      *  transfer of income and expense to retained earnings, so
      *  GB-CLOSING = GB-OPENING + GB-DEBITS - GB-CREDITS
      *  + GB-CLOSE-ENTRY.
       FD  GLBAL-FILE.
       01  GLBAL-RECORD.
           05 GB-PERIOD              PIC 9(6).
           05 GB-GL-ACCOUNT          PIC X(8).
           05 GB-CLASS               PIC X(1).
           05 GB-OPENING             PIC S9(12)V99
                                     SIGN LEADING SEPARATE.
           05 GB-DEBITS              PIC 9(12)V99.
           05 GB-CREDITS             PIC 9(12)V99.
           05 GB-CLOSE-ENTRY         PIC S9(12)V99
                                     SIGN LEADING SEPARATE.
           05 GB-CLOSING             PIC S9(12)V99
                                     SIGN LEADING SEPARATE.

      *  GP-CLOSE-TYPE M month-end, Y year-end.
       FD  GLPERIOD-FILE.
       01  GLPERIOD-RECORD.
           05 GP-PERIOD              PIC 9(6).
           05 GP-CLOSE-TYPE          PIC X(1).
           05 GP-CLOSED-ON           PIC 9(8).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-RUN-MODE       PIC X VALUE 'C'.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-GLJ-FILENAME   PIC X(30) VALUE SPACE.

      *  Last month of the financial year, and the accounts the
      *  ledger itself owns: retained earnings receives the year's
      *  result, and the inter-branch account (an asset that nets to
      *  zero) needs no chart entry.
       01  WS-YEAR-END-MONTH PIC 9(2) VALUE 12.
       01  WS-RE-GL-ACCOUNT  PIC X(8) VALUE "RETEARN".
       01  WS-IB-GL-ACCOUNT  PIC X(8) VALUE "IBSETL".

       01  WS-PERIOD.
           05 WS-PERIOD-YEAR     PIC 9(4).
           05 WS-PERIOD-MONTH    PIC 9(2).
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD PIC 9(6).
       01  WS-NEXT-PERIOD.
           05 WS-NEXT-YEAR       PIC 9(4).
           05 WS-NEXT-MONTH      PIC 9(2).
       01  WS-NEXT-PERIOD-NUM REDEFINES WS-NEXT-PERIOD PIC 9(6).
       01  WS-KEYED-PERIOD   PIC 9(6) VALUE 0.
       01  WS-LAST-CLOSED    PIC 9(6) VALUE 0.
       01  WS-CLOSE-TYPE     PIC X(1) VALUE 'M'.
       01  WS-PERIOD-FOUND   PIC X VALUE 'N'.

       01  WS-WORK-DATE      PIC 9(8) VALUE 0.
       01  WS-START-INT      PIC 9(7) VALUE 0.
       01  WS-END-INT        PIC 9(7) VALUE 0.
       01  WS-DAY-INT        PIC 9(7) VALUE 0.
       01  WS-DAY-DATE       PIC 9(8) VALUE 0.
       01  WS-PERIOD-END     PIC 9(8) VALUE 0.
       01  WS-JRNL-DAYS      PIC 9(3) VALUE 0.
       01  WS-DAY-LINES      PIC 9(6) VALUE 0.

      *  Account classes taken from the chart; the latest chart line
      *  naming an account with a class wins.
       01  WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 100 TIMES.
               10 WS-CL-ACCOUNT   PIC X(8).
               10 WS-CL-CLASS     PIC X(1).
       01  WS-CL-COUNT      PIC 9(3) VALUE 0.
       01  WS-CL-SUB        PIC 9(3) VALUE 0.
       01  WS-CL-IDX        PIC 9(3) VALUE 0.
       01  WS-CL-KEY-ACCOUNT PIC X(8) VALUE SPACE.
       01  WS-CL-KEY-CLASS   PIC X(1) VALUE SPACE.

      *  The month's ledger, one slot per GL account.
       01  WS-GB-TABLE.
           05 WS-GB-ENTRY OCCURS 100 TIMES.
               10 WS-GB-ACCOUNT      PIC X(8).
               10 WS-GB-CLASS        PIC X(1).
               10 WS-GB-OPENING      PIC S9(12)V99.
               10 WS-GB-DEBITS       PIC 9(12)V99.
               10 WS-GB-CREDITS      PIC 9(12)V99.
               10 WS-GB-CLOSE-ENTRY  PIC S9(12)V99.
               10 WS-GB-CLOSING      PIC S9(12)V99.
       01  WS-GB-COUNT      PIC 9(3) VALUE 0.
       01  WS-GB-SUB        PIC 9(3) VALUE 0.
       01  WS-GB-IDX        PIC 9(3) VALUE 0.
       01  WS-GB-KEY        PIC X(8) VALUE SPACE.
       01  WS-GB-FULL       PIC X VALUE 'N'.

       01  WS-DEBIT-TOTAL    PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL   PIC 9(13)V99 VALUE 0.
       01  WS-UNCLASSED      PIC 9(3) VALUE 0.
       01  WS-YEAR-RESULT    PIC S9(12)V99 VALUE 0.

      *  Statement working fields, on each section's natural side
       01  WS-CLASS-WANTED   PIC X(1) VALUE SPACE.
       01  WS-LINE-AMOUNT    PIC S9(12)V99 VALUE 0.
       01  WS-LINE-PERIOD    PIC S9(12)V99 VALUE 0.
       01  WS-SECTION-TOTAL  PIC S9(12)V99 VALUE 0.
       01  WS-SECTION-PERIOD PIC S9(12)V99 VALUE 0.
       01  WS-ASSET-TOTAL    PIC S9(12)V99 VALUE 0.
       01  WS-LIAB-TOTAL     PIC S9(12)V99 VALUE 0.
       01  WS-EQUITY-TOTAL   PIC S9(12)V99 VALUE 0.
       01  WS-INCOME-TOTAL   PIC S9(12)V99 VALUE 0.
       01  WS-INCOME-PERIOD  PIC S9(12)V99 VALUE 0.
       01  WS-EXPENSE-TOTAL  PIC S9(12)V99 VALUE 0.
       01  WS-EXPENSE-PERIOD PIC S9(12)V99 VALUE 0.
       01  WS-PROFIT-YTD     PIC S9(12)V99 VALUE 0.
       01  WS-PROFIT-PERIOD  PIC S9(12)V99 VALUE 0.
       01  WS-FUNDING-TOTAL  PIC S9(12)V99 VALUE 0.

       01  WS-AMOUNT-DISP    PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-PERIOD-DISP    PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISP     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   GENERAL LEDGER PERIOD CLOSE                ".
           DISPLAY "==============================================".
           DISPLAY "ENTER MODE - (C)LOSE A MONTH OR (P)RINT A "
               "CLOSED MONTH : "
           ACCEPT WS-RUN-MODE

           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-CLOSED-PERIODS

           EVALUATE WS-RUN-MODE
               WHEN 'P' WHEN 'p'
                   PERFORM REPRINT-PERIOD
               WHEN OTHER
                   PERFORM CLOSE-PERIOD
           END-EVALUATE

           STOP RUN.

      *  The month to close defaults to the month before the business
      *  date. It must follow the last closed month and be over.
       CLOSE-PERIOD.
           DISPLAY "MONTH TO CLOSE (YYYYMM, 0 = LAST MONTH) : "
           ACCEPT WS-KEYED-PERIOD
           IF WS-KEYED-PERIOD = 0
               IF WS-BUSINESS-DATE = 0
                   DISPLAY "NO BUSINESS DATE ON FILE AND NONE KEYED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
           ELSE
               MOVE WS-KEYED-PERIOD TO WS-PERIOD-NUM
           END-IF
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "INVALID MONTH " WS-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PERIOD-NUM NOT > WS-LAST-CLOSED
               DISPLAY "MONTH " WS-PERIOD " IS ALREADY CLOSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-CLOSED > 0
               MOVE WS-LAST-CLOSED TO WS-NEXT-PERIOD-NUM
               PERFORM STEP-NEXT-PERIOD
               IF WS-PERIOD-NUM NOT = WS-NEXT-PERIOD-NUM
                   DISPLAY "MONTH " WS-NEXT-PERIOD
                       " MUST BE CLOSED FIRST"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM SET-PERIOD-DATES
           IF WS-BUSINESS-DATE NOT > WS-PERIOD-END
               DISPLAY "MONTH " WS-PERIOD " IS NOT OVER - BUSINESS "
                   "DATE IS " WS-BUSINESS-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-MONTH = WS-YEAR-END-MONTH
               MOVE 'Y' TO WS-CLOSE-TYPE
           ELSE
               MOVE 'M' TO WS-CLOSE-TYPE
           END-IF

           PERFORM LOAD-CLASS-TABLE
           MOVE 0 TO WS-GB-COUNT
           MOVE 'N' TO WS-GB-FULL
           IF WS-LAST-CLOSED > 0
               PERFORM LOAD-OPENING-BALANCES
           END-IF

           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           MOVE 0 TO WS-JRNL-DAYS
           PERFORM READ-DAY-JOURNAL
               VARYING WS-DAY-INT FROM WS-START-INT BY 1
               UNTIL WS-DAY-INT > WS-END-INT
           IF WS-GB-FULL = 'Y'
               DISPLAY "MORE THAN 100 GL ACCOUNTS - CLOSE ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-UNCLASSED
           PERFORM CLASSIFY-ACCOUNT
               VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT
           IF WS-UNCLASSED > 0
               DISPLAY WS-UNCLASSED " GL ACCOUNT(S) HAVE NO CLASS - "
                   "SET THEM THROUGH GLPOST CHART MAINTENANCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISP
               DISPLAY "MONTH DEBITS  : " WS-TOTAL-DISP
               MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISP
               DISPLAY "MONTH CREDITS : " WS-TOTAL-DISP
               DISPLAY "** JOURNALS DO NOT BALANCE - CLOSE ABANDONED **"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SET-CLOSING-BALANCE
               VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT
           IF WS-CLOSE-TYPE = 'Y'
               PERFORM CLOSE-YEAR-TO-RETAINED
           END-IF

           PERFORM WRITE-PERIOD-BALANCES
           OPEN EXTEND GLPERIOD-FILE
               MOVE WS-PERIOD-NUM    TO GP-PERIOD
               MOVE WS-CLOSE-TYPE    TO GP-CLOSE-TYPE
               MOVE WS-BUSINESS-DATE TO GP-CLOSED-ON
               WRITE GLPERIOD-RECORD
           CLOSE GLPERIOD-FILE

           DISPLAY " ".
           DISPLAY "MONTH " WS-PERIOD " CLOSED FROM " WS-JRNL-DAYS
               " DAY(S) OF JOURNALS".
           IF WS-CLOSE-TYPE = 'Y'
               MOVE WS-YEAR-RESULT TO WS-AMOUNT-DISP
               DISPLAY "YEAR-END: INCOME AND EXPENSE CLOSED TO "
                   WS-RE-GL-ACCOUNT " " WS-AMOUNT-DISP
           END-IF
           PERFORM PRINT-STATEMENTS.

       REPRINT-PERIOD.
           DISPLAY "CLOSED MONTH TO PRINT (YYYYMM, 0 = LAST CLOSED) : "
           ACCEPT WS-KEYED-PERIOD
           IF WS-KEYED-PERIOD = 0
               MOVE WS-LAST-CLOSED TO WS-KEYED-PERIOD
           END-IF
           MOVE WS-KEYED-PERIOD TO WS-PERIOD-NUM
           PERFORM FIND-CLOSED-PERIOD
           IF WS-PERIOD-FOUND = 'N'
               DISPLAY "MONTH " WS-PERIOD " HAS NOT BEEN CLOSED"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GB-COUNT
           MOVE 'N' TO WS-GB-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GLBAL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GLBAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF GB-PERIOD = WS-PERIOD-NUM
                           MOVE GB-GL-ACCOUNT TO WS-GB-KEY
                           PERFORM FIND-OR-ADD-ACCOUNT
                           IF WS-GB-IDX > 0
                               PERFORM STORE-BALANCE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLBAL-FILE
           PERFORM PRINT-STATEMENTS.

       STORE-BALANCE-RECORD.
           MOVE GB-CLASS       TO WS-GB-CLASS(WS-GB-IDX)
           MOVE GB-OPENING     TO WS-GB-OPENING(WS-GB-IDX)
           MOVE GB-DEBITS      TO WS-GB-DEBITS(WS-GB-IDX)
           MOVE GB-CREDITS     TO WS-GB-CREDITS(WS-GB-IDX)
           MOVE GB-CLOSE-ENTRY TO WS-GB-CLOSE-ENTRY(WS-GB-IDX)
           MOVE GB-CLOSING     TO WS-GB-CLOSING(WS-GB-IDX).

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

       FIND-CLOSED-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GLPERIOD-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GLPERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF GP-PERIOD = WS-PERIOD-NUM
                           MOVE 'Y' TO WS-PERIOD-FOUND
                           MOVE GP-CLOSE-TYPE TO WS-CLOSE-TYPE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPERIOD-FILE.

       STEP-NEXT-PERIOD.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.

      *  First and last day of the month, as day numbers.
       SET-PERIOD-DATES.
           COMPUTE WS-WORK-DATE = WS-PERIOD-NUM * 100 + 1
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           MOVE WS-PERIOD-NUM TO WS-NEXT-PERIOD-NUM
           PERFORM STEP-NEXT-PERIOD
           COMPUTE WS-WORK-DATE = WS-NEXT-PERIOD-NUM * 100 + 1
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(WS-END-INT).

       LOAD-CLASS-TABLE.
           MOVE 0 TO WS-CL-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GLCHART-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GLCHART-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GC-DEBIT-GL TO WS-CL-KEY-ACCOUNT
                       MOVE GC-DEBIT-CLASS TO WS-CL-KEY-CLASS
                       PERFORM STORE-ACCOUNT-CLASS
                       MOVE GC-CREDIT-GL TO WS-CL-KEY-ACCOUNT
                       MOVE GC-CREDIT-CLASS TO WS-CL-KEY-CLASS
                       PERFORM STORE-ACCOUNT-CLASS
               END-READ
           END-PERFORM
           CLOSE GLCHART-FILE.

       STORE-ACCOUNT-CLASS.
           IF WS-CL-KEY-ACCOUNT = SPACE OR WS-CL-KEY-CLASS = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CL-IDX
           PERFORM FIND-CLASS-SLOT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-COUNT
           IF WS-CL-IDX = 0
               IF WS-CL-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-CL-IDX
               MOVE WS-CL-KEY-ACCOUNT TO WS-CL-ACCOUNT(WS-CL-IDX)
           END-IF
           MOVE WS-CL-KEY-CLASS TO WS-CL-CLASS(WS-CL-IDX).

       FIND-CLASS-SLOT.
           IF WS-CL-ACCOUNT(WS-CL-SUB) = WS-CL-KEY-ACCOUNT
               MOVE WS-CL-SUB TO WS-CL-IDX
           END-IF.

      *  The previous month's closing balances open this one; an
      *  account closed out at year-end opens at zero.
       LOAD-OPENING-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GLBAL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GLBAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF GB-PERIOD = WS-LAST-CLOSED
                           MOVE GB-GL-ACCOUNT TO WS-GB-KEY
                           PERFORM FIND-OR-ADD-ACCOUNT
                           IF WS-GB-IDX > 0
                               MOVE GB-CLASS TO WS-GB-CLASS(WS-GB-IDX)
                               MOVE GB-CLOSING
                                   TO WS-GB-OPENING(WS-GB-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLBAL-FILE.

      *  A missing day's journal (a holiday) adds nothing.
       READ-DAY-JOURNAL.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE SPACE TO WS-GLJ-FILENAME
           STRING "GLJRNL." DELIMITED BY SIZE
                  WS-DAY-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-GLJ-FILENAME
           END-STRING
           MOVE 0 TO WS-DAY-LINES
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GLJRNL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GLJRNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DAY-LINES
                       PERFORM ADD-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE GLJRNL-FILE
           IF WS-DAY-LINES > 0
               ADD 1 TO WS-JRNL-DAYS
           END-IF.

       ADD-JOURNAL-LINE.
           MOVE GJ-GL-ACCOUNT TO WS-GB-KEY
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-GB-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF GJ-DRCR = 'D'
               ADD GJ-AMOUNT TO WS-GB-DEBITS(WS-GB-IDX)
               ADD GJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GJ-AMOUNT TO WS-GB-CREDITS(WS-GB-IDX)
               ADD GJ-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       FIND-OR-ADD-ACCOUNT.
           MOVE 0 TO WS-GB-IDX
           PERFORM FIND-ACCOUNT-SLOT
               VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT
           IF WS-GB-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GB-COUNT >= 100
               MOVE 'Y' TO WS-GB-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GB-COUNT
           MOVE WS-GB-COUNT TO WS-GB-IDX
           MOVE WS-GB-KEY TO WS-GB-ACCOUNT(WS-GB-IDX)
           MOVE SPACE TO WS-GB-CLASS(WS-GB-IDX)
           MOVE 0 TO WS-GB-OPENING(WS-GB-IDX)
           MOVE 0 TO WS-GB-DEBITS(WS-GB-IDX)
           MOVE 0 TO WS-GB-CREDITS(WS-GB-IDX)
           MOVE 0 TO WS-GB-CLOSE-ENTRY(WS-GB-IDX)
           MOVE 0 TO WS-GB-CLOSING(WS-GB-IDX).

       FIND-ACCOUNT-SLOT.
           IF WS-GB-ACCOUNT(WS-GB-SUB) = WS-GB-KEY
               MOVE WS-GB-SUB TO WS-GB-IDX
           END-IF.

      *  The chart's class wins over the one carried forward, so a
      *  re-classed account moves section from the next close.
       CLASSIFY-ACCOUNT.
           MOVE WS-GB-ACCOUNT(WS-GB-SUB) TO WS-CL-KEY-ACCOUNT
           MOVE 0 TO WS-CL-IDX
           PERFORM FIND-CLASS-SLOT
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-COUNT
           IF WS-CL-IDX > 0
               MOVE WS-CL-CLASS(WS-CL-IDX) TO WS-GB-CLASS(WS-GB-SUB)
           END-IF
           IF WS-GB-CLASS(WS-GB-SUB) = SPACE
               EVALUATE WS-GB-ACCOUNT(WS-GB-SUB)
                   WHEN WS-IB-GL-ACCOUNT
                       MOVE 'A' TO WS-GB-CLASS(WS-GB-SUB)
                   WHEN WS-RE-GL-ACCOUNT
                       MOVE 'E' TO WS-GB-CLASS(WS-GB-SUB)
               END-EVALUATE
           END-IF
           IF WS-GB-CLASS(WS-GB-SUB) NOT = 'A' AND NOT = 'L'
              AND NOT = 'E' AND NOT = 'I' AND NOT = 'X'
               ADD 1 TO WS-UNCLASSED
               DISPLAY "GL ACCOUNT " WS-GB-ACCOUNT(WS-GB-SUB)
                   " HAS NO ACCOUNT CLASS"
           END-IF.

       SET-CLOSING-BALANCE.
           MOVE 0 TO WS-GB-CLOSE-ENTRY(WS-GB-SUB)
           COMPUTE WS-GB-CLOSING(WS-GB-SUB) =
               WS-GB-OPENING(WS-GB-SUB) + WS-GB-DEBITS(WS-GB-SUB)
               - WS-GB-CREDITS(WS-GB-SUB).

      *  Every income and expense account is brought to zero and the
      *  net of them all lands in retained earnings, so the new year
      *  opens with only balance-sheet accounts.
       CLOSE-YEAR-TO-RETAINED.
           MOVE 0 TO WS-YEAR-RESULT
           PERFORM CLOSE-ONE-RESULT-ACCOUNT
               VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT
           MOVE WS-RE-GL-ACCOUNT TO WS-GB-KEY
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-GB-IDX = 0
               DISPLAY "NO ROOM FOR " WS-RE-GL-ACCOUNT
                   " - CLOSE ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'E' TO WS-GB-CLASS(WS-GB-IDX)
           ADD WS-YEAR-RESULT TO WS-GB-CLOSE-ENTRY(WS-GB-IDX)
           ADD WS-YEAR-RESULT TO WS-GB-CLOSING(WS-GB-IDX).

       CLOSE-ONE-RESULT-ACCOUNT.
           IF WS-GB-CLASS(WS-GB-SUB) = 'I' OR 'X'
               ADD WS-GB-CLOSING(WS-GB-SUB) TO WS-YEAR-RESULT
               COMPUTE WS-GB-CLOSE-ENTRY(WS-GB-SUB) =
                   0 - WS-GB-CLOSING(WS-GB-SUB)
               MOVE 0 TO WS-GB-CLOSING(WS-GB-SUB)
           END-IF.

       WRITE-PERIOD-BALANCES.
           OPEN EXTEND GLBAL-FILE
           PERFORM WRITE-BALANCE-SLOT
               VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT
           CLOSE GLBAL-FILE.

       WRITE-BALANCE-SLOT.
           MOVE WS-PERIOD-NUM                TO GB-PERIOD
           MOVE WS-GB-ACCOUNT(WS-GB-SUB)     TO GB-GL-ACCOUNT
           MOVE WS-GB-CLASS(WS-GB-SUB)       TO GB-CLASS
           MOVE WS-GB-OPENING(WS-GB-SUB)     TO GB-OPENING
           MOVE WS-GB-DEBITS(WS-GB-SUB)      TO GB-DEBITS
           MOVE WS-GB-CREDITS(WS-GB-SUB)     TO GB-CREDITS
           MOVE WS-GB-CLOSE-ENTRY(WS-GB-SUB) TO GB-CLOSE-ENTRY
           MOVE WS-GB-CLOSING(WS-GB-SUB)     TO GB-CLOSING
           WRITE GLBAL-RECORD.

      *  Balance sheet at the month's closing balances, then the
      *  income statement for the month and the year to date. Before
      *  year-end the year's result so far is not yet in retained
      *  earnings, so it is shown as its own line under equity.
       PRINT-STATEMENTS.
           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "   BALANCE SHEET AS AT MONTH " WS-PERIOD.
           DISPLAY "==============================================".
           DISPLAY "ASSETS".
           MOVE 'A' TO WS-CLASS-WANTED
           PERFORM PRINT-BALANCE-SECTION
           MOVE WS-SECTION-TOTAL TO WS-ASSET-TOTAL
           MOVE WS-ASSET-TOTAL TO WS-AMOUNT-DISP
           DISPLAY "  TOTAL ASSETS                  " WS-AMOUNT-DISP.
           DISPLAY "LIABILITIES".
           MOVE 'L' TO WS-CLASS-WANTED
           PERFORM PRINT-BALANCE-SECTION
           MOVE WS-SECTION-TOTAL TO WS-LIAB-TOTAL
           MOVE WS-LIAB-TOTAL TO WS-AMOUNT-DISP
           DISPLAY "  TOTAL LIABILITIES             " WS-AMOUNT-DISP.
           DISPLAY "EQUITY".
           MOVE 'E' TO WS-CLASS-WANTED
           PERFORM PRINT-BALANCE-SECTION
           MOVE WS-SECTION-TOTAL TO WS-EQUITY-TOTAL

           MOVE 'I' TO WS-CLASS-WANTED
           PERFORM TOTAL-RESULT-SECTION
           MOVE WS-SECTION-TOTAL TO WS-INCOME-TOTAL
           MOVE WS-SECTION-PERIOD TO WS-INCOME-PERIOD
           MOVE 'X' TO WS-CLASS-WANTED
           PERFORM TOTAL-RESULT-SECTION
           MOVE WS-SECTION-TOTAL TO WS-EXPENSE-TOTAL
           MOVE WS-SECTION-PERIOD TO WS-EXPENSE-PERIOD
           COMPUTE WS-PROFIT-YTD = WS-INCOME-TOTAL - WS-EXPENSE-TOTAL
           COMPUTE WS-PROFIT-PERIOD =
               WS-INCOME-PERIOD - WS-EXPENSE-PERIOD
           IF WS-CLOSE-TYPE NOT = 'Y'
               MOVE WS-PROFIT-YTD TO WS-AMOUNT-DISP
               DISPLAY "  CURRENT YEAR RESULT           " WS-AMOUNT-DISP
               ADD WS-PROFIT-YTD TO WS-EQUITY-TOTAL
           END-IF
           MOVE WS-EQUITY-TOTAL TO WS-AMOUNT-DISP
           DISPLAY "  TOTAL EQUITY                  " WS-AMOUNT-DISP.
           COMPUTE WS-FUNDING-TOTAL = WS-LIAB-TOTAL + WS-EQUITY-TOTAL
           MOVE WS-FUNDING-TOTAL TO WS-AMOUNT-DISP
           DISPLAY "TOTAL LIABILITIES AND EQUITY    " WS-AMOUNT-DISP.
           IF WS-FUNDING-TOTAL = WS-ASSET-TOTAL
               DISPLAY "BALANCE SHEET BALANCES"
           ELSE
               DISPLAY "** BALANCE SHEET DOES NOT BALANCE **"
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "   INCOME STATEMENT FOR MONTH " WS-PERIOD.
           DISPLAY "==============================================".
           DISPLAY "                                      MONTH"
               "      YEAR TO DATE".
           DISPLAY "INCOME".
           MOVE 'I' TO WS-CLASS-WANTED
           PERFORM PRINT-RESULT-SECTION
           MOVE WS-INCOME-PERIOD TO WS-PERIOD-DISP
           MOVE WS-INCOME-TOTAL TO WS-AMOUNT-DISP
           DISPLAY "  TOTAL INCOME        " WS-PERIOD-DISP " "
               WS-AMOUNT-DISP.
           DISPLAY "EXPENSES".
           MOVE 'X' TO WS-CLASS-WANTED
           PERFORM PRINT-RESULT-SECTION
           MOVE WS-EXPENSE-PERIOD TO WS-PERIOD-DISP
           MOVE WS-EXPENSE-TOTAL TO WS-AMOUNT-DISP
           DISPLAY "  TOTAL EXPENSES      " WS-PERIOD-DISP " "
               WS-AMOUNT-DISP.
           MOVE WS-PROFIT-PERIOD TO WS-PERIOD-DISP
           MOVE WS-PROFIT-YTD TO WS-AMOUNT-DISP
           DISPLAY "NET PROFIT (LOSS)     " WS-PERIOD-DISP " "
               WS-AMOUNT-DISP.
           DISPLAY "==============================================".

      *  Assets are shown debit-positive, liabilities and equity
      *  credit-positive.
       PRINT-BALANCE-SECTION.
           MOVE 0 TO WS-SECTION-TOTAL
           PERFORM PRINT-BALANCE-LINE
               VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT.

       PRINT-BALANCE-LINE.
           IF WS-GB-CLASS(WS-GB-SUB) NOT = WS-CLASS-WANTED
               EXIT PARAGRAPH
           END-IF
           IF WS-CLASS-WANTED = 'A'
               MOVE WS-GB-CLOSING(WS-GB-SUB) TO WS-LINE-AMOUNT
           ELSE
               COMPUTE WS-LINE-AMOUNT = 0 - WS-GB-CLOSING(WS-GB-SUB)
           END-IF
           ADD WS-LINE-AMOUNT TO WS-SECTION-TOTAL
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "  " WS-GB-ACCOUNT(WS-GB-SUB)
               "                      " WS-AMOUNT-DISP.

      *  Income credit-positive, expenses debit-positive. The year to
      *  date is the balance before any year-end transfer.
       TOTAL-RESULT-SECTION.
           MOVE 0 TO WS-SECTION-TOTAL
           MOVE 0 TO WS-SECTION-PERIOD
           PERFORM ADD-RESULT-LINE
               VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT.

       PRINT-RESULT-SECTION.
           PERFORM PRINT-RESULT-LINE
               VARYING WS-GB-SUB FROM 1 BY 1
               UNTIL WS-GB-SUB > WS-GB-COUNT.

       ADD-RESULT-LINE.
           IF WS-GB-CLASS(WS-GB-SUB) NOT = WS-CLASS-WANTED
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-RESULT-AMOUNTS
           ADD WS-LINE-AMOUNT TO WS-SECTION-TOTAL
           ADD WS-LINE-PERIOD TO WS-SECTION-PERIOD.

       PRINT-RESULT-LINE.
           IF WS-GB-CLASS(WS-GB-SUB) NOT = WS-CLASS-WANTED
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-RESULT-AMOUNTS
           MOVE WS-LINE-PERIOD TO WS-PERIOD-DISP
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "  " WS-GB-ACCOUNT(WS-GB-SUB) "            "
               WS-PERIOD-DISP " " WS-AMOUNT-DISP.

       SET-RESULT-AMOUNTS.
           COMPUTE WS-LINE-AMOUNT =
               WS-GB-CLOSING(WS-GB-SUB) - WS-GB-CLOSE-ENTRY(WS-GB-SUB)
           COMPUTE WS-LINE-PERIOD =
               WS-GB-DEBITS(WS-GB-SUB) - WS-GB-CREDITS(WS-GB-SUB)
           IF WS-CLASS-WANTED = 'I'
               COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
               COMPUTE WS-LINE-PERIOD = 0 - WS-LINE-PERIOD
           END-IF.


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
       END PROGRAM GLCLOSE.
