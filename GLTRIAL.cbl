      *              a loud flag with return code 8 when the day's
      *              debits and credits do not net to zero so the
      *              accountant investigates before the books move on.
      *              Each branch's own trial balance is shown first,
      *              then the bank-wide one, with the inter-branch
      *              settlement account proved to net to zero.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 GJ-AMOUNT              PIC 9(10)V99.
           05 GJ-TRAN-TYPE           PIC X(1).
           05 GJ-SOURCE-SEQ          PIC 9(8).
           05 GJ-BRANCH              PIC X(4).
           05 GJ-CURRENCY            PIC X(3).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
       01  WS-GL-IDX        PIC 9(2) VALUE 0.
       01  WS-GL-MATCH      PIC X VALUE 'N'.

      *  Per-branch, per-GL-account accumulators, and the branches
      *  seen with their own debit and credit totals. A journal line
      *  with no branch belongs to the head office, 0001.
       01  WS-BG-TABLE.
           05 WS-BG-ENTRY OCCURS 300 TIMES.
               10 WS-BG-BRANCH    PIC X(4).
               10 WS-BG-ACCOUNT   PIC X(8).
               10 WS-BG-DEBITS    PIC 9(12)V99.
               10 WS-BG-CREDITS   PIC 9(12)V99.
       01  WS-BG-COUNT      PIC 9(3) VALUE 0.
       01  WS-BG-SUB        PIC 9(3) VALUE 0.
       01  WS-BG-IDX        PIC 9(3) VALUE 0.
       01  WS-BT-TABLE.
           05 WS-BT-ENTRY OCCURS 50 TIMES.
               10 WS-BT-BRANCH    PIC X(4).
               10 WS-BT-DEBITS    PIC 9(12)V99.
               10 WS-BT-CREDITS   PIC 9(12)V99.
       01  WS-BT-COUNT      PIC 9(2) VALUE 0.
       01  WS-BT-SUB        PIC 9(2) VALUE 0.
       01  WS-BT-IDX        PIC 9(2) VALUE 0.
       01  WS-LINE-BRANCH   PIC X(4) VALUE SPACE.

      *  Inter-branch settlement account GLPOST balances cross-branch
      *  postings through; its debits and credits must agree.
       01  WS-IB-GL-ACCOUNT PIC X(8) VALUE "IBSETL".
       01  WS-IB-DEBITS     PIC 9(12)V99 VALUE 0.
       01  WS-IB-CREDITS    PIC 9(12)V99 VALUE 0.

       01  WS-LINE-COUNT    PIC 9(6) VALUE 0.
       01  WS-DEBIT-TOTAL   PIC 9(12)V99 VALUE 0.
       01  WS-CREDIT-TOTAL  PIC 9(12)V99 VALUE 0.
               STOP RUN
           END-IF

           PERFORM PRINT-BRANCH-TRIAL
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT

           DISPLAY " ".
           DISPLAY "BANK-WIDE TRIAL BALANCE FOR " WS-RUN-DATE.
           DISPLAY "GL ACCOUNT          DEBITS             CREDITS".
           DISPLAY "----------------------------------------------".
           PERFORM PRINT-GL-LINE
               DISPLAY "** INVESTIGATE BEFORE CLOSING THE BOOKS **"
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-IB-DEBITS TO WS-TOTAL-DISP
           MOVE WS-IB-CREDITS TO WS-TOTAL2-DISP
           DISPLAY "INTER-BRANCH" WS-TOTAL-DISP "  " WS-TOTAL2-DISP
           COMPUTE WS-NET-DIFF = WS-IB-DEBITS - WS-IB-CREDITS
           IF WS-NET-DIFF = 0
               DISPLAY "INTER-BRANCH SETTLEMENT NETS TO ZERO"
           ELSE
               MOVE WS-NET-DIFF TO WS-DIFF-DISP
               DISPLAY "** INTER-BRANCH SETTLEMENT OFF BY "
                   WS-DIFF-DISP " **"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "==============================================".

           STOP RUN.
           ELSE
               ADD GJ-AMOUNT TO WS-GL-CREDITS(WS-GL-IDX)
               ADD GJ-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           IF GJ-GL-ACCOUNT = WS-IB-GL-ACCOUNT
               IF GJ-DRCR = 'D'
                   ADD GJ-AMOUNT TO WS-IB-DEBITS
               ELSE
                   ADD GJ-AMOUNT TO WS-IB-CREDITS
               END-IF
           END-IF
           PERFORM TALLY-BRANCH-LINE.

       TALLY-BRANCH-LINE.
           MOVE GJ-BRANCH TO WS-LINE-BRANCH
           IF WS-LINE-BRANCH = SPACE
               MOVE "0001" TO WS-LINE-BRANCH
           END-IF

           MOVE 'N' TO WS-GL-MATCH
           PERFORM FIND-BRANCH-SLOT
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > WS-BT-COUNT
           IF WS-GL-MATCH = 'N'
               IF WS-BT-COUNT >= 50
                   DISPLAY "(MORE THAN 50 BRANCHES - BRANCH TOTALS "
                       "INCOMPLETE)"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BT-COUNT
               MOVE WS-BT-COUNT TO WS-BT-IDX
               MOVE WS-LINE-BRANCH TO WS-BT-BRANCH(WS-BT-IDX)
               MOVE 0 TO WS-BT-DEBITS(WS-BT-IDX)
               MOVE 0 TO WS-BT-CREDITS(WS-BT-IDX)
           END-IF

           MOVE 'N' TO WS-GL-MATCH
           PERFORM FIND-BRANCH-GL-SLOT
               VARYING WS-BG-SUB FROM 1 BY 1
               UNTIL WS-BG-SUB > WS-BG-COUNT
           IF WS-GL-MATCH = 'N'
               IF WS-BG-COUNT >= 300
                   DISPLAY "(MORE THAN 300 BRANCH GL LINES - BRANCH "
                       "TOTALS INCOMPLETE)"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BG-COUNT
               MOVE WS-BG-COUNT TO WS-BG-IDX
               MOVE WS-LINE-BRANCH TO WS-BG-BRANCH(WS-BG-IDX)
               MOVE GJ-GL-ACCOUNT TO WS-BG-ACCOUNT(WS-BG-IDX)
               MOVE 0 TO WS-BG-DEBITS(WS-BG-IDX)
               MOVE 0 TO WS-BG-CREDITS(WS-BG-IDX)
           END-IF

           IF GJ-DRCR = 'D'
               ADD GJ-AMOUNT TO WS-BG-DEBITS(WS-BG-IDX)
               ADD GJ-AMOUNT TO WS-BT-DEBITS(WS-BT-IDX)
           ELSE
               ADD GJ-AMOUNT TO WS-BG-CREDITS(WS-BG-IDX)
               ADD GJ-AMOUNT TO WS-BT-CREDITS(WS-BT-IDX)
           END-IF.

       FIND-BRANCH-SLOT.
           IF WS-BT-BRANCH(WS-BT-SUB) = WS-LINE-BRANCH
               MOVE 'Y' TO WS-GL-MATCH
               MOVE WS-BT-SUB TO WS-BT-IDX
           END-IF.

       FIND-BRANCH-GL-SLOT.
           IF WS-BG-BRANCH(WS-BG-SUB) = WS-LINE-BRANCH
              AND WS-BG-ACCOUNT(WS-BG-SUB) = GJ-GL-ACCOUNT
               MOVE 'Y' TO WS-GL-MATCH
               MOVE WS-BG-SUB TO WS-BG-IDX
           END-IF.

      *  A branch out of balance is flagged like the bank-wide
      *  figures: the inter-branch lines GLPOST writes should leave
      *  every branch square.
       PRINT-BRANCH-TRIAL.
           MOVE WS-BT-BRANCH(WS-BT-SUB) TO WS-LINE-BRANCH
           DISPLAY " ".
           DISPLAY "BRANCH " WS-LINE-BRANCH " TRIAL BALANCE FOR "
               WS-RUN-DATE.
           DISPLAY "GL ACCOUNT          DEBITS             CREDITS".
           DISPLAY "----------------------------------------------".
           PERFORM PRINT-BRANCH-GL-LINE
               VARYING WS-BG-SUB FROM 1 BY 1
               UNTIL WS-BG-SUB > WS-BG-COUNT
           DISPLAY "----------------------------------------------".
           MOVE WS-BT-DEBITS(WS-BT-SUB) TO WS-TOTAL-DISP
           MOVE WS-BT-CREDITS(WS-BT-SUB) TO WS-TOTAL2-DISP
           DISPLAY "TOTALS    " WS-TOTAL-DISP "  " WS-TOTAL2-DISP.
           COMPUTE WS-NET-DIFF =
               WS-BT-DEBITS(WS-BT-SUB) - WS-BT-CREDITS(WS-BT-SUB)
           IF WS-NET-DIFF NOT = 0
               MOVE WS-NET-DIFF TO WS-DIFF-DISP
               DISPLAY "** BRANCH " WS-LINE-BRANCH
                   " OUT OF BALANCE BY " WS-DIFF-DISP " **"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PRINT-BRANCH-GL-LINE.
           IF WS-BG-BRANCH(WS-BG-SUB) NOT = WS-LINE-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BG-DEBITS(WS-BG-SUB) TO WS-TOTAL-DISP
           MOVE WS-BG-CREDITS(WS-BG-SUB) TO WS-TOTAL2-DISP
           DISPLAY WS-BG-ACCOUNT(WS-BG-SUB) "  " WS-TOTAL-DISP
               "  " WS-TOTAL2-DISP.

       FIND-GL-SLOT.
           IF WS-GL-ACCOUNT(WS-GL-SUB) = GJ-GL-ACCOUNT
               MOVE 'Y' TO WS-GL-MATCH
