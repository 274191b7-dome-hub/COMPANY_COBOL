       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
      *  One drawer record per operator per business day.
           SELECT OPTIONAL DRAWER-FILE ASSIGN TO "DRAWER.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  DRAWER-FILE.
       01  DRAWER-RECORD.
           05 DW-FLOAT               PIC 9(8)V99.
           05 DW-CASH-IN             PIC 9(8)V99.
           05 DW-CASH-OUT            PIC 9(8)V99.
           05 DW-BRANCH              PIC X(4).

      *  Operator file owned by OPERMNT.
       FD  TELLEROP-FILE.
           05 OP-PW-DATE             PIC 9(8).
           05 OP-FORCE-CHANGE        PIC X(1).
           05 OP-FAILED-LOGINS       PIC 9(1).
           05 OP-BRANCH              PIC X(4).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
       01  WS-OPERATOR-PW    PIC X(8) VALUE SPACE.
       01  WS-OPERATOR-NAME  PIC X(20) VALUE SPACE.
       01  WS-OPERATOR-ROLE  PIC X(1) VALUE SPACE.
       01  WS-OPERATOR-BRANCH PIC X(4) VALUE SPACE.
       01  WS-SIGNON-OK      PIC X VALUE 'N'.

      *  Operators loaded whole so the failed count, lock status and
      *  forced password changes can be written back.
       01  WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES.
               10 WS-OP-RECORD   PIC X(52).
       01  WS-OP-COUNT      PIC 9(2) VALUE 0.
       01  WS-OP-SUB        PIC 9(2) VALUE 0.
       01  WS-OP-IDX        PIC 9(2) VALUE 0.
           05 WS-OPW-PW-DATE      PIC 9(8).
           05 WS-OPW-FORCE-CHANGE PIC X(1).
           05 WS-OPW-FAILED       PIC 9(1).
           05 WS-OPW-BRANCH       PIC X(4).

       01  WS-MAX-OP-FAILS   PIC 9(1) VALUE 3.
       01  WS-PW-EXPIRY-DAYS PIC 9(3) VALUE 90.
      *  operator can change and the file be written back.
       01  WS-DW-TABLE.
           05 WS-DW-ENTRY OCCURS 100 TIMES.
               10 WS-DW-RECORD   PIC X(50).
       01  WS-DW-COUNT      PIC 9(3) VALUE 0.
       01  WS-DW-SUB        PIC 9(3) VALUE 0.
       01  WS-DW-IDX        PIC 9(3) VALUE 0.
           05 WS-DWW-FLOAT       PIC 9(8)V99.
           05 WS-DWW-CASH-IN     PIC 9(8)V99.
           05 WS-DWW-CASH-OUT    PIC 9(8)V99.
           05 WS-DWW-BRANCH      PIC X(4).

      *  Branches with a drawer today, proved one after the other
       01  WS-BRP-TABLE.
           05 WS-BRP-CODE OCCURS 50 TIMES PIC X(4).
       01  WS-BRP-COUNT     PIC 9(2) VALUE 0.
       01  WS-BRP-SUB       PIC 9(2) VALUE 0.
       01  WS-BRP-MATCH     PIC X VALUE 'N'.
       01  WS-PROOF-BRANCH  PIC X(4) VALUE SPACE.
       01  WS-BR-DRAWERS    PIC 9(3) VALUE 0.
       01  WS-BR-FLOAT      PIC 9(10)V99 VALUE 0.
       01  WS-BR-CASH-IN    PIC 9(10)V99 VALUE 0.
       01  WS-BR-CASH-OUT   PIC 9(10)V99 VALUE 0.
       01  WS-BR-OVER-SHORT PIC S9(10)V99 VALUE 0.
       01  WS-ALL-OVER-SHORT PIC S9(10)V99 VALUE 0.

       01  WS-NEW-AMOUNT    PIC 9(8)V99 VALUE 0.
       01  WS-TODAY-DATE    PIC 9(8) VALUE 0.
               MOVE 0 TO WS-DWW-FLOAT
               MOVE 0 TO WS-DWW-CASH-IN
               MOVE 0 TO WS-DWW-CASH-OUT
               MOVE WS-OPERATOR-BRANCH TO WS-DWW-BRANCH
           END-IF.

       SAVE-TODAYS-DRAWER.
      *  to what TRANSLOG says that operator originated - type 'P'
      *  closure payouts and type 'A' adjustments carry the operator
      *  in the counterparty column. Recorded cash out short of the
      *  postings is a SHORT; over them is an OVER. Drawers are
      *  proved branch by branch with the branch's counter cash and
      *  over/short under each, and the bank-wide over/short last.
       COUNTER-CASH-PROOF.
           PERFORM LOAD-DRAWER-TABLE
           MOVE 0 TO WS-PROVED-COUNT
           MOVE 0 TO WS-ALL-OVER-SHORT
           MOVE 0 TO WS-BRP-COUNT
           PERFORM COLLECT-DRAWER-BRANCH
               VARYING WS-DW-SUB FROM 1 BY 1
               UNTIL WS-DW-SUB > WS-DW-COUNT
           DISPLAY " ".
           DISPLAY "COUNTER CASH PROOF FOR " WS-TODAY-DATE
           PERFORM PROVE-ONE-BRANCH
               VARYING WS-BRP-SUB FROM 1 BY 1
               UNTIL WS-BRP-SUB > WS-BRP-COUNT
           DISPLAY "=============================================="
           IF WS-PROVED-COUNT = 0
               DISPLAY "NO DRAWERS RECORDED TODAY"
           ELSE
               DISPLAY "DRAWERS PROVED : " WS-PROVED-COUNT
               MOVE WS-ALL-OVER-SHORT TO WS-SIGNED-DISP
               DISPLAY "BANK-WIDE OVER (SHORT) : " WS-SIGNED-DISP
           END-IF.

      *  A drawer recorded before operators carried a branch is
      *  proved with the head office, 0001.
       COLLECT-DRAWER-BRANCH.
           MOVE WS-DW-RECORD(WS-DW-SUB) TO WS-DW-WORK
           IF WS-DWW-DATE NOT = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-DWW-BRANCH = SPACE
               MOVE "0001" TO WS-DWW-BRANCH
           END-IF
           MOVE 'N' TO WS-BRP-MATCH
           PERFORM FIND-PROOF-BRANCH
               VARYING WS-BRP-SUB FROM 1 BY 1
               UNTIL WS-BRP-SUB > WS-BRP-COUNT
           IF WS-BRP-MATCH = 'N' AND WS-BRP-COUNT < 50
               ADD 1 TO WS-BRP-COUNT
               MOVE WS-DWW-BRANCH TO WS-BRP-CODE(WS-BRP-COUNT)
           END-IF.

       FIND-PROOF-BRANCH.
           IF WS-BRP-CODE(WS-BRP-SUB) = WS-DWW-BRANCH
               MOVE 'Y' TO WS-BRP-MATCH
           END-IF.

       PROVE-ONE-BRANCH.
           MOVE WS-BRP-CODE(WS-BRP-SUB) TO WS-PROOF-BRANCH
           MOVE 0 TO WS-BR-DRAWERS
           MOVE 0 TO WS-BR-FLOAT
           MOVE 0 TO WS-BR-CASH-IN
           MOVE 0 TO WS-BR-CASH-OUT
           MOVE 0 TO WS-BR-OVER-SHORT
           DISPLAY "----------------------------------------------"
           DISPLAY "BRANCH " WS-PROOF-BRANCH
           DISPLAY "----------------------------------------------"
           PERFORM PROVE-ONE-DRAWER
               VARYING WS-DW-SUB FROM 1 BY 1
               UNTIL WS-DW-SUB > WS-DW-COUNT
           DISPLAY "BRANCH " WS-PROOF-BRANCH " TOTALS - "
               WS-BR-DRAWERS " DRAWERS"
           MOVE WS-BR-FLOAT TO WS-AMOUNT-DISP
           DISPLAY "  OPENING FLOAT        : " WS-AMOUNT-DISP
           MOVE WS-BR-CASH-IN TO WS-AMOUNT-DISP
           DISPLAY "  CASH IN (RECORDED)   : " WS-AMOUNT-DISP
           MOVE WS-BR-CASH-OUT TO WS-AMOUNT-DISP
           DISPLAY "  CASH OUT (RECORDED)  : " WS-AMOUNT-DISP
           MOVE WS-BR-OVER-SHORT TO WS-SIGNED-DISP
           DISPLAY "  OVER (SHORT)         : " WS-SIGNED-DISP.

       PROVE-ONE-DRAWER.
           MOVE WS-DW-RECORD(WS-DW-SUB) TO WS-DW-WORK
           IF WS-DWW-DATE NOT = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-DWW-BRANCH = SPACE
               MOVE "0001" TO WS-DWW-BRANCH
           END-IF
           IF WS-DWW-BRANCH NOT = WS-PROOF-BRANCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROVED-COUNT
           ADD 1 TO WS-BR-DRAWERS

           PERFORM TALLY-OPERATOR-POSTINGS

           COMPUTE WS-OVER-SHORT =
               (WS-DWW-CASH-IN - WS-SYS-CASH-IN)
               - (WS-DWW-CASH-OUT - WS-SYS-CASH-OUT)
           ADD WS-DWW-FLOAT TO WS-BR-FLOAT
           ADD WS-DWW-CASH-IN TO WS-BR-CASH-IN
           ADD WS-DWW-CASH-OUT TO WS-BR-CASH-OUT
           ADD WS-OVER-SHORT TO WS-BR-OVER-SHORT
           ADD WS-OVER-SHORT TO WS-ALL-OVER-SHORT

           DISPLAY "OPERATOR " WS-DWW-OP-ID
           MOVE WS-DWW-FLOAT TO WS-AMOUNT-DISP
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
           PERFORM REWRITE-OPERATOR-FILE
           MOVE 'Y' TO WS-SIGNON-OK
           MOVE WS-OPW-NAME TO WS-OPERATOR-NAME
           MOVE WS-OPW-ROLE TO WS-OPERATOR-ROLE
           MOVE WS-OPW-BRANCH TO WS-OPERATOR-BRANCH
           IF WS-OPERATOR-BRANCH = SPACE
               MOVE "0001" TO WS-OPERATOR-BRANCH
           END-IF.

      *  A forced change: keyed twice, must differ from the old one.
       CHANGE-OPERATOR-PASSWORD.
