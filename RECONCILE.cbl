               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL BALHIST-FILE ASSIGN TO "BALHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
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

      *>  ยอดปิดรายวันต่อบัญชีที่ EODSNAP เขียนไว้ ใช้เป็นยอดเปิด
      *>  ที่แน่นอนของวันนี้แทนการถอยจากรายการแรก
       01  BALHIST-RECORD.
           05 BH-ACCOUNT-NO          PIC X(10).
           05 BH-DATE                PIC 9(8).
           05 BH-BALANCE             PIC S9(8)V99.

      *>  วันที่ทำการของระบบ ดูแลโดยโปรแกรม BUSDATE ใช้แทนวันที่
      *>  จากนาฬิกาเครื่อง ไม่มีไฟล์ = ใช้นาฬิกาเครื่องตามเดิม
       01  WS-FIRST-TYPE       PIC X(1) VALUE SPACE.
       01  WS-FIRST-DRCR       PIC X(1) VALUE SPACE.
       01  WS-FIRST-AMOUNT     PIC 9(8)V99 VALUE 0.
       01  WS-FIRST-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-LAST-LOG-BALANCE PIC S9(8)V99 VALUE 0.
       01  WS-OPENING-BALANCE  PIC S9(8)V99 VALUE 0.
       01  WS-CLOSING-BALANCE  PIC S9(8)V99 VALUE 0.

      *>  ยอดคงเหลือที่ "ควรจะเป็น" เมื่อไล่ posting ของวันทีละบรรทัด
      *>  (เดบิตหัก เครดิตบวก) เทียบกับยอดที่ log ไว้จริงทุกบรรทัด
      *>  snapshot ของวันก่อนหน้า (ถ้ามี) = ยอดเปิดที่แน่นอน
       01  WS-SNAP-FOUND       PIC X VALUE 'N'.
       01  WS-SNAP-DATE        PIC 9(8) VALUE 0.
       01  WS-SNAP-BALANCE     PIC S9(8)V99 VALUE 0.

      *>  ตัวนับสรุปผลรวม
       01  WS-ACCOUNT-COUNT    PIC 9(6) VALUE 0.
       01  WS-CHECKED-COUNT    PIC 9(6) VALUE 0.
       01  WS-MISMATCH-COUNT   PIC 9(6) VALUE 0.

      *  The same counts and the deposits held, per home branch; an
      *  account with no branch belongs to the head office, 0001.
       01  WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 50 TIMES.
               10 WS-RB-BRANCH     PIC X(4).
               10 WS-RB-ACCOUNTS   PIC 9(6).
               10 WS-RB-CHECKED    PIC 9(6).
               10 WS-RB-MISMATCH   PIC 9(6).
               10 WS-RB-BALANCE    PIC S9(12)V99.
       01  WS-RB-COUNT         PIC 9(2) VALUE 0.
       01  WS-RB-SUB           PIC 9(2) VALUE 0.
       01  WS-RB-IDX           PIC 9(2) VALUE 0.
       01  WS-RB-MATCH         PIC X VALUE 'N'.
       01  WS-HOME-BRANCH      PIC X(4) VALUE SPACE.
       01  WS-RB-BAL-DISP      PIC -,---,---,---,--9.99.

       01  WS-OPENING-DISP     PIC --,---,--9.99.
       01  WS-CLOSING-DISP     PIC --,---,--9.99.
       01  WS-LASTLOG-DISP     PIC --,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM FIND-HOME-BRANCH
                       PERFORM RECONCILE-ACCOUNT
               END-READ
           END-PERFORM
           DISPLAY "ACCOUNTS WITH ACTIVITY : " WS-CHECKED-COUNT.
           DISPLAY "ACCOUNTS FLAGGED       : " WS-MISMATCH-COUNT.
           DISPLAY "==============================================".
           DISPLAY "BRANCH ACCOUNTS ACTIVE FLAGGED        DEPOSITS".
           DISPLAY "----------------------------------------------".
           PERFORM PRINT-BRANCH-TOTALS
               VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT
           DISPLAY "==============================================".

           STOP RUN.


           MOVE 'N' TO WS-EOF2-FLAG
           OPEN INPUT TRANSLOG-FILE
           MOVE ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
           MOVE WS-TODAY-DATE TO TRANSLOG-DATE
           START TRANSLOG-FILE
               KEY IS NOT LESS THAN TRANSLOG-ACCT-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF2-FLAG
           END-START
           PERFORM UNTIL WS-EOF2-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF2-FLAG
                   NOT AT END
                       IF TRANSLOG-ACCOUNT-NO NOT = ACCOUNT-NO
                           MOVE 'Y' TO WS-EOF2-FLAG
                       ELSE
                           IF TRANSLOG-DATE = WS-TODAY-DATE
                               PERFORM RECORD-TRANSLOG-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               DISPLAY ACCOUNT-NO " - NO ACTIVITY TODAY, SKIPPED"
           ELSE
               ADD 1 TO WS-CHECKED-COUNT
               ADD 1 TO WS-RB-CHECKED(WS-RB-IDX)

               MOVE WS-OPENING-BALANCE  TO WS-OPENING-DISP
               MOVE WS-CLOSING-BALANCE  TO WS-CLOSING-DISP
                       " CLOSING=" WS-CLOSING-DISP
               ELSE
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD 1 TO WS-RB-MISMATCH(WS-RB-IDX)
                   DISPLAY ACCOUNT-NO " ** MISMATCH ** ENTRIES="
                       WS-ENTRY-COUNT
                   DISPLAY "    LAST LOGGED BALANCE : " WS-LASTLOG-DISP
               END-READ
           END-PERFORM
           CLOSE BALHIST-FILE.

      *  Slot in the branch table for this account's home branch.
      *  Beyond 50 branches the last slot takes the overflow.
       FIND-HOME-BRANCH.
           MOVE ACCOUNT-BRANCH TO WS-HOME-BRANCH
           IF WS-HOME-BRANCH = SPACE
               MOVE "0001" TO WS-HOME-BRANCH
           END-IF
           MOVE 'N' TO WS-RB-MATCH
           PERFORM MATCH-HOME-BRANCH
               VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT
           IF WS-RB-MATCH = 'N'
               IF WS-RB-COUNT < 50
                   ADD 1 TO WS-RB-COUNT
                   MOVE WS-HOME-BRANCH TO WS-RB-BRANCH(WS-RB-COUNT)
                   MOVE 0 TO WS-RB-ACCOUNTS(WS-RB-COUNT)
                   MOVE 0 TO WS-RB-CHECKED(WS-RB-COUNT)
                   MOVE 0 TO WS-RB-MISMATCH(WS-RB-COUNT)
                   MOVE 0 TO WS-RB-BALANCE(WS-RB-COUNT)
               END-IF
               MOVE WS-RB-COUNT TO WS-RB-IDX
           END-IF
           ADD 1 TO WS-RB-ACCOUNTS(WS-RB-IDX)
           ADD BALANCE TO WS-RB-BALANCE(WS-RB-IDX).

       MATCH-HOME-BRANCH.
           IF WS-RB-BRANCH(WS-RB-SUB) = WS-HOME-BRANCH
               MOVE 'Y' TO WS-RB-MATCH
               MOVE WS-RB-SUB TO WS-RB-IDX
           END-IF.

       PRINT-BRANCH-TOTALS.
           MOVE WS-RB-BALANCE(WS-RB-SUB) TO WS-RB-BAL-DISP
           DISPLAY WS-RB-BRANCH(WS-RB-SUB) "   "
               WS-RB-ACCOUNTS(WS-RB-SUB) "   "
               WS-RB-CHECKED(WS-RB-SUB) " "
               WS-RB-MISMATCH(WS-RB-SUB) " " WS-RB-BAL-DISP.
       END PROGRAM RECONCILE.
