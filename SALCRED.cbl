      *              (D)EDUCTIONS mode); the pay run takes them off
      *              the gross, credits the net, writes a payslip
      *              file for the pay period, and sums a remittance
      *              total per deduction code. Every employee paid
      *              also lands in PAYHIST.dat - gross, each
      *              deduction code, tax withheld, net and run date -
      *              the permanent payroll history PAYCERT reads for
      *              the year-end certificates and employer return.
      *              Unpaid leave approved in LEAVEMNT (LVREQ.dat) up
      *              to the pay period is taken off as deduction UNPL
      *              at a day's pay of the monthly salary over 30, and
      *              the requests are stamped with the period so they
      *              are never deducted twice. Salary not paid for
      *              unpaid leave is not income: rate deductions are
      *              worked on the gross less UNPL, PAYHIST.dat
      *              carries the gross net of it (without an UNPL
      *              entry), and it is not in the remittance summary.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
      *  EMP-ID to ACCOUNT-NO links, one per line, added in
      *  (M)AINTAIN mode when HR opens the employee's salary account.
           SELECT OPTIONAL EMPACCT-FILE ASSIGN TO "EMPACCT.dat"
      *  restarted run carries on where it stopped.
           SELECT PAYSLIP-FILE ASSIGN USING WS-SLIP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Permanent payroll history, one line per employee per run,
      *  never rewritten; read by PAYCERT at the tax year end.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO "PAYHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Leave requests kept by LEAVEMNT, read for approved unpaid
      *  leave and written back with the pay period stamped.
           SELECT OPTIONAL LVREQ-FILE ASSIGN TO "LVREQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTSEQ-FILE ASSIGN TO "POSTSEQ.dat"
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

       FD  EMPACCT-FILE.
       01  EMPACCT-RECORD.
       FD  PAYSLIP-FILE.
       01  PAYSLIP-LINE      PIC X(60).

       FD  PAYHIST-FILE.
       01  PAYHIST-RECORD.
           05 PH-EMP-ID              PIC 9(5).
           05 PH-EMP-NAME            PIC X(30).
           05 PH-RUN-DATE            PIC 9(8).
           05 PH-PAY-PERIOD          PIC 9(6).
           05 PH-ACCOUNT-NO          PIC X(10).
           05 PH-GROSS               PIC 9(7)V99.
           05 PH-TAX                 PIC 9(7)V99.
           05 PH-NET                 PIC 9(7)V99.
           05 PH-DED-COUNT           PIC 9(2).
           05 PH-DED-ENTRY OCCURS 10 TIMES.
               10 PH-DED-CODE        PIC X(4).
               10 PH-DED-AMOUNT      PIC 9(7)V99.

       FD  LVREQ-FILE.
       01  LVREQ-RECORD.
           05 LR-REQ-NO              PIC 9(6).
           05 LR-EMP-ID              PIC 9(5).
           05 LR-TYPE                PIC X(2).
           05 LR-FROM-DATE           PIC 9(8).
           05 LR-TO-DATE             PIC 9(8).
           05 LR-DAYS                PIC 9(3).
           05 LR-STATUS              PIC X(1).
           05 LR-REQ-DATE            PIC 9(8).
           05 LR-REQ-BY              PIC X(8).
           05 LR-DEC-DATE            PIC 9(8).
           05 LR-DEC-BY              PIC X(8).
           05 LR-PAY-PERIOD          PIC 9(6).
           05 FILLER                 PIC X(1).

       FD  POSTSEQ-FILE.
       01  POSTSEQ-RECORD.
           05 POSTSEQ-LAST   PIC 9(8).

      *  Crediting-pass fields
       01  WS-ACCT-FOUND    PIC X VALUE 'N'.
       01  WS-NEW-BALANCE   PIC S9(8)V99 VALUE 0.
       01  WS-POST-BRANCH   PIC X(4) VALUE SPACE.

      *  Deductions master loaded for the pay run
       01  WS-DM-TABLE.
       01  WS-DED-AMOUNT    PIC 9(7)V99 VALUE 0.
       01  WS-DED-RATE      PIC 9(2)V9(4) VALUE 0.

      *  The deduction code that is income tax withheld at source;
      *  carried on its own in the payroll history for certificates.
       01  WS-TAX-CODE      PIC X(4) VALUE "TAX".

      *  Approved unpaid leave: leave type UL in LVREQ.dat, taken
      *  off as deduction UNPL at the monthly salary over 30 a day.
       01  WS-UNPAID-TYPE    PIC X(2) VALUE "UL".
       01  WS-UNPAID-CODE    PIC X(4) VALUE "UNPL".
       01  WS-UNPAID-DIVISOR PIC 9(2) VALUE 30.
       01  WS-UNPAID-AMOUNT  PIC 9(7)V99 VALUE 0.
       01  WS-RATE-BASE      PIC 9(7)V99 VALUE 0.
       01  WS-PH-SUB         PIC 9(2) VALUE 0.
       01  WS-LV-TABLE.
           05 WS-LV-RECORD OCCURS 3000 TIMES PIC X(72).
       01  WS-LV-COUNT      PIC 9(4) VALUE 0.
       01  WS-LV-SUB        PIC 9(4) VALUE 0.
       01  WS-LV-FULL       PIC X VALUE 'N'.
       01  WS-UL-DAYS       PIC 9(3) VALUE 0.

       01  WS-SLIP-FILENAME PIC X(30) VALUE SPACE.
       01  WS-PAY-PERIOD    PIC 9(6) VALUE 0.
       01  WS-DED-DISP      PIC ZZ,ZZZ,ZZ9.99.

           PERFORM LOAD-LINK-TABLE
           PERFORM LOAD-DEDUCTION-TABLE
           PERFORM LOAD-LEAVE-TABLE
           PERFORM READ-CHECKPOINT

           MOVE WS-RUN-DATE(1:6) TO WS-PAY-PERIOD
                   MOVE 'Y' TO WS-ACCT-FOUND
                   ADD WS-NET-PAY TO BALANCE
                   MOVE BALANCE TO WS-NEW-BALANCE
                   MOVE ACCOUNT-BRANCH TO WS-POST-BRANCH
                   REWRITE ACCOUNT-RECORD
           END-READ
           CLOSE ACCOUNT-FILE

           PERFORM WRITE-SALARY-TRANSLOG
           PERFORM WRITE-PAYSLIP
           PERFORM WRITE-PAY-HISTORY
           IF WS-UL-DAYS > 0
               PERFORM STAMP-UNPAID-LEAVE
           END-IF
           PERFORM ADD-DEDUCTIONS-TO-REMIT
           ADD 1 TO WS-PAID-COUNT
           ADD WS-NET-PAY TO WS-TOTAL-CREDITED
           MOVE EMP-SALARY TO WS-GROSS-PAY
           MOVE 0 TO WS-TOTAL-DED
           MOVE 0 TO WS-ED-COUNT
           PERFORM APPLY-UNPAID-LEAVE
           COMPUTE WS-RATE-BASE = WS-GROSS-PAY - WS-UNPAID-AMOUNT
           PERFORM APPLY-ONE-DEDUCTION
               VARYING WS-DM-SUB FROM 1 BY 1
               UNTIL WS-DM-SUB > WS-DM-COUNT
           IF WS-DM-AMOUNT(WS-DM-SUB) > 0
               MOVE WS-DM-AMOUNT(WS-DM-SUB) TO WS-DED-DUE
           ELSE
               COMPUTE WS-DED-DUE ROUNDED = WS-RATE-BASE
                   * WS-DM-RATE(WS-DM-SUB) / 100
           END-IF
           IF WS-DED-DUE = 0
           MOVE WS-DM-CODE(WS-DM-SUB) TO WS-ED-CODE(WS-ED-COUNT)
           MOVE WS-DED-DUE TO WS-ED-AMOUNT(WS-ED-COUNT).

      *  Unpaid leave comes off first, so the other deductions give
      *  way to it if the month's pay runs short. Leave approved late
      *  for an earlier month is picked up by the next run.
       APPLY-UNPAID-LEAVE.
           MOVE 0 TO WS-UL-DAYS
           MOVE 0 TO WS-UNPAID-AMOUNT
           PERFORM ADD-UNPAID-DAYS
               VARYING WS-LV-SUB FROM 1 BY 1
               UNTIL WS-LV-SUB > WS-LV-COUNT
           IF WS-UL-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DED-DUE ROUNDED = WS-GROSS-PAY * WS-UL-DAYS
               / WS-UNPAID-DIVISOR
           IF WS-DED-DUE > WS-GROSS-PAY
               MOVE WS-GROSS-PAY TO WS-DED-DUE
           END-IF
           MOVE WS-DED-DUE TO WS-UNPAID-AMOUNT
           ADD WS-DED-DUE TO WS-TOTAL-DED
           ADD 1 TO WS-ED-COUNT
           MOVE WS-UNPAID-CODE TO WS-ED-CODE(WS-ED-COUNT)
           MOVE WS-DED-DUE TO WS-ED-AMOUNT(WS-ED-COUNT)
           DISPLAY EMP-ID " UNPAID LEAVE " WS-UL-DAYS " DAYS".

       ADD-UNPAID-DAYS.
           MOVE WS-LV-RECORD(WS-LV-SUB) TO LVREQ-RECORD
           IF LR-EMP-ID = EMP-ID
              AND LR-TYPE = WS-UNPAID-TYPE
              AND LR-STATUS = 'A'
              AND LR-PAY-PERIOD = 0
              AND LR-FROM-DATE(1:6) NOT > WS-PAY-PERIOD
               ADD LR-DAYS TO WS-UL-DAYS
           END-IF.

      *  Stamped and written back as soon as the employee is paid,
      *  before the checkpoint, so a restart cannot deduct it again.
       STAMP-UNPAID-LEAVE.
           PERFORM STAMP-ONE-LEAVE
               VARYING WS-LV-SUB FROM 1 BY 1
               UNTIL WS-LV-SUB > WS-LV-COUNT
           OPEN OUTPUT LVREQ-FILE
           PERFORM WRITE-LEAVE-SLOT
               VARYING WS-LV-SUB FROM 1 BY 1
               UNTIL WS-LV-SUB > WS-LV-COUNT
           CLOSE LVREQ-FILE.

       STAMP-ONE-LEAVE.
           MOVE WS-LV-RECORD(WS-LV-SUB) TO LVREQ-RECORD
           IF LR-EMP-ID = EMP-ID
              AND LR-TYPE = WS-UNPAID-TYPE
              AND LR-STATUS = 'A'
              AND LR-PAY-PERIOD = 0
              AND LR-FROM-DATE(1:6) NOT > WS-PAY-PERIOD
               MOVE WS-PAY-PERIOD TO LR-PAY-PERIOD
               MOVE LVREQ-RECORD TO WS-LV-RECORD(WS-LV-SUB)
           END-IF.

       WRITE-LEAVE-SLOT.
           MOVE WS-LV-RECORD(WS-LV-SUB) TO LVREQ-RECORD
           WRITE LVREQ-RECORD.

      *  A file too big for the table is not rewritten, so no unpaid
      *  leave is deducted until it is cleared down.
       LOAD-LEAVE-TABLE.
           MOVE 0 TO WS-LV-COUNT
           MOVE 'N' TO WS-LV-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LVREQ-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LVREQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LV-COUNT < 3000
                           ADD 1 TO WS-LV-COUNT
                           MOVE LVREQ-RECORD
                               TO WS-LV-RECORD(WS-LV-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-LV-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LVREQ-FILE
           IF WS-LV-FULL = 'Y'
               DISPLAY "LVREQ.dat HOLDS MORE THAN 3000 REQUESTS - "
                   "NO UNPAID LEAVE DEDUCTED THIS RUN"
               MOVE 0 TO WS-LV-COUNT
           END-IF.

      *  One payslip block per employee: gross, every deduction
      *  taken, and the net credited.
       WRITE-PAYSLIP.
           END-STRING
           WRITE PAYSLIP-LINE.

      *  Opened and closed per employee like TRANSLOG, so a line
      *  is on disk before the checkpoint moves past the employee.
      *  The gross is what was earned - full salary less unpaid
      *  leave - so the UNPL entry itself is left out.
       WRITE-PAY-HISTORY.
           INITIALIZE PAYHIST-RECORD
           MOVE EMP-ID          TO PH-EMP-ID
           MOVE EMP-NAME        TO PH-EMP-NAME
           MOVE WS-RUN-DATE     TO PH-RUN-DATE
           MOVE WS-PAY-PERIOD   TO PH-PAY-PERIOD
           MOVE WS-LINK-ACCOUNT TO PH-ACCOUNT-NO
           COMPUTE PH-GROSS = WS-GROSS-PAY - WS-UNPAID-AMOUNT
           MOVE WS-NET-PAY      TO PH-NET
           MOVE 0               TO WS-PH-SUB
           PERFORM STORE-HISTORY-DEDUCTION
               VARYING WS-ED-SUB FROM 1 BY 1
               UNTIL WS-ED-SUB > WS-ED-COUNT
           MOVE WS-PH-SUB       TO PH-DED-COUNT
           OPEN EXTEND PAYHIST-FILE
               WRITE PAYHIST-RECORD
           CLOSE PAYHIST-FILE.

       STORE-HISTORY-DEDUCTION.
           IF WS-ED-CODE(WS-ED-SUB) = WS-UNPAID-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PH-SUB
           MOVE WS-ED-CODE(WS-ED-SUB)   TO PH-DED-CODE(WS-PH-SUB)
           MOVE WS-ED-AMOUNT(WS-ED-SUB) TO PH-DED-AMOUNT(WS-PH-SUB)
           IF WS-ED-CODE(WS-ED-SUB) = WS-TAX-CODE
               ADD WS-ED-AMOUNT(WS-ED-SUB) TO PH-TAX
           END-IF.

       ADD-DEDUCTIONS-TO-REMIT.
           PERFORM ADD-ONE-REMIT
               VARYING WS-ED-SUB FROM 1 BY 1
               UNTIL WS-ED-SUB > WS-ED-COUNT.

      *  Unpaid leave is salary not paid, not money owed to anyone.
       ADD-ONE-REMIT.
           IF WS-ED-CODE(WS-ED-SUB) = WS-UNPAID-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RM-MATCH
           PERFORM FIND-REMIT-SLOT
               VARYING WS-RM-SUB FROM 1 BY 1
               MOVE WS-BUSINESS-DATE TO TRANSLOG-CURRENT-DATE
           END-IF

           OPEN I-O TRANSLOG-FILE
               MOVE WS-LINK-ACCOUNT TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-POST-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.


