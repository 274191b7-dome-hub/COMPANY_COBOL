      ******************************************************************
      * Author:      Overdraft Interest and Excess Report
      * Date:        2026
      * Purpose:     Nightly overdraft step. Walks the indexed
      *              ACCOUNT-FILE against the facilities sanctioned
      *              through ODMNT (ODLIMIT.dat), accrues debit
      *              interest day by day on every overdrawn account at
      *              its facility's OD-RATE, and on the first run of a
      *              new month debits the previous month's accrual to
      *              the account as a TRANSLOG type 'O' posting so
      *              statements, RECONCILE and GLPOST see it. Accounts
      *              overdrawn beyond their limit, overdrawn on an
      *              expired, suspended or cancelled facility or with
      *              no facility at all, and facilities expiring within
      *              the next 30 days are written to the dated excess
      *              report ODEXCP.YYYYMMDD.txt for the credit team.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL ODLIMIT-FILE ASSIGN TO "ODLIMIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTSEQ-FILE ASSIGN TO "POSTSEQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Dated excess report for the credit team, one per night.
           SELECT EXCESS-FILE ASSIGN USING WS-EXC-FILENAME
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

      *  Overdraft facilities sanctioned through ODMNT. OD-ACCRUED-INT
      *  carries the debit interest accrued and not yet posted, up to
      *  and including OD-ACCRUED-TO.
       FD  ODLIMIT-FILE.
       01  ODLIMIT-RECORD.
           05 OD-ACCOUNT-NO          PIC X(10).
           05 OD-LIMIT               PIC 9(8)V99.
           05 OD-RATE                PIC 9(2)V9(4).
           05 OD-START-DATE          PIC 9(8).
           05 OD-EXPIRY-DATE         PIC 9(8).
           05 OD-APPROVED-BY         PIC X(8).
           05 OD-STATUS              PIC X(1).
           05 OD-ACCRUED-INT         PIC 9(8)V9(4).
           05 OD-ACCRUED-TO          PIC 9(8).

       FD  POSTSEQ-FILE.
       01  POSTSEQ-RECORD.
           05 POSTSEQ-LAST           PIC 9(8).

      *  System processing date maintained by BUSDATE; dates are
      *  stamped from it so a late or re-run night still posts to the
      *  right business day. Absent file = fall back to wall clock.
       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       FD  EXCESS-FILE.
       01  EXCESS-LINE               PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.

      *  Facility register held in storage for the run, with a flag
      *  per entry set once its account has been met on ACCOUNT-FILE.
       01  WS-OD-TABLE.
           05 WS-OD-ENTRY OCCURS 2000 TIMES.
               10 WS-OD-RECORD   PIC X(71).
               10 WS-OD-SEEN     PIC X(1).
       01  WS-OD-COUNT      PIC 9(4) VALUE 0.
       01  WS-OD-SUB        PIC 9(4) VALUE 0.
       01  WS-OD-IDX        PIC 9(4) VALUE 0.
       01  WS-OD-FULL       PIC X VALUE 'N'.
       01  WS-OD-CHANGED    PIC X VALUE 'N'.

       01  WS-OD-WORK.
           05 WS-ODW-ACCOUNT-NO  PIC X(10).
           05 WS-ODW-LIMIT       PIC 9(8)V99.
           05 WS-ODW-RATE        PIC 9(2)V9(4).
           05 WS-ODW-START-DATE  PIC 9(8).
           05 WS-ODW-EXPIRY-DATE PIC 9(8).
           05 WS-ODW-APPROVED-BY PIC X(8).
           05 WS-ODW-STATUS      PIC X(1).
           05 WS-ODW-ACCRUED-INT PIC 9(8)V9(4).
           05 WS-ODW-ACCRUED-TO  PIC 9(8).

      *  Run dates as calendar integers for the day counts
       01  WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01  WS-TODAY-INT     PIC 9(8) VALUE 0.
       01  WS-MONTH-START   PIC 9(8) VALUE 0.
       01  WS-MONTH-START-X REDEFINES WS-MONTH-START.
           05 WS-MS-YYYYMM  PIC 9(6).
           05 WS-MS-DD      PIC 9(2).
       01  WS-MONTH-START-INT PIC 9(8) VALUE 0.
       01  WS-ACCRUED-TO-INT  PIC 9(8) VALUE 0.
       01  WS-EXPIRY-INT      PIC 9(8) VALUE 0.
       01  WS-EXPIRING-DAYS   PIC 9(3) VALUE 30.

      *  Accrual fields
       01  WS-PREV-DAYS     PIC 9(5) VALUE 0.
       01  WS-CUR-DAYS      PIC 9(5) VALUE 0.
       01  WS-DAILY-INT     PIC 9(8)V9(4) VALUE 0.
       01  WS-DAY-AMOUNT    PIC 9(8)V9(4) VALUE 0.
       01  WS-POST-AMOUNT   PIC 9(8)V99 VALUE 0.
       01  WS-OVERDRAWN     PIC 9(8)V99 VALUE 0.
       01  WS-EXCESS        PIC 9(8)V99 VALUE 0.
       01  WS-EXC-REASON    PIC X(12) VALUE SPACE.

       01  TRANSLOG-CURRENT-DATE-TIME.
           05  TRANSLOG-CURRENT-DATE  PIC 9(8).
           05  TRANSLOG-CURRENT-TIME  PIC 9(6).

       01  WS-POSTING-SEQ   PIC 9(8) VALUE 0.

      *  Excess report
       01  WS-EXC-FILENAME  PIC X(30) VALUE SPACE.
       01  WS-EXC-DETAIL.
           05 WS-ED-ACCOUNT-NO  PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-ED-NAME        PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-ED-BRANCH      PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-ED-BALANCE     PIC --,---,--9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-ED-LIMIT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-ED-EXCESS      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-ED-EXPIRY      PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-ED-APPROVED-BY PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-ED-REASON      PIC X(12).

      *  Run totals
       01  WS-ACCOUNT-COUNT   PIC 9(6) VALUE 0.
       01  WS-ACCRUED-COUNT   PIC 9(6) VALUE 0.
       01  WS-POSTED-COUNT    PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01  WS-ACCRUED-TOTAL   PIC 9(10)V9(4) VALUE 0.
       01  WS-POSTED-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-EXCESS-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-DISP      PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   OVERDRAFT INTEREST AND EXCESS REPORT       ".
           DISPLAY "==============================================".
           MOVE FUNCTION CURRENT-DATE TO TRANSLOG-CURRENT-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO TRANSLOG-CURRENT-DATE
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(TRANSLOG-CURRENT-DATE)
           MOVE TRANSLOG-CURRENT-DATE TO WS-MONTH-START
           MOVE 1 TO WS-MS-DD
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)

      *    A register too big for the table would be cut short when it
      *    is rewritten - stop before anything is touched.
           PERFORM LOAD-FACILITIES
           IF WS-OD-FULL = 'Y'
               DISPLAY "ODLIMIT.DAT HOLDS MORE THAN 2000 FACILITIES"
               DISPLAY "RUN REFUSED - NOTHING ACCRUED OR POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE TO WS-EXC-FILENAME
           STRING "ODEXCP." DELIMITED BY SIZE
                  TRANSLOG-CURRENT-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-EXC-FILENAME
           END-STRING

           OPEN OUTPUT EXCESS-FILE
           MOVE SPACE TO EXCESS-LINE
           STRING "OVERDRAFT EXCESS AND EXPIRED LIMITS - CREDIT TEAM"
                      DELIMITED BY SIZE
                  "   BUSINESS DATE " DELIMITED BY SIZE
                  TRANSLOG-CURRENT-DATE DELIMITED BY SIZE
               INTO EXCESS-LINE
           END-STRING
           WRITE EXCESS-LINE
           MOVE SPACE TO EXCESS-LINE
           STRING "ACCOUNT    NAME                 BRCH "
                      DELIMITED BY SIZE
                  "      BALANCE         LIMIT        EXCESS "
                      DELIMITED BY SIZE
                  "EXPIRY   APPROVED REASON" DELIMITED BY SIZE
               INTO EXCESS-LINE
           END-STRING
           WRITE EXCESS-LINE
           MOVE ALL "-" TO EXCESS-LINE
           WRITE EXCESS-LINE

           OPEN I-O ACCOUNT-FILE
           OPEN I-O TRANSLOG-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM PROCESS-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE
           CLOSE ACCOUNT-FILE

      *    Facilities whose account is no longer on file
           PERFORM CHECK-UNMATCHED-FACILITY
               VARYING WS-OD-SUB FROM 1 BY 1
               UNTIL WS-OD-SUB > WS-OD-COUNT

           IF WS-OD-CHANGED = 'Y'
               PERFORM REWRITE-FACILITY-FILE
           END-IF

           MOVE ALL "-" TO EXCESS-LINE
           WRITE EXCESS-LINE
           MOVE WS-EXCESS-TOTAL TO WS-TOTAL-DISP
           MOVE SPACE TO EXCESS-LINE
           STRING "EXCEPTIONS: " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  "   TOTAL IN EXCESS OF LIMITS: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO EXCESS-LINE
           END-STRING
           WRITE EXCESS-LINE
           CLOSE EXCESS-FILE

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "BUSINESS DATE        : " TRANSLOG-CURRENT-DATE.
           DISPLAY "ACCOUNTS READ        : " WS-ACCOUNT-COUNT.
           DISPLAY "FACILITIES ON FILE   : " WS-OD-COUNT.
           DISPLAY "ACCOUNTS ACCRUED     : " WS-ACCRUED-COUNT.
           MOVE WS-ACCRUED-TOTAL TO WS-TOTAL-DISP
           DISPLAY "INTEREST ACCRUED     : " WS-TOTAL-DISP.
           DISPLAY "INTEREST POSTINGS    : " WS-POSTED-COUNT.
           MOVE WS-POSTED-TOTAL TO WS-TOTAL-DISP
           DISPLAY "INTEREST POSTED      : " WS-TOTAL-DISP.
           DISPLAY "EXCEPTIONS REPORTED  : " WS-EXCEPTION-COUNT.
           DISPLAY "EXCESS REPORT        : " WS-EXC-FILENAME.
           DISPLAY "==============================================".

           STOP RUN.

       LOAD-FACILITIES.
           MOVE 0 TO WS-OD-COUNT
           MOVE 'N' TO WS-OD-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ODLIMIT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ODLIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-OD-COUNT < 2000
                           ADD 1 TO WS-OD-COUNT
                           MOVE ODLIMIT-RECORD
                               TO WS-OD-RECORD(WS-OD-COUNT)
                           MOVE 'N' TO WS-OD-SEEN(WS-OD-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-OD-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ODLIMIT-FILE.

       REWRITE-FACILITY-FILE.
           OPEN OUTPUT ODLIMIT-FILE
           PERFORM WRITE-FACILITY-SLOT
               VARYING WS-OD-SUB FROM 1 BY 1
               UNTIL WS-OD-SUB > WS-OD-COUNT
           CLOSE ODLIMIT-FILE
           MOVE 'N' TO WS-OD-CHANGED.

       WRITE-FACILITY-SLOT.
           MOVE WS-OD-RECORD(WS-OD-SUB) TO ODLIMIT-RECORD
           WRITE ODLIMIT-RECORD.

      *  Interest for tonight accrues on one facility per account: the
      *  live (not cancelled) one if there is one, otherwise the most
      *  recent cancelled one, so cancelling a facility does not stop
      *  the interest on a debit balance that is still outstanding.
      *  Every facility of the account still carries its own unposted
      *  accrual forward and posts it when the month turns.
       PROCESS-ONE-ACCOUNT.
           MOVE 0 TO WS-OD-IDX
           PERFORM FIND-ACCRUAL-SLOT
               VARYING WS-OD-SUB FROM 1 BY 1
               UNTIL WS-OD-SUB > WS-OD-COUNT

           MOVE 0 TO WS-DAILY-INT
           MOVE 0 TO WS-OVERDRAWN
           IF BALANCE < 0
               COMPUTE WS-OVERDRAWN = 0 - BALANCE
           END-IF
           IF WS-OD-IDX > 0 AND WS-OVERDRAWN > 0
               MOVE WS-OD-RECORD(WS-OD-IDX) TO WS-OD-WORK
               COMPUTE WS-DAILY-INT ROUNDED =
                   WS-OVERDRAWN * WS-ODW-RATE / 100 / 365
           END-IF

           PERFORM ACCRUE-FACILITY-SLOT
               VARYING WS-OD-SUB FROM 1 BY 1
               UNTIL WS-OD-SUB > WS-OD-COUNT

           PERFORM CHECK-ACCOUNT-EXCEPTION.

       FIND-ACCRUAL-SLOT.
           MOVE WS-OD-RECORD(WS-OD-SUB) TO WS-OD-WORK
           IF WS-ODW-ACCOUNT-NO NOT = ACCOUNT-NO
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-OD-SEEN(WS-OD-SUB)
           IF WS-ODW-STATUS NOT = 'C'
               MOVE WS-OD-SUB TO WS-OD-IDX
           ELSE
               IF WS-OD-IDX = 0
                   MOVE WS-OD-SUB TO WS-OD-IDX
               ELSE
                   MOVE WS-OD-RECORD(WS-OD-IDX) TO WS-OD-WORK
                   IF WS-ODW-STATUS = 'C'
                       MOVE WS-OD-SUB TO WS-OD-IDX
                   END-IF
               END-IF
           END-IF.

      *  Bring one facility's accrual up to today. Days are counted
      *  from the day after OD-ACCRUED-TO, so a missed night is made
      *  up at the next run and a repeat run adds nothing. When the
      *  last accrual fell in an earlier month, the days to that
      *  month's end are accrued first and the month's interest is
      *  posted before the days of the new month are added.
       ACCRUE-FACILITY-SLOT.
           MOVE WS-OD-RECORD(WS-OD-SUB) TO WS-OD-WORK
           IF WS-ODW-ACCOUNT-NO NOT = ACCOUNT-NO
              OR WS-ODW-ACCRUED-TO >= TRANSLOG-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-ODW-ACCRUED-TO = 0
               MOVE 1 TO WS-CUR-DAYS
               MOVE 0 TO WS-PREV-DAYS
           ELSE
               COMPUTE WS-ACCRUED-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ODW-ACCRUED-TO)
               IF WS-ODW-ACCRUED-TO < WS-MONTH-START
                   COMPUTE WS-PREV-DAYS =
                       WS-MONTH-START-INT - 1 - WS-ACCRUED-TO-INT
                   COMPUTE WS-CUR-DAYS =
                       WS-TODAY-INT - WS-MONTH-START-INT + 1
               ELSE
                   MOVE 0 TO WS-PREV-DAYS
                   COMPUTE WS-CUR-DAYS =
                       WS-TODAY-INT - WS-ACCRUED-TO-INT
               END-IF
           END-IF

           IF WS-OD-SUB = WS-OD-IDX AND WS-DAILY-INT > 0
               COMPUTE WS-DAY-AMOUNT = WS-DAILY-INT * WS-PREV-DAYS
               ADD WS-DAY-AMOUNT TO WS-ODW-ACCRUED-INT
               ADD WS-DAY-AMOUNT TO WS-ACCRUED-TOTAL
           END-IF

           IF WS-ODW-ACCRUED-TO > 0
              AND WS-ODW-ACCRUED-TO < WS-MONTH-START
              AND WS-ODW-ACCRUED-INT >= 0.01
               PERFORM POST-MONTH-INTEREST
           END-IF

           IF WS-OD-SUB = WS-OD-IDX AND WS-DAILY-INT > 0
               COMPUTE WS-DAY-AMOUNT = WS-DAILY-INT * WS-CUR-DAYS
               ADD WS-DAY-AMOUNT TO WS-ODW-ACCRUED-INT
               ADD WS-DAY-AMOUNT TO WS-ACCRUED-TOTAL
               ADD 1 TO WS-ACCRUED-COUNT
           END-IF

           MOVE TRANSLOG-CURRENT-DATE TO WS-ODW-ACCRUED-TO
           MOVE WS-OD-WORK TO WS-OD-RECORD(WS-OD-SUB)
           MOVE 'Y' TO WS-OD-CHANGED.

      *  Debit last month's accrual in whole satang; the fraction left
      *  over stays in OD-ACCRUED-INT for next month. The register is
      *  saved first so a failure before the account is rewritten can
      *  never charge the same month twice on a rerun.
       POST-MONTH-INTEREST.
           MOVE WS-ODW-ACCRUED-INT TO WS-POST-AMOUNT
           SUBTRACT WS-POST-AMOUNT FROM WS-ODW-ACCRUED-INT
           MOVE WS-MONTH-START-INT TO WS-ACCRUED-TO-INT
           SUBTRACT 1 FROM WS-ACCRUED-TO-INT
           COMPUTE WS-ODW-ACCRUED-TO =
               FUNCTION DATE-OF-INTEGER(WS-ACCRUED-TO-INT)
           MOVE WS-OD-WORK TO WS-OD-RECORD(WS-OD-SUB)
           PERFORM REWRITE-FACILITY-FILE

           SUBTRACT WS-POST-AMOUNT FROM BALANCE
           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-INTEREST-TRANSLOG
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-POST-AMOUNT TO WS-POSTED-TOTAL
           IF BALANCE < 0
               COMPUTE WS-OVERDRAWN = 0 - BALANCE
           ELSE
               MOVE 0 TO WS-OVERDRAWN
           END-IF
           DISPLAY ACCOUNT-NO " OVERDRAFT INTEREST POSTED "
               WS-POST-AMOUNT.

       WRITE-INTEREST-TRANSLOG.
           MOVE ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
           MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
           MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
           MOVE 'O' TO TRANSLOG-TYPE
           MOVE WS-POST-AMOUNT TO TRANSLOG-AMOUNT
           MOVE BALANCE TO TRANSLOG-BALANCE
           MOVE 'D' TO TRANSLOG-DRCR
           MOVE SPACE TO TRANSLOG-COUNTERPARTY
           PERFORM GET-NEXT-POSTING-SEQ
           MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
           MOVE 0 TO TRANSLOG-REF-SEQ
           MOVE WS-ODW-RATE TO TRANSLOG-APPLIED-RATE
           MOVE ACCOUNT-BRANCH TO TRANSLOG-BRANCH
           WRITE TRANSLOG-RECORD
               INVALID KEY
                   DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                       " ALREADY ON TRANSLOG - NOT WRITTEN"
           END-WRITE.

      *  Report the account when its debit balance is not covered by
      *  a live facility, or when its facility runs out within the
      *  next WS-EXPIRING-DAYS days.
       CHECK-ACCOUNT-EXCEPTION.
           MOVE SPACE TO WS-EXC-REASON
           MOVE 0 TO WS-EXCESS
           IF WS-OD-IDX = 0
               INITIALIZE WS-OD-WORK
               IF WS-OVERDRAWN > 0
                   MOVE "NO FACILITY" TO WS-EXC-REASON
                   MOVE WS-OVERDRAWN TO WS-EXCESS
               END-IF
           ELSE
               MOVE WS-OD-RECORD(WS-OD-IDX) TO WS-OD-WORK
               EVALUATE TRUE
                   WHEN WS-OVERDRAWN = 0
                       CONTINUE
                   WHEN WS-ODW-STATUS = 'C'
                       MOVE "CANCELLED" TO WS-EXC-REASON
                       MOVE WS-OVERDRAWN TO WS-EXCESS
                   WHEN WS-ODW-STATUS = 'S'
                       MOVE "SUSPENDED" TO WS-EXC-REASON
                       MOVE WS-OVERDRAWN TO WS-EXCESS
                   WHEN WS-ODW-START-DATE > TRANSLOG-CURRENT-DATE
                       MOVE "NOT STARTED" TO WS-EXC-REASON
                       MOVE WS-OVERDRAWN TO WS-EXCESS
                   WHEN WS-ODW-EXPIRY-DATE < TRANSLOG-CURRENT-DATE
                       MOVE "EXPIRED" TO WS-EXC-REASON
                       MOVE WS-OVERDRAWN TO WS-EXCESS
                   WHEN WS-OVERDRAWN > WS-ODW-LIMIT
                       MOVE "EXCESS" TO WS-EXC-REASON
                       COMPUTE WS-EXCESS =
                           WS-OVERDRAWN - WS-ODW-LIMIT
               END-EVALUATE
               IF WS-EXC-REASON = SPACE
                  AND WS-ODW-STATUS = 'A'
                  AND WS-ODW-EXPIRY-DATE >= TRANSLOG-CURRENT-DATE
                   COMPUTE WS-EXPIRY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ODW-EXPIRY-DATE)
                   IF WS-EXPIRY-INT - WS-TODAY-INT
                      <= WS-EXPIRING-DAYS
                       MOVE "EXPIRING" TO WS-EXC-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-EXC-REASON = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NO TO WS-ED-ACCOUNT-NO
           MOVE ACCOUNT-NAME TO WS-ED-NAME
           MOVE ACCOUNT-BRANCH TO WS-ED-BRANCH
           MOVE BALANCE TO WS-ED-BALANCE
           PERFORM WRITE-EXCEPTION-LINE.

       CHECK-UNMATCHED-FACILITY.
           IF WS-OD-SEEN(WS-OD-SUB) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OD-RECORD(WS-OD-SUB) TO WS-OD-WORK
           IF WS-ODW-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF
           MOVE "NO ACCOUNT" TO WS-EXC-REASON
           MOVE 0 TO WS-EXCESS
           MOVE WS-ODW-ACCOUNT-NO TO WS-ED-ACCOUNT-NO
           MOVE SPACE TO WS-ED-NAME
           MOVE SPACE TO WS-ED-BRANCH
           MOVE 0 TO WS-ED-BALANCE
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE WS-ODW-LIMIT TO WS-ED-LIMIT
           MOVE WS-EXCESS TO WS-ED-EXCESS
           MOVE WS-ODW-EXPIRY-DATE TO WS-ED-EXPIRY
           MOVE WS-ODW-APPROVED-BY TO WS-ED-APPROVED-BY
           MOVE WS-EXC-REASON TO WS-ED-REASON
           MOVE WS-EXC-DETAIL TO EXCESS-LINE
           WRITE EXCESS-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-EXCESS TO WS-EXCESS-TOTAL.


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

      *  Next shared posting sequence from POSTSEQ.dat, the same
      *  read / add one / rewrite the other TRANSLOG writers use.
       GET-NEXT-POSTING-SEQ.
           MOVE 0 TO WS-POSTING-SEQ
           OPEN INPUT POSTSEQ-FILE
           READ POSTSEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE POSTSEQ-LAST TO WS-POSTING-SEQ
           END-READ
           CLOSE POSTSEQ-FILE

           ADD 1 TO WS-POSTING-SEQ
           OPEN OUTPUT POSTSEQ-FILE
               MOVE WS-POSTING-SEQ TO POSTSEQ-LAST
               WRITE POSTSEQ-RECORD
           CLOSE POSTSEQ-FILE.
       END PROGRAM ODINT.
