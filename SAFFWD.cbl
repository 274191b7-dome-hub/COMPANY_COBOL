      ******************************************************************
      * Author:      Stand-In Forwarding Run
      * Date:        2026
      * Purpose:     Posts the transactions the ATM and TELLER took in
      *              stand-in while the nightly batch held ACCOUNT.dat
      *              (SYSSTAT.dat mode B or F). Each item in
      *              SAFQUEUE.dat beyond the last one forwarded
      *              (SAFCTL.dat) is posted to ACCOUNT-FILE and
      *              TRANSLOG-FILE under the new business date, through
      *              the same keyed READ/REWRITE path LOANCOLL uses,
      *              with the queue reference in TRANSLOG-REF-SEQ. A
      *              debit is re-checked against the account's floor
      *              (MIN-BALANCE or the ODLIMIT.dat overdraft) plus
      *              its active HOLDS.dat holds as they stand after the
      *              batch, and is declined if it no longer fits or the
      *              account is gone. Wrong PINs keyed in stand-in are
      *              added to the failed-login count, locking the
      *              account at the same limit the ATM applies. Run by
      *              BATCHRUN after the business date cutover, or on
      *              demand once the system is back online; refused
      *              while the batch is still before cutover. Writes
      *              SAFFWD.YYYYMMDD.txt listing what was posted and
      *              what was declined.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFFWD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL POSTSEQ-FILE ASSIGN TO "POSTSEQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ODLIMIT-FILE ASSIGN TO "ODLIMIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Online / batch window flag set by BATCHRUN.
           SELECT OPTIONAL SYSSTAT-FILE ASSIGN TO "SYSSTAT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Stand-in items written by ATM-PROJECT and TELLER, and the
      *  last reference this run has already forwarded.
           SELECT OPTIONAL SAFQUEUE-FILE ASSIGN TO "SAFQUEUE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SAFCTL-FILE ASSIGN TO "SAFCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-FILENAME
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

       FD  POSTSEQ-FILE.
       01  POSTSEQ-RECORD.
           05 POSTSEQ-LAST           PIC 9(8).

      *  System processing date maintained by BUSDATE. Absent file =
      *  fall back to wall clock.
       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

      *  Funds holds placed by HOLDMNT: active holds earmark part of
      *  BALANCE on top of the MIN-BALANCE floor.
       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
           05 HD-ACCOUNT-NO          PIC X(10).
           05 HD-AMOUNT              PIC 9(8)V99.
           05 HD-REASON              PIC X(4).
           05 HD-PLACED-BY           PIC X(8).
           05 HD-PLACED-DATE         PIC 9(8).
           05 HD-EXPIRY-DATE         PIC 9(8).
           05 HD-STATUS              PIC X(1).

      *  Overdraft facilities sanctioned through ODMNT: a live
      *  facility lets BALANCE run below zero down to minus OD-LIMIT
      *  in place of the MIN-BALANCE floor.
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

      *  SS-MODE O = online, B = batch running, F = batch past
      *  cutover and forwarding; B and F put the channels in stand-in.
       FD  SYSSTAT-FILE.
       01  SYSSTAT-RECORD.
           05 SS-MODE                PIC X(1).
           05 SS-CHANGED-DATE        PIC 9(8).
           05 SS-CHANGED-TIME        PIC 9(6).

      *  One line per stand-in item. SQ-CHANNEL A = ATM, T = teller;
      *  SQ-TYPE W = cash withdrawal, D = cash deposit, A = teller
      *  adjustment, F = wrong PIN keyed (no amount). SQ-ORIGINATOR
      *  is the card number or the operator ID.
       FD  SAFQUEUE-FILE.
       01  SAFQUEUE-RECORD.
           05 SQ-REF                 PIC 9(8).
           05 SQ-CHANNEL             PIC X(1).
           05 SQ-TYPE                PIC X(1).
           05 SQ-DRCR                PIC X(1).
           05 SQ-ACCOUNT-NO          PIC X(10).
           05 SQ-AMOUNT              PIC 9(8)V99.
           05 SQ-CURRENCY            PIC X(3).
           05 SQ-CAPTURE-DATE        PIC 9(8).
           05 SQ-CAPTURE-TIME        PIC 9(6).
           05 SQ-ORIGINATOR          PIC X(16).
           05 SQ-REASON              PIC X(4).
           05 SQ-BRANCH              PIC X(4).

       FD  SAFCTL-FILE.
       01  SAFCTL-RECORD.
           05 SC-LAST-REF            PIC 9(8).
           05 SC-RUN-DATE            PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-EOFH-FLAG      PIC X VALUE 'N'.
       01  WS-EOFO-FLAG      PIC X VALUE 'N'.
       01  WS-SYSTEM-MODE    PIC X(1) VALUE 'O'.
       01  WS-MAX-FAILED-LOGINS PIC 9(1) VALUE 3.

       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-RPT-FILENAME   PIC X(30) VALUE SPACE.

       01  TRANSLOG-CURRENT-DATE-TIME.
           05  TRANSLOG-CURRENT-DATE  PIC 9(8).
           05  TRANSLOG-CURRENT-TIME  PIC 9(6).
       01  WS-POSTING-SEQ    PIC 9(8) VALUE 0.

      *  Forwarding position: the last reference done by an earlier
      *  run, and the highest one seen by this run.
       01  WS-LAST-REF       PIC 9(8) VALUE 0.
       01  WS-HIGH-REF       PIC 9(8) VALUE 0.

      *  Result of one item: P = posted, D = declined, with the
      *  reason code for a decline.
       01  WS-RESULT         PIC X(1) VALUE SPACE.
       01  WS-DECLINE-REASON PIC X(4) VALUE SPACE.
       01  WS-LOCKED-NOW     PIC X VALUE 'N'.
       01  WS-NEW-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-PROJECTED-BALANCE PIC S9(8)V99 VALUE 0.
       01  WS-ACTIVE-HOLDS   PIC 9(10)V99 VALUE 0.
       01  WS-HOLD-FLOOR     PIC S9(10)V99 VALUE 0.
      *  A live overdraft facility replaces the MIN-BALANCE floor
      *  with minus the sanctioned limit.
       01  WS-OD-LIMIT       PIC 9(8)V99 VALUE 0.
       01  WS-BALANCE-FLOOR  PIC S9(8)V99 VALUE 0.

       01  WS-DETAIL-LINE.
           05 WS-DL-REF          PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DL-CHANNEL      PIC X(1).
           05 FILLER             PIC X(2) VALUE SPACE.
           05 WS-DL-TYPE         PIC X(1).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DL-DRCR         PIC X(1).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DL-ACCOUNT-NO   PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DL-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DL-CURRENCY     PIC X(3).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DL-CAPTURED     PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DL-ORIGINATOR   PIC X(16).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DL-RESULT       PIC X(12).

      *  Declined items are held here and listed after the posted
      *  ones, so the section the operations desk works from stands
      *  on its own.
       01  WS-DC-TABLE.
           05 WS-DC-LINE OCCURS 500 TIMES PIC X(100).
       01  WS-DC-COUNT        PIC 9(3) VALUE 0.
       01  WS-DC-SUB          PIC 9(3) VALUE 0.
       01  WS-DC-OVERFLOW     PIC 9(6) VALUE 0.

      *  Run totals
       01  WS-READ-COUNT      PIC 9(6) VALUE 0.
       01  WS-POSTED-COUNT    PIC 9(6) VALUE 0.
       01  WS-DECLINED-COUNT  PIC 9(6) VALUE 0.
       01  WS-PIN-FAIL-COUNT  PIC 9(6) VALUE 0.
       01  WS-LOCKOUT-COUNT   PIC 9(6) VALUE 0.
       01  WS-POSTED-DR       PIC 9(10)V99 VALUE 0.
       01  WS-POSTED-CR       PIC 9(10)V99 VALUE 0.
       01  WS-DECLINED-TOTAL  PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-DISP      PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   STAND-IN FORWARDING RUN                    ".
           DISPLAY "==============================================".

      *    Before cutover the batch still owns ACCOUNT.dat; the items
      *    wait for BATCHRUN to reach this step.
           PERFORM READ-SYSTEM-STATUS
           IF WS-SYSTEM-MODE = 'B'
               DISPLAY "END-OF-DAY BATCH HAS NOT REACHED CUTOVER - "
                   "NOTHING FORWARDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM TRANSLOG-FORMAT-DATE-TIME
           PERFORM READ-FORWARD-CONTROL
           MOVE WS-LAST-REF TO WS-HIGH-REF

           MOVE SPACE TO WS-RPT-FILENAME
           STRING "SAFFWD." DELIMITED BY SIZE
                  TRANSLOG-CURRENT-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           END-STRING

           OPEN OUTPUT REPORT-FILE
           MOVE SPACE TO REPORT-LINE
           STRING "STAND-IN ITEMS FORWARDED - BUSINESS DATE "
                      DELIMITED BY SIZE
                  TRANSLOG-CURRENT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "CH: A ATM  T TELLER   TYPE: W WITHDRAWAL  D DEPOSIT"
               TO REPORT-LINE
           MOVE "  A ADJUSTMENT" TO REPORT-LINE(53:)
           WRITE REPORT-LINE
           MOVE "DECLINED: NOAC ACCOUNT NOT ON FILE  FUND BELOW FLOOR"
               TO REPORT-LINE
           MOVE " PLUS HOLDS AFTER THE BATCH" TO REPORT-LINE(53:)
           WRITE REPORT-LINE
           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "POSTED" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SAFQUEUE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SAFQUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SQ-REF > WS-LAST-REF
                           PERFORM FORWARD-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAFQUEUE-FILE

           IF WS-POSTED-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DECLINED - REFER TO OPERATIONS FOR RECOVERY"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM WRITE-DECLINED-LINE
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
           IF WS-DECLINED-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-DC-OVERFLOW > 0
               MOVE SPACE TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-DC-OVERFLOW DELIMITED BY SIZE
                      " MORE DECLINED ITEMS NOT LISTED - SEE THE "
                          DELIMITED BY SIZE
                      "CONSOLE LOG" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACE TO REPORT-LINE
           STRING "ITEMS FORWARDED: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "  POSTED: " DELIMITED BY SIZE
                  WS-POSTED-COUNT DELIMITED BY SIZE
                  "  DECLINED: " DELIMITED BY SIZE
                  WS-DECLINED-COUNT DELIMITED BY SIZE
                  "  WRONG PINS: " DELIMITED BY SIZE
                  WS-PIN-FAIL-COUNT DELIMITED BY SIZE
                  "  LOCKED: " DELIMITED BY SIZE
                  WS-LOCKOUT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-POSTED-DR TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "DEBITS POSTED  : " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-POSTED-CR TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "CREDITS POSTED : " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DECLINED-TOTAL TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "DECLINED AMOUNT: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           PERFORM WRITE-FORWARD-CONTROL

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "BUSINESS DATE     : " TRANSLOG-CURRENT-DATE.
           DISPLAY "ITEMS FORWARDED   : " WS-READ-COUNT.
           DISPLAY "POSTED            : " WS-POSTED-COUNT.
           DISPLAY "DECLINED          : " WS-DECLINED-COUNT.
           DISPLAY "WRONG PINS APPLIED: " WS-PIN-FAIL-COUNT.
           DISPLAY "ACCOUNTS LOCKED   : " WS-LOCKOUT-COUNT.
           MOVE WS-DECLINED-TOTAL TO WS-TOTAL-DISP
           DISPLAY "DECLINED AMOUNT   : " WS-TOTAL-DISP.
           DISPLAY "LAST REFERENCE    : " WS-HIGH-REF.
           DISPLAY "REPORT            : " WS-RPT-FILENAME.
           DISPLAY "==============================================".

           STOP RUN.

       WRITE-COLUMN-HEADINGS.
           MOVE "REF      CH T D ACCOUNT           AMOUNT CCY CAPTURED"
               TO REPORT-LINE
           MOVE " CARD / OPERATOR  RESULT" TO REPORT-LINE(54:)
           WRITE REPORT-LINE.

      *  One queue item: a wrong PIN goes to the failed-login count,
      *  anything else posts or is declined.
       FORWARD-ONE-ITEM.
           ADD 1 TO WS-READ-COUNT
           IF SQ-REF > WS-HIGH-REF
               MOVE SQ-REF TO WS-HIGH-REF
           END-IF

           IF SQ-TYPE = 'F'
               PERFORM APPLY-FAILED-PIN
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-QUEUED-ITEM

           MOVE SQ-REF TO WS-DL-REF
           MOVE SQ-CHANNEL TO WS-DL-CHANNEL
           MOVE SQ-TYPE TO WS-DL-TYPE
           MOVE SQ-DRCR TO WS-DL-DRCR
           MOVE SQ-ACCOUNT-NO TO WS-DL-ACCOUNT-NO
           MOVE SQ-AMOUNT TO WS-DL-AMOUNT
           MOVE SQ-CURRENCY TO WS-DL-CURRENCY
           MOVE SQ-CAPTURE-DATE TO WS-DL-CAPTURED
           MOVE SQ-ORIGINATOR TO WS-DL-ORIGINATOR

           IF WS-RESULT = 'P'
               ADD 1 TO WS-POSTED-COUNT
               IF SQ-DRCR = 'D'
                   ADD SQ-AMOUNT TO WS-POSTED-DR
               ELSE
                   ADD SQ-AMOUNT TO WS-POSTED-CR
               END-IF
               MOVE "POSTED" TO WS-DL-RESULT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DECLINED-COUNT
           ADD SQ-AMOUNT TO WS-DECLINED-TOTAL
           MOVE SPACE TO WS-DL-RESULT
           STRING "DECLINED " DELIMITED BY SIZE
                  WS-DECLINE-REASON DELIMITED BY SIZE
               INTO WS-DL-RESULT
           END-STRING
           DISPLAY "DECLINED " SQ-REF " " SQ-ACCOUNT-NO " "
               WS-DECLINE-REASON
           IF WS-DC-COUNT < 500
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DETAIL-LINE TO WS-DC-LINE(WS-DC-COUNT)
           ELSE
               ADD 1 TO WS-DC-OVERFLOW
           END-IF.

      *  Post the item against the account as it stands after the
      *  batch. A credit always posts to an account still on file; a
      *  debit posts only if it leaves the balance at or above the
      *  floor plus active holds, the projection WITHDRAW makes.
       POST-QUEUED-ITEM.
           MOVE 'D' TO WS-RESULT
           MOVE "NOAC" TO WS-DECLINE-REASON
           OPEN I-O ACCOUNT-FILE
           MOVE SQ-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SQ-DRCR = 'D'
                       PERFORM CALC-ACTIVE-HOLDS
                       PERFORM CALC-OVERDRAFT-FLOOR
                       COMPUTE WS-PROJECTED-BALANCE =
                           BALANCE - SQ-AMOUNT
                       COMPUTE WS-HOLD-FLOOR =
                           WS-BALANCE-FLOOR + WS-ACTIVE-HOLDS
                       IF WS-PROJECTED-BALANCE < WS-HOLD-FLOOR
                           MOVE "FUND" TO WS-DECLINE-REASON
                       ELSE
                           SUBTRACT SQ-AMOUNT FROM BALANCE
                           MOVE 'P' TO WS-RESULT
                       END-IF
                   ELSE
                       ADD SQ-AMOUNT TO BALANCE
                       MOVE 'P' TO WS-RESULT
                   END-IF
                   IF WS-RESULT = 'P'
                       MOVE SPACE TO WS-DECLINE-REASON
                       MOVE BALANCE TO WS-NEW-BALANCE
                       REWRITE ACCOUNT-RECORD
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE

           IF WS-RESULT = 'P'
               PERFORM WRITE-FORWARDED-TRANSLOG
           END-IF.

      *  A wrong PIN keyed in stand-in counts as it would have online:
      *  at the limit the account locks, with the type 'L' posting
      *  ATMACTRP counts lockouts from.
       APPLY-FAILED-PIN.
           ADD 1 TO WS-PIN-FAIL-COUNT
           MOVE 'N' TO WS-LOCKED-NOW
           OPEN I-O ACCOUNT-FILE
           MOVE SQ-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNT-FAILED-LOGINS < WS-MAX-FAILED-LOGINS
                       ADD 1 TO ACCOUNT-FAILED-LOGINS
                   END-IF
                   IF ACCOUNT-FAILED-LOGINS >= WS-MAX-FAILED-LOGINS
                      AND ACCOUNT-LOCKED NOT = 'Y'
                       MOVE 'Y' TO ACCOUNT-LOCKED
                       MOVE 'Y' TO WS-LOCKED-NOW
                   END-IF
                   MOVE BALANCE TO WS-NEW-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           CLOSE ACCOUNT-FILE

           IF WS-LOCKED-NOW = 'Y'
               ADD 1 TO WS-LOCKOUT-COUNT
               DISPLAY "ACCOUNT " SQ-ACCOUNT-NO
                   " LOCKED - TOO MANY FAILED PINS IN STAND-IN"
               PERFORM WRITE-LOCKOUT-TRANSLOG
           END-IF.

       WRITE-DECLINED-LINE.
           MOVE WS-DC-LINE(WS-DC-SUB) TO REPORT-LINE
           WRITE REPORT-LINE.

      *  The forwarded posting carries the type and side it was taken
      *  with, the channel's usual counterparty (the operator ID for a
      *  teller adjustment), and the queue reference in
      *  TRANSLOG-REF-SEQ so it traces back to the stand-in item.
       WRITE-FORWARDED-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           OPEN I-O TRANSLOG-FILE
               MOVE SQ-ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE SQ-TYPE TO TRANSLOG-TYPE
               MOVE SQ-AMOUNT TO TRANSLOG-AMOUNT
               MOVE WS-NEW-BALANCE TO TRANSLOG-BALANCE
               MOVE SQ-DRCR TO TRANSLOG-DRCR
               IF SQ-CHANNEL = 'T'
                   MOVE SQ-ORIGINATOR TO TRANSLOG-COUNTERPARTY
               ELSE
                   MOVE SPACE TO TRANSLOG-COUNTERPARTY
               END-IF
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE SQ-REF TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE SQ-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

      *  Lockout posting: no amount and no debit/credit side, the
      *  balance as it stands (no effect on reconciliation).
       WRITE-LOCKOUT-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           OPEN I-O TRANSLOG-FILE
               MOVE SQ-ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE 'L' TO TRANSLOG-TYPE
               MOVE 0 TO TRANSLOG-AMOUNT
               MOVE WS-NEW-BALANCE TO TRANSLOG-BALANCE
               MOVE SPACE TO TRANSLOG-DRCR
               MOVE SPACE TO TRANSLOG-COUNTERPARTY
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE SQ-REF TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE SQ-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

      *  Active holds on the item's account from HOLDS.dat (expired
      *  ones do not count), on top of the floor for a debit.
       CALC-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS
           MOVE 'N' TO WS-EOFH-FLAG
           OPEN INPUT HOLDS-FILE
           PERFORM UNTIL WS-EOFH-FLAG = 'Y'
               READ HOLDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOFH-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(HD-ACCOUNT-NO) =
                          FUNCTION TRIM(SQ-ACCOUNT-NO)
                          AND HD-STATUS = 'A'
                          AND (HD-EXPIRY-DATE = 0
                           OR HD-EXPIRY-DATE >= TRANSLOG-CURRENT-DATE)
                          ADD HD-AMOUNT TO WS-ACTIVE-HOLDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE.

      *  The account's live overdraft facility, if any: active,
      *  started and not yet expired on the business date. Called
      *  with the account record read.
       CALC-OVERDRAFT-FLOOR.
           MOVE 0 TO WS-OD-LIMIT
           MOVE 'N' TO WS-EOFO-FLAG
           OPEN INPUT ODLIMIT-FILE
           PERFORM UNTIL WS-EOFO-FLAG = 'Y'
               READ ODLIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOFO-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(OD-ACCOUNT-NO) =
                          FUNCTION TRIM(SQ-ACCOUNT-NO)
                          AND OD-STATUS = 'A'
                          AND OD-START-DATE <= TRANSLOG-CURRENT-DATE
                          AND OD-EXPIRY-DATE >= TRANSLOG-CURRENT-DATE
                          MOVE OD-LIMIT TO WS-OD-LIMIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ODLIMIT-FILE
           IF WS-OD-LIMIT > 0
               COMPUTE WS-BALANCE-FLOOR = 0 - WS-OD-LIMIT
           ELSE
               MOVE MIN-BALANCE TO WS-BALANCE-FLOOR
           END-IF.

      *  Absent status file = online.
       READ-SYSTEM-STATUS.
           MOVE 'O' TO WS-SYSTEM-MODE
           OPEN INPUT SYSSTAT-FILE
           READ SYSSTAT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SS-MODE TO WS-SYSTEM-MODE
           END-READ
           CLOSE SYSSTAT-FILE.

       READ-FORWARD-CONTROL.
           MOVE 0 TO WS-LAST-REF
           OPEN INPUT SAFCTL-FILE
           READ SAFCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SC-LAST-REF TO WS-LAST-REF
           END-READ
           CLOSE SAFCTL-FILE.

       WRITE-FORWARD-CONTROL.
           OPEN OUTPUT SAFCTL-FILE
               MOVE WS-HIGH-REF TO SC-LAST-REF
               MOVE TRANSLOG-CURRENT-DATE TO SC-RUN-DATE
               WRITE SAFCTL-RECORD
           CLOSE SAFCTL-FILE.

       TRANSLOG-FORMAT-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO TRANSLOG-CURRENT-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO TRANSLOG-CURRENT-DATE
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
       END PROGRAM SAFFWD.
