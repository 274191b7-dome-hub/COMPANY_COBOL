               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL PENDAPPR-FILE ASSIGN TO "PENDAPPR.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELLEROP-FILE ASSIGN TO "TELLEROP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELAUDIT-FILE ASSIGN TO "TELAUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Online / batch window flag set by BATCHRUN.
           SELECT OPTIONAL SYSSTAT-FILE ASSIGN TO "SYSSTAT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PENDAPPR-FILE.
       01  PENDAPPR-RECORD.
           05 OP-PW-DATE             PIC 9(8).
           05 OP-FORCE-CHANGE        PIC X(1).
           05 OP-FAILED-LOGINS       PIC 9(1).
           05 OP-BRANCH              PIC X(4).

       FD  TELAUDIT-FILE.
       01  TELAUDIT-RECORD.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

      *  SS-MODE O = online, B = batch running, F = batch past
      *  cutover and forwarding the stand-in queue.
       FD  SYSSTAT-FILE.
       01  SYSSTAT-RECORD.
           05 SS-MODE                PIC X(1).
           05 SS-CHANGED-DATE        PIC 9(8).
           05 SS-CHANGED-TIME        PIC 9(6).

      *  Funds holds placed by HOLDMNT: active holds earmark part of
      *  BALANCE on top of the MIN-BALANCE floor.
       FD  HOLDS-FILE.
           05 HD-EXPIRY-DATE         PIC 9(8).
           05 HD-STATUS              PIC X(1).

      *  ATM dispute cases owned by DISPMNT. A refund is queued here
      *  with reason DISP and the case waits in status Q on it.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05 DC-CASE-NO             PIC 9(6).
           05 DC-POSTING-SEQ         PIC 9(8).
           05 DC-ACCOUNT-NO          PIC X(10).
           05 DC-TXN-DATE            PIC 9(8).
           05 DC-AMOUNT              PIC 9(8)V99.
           05 DC-CLAIM-TYPE          PIC X(4).
           05 DC-OPEN-DATE           PIC 9(8).
           05 DC-DEADLINE            PIC 9(8).
           05 DC-OPENED-BY           PIC X(8).
           05 DC-STATUS              PIC X(1).
           05 DC-RESOLVED-BY         PIC X(8).
           05 DC-RESOLVED-DATE       PIC 9(8).
           05 DC-APPR-SEQ            PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-CHOICE         PIC X(1).
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
       01  WS-LISTED-COUNT  PIC 9(3) VALUE 0.
       01  WS-POST-OK       PIC X VALUE 'N'.
       01  WS-ACCT-FOUND    PIC X VALUE 'N'.
       01  WS-OLD-BALANCE   PIC S9(8)V99 VALUE 0.
       01  WS-NEW-BALANCE   PIC S9(8)V99 VALUE 0.
       01  WS-POST-DRCR     PIC X(1) VALUE SPACE.
       01  WS-POST-TYPE     PIC X(1) VALUE SPACE.
       01  WS-POST-REF-SEQ  PIC 9(8) VALUE 0.
      *  Reversal re-check against the live log
       01  WS-ORIG-FOUND    PIC X VALUE 'N'.
       01  WS-ALREADY-FLAG  PIC X VALUE 'N'.
       01  WS-ORIG-ACCNO    PIC X(10) VALUE SPACE.
       01  WS-ORIG-TYPE     PIC X(1) VALUE SPACE.

       01  AUDIT-CURRENT-DATE-TIME.
           05  AUDIT-CURRENT-DATE  PIC 9(8).
       01  WS-AVAIL-BALANCE PIC S9(10)V99 VALUE 0.

       01  WS-AMOUNT-DISP   PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-BALANCE-DISP  PIC --,---,--9.99.
       01  WS-REQ-TAG       PIC X(20) VALUE SPACE.

      *  Dispute cases loaded whole so the one waiting on an item can
      *  be closed and the file written back.
       01  WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 500 TIMES.
               10 WS-DC-RECORD   PIC X(93).
       01  WS-DC-COUNT      PIC 9(3) VALUE 0.
       01  WS-DC-SUB        PIC 9(3) VALUE 0.
       01  WS-DC-MATCH      PIC X VALUE 'N'.
       01  WS-DC-FULL       PIC X VALUE 'N'.

       01  WS-SYSTEM-MODE   PIC X(1) VALUE 'O'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
      *  approve their own item, and only this posting touches the
      *  balance.
       APPROVE-ITEM.
      *    ACCOUNT-FILE and TRANSLOG-FILE belong to the end-of-day
      *    batch while its window is open; approvals wait for it.
           PERFORM READ-SYSTEM-STATUS
           IF WS-SYSTEM-MODE = 'B' OR WS-SYSTEM-MODE = 'F'
               DISPLAY "END-OF-DAY PROCESSING IS RUNNING - NOTHING "
                   "CAN BE APPROVED UNTIL IT FINISHES"
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-PENDING-ITEM
           IF WS-PD-MATCH NOT = 'Y'
               EXIT PARAGRAPH
                   "REQUEST - REFUSED"
               EXIT PARAGRAPH
           END-IF
           IF WS-PDW-REASON = "DISP"
               PERFORM LOAD-DISPUTE-TABLE
               IF WS-DC-FULL = 'Y'
                   PERFORM DISPUTE-FILE-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'N' TO WS-POST-OK
           IF WS-PDW-TYPE = 'A'

           MOVE "QAPP" TO WS-REQ-TAG(1:4)
           PERFORM WRITE-DECISION-AUDIT
           IF WS-PDW-REASON = "DISP"
               PERFORM UPDATE-DISPUTE-CASE
           END-IF
           DISPLAY "ITEM " WS-PDW-SEQ " APPROVED AND POSTED".

       REJECT-ITEM.
           IF WS-PD-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-PDW-REASON = "DISP"
               PERFORM LOAD-DISPUTE-TABLE
               IF WS-DC-FULL = 'Y'
                   PERFORM DISPUTE-FILE-FULL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'R' TO WS-PDW-STATUS
           MOVE WS-OPERATOR-ID TO WS-PDW-ACTION-OP

           MOVE "QREJ" TO WS-REQ-TAG(1:4)
           PERFORM WRITE-DECISION-AUDIT
           IF WS-PDW-REASON = "DISP"
               PERFORM UPDATE-DISPUTE-CASE
           END-IF
           DISPLAY "ITEM " WS-PDW-SEQ " REJECTED - NOTHING POSTED".

       PICK-PENDING-ITEM.
                   " HAS ALREADY BEEN REVERSED"
               EXIT PARAGRAPH
           END-IF
      *    REVERSAL no longer queues these; one queued before that
      *    is refused here for the same reason (see REVERSAL).
           IF WS-ORIG-TYPE = 'B' OR WS-ORIG-TYPE = 'C'
               DISPLAY "POSTING " WS-PDW-ORIG-SEQ
                   " IS AN INTERBANK OR DEPOSITED-CHEQUE POSTING - "
                   "REJECT THE ITEM"
               EXIT PARAGRAPH
           END-IF

           IF WS-PDW-DRCR = 'C'
               MOVE 'D' TO WS-POST-DRCR
       RECHECK-ORIGINAL-POSTING.
           MOVE 'N' TO WS-ORIG-FOUND
           MOVE 'N' TO WS-ALREADY-FLAG
           OPEN INPUT TRANSLOG-FILE
           MOVE WS-PDW-ORIG-SEQ TO TRANSLOG-POSTING-SEQ
           READ TRANSLOG-FILE
               KEY IS TRANSLOG-POSTING-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ORIG-FOUND
                   MOVE TRANSLOG-ACCOUNT-NO TO WS-ORIG-ACCNO
                   MOVE TRANSLOG-TYPE TO WS-ORIG-TYPE
           END-READ
           IF WS-ORIG-FOUND = 'Y'
               PERFORM CHECK-ALREADY-REVERSED
           END-IF
           CLOSE TRANSLOG-FILE.

      *  A reversal is always posted to the original's account on or
      *  after its date, so only that stretch of the account/date key
      *  needs looking at.
       CHECK-ALREADY-REVERSED.
           MOVE 'N' TO WS-EOF-FLAG
           START TRANSLOG-FILE
               KEY IS NOT LESS THAN TRANSLOG-ACCT-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRANSLOG-ACCOUNT-NO NOT = WS-ORIG-ACCNO
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF TRANSLOG-TYPE = 'R'
                              AND TRANSLOG-REF-SEQ = WS-PDW-ORIG-SEQ
                               MOVE 'Y' TO WS-ALREADY-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *  The posting carries the approving operator in the
      *  counterparty column, the way TELLER adjustments carry the
       WRITE-APPROVAL-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN I-O TRANSLOG-FILE
               MOVE WS-PDW-ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
               MOVE AUDIT-CURRENT-DATE TO TRANSLOG-DATE
               MOVE AUDIT-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE WS-POST-REF-SEQ TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-OPERATOR-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

      *  Decision audit under the approver, with the requesting
           MOVE WS-PD-RECORD(WS-PD-SUB) TO PENDAPPR-RECORD
           WRITE PENDAPPR-RECORD.

      *  The whole dispute file is written back from this table, so
      *  a file past the table's capacity is not worked at all -
      *  checked before the decision so nothing is half done.
       LOAD-DISPUTE-TABLE.
           MOVE 0 TO WS-DC-COUNT
           MOVE 'N' TO WS-DC-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DISPUTE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-DC-COUNT < 500
                           ADD 1 TO WS-DC-COUNT
                           MOVE DISPUTE-RECORD
                               TO WS-DC-RECORD(WS-DC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DC-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE.

       DISPUTE-FILE-FULL.
           DISPLAY "DISPUTE.dat HOLDS MORE THAN 500 RECORDS - "
               "ARCHIVE THE CLOSED CASES FIRST."
           DISPLAY "ITEM " WS-PDW-SEQ " LEFT PENDING".

      *  The dispute case waiting on this item: an approved refund
      *  closes it as refunded, a rejected one hands it back to the
      *  investigator as open. The table was loaded before the
      *  decision.
       UPDATE-DISPUTE-CASE.
           MOVE 'N' TO WS-DC-MATCH
           PERFORM MARK-DISPUTE-SLOT
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
           IF WS-DC-MATCH NOT = 'Y'
               DISPLAY "NO DISPUTE CASE IS WAITING ON ITEM "
                   WS-PDW-SEQ
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DISPUTE-FILE
           PERFORM WRITE-DISPUTE-SLOT
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
           CLOSE DISPUTE-FILE.

       MARK-DISPUTE-SLOT.
           MOVE WS-DC-RECORD(WS-DC-SUB) TO DISPUTE-RECORD
           IF DC-STATUS = 'Q' AND DC-APPR-SEQ = WS-PDW-SEQ
               MOVE 'Y' TO WS-DC-MATCH
               IF WS-PDW-STATUS = 'A'
                   MOVE 'F' TO DC-STATUS
                   MOVE WS-OPERATOR-ID TO DC-RESOLVED-BY
                   MOVE AUDIT-CURRENT-DATE TO DC-RESOLVED-DATE
                   DISPLAY "DISPUTE CASE " DC-CASE-NO " REFUNDED"
               ELSE
                   MOVE 'O' TO DC-STATUS
                   MOVE 0 TO DC-APPR-SEQ
                   DISPLAY "DISPUTE CASE " DC-CASE-NO " BACK OPEN "
                       "WITH THE INVESTIGATOR"
               END-IF
               MOVE DISPUTE-RECORD TO WS-DC-RECORD(WS-DC-SUB)
           END-IF.

       WRITE-DISPUTE-SLOT.
           MOVE WS-DC-RECORD(WS-DC-SUB) TO DISPUTE-RECORD
           WRITE DISPUTE-RECORD.

      *  Sign-on against the TELLEROP.dat record OPERMNT maintains:
      *  disabled and locked operators are refused, repeated failures
      *  lock the operator the way ACCOUNT-FAILED-LOGINS locks a
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
           END-IF.


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

       GET-BUSINESS-DATE.
           MOVE 0 TO WS-BUSINESS-DATE
           OPEN INPUT PROCDATE-FILE
