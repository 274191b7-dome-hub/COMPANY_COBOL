      *              which account, before/after values) the way ATM
      *              receipts land in RECEIPT-FILE, and adjustments
      *              are posted to TRANSLOG-FILE so reconciliation
      *              still explains the balance. Debits above an
      *              account's signing mandate threshold (ACCTMAND.dat)
      *              need the signatures the mandate asks for from its
      *              holders (ACCTHLDR.dat), each one audited.
      *              While BATCHRUN has the system in its batch window
      *              (SYSSTAT.dat) the console works in stand-in: only
      *              inquiries and balance adjustments are taken, and
      *              an adjustment is queued to SAFQUEUE.dat for SAFFWD
      *              to post after cutover instead of touching
      *              ACCOUNT-FILE, a debit held to the offline limit
      *              in SAFLIMIT.dat across the debits already queued.
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
      *  Operators allowed to sign on; owned and maintained by the
      *  OPERMNT security administration program, one per line.
           SELECT OPTIONAL TELLEROP-FILE ASSIGN TO "TELLEROP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ODLIMIT-FILE ASSIGN TO "ODLIMIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Interbank outward register, shared with ATM-PROJECT and
      *  worked by IBOUTWD / IBCONFRM.
           SELECT OPTIONAL IBXFER-FILE ASSIGN TO "IBXFER.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Other banks' cheques paid in at the counter, waiting for
      *  OCHQCLR to release or return them.
           SELECT OPTIONAL CHQDEP-FILE ASSIGN TO "CHQDEP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Holders beyond ACCOUNT-CUST-NO and the signing mandate, both
      *  maintained by MANDMNT.
           SELECT OPTIONAL ACCTHLDR-FILE ASSIGN TO "ACCTHLDR.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCTMAND-FILE ASSIGN TO "ACCTMAND.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Online / batch window flag set by BATCHRUN, and the stand-in
      *  queue shared with ATM-PROJECT and forwarded by SAFFWD: its
      *  reference counter, the last reference already forwarded and
      *  the offline debit limit per account. Absent limit file =
      *  5,000.00.
           SELECT OPTIONAL SYSSTAT-FILE ASSIGN TO "SYSSTAT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SAFQUEUE-FILE ASSIGN TO "SAFQUEUE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SAFSEQ-FILE ASSIGN TO "SAFSEQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SAFCTL-FILE ASSIGN TO "SAFCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SAFLIMIT-FILE ASSIGN TO "SAFLIMIT.dat"
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

       FD  TELLEROP-FILE.
       01  TELLEROP-RECORD.
           05 OP-PW-DATE             PIC 9(8).
           05 OP-FORCE-CHANGE        PIC X(1).
           05 OP-FAILED-LOGINS       PIC 9(1).
           05 OP-BRANCH              PIC X(4).

      *  One audit line per teller action: who, when, which account,
      *  what was done, the value before and after, and the reason
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

      *  One line per payment to another bank. Status P = pending
      *  send, S = sent, C = confirmed, R = rejected and refunded.
       FD  IBXFER-FILE.
       01  IBXFER-RECORD.
           05 IB-REF-SEQ             PIC 9(8).
           05 IB-ACCOUNT-NO          PIC X(10).
           05 IB-BANK-CODE           PIC X(4).
           05 IB-BENEF-ACCOUNT       PIC X(20).
           05 IB-BENEF-NAME          PIC X(20).
           05 IB-AMOUNT              PIC 9(8)V99.
           05 IB-CURRENCY            PIC X(3).
           05 IB-INIT-DATE           PIC 9(8).
           05 IB-CHANNEL             PIC X(1).
           05 IB-OPERATOR            PIC X(8).
           05 IB-STATUS              PIC X(1).
           05 IB-SENT-DATE           PIC 9(8).
           05 IB-SETTLE-DATE         PIC 9(8).
           05 IB-REJECT-CODE         PIC X(4).

      *  One line per deposited cheque. Status U = uncleared (held),
      *  C = cleared and released, R = returned and reversed,
      *  E = returned but the reversal could not be taken.
       FD  CHQDEP-FILE.
       01  CHQDEP-RECORD.
           05 CD-REF-SEQ             PIC 9(8).
           05 CD-ACCOUNT-NO          PIC X(10).
           05 CD-BANK-CODE           PIC X(4).
           05 CD-CHEQUE-NO           PIC 9(8).
           05 CD-AMOUNT              PIC 9(8)V99.
           05 CD-DEPOSIT-DATE        PIC 9(8).
           05 CD-CLEAR-DATE          PIC 9(8).
           05 CD-OPERATOR            PIC X(8).
           05 CD-STATUS              PIC X(1).
           05 CD-RETURN-REASON       PIC X(4).
           05 CD-RETURN-DATE         PIC 9(8).

      *  Bank holiday calendar maintained by CALMNT.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HO-DATE                PIC 9(8).
           05 HO-DESC                PIC X(20).

      *  Joint holders (J), guardians (G) and signatories (S); status
      *  A = active, R = removed.
       FD  ACCTHLDR-FILE.
       01  ACCTHLDR-RECORD.
           05 AH-ACCOUNT-NO          PIC X(10).
           05 AH-CUST-NO             PIC X(8).
           05 AH-ROLE                PIC X(1).
           05 AH-STATUS              PIC X(1).
           05 AH-ADDED-DATE          PIC 9(8).
           05 AH-ADDED-BY            PIC X(8).
           05 AH-REMOVED-DATE        PIC 9(8).

      *  Rule E = either to sign, A = all to sign, 2 = any two, for
      *  debits above AM-THRESHOLD.
       FD  ACCTMAND-FILE.
       01  ACCTMAND-RECORD.
           05 AM-ACCOUNT-NO          PIC X(10).
           05 AM-RULE                PIC X(1).
           05 AM-THRESHOLD           PIC 9(8)V99.
           05 AM-SET-DATE            PIC 9(8).
           05 AM-SET-BY              PIC X(8).

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

       FD  SAFSEQ-FILE.
       01  SAFSEQ-RECORD.
           05 SAFSEQ-LAST            PIC 9(8).

       FD  SAFCTL-FILE.
       01  SAFCTL-RECORD.
           05 SC-LAST-REF            PIC 9(8).
           05 SC-RUN-DATE            PIC 9(8).

       FD  SAFLIMIT-FILE.
       01  SAFLIMIT-RECORD.
           05 SL-LIMIT               PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-CHOICE         PIC X(1).
       01  WS-OPERATOR-PW    PIC X(8) VALUE SPACE.
       01  WS-OPERATOR-NAME  PIC X(20) VALUE SPACE.
       01  WS-OPERATOR-ROLE  PIC X(1) VALUE SPACE.
       01  WS-OPERATOR-BRANCH PIC X(4) VALUE SPACE.
       01  WS-SIGNON-OK      PIC X VALUE 'N'.

      *  Operators loaded whole so the failed count, lock status and
      *  CASHMGMT rewrites the cassette file.
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
       01  WS-ADJ-AMOUNT     PIC 9(8)V99 VALUE 0.
       01  WS-ADJ-DIRECTION  PIC X(1) VALUE SPACE.
       01  WS-REASON-CODE    PIC X(4) VALUE SPACE.
       01  WS-OLD-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-BALANCE-DISP   PIC --,---,--9.99.
       01  WS-MINBAL-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.

       01  WS-ACTIVE-HOLDS   PIC 9(10)V99 VALUE 0.
       01  WS-AVAIL-BALANCE  PIC S9(10)V99 VALUE 0.

      *  A live overdraft facility replaces the MIN-BALANCE floor
      *  with minus the sanctioned limit.
       01  WS-OD-LIMIT       PIC 9(8)V99 VALUE 0.
       01  WS-OD-EXPIRY      PIC 9(8) VALUE 0.
       01  WS-BALANCE-FLOOR  PIC S9(8)V99 VALUE 0.

      *  Approval threshold and queueing fields
       01  WS-APPR-THRESHOLD PIC 9(8)V99 VALUE 50000.00.
       01  WS-PEND-COUNT     PIC 9(6) VALUE 0.

      *  Interbank transfer fields; this bank's own clearing code
      *  is refused as a beneficiary bank (that is an on-us transfer).
       01  WS-OWN-BANK-CODE  PIC X(4) VALUE "0350".
       01  WS-IB-BANK-CODE   PIC X(4) VALUE SPACE.
       01  WS-IB-BENEF-ACCOUNT PIC X(20) VALUE SPACE.
       01  WS-IB-BENEF-NAME  PIC X(20) VALUE SPACE.
       01  WS-IB-AMOUNT      PIC 9(8)V99 VALUE 0.
       01  WS-ANSWER         PIC X(1) VALUE SPACE.

      *  Outward cheque deposit fields. The funds stay on an 'UNCL'
      *  hold for WS-CLEAR-DAYS working days after the deposit.
      *  OCHQCLR lifts the hold in the end-of-day run of the clearing
      *  day, so the customer can draw on the funds from the next
      *  working day (WS-AVAIL-DATE).
       01  WS-CHQ-BANK-CODE  PIC X(4) VALUE SPACE.
       01  WS-CHQ-NUMBER     PIC 9(8) VALUE 0.
       01  WS-CHQ-AMOUNT     PIC 9(8)V99 VALUE 0.
       01  WS-CLEAR-DAYS     PIC 9(1) VALUE 2.
       01  WS-CLEAR-DATE     PIC 9(8) VALUE 0.
       01  WS-AVAIL-DATE     PIC 9(8) VALUE 0.
       01  WS-DAYS-COUNTED   PIC 9(1) VALUE 0.
       01  WS-CHECK-INT      PIC 9(8) VALUE 0.
       01  WS-CHECK-DATE     PIC 9(8) VALUE 0.
       01  WS-CHECK-DOW      PIC 9(1) VALUE 0.
       01  WS-WORKING-FLAG   PIC X VALUE 'Y'.
       01  WS-EOFH-FLAG      PIC X VALUE 'N'.

      *  Signing mandate on the worked account. The people able to
      *  sign are the primary holder (unless a guardian signs for a
      *  minor) and every active joint holder, guardian and
      *  signatory; those the operator records as present are marked.
       01  WS-MAND-FOUND     PIC X VALUE 'N'.
       01  WS-MAND-RULE      PIC X(1) VALUE SPACE.
       01  WS-MAND-THRESHOLD PIC 9(8)V99 VALUE 0.
       01  WS-MAND-AMOUNT    PIC 9(8)V99 VALUE 0.
       01  WS-MANDATE-OK     PIC X VALUE 'Y'.
       01  WS-SG-TABLE.
           05 WS-SG-ENTRY OCCURS 20 TIMES.
               10 WS-SG-CUST-NO  PIC X(8).
               10 WS-SG-ROLE     PIC X(1).
               10 WS-SG-SIGNED   PIC X(1).
       01  WS-SG-COUNT       PIC 9(2) VALUE 0.
       01  WS-SG-SUB         PIC 9(2) VALUE 0.
       01  WS-SG-IDX         PIC 9(2) VALUE 0.
       01  WS-HAS-GUARDIAN   PIC X VALUE 'N'.
       01  WS-SIGN-NEEDED    PIC 9(2) VALUE 0.
       01  WS-SIGNED-COUNT   PIC 9(2) VALUE 0.
       01  WS-SIGN-STOP      PIC X VALUE 'N'.
       01  WS-SIGNER-NO      PIC X(8) VALUE SPACE.
       01  WS-EOFM-FLAG      PIC X VALUE 'N'.

      *  Image of the updated record held across the re-read inside
      *  REWRITE-ACCOUNT.
       01  WS-AUDIT-SAVE-RECORD PIC X(72) VALUE SPACE.

      *  Stand-in while the batch window is open: what is queued for
      *  the worked account and not yet forwarded, against the
      *  offline debit limit.
       01  WS-SYSTEM-MODE    PIC X(1) VALUE 'O'.
       01  WS-STANDIN-MODE   PIC X VALUE 'N'.
       01  WS-STANDIN-OK     PIC X VALUE 'N'.
       01  WS-SAF-REF        PIC 9(8) VALUE 0.
       01  WS-SAF-LAST-FWD   PIC 9(8) VALUE 0.
       01  WS-SAF-LIMIT      PIC 9(8)V99 VALUE 5000.00.
       01  WS-SAF-QUEUED-DR  PIC 9(10)V99 VALUE 0.
       01  WS-SAF-QUEUED-CR  PIC 9(10)V99 VALUE 0.
       01  WS-EOFQ-FLAG      PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
           WRITE TELLEROP-RECORD.

       TELLER-MENU.
           PERFORM READ-SYSTEM-STATUS
           DISPLAY " ".
           IF WS-STANDIN-MODE = 'Y'
               DISPLAY "END-OF-DAY BATCH RUNNING - STAND-IN MODE"
               DISPLAY "INQUIRY AND BALANCE ADJUSTMENT ONLY"
           END-IF
           DISPLAY "PLEASE SELECT MENU".
           DISPLAY " 1. ACCOUNT INQUIRY".
           DISPLAY " 2. NAME / DETAIL MAINTENANCE".
           DISPLAY " 3. BALANCE ADJUSTMENT".
           DISPLAY " 4. REACTIVATE DORMANT ACCOUNT".
           DISPLAY " 5. INTERBANK TRANSFER".
           DISPLAY " 6. CHEQUE DEPOSIT (OTHER BANK)".
           DISPLAY " 7. EXIT".
           ACCEPT WS-CHOICE
           IF WS-STANDIN-MODE = 'Y'
              AND WS-CHOICE NOT = '1'
              AND WS-CHOICE NOT = '3'
              AND WS-CHOICE NOT = '7'
               DISPLAY "NOT AVAILABLE WHILE THE END-OF-DAY BATCH IS "
                   "RUNNING"
               GO TO TELLER-MENU
           END-IF
           EVALUATE WS-CHOICE
               WHEN 1  PERFORM ACCOUNT-INQUIRY
               WHEN 2  PERFORM NAME-MAINTENANCE
                       DISPLAY "REACTIVATION NEEDS A SUPERVISOR "
                           "SIGN-ON"
                   END-IF
               WHEN 5  PERFORM INTERBANK-TRANSFER
               WHEN 6  PERFORM CHEQUE-DEPOSIT
               WHEN 7  DISPLAY "CONSOLE CLOSED"
                       STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           DISPLAY "----------------------------------------"
           DISPLAY "ACCOUNT NO     : " ACCOUNT-NO
           DISPLAY "NAME           : " ACCOUNT-NAME
           DISPLAY "HOME BRANCH    : " ACCOUNT-BRANCH
           DISPLAY "BALANCE        : " WS-BALANCE-DISP
               " " FUNCTION TRIM(CURRENCY-CODE)
           DISPLAY "MIN BALANCE    : " WS-MINBAL-DISP
           PERFORM CALC-OVERDRAFT-FLOOR
           IF WS-OD-LIMIT > 0
               MOVE WS-OD-LIMIT TO WS-MINBAL-DISP
               DISPLAY "OVERDRAFT LIMIT: " WS-MINBAL-DISP
                   " EXPIRES " WS-OD-EXPIRY
           END-IF
           DISPLAY "FAILED LOGINS  : " ACCOUNT-FAILED-LOGINS
           DISPLAY "LOCKED         : " ACCOUNT-LOCKED
           DISPLAY "DORMANT        : " ACCOUNT-DORMANT
           IF WS-STANDIN-MODE = 'Y'
               PERFORM CALC-STANDIN-QUEUED
               MOVE WS-SAF-QUEUED-DR TO WS-AMOUNT-DISP
               DISPLAY "STAND-IN DEBITS: " WS-AMOUNT-DISP
                   " (NOT YET POSTED)"
               MOVE WS-SAF-QUEUED-CR TO WS-AMOUNT-DISP
               DISPLAY "STAND-IN CREDIT: " WS-AMOUNT-DISP
                   " (NOT YET POSTED)"
           END-IF
           DISPLAY "----------------------------------------"

           MOVE "INQ " TO WS-AUDIT-ACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM CALC-ACTIVE-HOLDS
           PERFORM CALC-OVERDRAFT-FLOOR
           COMPUTE WS-AVAIL-BALANCE =
               BALANCE + WS-OD-LIMIT - WS-ACTIVE-HOLDS
           IF WS-ADJ-DIRECTION = 'D'
              AND WS-ADJ-AMOUNT > WS-AVAIL-BALANCE
               DISPLAY "DEBIT EXCEEDS THE AVAILABLE BALANCE (AFTER"
               DISPLAY "ACTIVE HOLDS AND ANY OVERDRAFT) - REFUSED"
               EXIT PARAGRAPH
           END-IF
           IF WS-STANDIN-MODE = 'Y'
              AND WS-ADJ-DIRECTION = 'D'
               PERFORM CHECK-STANDIN-LIMIT
               IF WS-STANDIN-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ADJ-DIRECTION = 'D'
               MOVE WS-ADJ-AMOUNT TO WS-MAND-AMOUNT
               PERFORM CHECK-SIGNING-MANDATE
               IF WS-MANDATE-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "REASON CODE (REQUIRED) : "
           MOVE SPACE TO WS-REASON-CODE
               EXIT PARAGRAPH
           END-IF

      *    In stand-in the adjustment waits in the queue for SAFFWD;
      *    ACCOUNT-FILE and TRANSLOG-FILE belong to the batch. APPRQUE
      *    cannot approve during the window either, so an adjustment
      *    above the approval threshold is refused until it closes.
           PERFORM READ-APPROVAL-THRESHOLD
           IF WS-STANDIN-MODE = 'Y'
               IF WS-ADJ-AMOUNT > WS-APPR-THRESHOLD
                   DISPLAY "ABOVE THE APPROVAL THRESHOLD - NOT"
                   DISPLAY "ACCEPTED DURING END-OF-DAY PROCESSING"
                   EXIT PARAGRAPH
               END-IF
               PERFORM QUEUE-STANDIN-ADJUSTMENT
               IF WS-ADJ-DIRECTION = 'D'
                   PERFORM RECORD-MANDATE-SIGNATURES
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    Above the approval threshold nothing posts here: the
      *    request queues for a second operator in APPRQUE, and only
      *    the approval moves BALANCE and writes TRANSLOG-FILE.
           IF WS-ADJ-AMOUNT > WS-APPR-THRESHOLD
               PERFORM QUEUE-ADJUSTMENT-FOR-APPROVAL
               IF WS-ADJ-DIRECTION = 'D'
                   PERFORM RECORD-MANDATE-SIGNATURES
               END-IF
               EXIT PARAGRAPH
           END-IF


           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-ADJUSTMENT-TRANSLOG
           IF WS-ADJ-DIRECTION = 'D'
               PERFORM RECORD-MANDATE-SIGNATURES
           END-IF

           MOVE WS-ADJ-AMOUNT TO WS-AMOUNT-DISP
           MOVE BALANCE       TO WS-BALANCE-DISP
           PERFORM REWRITE-ACCOUNT
           DISPLAY "ACCOUNT " WS-WORK-ACCNO " REACTIVATED".

      *  Customer at the counter paying a beneficiary at another
      *  bank: the account is debited now (type 'B', the bank code in
      *  the counterparty column) into the interbank settlement
      *  suspense, and the item is registered in IBXFER.dat for the
      *  next outward clearing file.
       INTERBANK-TRANSFER.
           PERFORM FETCH-ACCOUNT
           IF WS-ACCT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-LOCKED = 'Y'
               DISPLAY "ACCOUNT IS LOCKED - TRANSFER REFUSED"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-DORMANT = 'Y'
               DISPLAY "ACCOUNT IS DORMANT - REACTIVATE FIRST"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "BENEFICIARY BANK CODE : "
           MOVE SPACE TO WS-IB-BANK-CODE
           ACCEPT WS-IB-BANK-CODE
           IF WS-IB-BANK-CODE = SPACE
              OR WS-IB-BANK-CODE = WS-OWN-BANK-CODE
               DISPLAY "NOT ANOTHER BANK - USE AN ON-US TRANSFER"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BENEFICIARY ACCOUNT   : "
           MOVE SPACE TO WS-IB-BENEF-ACCOUNT
           ACCEPT WS-IB-BENEF-ACCOUNT
           DISPLAY "BENEFICIARY NAME      : "
           MOVE SPACE TO WS-IB-BENEF-NAME
           ACCEPT WS-IB-BENEF-NAME
           IF WS-IB-BENEF-ACCOUNT = SPACE
              OR WS-IB-BENEF-NAME = SPACE
               DISPLAY "BENEFICIARY ACCOUNT AND NAME ARE REQUIRED"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "AMOUNT : "
           ACCEPT WS-IB-AMOUNT
           IF WS-IB-AMOUNT <= 0
               DISPLAY "INVALID AMOUNT MUST BE > 0"
               EXIT PARAGRAPH
           END-IF
           PERFORM CALC-ACTIVE-HOLDS
           PERFORM CALC-OVERDRAFT-FLOOR
           COMPUTE WS-AVAIL-BALANCE =
               BALANCE - WS-BALANCE-FLOOR - WS-ACTIVE-HOLDS
           IF WS-IB-AMOUNT > WS-AVAIL-BALANCE
               DISPLAY "TRANSFER WOULD DROP BALANCE BELOW THE "
                   "MINIMUM OR OVERDRAFT LIMIT PLUS ACTIVE HOLDS - "
                   "REFUSED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IB-AMOUNT TO WS-MAND-AMOUNT
           PERFORM CHECK-SIGNING-MANDATE
           IF WS-MANDATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IB-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "CONFIRM " WS-AMOUNT-DISP " TO "
               FUNCTION TRIM(WS-IB-BENEF-ACCOUNT) " AT BANK "
               WS-IB-BANK-CODE " (Y/N) : "
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY "TRANSFER CANCELLED"
               EXIT PARAGRAPH
           END-IF

           MOVE BALANCE TO WS-OLD-BALANCE
           SUBTRACT WS-IB-AMOUNT FROM BALANCE

           MOVE "IBXF" TO WS-AUDIT-ACTION
           MOVE WS-OLD-BALANCE TO WS-BALANCE-DISP
           MOVE WS-BALANCE-DISP TO WS-AUDIT-BEFORE
           MOVE BALANCE TO WS-BALANCE-DISP
           MOVE WS-BALANCE-DISP TO WS-AUDIT-AFTER
           MOVE SPACE TO WS-REASON-CODE
           PERFORM WRITE-TELLER-AUDIT

           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-INTERBANK-TRANSLOG
           PERFORM WRITE-INTERBANK-ITEM
           PERFORM RECORD-MANDATE-SIGNATURES

           MOVE BALANCE TO WS-BALANCE-DISP
           DISPLAY "INTERBANK TRANSFER REFERENCE " WS-POSTING-SEQ
           DISPLAY "NEW BALANCE : " WS-BALANCE-DISP
               " " FUNCTION TRIM(CURRENCY-CODE).

       WRITE-INTERBANK-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           PERFORM AUDIT-FORMAT-DATE-TIME

           OPEN I-O TRANSLOG-FILE
               MOVE WS-WORK-ACCNO TO TRANSLOG-ACCOUNT-NO
               MOVE AUDIT-CURRENT-DATE TO TRANSLOG-DATE
               MOVE AUDIT-CURRENT-TIME TO TRANSLOG-TIME
               MOVE 'B' TO TRANSLOG-TYPE
               MOVE WS-IB-AMOUNT TO TRANSLOG-AMOUNT
               MOVE BALANCE TO TRANSLOG-BALANCE
               MOVE 'D' TO TRANSLOG-DRCR
               MOVE WS-IB-BANK-CODE TO TRANSLOG-COUNTERPARTY
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-OPERATOR-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

      *  Register the item as pending under its posting sequence,
      *  which is the reference carried on the outward file.
       WRITE-INTERBANK-ITEM.
           OPEN EXTEND IBXFER-FILE
               MOVE WS-POSTING-SEQ      TO IB-REF-SEQ
               MOVE WS-WORK-ACCNO       TO IB-ACCOUNT-NO
               MOVE WS-IB-BANK-CODE     TO IB-BANK-CODE
               MOVE WS-IB-BENEF-ACCOUNT TO IB-BENEF-ACCOUNT
               MOVE WS-IB-BENEF-NAME    TO IB-BENEF-NAME
               MOVE WS-IB-AMOUNT        TO IB-AMOUNT
               MOVE CURRENCY-CODE       TO IB-CURRENCY
               MOVE AUDIT-CURRENT-DATE  TO IB-INIT-DATE
               MOVE 'T'                 TO IB-CHANNEL
               MOVE WS-OPERATOR-ID      TO IB-OPERATOR
               MOVE 'P'                 TO IB-STATUS
               MOVE 0                   TO IB-SENT-DATE
               MOVE 0                   TO IB-SETTLE-DATE
               MOVE SPACE               TO IB-REJECT-CODE
               WRITE IBXFER-RECORD
           CLOSE IBXFER-FILE.

      *  Another bank's cheque paid in at the counter: the account is
      *  credited now (type 'C', drawee bank in the counterparty
      *  column) so it shows in BALANCE, but an 'UNCL' hold keeps it
      *  out of reach of every debit until OCHQCLR releases it on
      *  the clearing day or reverses it if the cheque comes back.
       CHEQUE-DEPOSIT.
           PERFORM FETCH-ACCOUNT
           IF WS-ACCT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-LOCKED = 'Y'
               DISPLAY "ACCOUNT IS LOCKED - DEPOSIT REFUSED"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-DORMANT = 'Y'
               DISPLAY "ACCOUNT IS DORMANT - REACTIVATE FIRST"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DRAWEE BANK CODE : "
           MOVE SPACE TO WS-CHQ-BANK-CODE
           ACCEPT WS-CHQ-BANK-CODE
           IF WS-CHQ-BANK-CODE = SPACE
              OR WS-CHQ-BANK-CODE = WS-OWN-BANK-CODE
               DISPLAY "NOT ANOTHER BANK'S CHEQUE - PRESENT IT "
                   "THROUGH INWARD CLEARING"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CHEQUE NUMBER    : "
           MOVE 0 TO WS-CHQ-NUMBER
           ACCEPT WS-CHQ-NUMBER
           DISPLAY "CHEQUE AMOUNT    : "
           MOVE 0 TO WS-CHQ-AMOUNT
           ACCEPT WS-CHQ-AMOUNT
           IF WS-CHQ-NUMBER = 0 OR WS-CHQ-AMOUNT <= 0
               DISPLAY "CHEQUE NUMBER AND AMOUNT ARE REQUIRED"
               EXIT PARAGRAPH
           END-IF

           PERFORM AUDIT-FORMAT-DATE-TIME
           PERFORM CALC-CLEARING-DATE

           MOVE BALANCE TO WS-OLD-BALANCE
           ADD WS-CHQ-AMOUNT TO BALANCE

           MOVE "OCHQ" TO WS-AUDIT-ACTION
           MOVE WS-OLD-BALANCE TO WS-BALANCE-DISP
           MOVE WS-BALANCE-DISP TO WS-AUDIT-BEFORE
           MOVE BALANCE TO WS-BALANCE-DISP
           MOVE WS-BALANCE-DISP TO WS-AUDIT-AFTER
           MOVE SPACE TO WS-REASON-CODE
           PERFORM WRITE-TELLER-AUDIT

           PERFORM REWRITE-ACCOUNT
           PERFORM WRITE-CHEQUE-DEPOSIT-TRANSLOG
           PERFORM PLACE-UNCLEARED-HOLD
           PERFORM WRITE-CHEQUE-DEPOSIT-ITEM

           MOVE WS-CHQ-AMOUNT TO WS-AMOUNT-DISP
           MOVE BALANCE TO WS-BALANCE-DISP
           DISPLAY "CHEQUE " WS-CHQ-NUMBER " FOR " WS-AMOUNT-DISP
               " CREDITED AS UNCLEARED"
           DISPLAY "NEW BALANCE : " WS-BALANCE-DISP
               " " FUNCTION TRIM(CURRENCY-CODE)
           DISPLAY "FUNDS AVAILABLE FROM " WS-AVAIL-DATE.

      *  Clearing day: the WS-CLEAR-DAYS-th working day after the
      *  business date, skipping weekends and HOLIDAY.dat dates; the
      *  funds are available from the working day after it.
       CALC-CLEARING-DATE.
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(AUDIT-CURRENT-DATE)
           MOVE 0 TO WS-DAYS-COUNTED
           PERFORM UNTIL WS-DAYS-COUNTED >= WS-CLEAR-DAYS
               ADD 1 TO WS-CHECK-INT
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
               PERFORM CHECK-WORKING-DAY
               IF WS-WORKING-FLAG = 'Y'
                   ADD 1 TO WS-DAYS-COUNTED
               END-IF
           END-PERFORM
           MOVE WS-CHECK-DATE TO WS-CLEAR-DATE

           MOVE 'N' TO WS-WORKING-FLAG
           PERFORM UNTIL WS-WORKING-FLAG = 'Y'
               ADD 1 TO WS-CHECK-INT
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
               PERFORM CHECK-WORKING-DAY
           END-PERFORM
           MOVE WS-CHECK-DATE TO WS-AVAIL-DATE.

      *  Working-day test as STANDORD applies it: Saturdays and
      *  Sundays by day of week, then the HOLIDAY.dat calendar.
       CHECK-WORKING-DAY.
           MOVE 'Y' TO WS-WORKING-FLAG
           COMPUTE WS-CHECK-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE), 7)
           IF WS-CHECK-DOW = 0 OR WS-CHECK-DOW = 6
               MOVE 'N' TO WS-WORKING-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOFH-FLAG
           OPEN INPUT HOLIDAY-FILE
           PERFORM UNTIL WS-EOFH-FLAG = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOFH-FLAG
                   NOT AT END
                       IF HO-DATE = WS-CHECK-DATE
                           MOVE 'N' TO WS-WORKING-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

      *  GLCHART type 'C', side 'C' (uncleared cheque credit)
       WRITE-CHEQUE-DEPOSIT-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           PERFORM AUDIT-FORMAT-DATE-TIME

           OPEN I-O TRANSLOG-FILE
               MOVE WS-WORK-ACCNO TO TRANSLOG-ACCOUNT-NO
               MOVE AUDIT-CURRENT-DATE TO TRANSLOG-DATE
               MOVE AUDIT-CURRENT-TIME TO TRANSLOG-TIME
               MOVE 'C' TO TRANSLOG-TYPE
               MOVE WS-CHQ-AMOUNT TO TRANSLOG-AMOUNT
               MOVE BALANCE TO TRANSLOG-BALANCE
               MOVE 'C' TO TRANSLOG-DRCR
               MOVE WS-CHQ-BANK-CODE TO TRANSLOG-COUNTERPARTY
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-OPERATOR-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

      *  No expiry date: the hold comes off only when OCHQCLR
      *  releases it, so a late return still finds the funds held.
       PLACE-UNCLEARED-HOLD.
           OPEN EXTEND HOLDS-FILE
               MOVE WS-WORK-ACCNO      TO HD-ACCOUNT-NO
               MOVE WS-CHQ-AMOUNT      TO HD-AMOUNT
               MOVE "UNCL"             TO HD-REASON
               MOVE WS-OPERATOR-ID     TO HD-PLACED-BY
               MOVE AUDIT-CURRENT-DATE TO HD-PLACED-DATE
               MOVE 0                  TO HD-EXPIRY-DATE
               MOVE 'A'                TO HD-STATUS
               WRITE HOLDS-RECORD
           CLOSE HOLDS-FILE.

       WRITE-CHEQUE-DEPOSIT-ITEM.
           OPEN EXTEND CHQDEP-FILE
               MOVE WS-POSTING-SEQ     TO CD-REF-SEQ
               MOVE WS-WORK-ACCNO      TO CD-ACCOUNT-NO
               MOVE WS-CHQ-BANK-CODE   TO CD-BANK-CODE
               MOVE WS-CHQ-NUMBER      TO CD-CHEQUE-NO
               MOVE WS-CHQ-AMOUNT      TO CD-AMOUNT
               MOVE AUDIT-CURRENT-DATE TO CD-DEPOSIT-DATE
               MOVE WS-CLEAR-DATE      TO CD-CLEAR-DATE
               MOVE WS-OPERATOR-ID     TO CD-OPERATOR
               MOVE 'U'                TO CD-STATUS
               MOVE SPACE              TO CD-RETURN-REASON
               MOVE 0                  TO CD-RETURN-DATE
               WRITE CHQDEP-RECORD
           CLOSE CHQDEP-FILE.

      *  Active holds on the worked account from HOLDS.dat (expired
      *  ones do not count), taken off BALANCE before any debit.
       CALC-ACTIVE-HOLDS.
           END-PERFORM
           CLOSE HOLDS-FILE.

      *  The worked account's live overdraft facility, if any: active,
      *  started and not yet expired on the business date.
       CALC-OVERDRAFT-FLOOR.
           MOVE 0 TO WS-OD-LIMIT
           MOVE 0 TO WS-OD-EXPIRY
           PERFORM AUDIT-FORMAT-DATE-TIME
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ODLIMIT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ODLIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(OD-ACCOUNT-NO) =
                          FUNCTION TRIM(WS-WORK-ACCNO)
                          AND OD-STATUS = 'A'
                          AND OD-START-DATE <= AUDIT-CURRENT-DATE
                          AND OD-EXPIRY-DATE >= AUDIT-CURRENT-DATE
                          MOVE OD-LIMIT TO WS-OD-LIMIT
                          MOVE OD-EXPIRY-DATE TO WS-OD-EXPIRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ODLIMIT-FILE
           IF WS-OD-LIMIT > 0
               COMPUTE WS-BALANCE-FLOOR = 0 - WS-OD-LIMIT
           ELSE
               MOVE MIN-BALANCE TO WS-BALANCE-FLOOR
           END-IF.

      *  A debit of WS-MAND-AMOUNT above the account's mandate
      *  threshold pays only when the operator records enough of the
      *  people able to sign, as the rule asks: one for E, two for 2,
      *  every one of them for A. WS-MANDATE-OK comes back 'N' when
      *  the mandate is not met. No mandate on file = no check.
       CHECK-SIGNING-MANDATE.
           MOVE 'Y' TO WS-MANDATE-OK
           MOVE 0 TO WS-SIGNED-COUNT
           PERFORM READ-ACCOUNT-MANDATE
           IF WS-MAND-FOUND NOT = 'Y'
              OR WS-MAND-AMOUNT <= WS-MAND-THRESHOLD
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-MANDATE-OK
           PERFORM LOAD-ACCOUNT-SIGNERS
           EVALUATE WS-MAND-RULE
               WHEN 'E'  MOVE 1 TO WS-SIGN-NEEDED
               WHEN '2'  MOVE 2 TO WS-SIGN-NEEDED
               WHEN OTHER
                   MOVE WS-SG-COUNT TO WS-SIGN-NEEDED
           END-EVALUATE
           IF WS-SG-COUNT = 0 OR WS-SG-COUNT < WS-SIGN-NEEDED
               DISPLAY "ACCOUNT MANDATE CANNOT BE MET BY ITS HOLDERS "
                   "- SEE MANDMNT. REFUSED"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MAND-THRESHOLD TO WS-AMOUNT-DISP
           DISPLAY "AMOUNT IS ABOVE THE SIGNING MANDATE THRESHOLD "
               WS-AMOUNT-DISP
           EVALUATE WS-MAND-RULE
               WHEN 'E'  DISPLAY "MANDATE: EITHER TO SIGN"
               WHEN '2'  DISPLAY "MANDATE: ANY TWO TO SIGN"
               WHEN OTHER
                         DISPLAY "MANDATE: ALL TO SIGN"
           END-EVALUATE
           DISPLAY "ABLE TO SIGN:"
           PERFORM SHOW-ONE-SIGNER
               VARYING WS-SG-SUB FROM 1 BY 1
               UNTIL WS-SG-SUB > WS-SG-COUNT

           MOVE 'N' TO WS-SIGN-STOP
           PERFORM ACCEPT-ONE-SIGNATURE
               UNTIL WS-SIGNED-COUNT >= WS-SIGN-NEEDED
                  OR WS-SIGN-STOP = 'Y'
           IF WS-SIGNED-COUNT < WS-SIGN-NEEDED
               DISPLAY "MANDATE NOT MET - " WS-SIGNED-COUNT " OF "
                   WS-SIGN-NEEDED " SIGNATURES. REFUSED"
               MOVE 0 TO WS-SIGNED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MANDATE-OK.

       SHOW-ONE-SIGNER.
           DISPLAY "  " WS-SG-CUST-NO(WS-SG-SUB) " ROLE "
               WS-SG-ROLE(WS-SG-SUB).

      *  One signatory present at the counter, by customer number;
      *  blank ends the signing.
       ACCEPT-ONE-SIGNATURE.
           DISPLAY "SIGNATORY CUSTOMER NUMBER (BLANK = STOP) : "
           MOVE SPACE TO WS-SIGNER-NO
           ACCEPT WS-SIGNER-NO
           IF WS-SIGNER-NO = SPACE
               MOVE 'Y' TO WS-SIGN-STOP
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SG-IDX
           PERFORM FIND-SIGNER-SLOT
               VARYING WS-SG-SUB FROM 1 BY 1
               UNTIL WS-SG-SUB > WS-SG-COUNT
           IF WS-SG-IDX = 0
               DISPLAY WS-SIGNER-NO " CANNOT SIGN ON THIS ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           IF WS-SG-SIGNED(WS-SG-IDX) = 'Y'
               DISPLAY WS-SIGNER-NO " HAS ALREADY SIGNED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SG-SIGNED(WS-SG-IDX)
           ADD 1 TO WS-SIGNED-COUNT.

       FIND-SIGNER-SLOT.
           IF WS-SG-CUST-NO(WS-SG-SUB) = WS-SIGNER-NO
               MOVE WS-SG-SUB TO WS-SG-IDX
           END-IF.

       READ-ACCOUNT-MANDATE.
           MOVE 'N' TO WS-MAND-FOUND
           MOVE 'N' TO WS-EOFM-FLAG
           OPEN INPUT ACCTMAND-FILE
           PERFORM UNTIL WS-EOFM-FLAG = 'Y'
               READ ACCTMAND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOFM-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(AM-ACCOUNT-NO) =
                          FUNCTION TRIM(WS-WORK-ACCNO)
                           MOVE 'Y' TO WS-MAND-FOUND
                           MOVE AM-RULE TO WS-MAND-RULE
                           MOVE AM-THRESHOLD TO WS-MAND-THRESHOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAND-FILE.

      *  Everyone able to sign on the worked account, unsigned. The
      *  primary from ACCOUNT-CUST-NO goes first and is dropped again
      *  when a guardian is on file.
       LOAD-ACCOUNT-SIGNERS.
           MOVE 0 TO WS-SG-COUNT
           MOVE 'N' TO WS-HAS-GUARDIAN
           IF ACCOUNT-CUST-NO NOT = SPACE
               MOVE 1 TO WS-SG-COUNT
               MOVE ACCOUNT-CUST-NO TO WS-SG-CUST-NO(1)
               MOVE 'P' TO WS-SG-ROLE(1)
               MOVE 'N' TO WS-SG-SIGNED(1)
           END-IF
           MOVE 'N' TO WS-EOFM-FLAG
           OPEN INPUT ACCTHLDR-FILE
           PERFORM UNTIL WS-EOFM-FLAG = 'Y'
               READ ACCTHLDR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOFM-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(AH-ACCOUNT-NO) =
                          FUNCTION TRIM(WS-WORK-ACCNO)
                          AND AH-STATUS = 'A'
                          AND WS-SG-COUNT < 20
                           ADD 1 TO WS-SG-COUNT
                           MOVE AH-CUST-NO TO WS-SG-CUST-NO(WS-SG-COUNT)
                           MOVE AH-ROLE TO WS-SG-ROLE(WS-SG-COUNT)
                           MOVE 'N' TO WS-SG-SIGNED(WS-SG-COUNT)
                           IF AH-ROLE = 'G'
                               MOVE 'Y' TO WS-HAS-GUARDIAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTHLDR-FILE
           IF WS-HAS-GUARDIAN = 'Y' AND ACCOUNT-CUST-NO NOT = SPACE
               PERFORM DROP-MINOR-PRIMARY
           END-IF.

       DROP-MINOR-PRIMARY.
           PERFORM SHIFT-ONE-SIGNER
               VARYING WS-SG-SUB FROM 2 BY 1
               UNTIL WS-SG-SUB > WS-SG-COUNT
           SUBTRACT 1 FROM WS-SG-COUNT.

       SHIFT-ONE-SIGNER.
           MOVE WS-SG-ENTRY(WS-SG-SUB) TO WS-SG-ENTRY(WS-SG-SUB - 1).

      *  One TELAUDIT.dat line per signatory recorded against the
      *  debit just paid or queued, with the amount and the rule.
       RECORD-MANDATE-SIGNATURES.
           IF WS-SIGNED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-SIGNATURE-AUDIT
               VARYING WS-SG-SUB FROM 1 BY 1
               UNTIL WS-SG-SUB > WS-SG-COUNT
           MOVE 0 TO WS-SIGNED-COUNT.

       WRITE-SIGNATURE-AUDIT.
           IF WS-SG-SIGNED(WS-SG-SUB) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM AUDIT-FORMAT-DATE-TIME
           MOVE WS-MAND-AMOUNT TO WS-AMOUNT-DISP
           OPEN EXTEND TELAUDIT-FILE
               MOVE WS-OPERATOR-ID TO TA-OPERATOR
               MOVE AUDIT-CURRENT-DATE TO TA-DATE
               MOVE AUDIT-CURRENT-TIME TO TA-TIME
               MOVE WS-WORK-ACCNO TO TA-ACCOUNT-NO
               MOVE "MSGN" TO TA-ACTION
               MOVE SPACE TO TA-BEFORE
               STRING "CUSTOMER " DELIMITED BY SIZE
                      WS-SG-CUST-NO(WS-SG-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SG-ROLE(WS-SG-SUB) DELIMITED BY SIZE
                   INTO TA-BEFORE
               END-STRING
               MOVE WS-AMOUNT-DISP TO TA-AFTER
               MOVE SPACE TO TA-REASON
               STRING "MND" DELIMITED BY SIZE
                      WS-MAND-RULE DELIMITED BY SIZE
                   INTO TA-REASON
               END-STRING
               WRITE TELAUDIT-RECORD
           CLOSE TELAUDIT-FILE.

       READ-APPROVAL-THRESHOLD.
           OPEN INPUT APPRTHR-FILE
           READ APPRTHR-FILE
           DISPLAY "QUEUED AS ITEM " WS-PEND-COUNT
               " FOR SUPERVISOR APPROVAL (APPRQUE)".

      *  A stand-in debit must fit the available balance less the
      *  stand-in debits already queued for the account, and keep
      *  those debits together within the offline limit.
       CHECK-STANDIN-LIMIT.
           MOVE 'N' TO WS-STANDIN-OK
           PERFORM CALC-STANDIN-QUEUED
           OPEN INPUT SAFLIMIT-FILE
           READ SAFLIMIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SL-LIMIT TO WS-SAF-LIMIT
           END-READ
           CLOSE SAFLIMIT-FILE

           IF WS-ADJ-AMOUNT > WS-AVAIL-BALANCE - WS-SAF-QUEUED-DR
               DISPLAY "DEBIT EXCEEDS THE AVAILABLE BALANCE LESS THE"
               DISPLAY "STAND-IN DEBITS ALREADY QUEUED - REFUSED"
               EXIT PARAGRAPH
           END-IF
           IF WS-SAF-QUEUED-DR + WS-ADJ-AMOUNT > WS-SAF-LIMIT
               MOVE WS-SAF-LIMIT TO WS-AMOUNT-DISP
               DISPLAY "DEBIT IS OVER THE STAND-IN LIMIT OF "
                   WS-AMOUNT-DISP
               MOVE WS-SAF-QUEUED-DR TO WS-AMOUNT-DISP
               DISPLAY "ALREADY QUEUED FOR THIS ACCOUNT : "
                   WS-AMOUNT-DISP
               DISPLAY "RETRY ONCE THE SYSTEM IS BACK ONLINE - REFUSED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STANDIN-OK.

      *  Debits and credits queued for the worked account beyond the
      *  last reference SAFFWD has forwarded.
       CALC-STANDIN-QUEUED.
           MOVE 0 TO WS-SAF-QUEUED-DR
           MOVE 0 TO WS-SAF-QUEUED-CR
           MOVE 0 TO WS-SAF-LAST-FWD
           OPEN INPUT SAFCTL-FILE
           READ SAFCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SC-LAST-REF TO WS-SAF-LAST-FWD
           END-READ
           CLOSE SAFCTL-FILE

           MOVE 'N' TO WS-EOFQ-FLAG
           OPEN INPUT SAFQUEUE-FILE
           PERFORM UNTIL WS-EOFQ-FLAG = 'Y'
               READ SAFQUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOFQ-FLAG
                   NOT AT END
                       IF SQ-REF > WS-SAF-LAST-FWD
                          AND SQ-ACCOUNT-NO = WS-WORK-ACCNO
                          AND SQ-TYPE NOT = 'F'
                           IF SQ-DRCR = 'D'
                               ADD SQ-AMOUNT TO WS-SAF-QUEUED-DR
                           ELSE
                               ADD SQ-AMOUNT TO WS-SAF-QUEUED-CR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAFQUEUE-FILE.

      *  Queue the adjustment for SAFFWD (type 'A', the operator ID
      *  as originator, the reason code kept) and audit it as 'SADJ'
      *  with the queue reference.
       QUEUE-STANDIN-ADJUSTMENT.
           PERFORM GET-NEXT-SAF-REF
           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN EXTEND SAFQUEUE-FILE
               MOVE WS-SAF-REF TO SQ-REF
               MOVE 'T' TO SQ-CHANNEL
               MOVE 'A' TO SQ-TYPE
               MOVE WS-ADJ-DIRECTION TO SQ-DRCR
               MOVE WS-WORK-ACCNO TO SQ-ACCOUNT-NO
               MOVE WS-ADJ-AMOUNT TO SQ-AMOUNT
               MOVE CURRENCY-CODE TO SQ-CURRENCY
               MOVE AUDIT-CURRENT-DATE TO SQ-CAPTURE-DATE
               MOVE AUDIT-CURRENT-TIME TO SQ-CAPTURE-TIME
               MOVE WS-OPERATOR-ID TO SQ-ORIGINATOR
               MOVE WS-REASON-CODE TO SQ-REASON
               MOVE WS-OPERATOR-BRANCH TO SQ-BRANCH
               WRITE SAFQUEUE-RECORD
           CLOSE SAFQUEUE-FILE

           MOVE "SADJ" TO WS-AUDIT-ACTION
           MOVE WS-ADJ-AMOUNT TO WS-AMOUNT-DISP
           MOVE WS-AMOUNT-DISP TO WS-AUDIT-BEFORE
           MOVE SPACE TO WS-AUDIT-AFTER
           STRING "STAND-IN " DELIMITED BY SIZE
                  WS-SAF-REF DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-TELLER-AUDIT

           MOVE WS-ADJ-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "ADJUSTMENT " WS-ADJ-DIRECTION " " WS-AMOUNT-DISP
               " QUEUED AS STAND-IN ITEM " WS-SAF-REF
           DISPLAY "IT POSTS WHEN THE END-OF-DAY BATCH HAS FINISHED".

      *  Next stand-in queue reference from SAFSEQ.dat, read / add
      *  one / rewrite like POSTSEQ.dat.
       GET-NEXT-SAF-REF.
           MOVE 0 TO WS-SAF-REF
           OPEN INPUT SAFSEQ-FILE
           READ SAFSEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SAFSEQ-LAST TO WS-SAF-REF
           END-READ
           CLOSE SAFSEQ-FILE

           ADD 1 TO WS-SAF-REF
           OPEN OUTPUT SAFSEQ-FILE
               MOVE WS-SAF-REF TO SAFSEQ-LAST
               WRITE SAFSEQ-RECORD
           CLOSE SAFSEQ-FILE.

      *  Stand-in while SYSSTAT.dat shows the batch window (B, or F
      *  while SAFFWD forwards after cutover). Absent file = online.
       READ-SYSTEM-STATUS.
           MOVE 'O' TO WS-SYSTEM-MODE
           OPEN INPUT SYSSTAT-FILE
           READ SYSSTAT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SS-MODE TO WS-SYSTEM-MODE
           END-READ
           CLOSE SYSSTAT-FILE
           IF WS-SYSTEM-MODE = 'B' OR WS-SYSTEM-MODE = 'F'
               MOVE 'Y' TO WS-STANDIN-MODE
           ELSE
               MOVE 'N' TO WS-STANDIN-MODE
           END-IF.

      *  Write the record sitting in the FD back through the same
      *  keyed READ/REWRITE path ATM-PROJECT's UPDATE-ACCOUNT-FILE
      *  uses, re-reading first so the REWRITE targets the stored key.
           PERFORM GET-NEXT-POSTING-SEQ
           PERFORM AUDIT-FORMAT-DATE-TIME

           OPEN I-O TRANSLOG-FILE
               MOVE WS-WORK-ACCNO TO TRANSLOG-ACCOUNT-NO
               MOVE AUDIT-CURRENT-DATE TO TRANSLOG-DATE
               MOVE AUDIT-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-OPERATOR-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

       WRITE-TELLER-AUDIT.
