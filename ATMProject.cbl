               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT RECEIPT-FILE ASSIGN TO "RECEIPT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DAILYTOT-FILE ASSIGN TO "DAILYTOT.dat"
               RECORD KEY IS CARD-NO.
           SELECT OPTIONAL HOTCARD-FILE ASSIGN TO "HOTCARD.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARDAUDT-FILE ASSIGN TO "CARDAUDT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ODLIMIT-FILE ASSIGN TO "ODLIMIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IBXFER-FILE ASSIGN TO "IBXFER.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-FILE ASSIGN TO "BRANCH.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FRAUDRUL-FILE ASSIGN TO "FRAUDRUL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FRAUDALT-FILE ASSIGN TO "FRAUDALT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Online / batch window flag set by BATCHRUN, and the stand-in
      *  queue shared with TELLER and forwarded by SAFFWD: its
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
       FD  ACCOUNT-FILE.
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

       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           05 RECEIPT-TIME             PIC 9(6).
           05 RECEIPT-TYPE             PIC X(1).
           05 RECEIPT-AMOUNT           PIC 9(8)V99.
           05 RECEIPT-BALANCE          PIC S9(8)V99.

      *>  ยอดกดเงินรายวันต่อบัญชี หนึ่งบรรทัดต่อบัญชีต่อวัน เพื่อให้
      *>  เช็ควงเงินกดต่อวันได้โดยไม่ต้องไล่อ่าน TRANSLOG ทั้งไฟล์

      *>  บัตร ATM หนึ่งใบต่อหนึ่ง record ดูแลโดยโปรแกรม CARDMNT
      *>  สถานะ: A = ใช้งาน, B = ระงับ
      *  P = renewal card from CARDRENW, active from its first
      *  successful sign-on.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05 CARD-NO                PIC X(16).
       01  HOTCARD-RECORD.
           05 HOT-CARD-NO            PIC X(16).

      *  Card actions, shared with CARDMNT and CARDRENW.
       FD  CARDAUDT-FILE.
       01  CARDAUDT-RECORD.
           05 CA-DATE                PIC 9(8).
           05 CA-TIME                PIC 9(6).
           05 CA-ACTION              PIC X(4).
           05 CA-CARD-NO             PIC X(16).
           05 CA-ACCOUNT-NO          PIC X(10).

      *>  วันที่ทำการของระบบ ดูแลโดยโปรแกรม BUSDATE ใช้แทนวันที่
      *>  จากนาฬิกาเครื่อง ไม่มีไฟล์ = ใช้นาฬิกาเครื่องตามเดิม
       FD  PROCDATE-FILE.
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

      *  Interbank outward register: one line per payment to another
      *  bank, held in the settlement suspense until IBOUTWD sends it
      *  and IBCONFRM clears it. Status P = pending send, S = sent,
      *  C = confirmed/settled, R = rejected and refunded.
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

      *  Branch master owned by BRMNT; the branch flagged as the ATM
      *  site is the branch every posting from this machine carries.
       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BR-CODE                PIC X(4).
           05 BR-NAME                PIC X(20).
           05 BR-STATUS              PIC X(1).
           05 BR-OPEN-DATE           PIC 9(8).
           05 BR-ATM-SITE            PIC X(1).

      *  Card velocity rules kept through CARDMNT. FR-CHECK V = too
      *  many debits within FR-WINDOW minutes, N = first withdrawal
      *  of FR-AMOUNT or more within FR-WINDOW days of the card being
      *  issued, C = FR-COUNT or more new transfer counterparties in
      *  the day, P = a debit of FR-AMOUNT or more within FR-WINDOW
      *  minutes of a PIN change. FR-RISK H declines the transaction
      *  and hot-lists the card; L lets it through with an alert.
       FD  FRAUDRUL-FILE.
       01  FRAUDRUL-RECORD.
           05 FR-RULE-ID             PIC X(4).
           05 FR-CHECK               PIC X(1).
           05 FR-WINDOW              PIC 9(5).
           05 FR-COUNT               PIC 9(3).
           05 FR-AMOUNT              PIC 9(8)V99.
           05 FR-RISK                PIC X(1).
           05 FR-STATUS              PIC X(1).

      *  One line per rule matched, for the card team's daily review
      *  in FRAUDRPT. FA-ACTION D = declined and card hot-listed,
      *  P = passed with an alert. FA-OBSERVED is what tripped the
      *  rule: debits in the window, days since issue, new
      *  counterparties or minutes since the PIN change.
       FD  FRAUDALT-FILE.
       01  FRAUDALT-RECORD.
           05 FA-DATE                PIC 9(8).
           05 FA-TIME                PIC 9(6).
           05 FA-CARD-NO             PIC X(16).
           05 FA-ACCOUNT-NO          PIC X(10).
           05 FA-RULE-ID             PIC X(4).
           05 FA-CHECK               PIC X(1).
           05 FA-RISK                PIC X(1).
           05 FA-TRAN-TYPE           PIC X(1).
           05 FA-AMOUNT              PIC 9(8)V99.
           05 FA-COUNTERPARTY        PIC X(24).
           05 FA-OBSERVED            PIC 9(5).
           05 FA-ACTION              PIC X(1).
           05 FA-BRANCH              PIC X(4).

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
       01  WS-EOF-FLAG      PIC X VALUE 'N'.
       01  WS-EOF2-FLAG     PIC X VALUE 'N'.
       01  WS-DRCR          PIC X(1) VALUE SPACE.
       01  WS-COUNTERPARTY  PIC X(10) VALUE SPACE.
       01  WS-POSTING-SEQ   PIC 9(8) VALUE 0.
       01  WS-ATM-BRANCH    PIC X(4) VALUE "0001".

      *>  การแปลงสกุลเงินเมื่อบัญชีต้นทาง/ปลายทางคนละ CURRENCY-CODE
      *>  อัตราที่ใช้ถูกบันทึกลง log ทั้งสองขา (0 = ไม่มีการแปลง)
       01  WS-CH-TABLE.
           05 WS-CH-ENTRY OCCURS 10 TIMES.
               10 WS-CH-ACCNO    PIC X(10).
               10 WS-CH-BALANCE  PIC S9(8)V99.
               10 WS-CH-CCY      PIC X(3).
       01  WS-CH-COUNT      PIC 9(2) VALUE 0.
       01  WS-CH-SUB        PIC 9(2) VALUE 0.
       01  WS-MS-TOTAL          PIC 9(6) VALUE 0.
       01  WS-MS-SKIP           PIC S9(6) VALUE 0.
       01  WS-MS-SEEN           PIC 9(6) VALUE 0.
       01  WS-MS-BALANCE-DISP   PIC --,---,--9.99.

      *>  รายการกดเงินต่อวัน (daily withdrawal cap)
       01  WS-TODAY-DATE             PIC 9(8) VALUE 0.
       01  WS-HOLD-FLOOR             PIC S9(10)V99 VALUE 0.
       01  WS-HOLD-TODAY             PIC 9(8) VALUE 0.

      *  Overdraft limit in force from ODLIMIT.dat; when there is
      *  one the balance floor is 0 less the limit, not MIN-BALANCE.
       01  WS-OD-LIMIT               PIC 9(8)V99 VALUE 0.
       01  WS-BALANCE-FLOOR          PIC S9(8)V99 VALUE 0.

      *  Payment to another bank: beneficiary bank code and account.
      *  A blank bank code, or this bank's own clearing code, keeps
      *  the transfer on-us against ACCOUNT-FILE as before.
       01  WS-OWN-BANK-CODE          PIC X(4) VALUE "0350".
       01  WS-IB-BANK-CODE           PIC X(4) VALUE SPACE.
       01  WS-IB-BENEF-ACCOUNT       PIC X(20) VALUE SPACE.
       01  WS-IB-BENEF-NAME          PIC X(20) VALUE SPACE.
       01  WS-IB-OK                  PIC X VALUE 'N'.

      *  Velocity checks run as each debit is authorised, from
      *  FRAUDRUL.dat or the standard rules when the file is empty.
      *  The counterparty key is bank code + account, so on-us and
      *  interbank payees are told apart.
       01  WS-FR-TABLE.
           05 WS-FR-ENTRY OCCURS 20 TIMES.
               10 WS-FR-RULE-ID   PIC X(4).
               10 WS-FR-CHECK     PIC X(1).
               10 WS-FR-WINDOW    PIC 9(5).
               10 WS-FR-COUNT     PIC 9(3).
               10 WS-FR-AMOUNT    PIC 9(8)V99.
               10 WS-FR-RISK      PIC X(1).
               10 WS-FR-STATUS    PIC X(1).
               10 WS-FR-HIT       PIC X(1).
               10 WS-FR-OBSERVED  PIC 9(5).
       01  WS-FR-COUNT-N             PIC 9(2) VALUE 0.
       01  WS-FR-SUB                 PIC 9(2) VALUE 0.
       01  WS-FV-TRAN-TYPE           PIC X(1) VALUE SPACE.
       01  WS-FV-CPTY-KEY            PIC X(24) VALUE SPACE.
       01  WS-FV-DECLINE             PIC X VALUE 'N'.
       01  WS-FV-TODAY               PIC 9(8) VALUE 0.
       01  WS-FV-NOW-DATE            PIC 9(8) VALUE 0.
       01  WS-FV-NOW-MINUTE          PIC 9(4) VALUE 0.
       01  WS-FV-HHMMSS              PIC 9(6) VALUE 0.
       01  WS-FV-HHMMSS-X REDEFINES WS-FV-HHMMSS.
           05 WS-FV-HH               PIC 9(2).
           05 WS-FV-MM               PIC 9(2).
           05 WS-FV-SS               PIC 9(2).
       01  WS-FV-ELAPSED             PIC S9(9) VALUE 0.
       01  WS-FV-CARD-DATE           PIC 9(8) VALUE 0.
       01  WS-FV-CARD-DAYS           PIC S9(9) VALUE 0.
       01  WS-FV-PIN-DATE            PIC 9(8) VALUE 0.
       01  WS-FV-PIN-TIME            PIC 9(6) VALUE 0.
       01  WS-FV-PIN-MINUTES         PIC S9(9) VALUE 0.
       01  WS-FV-PRIOR-WDL           PIC X VALUE 'N'.
       01  WS-FV-IN-WINDOW           PIC 9(5) VALUE 0.
       01  WS-FV-NEW-CPTY            PIC 9(5) VALUE 0.
       01  WS-FV-MATCH               PIC X VALUE 'N'.
       01  WS-FV-WORK-KEY            PIC X(24) VALUE SPACE.
       01  WS-FV-WORK-DATE           PIC 9(8) VALUE 0.
       01  WS-FV-SUB                 PIC 9(3) VALUE 0.
       01  WS-FV-SUB2                PIC 9(3) VALUE 0.
      *  Minute of day of each of today's debits on the account
       01  WS-FV-TM-TABLE.
           05 WS-FV-TM-MINUTE OCCURS 100 TIMES PIC 9(4).
       01  WS-FV-TM-COUNT            PIC 9(3) VALUE 0.
      *  Payees used before today, and payees used today
       01  WS-FV-KN-TABLE.
           05 WS-FV-KN-KEY OCCURS 200 TIMES PIC X(24).
       01  WS-FV-KN-COUNT            PIC 9(3) VALUE 0.
       01  WS-FV-TD-TABLE.
           05 WS-FV-TD-KEY OCCURS 50 TIMES PIC X(24).
       01  WS-FV-TD-COUNT            PIC 9(3) VALUE 0.

      *  Stand-in while the batch window is open: the session's view
      *  of what is queued for the account and not yet forwarded,
      *  against the offline debit limit.
       01  WS-SYSTEM-MODE            PIC X(1) VALUE 'O'.
       01  WS-STANDIN-MODE           PIC X VALUE 'N'.
       01  WS-SAF-REF                PIC 9(8) VALUE 0.
       01  WS-SAF-LAST-FWD           PIC 9(8) VALUE 0.
       01  WS-SAF-LIMIT              PIC 9(8)V99 VALUE 5000.00.
       01  WS-SAF-QUEUED-DR          PIC 9(10)V99 VALUE 0.
       01  WS-SAF-HEADROOM           PIC S9(10)V99 VALUE 0.
       01  WS-SAF-FAIL-COUNT         PIC 9(3) VALUE 0.
       01  WS-EOFQ-FLAG              PIC X VALUE 'N'.

       01  WS-CHOICE        PIC X(1).

       01  WS-NEW-BALANCE   PIC S9(8)V99 VALUE 0.
       01  WS-NEW-PIN       PIC X(4)    VALUE SPACE.

      *>  เปลี่ยนรหัส PIN
           05 ACCOUNT-NUMBER  PIC X(11).
           05 ACCOUNT-PIN     PIC X(5).

       01  WS-CURRENT-BALANCE PIC S9(8)V99 VALUE 0.
       01  CURRENT-DATE-TIME.
           05  CURRENT-YEAR    PIC 9(4).
           05  CURRENT-MONTH   PIC 9(2).
       01  RECEIPT-CURRENT-DATE-TIME.
           05  RECEIPT-CURRENT-DATE     PIC 9(8).
           05  RECEIPT-CURRENT-TIME     PIC 9(6).
       01  CARD-AUDIT-DATE-TIME.
           05  CARD-AUDIT-DATE          PIC 9(8).
           05  CARD-AUDIT-TIME          PIC 9(6).

      *>  deposit บัญชีคนอื่น
       01  WS-TARGET-ACCNO   PIC X(10).
       01  WS-TARGET-FOUND   PIC X VALUE 'N'.
       01  WS-TARGET-NAME    PIC X(20).
       01  TARGET-CURR-BAL   PIC S9(8)V99 VALUE 0.
       01  TARGET-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-SAVED-ACCNO    PIC X(11).
       01  WS-SAVED-BAL      PIC S9(8)V99.
       01  WS-SAVED-ACCNO-FILE PIC X(10).
       01  WS-SAVED-NAME       PIC X(20).
       01  WS-SAVED-PIN        PIC X(4).
       01  ANSWER-RECEIPT      PIC X(1).
       01  WS-RECEIVER-NO PIC X(11).
       01  WS-RECEIVER-NAME PIC X(20).
       01  WS-RECEIVER-NEW-BALANCE PIC S9(8)V99 VALUE 0.
       01  ANS             PIC A(1).
       01  CURRENT-ACCOUNT.
           05 CURRENT-ACCOUNT-NO    PIC X(10).
           05 CURRENT-PIN           PIC X(4).
           05 CURRENT-NAME          PIC X(20).
           05 CURRENT-BALANCE       PIC S9(8)V99.

       01  TRANSFER-DATA.
           05 TRANSFER-TO-ACCOUNT   PIC X(10).
           05 TRANSFER-AMOUNT       PIC 9(8)V99.
           05 TRANSFER-TO-NAME      PIC X(20).
           05 TRANSFER-TO-BALANCE   PIC S9(8)V99.
           05 TRANSFER-FOUND        PIC X VALUE 'N'.

       01  DISPLAY-FIELD.
           05 DISPLAY-BALANCE   PIC --,---,--9.99.
           05 DISPLAY-ACC      PIC X(20).
           05 DISPLAY-ACC-NO  PIC X(10).
           05 DISPLAY-ACC-BALANCE  PIC S9(8)V99.

       01  DUMMY PIC X(1).



       MAIN-PROCEDURE.
           PERFORM GET-ATM-BRANCH
           PERFORM LOGIN.

           STOP RUN.
            END-READ.
            CLOSE ACCOUNT-FILE.

      *     In stand-in the wrong PINs queued since the last
      *     forwarding count toward the lockout as well.
            PERFORM READ-SYSTEM-STATUS
            IF WS-STANDIN-MODE = 'Y'
               AND WS-ACCT-FOUND-FLAG = 'Y'
                PERFORM CALC-STANDIN-QUEUED
                IF ACCOUNT-FAILED-LOGINS + WS-SAF-FAIL-COUNT
                   >= WS-MAX-FAILED-LOGINS
                    MOVE 'Y' TO WS-ACCT-LOCKED-FLAG
                    MOVE 'N' TO WS-FOUND-FLAG
                END-IF
            END-IF

            IF WS-ACCT-LOCKED-FLAG = 'Y'
                DISPLAY "THIS ACCOUNT IS LOCKED DUE TO TOO MANY"
                DISPLAY "FAILED PIN ATTEMPTS. PLEASE SEE A TELLER."

            IF WS-FOUND-FLAG = 'Y'
                PERFORM RESET-FAILED-LOGINS
                IF WS-CARD-LINK-STATUS = 'P'
                   AND WS-STANDIN-MODE NOT = 'Y'
                    PERFORM ACTIVATE-PENDING-CARD
                END-IF
                PERFORM OFFER-ACCOUNT-CHOICE
                IF WS-STANDIN-MODE = 'Y'
                    PERFORM ENTER-STANDIN-MODE
                END-IF
                DISPLAY "LOGIN SUCCESSFUL!"
                DISPLAY "----------------------------------------"
                DISPLAY "         WELCOME " ACCOUNT-NAME"        "
            END-IF.
      *>  MAIN-MENU
       MAIN-MENU.
            IF WS-STANDIN-MODE NOT = 'Y'
                PERFORM READ-SYSTEM-STATUS
                IF WS-STANDIN-MODE = 'Y'
                    PERFORM ENTER-STANDIN-MODE
                END-IF
            END-IF
            DISPLAY "PLEASE SELECT MENU"
            DISPLAY " 1. CHECK BALANCE".
            DISPLAY " 2. WITHDRAW "
             WHEN 1  PERFORM CHECK-BALANCE
             WHEN 2  PERFORM WITHDRAW
             WHEN 3  PERFORM DEPOSIT
             WHEN 4
                 IF WS-STANDIN-MODE = 'Y'
                     PERFORM STANDIN-NOT-AVAILABLE
                 ELSE
                     PERFORM TRANSFER
                 END-IF
             WHEN 5
                 IF WS-STANDIN-MODE = 'Y'
                     PERFORM STANDIN-NOT-AVAILABLE
                 ELSE
                     PERFORM CHANGE-PIN
                 END-IF
             WHEN 6  PERFORM MINI-STATEMENT
             WHEN 7  PERFORM EXIT-PROGRAM
             WHEN OTHER DISPLAY "Invalid choice "
           MOVE 0 TO WS-MS-TOTAL
           MOVE 'N' TO WS-EOF3-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM START-ACCOUNT-POSTINGS
           PERFORM UNTIL WS-EOF3-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF3-FLAG
                   NOT AT END
                       IF TRANSLOG-ACCOUNT-NO NOT = ACCOUNT-NUMBER
                          MOVE 'Y' TO WS-EOF3-FLAG
                       ELSE
                          ADD 1 TO WS-MS-TOTAL
                       END-IF
               END-READ
               MOVE 0 TO WS-MS-SEEN
               MOVE 'N' TO WS-EOF3-FLAG
               OPEN INPUT TRANSLOG-FILE
               PERFORM START-ACCOUNT-POSTINGS
               PERFORM UNTIL WS-EOF3-FLAG = 'Y'
                   READ TRANSLOG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF3-FLAG
                       NOT AT END
                           IF TRANSLOG-ACCOUNT-NO NOT = ACCOUNT-NUMBER
                              MOVE 'Y' TO WS-EOF3-FLAG
                           ELSE
                              ADD 1 TO WS-MS-SEEN
                              IF WS-MS-SEEN > WS-MS-SKIP
                                 PERFORM DISPLAY-MINI-STATEMENT-LINE
           ACCEPT DUMMY
           PERFORM MAIN-MENU.

      *  Position TRANSLOG-FILE at the signed-on account's first
      *  posting through the account/date alternate key rather than
      *  reading the whole log.
       START-ACCOUNT-POSTINGS.
           MOVE ACCOUNT-NUMBER TO TRANSLOG-ACCOUNT-NO
           MOVE 0 TO TRANSLOG-DATE
           START TRANSLOG-FILE
               KEY IS NOT LESS THAN TRANSLOG-ACCT-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF3-FLAG
           END-START.

       DISPLAY-MINI-STATEMENT-LINE.
           MOVE TRANSLOG-BALANCE TO WS-MS-BALANCE-DISP
           DISPLAY TRANSLOG-DATE " " TRANSLOG-TIME "  "
               PERFORM MAIN-MENU
           END-IF

           PERFORM CALC-ACTIVE-HOLDS
           PERFORM CALC-OVERDRAFT-FLOOR
           COMPUTE WS-PROJECTED-BALANCE = BALANCE - WS-AMOUNT
           COMPUTE WS-HOLD-FLOOR = WS-BALANCE-FLOOR + WS-ACTIVE-HOLDS
           IF WS-PROJECTED-BALANCE < WS-HOLD-FLOOR
               DISPLAY "WITHDRAWAL WOULD DROP BALANCE BELOW THE "
               DISPLAY "LOWEST BALANCE ALLOWED PLUS ACTIVE HOLDS"
               MOVE BALANCE TO DISPLAY-BALANCE
               DISPLAY "CURRENT BALANCE          : " DISPLAY-BALANCE
               MOVE WS-BALANCE-FLOOR TO DISPLAY-BALANCE
               DISPLAY "LOWEST BALANCE ALLOWED   : " DISPLAY-BALANCE
               MOVE WS-ACTIVE-HOLDS TO DISPLAY-BALANCE
               DISPLAY "AMOUNT HELD              : " DISPLAY-BALANCE
               DISPLAY "PRESS ENTER TO RETURN MENU..."
               PERFORM MAIN-MENU EXIT PARAGRAPH
           END-IF

      *    In stand-in the account's queued debits and this one must
      *    stay within the offline limit.
           IF WS-STANDIN-MODE = 'Y'
              AND WS-SAF-QUEUED-DR + WS-AMOUNT > WS-SAF-LIMIT
               COMPUTE WS-SAF-HEADROOM =
                   WS-SAF-LIMIT - WS-SAF-QUEUED-DR
               IF WS-SAF-HEADROOM < 0
                   MOVE 0 TO WS-SAF-HEADROOM
               END-IF
               MOVE WS-SAF-HEADROOM TO WS-AMOUNT-DISP
               DISPLAY "THE BANK IS RUNNING END-OF-DAY PROCESSING."
               DISPLAY "MOST YOU CAN WITHDRAW NOW : " WS-AMOUNT-DISP
               DISPLAY "PRESS ENTER TO RETURN MENU..."
               ACCEPT DUMMY
               PERFORM MAIN-MENU EXIT PARAGRAPH
           END-IF

           MOVE WS-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY "COMFIRM WITHDRAW " WS-AMOUNT-DISP "? (Y/N) : "
               ACCEPT WS-ANSWER
               PERFORM MAIN-MENU EXIT PARAGRAPH
           END-IF

           MOVE 'W' TO WS-FV-TRAN-TYPE
           MOVE SPACE TO WS-FV-CPTY-KEY
           PERFORM CHECK-CARD-VELOCITY

           SUBTRACT WS-AMOUNT FROM BALANCE


           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
             WHEN 1  PERFORM DEPOSIT-MY-ACCOUNT
             WHEN 2
                 IF WS-STANDIN-MODE = 'Y'
                     PERFORM STANDIN-NOT-AVAILABLE
                 ELSE
                     PERFORM DEPOSIT-OTHERACCOUNT
                 END-IF
             WHEN 3  PERFORM WITHDRAW
             WHEN 4  PERFORM DEPOSIT
             WHEN OTHER DISPLAY "Invalid choice "
               PERFORM MAIN-MENU EXIT PARAGRAPH
           END-IF

      *    In stand-in the deposit is only queued, so it is not
      *    available to draw on until SAFFWD has posted it.
           IF WS-STANDIN-MODE NOT = 'Y'
               ADD WS-AMOUNT TO BALANCE
           END-IF
           MOVE WS-AMOUNT        TO WS-AMOUNT-DISP
           MOVE BALANCE          TO DISPLAY-BALANCE
           DISPLAY "----------------------------------------"
           DISPLAY "DEPOSITED        : " WS-AMOUNT-DISP
               " " FUNCTION TRIM(CURRENCY-CODE)
           IF WS-STANDIN-MODE = 'Y'
               DISPLAY "AVAILABLE BALANCE: " DISPLAY-BALANCE
                   " " FUNCTION TRIM(CURRENCY-CODE)
           ELSE
               DISPLAY "NEW BALANCE      : " DISPLAY-BALANCE
                   " " FUNCTION TRIM(CURRENCY-CODE)
           END-IF

           DISPLAY "STATUS           : DEPOSIT SUCCESSFUL"
           PERFORM FORMAT-DATE-TIME
           MOVE BALANCE        TO WS-SAVED-BAL
           MOVE ACCOUNT-NUMBER TO WS-SAVED-ACCNO

           DISPLAY "ENTER RECEIVER BANK CODE (BLANK = THIS BANK) : "
           MOVE SPACE TO WS-IB-BANK-CODE
           ACCEPT WS-IB-BANK-CODE
           IF WS-IB-BANK-CODE NOT = SPACE
              AND WS-IB-BANK-CODE NOT = WS-OWN-BANK-CODE
               PERFORM INTERBANK-CASH-DEPOSIT
               PERFORM MAIN-MENU
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER OTHER ACCOUNT NUMBER : "
           ACCEPT WS-TARGET-ACCNO
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-ACCNO)) NOT = 10

           MOVE WS-NEW-PIN-ENTRY TO PIN
           PERFORM UPDATE-ACCOUNT-FILE
           PERFORM WRITE-PIN-CHANGE-AUDIT

           DISPLAY "----------------------------------------"
           DISPLAY "STATUS           : PIN CHANGE SUCCESSFUL"
      *>  ตอนล็อคจะลงรายการชนิด 'L' ใน TRANSLOG ด้วย เพื่อให้รายงาน
      *>  กิจกรรมรายวัน (ATMACTRP) นับจำนวนบัญชีที่โดนล็อคได้
       RECORD-FAILED-LOGIN.
           IF WS-STANDIN-MODE = 'Y'
               PERFORM QUEUE-STANDIN-FAILED-PIN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCOUNT-FAILED-LOGINS
           IF ACCOUNT-FAILED-LOGINS >= WS-MAX-FAILED-LOGINS
               MOVE 'Y' TO ACCOUNT-LOCKED
      *>  คงเหลือคือยอดจริง ณ ขณะนั้น (ไม่กระทบ reconciliation)
       WRITE-LOCKOUT-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           OPEN I-O TRANSLOG-FILE
               MOVE ACCOUNT-NUMBER TO TRANSLOG-ACCOUNT-NO
               PERFORM TRANSLOG-FORMAT-DATE-TIME
               MOVE 'L' TO TRANSLOG-TYPE
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-ATM-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

       RESET-FAILED-LOGINS.
           IF ACCOUNT-FAILED-LOGINS NOT = 0
              AND WS-STANDIN-MODE NOT = 'Y'
               MOVE 0 TO ACCOUNT-FAILED-LOGINS
               PERFORM UPDATE-LOGIN-SECURITY-FIELDS
           END-IF.
           EXIT PARAGRAPH.

       TRANSLOG.
      *    In stand-in the posting goes to the queue instead.
           IF WS-STANDIN-MODE = 'Y'
               PERFORM QUEUE-STANDIN-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NEXT-POSTING-SEQ

           OPEN I-O TRANSLOG-FILE
               MOVE ACCOUNT-NUMBER TO TRANSLOG-ACCOUNT-NO

               PERFORM TRANSLOG-FORMAT-DATE-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE WS-RATE-APPLIED TO TRANSLOG-APPLIED-RATE
               MOVE WS-ATM-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

      *>  ขอเลขลำดับ posting ถัดไปจาก POSTSEQ.dat (อ่านค่าเดิม บวก
           END-PERFORM
           CLOSE HOLDS-FILE.

      *  The account's active overdraft limit inside its start and
      *  expiry dates, and the balance floor that follows from it.
      *  Uses WS-HOLD-TODAY, so CALC-ACTIVE-HOLDS must run first.
       CALC-OVERDRAFT-FLOOR.
           MOVE 0 TO WS-OD-LIMIT
           MOVE 'N' TO WS-EOF3-FLAG
           OPEN INPUT ODLIMIT-FILE
           PERFORM UNTIL WS-EOF3-FLAG = 'Y'
               READ ODLIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF3-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(OD-ACCOUNT-NO) =
                          FUNCTION TRIM(ACCOUNT-NUMBER)
                          AND OD-STATUS = 'A'
                          AND OD-START-DATE <= WS-HOLD-TODAY
                          AND OD-EXPIRY-DATE >= WS-HOLD-TODAY
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

       GET-BUSINESS-DATE.
           MOVE 0 TO WS-BUSINESS-DATE
           OPEN INPUT PROCDATE-FILE
           END-READ
           CLOSE PROCDATE-FILE.

      *  The machine's branch from BRANCH.dat; head office (0001)
      *  when no branch is flagged as the ATM site.
       GET-ATM-BRANCH.
           MOVE "0001" TO WS-ATM-BRANCH
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BRANCH-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BR-ATM-SITE = 'Y' AND BR-STATUS = 'A'
                           MOVE BR-CODE TO WS-ATM-BRANCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

      *>  รวมยอดกดเงินของบัญชีนี้ในวันนี้ จาก DAILYTOT.dat ซึ่งมี
      *>  หนึ่งบรรทัดต่อบัญชีต่อวัน แทนการไล่อ่าน TRANSLOG ทั้งไฟล์
       CALC-DAILY-WITHDRAWN.
           END-PERFORM
           CLOSE HOTCARD-FILE.

      *  A renewal card becomes active the first time its PIN is
      *  accepted; CARDRENW picks the ACTV line up and blocks the old
      *  card once the grace period has run.
       ACTIVATE-PENDING-CARD.
           OPEN I-O CARD-FILE
           MOVE FUNCTION TRIM(WS-CARD-ENTRY) TO CARD-NO
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CARD-STATUS = 'P'
                       MOVE 'A' TO CARD-STATUS
                       REWRITE CARD-RECORD
                       MOVE 'A' TO WS-CARD-LINK-STATUS
                   END-IF
           END-READ
           CLOSE CARD-FILE
           IF WS-CARD-LINK-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CARD-AUDIT-DATE-TIME
           OPEN EXTEND CARDAUDT-FILE
               MOVE CARD-AUDIT-DATE TO CA-DATE
               MOVE CARD-AUDIT-TIME TO CA-TIME
               MOVE "ACTV" TO CA-ACTION
               MOVE FUNCTION TRIM(WS-CARD-ENTRY) TO CA-CARD-NO
               MOVE WS-CARD-LINK-ACCNO TO CA-ACCOUNT-NO
               WRITE CARDAUDT-RECORD
           CLOSE CARDAUDT-FILE
           DISPLAY "YOUR NEW CARD IS NOW ACTIVE.".

      *>  อ่านบัญชีปลายทางเพื่อดูว่ามีจริงและใช้สกุลเงินอะไร แล้วคืน
      *>  record ของผู้ล็อกอินกลับเข้า FD เหมือนเดิม
       CHECK-RECEIVER-CURRENCY.
           WRITE DAILYTOT-RECORD.

       UPDATE-ACCOUNT-FILE.
      *    In stand-in ACCOUNT-FILE belongs to the batch; the queued
      *    item carries the change to SAFFWD.
           IF WS-STANDIN-MODE = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE BALANCE TO WS-NEW-BALANCE
           MOVE PIN     TO WS-NEW-PIN

           DISPLAY "---------WELCOME " ACCOUNT-NAME "--------".
           DISPLAY "---------------TRANSFER----------------".

           DISPLAY "ENTER RECEIVER BANK CODE (BLANK = THIS BANK) : "
           MOVE SPACE TO WS-IB-BANK-CODE
           ACCEPT WS-IB-BANK-CODE
           IF WS-IB-BANK-CODE NOT = SPACE
              AND WS-IB-BANK-CODE NOT = WS-OWN-BANK-CODE
               PERFORM INTERBANK-TRANSFER
               PERFORM MAIN-MENU EXIT PARAGRAPH
           END-IF

               DISPLAY "ENTER RECEIVER ACCOUNT NUMBER : ".
           ACCEPT WS-RECEIVER-NO.

               PERFORM MAIN-MENU
           END-IF.

               PERFORM CALC-ACTIVE-HOLDS
               PERFORM CALC-OVERDRAFT-FLOOR
               COMPUTE WS-PROJECTED-BALANCE = BALANCE - WS-AMOUNT
               COMPUTE WS-HOLD-FLOOR =
                   WS-BALANCE-FLOOR + WS-ACTIVE-HOLDS
               IF WS-PROJECTED-BALANCE < WS-HOLD-FLOOR
               DISPLAY "TRANSFER WOULD DROP BALANCE BELOW THE "
               DISPLAY "LOWEST BALANCE ALLOWED PLUS ACTIVE HOLDS"
               MOVE BALANCE TO DISPLAY-BALANCE
               DISPLAY "CURRENT BALANCE          : " DISPLAY-BALANCE
               MOVE WS-BALANCE-FLOOR TO DISPLAY-BALANCE
               DISPLAY "LOWEST BALANCE ALLOWED   : " DISPLAY-BALANCE
               MOVE WS-ACTIVE-HOLDS TO DISPLAY-BALANCE
               DISPLAY "AMOUNT HELD              : " DISPLAY-BALANCE
               DISPLAY "PRESS ENTER TO RETURN MENU..."
               PERFORM MAIN-MENU
           END-IF.

           MOVE 'T' TO WS-FV-TRAN-TYPE
           MOVE SPACE TO WS-FV-CPTY-KEY
           MOVE WS-OWN-BANK-CODE TO WS-FV-CPTY-KEY(1:4)
           MOVE FUNCTION TRIM(WS-RECEIVER-NO) TO WS-FV-CPTY-KEY(5:)
           PERFORM CHECK-CARD-VELOCITY

               PERFORM UPDATE-TRANSFER-ACCOUNT-FILE

               *> Update display balance
           ACCEPT DUMMY
       PERFORM MAIN-MENU.

      *  Pay a beneficiary at another bank: the customer is debited
      *  now with a type 'B' posting (the bank code in the
      *  counterparty column) into the interbank settlement suspense,
      *  and the item waits in IBXFER.dat for the outward file.
       INTERBANK-TRANSFER.
           PERFORM ACCEPT-INTERBANK-BENEFICIARY
           IF WS-IB-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER AMOUNT TO TRANSFER : "
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT <= 0
               DISPLAY "INVALID AMOUNT MUST BE > 0"
               DISPLAY "PRESS ENTER TO RETURN MENU..."
               ACCEPT DUMMY
               EXIT PARAGRAPH
           END-IF
           PERFORM CALC-ACTIVE-HOLDS
           PERFORM CALC-OVERDRAFT-FLOOR
           COMPUTE WS-PROJECTED-BALANCE = BALANCE - WS-AMOUNT
           COMPUTE WS-HOLD-FLOOR = WS-BALANCE-FLOOR + WS-ACTIVE-HOLDS
           IF WS-PROJECTED-BALANCE < WS-HOLD-FLOOR
               DISPLAY "TRANSFER WOULD DROP BALANCE BELOW THE "
               DISPLAY "LOWEST BALANCE ALLOWED PLUS ACTIVE HOLDS"
               MOVE BALANCE TO DISPLAY-BALANCE
               DISPLAY "CURRENT BALANCE          : " DISPLAY-BALANCE
               MOVE WS-BALANCE-FLOOR TO DISPLAY-BALANCE
               DISPLAY "LOWEST BALANCE ALLOWED   : " DISPLAY-BALANCE
               MOVE WS-ACTIVE-HOLDS TO DISPLAY-BALANCE
               DISPLAY "AMOUNT HELD              : " DISPLAY-BALANCE
               MOVE BALANCE TO DISPLAY-BALANCE
               DISPLAY "PRESS ENTER TO RETURN MENU..."
               ACCEPT DUMMY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "CONFIRM TRANSFER " WS-AMOUNT-DISP " TO "
               FUNCTION TRIM(WS-IB-BENEF-ACCOUNT) " AT BANK "
               WS-IB-BANK-CODE " ? (Y/N) : "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY "CANCELLED TRANSFER"
               DISPLAY "PRESS ENTER TO RETURN MENU..."
               ACCEPT DUMMY
               EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO WS-FV-TRAN-TYPE
           MOVE SPACE TO WS-FV-CPTY-KEY
           MOVE WS-IB-BANK-CODE TO WS-FV-CPTY-KEY(1:4)
           MOVE WS-IB-BENEF-ACCOUNT TO WS-FV-CPTY-KEY(5:)
           PERFORM CHECK-CARD-VELOCITY

           SUBTRACT WS-AMOUNT FROM BALANCE
           PERFORM UPDATE-ACCOUNT-FILE
           MOVE BALANCE TO DISPLAY-BALANCE

           MOVE 'B' TO WS-TYPE
           MOVE 'D' TO WS-DRCR
           MOVE WS-IB-BANK-CODE TO WS-COUNTERPARTY
           MOVE 0 TO WS-RATE-APPLIED
           PERFORM TRANSLOG
           PERFORM WRITE-INTERBANK-ITEM

           DISPLAY "----------------------------------------"
           DISPLAY "TRANSFER TO OTHER BANK ACCEPTED"
           DISPLAY "REFERENCE            : " WS-POSTING-SEQ
           DISPLAY "TRANSFERRED AMOUNT   : " WS-AMOUNT-DISP
               " " FUNCTION TRIM(CURRENCY-CODE)
           DISPLAY "NEW BALANCE          : " DISPLAY-BALANCE
               " " FUNCTION TRIM(CURRENCY-CODE)
           DISPLAY "FUNDS ARE SENT WITH THE NEXT CLEARING FILE"
           PERFORM FORMAT-DATE-TIME
           DISPLAY "PRESS ENTER TO RETURN MENU..."
           ACCEPT DUMMY.

      *  Cash paid in at the machine for a beneficiary at another
      *  bank: credited to the customer's own account as a deposit
      *  and sent straight back out as an interbank debit, so a
      *  rejected item has an account to be refunded to.
       INTERBANK-CASH-DEPOSIT.
           PERFORM ACCEPT-INTERBANK-BENEFICIARY
           IF WS-IB-OK NOT = 'Y'
               PERFORM RESTORE-LOGIN-RECORD
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER AMOUNT TO DEPOSIT : "
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT <= 0
               DISPLAY "INVALID AMOUNT MUST BE > 0"
               DISPLAY "PRESS ENTER TO RETURN MENU..."
               ACCEPT DUMMY
               PERFORM RESTORE-LOGIN-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "CONFIRM DEPOSIT " WS-AMOUNT-DISP " TO "
               FUNCTION TRIM(WS-IB-BENEF-ACCOUNT) " AT BANK "
               WS-IB-BANK-CODE " ? (Y/N) : "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY "CANCELLED DEPOSIT"
               DISPLAY "PRESS ENTER TO RETURN MENU..."
               ACCEPT DUMMY
               PERFORM RESTORE-LOGIN-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD WS-AMOUNT TO BALANCE
           MOVE BALANCE TO DISPLAY-BALANCE
           MOVE 'D' TO WS-TYPE
           MOVE 'C' TO WS-DRCR
           MOVE SPACE TO WS-COUNTERPARTY
           MOVE 0 TO WS-RATE-APPLIED
           PERFORM TRANSLOG

           SUBTRACT WS-AMOUNT FROM BALANCE
           MOVE BALANCE TO DISPLAY-BALANCE
           MOVE 'B' TO WS-TYPE
           MOVE 'D' TO WS-DRCR
           MOVE WS-IB-BANK-CODE TO WS-COUNTERPARTY
           PERFORM TRANSLOG
           PERFORM WRITE-INTERBANK-ITEM

           DISPLAY "----------------------------------------"
           DISPLAY "DEPOSITED TO     : "
               FUNCTION TRIM(WS-IB-BENEF-ACCOUNT) " AT BANK "
               WS-IB-BANK-CODE
           DISPLAY "REFERENCE        : " WS-POSTING-SEQ
           DISPLAY "AMOUNT           : " WS-AMOUNT-DISP
               " " FUNCTION TRIM(CURRENCY-CODE)
           DISPLAY "STATUS           : SENT WITH NEXT CLEARING FILE"
           PERFORM FORMAT-DATE-TIME
           DISPLAY "PRESS ENTER TO RETURN MENU..."
           ACCEPT DUMMY.

       ACCEPT-INTERBANK-BENEFICIARY.
           MOVE 'N' TO WS-IB-OK
           DISPLAY "ENTER BENEFICIARY ACCOUNT AT BANK "
               WS-IB-BANK-CODE " : "
           MOVE SPACE TO WS-IB-BENEF-ACCOUNT
           ACCEPT WS-IB-BENEF-ACCOUNT
           IF WS-IB-BENEF-ACCOUNT = SPACE
               DISPLAY "BENEFICIARY ACCOUNT IS REQUIRED"
               DISPLAY "PRESS ENTER TO RETURN MENU..."
               ACCEPT DUMMY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTER BENEFICIARY NAME : "
           MOVE SPACE TO WS-IB-BENEF-NAME
           ACCEPT WS-IB-BENEF-NAME
           IF WS-IB-BENEF-NAME = SPACE
               DISPLAY "BENEFICIARY NAME IS REQUIRED"
               DISPLAY "PRESS ENTER TO RETURN MENU..."
               ACCEPT DUMMY
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IB-OK.

      *  Register the debited item as pending in IBXFER.dat under the
      *  posting sequence just written, which is its reference on
      *  the outward file and on the clearing house's confirmation.
       WRITE-INTERBANK-ITEM.
           MOVE FUNCTION CURRENT-DATE TO TRANSLOG-CURRENT-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO TRANSLOG-CURRENT-DATE
           END-IF
           OPEN EXTEND IBXFER-FILE
               MOVE WS-POSTING-SEQ      TO IB-REF-SEQ
               MOVE ACCOUNT-NUMBER      TO IB-ACCOUNT-NO
               MOVE WS-IB-BANK-CODE     TO IB-BANK-CODE
               MOVE WS-IB-BENEF-ACCOUNT TO IB-BENEF-ACCOUNT
               MOVE WS-IB-BENEF-NAME    TO IB-BENEF-NAME
               MOVE WS-AMOUNT           TO IB-AMOUNT
               MOVE CURRENCY-CODE       TO IB-CURRENCY
               MOVE TRANSLOG-CURRENT-DATE TO IB-INIT-DATE
               MOVE 'A'                 TO IB-CHANNEL
               MOVE SPACE               TO IB-OPERATOR
               MOVE 'P'                 TO IB-STATUS
               MOVE 0                   TO IB-SENT-DATE
               MOVE 0                   TO IB-SETTLE-DATE
               MOVE SPACE               TO IB-REJECT-CODE
               WRITE IBXFER-RECORD
           CLOSE IBXFER-FILE.

      *  Velocity checks on the debit about to be posted (type in
      *  WS-FV-TRAN-TYPE, payee in WS-FV-CPTY-KEY). Every rule matched
      *  goes to FRAUDALT.dat; a high-risk match declines the
      *  transaction, hot-lists the card and ends the session. A
      *  lower-risk match is not shown to the customer.
       CHECK-CARD-VELOCITY.
           MOVE 'N' TO WS-FV-DECLINE
           PERFORM LOAD-VELOCITY-RULES
           IF WS-FR-COUNT-N = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO TRANSLOG-CURRENT-DATE-TIME
           MOVE TRANSLOG-CURRENT-DATE TO WS-FV-NOW-DATE
           MOVE TRANSLOG-CURRENT-DATE TO WS-FV-TODAY
           MOVE TRANSLOG-CURRENT-TIME TO WS-FV-HHMMSS
           COMPUTE WS-FV-NOW-MINUTE = WS-FV-HH * 60 + WS-FV-MM
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-FV-TODAY
           END-IF

           PERFORM SCAN-CARD-HISTORY
           PERFORM SCAN-ACCOUNT-DEBITS
           PERFORM SCAN-INTERBANK-PAYEES
           PERFORM COUNT-NEW-PAYEES

           PERFORM EVALUATE-VELOCITY-RULE
               VARYING WS-FR-SUB FROM 1 BY 1
               UNTIL WS-FR-SUB > WS-FR-COUNT-N
           PERFORM WRITE-VELOCITY-ALERT
               VARYING WS-FR-SUB FROM 1 BY 1
               UNTIL WS-FR-SUB > WS-FR-COUNT-N

           IF WS-FV-DECLINE = 'Y'
               PERFORM DECLINE-AND-HOT-LIST
           END-IF.

      *  Standard rules until the card team maintains FRAUDRUL.dat:
      *  three debits in ten minutes is looked at and five is
      *  stopped; a first withdrawal of 10,000 or more within seven
      *  days of issue is stopped; a second new payee in a day is
      *  looked at and a fourth is stopped; any debit within an hour
      *  of a PIN change is looked at and one of 15,000 or more is
      *  stopped.
       LOAD-VELOCITY-RULES.
           MOVE 0 TO WS-FR-COUNT-N
           MOVE 'N' TO WS-EOF3-FLAG
           OPEN INPUT FRAUDRUL-FILE
           PERFORM UNTIL WS-EOF3-FLAG = 'Y'
               READ FRAUDRUL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF3-FLAG
                   NOT AT END
                       IF WS-FR-COUNT-N < 20
                           ADD 1 TO WS-FR-COUNT-N
                           MOVE FR-RULE-ID
                               TO WS-FR-RULE-ID(WS-FR-COUNT-N)
                           MOVE FR-CHECK TO WS-FR-CHECK(WS-FR-COUNT-N)
                           MOVE FR-WINDOW
                               TO WS-FR-WINDOW(WS-FR-COUNT-N)
                           MOVE FR-COUNT TO WS-FR-COUNT(WS-FR-COUNT-N)
                           MOVE FR-AMOUNT
                               TO WS-FR-AMOUNT(WS-FR-COUNT-N)
                           MOVE FR-RISK TO WS-FR-RISK(WS-FR-COUNT-N)
                           MOVE FR-STATUS
                               TO WS-FR-STATUS(WS-FR-COUNT-N)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUDRUL-FILE
           IF WS-FR-COUNT-N > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 7 TO WS-FR-COUNT-N
           MOVE "VEL1" TO WS-FR-RULE-ID(1)
           MOVE 'V' TO WS-FR-CHECK(1)
           MOVE 10 TO WS-FR-WINDOW(1)
           MOVE 3 TO WS-FR-COUNT(1)
           MOVE 0 TO WS-FR-AMOUNT(1)
           MOVE 'L' TO WS-FR-RISK(1)
           MOVE "VEL2" TO WS-FR-RULE-ID(2)
           MOVE 'V' TO WS-FR-CHECK(2)
           MOVE 10 TO WS-FR-WINDOW(2)
           MOVE 5 TO WS-FR-COUNT(2)
           MOVE 0 TO WS-FR-AMOUNT(2)
           MOVE 'H' TO WS-FR-RISK(2)
           MOVE "NEWC" TO WS-FR-RULE-ID(3)
           MOVE 'N' TO WS-FR-CHECK(3)
           MOVE 7 TO WS-FR-WINDOW(3)
           MOVE 0 TO WS-FR-COUNT(3)
           MOVE 10000.00 TO WS-FR-AMOUNT(3)
           MOVE 'H' TO WS-FR-RISK(3)
           MOVE "PAY1" TO WS-FR-RULE-ID(4)
           MOVE 'C' TO WS-FR-CHECK(4)
           MOVE 0 TO WS-FR-WINDOW(4)
           MOVE 2 TO WS-FR-COUNT(4)
           MOVE 0 TO WS-FR-AMOUNT(4)
           MOVE 'L' TO WS-FR-RISK(4)
           MOVE "PAY2" TO WS-FR-RULE-ID(5)
           MOVE 'C' TO WS-FR-CHECK(5)
           MOVE 0 TO WS-FR-WINDOW(5)
           MOVE 4 TO WS-FR-COUNT(5)
           MOVE 0 TO WS-FR-AMOUNT(5)
           MOVE 'H' TO WS-FR-RISK(5)
           MOVE "PIN1" TO WS-FR-RULE-ID(6)
           MOVE 'P' TO WS-FR-CHECK(6)
           MOVE 60 TO WS-FR-WINDOW(6)
           MOVE 0 TO WS-FR-COUNT(6)
           MOVE 0 TO WS-FR-AMOUNT(6)
           MOVE 'L' TO WS-FR-RISK(6)
           MOVE "PIN2" TO WS-FR-RULE-ID(7)
           MOVE 'P' TO WS-FR-CHECK(7)
           MOVE 60 TO WS-FR-WINDOW(7)
           MOVE 0 TO WS-FR-COUNT(7)
           MOVE 15000.00 TO WS-FR-AMOUNT(7)
           MOVE 'H' TO WS-FR-RISK(7)
           PERFORM SET-VELOCITY-RULE-ACTIVE
               VARYING WS-FR-SUB FROM 1 BY 1
               UNTIL WS-FR-SUB > WS-FR-COUNT-N.

       SET-VELOCITY-RULE-ACTIVE.
           MOVE 'A' TO WS-FR-STATUS(WS-FR-SUB).

      *  When the card was last issued, renewed or activated, and
      *  when the PIN on this card or account was last changed, from
      *  the card actions file.
       SCAN-CARD-HISTORY.
           MOVE 0 TO WS-FV-CARD-DATE
           MOVE 0 TO WS-FV-PIN-DATE
           MOVE 0 TO WS-FV-PIN-TIME
           MOVE 'N' TO WS-EOF3-FLAG
           OPEN INPUT CARDAUDT-FILE
           PERFORM UNTIL WS-EOF3-FLAG = 'Y'
               READ CARDAUDT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF3-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(CA-CARD-NO) =
                          FUNCTION TRIM(WS-CARD-ENTRY)
                          AND (CA-ACTION = "ISSU" OR CA-ACTION = "RNEW"
                           OR CA-ACTION = "ACTV")
                           MOVE CA-DATE TO WS-FV-CARD-DATE
                       END-IF
                       IF CA-ACTION = "PINC"
                          AND (FUNCTION TRIM(CA-CARD-NO) =
                               FUNCTION TRIM(WS-CARD-ENTRY)
                           OR CA-ACCOUNT-NO = ACCOUNT-NUMBER)
                           MOVE CA-DATE TO WS-FV-PIN-DATE
                           MOVE CA-TIME TO WS-FV-PIN-TIME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDAUDT-FILE

           MOVE 0 TO WS-FV-CARD-DAYS
           IF WS-FV-CARD-DATE > 0
               COMPUTE WS-FV-CARD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-FV-NOW-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-FV-CARD-DATE)
           END-IF
           MOVE 0 TO WS-FV-PIN-MINUTES
           IF WS-FV-PIN-DATE > 0
               MOVE WS-FV-PIN-TIME TO WS-FV-HHMMSS
               COMPUTE WS-FV-PIN-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(WS-FV-NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-FV-PIN-DATE)) * 1440
                   + WS-FV-NOW-MINUTE - (WS-FV-HH * 60 + WS-FV-MM)
           END-IF.

      *  One pass over the account's postings: the times of today's
      *  debits, whether there has been a cash withdrawal since the
      *  card was issued, and the on-us payees transferred to before
      *  today and today.
       SCAN-ACCOUNT-DEBITS.
           MOVE 0 TO WS-FV-TM-COUNT
           MOVE 0 TO WS-FV-KN-COUNT
           MOVE 0 TO WS-FV-TD-COUNT
           MOVE 'N' TO WS-FV-PRIOR-WDL
           MOVE 'N' TO WS-EOF3-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM START-ACCOUNT-POSTINGS
           PERFORM UNTIL WS-EOF3-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF3-FLAG
                   NOT AT END
                       IF TRANSLOG-ACCOUNT-NO NOT = ACCOUNT-NUMBER
                           MOVE 'Y' TO WS-EOF3-FLAG
                       ELSE
                           PERFORM NOTE-ACCOUNT-DEBIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE.

       NOTE-ACCOUNT-DEBIT.
           IF TRANSLOG-DRCR NOT = 'D'
               EXIT PARAGRAPH
           END-IF
           IF TRANSLOG-TYPE = 'W' AND WS-FV-CARD-DATE > 0
              AND TRANSLOG-DATE >= WS-FV-CARD-DATE
               MOVE 'Y' TO WS-FV-PRIOR-WDL
           END-IF
           IF TRANSLOG-DATE = WS-FV-TODAY
              AND (TRANSLOG-TYPE = 'W' OR TRANSLOG-TYPE = 'T'
               OR TRANSLOG-TYPE = 'B')
              AND WS-FV-TM-COUNT < 100
               ADD 1 TO WS-FV-TM-COUNT
               MOVE TRANSLOG-TIME TO WS-FV-HHMMSS
               COMPUTE WS-FV-TM-MINUTE(WS-FV-TM-COUNT) =
                   WS-FV-HH * 60 + WS-FV-MM
           END-IF
           IF TRANSLOG-TYPE = 'T'
               MOVE SPACE TO WS-FV-WORK-KEY
               MOVE WS-OWN-BANK-CODE TO WS-FV-WORK-KEY(1:4)
               MOVE TRANSLOG-COUNTERPARTY TO WS-FV-WORK-KEY(5:)
               MOVE TRANSLOG-DATE TO WS-FV-WORK-DATE
               PERFORM NOTE-PAYEE
           END-IF.

      *  Payments to other banks carry the bank code, not the payee,
      *  on TRANSLOG; the payee is on the outward register.
       SCAN-INTERBANK-PAYEES.
           MOVE 'N' TO WS-EOF3-FLAG
           OPEN INPUT IBXFER-FILE
           PERFORM UNTIL WS-EOF3-FLAG = 'Y'
               READ IBXFER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF3-FLAG
                   NOT AT END
                       IF IB-ACCOUNT-NO = ACCOUNT-NUMBER
                           MOVE SPACE TO WS-FV-WORK-KEY
                           MOVE IB-BANK-CODE TO WS-FV-WORK-KEY(1:4)
                           MOVE IB-BENEF-ACCOUNT
                               TO WS-FV-WORK-KEY(5:)
                           MOVE IB-INIT-DATE TO WS-FV-WORK-DATE
                           PERFORM NOTE-PAYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IBXFER-FILE.

      *  A payee seen before today is known; one seen only today goes
      *  on today's list once.
       NOTE-PAYEE.
           IF WS-FV-WORK-DATE < WS-FV-TODAY
               PERFORM FIND-KNOWN-PAYEE
               IF WS-FV-MATCH = 'N' AND WS-FV-KN-COUNT < 200
                   ADD 1 TO WS-FV-KN-COUNT
                   MOVE WS-FV-WORK-KEY TO WS-FV-KN-KEY(WS-FV-KN-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-FV-WORK-DATE = WS-FV-TODAY
               PERFORM FIND-TODAY-PAYEE
               IF WS-FV-MATCH = 'N' AND WS-FV-TD-COUNT < 50
                   ADD 1 TO WS-FV-TD-COUNT
                   MOVE WS-FV-WORK-KEY TO WS-FV-TD-KEY(WS-FV-TD-COUNT)
               END-IF
           END-IF.

       FIND-KNOWN-PAYEE.
           MOVE 'N' TO WS-FV-MATCH
           PERFORM MATCH-KNOWN-PAYEE
               VARYING WS-FV-SUB2 FROM 1 BY 1
               UNTIL WS-FV-SUB2 > WS-FV-KN-COUNT
                  OR WS-FV-MATCH = 'Y'.

       MATCH-KNOWN-PAYEE.
           IF WS-FV-KN-KEY(WS-FV-SUB2) = WS-FV-WORK-KEY
               MOVE 'Y' TO WS-FV-MATCH
           END-IF.

       FIND-TODAY-PAYEE.
           MOVE 'N' TO WS-FV-MATCH
           PERFORM MATCH-TODAY-PAYEE
               VARYING WS-FV-SUB2 FROM 1 BY 1
               UNTIL WS-FV-SUB2 > WS-FV-TD-COUNT
                  OR WS-FV-MATCH = 'Y'.

       MATCH-TODAY-PAYEE.
           IF WS-FV-TD-KEY(WS-FV-SUB2) = WS-FV-WORK-KEY
               MOVE 'Y' TO WS-FV-MATCH
           END-IF.

      *  New payees today, counting the one being paid now.
       COUNT-NEW-PAYEES.
           MOVE 0 TO WS-FV-NEW-CPTY
           PERFORM COUNT-ONE-NEW-PAYEE
               VARYING WS-FV-SUB FROM 1 BY 1
               UNTIL WS-FV-SUB > WS-FV-TD-COUNT
           IF WS-FV-CPTY-KEY = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FV-CPTY-KEY TO WS-FV-WORK-KEY
           PERFORM FIND-KNOWN-PAYEE
           IF WS-FV-MATCH = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TODAY-PAYEE
           IF WS-FV-MATCH = 'N'
               ADD 1 TO WS-FV-NEW-CPTY
           END-IF.

       COUNT-ONE-NEW-PAYEE.
           MOVE WS-FV-TD-KEY(WS-FV-SUB) TO WS-FV-WORK-KEY
           PERFORM FIND-KNOWN-PAYEE
           IF WS-FV-MATCH = 'N'
               ADD 1 TO WS-FV-NEW-CPTY
           END-IF.

       EVALUATE-VELOCITY-RULE.
           MOVE 'N' TO WS-FR-HIT(WS-FR-SUB)
           MOVE 0 TO WS-FR-OBSERVED(WS-FR-SUB)
           IF WS-FR-STATUS(WS-FR-SUB) = 'I'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FR-CHECK(WS-FR-SUB)
               WHEN 'V'
                   MOVE 1 TO WS-FV-IN-WINDOW
                   PERFORM COUNT-DEBIT-IN-WINDOW
                       VARYING WS-FV-SUB FROM 1 BY 1
                       UNTIL WS-FV-SUB > WS-FV-TM-COUNT
                   MOVE WS-FV-IN-WINDOW TO WS-FR-OBSERVED(WS-FR-SUB)
                   IF WS-FV-IN-WINDOW >= WS-FR-COUNT(WS-FR-SUB)
                       MOVE 'Y' TO WS-FR-HIT(WS-FR-SUB)
                   END-IF
               WHEN 'N'
                   IF WS-FV-TRAN-TYPE = 'W'
                      AND WS-FV-CARD-DATE > 0
                      AND WS-FV-CARD-DAYS <= WS-FR-WINDOW(WS-FR-SUB)
                      AND WS-FV-PRIOR-WDL = 'N'
                      AND WS-AMOUNT >= WS-FR-AMOUNT(WS-FR-SUB)
                       MOVE WS-FV-CARD-DAYS TO WS-FR-OBSERVED(WS-FR-SUB)
                       MOVE 'Y' TO WS-FR-HIT(WS-FR-SUB)
                   END-IF
               WHEN 'C'
                   IF WS-FV-TRAN-TYPE NOT = 'W'
                       MOVE WS-FV-NEW-CPTY TO WS-FR-OBSERVED(WS-FR-SUB)
                       IF WS-FV-NEW-CPTY >= WS-FR-COUNT(WS-FR-SUB)
                          AND WS-FR-COUNT(WS-FR-SUB) > 0
                           MOVE 'Y' TO WS-FR-HIT(WS-FR-SUB)
                       END-IF
                   END-IF
               WHEN 'P'
                   IF WS-FV-PIN-DATE > 0
                      AND WS-FV-PIN-MINUTES >= 0
                      AND WS-FV-PIN-MINUTES <= WS-FR-WINDOW(WS-FR-SUB)
                      AND WS-AMOUNT >= WS-FR-AMOUNT(WS-FR-SUB)
                       MOVE WS-FV-PIN-MINUTES
                           TO WS-FR-OBSERVED(WS-FR-SUB)
                       MOVE 'Y' TO WS-FR-HIT(WS-FR-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FR-HIT(WS-FR-SUB) = 'Y'
              AND WS-FR-RISK(WS-FR-SUB) = 'H'
               MOVE 'Y' TO WS-FV-DECLINE
           END-IF.

       COUNT-DEBIT-IN-WINDOW.
           COMPUTE WS-FV-ELAPSED =
               WS-FV-NOW-MINUTE - WS-FV-TM-MINUTE(WS-FV-SUB)
           IF WS-FV-ELAPSED >= 0
              AND WS-FV-ELAPSED <= WS-FR-WINDOW(WS-FR-SUB)
               ADD 1 TO WS-FV-IN-WINDOW
           END-IF.

       WRITE-VELOCITY-ALERT.
           IF WS-FR-HIT(WS-FR-SUB) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FRAUDALT-FILE
               MOVE WS-FV-TODAY TO FA-DATE
               MOVE TRANSLOG-CURRENT-TIME TO FA-TIME
               MOVE FUNCTION TRIM(WS-CARD-ENTRY) TO FA-CARD-NO
               MOVE ACCOUNT-NUMBER TO FA-ACCOUNT-NO
               MOVE WS-FR-RULE-ID(WS-FR-SUB) TO FA-RULE-ID
               MOVE WS-FR-CHECK(WS-FR-SUB) TO FA-CHECK
               MOVE WS-FR-RISK(WS-FR-SUB) TO FA-RISK
               MOVE WS-FV-TRAN-TYPE TO FA-TRAN-TYPE
               MOVE WS-AMOUNT TO FA-AMOUNT
               MOVE WS-FV-CPTY-KEY TO FA-COUNTERPARTY
               MOVE WS-FR-OBSERVED(WS-FR-SUB) TO FA-OBSERVED
               IF WS-FV-DECLINE = 'Y'
                   MOVE 'D' TO FA-ACTION
               ELSE
                   MOVE 'P' TO FA-ACTION
               END-IF
               MOVE WS-ATM-BRANCH TO FA-BRANCH
               WRITE FRAUDALT-RECORD
           CLOSE FRAUDALT-FILE.

      *  The card goes on HOTCARD.dat exactly as CARDMNT hot-lists it,
      *  so it is refused at the next sign-on; nothing is posted.
       DECLINE-AND-HOT-LIST.
           OPEN EXTEND HOTCARD-FILE
               MOVE FUNCTION TRIM(WS-CARD-ENTRY) TO HOT-CARD-NO
               WRITE HOTCARD-RECORD
           CLOSE HOTCARD-FILE
           MOVE FUNCTION CURRENT-DATE TO CARD-AUDIT-DATE-TIME
           OPEN EXTEND CARDAUDT-FILE
               MOVE CARD-AUDIT-DATE TO CA-DATE
               MOVE CARD-AUDIT-TIME TO CA-TIME
               MOVE "HOT " TO CA-ACTION
               MOVE FUNCTION TRIM(WS-CARD-ENTRY) TO CA-CARD-NO
               MOVE ACCOUNT-NUMBER TO CA-ACCOUNT-NO
               WRITE CARDAUDT-RECORD
           CLOSE CARDAUDT-FILE
           DISPLAY "----------------------------------------"
           DISPLAY "TRANSACTION DECLINED."
           DISPLAY "THIS CARD HAS BEEN BLOCKED."
           DISPLAY "PLEASE CONTACT THE BANK."
           DISPLAY "----------------------------------------"
           STOP RUN.

      *  A PIN change is kept with the card actions so the velocity
      *  checks can see activity straight after it.
       WRITE-PIN-CHANGE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO CARD-AUDIT-DATE-TIME
           OPEN EXTEND CARDAUDT-FILE
               MOVE CARD-AUDIT-DATE TO CA-DATE
               MOVE CARD-AUDIT-TIME TO CA-TIME
               MOVE "PINC" TO CA-ACTION
               MOVE FUNCTION TRIM(WS-CARD-ENTRY) TO CA-CARD-NO
               MOVE ACCOUNT-NUMBER TO CA-ACCOUNT-NO
               WRITE CARDAUDT-RECORD
           CLOSE CARDAUDT-FILE.

      *  Stand-in once SYSSTAT.dat shows the batch window (B, or F
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

      *  The session works against the balance less every stand-in
      *  debit already queued for the account (queued credits are
      *  not counted until they post), and stays in stand-in until
      *  the customer leaves even if the batch finishes meanwhile.
       ENTER-STANDIN-MODE.
           PERFORM CALC-STANDIN-QUEUED
           OPEN INPUT SAFLIMIT-FILE
           READ SAFLIMIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SL-LIMIT TO WS-SAF-LIMIT
           END-READ
           CLOSE SAFLIMIT-FILE
           SUBTRACT WS-SAF-QUEUED-DR FROM BALANCE
           MOVE BALANCE TO DISPLAY-BALANCE
           DISPLAY "----------------------------------------"
           DISPLAY "THE BANK IS RUNNING END-OF-DAY PROCESSING."
           DISPLAY "LIMITED SERVICE: BALANCE, WITHDRAWAL, DEPOSIT"
           DISPLAY "TO THIS ACCOUNT AND MINI STATEMENT ONLY."
           DISPLAY "----------------------------------------".

      *  Stand-in debits and wrong PINs queued for the account beyond
      *  the last reference SAFFWD has forwarded.
       CALC-STANDIN-QUEUED.
           MOVE 0 TO WS-SAF-QUEUED-DR
           MOVE 0 TO WS-SAF-FAIL-COUNT
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
                          AND SQ-ACCOUNT-NO = ACCOUNT-NUMBER
                           IF SQ-TYPE = 'F'
                               ADD 1 TO WS-SAF-FAIL-COUNT
                           ELSE
                               IF SQ-DRCR = 'D'
                                   ADD SQ-AMOUNT TO WS-SAF-QUEUED-DR
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAFQUEUE-FILE.

      *  Queue the transaction in WS-TYPE / WS-DRCR / WS-AMOUNT for
      *  SAFFWD in place of the TRANSLOG-FILE posting.
       QUEUE-STANDIN-ITEM.
           PERFORM GET-NEXT-SAF-REF
           MOVE ACCOUNT-NUMBER TO SQ-ACCOUNT-NO
           MOVE WS-TYPE TO SQ-TYPE
           MOVE WS-DRCR TO SQ-DRCR
           MOVE WS-AMOUNT TO SQ-AMOUNT
           PERFORM WRITE-STANDIN-ITEM
           IF WS-DRCR = 'D'
               ADD WS-AMOUNT TO WS-SAF-QUEUED-DR
           END-IF
           DISPLAY "STAND-IN REFERENCE : " WS-SAF-REF
           DISPLAY "POSTS TO YOUR ACCOUNT WHEN END-OF-DAY PROCESSING"
           DISPLAY "HAS FINISHED.".

      *  A wrong PIN in stand-in is queued rather than written to
      *  ACCOUNT-FAILED-LOGINS; SAFFWD adds it to the count. The
      *  queued ones already count toward the lockout at sign-on.
       QUEUE-STANDIN-FAILED-PIN.
           PERFORM GET-NEXT-SAF-REF
           MOVE ACCOUNT-NUMBER TO SQ-ACCOUNT-NO
           MOVE 'F' TO SQ-TYPE
           MOVE SPACE TO SQ-DRCR
           MOVE 0 TO SQ-AMOUNT
           PERFORM WRITE-STANDIN-ITEM
           ADD 1 TO WS-SAF-FAIL-COUNT
           IF ACCOUNT-FAILED-LOGINS + WS-SAF-FAIL-COUNT
              >= WS-MAX-FAILED-LOGINS
               DISPLAY "TOO MANY FAILED ATTEMPTS - ACCOUNT LOCKED."
           END-IF.

       WRITE-STANDIN-ITEM.
           MOVE FUNCTION CURRENT-DATE TO TRANSLOG-CURRENT-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO TRANSLOG-CURRENT-DATE
           END-IF
           MOVE WS-SAF-REF TO SQ-REF
           MOVE 'A' TO SQ-CHANNEL
           MOVE CURRENCY-CODE TO SQ-CURRENCY
           MOVE TRANSLOG-CURRENT-DATE TO SQ-CAPTURE-DATE
           MOVE TRANSLOG-CURRENT-TIME TO SQ-CAPTURE-TIME
           MOVE FUNCTION TRIM(WS-CARD-ENTRY) TO SQ-ORIGINATOR
           MOVE SPACE TO SQ-REASON
           MOVE WS-ATM-BRANCH TO SQ-BRANCH
           OPEN EXTEND SAFQUEUE-FILE
               WRITE SAFQUEUE-RECORD
           CLOSE SAFQUEUE-FILE.

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

       STANDIN-NOT-AVAILABLE.
           DISPLAY "THIS SERVICE IS NOT AVAILABLE WHILE THE BANK IS"
           DISPLAY "RUNNING END-OF-DAY PROCESSING. PLEASE TRY LATER."
           DISPLAY "PRESS ENTER TO RETURN MENU..."
           ACCEPT DUMMY
           PERFORM MAIN-MENU.

       UPDATE-TRANSFER-ACCOUNT-FILE.
           MOVE ACCOUNT-NO     TO WS-SAVED-ACCNO-FILE
           MOVE ACCOUNT-NAME   TO WS-SAVED-NAME
