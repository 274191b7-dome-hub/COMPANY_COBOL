      * Purpose:     Batch-apply due recurring transfers from
      *              SCHEDULE-FILE against the live ACCOUNT-FILE, using
      *              the same balance-update and TRANSLOG-logging
      *              behaviour TRANSFER uses interactively. A source
      *              account short of funds is first topped up from
      *              the customer's nominated SWEEPLNK.dat backup
      *              accounts before the order is rejected.
      * Tectonics: cobc
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
           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTSEQ-FILE ASSIGN TO "POSTSEQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ODLIMIT-FILE ASSIGN TO "ODLIMIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Funds holds placed by HOLDMNT; a backup account only gives
      *  what it holds above MIN-BALANCE and its active holds.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Backup accounts nominated through SWEEPMNT to cover a
      *  shortfall, and the log of every sweep tried, which SWEEPRPT
      *  reports on each night.
           SELECT OPTIONAL SWEEPLNK-FILE ASSIGN TO "SWEEPLNK.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SWEEPLOG-FILE ASSIGN TO "SWEEPLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Bank holiday calendar maintained by CALMNT; with the
      *  weekend it defines the non-working days.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.dat"
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

      *>  บัญชีรายการโอนประจำ: บัญชีต้นทาง, ปลายทาง, จำนวนเงิน,
      *>  วันที่ของเดือนที่ต้องโอน
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

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

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HO-DATE                PIC 9(8).
           05 CHECKPOINT-REJECTED    PIC 9(6).
           05 CHECKPOINT-ROLLED      PIC 9(6).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
           05 HD-ACCOUNT-NO          PIC X(10).
           05 HD-AMOUNT              PIC 9(8)V99.
           05 HD-REASON              PIC X(4).
           05 HD-PLACED-BY           PIC X(8).
           05 HD-PLACED-DATE         PIC 9(8).
           05 HD-EXPIRY-DATE         PIC 9(8).
           05 HD-STATUS              PIC X(1).

      *  One line per backup nomination: the account covered, the
      *  backup drawn on, its priority (1 = first) and status 'A'
      *  active or 'C' cancelled.
       FD  SWEEPLNK-FILE.
       01  SWEEPLNK-RECORD.
           05 SL-ACCOUNT-NO          PIC X(10).
           05 SL-BACKUP-NO           PIC X(10).
           05 SL-PRIORITY            PIC 9(1).
           05 SL-STATUS              PIC X(1).
           05 SL-SET-DATE            PIC 9(8).
           05 SL-SET-BY              PIC X(8).

      *  One line per backup drawn on ('C' covered), or one line for
      *  a shortfall the backups could not cover ('F' failed).
       FD  SWEEPLOG-FILE.
       01  SWEEPLOG-RECORD.
           05 SG-DATE                PIC 9(8).
           05 SG-TIME                PIC 9(6).
           05 SG-PROGRAM             PIC X(8).
           05 SG-ACCOUNT-NO          PIC X(10).
           05 SG-REFERENCE           PIC X(10).
           05 SG-SHORTFALL           PIC 9(8)V99.
           05 SG-BACKUP-NO           PIC X(10).
           05 SG-SWEPT               PIC 9(8)V99.
           05 SG-RESULT              PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-EOF2-FLAG         PIC X VALUE 'N'.
           05  TRANSLOG-CURRENT-TIME  PIC 9(6).

       01  WS-PROJECTED-BALANCE PIC S9(8)V99 VALUE 0.
      *  A live overdraft facility replaces the MIN-BALANCE floor
      *  with minus the sanctioned limit.
       01  WS-OD-LIMIT       PIC 9(8)V99 VALUE 0.
       01  WS-BALANCE-FLOOR  PIC S9(8)V99 VALUE 0.
       01  WS-EOFO-FLAG      PIC X VALUE 'N'.
       01  WS-FROM-FOUND         PIC X VALUE 'N'.
       01  WS-TO-FOUND           PIC X VALUE 'N'.
       01  WS-FROM-BALANCE       PIC S9(8)V99 VALUE 0.
       01  WS-FROM-BRANCH        PIC X(4) VALUE SPACE.
       01  WS-TO-BALANCE         PIC S9(8)V99 VALUE 0.

      *  Linked-account sweep: the short account, what it is short
      *  by, and its backups held by priority (slot = SL-PRIORITY)
      *  with the amount reserved on each.
       01  WS-SW-PROGRAM     PIC X(8) VALUE "STANDORD".
       01  WS-SW-ACCNO       PIC X(10) VALUE SPACE.
       01  WS-SW-CUST-NO     PIC X(8) VALUE SPACE.
       01  WS-SW-CURRENCY    PIC X(3) VALUE SPACE.
       01  WS-SW-REFERENCE   PIC X(10) VALUE SPACE.
       01  WS-SW-SHORTFALL   PIC 9(8)V99 VALUE 0.
       01  WS-SW-REMAINING   PIC 9(8)V99 VALUE 0.
       01  WS-SW-AVAILABLE   PIC S9(10)V99 VALUE 0.
       01  WS-SW-HOLDS       PIC 9(10)V99 VALUE 0.
       01  WS-SW-BALANCE     PIC S9(8)V99 VALUE 0.
       01  WS-SW-BRANCH      PIC X(4) VALUE SPACE.
       01  WS-SW-FOUND       PIC X VALUE 'N'.
       01  WS-SW-COVERED     PIC X VALUE 'N'.
       01  WS-EOFS-FLAG      PIC X VALUE 'N'.
       01  WS-SW-TABLE.
           05 WS-SW-ENTRY OCCURS 9 TIMES.
               10 WS-SW-BACKUP-NO  PIC X(10).
               10 WS-SW-TAKE       PIC 9(8)V99.
       01  WS-SW-COUNT       PIC 9(2) VALUE 0.
       01  WS-SW-SUB         PIC 9(2) VALUE 0.
       01  WS-SW-LEG-ACCNO   PIC X(10) VALUE SPACE.
       01  WS-SW-LEG-OTHER   PIC X(10) VALUE SPACE.
       01  WS-SW-LEG-DRCR    PIC X(1) VALUE SPACE.
       01  WS-SW-LEG-AMOUNT  PIC 9(8)V99 VALUE 0.
       01  WS-SW-LOG-BACKUP  PIC X(10) VALUE SPACE.
       01  WS-SW-LOG-AMOUNT  PIC 9(8)V99 VALUE 0.
       01  WS-SW-LOG-RESULT  PIC X(1) VALUE SPACE.

       01  WS-POSTING-SEQ       PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.

      *  Cover the shortfall on WS-SW-ACCNO from the backup accounts
      *  nominated through SWEEPMNT, in priority order. A backup
      *  gives what it holds above its own MIN-BALANCE and active
      *  holds, and must belong to the same customer in the same
      *  currency; nothing moves unless the backups together cover
      *  the whole shortfall. Each amount taken posts as a paired
      *  transfer (type 'T') and is logged for SWEEPRPT. Called with
      *  ACCOUNT-FILE open I-O; returns with the short account's
      *  record read again, its BALANCE including what was swept in.
       SWEEP-SHORTFALL.
           MOVE 'N' TO WS-SW-COVERED
           PERFORM TRANSLOG-FORMAT-DATE-TIME
           PERFORM LOAD-SWEEP-LINKS
           IF WS-SW-COUNT > 0
               MOVE WS-SW-SHORTFALL TO WS-SW-REMAINING
               PERFORM SWEEP-RESERVE-BACKUP
                   VARYING WS-SW-SUB FROM 1 BY 1
                   UNTIL WS-SW-SUB > 9
               IF WS-SW-REMAINING > 0
                   MOVE SPACE TO WS-SW-LOG-BACKUP
                   MOVE 0 TO WS-SW-LOG-AMOUNT
                   MOVE 'F' TO WS-SW-LOG-RESULT
                   PERFORM WRITE-SWEEP-LOG
                   DISPLAY WS-SW-ACCNO " - BACKUP ACCOUNTS CANNOT "
                       "COVER THE SHORTFALL"
               ELSE
                   PERFORM SWEEP-MOVE-BACKUP
                       VARYING WS-SW-SUB FROM 1 BY 1
                       UNTIL WS-SW-SUB > 9
                   MOVE 'Y' TO WS-SW-COVERED
               END-IF
           END-IF

           MOVE WS-SW-ACCNO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       LOAD-SWEEP-LINKS.
           MOVE 0 TO WS-SW-COUNT
           INITIALIZE WS-SW-TABLE
           MOVE 'N' TO WS-EOFS-FLAG
           OPEN INPUT SWEEPLNK-FILE
           PERFORM UNTIL WS-EOFS-FLAG = 'Y'
               READ SWEEPLNK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOFS-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(SL-ACCOUNT-NO) =
                          FUNCTION TRIM(WS-SW-ACCNO)
                          AND SL-STATUS = 'A'
                          AND SL-PRIORITY > 0
                          MOVE SL-BACKUP-NO
                              TO WS-SW-BACKUP-NO(SL-PRIORITY)
                          ADD 1 TO WS-SW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEPLNK-FILE.

      *  First pass: work out what each backup can give, without
      *  moving anything yet.
       SWEEP-RESERVE-BACKUP.
           MOVE 0 TO WS-SW-TAKE(WS-SW-SUB)
           IF WS-SW-BACKUP-NO(WS-SW-SUB) = SPACE
              OR WS-SW-REMAINING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SW-FOUND
           MOVE WS-SW-BACKUP-NO(WS-SW-SUB) TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SW-FOUND
           END-READ
           IF WS-SW-FOUND NOT = 'Y'
              OR ACCOUNT-LOCKED = 'Y' OR ACCOUNT-DORMANT = 'Y'
              OR ACCOUNT-CUST-NO = SPACE
              OR ACCOUNT-CUST-NO NOT = WS-SW-CUST-NO
              OR CURRENCY-CODE NOT = WS-SW-CURRENCY
               EXIT PARAGRAPH
           END-IF
           PERFORM SWEEP-BACKUP-HOLDS
           COMPUTE WS-SW-AVAILABLE =
               BALANCE - MIN-BALANCE - WS-SW-HOLDS
           IF WS-SW-AVAILABLE <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SW-AVAILABLE > WS-SW-REMAINING
               MOVE WS-SW-REMAINING TO WS-SW-TAKE(WS-SW-SUB)
           ELSE
               MOVE WS-SW-AVAILABLE TO WS-SW-TAKE(WS-SW-SUB)
           END-IF
           SUBTRACT WS-SW-TAKE(WS-SW-SUB) FROM WS-SW-REMAINING.

      *  Second pass: debit the backup, credit the short account,
      *  both legs at the backup account's home branch.
       SWEEP-MOVE-BACKUP.
           IF WS-SW-TAKE(WS-SW-SUB) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SW-TAKE(WS-SW-SUB) TO WS-SW-LEG-AMOUNT

           MOVE WS-SW-BACKUP-NO(WS-SW-SUB) TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           SUBTRACT WS-SW-LEG-AMOUNT FROM BALANCE
           MOVE BALANCE TO WS-SW-BALANCE
           MOVE ACCOUNT-BRANCH TO WS-SW-BRANCH
           REWRITE ACCOUNT-RECORD
           MOVE WS-SW-BACKUP-NO(WS-SW-SUB) TO WS-SW-LEG-ACCNO
           MOVE WS-SW-ACCNO TO WS-SW-LEG-OTHER
           MOVE 'D' TO WS-SW-LEG-DRCR
           PERFORM WRITE-SWEEP-TRANSLOG

           MOVE WS-SW-ACCNO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           ADD WS-SW-LEG-AMOUNT TO BALANCE
           MOVE BALANCE TO WS-SW-BALANCE
           REWRITE ACCOUNT-RECORD
           MOVE WS-SW-ACCNO TO WS-SW-LEG-ACCNO
           MOVE WS-SW-BACKUP-NO(WS-SW-SUB) TO WS-SW-LEG-OTHER
           MOVE 'C' TO WS-SW-LEG-DRCR
           PERFORM WRITE-SWEEP-TRANSLOG

           MOVE WS-SW-BACKUP-NO(WS-SW-SUB) TO WS-SW-LOG-BACKUP
           MOVE WS-SW-LEG-AMOUNT TO WS-SW-LOG-AMOUNT
           MOVE 'C' TO WS-SW-LOG-RESULT
           PERFORM WRITE-SWEEP-LOG
           DISPLAY WS-SW-ACCNO " SWEPT " WS-SW-LEG-AMOUNT " FROM "
               WS-SW-BACKUP-NO(WS-SW-SUB).

       SWEEP-BACKUP-HOLDS.
           MOVE 0 TO WS-SW-HOLDS
           MOVE 'N' TO WS-EOFS-FLAG
           OPEN INPUT HOLDS-FILE
           PERFORM UNTIL WS-EOFS-FLAG = 'Y'
               READ HOLDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOFS-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(HD-ACCOUNT-NO) =
                          FUNCTION TRIM(WS-SW-BACKUP-NO(WS-SW-SUB))
                          AND HD-STATUS = 'A'
                          AND (HD-EXPIRY-DATE = 0
                           OR HD-EXPIRY-DATE >=
                              TRANSLOG-CURRENT-DATE)
                          ADD HD-AMOUNT TO WS-SW-HOLDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE.

       WRITE-SWEEP-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           OPEN I-O TRANSLOG-FILE
               MOVE WS-SW-LEG-ACCNO TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE 'T' TO TRANSLOG-TYPE
               MOVE WS-SW-LEG-AMOUNT TO TRANSLOG-AMOUNT
               MOVE WS-SW-BALANCE TO TRANSLOG-BALANCE
               MOVE WS-SW-LEG-DRCR TO TRANSLOG-DRCR
               MOVE WS-SW-LEG-OTHER TO TRANSLOG-COUNTERPARTY
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-SW-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

       WRITE-SWEEP-LOG.
           OPEN EXTEND SWEEPLOG-FILE
               MOVE TRANSLOG-CURRENT-DATE TO SG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO SG-TIME
               MOVE WS-SW-PROGRAM TO SG-PROGRAM
               MOVE WS-SW-ACCNO TO SG-ACCOUNT-NO
               MOVE WS-SW-REFERENCE TO SG-REFERENCE
               MOVE WS-SW-SHORTFALL TO SG-SHORTFALL
               MOVE WS-SW-LOG-BACKUP TO SG-BACKUP-NO
               MOVE WS-SW-LOG-AMOUNT TO SG-SWEPT
               MOVE WS-SW-LOG-RESULT TO SG-RESULT
               WRITE SWEEPLOG-RECORD
           CLOSE SWEEPLOG-FILE.

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
                          FUNCTION TRIM(SCHEDULE-FROM-ACCOUNT)
                          AND OD-STATUS = 'A'
                          AND OD-START-DATE <= WS-TODAY-DATE
                          AND OD-EXPIRY-DATE >= WS-TODAY-DATE
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

       GET-TODAY-DAY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DAY TO WS-TODAY-DAY
                       " -> SOURCE ACCOUNT NOT FOUND, SKIPPED"
               NOT INVALID KEY
                   MOVE CURRENCY-CODE TO WS-FROM-CURRENCY
                   PERFORM CALC-OVERDRAFT-FLOOR
                   COMPUTE WS-PROJECTED-BALANCE =
                       BALANCE - SCHEDULE-AMOUNT
                   IF WS-PROJECTED-BALANCE < WS-BALANCE-FLOOR
                       COMPUTE WS-SW-SHORTFALL =
                           WS-BALANCE-FLOOR - WS-PROJECTED-BALANCE
                       MOVE SCHEDULE-FROM-ACCOUNT TO WS-SW-ACCNO
                       MOVE ACCOUNT-CUST-NO TO WS-SW-CUST-NO
                       MOVE CURRENCY-CODE TO WS-SW-CURRENCY
                       MOVE SCHEDULE-TO-ACCOUNT TO WS-SW-REFERENCE
                       PERFORM SWEEP-SHORTFALL
                       COMPUTE WS-PROJECTED-BALANCE =
                           BALANCE - SCHEDULE-AMOUNT
                   END-IF
                   IF WS-PROJECTED-BALANCE < WS-BALANCE-FLOOR
                       DISPLAY SCHEDULE-FROM-ACCOUNT
                           " -> INSUFFICIENT FUNDS, SKIPPED"
                   ELSE
           IF WS-FROM-FOUND = 'Y'
               SUBTRACT SCHEDULE-AMOUNT FROM BALANCE
               MOVE BALANCE TO WS-FROM-BALANCE
               MOVE ACCOUNT-BRANCH TO WS-FROM-BRANCH
               REWRITE ACCOUNT-RECORD

               MOVE SCHEDULE-TO-ACCOUNT TO ACCOUNT-NO
       LOG-STANDING-TRANSFER.
           PERFORM TRANSLOG-FORMAT-DATE-TIME

           OPEN I-O TRANSLOG-FILE
               MOVE SCHEDULE-FROM-ACCOUNT TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE WS-RATE-APPLIED TO TRANSLOG-APPLIED-RATE
               MOVE WS-FROM-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE

      *>       ขาผู้รับบันทึกยอดหลังแปลงสกุลเงิน พร้อมอัตราที่ใช้
               MOVE SCHEDULE-TO-ACCOUNT TO TRANSLOG-ACCOUNT-NO
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE WS-RATE-APPLIED TO TRANSLOG-APPLIED-RATE
               MOVE WS-FROM-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

       TRANSLOG-FORMAT-DATE-TIME.
