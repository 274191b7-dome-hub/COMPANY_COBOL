           SELECT ACCOUNT-FILE-NEW ASSIGN TO "ACCOUNTS_NEW.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "INTEREST.ckp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTSEQ-FILE ASSIGN TO "POSTSEQ.dat"
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

       FD  ACCOUNT-FILE-NEW.
       01  ACCOUNT-RECORD-NEW.
           05 ACCOUNT-NO-NEW           PIC X(10).
           05 PIN-NEW                  PIC X(4).
           05 ACCOUNT-NAME-NEW         PIC X(20).
           05 BALANCE-NEW              PIC S9(8)V99.
           05 ACCOUNT-FAILED-LOGINS-NEW PIC 9(1).
           05 ACCOUNT-LOCKED-NEW        PIC X(1).
           05 MIN-BALANCE-NEW           PIC 9(8)V99.
           05 CURRENCY-CODE-NEW         PIC X(3).
           05 ACCOUNT-DORMANT-NEW       PIC X(1).
           05 ACCOUNT-CUST-NO-NEW       PIC X(8).
           05 ACCOUNT-BRANCH-NEW        PIC X(4).

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

      *>  checkpoint ของ batch: ACCOUNT-NO ล่าสุดที่ทำสำเร็จ พร้อม
      *>  ยอดสะสม เพื่อให้ restart ต่อจากจุดที่ค้างได้โดยไม่ต้องทำซ้ำ

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG      PIC X VALUE 'N'.
       01  WS-OLD-BALANCE   PIC S9(8)V99 VALUE 0.
       01  WS-INTEREST-AMT  PIC 9(8)V99 VALUE 0.

      *>  ภาษีหัก ณ ที่จ่าย: ดอกเบี้ยเต็ม หักภาษี เหลือสุทธิเข้าบัญชี
       01  WS-WHT-PCT-DISP  PIC Z9.99.
       01  WS-GROSS-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-TAX-DISP      PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-BAL-AFTER-GROSS PIC S9(8)V99 VALUE 0.

      *>  checkpoint / restart และสรุปผลการรันดอกเบี้ย
       01  WS-CHECKPOINT-FOUND    PIC X VALUE 'N'.
           MOVE CURRENCY-CODE TO CURRENCY-CODE-NEW
           MOVE ACCOUNT-DORMANT TO ACCOUNT-DORMANT-NEW
           MOVE ACCOUNT-CUST-NO TO ACCOUNT-CUST-NO-NEW
           MOVE ACCOUNT-BRANCH TO ACCOUNT-BRANCH-NEW
           PERFORM LOOKUP-INTEREST-RATE

      *>     ดอกเบี้ยเต็มก่อนภาษี แล้วหักภาษี ณ ที่จ่ายตามอัตราที่
           CLOSE CHECKPOINT-FILE.

      *>  เลือกอัตราดอกเบี้ยตามช่วงยอด BALANCE ของบัญชี (ขั้นบันได)
      *>  บัญชีที่ยอดติดลบ (เบิกเกินบัญชี) ไม่ได้ดอกเบี้ยเงินฝาก
      *>  ดอกเบี้ยเงินเบิกเกินบัญชีคิดแยกที่ ODINT
       LOOKUP-INTEREST-RATE.
           EVALUATE TRUE
               WHEN BALANCE <= 0
                   MOVE 1 TO WS-INTEREST-RATE
               WHEN BALANCE < WS-TIER-LOW
                   MOVE WS-RATE-TIER1 TO WS-INTEREST-RATE
               WHEN BALANCE < WS-TIER-HIGH
               MOVE WS-BUSINESS-DATE TO TRANSLOG-CURRENT-DATE
           END-IF

           OPEN I-O TRANSLOG-FILE
               MOVE ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE ACCOUNT-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

      *>  บันทึกภาษีที่หักไว้เป็นรายการแยก (ชนิด 'X' ฝั่งเดบิต)
      *>  ต่อจากรายการดอกเบี้ยเต็ม ให้ statement และ RECONCILE เห็น
       WRITE-TAX-TRANSLOG.
           OPEN I-O TRANSLOG-FILE
               MOVE ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE ACCOUNT-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

      *>  สะสมรายละเอียดภาษีต่อบัญชีไว้ใน WHTDETL.dat สำหรับออก
