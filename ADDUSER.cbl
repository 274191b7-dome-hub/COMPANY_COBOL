      *>     รายการใบสมัครเปิดบัญชีเป็นชุด สำหรับโหมด batch
           SELECT CUSTOMER-APPLICATION ASSIGN TO "APPLICATIONS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO.
      *  Regulator's sanctions / watch list and the alerts raised
      *  against it for compliance to disposition in SANCDISP.
           SELECT OPTIONAL WATCHLST-FILE ASSIGN TO "WATCHLST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SANCALRT-FILE ASSIGN TO "SANCALRT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-FILE ASSIGN TO "BRANCH.dat"
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

      *>  ใบสมัครเปิดบัญชีหนึ่งรายการต่อหนึ่งบรรทัด เรียงฟิลด์
      *>  เหมือนที่ถาม ACCEPT ในโหมด interactive ทุกประการ
           05 CA-ACCOUNT-NO           PIC X(10).
           05 CA-PIN                  PIC X(4).
           05 CA-ACCOUNT-NAME         PIC X(20).
           05 CA-BALANCE              PIC S9(8)V99.
           05 CA-MIN-BALANCE          PIC 9(8)V99.
           05 CA-CURRENCY             PIC X(3).
           05 CA-CUST-NO              PIC X(8).
           05 CA-BRANCH               PIC X(4).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-NO                PIC X(8).
           05 CUST-NAME              PIC X(30).
           05 CUST-ADDRESS           PIC X(40).
           05 CUST-ID-TYPE           PIC X(2).
           05 CUST-ID-NUMBER         PIC X(13).

      *  One line per listed party; WL-LIST-DATE is the issue date
      *  of the list the entry came in on.
       FD  WATCHLST-FILE.
       01  WATCHLST-RECORD.
           05 WL-ENTRY-ID            PIC X(8).
           05 WL-NAME                PIC X(30).
           05 WL-ID-NUMBER           PIC X(13).
           05 WL-LIST-DATE           PIC 9(8).

      *  Screening hits. Source C = customer maintenance, A = account
      *  onboarding, R = nightly rescreen, P = outward payment.
      *  Match type I = identity number, N = name. Status O = open,
      *  F = false positive, C = confirmed.
       FD  SANCALRT-FILE.
       01  SANCALRT-RECORD.
           05 SA-ALERT-NO            PIC 9(8).
           05 SA-RAISED-DATE         PIC 9(8).
           05 SA-SOURCE              PIC X(1).
           05 SA-CUST-NO             PIC X(8).
           05 SA-ACCOUNT-NO          PIC X(10).
           05 SA-PAY-REF             PIC 9(8).
           05 SA-SCREENED-NAME       PIC X(30).
           05 SA-WL-ENTRY-ID         PIC X(8).
           05 SA-MATCH-TYPE          PIC X(1).
           05 SA-STATUS              PIC X(1).
           05 SA-DISP-BY             PIC X(8).
           05 SA-DISP-DATE           PIC 9(8).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
           05 HD-ACCOUNT-NO          PIC X(10).
           05 HD-AMOUNT              PIC 9(8)V99.
           05 HD-REASON              PIC X(4).
           05 HD-PLACED-BY           PIC X(8).
           05 HD-PLACED-DATE         PIC 9(8).
           05 HD-EXPIRY-DATE         PIC 9(8).
           05 HD-STATUS              PIC X(1).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

      *  Branch master kept by BRMNT. Status 'A' open, 'C' closed.
       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BR-CODE                PIC X(4).
           05 BR-NAME                PIC X(20).
           05 BR-STATUS              PIC X(1).
           05 BR-OPEN-DATE           PIC 9(8).
           05 BR-ATM-SITE            PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG      PIC X VALUE 'N'.
           05 WS-NEW-USER-CURRENCY        PIC X(3) VALUE 'THB'.
           05 WS-NEW-USER-DORMANT         PIC X(1) VALUE 'N'.
           05 WS-NEW-USER-CUST-NO         PIC X(8) VALUE SPACE.
           05 WS-NEW-USER-BRANCH          PIC X(4) VALUE SPACE.

      *>  ตัวนับสรุปผลของโหมด batch
       01  WS-ADDED-COUNT     PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT  PIC 9(6) VALUE 0.
       01  WS-BAD-BRANCH-COUNT PIC 9(6) VALUE 0.
       01  WS-BRANCH-OK       PIC X VALUE 'N'.
       01  WS-BR-EOF          PIC X VALUE 'N'.

      *>  สำหรับโหมด unlock: เลขบัญชีที่ teller ต้องการปลดล็อก
       01  WS-UNLOCK-ACCOUNT-NO  PIC X(10).
       01  WS-UNLOCK-FOUND       PIC X VALUE 'N'.
       01  WS-SANCTION-HOLD      PIC X VALUE 'N'.
       01  WS-HD-EOF             PIC X VALUE 'N'.

       01  CURRENT-DATE-TIME.
           05  CURRENT-DATE-PART  PIC 9(8).
           05  FILLER             PIC X(13).
       01  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
       01  WS-REFERRED-COUNT     PIC 9(6) VALUE 0.

      *  Watch list loaded whole for screening, names upper-cased
       01  WS-WL-TABLE.
           05 WS-WL-ENTRY OCCURS 2000 TIMES.
               10 WS-WL-ENTRY-ID     PIC X(8).
               10 WS-WL-NAME         PIC X(30).
               10 WS-WL-ID-NUMBER    PIC X(13).
       01  WS-WL-COUNT       PIC 9(4) VALUE 0.
       01  WS-WL-SUB         PIC 9(4) VALUE 0.
       01  WS-WL-LIST-DATE   PIC 9(8) VALUE 0.
       01  WS-WL-EOF         PIC X VALUE 'N'.

      *  Screening request and result
       01  WS-SCR-NAME       PIC X(30) VALUE SPACE.
       01  WS-SCR-ID-NUMBER  PIC X(13) VALUE SPACE.
       01  WS-SCR-HIT        PIC X VALUE 'N'.
       01  WS-SCR-ENTRY-ID   PIC X(8) VALUE SPACE.
       01  WS-SCR-MATCH-TYPE PIC X(1) VALUE SPACE.
       01  WS-SCR-LIST-NAME  PIC X(30) VALUE SPACE.
       01  WS-SCR-NAME-LEN   PIC 9(2) VALUE 0.
       01  WS-SCR-TALLY      PIC 9(2) VALUE 0.

      *  Alert subject, set by the caller before RAISE-SANCTIONS-ALERT
       01  WS-ALERT-SOURCE   PIC X(1) VALUE SPACE.
       01  WS-ALERT-CUST-NO  PIC X(8) VALUE SPACE.
       01  WS-ALERT-ACCOUNT-NO PIC X(10) VALUE SPACE.
       01  WS-ALERT-PAY-REF  PIC 9(8) VALUE 0.
       01  WS-ALERT-DATE     PIC 9(8) VALUE 0.
       01  WS-ALERT-FOUND    PIC X VALUE 'N'.
       01  WS-ALERT-STATUS   PIC X(1) VALUE SPACE.
       01  WS-ALERT-RAISED   PIC X VALUE 'N'.
       01  WS-NEXT-ALERT-NO  PIC 9(8) VALUE 0.
       01  WS-SA-EOF         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-NEW-USER-CURRENCY
            DISPLAY "ENTER CUSTOMER NUMBER (CIF) : "
            ACCEPT WS-NEW-USER-CUST-NO
            DISPLAY "ENTER HOME BRANCH CODE (BLANK = 0001) : "
            ACCEPT WS-NEW-USER-BRANCH
            IF WS-NEW-USER-CURRENCY = SPACE
                MOVE 'THB' TO WS-NEW-USER-CURRENCY
            END-IF
            PERFORM CHECK-NEW-USER-BRANCH
            IF WS-BRANCH-OK NOT = 'Y'
                DISPLAY "BRANCH " WS-NEW-USER-BRANCH
                    " IS NOT AN OPEN BRANCH - ACCOUNT NOT ADDED"
                EXIT PARAGRAPH
            END-IF

            PERFORM LOAD-WATCHLIST-TABLE
            OPEN I-O ACCOUNT-FILE
            PERFORM DUPLICATE-CHECK-AND-WRITE
            IF WS-DUP-FOUND = 'Y'
                DISPLAY "ACCOUNT NUMBER ALREADY EXISTS"
            ELSE
                DISPLAY "ADDED NEW USER"
                PERFORM SCREEN-NEW-ACCOUNT
            END-IF
            CLOSE ACCOUNT-FILE.

       BATCH-ADD-USERS.
           MOVE 0 TO WS-ADDED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-BAD-BRANCH-COUNT
           MOVE 0 TO WS-REFERRED-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM LOAD-WATCHLIST-TABLE

           OPEN I-O ACCOUNT-FILE
           OPEN INPUT CUSTOMER-APPLICATION
           DISPLAY "==============================================".
           DISPLAY "ACCOUNTS ADDED    : " WS-ADDED-COUNT.
           DISPLAY "REJECTED DUPLICATE: " WS-REJECTED-COUNT.
           DISPLAY "REJECTED BRANCH   : " WS-BAD-BRANCH-COUNT.
           DISPLAY "REFERRED TO COMPL.: " WS-REFERRED-COUNT.
           DISPLAY "==============================================".

      *>  แปลงรายการใบสมัครหนึ่งรายการเป็น ACCOUNT-RECORD แล้วเขียน
           MOVE CA-CURRENCY       TO WS-NEW-USER-CURRENCY
           MOVE 'N'                TO WS-NEW-USER-DORMANT
           MOVE CA-CUST-NO        TO WS-NEW-USER-CUST-NO
           MOVE CA-BRANCH         TO WS-NEW-USER-BRANCH
           IF WS-NEW-USER-CURRENCY = SPACE
               MOVE 'THB' TO WS-NEW-USER-CURRENCY
           END-IF
           PERFORM CHECK-NEW-USER-BRANCH
           IF WS-BRANCH-OK NOT = 'Y'
               DISPLAY CA-ACCOUNT-NO " REJECTED - BRANCH "
                   WS-NEW-USER-BRANCH " IS NOT AN OPEN BRANCH"
               ADD 1 TO WS-BAD-BRANCH-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM DUPLICATE-CHECK-AND-WRITE

           ELSE
               DISPLAY CA-ACCOUNT-NO " ADDED"
               ADD 1 TO WS-ADDED-COUNT
               PERFORM SCREEN-NEW-ACCOUNT
           END-IF.

      *>  เช็คซ้ำก่อนเพิ่ม ใช้วิธี keyed READ แบบเดียวกับที่ LOGIN
           ACCEPT WS-UNLOCK-ACCOUNT-NO
           MOVE WS-UNLOCK-ACCOUNT-NO TO ACCOUNT-NO

           PERFORM CHECK-SANCTION-HOLD
           IF WS-SANCTION-HOLD = 'Y'
               DISPLAY "ACCOUNT IS FROZEN BY COMPLIANCE - NOT UNLOCKED"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCOUNT-FILE
           READ ACCOUNT-FILE
               INVALID KEY
           ELSE
               DISPLAY "ACCOUNT NUMBER NOT FOUND - NOT UNLOCKED"
           END-IF.

      *  Every account is homed at a branch. Blank is the head
      *  office, 0001, which needs no branch record; any other code
      *  must be open on BRANCH.dat.
       CHECK-NEW-USER-BRANCH.
           MOVE 'N' TO WS-BRANCH-OK
           IF WS-NEW-USER-BRANCH = SPACE
               MOVE "0001" TO WS-NEW-USER-BRANCH
           END-IF
           IF WS-NEW-USER-BRANCH = "0001"
               MOVE 'Y' TO WS-BRANCH-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BR-EOF
           OPEN INPUT BRANCH-FILE
           PERFORM UNTIL WS-BR-EOF = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-BR-EOF
                   NOT AT END
                       IF BR-CODE = WS-NEW-USER-BRANCH
                          AND BR-STATUS = 'A'
                           MOVE 'Y' TO WS-BRANCH-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

      *  An account locked on a confirmed sanctions hit carries an
      *  active 'SANC' hold and stays locked until compliance lifts
      *  the hold; only failed-PIN locks are cleared here.
       CHECK-SANCTION-HOLD.
           MOVE 'N' TO WS-SANCTION-HOLD
           MOVE 'N' TO WS-HD-EOF
           OPEN INPUT HOLDS-FILE
           PERFORM UNTIL WS-HD-EOF = 'Y'
               READ HOLDS-FILE
                   AT END
                       MOVE 'Y' TO WS-HD-EOF
                   NOT AT END
                       IF FUNCTION TRIM(HD-ACCOUNT-NO) =
                          FUNCTION TRIM(WS-UNLOCK-ACCOUNT-NO)
                          AND HD-STATUS = 'A'
                          AND HD-REASON = "SANC"
                           MOVE 'Y' TO WS-SANCTION-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE.

      *  A newly opened account is screened by its account name and
      *  by the name and identity number of the customer it is
      *  linked to. A hit does not stop the opening; it is referred
      *  to compliance through SANCALRT.dat.
       SCREEN-NEW-ACCOUNT.
           MOVE WS-NEW-USER-ACCOUNT-NAME TO WS-SCR-NAME
           MOVE SPACE TO WS-SCR-ID-NUMBER
           PERFORM SCREEN-NAME-AND-ID
           IF WS-SCR-HIT NOT = 'Y'
              AND WS-NEW-USER-CUST-NO NOT = SPACE
               MOVE WS-NEW-USER-CUST-NO TO CUST-NO
               OPEN INPUT CUSTOMER-FILE
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-SCR-NAME
                       MOVE CUST-ID-NUMBER TO WS-SCR-ID-NUMBER
                       PERFORM SCREEN-NAME-AND-ID
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-SCR-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-PART TO WS-ALERT-DATE
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-ALERT-DATE
           END-IF
           MOVE 'A' TO WS-ALERT-SOURCE
           MOVE WS-NEW-USER-CUST-NO TO WS-ALERT-CUST-NO
           MOVE WS-NEW-USER-ACCOUNT-NO TO WS-ALERT-ACCOUNT-NO
           MOVE 0 TO WS-ALERT-PAY-REF
           PERFORM RAISE-SANCTIONS-ALERT
           ADD 1 TO WS-REFERRED-COUNT
           DISPLAY WS-NEW-USER-ACCOUNT-NO " POSSIBLE WATCH-LIST "
               "MATCH ON ENTRY " WS-SCR-ENTRY-ID
               " - REFERRED TO COMPLIANCE".

       LOAD-WATCHLIST-TABLE.
           MOVE 0 TO WS-WL-COUNT
           MOVE 0 TO WS-WL-LIST-DATE
           MOVE 'N' TO WS-WL-EOF
           OPEN INPUT WATCHLST-FILE
           PERFORM UNTIL WS-WL-EOF = 'Y'
               READ WATCHLST-FILE
                   AT END
                       MOVE 'Y' TO WS-WL-EOF
                   NOT AT END
                       IF WL-LIST-DATE > WS-WL-LIST-DATE
                           MOVE WL-LIST-DATE TO WS-WL-LIST-DATE
                       END-IF
                       IF WS-WL-COUNT < 2000
                           ADD 1 TO WS-WL-COUNT
                           MOVE WL-ENTRY-ID
                               TO WS-WL-ENTRY-ID(WS-WL-COUNT)
                           MOVE FUNCTION UPPER-CASE
                                   (FUNCTION TRIM(WL-NAME))
                               TO WS-WL-NAME(WS-WL-COUNT)
                           MOVE WL-ID-NUMBER
                               TO WS-WL-ID-NUMBER(WS-WL-COUNT)
                       ELSE
                           DISPLAY "WATCH LIST TABLE FULL - ENTRY "
                               WL-ENTRY-ID " NOT SCREENED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHLST-FILE.

      *  Screen WS-SCR-NAME / WS-SCR-ID-NUMBER against the watch
      *  list: an identity number equal to a listed one is an 'I'
      *  match, a listed name found anywhere in the screened name an
      *  'N' match. The first hit wins.
       SCREEN-NAME-AND-ID.
           MOVE 'N' TO WS-SCR-HIT
           MOVE SPACE TO WS-SCR-ENTRY-ID
           MOVE SPACE TO WS-SCR-MATCH-TYPE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCR-NAME))
               TO WS-SCR-NAME
           PERFORM SCREEN-ONE-ENTRY
               VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WL-COUNT OR WS-SCR-HIT = 'Y'.

       SCREEN-ONE-ENTRY.
           IF WS-SCR-ID-NUMBER NOT = SPACE
              AND WS-WL-ID-NUMBER(WS-WL-SUB) = WS-SCR-ID-NUMBER
               MOVE 'Y' TO WS-SCR-HIT
               MOVE 'I' TO WS-SCR-MATCH-TYPE
               MOVE WS-WL-ENTRY-ID(WS-WL-SUB) TO WS-SCR-ENTRY-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-WL-NAME(WS-WL-SUB) = SPACE OR WS-SCR-NAME = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WL-NAME(WS-WL-SUB) TO WS-SCR-LIST-NAME
           COMPUTE WS-SCR-NAME-LEN = FUNCTION LENGTH
               (FUNCTION TRIM(WS-SCR-LIST-NAME TRAILING))
           MOVE 0 TO WS-SCR-TALLY
           INSPECT WS-SCR-NAME TALLYING WS-SCR-TALLY
               FOR ALL WS-SCR-LIST-NAME(1:WS-SCR-NAME-LEN)
           IF WS-SCR-TALLY > 0
               MOVE 'Y' TO WS-SCR-HIT
               MOVE 'N' TO WS-SCR-MATCH-TYPE
               MOVE WS-WL-ENTRY-ID(WS-WL-SUB) TO WS-SCR-ENTRY-ID
           END-IF.

      *  An alert already raised on this subject against this list
      *  entry is not raised again; WS-ALERT-STATUS returns how it
      *  was dispositioned. The next alert number is worked out on
      *  the same pass.
       FIND-EXISTING-ALERT.
           MOVE 'N' TO WS-ALERT-FOUND
           MOVE SPACE TO WS-ALERT-STATUS
           MOVE 0 TO WS-NEXT-ALERT-NO
           MOVE 'N' TO WS-SA-EOF
           OPEN INPUT SANCALRT-FILE
           PERFORM UNTIL WS-SA-EOF = 'Y'
               READ SANCALRT-FILE
                   AT END
                       MOVE 'Y' TO WS-SA-EOF
                   NOT AT END
                       IF SA-ALERT-NO > WS-NEXT-ALERT-NO
                           MOVE SA-ALERT-NO TO WS-NEXT-ALERT-NO
                       END-IF
                       IF SA-WL-ENTRY-ID = WS-SCR-ENTRY-ID
                          AND SA-PAY-REF = WS-ALERT-PAY-REF
                          AND ((WS-ALERT-CUST-NO NOT = SPACE
                                AND SA-CUST-NO = WS-ALERT-CUST-NO)
                            OR (WS-ALERT-CUST-NO = SPACE
                                AND SA-CUST-NO = SPACE
                                AND SA-ACCOUNT-NO =
                                    WS-ALERT-ACCOUNT-NO))
                           MOVE 'Y' TO WS-ALERT-FOUND
                           MOVE SA-STATUS TO WS-ALERT-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCALRT-FILE
           ADD 1 TO WS-NEXT-ALERT-NO.

      *  The caller sets the WS-ALERT subject fields; the hit is in
      *  WS-SCR-NAME, WS-SCR-ENTRY-ID and WS-SCR-MATCH-TYPE.
       RAISE-SANCTIONS-ALERT.
           MOVE 'N' TO WS-ALERT-RAISED
           PERFORM FIND-EXISTING-ALERT
           IF WS-ALERT-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SANCALRT-FILE
               MOVE WS-NEXT-ALERT-NO TO SA-ALERT-NO
               MOVE WS-ALERT-DATE TO SA-RAISED-DATE
               MOVE WS-ALERT-SOURCE TO SA-SOURCE
               MOVE WS-ALERT-CUST-NO TO SA-CUST-NO
               MOVE WS-ALERT-ACCOUNT-NO TO SA-ACCOUNT-NO
               MOVE WS-ALERT-PAY-REF TO SA-PAY-REF
               MOVE WS-SCR-NAME TO SA-SCREENED-NAME
               MOVE WS-SCR-ENTRY-ID TO SA-WL-ENTRY-ID
               MOVE WS-SCR-MATCH-TYPE TO SA-MATCH-TYPE
               MOVE 'O' TO SA-STATUS
               MOVE SPACE TO SA-DISP-BY
               MOVE 0 TO SA-DISP-DATE
               WRITE SANCALRT-RECORD
           CLOSE SANCALRT-FILE
           MOVE 'Y' TO WS-ALERT-RAISED.


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
       END PROGRAM YOUR-PROGRAM-NAME.
