      ******************************************************************
      * Author:      ATM Card Renewal
      * Date:        2026
      * Purpose:     Reissue ATM cards before they expire. On the first
      *              business day of each month every active card in
      *              CARD.dat expiring next month - not hot-listed, on
      *              an account still on file that is neither dormant
      *              nor locked - gets a replacement card record with a
      *              new number and expiry, status P (pending), and a
      *              detail on the card vendor's emboss and PIN-mailer
      *              file EMBOSS.YYYYMM.dat, framed by a header and a
      *              trailer carrying the record counts and a card
      *              number hash. ATM-PROJECT makes the new card active
      *              on its first successful sign-on. Every night the
      *              renewals still open in CARDRENW.dat are moved on:
      *              an activation is picked up from CARDAUDT.dat and,
      *              once the grace period after it has passed, or the
      *              old card has expired anyway, the old card is
      *              blocked. Each step is written to CARDAUDT.dat.
      *              CARDRCTL.dat remembers the month last renewed so
      *              a rerun does not issue twice.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRENW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARD-FILE ASSIGN TO "CARD.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO.
           SELECT OPTIONAL HOTCARD-FILE ASSIGN TO "HOTCARD.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NO.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO.
      *  Renewals issued and not yet finished with.
           SELECT OPTIONAL CARDRENW-FILE ASSIGN TO "CARDRENW.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARDRCTL-FILE ASSIGN TO "CARDRCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARDAUDT-FILE ASSIGN TO "CARDAUDT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMBOSS-FILE ASSIGN USING WS-EMBOSS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  Status A active, B blocked, P issued by renewal and not yet
      *  used at an ATM.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05 CARD-NO                PIC X(16).
           05 CARD-ACCOUNT-NO        PIC X(10).
           05 CARD-EXPIRY            PIC 9(6).
           05 CARD-STATUS            PIC X(1).

       FD  HOTCARD-FILE.
       01  HOTCARD-RECORD.
           05 HOT-CARD-NO            PIC X(16).

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

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-NO                PIC X(8).
           05 CUST-NAME              PIC X(30).
           05 CUST-ADDRESS           PIC X(40).
           05 CUST-ID-TYPE           PIC X(2).
           05 CUST-ID-NUMBER         PIC X(13).

      *  Status I issued, A new card activated, C old card blocked
      *  and the renewal finished.
       FD  CARDRENW-FILE.
       01  CARDRENW-RECORD.
           05 CR-NEW-CARD-NO         PIC X(16).
           05 CR-OLD-CARD-NO         PIC X(16).
           05 CR-ACCOUNT-NO          PIC X(10).
           05 CR-ISSUE-DATE          PIC 9(8).
           05 CR-OLD-EXPIRY          PIC 9(6).
           05 CR-ACTIVE-DATE         PIC 9(8).
           05 CR-STATUS              PIC X(1).

      *  Month last renewed, and the serial the next card number is
      *  built from.
       FD  CARDRCTL-FILE.
       01  CARDRCTL-RECORD.
           05 CC-LAST-MONTH          PIC 9(6).
           05 CC-NEXT-SERIAL         PIC 9(9).

      *  Action RNEW renewal card created, EMBS sent for embossing,
      *  ACTV first used at an ATM, RBLK old card blocked.
       FD  CARDAUDT-FILE.
       01  CARDAUDT-RECORD.
           05 CA-DATE                PIC 9(8).
           05 CA-TIME                PIC 9(6).
           05 CA-ACTION              PIC X(4).
           05 CA-CARD-NO             PIC X(16).
           05 CA-ACCOUNT-NO          PIC X(10).

       FD  EMBOSS-FILE.
       01  EMBOSS-RECORD             PIC X(150).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.

       01  CURRENT-DATE-TIME.
           05  CURRENT-DATE-PART  PIC 9(8).
           05  FILLER             PIC X(13).
       01  WS-TODAY-DATE     PIC 9(8) VALUE 0.
       01  WS-TODAY-X REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYYMM    PIC 9(6).
           05 WS-TODAY-DD        PIC 9(2).
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-TODAY-INT      PIC 9(7) VALUE 0.

      *  Days the old card keeps working once the new one is in use,
      *  and how long a renewed card is valid for.
       01  WS-GRACE-DAYS     PIC 9(3) VALUE 14.
       01  WS-CARD-LIFE-YEARS PIC 9(2) VALUE 5.

       01  WS-RENEW-MONTH.
           05 WS-RENEW-YEAR      PIC 9(4).
           05 WS-RENEW-MM        PIC 9(2).
       01  WS-RENEW-MONTH-NUM REDEFINES WS-RENEW-MONTH PIC 9(6).
       01  WS-LAST-MONTH     PIC 9(6) VALUE 0.
       01  WS-NEXT-SERIAL    PIC 9(9) VALUE 1.

       01  WS-EMBOSS-FILENAME PIC X(40) VALUE SPACE.

       01  WS-EM-HEADER.
           05 WS-EH-TYPE         PIC X(1) VALUE 'H'.
           05 WS-EH-FILE-DATE    PIC 9(8).
           05 WS-EH-BANK         PIC X(4).
           05 WS-EH-FILE-ID      PIC X(8) VALUE "EMBOSS".
           05 WS-EH-MONTH        PIC 9(6).
           05 FILLER             PIC X(123) VALUE SPACE.
      *  Service R renewal. PIN mailer E: the card works with the
      *  account's existing PIN, so the mailer carries a notice and
      *  no PIN.
       01  WS-EM-DETAIL.
           05 WS-ED-TYPE         PIC X(1) VALUE 'D'.
           05 WS-ED-SEQ          PIC 9(6).
           05 WS-ED-CARD-NO      PIC X(16).
           05 WS-ED-EMBOSS-NAME  PIC X(26).
           05 WS-ED-EXPIRY-MM    PIC 9(2).
           05 WS-ED-EXPIRY-SEP   PIC X(1) VALUE "/".
           05 WS-ED-EXPIRY-YY    PIC 9(2).
           05 WS-ED-ACCOUNT-NO   PIC X(10).
           05 WS-ED-BRANCH       PIC X(4).
           05 WS-ED-SERVICE      PIC X(1) VALUE 'R'.
           05 WS-ED-PIN-MAILER   PIC X(1) VALUE 'E'.
           05 WS-ED-MAIL-NAME    PIC X(30).
           05 WS-ED-MAIL-ADDRESS PIC X(40).
           05 FILLER             PIC X(10) VALUE SPACE.
       01  WS-EM-TRAILER.
           05 WS-ET-TYPE         PIC X(1) VALUE 'T'.
           05 WS-ET-DETAIL-COUNT PIC 9(6).
           05 WS-ET-RECORD-COUNT PIC 9(6).
           05 WS-ET-HASH         PIC 9(15).
           05 FILLER             PIC X(122) VALUE SPACE.

      *  This bank's participant code, quoted on the header.
       01  WS-OWN-BANK-CODE  PIC X(4) VALUE "0350".

      *  Renewal register loaded whole and written back.
       01  WS-CR-TABLE.
           05 WS-CR-ENTRY OCCURS 2000 TIMES.
               10 WS-CR-NEW-CARD-NO  PIC X(16).
               10 WS-CR-OLD-CARD-NO  PIC X(16).
               10 WS-CR-ACCOUNT-NO   PIC X(10).
               10 WS-CR-ISSUE-DATE   PIC 9(8).
               10 WS-CR-OLD-EXPIRY   PIC 9(6).
               10 WS-CR-ACTIVE-DATE  PIC 9(8).
               10 WS-CR-STATUS       PIC X(1).
       01  WS-CR-COUNT      PIC 9(4) VALUE 0.
       01  WS-CR-SUB        PIC 9(4) VALUE 0.
       01  WS-CR-FOUND      PIC X VALUE 'N'.

      *  Cards expiring next month, gathered before any is written
      *  so the sequential pass does not meet its own new records.
       01  WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 2000 TIMES.
               10 WS-RC-CARD-NO      PIC X(16).
               10 WS-RC-ACCOUNT-NO   PIC X(10).
               10 WS-RC-EXPIRY       PIC 9(6).
       01  WS-RC-COUNT      PIC 9(4) VALUE 0.
       01  WS-RC-SUB        PIC 9(4) VALUE 0.

       01  WS-CARD-HOT       PIC X VALUE 'N'.
       01  WS-ACCT-FOUND     PIC X VALUE 'N'.
       01  WS-CARD-WRITTEN   PIC X VALUE 'N'.
       01  WS-TRIES          PIC 9(2) VALUE 0.
       01  WS-DUE-INT        PIC 9(7) VALUE 0.
       01  WS-BLOCK-DUE      PIC X VALUE 'N'.

      *  New card number: the old card's six-digit BIN, a nine-digit
      *  serial and a Luhn check digit.
       01  WS-NEW-CARD-NO    PIC X(16) VALUE SPACE.
       01  WS-NEW-CARD-DIGITS REDEFINES WS-NEW-CARD-NO.
           05 WS-NC-DIGIT OCCURS 16 TIMES PIC 9(1).
       01  WS-NEW-EXPIRY     PIC 9(6) VALUE 0.
       01  WS-NEW-EXPIRY-X REDEFINES WS-NEW-EXPIRY.
           05 WS-NE-YYYY         PIC 9(4).
           05 WS-NE-MM           PIC 9(2).
       01  WS-LUHN-SUM       PIC 9(4) VALUE 0.
       01  WS-LUHN-POS       PIC 9(2) VALUE 0.
       01  WS-LUHN-DIGIT     PIC 9(2) VALUE 0.
       01  WS-LUHN-CHECK     PIC 9(1) VALUE 0.

       01  WS-MAIL-NAME      PIC X(30) VALUE SPACE.
       01  WS-MAIL-ADDRESS   PIC X(40) VALUE SPACE.
       01  WS-HASH-PART      PIC 9(10) VALUE 0.

       01  AUDIT-CURRENT-DATE-TIME.
           05  AUDIT-CURRENT-DATE  PIC 9(8).
           05  AUDIT-CURRENT-TIME  PIC 9(6).
       01  WS-AUDIT-ACTION   PIC X(4) VALUE SPACE.
       01  WS-AUDIT-CARD-NO  PIC X(16) VALUE SPACE.
       01  WS-AUDIT-ACCNO    PIC X(10) VALUE SPACE.

       01  WS-ACTIVATED-COUNT PIC 9(6) VALUE 0.
       01  WS-BLOCKED-COUNT  PIC 9(6) VALUE 0.
       01  WS-DUE-COUNT      PIC 9(6) VALUE 0.
       01  WS-RENEWED-COUNT  PIC 9(6) VALUE 0.
       01  WS-HOT-COUNT      PIC 9(6) VALUE 0.
       01  WS-CLOSED-COUNT   PIC 9(6) VALUE 0.
       01  WS-LOCKED-COUNT   PIC 9(6) VALUE 0.
       01  WS-DORMANT-COUNT  PIC 9(6) VALUE 0.
       01  WS-DONE-COUNT     PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   ATM CARD RENEWAL                           ".
           DISPLAY "==============================================".
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-PART TO WS-TODAY-DATE
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           DISPLAY "BUSINESS DATE " WS-TODAY-DATE

           PERFORM LOAD-RENEWAL-TABLE
           PERFORM PICK-UP-ACTIVATIONS
           OPEN I-O CARD-FILE
           PERFORM CHECK-OLD-CARD-DUE
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT
           CLOSE CARD-FILE

           PERFORM LOAD-RENEWAL-CONTROL
           IF WS-LAST-MONTH < WS-TODAY-YYYYMM
               PERFORM RENEW-EXPIRING-CARDS
               PERFORM SAVE-RENEWAL-CONTROL
           ELSE
               DISPLAY "RENEWALS FOR " WS-TODAY-YYYYMM
                   " ALREADY ISSUED"
           END-IF

           PERFORM SAVE-RENEWAL-TABLE

           DISPLAY "NEW CARDS ACTIVATED  : " WS-ACTIVATED-COUNT.
           DISPLAY "OLD CARDS BLOCKED    : " WS-BLOCKED-COUNT.
           DISPLAY "CARDS DUE RENEWAL    : " WS-DUE-COUNT.
           DISPLAY "  RENEWED            : " WS-RENEWED-COUNT.
           DISPLAY "  ALREADY RENEWED    : " WS-DONE-COUNT.
           DISPLAY "  HOT-LISTED         : " WS-HOT-COUNT.
           DISPLAY "  ACCOUNT CLOSED     : " WS-CLOSED-COUNT.
           DISPLAY "  ACCOUNT LOCKED     : " WS-LOCKED-COUNT.
           DISPLAY "  ACCOUNT DORMANT    : " WS-DORMANT-COUNT.
           DISPLAY "  NO NUMBER FREE     : " WS-FAILED-COUNT.
           IF WS-EMBOSS-FILENAME NOT = SPACE
               DISPLAY "EMBOSS FILE          : " WS-EMBOSS-FILENAME
           END-IF
           DISPLAY "==============================================".

           STOP RUN.

       LOAD-RENEWAL-TABLE.
           MOVE 0 TO WS-CR-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CARDRENW-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CARDRENW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CR-COUNT < 2000
                           ADD 1 TO WS-CR-COUNT
                           PERFORM STORE-RENEWAL-ENTRY
                       ELSE
                           DISPLAY "RENEWAL TABLE FULL - RUN STOPPED"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDRENW-FILE.

       STORE-RENEWAL-ENTRY.
           MOVE CR-NEW-CARD-NO TO WS-CR-NEW-CARD-NO(WS-CR-COUNT)
           MOVE CR-OLD-CARD-NO TO WS-CR-OLD-CARD-NO(WS-CR-COUNT)
           MOVE CR-ACCOUNT-NO  TO WS-CR-ACCOUNT-NO(WS-CR-COUNT)
           MOVE CR-ISSUE-DATE  TO WS-CR-ISSUE-DATE(WS-CR-COUNT)
           MOVE CR-OLD-EXPIRY  TO WS-CR-OLD-EXPIRY(WS-CR-COUNT)
           MOVE CR-ACTIVE-DATE TO WS-CR-ACTIVE-DATE(WS-CR-COUNT)
           MOVE CR-STATUS      TO WS-CR-STATUS(WS-CR-COUNT).

      *  Finished renewals are dropped; the audit trail keeps them.
       SAVE-RENEWAL-TABLE.
           OPEN OUTPUT CARDRENW-FILE
           PERFORM WRITE-RENEWAL-SLOT
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT
           CLOSE CARDRENW-FILE.

       WRITE-RENEWAL-SLOT.
           IF WS-CR-STATUS(WS-CR-SUB) = 'C'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CR-NEW-CARD-NO(WS-CR-SUB) TO CR-NEW-CARD-NO
           MOVE WS-CR-OLD-CARD-NO(WS-CR-SUB) TO CR-OLD-CARD-NO
           MOVE WS-CR-ACCOUNT-NO(WS-CR-SUB)  TO CR-ACCOUNT-NO
           MOVE WS-CR-ISSUE-DATE(WS-CR-SUB)  TO CR-ISSUE-DATE
           MOVE WS-CR-OLD-EXPIRY(WS-CR-SUB)  TO CR-OLD-EXPIRY
           MOVE WS-CR-ACTIVE-DATE(WS-CR-SUB) TO CR-ACTIVE-DATE
           MOVE WS-CR-STATUS(WS-CR-SUB)      TO CR-STATUS
           WRITE CARDRENW-RECORD.

      *  ATM-PROJECT writes ACTV when a pending card first signs on.
       PICK-UP-ACTIVATIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CARDAUDT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CARDAUDT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CA-ACTION = "ACTV"
                           PERFORM MATCH-ACTIVATION
                               VARYING WS-CR-SUB FROM 1 BY 1
                               UNTIL WS-CR-SUB > WS-CR-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDAUDT-FILE.

       MATCH-ACTIVATION.
           IF WS-CR-STATUS(WS-CR-SUB) = 'I'
              AND WS-CR-NEW-CARD-NO(WS-CR-SUB) = CA-CARD-NO
               MOVE 'A' TO WS-CR-STATUS(WS-CR-SUB)
               MOVE CA-DATE TO WS-CR-ACTIVE-DATE(WS-CR-SUB)
               ADD 1 TO WS-ACTIVATED-COUNT
           END-IF.

      *  The old card goes once the new one has been in use for the
      *  grace period, or once it has expired whether or not the new
      *  card was ever used.
       CHECK-OLD-CARD-DUE.
           IF WS-CR-STATUS(WS-CR-SUB) = 'C'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BLOCK-DUE
           IF WS-CR-STATUS(WS-CR-SUB) = 'A'
               COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-CR-ACTIVE-DATE(WS-CR-SUB)) + WS-GRACE-DAYS
               IF WS-TODAY-INT >= WS-DUE-INT
                   MOVE 'Y' TO WS-BLOCK-DUE
               END-IF
           END-IF
           IF WS-CR-OLD-EXPIRY(WS-CR-SUB) < WS-TODAY-YYYYMM
               MOVE 'Y' TO WS-BLOCK-DUE
           END-IF
           IF WS-BLOCK-DUE = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CR-OLD-CARD-NO(WS-CR-SUB) TO CARD-NO
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CARD-STATUS NOT = 'B'
                       MOVE 'B' TO CARD-STATUS
                       REWRITE CARD-RECORD
                       ADD 1 TO WS-BLOCKED-COUNT
                       MOVE "RBLK" TO WS-AUDIT-ACTION
                       MOVE CARD-NO TO WS-AUDIT-CARD-NO
                       MOVE CARD-ACCOUNT-NO TO WS-AUDIT-ACCNO
                       PERFORM WRITE-CARD-AUDIT
                   END-IF
           END-READ
           MOVE 'C' TO WS-CR-STATUS(WS-CR-SUB).

       LOAD-RENEWAL-CONTROL.
           MOVE 0 TO WS-LAST-MONTH
           MOVE 1 TO WS-NEXT-SERIAL
           OPEN INPUT CARDRCTL-FILE
           READ CARDRCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CC-LAST-MONTH  TO WS-LAST-MONTH
                   MOVE CC-NEXT-SERIAL TO WS-NEXT-SERIAL
           END-READ
           CLOSE CARDRCTL-FILE.

       SAVE-RENEWAL-CONTROL.
           OPEN OUTPUT CARDRCTL-FILE
           MOVE WS-TODAY-YYYYMM TO CC-LAST-MONTH
           MOVE WS-NEXT-SERIAL  TO CC-NEXT-SERIAL
           WRITE CARDRCTL-RECORD
           CLOSE CARDRCTL-FILE.

       RENEW-EXPIRING-CARDS.
           MOVE WS-TODAY-YYYYMM TO WS-RENEW-MONTH-NUM
           IF WS-RENEW-MM = 12
               ADD 1 TO WS-RENEW-YEAR
               MOVE 1 TO WS-RENEW-MM
           ELSE
               ADD 1 TO WS-RENEW-MM
           END-IF
           DISPLAY "RENEWING CARDS EXPIRING " WS-RENEW-MONTH

           MOVE 0 TO WS-RC-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CARD-FILE
           MOVE LOW-VALUES TO CARD-NO
           START CARD-FILE KEY IS NOT LESS THAN CARD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CARD-STATUS = 'A'
                          AND CARD-EXPIRY = WS-RENEW-MONTH-NUM
                           PERFORM STORE-DUE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-FILE

           MOVE SPACE TO WS-EMBOSS-FILENAME
           STRING "EMBOSS." DELIMITED BY SIZE
                  WS-TODAY-YYYYMM DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-EMBOSS-FILENAME
           END-STRING
           OPEN OUTPUT EMBOSS-FILE
           MOVE WS-TODAY-DATE    TO WS-EH-FILE-DATE
           MOVE WS-OWN-BANK-CODE TO WS-EH-BANK
           MOVE WS-TODAY-YYYYMM  TO WS-EH-MONTH
           WRITE EMBOSS-RECORD FROM WS-EM-HEADER
           MOVE 0 TO WS-ET-DETAIL-COUNT
           MOVE 0 TO WS-ET-HASH

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN I-O CARD-FILE
           PERFORM RENEW-ONE-CARD
               VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > WS-RC-COUNT
           CLOSE CARD-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE

           COMPUTE WS-ET-RECORD-COUNT = WS-ET-DETAIL-COUNT + 2
           WRITE EMBOSS-RECORD FROM WS-EM-TRAILER
           CLOSE EMBOSS-FILE.

       STORE-DUE-CARD.
           IF WS-RC-COUNT >= 2000
               DISPLAY "TOO MANY CARDS DUE - " CARD-NO
                   " LEFT FOR NEXT MONTH"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RC-COUNT
           MOVE CARD-NO         TO WS-RC-CARD-NO(WS-RC-COUNT)
           MOVE CARD-ACCOUNT-NO TO WS-RC-ACCOUNT-NO(WS-RC-COUNT)
           MOVE CARD-EXPIRY     TO WS-RC-EXPIRY(WS-RC-COUNT).

       RENEW-ONE-CARD.
           ADD 1 TO WS-DUE-COUNT
           MOVE 'N' TO WS-CR-FOUND
           PERFORM FIND-EARLIER-RENEWAL
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT
           IF WS-CR-FOUND = 'Y'
               ADD 1 TO WS-DONE-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-HOT-LIST
           IF WS-CARD-HOT = 'Y'
               ADD 1 TO WS-HOT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ACCT-FOUND
           MOVE WS-RC-ACCOUNT-NO(WS-RC-SUB) TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND = 'N'
               ADD 1 TO WS-CLOSED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-LOCKED = 'Y'
               ADD 1 TO WS-LOCKED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-DORMANT = 'Y'
               ADD 1 TO WS-DORMANT-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-MAILING-DETAILS
           COMPUTE WS-NEW-EXPIRY =
               WS-RC-EXPIRY(WS-RC-SUB) + WS-CARD-LIFE-YEARS * 100
           MOVE 'N' TO WS-CARD-WRITTEN
           MOVE 0 TO WS-TRIES
           PERFORM WRITE-RENEWAL-CARD
               UNTIL WS-CARD-WRITTEN = 'Y' OR WS-TRIES >= 20
           IF WS-CARD-WRITTEN = 'N'
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "NO FREE CARD NUMBER FOR "
                   WS-RC-CARD-NO(WS-RC-SUB)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RENEWED-COUNT
           MOVE "RNEW" TO WS-AUDIT-ACTION
           MOVE WS-NEW-CARD-NO TO WS-AUDIT-CARD-NO
           MOVE WS-RC-ACCOUNT-NO(WS-RC-SUB) TO WS-AUDIT-ACCNO
           PERFORM WRITE-CARD-AUDIT

           PERFORM WRITE-EMBOSS-DETAIL
           MOVE "EMBS" TO WS-AUDIT-ACTION
           PERFORM WRITE-CARD-AUDIT

           IF WS-CR-COUNT < 2000
               ADD 1 TO WS-CR-COUNT
               MOVE WS-NEW-CARD-NO TO WS-CR-NEW-CARD-NO(WS-CR-COUNT)
               MOVE WS-RC-CARD-NO(WS-RC-SUB)
                   TO WS-CR-OLD-CARD-NO(WS-CR-COUNT)
               MOVE WS-RC-ACCOUNT-NO(WS-RC-SUB)
                   TO WS-CR-ACCOUNT-NO(WS-CR-COUNT)
               MOVE WS-TODAY-DATE TO WS-CR-ISSUE-DATE(WS-CR-COUNT)
               MOVE WS-RC-EXPIRY(WS-RC-SUB)
                   TO WS-CR-OLD-EXPIRY(WS-CR-COUNT)
               MOVE 0 TO WS-CR-ACTIVE-DATE(WS-CR-COUNT)
               MOVE 'I' TO WS-CR-STATUS(WS-CR-COUNT)
           ELSE
               DISPLAY "RENEWAL TABLE FULL - OLD CARD "
                   WS-RC-CARD-NO(WS-RC-SUB) " MUST BE BLOCKED BY HAND"
           END-IF.

       FIND-EARLIER-RENEWAL.
           IF WS-CR-OLD-CARD-NO(WS-CR-SUB) = WS-RC-CARD-NO(WS-RC-SUB)
               MOVE 'Y' TO WS-CR-FOUND
           END-IF.

       CHECK-HOT-LIST.
           MOVE 'N' TO WS-CARD-HOT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HOTCARD-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HOTCARD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HOT-CARD-NO = WS-RC-CARD-NO(WS-RC-SUB)
                           MOVE 'Y' TO WS-CARD-HOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOTCARD-FILE.

      *  Mailed to the customer behind the account; an account with
      *  no customer linked is mailed in the account name.
       GET-MAILING-DETAILS.
           MOVE ACCOUNT-NAME TO WS-MAIL-NAME
           MOVE SPACE TO WS-MAIL-ADDRESS
           IF ACCOUNT-CUST-NO = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-NAME    TO WS-MAIL-NAME
                   MOVE CUST-ADDRESS TO WS-MAIL-ADDRESS
           END-READ.

       WRITE-RENEWAL-CARD.
           ADD 1 TO WS-TRIES
           PERFORM MAKE-CARD-NUMBER
           MOVE WS-NEW-CARD-NO TO CARD-NO
           MOVE WS-RC-ACCOUNT-NO(WS-RC-SUB) TO CARD-ACCOUNT-NO
           MOVE WS-NEW-EXPIRY TO CARD-EXPIRY
           MOVE 'P' TO CARD-STATUS
           WRITE CARD-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CARD-WRITTEN
           END-WRITE.

      *  Luhn: from the digit left of the check digit, every second
      *  digit is doubled (less 9 when over 9) and the check digit
      *  brings the sum to a multiple of ten.
       MAKE-CARD-NUMBER.
           MOVE WS-RC-CARD-NO(WS-RC-SUB)(1:6) TO WS-NEW-CARD-NO(1:6)
           MOVE WS-NEXT-SERIAL TO WS-NEW-CARD-NO(7:9)
           MOVE "0" TO WS-NEW-CARD-NO(16:1)
           ADD 1 TO WS-NEXT-SERIAL
           MOVE 0 TO WS-LUHN-SUM
           PERFORM ADD-LUHN-DIGIT
               VARYING WS-LUHN-POS FROM 15 BY -1
               UNTIL WS-LUHN-POS < 1
           COMPUTE WS-LUHN-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10)
           MOVE WS-LUHN-CHECK TO WS-NC-DIGIT(16).

       ADD-LUHN-DIGIT.
           MOVE WS-NC-DIGIT(WS-LUHN-POS) TO WS-LUHN-DIGIT
           IF FUNCTION MOD(15 - WS-LUHN-POS, 2) = 0
               MULTIPLY 2 BY WS-LUHN-DIGIT
               IF WS-LUHN-DIGIT > 9
                   SUBTRACT 9 FROM WS-LUHN-DIGIT
               END-IF
           END-IF
           ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.

       WRITE-EMBOSS-DETAIL.
           ADD 1 TO WS-ET-DETAIL-COUNT
           MOVE WS-ET-DETAIL-COUNT TO WS-ED-SEQ
           MOVE WS-NEW-CARD-NO TO WS-ED-CARD-NO
           MOVE FUNCTION UPPER-CASE(WS-MAIL-NAME) TO WS-ED-EMBOSS-NAME
           MOVE WS-NE-MM TO WS-ED-EXPIRY-MM
           MOVE WS-NE-YYYY(3:2) TO WS-ED-EXPIRY-YY
           MOVE WS-RC-ACCOUNT-NO(WS-RC-SUB) TO WS-ED-ACCOUNT-NO
           IF ACCOUNT-BRANCH = SPACE
               MOVE "0001" TO WS-ED-BRANCH
           ELSE
               MOVE ACCOUNT-BRANCH TO WS-ED-BRANCH
           END-IF
           MOVE WS-MAIL-NAME TO WS-ED-MAIL-NAME
           MOVE WS-MAIL-ADDRESS TO WS-ED-MAIL-ADDRESS
           WRITE EMBOSS-RECORD FROM WS-EM-DETAIL
           MOVE WS-NEW-CARD-NO(7:10) TO WS-HASH-PART
           ADD WS-HASH-PART TO WS-ET-HASH.

       WRITE-CARD-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-CURRENT-DATE-TIME
           OPEN EXTEND CARDAUDT-FILE
               MOVE AUDIT-CURRENT-DATE TO CA-DATE
               MOVE AUDIT-CURRENT-TIME TO CA-TIME
               MOVE WS-AUDIT-ACTION TO CA-ACTION
               MOVE WS-AUDIT-CARD-NO TO CA-CARD-NO
               MOVE WS-AUDIT-ACCNO TO CA-ACCOUNT-NO
               WRITE CARDAUDT-RECORD
           CLOSE CARDAUDT-FILE.


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
       END PROGRAM CARDRENW.
