      ******************************************************************
      * Author:      Linked-Account Sweep Maintenance
      * Date:        2026
      * Purpose:     Register of the backup accounts customers
      *              nominate to cover a shortfall (SWEEPLNK.dat):
      *              for each covered ACCOUNT-NO, up to nine backup
      *              accounts of the same customer (ACCOUNT-CUST-NO)
      *              and currency, each with a sweep priority, 1
      *              drawn on first. Operators nominate, reprioritise,
      *              cancel and list links here under their sign-on,
      *              each change audited to TELAUDIT.dat. CHQCLEAR,
      *              STANDORD and LOANCOLL sweep a shortfall in from
      *              the backups before a debit is refused, and
      *              SWEEPRPT reports the day's sweeps.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
      *  One record per nomination, status 'A' active, 'C' cancelled.
           SELECT OPTIONAL SWEEPLNK-FILE ASSIGN TO "SWEEPLNK.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELLEROP-FILE ASSIGN TO "TELLEROP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELAUDIT-FILE ASSIGN TO "TELAUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
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

       FD  SWEEPLNK-FILE.
       01  SWEEPLNK-RECORD.
           05 SL-ACCOUNT-NO          PIC X(10).
           05 SL-BACKUP-NO           PIC X(10).
           05 SL-PRIORITY            PIC 9(1).
           05 SL-STATUS              PIC X(1).
           05 SL-SET-DATE            PIC 9(8).
           05 SL-SET-BY              PIC X(8).

       FD  TELLEROP-FILE.
       01  TELLEROP-RECORD.
           05 OP-ID                  PIC X(8).
           05 OP-PASSWORD            PIC X(8).
           05 OP-NAME                PIC X(20).
           05 OP-ROLE                PIC X(1).
           05 OP-STATUS              PIC X(1).
           05 OP-PW-DATE             PIC 9(8).
           05 OP-FORCE-CHANGE        PIC X(1).
           05 OP-FAILED-LOGINS       PIC 9(1).
           05 OP-BRANCH              PIC X(4).

       FD  TELAUDIT-FILE.
       01  TELAUDIT-RECORD.
           05 TA-OPERATOR            PIC X(8).
           05 TA-DATE                PIC 9(8).
           05 TA-TIME                PIC 9(6).
           05 TA-ACCOUNT-NO          PIC X(10).
           05 TA-ACTION              PIC X(4).
           05 TA-BEFORE              PIC X(20).
           05 TA-AFTER               PIC X(20).
           05 TA-REASON              PIC X(4).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-CHOICE         PIC X(1).

      *  Sign-on fields, checked the way TELLER signs operators on
       01  WS-OPERATOR-ID    PIC X(8) VALUE SPACE.
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
       01  WS-OP-MATCH      PIC X VALUE 'N'.

       01  WS-OP-WORK.
           05 WS-OPW-ID           PIC X(8).
           05 WS-OPW-PASSWORD     PIC X(8).
           05 WS-OPW-NAME         PIC X(20).
           05 WS-OPW-ROLE         PIC X(1).
           05 WS-OPW-STATUS       PIC X(1).
           05 WS-OPW-PW-DATE      PIC 9(8).
           05 WS-OPW-FORCE-CHANGE PIC X(1).
           05 WS-OPW-FAILED       PIC 9(1).
           05 WS-OPW-BRANCH       PIC X(4).

       01  WS-MAX-OP-FAILS   PIC 9(1) VALUE 3.
       01  WS-PW-EXPIRY-DAYS PIC 9(3) VALUE 90.
       01  WS-PW-AGE-DAYS    PIC S9(6) VALUE 0.
       01  WS-PW-CHANGED     PIC X VALUE 'N'.
       01  WS-NEW-PW1        PIC X(8) VALUE SPACE.
       01  WS-NEW-PW2        PIC X(8) VALUE SPACE.


      *  Links loaded whole so a priority change or cancellation can
      *  mark one record and the file be written back.
       01  WS-SL-TABLE.
           05 WS-SL-ENTRY OCCURS 2000 TIMES.
               10 WS-SL-RECORD   PIC X(38).
       01  WS-SL-COUNT      PIC 9(4) VALUE 0.
       01  WS-SL-SUB        PIC 9(4) VALUE 0.
       01  WS-SL-IDX        PIC 9(4) VALUE 0.
       01  WS-SL-MATCH      PIC X VALUE 'N'.
       01  WS-SL-FULL       PIC X VALUE 'N'.
       01  WS-SL-PAIR-TAKEN PIC X VALUE 'N'.
       01  WS-SL-PRIO-TAKEN PIC X VALUE 'N'.

       01  WS-SL-WORK.
           05 WS-SLW-ACCOUNT-NO  PIC X(10).
           05 WS-SLW-BACKUP-NO   PIC X(10).
           05 WS-SLW-PRIORITY    PIC 9(1).
           05 WS-SLW-STATUS      PIC X(1).
           05 WS-SLW-SET-DATE    PIC 9(8).
           05 WS-SLW-SET-BY      PIC X(8).

      *  Entry fields
       01  WS-WORK-ACCNO    PIC X(10) VALUE SPACE.
       01  WS-BACKUP-ACCNO  PIC X(10) VALUE SPACE.
       01  WS-SAVE-ACCNO    PIC X(10) VALUE SPACE.
       01  WS-ACCT-FOUND    PIC X VALUE 'N'.
       01  WS-NEW-PRIORITY  PIC 9(1) VALUE 0.
       01  WS-OLD-PRIORITY  PIC 9(1) VALUE 0.
       01  WS-COVER-CUST-NO PIC X(8) VALUE SPACE.
       01  WS-COVER-CURRENCY PIC X(3) VALUE SPACE.
       01  WS-LISTED-COUNT  PIC 9(4) VALUE 0.

       01  WS-AUDIT-ACTION  PIC X(4) VALUE SPACE.
       01  WS-AUDIT-BEFORE  PIC X(20) VALUE SPACE.
       01  WS-AUDIT-AFTER   PIC X(20) VALUE SPACE.
       01  AUDIT-CURRENT-DATE-TIME.
           05  AUDIT-CURRENT-DATE  PIC 9(8).
           05  AUDIT-CURRENT-TIME  PIC 9(6).
       01  WS-BUSINESS-DATE PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   LINKED-ACCOUNT SWEEP MAINTENANCE           ".
           DISPLAY "==============================================".
           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED - CONSOLE CLOSED"
               STOP RUN
           END-IF
           DISPLAY "SIGNED ON: " WS-OPERATOR-NAME

           PERFORM SWEEP-MENU
           STOP RUN.

      *  A nomination is the customer's own instruction, taken at the
      *  counter like a standing order, so any operator may key it.
       SWEEP-MENU.
           DISPLAY " ".
           DISPLAY "PLEASE SELECT MENU".
           DISPLAY " 1. NOMINATE BACKUP ACCOUNT".
           DISPLAY " 2. CHANGE SWEEP PRIORITY".
           DISPLAY " 3. CANCEL BACKUP ACCOUNT".
           DISPLAY " 4. LIST SWEEP LINKS".
           DISPLAY " 5. EXIT".
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1  PERFORM NOMINATE-BACKUP
               WHEN 2  PERFORM CHANGE-SWEEP-PRIORITY
               WHEN 3  PERFORM CANCEL-BACKUP
               WHEN 4  PERFORM LIST-SWEEP-LINKS
               WHEN 5  DISPLAY "CONSOLE CLOSED"
                       STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE
           GO TO SWEEP-MENU.

      *  The backup must be another account of the same customer in
      *  the same currency, open for debits. A pair is linked once,
      *  and each priority is used once per covered account, so the
      *  order the backups are drawn on is never ambiguous.
       NOMINATE-BACKUP.
           DISPLAY "ACCOUNT TO BE COVERED : "
           ACCEPT WS-WORK-ACCNO
           PERFORM FETCH-ACCOUNT
           IF WS-ACCT-FOUND NOT = 'Y'
               DISPLAY "ACCOUNT NUMBER NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CUST-NO = SPACE
               DISPLAY "ACCOUNT HAS NO CUSTOMER NUMBER - NO SWEEP "
                   "CAN BE LINKED"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUST-NO TO WS-COVER-CUST-NO
           MOVE CURRENCY-CODE TO WS-COVER-CURRENCY

           DISPLAY "BACKUP ACCOUNT : "
           ACCEPT WS-BACKUP-ACCNO
           IF FUNCTION TRIM(WS-BACKUP-ACCNO) =
              FUNCTION TRIM(WS-WORK-ACCNO)
               DISPLAY "AN ACCOUNT CANNOT BACK ITSELF UP"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ACCNO TO WS-SAVE-ACCNO
           MOVE WS-BACKUP-ACCNO TO WS-WORK-ACCNO
           PERFORM FETCH-ACCOUNT
           MOVE WS-SAVE-ACCNO TO WS-WORK-ACCNO
           IF WS-ACCT-FOUND NOT = 'Y'
               DISPLAY "BACKUP ACCOUNT NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CUST-NO NOT = WS-COVER-CUST-NO
               DISPLAY "BACKUP ACCOUNT BELONGS TO ANOTHER CUSTOMER"
               EXIT PARAGRAPH
           END-IF
           IF CURRENCY-CODE NOT = WS-COVER-CURRENCY
               DISPLAY "BACKUP ACCOUNT IS IN ANOTHER CURRENCY"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-LOCKED = 'Y' OR ACCOUNT-DORMANT = 'Y'
               DISPLAY "BACKUP ACCOUNT IS LOCKED OR DORMANT"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SWEEP PRIORITY (1 = FIRST, UP TO 9) : "
           ACCEPT WS-NEW-PRIORITY
           IF WS-NEW-PRIORITY = 0
               DISPLAY "PRIORITY MUST BE 1 TO 9"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-LINK-TABLE
           IF WS-SL-FULL = 'Y'
               DISPLAY "SWEEPLNK.dat HOLDS MORE THAN 2000 RECORDS - "
                   "NOMINATION REFUSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LINK-CLASH
           IF WS-SL-PAIR-TAKEN = 'Y'
               DISPLAY "THIS BACKUP IS ALREADY LINKED TO THE ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           IF WS-SL-PRIO-TAKEN = 'Y'
               DISPLAY "PRIORITY " WS-NEW-PRIORITY
                   " IS ALREADY USED ON THIS ACCOUNT"
               EXIT PARAGRAPH
           END-IF

           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN EXTEND SWEEPLNK-FILE
               MOVE WS-WORK-ACCNO TO SL-ACCOUNT-NO
               MOVE WS-BACKUP-ACCNO TO SL-BACKUP-NO
               MOVE WS-NEW-PRIORITY TO SL-PRIORITY
               MOVE 'A' TO SL-STATUS
               MOVE AUDIT-CURRENT-DATE TO SL-SET-DATE
               MOVE WS-OPERATOR-ID TO SL-SET-BY
               WRITE SWEEPLNK-RECORD
           CLOSE SWEEPLNK-FILE

           MOVE "SWAD" TO WS-AUDIT-ACTION
           MOVE SPACE TO WS-AUDIT-BEFORE
           STRING "BACKUP " DELIMITED BY SIZE
                  WS-BACKUP-ACCNO DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACE TO WS-AUDIT-AFTER
           STRING "PRIORITY " DELIMITED BY SIZE
                  WS-NEW-PRIORITY DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-SWEEP-AUDIT
           DISPLAY WS-BACKUP-ACCNO " NOW BACKS UP " WS-WORK-ACCNO
               " AT PRIORITY " WS-NEW-PRIORITY.

       CHANGE-SWEEP-PRIORITY.
           PERFORM SELECT-LIVE-LINK
           IF WS-SL-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SLW-PRIORITY TO WS-OLD-PRIORITY
           DISPLAY "CURRENT PRIORITY " WS-OLD-PRIORITY
           DISPLAY "NEW PRIORITY (1 TO 9) : "
           ACCEPT WS-NEW-PRIORITY
           IF WS-NEW-PRIORITY = 0
               DISPLAY "PRIORITY MUST BE 1 TO 9"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-PRIORITY = WS-OLD-PRIORITY
               DISPLAY "PRIORITY IS UNCHANGED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LINK-CLASH
           IF WS-SL-PRIO-TAKEN = 'Y'
               DISPLAY "PRIORITY " WS-NEW-PRIORITY
                   " IS ALREADY USED ON THIS ACCOUNT"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SL-RECORD(WS-SL-IDX) TO WS-SL-WORK
           PERFORM AUDIT-FORMAT-DATE-TIME
           MOVE WS-NEW-PRIORITY TO WS-SLW-PRIORITY
           MOVE AUDIT-CURRENT-DATE TO WS-SLW-SET-DATE
           MOVE WS-OPERATOR-ID TO WS-SLW-SET-BY
           MOVE WS-SL-WORK TO WS-SL-RECORD(WS-SL-IDX)
           PERFORM REWRITE-LINK-FILE

           MOVE "SWCH" TO WS-AUDIT-ACTION
           MOVE SPACE TO WS-AUDIT-BEFORE
           STRING "PRIORITY " DELIMITED BY SIZE
                  WS-OLD-PRIORITY DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACE TO WS-AUDIT-AFTER
           STRING "PRIORITY " DELIMITED BY SIZE
                  WS-NEW-PRIORITY DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-SWEEP-AUDIT
           DISPLAY WS-BACKUP-ACCNO " NOW AT PRIORITY "
               WS-NEW-PRIORITY " FOR " WS-WORK-ACCNO.

       CANCEL-BACKUP.
           PERFORM SELECT-LIVE-LINK
           IF WS-SL-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM AUDIT-FORMAT-DATE-TIME
           MOVE 'C' TO WS-SLW-STATUS
           MOVE AUDIT-CURRENT-DATE TO WS-SLW-SET-DATE
           MOVE WS-OPERATOR-ID TO WS-SLW-SET-BY
           MOVE WS-SL-WORK TO WS-SL-RECORD(WS-SL-IDX)
           PERFORM REWRITE-LINK-FILE

           MOVE "SWCN" TO WS-AUDIT-ACTION
           MOVE SPACE TO WS-AUDIT-BEFORE
           STRING "BACKUP " DELIMITED BY SIZE
                  WS-BACKUP-ACCNO DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "CANCELLED" TO WS-AUDIT-AFTER
           PERFORM WRITE-SWEEP-AUDIT
           DISPLAY WS-BACKUP-ACCNO " NO LONGER BACKS UP "
               WS-WORK-ACCNO.

      *  Keys the covered and backup accounts and leaves their live
      *  link in WS-SL-WORK / WS-SL-IDX with WS-SL-MATCH set.
       SELECT-LIVE-LINK.
           MOVE 'N' TO WS-SL-MATCH
           DISPLAY "ACCOUNT COVERED : "
           ACCEPT WS-WORK-ACCNO
           DISPLAY "BACKUP ACCOUNT : "
           ACCEPT WS-BACKUP-ACCNO
           PERFORM LOAD-LINK-TABLE
      *    A change rewrites the whole file from the table, so an
      *    over-capacity file must not be rewritten.
           IF WS-SL-FULL = 'Y'
               DISPLAY "SWEEPLNK.dat HOLDS MORE THAN 2000 RECORDS - "
                   "CHANGE REFUSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-LINK-SLOT
               VARYING WS-SL-SUB FROM 1 BY 1
               UNTIL WS-SL-SUB > WS-SL-COUNT
           IF WS-SL-MATCH NOT = 'Y'
               DISPLAY "NO LIVE LINK FROM " WS-WORK-ACCNO " TO "
                   WS-BACKUP-ACCNO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SL-RECORD(WS-SL-IDX) TO WS-SL-WORK.

       MATCH-LINK-SLOT.
           MOVE WS-SL-RECORD(WS-SL-SUB) TO WS-SL-WORK
           IF WS-SLW-STATUS = 'A'
              AND FUNCTION TRIM(WS-SLW-ACCOUNT-NO) =
                  FUNCTION TRIM(WS-WORK-ACCNO)
              AND FUNCTION TRIM(WS-SLW-BACKUP-NO) =
                  FUNCTION TRIM(WS-BACKUP-ACCNO)
               MOVE 'Y' TO WS-SL-MATCH
               MOVE WS-SL-SUB TO WS-SL-IDX
           END-IF.

      *  Sets WS-SL-PAIR-TAKEN when the pair is already live and
      *  WS-SL-PRIO-TAKEN when WS-NEW-PRIORITY is already used by
      *  another live backup of WS-WORK-ACCNO.
       CHECK-LINK-CLASH.
           MOVE 'N' TO WS-SL-PAIR-TAKEN
           MOVE 'N' TO WS-SL-PRIO-TAKEN
           PERFORM CHECK-ONE-LINK
               VARYING WS-SL-SUB FROM 1 BY 1
               UNTIL WS-SL-SUB > WS-SL-COUNT.

       CHECK-ONE-LINK.
           MOVE WS-SL-RECORD(WS-SL-SUB) TO WS-SL-WORK
           IF WS-SLW-STATUS NOT = 'A'
              OR FUNCTION TRIM(WS-SLW-ACCOUNT-NO) NOT =
                 FUNCTION TRIM(WS-WORK-ACCNO)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-SLW-BACKUP-NO) =
              FUNCTION TRIM(WS-BACKUP-ACCNO)
               MOVE 'Y' TO WS-SL-PAIR-TAKEN
           ELSE
               IF WS-SLW-PRIORITY = WS-NEW-PRIORITY
                   MOVE 'Y' TO WS-SL-PRIO-TAKEN
               END-IF
           END-IF.

      *  Every live link on one covered account in priority order,
      *  or the whole register when no account is keyed.
       LIST-SWEEP-LINKS.
           DISPLAY "ACCOUNT COVERED (BLANK = ALL) : "
           MOVE SPACE TO WS-WORK-ACCNO
           ACCEPT WS-WORK-ACCNO
           PERFORM LOAD-LINK-TABLE
           DISPLAY " ".
           DISPLAY "COVERED    BACKUP     P S SET ON   SET BY".
           DISPLAY "------------------------------------------------".
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM LIST-ONE-LINK
               VARYING WS-SL-SUB FROM 1 BY 1
               UNTIL WS-SL-SUB > WS-SL-COUNT
           DISPLAY "------------------------------------------------".
           DISPLAY "LINKS LISTED : " WS-LISTED-COUNT.

       LIST-ONE-LINK.
           MOVE WS-SL-RECORD(WS-SL-SUB) TO WS-SL-WORK
           IF WS-WORK-ACCNO = SPACE
              OR FUNCTION TRIM(WS-SLW-ACCOUNT-NO) =
                 FUNCTION TRIM(WS-WORK-ACCNO)
               ADD 1 TO WS-LISTED-COUNT
               DISPLAY WS-SLW-ACCOUNT-NO " " WS-SLW-BACKUP-NO " "
                   WS-SLW-PRIORITY " " WS-SLW-STATUS " "
                   WS-SLW-SET-DATE " " WS-SLW-SET-BY
           END-IF.

       LOAD-LINK-TABLE.
           MOVE 0 TO WS-SL-COUNT
           MOVE 'N' TO WS-SL-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SWEEPLNK-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SWEEPLNK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SL-COUNT < 2000
                           ADD 1 TO WS-SL-COUNT
                           MOVE SWEEPLNK-RECORD
                               TO WS-SL-RECORD(WS-SL-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-SL-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEPLNK-FILE.

       REWRITE-LINK-FILE.
           OPEN OUTPUT SWEEPLNK-FILE
           PERFORM WRITE-LINK-SLOT
               VARYING WS-SL-SUB FROM 1 BY 1
               UNTIL WS-SL-SUB > WS-SL-COUNT
           CLOSE SWEEPLNK-FILE.

       WRITE-LINK-SLOT.
           MOVE WS-SL-RECORD(WS-SL-SUB) TO SWEEPLNK-RECORD
           WRITE SWEEPLNK-RECORD.

       FETCH-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-WORK-ACCNO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           CLOSE ACCOUNT-FILE.

      *  WS-AUDIT-ACTION, WS-AUDIT-BEFORE and WS-AUDIT-AFTER are set
      *  by the caller before the PERFORM. The covered account is the
      *  account of record.
       WRITE-SWEEP-AUDIT.
           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN EXTEND TELAUDIT-FILE
               MOVE WS-OPERATOR-ID TO TA-OPERATOR
               MOVE AUDIT-CURRENT-DATE TO TA-DATE
               MOVE AUDIT-CURRENT-TIME TO TA-TIME
               MOVE WS-WORK-ACCNO TO TA-ACCOUNT-NO
               MOVE WS-AUDIT-ACTION TO TA-ACTION
               MOVE WS-AUDIT-BEFORE TO TA-BEFORE
               MOVE WS-AUDIT-AFTER TO TA-AFTER
               MOVE "SWEP" TO TA-REASON
               WRITE TELAUDIT-RECORD
           CLOSE TELAUDIT-FILE.

      *  Sign-on against the TELLEROP.dat record OPERMNT maintains:
      *  disabled and locked operators are refused, repeated failures
      *  lock the operator the way ACCOUNT-FAILED-LOGINS locks a
      *  customer, and a first-use or expired password must be
      *  changed before any work is done.
       OPERATOR-SIGNON.
           DISPLAY "OPERATOR ID : "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "PASSWORD    : "
           ACCEPT WS-OPERATOR-PW

           MOVE 'N' TO WS-SIGNON-OK
           PERFORM LOAD-OPERATOR-TABLE
           MOVE 'N' TO WS-OP-MATCH
           PERFORM FIND-OPERATOR-SLOT
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           IF WS-OP-MATCH NOT = 'Y'
               DISPLAY "OPERATOR NOT ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-RECORD(WS-OP-IDX) TO WS-OP-WORK

           IF WS-OPW-STATUS = 'D'
               DISPLAY "OPERATOR IS DISABLED"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPW-STATUS = 'L'
               DISPLAY "OPERATOR IS LOCKED OUT - SEE THE "
                   "ADMINISTRATOR"
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-OPW-PASSWORD) NOT =
              FUNCTION TRIM(WS-OPERATOR-PW)
               ADD 1 TO WS-OPW-FAILED
               IF WS-OPW-FAILED >= WS-MAX-OP-FAILS
                   MOVE 'L' TO WS-OPW-STATUS
                   DISPLAY "TOO MANY FAILED SIGN-ONS - OPERATOR "
                       "LOCKED"
               ELSE
                   DISPLAY "INVALID PASSWORD"
               END-IF
               MOVE WS-OP-WORK TO WS-OP-RECORD(WS-OP-IDX)
               PERFORM REWRITE-OPERATOR-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OPW-FAILED
           PERFORM AUDIT-FORMAT-DATE-TIME

           IF WS-OPW-PW-DATE > 0
               COMPUTE WS-PW-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(AUDIT-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-OPW-PW-DATE)
               IF WS-PW-AGE-DAYS > WS-PW-EXPIRY-DAYS
                   DISPLAY "PASSWORD HAS EXPIRED"
                   MOVE 'Y' TO WS-OPW-FORCE-CHANGE
               END-IF
           END-IF

           IF WS-OPW-FORCE-CHANGE = 'Y'
               PERFORM CHANGE-OPERATOR-PASSWORD
               IF WS-PW-CHANGED NOT = 'Y'
                   MOVE WS-OP-WORK TO WS-OP-RECORD(WS-OP-IDX)
                   PERFORM REWRITE-OPERATOR-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-OP-WORK TO WS-OP-RECORD(WS-OP-IDX)
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
           MOVE 'N' TO WS-PW-CHANGED
           DISPLAY "A PASSWORD CHANGE IS REQUIRED"
           DISPLAY "NEW PASSWORD : "
           ACCEPT WS-NEW-PW1
           DISPLAY "CONFIRM NEW PASSWORD : "
           ACCEPT WS-NEW-PW2
           IF WS-NEW-PW1 = SPACE
               DISPLAY "A PASSWORD IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-NEW-PW1) NOT =
              FUNCTION TRIM(WS-NEW-PW2)
               DISPLAY "CONFIRMATION DID NOT MATCH"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-NEW-PW1) =
              FUNCTION TRIM(WS-OPW-PASSWORD)
               DISPLAY "NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-PW1 TO WS-OPW-PASSWORD
           MOVE AUDIT-CURRENT-DATE TO WS-OPW-PW-DATE
           MOVE 'N' TO WS-OPW-FORCE-CHANGE
           MOVE 'Y' TO WS-PW-CHANGED
           DISPLAY "PASSWORD CHANGED".

       FIND-OPERATOR-SLOT.
           MOVE WS-OP-RECORD(WS-OP-SUB) TO WS-OP-WORK
           IF FUNCTION TRIM(WS-OPW-ID) =
              FUNCTION TRIM(WS-OPERATOR-ID)
               MOVE 'Y' TO WS-OP-MATCH
               MOVE WS-OP-SUB TO WS-OP-IDX
           END-IF.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OP-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TELLEROP-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TELLEROP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-OP-COUNT < 50
                           ADD 1 TO WS-OP-COUNT
                           MOVE TELLEROP-RECORD
                               TO WS-OP-RECORD(WS-OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TELLEROP-FILE.

       REWRITE-OPERATOR-FILE.
           OPEN OUTPUT TELLEROP-FILE
           PERFORM WRITE-OPERATOR-SLOT
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           CLOSE TELLEROP-FILE.

       WRITE-OPERATOR-SLOT.
           MOVE WS-OP-RECORD(WS-OP-SUB) TO TELLEROP-RECORD
           WRITE TELLEROP-RECORD.

       AUDIT-FORMAT-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-CURRENT-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO AUDIT-CURRENT-DATE
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
       END PROGRAM SWEEPMNT.
