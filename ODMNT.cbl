      ******************************************************************
      * Author:      Overdraft Facility Maintenance
      * Date:        2026
      * Purpose:     Register of the overdraft facilities sanctioned
      *              on customer accounts (ODLIMIT.dat), one live
      *              facility per ACCOUNT-NO: the sanctioned limit,
      *              the annual debit interest rate, the start and
      *              expiry dates, the supervisor who approved it and
      *              the facility status. Supervisors sanction, amend
      *              or renew, suspend, reinstate and cancel
      *              facilities here under their operator sign-on,
      *              each action audited to TELAUDIT.dat; any
      *              operator may list them. ATM-PROJECT, TELLER,
      *              CHQCLEAR, STANDORD and LOANCOLL let a live
      *              facility take BALANCE below zero down to minus
      *              the limit, and ODINT accrues and posts the debit
      *              interest and reports excesses and expired limits.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
      *  One record per facility, status 'A' active, 'S' suspended,
      *  'C' cancelled.
           SELECT OPTIONAL ODLIMIT-FILE ASSIGN TO "ODLIMIT.dat"
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

      *  OD-RATE is the annual debit rate in percent. OD-ACCRUED-INT
      *  and OD-ACCRUED-TO are kept by ODINT: interest accrued since
      *  the last monthly posting and the date accrued up to.
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

      *  Operator file owned by OPERMNT.
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


      *  Facilities loaded whole so an amendment or status change can
      *  mark one record and the file be written back.
       01  WS-OD-TABLE.
           05 WS-OD-ENTRY OCCURS 2000 TIMES.
               10 WS-OD-RECORD   PIC X(71).
       01  WS-OD-COUNT      PIC 9(4) VALUE 0.
       01  WS-OD-SUB        PIC 9(4) VALUE 0.
       01  WS-OD-IDX        PIC 9(4) VALUE 0.
       01  WS-OD-MATCH      PIC X VALUE 'N'.
       01  WS-OD-FULL       PIC X VALUE 'N'.

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

      *  Entry fields
       01  WS-WORK-ACCNO    PIC X(10) VALUE SPACE.
       01  WS-ACCT-FOUND    PIC X VALUE 'N'.
       01  WS-NEW-LIMIT     PIC 9(8)V99 VALUE 0.
       01  WS-NEW-RATE      PIC 9(2)V9(4) VALUE 0.
       01  WS-NEW-START     PIC 9(8) VALUE 0.
       01  WS-NEW-EXPIRY    PIC 9(8) VALUE 0.
       01  WS-NEW-STATUS    PIC X(1) VALUE SPACE.
       01  WS-LISTED-COUNT  PIC 9(4) VALUE 0.
       01  WS-OVERDRAWN     PIC S9(8)V99 VALUE 0.

       01  WS-AUDIT-ACTION  PIC X(4) VALUE SPACE.
       01  WS-AUDIT-BEFORE  PIC X(20) VALUE SPACE.
       01  WS-AUDIT-AFTER   PIC X(20) VALUE SPACE.
       01  AUDIT-CURRENT-DATE-TIME.
           05  AUDIT-CURRENT-DATE  PIC 9(8).
           05  AUDIT-CURRENT-TIME  PIC 9(6).
       01  WS-BUSINESS-DATE PIC 9(8) VALUE 0.

       01  WS-AMOUNT-DISP   PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-OLD-AMT-DISP  PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-BALANCE-DISP  PIC --,---,--9.99.
       01  WS-RATE-DISP     PIC Z9.9999.
       01  WS-ACCRUED-DISP  PIC ZZ,ZZZ,ZZZ.ZZ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   OVERDRAFT FACILITY MAINTENANCE             ".
           DISPLAY "==============================================".
           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED - CONSOLE CLOSED"
               STOP RUN
           END-IF
           DISPLAY "SIGNED ON: " WS-OPERATOR-NAME

           PERFORM FACILITY-MENU
           STOP RUN.

      *  Sanctioning and changing a facility is a credit decision
      *  and needs a supervisor; any operator may list.
       FACILITY-MENU.
           DISPLAY " ".
           DISPLAY "PLEASE SELECT MENU".
           DISPLAY " 1. SANCTION FACILITY".
           DISPLAY " 2. AMEND / RENEW FACILITY".
           DISPLAY " 3. SUSPEND / REINSTATE / CANCEL FACILITY".
           DISPLAY " 4. LIST FACILITIES".
           DISPLAY " 5. EXIT".
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
               WHEN 2
               WHEN 3
                   IF WS-OPERATOR-ROLE NOT = 'S'
                      AND WS-OPERATOR-ROLE NOT = 'A'
                       DISPLAY "FACILITY CHANGES NEED A SUPERVISOR "
                           "SIGN-ON"
                   ELSE
                       EVALUATE WS-CHOICE
                           WHEN 1  PERFORM SANCTION-FACILITY
                           WHEN 2  PERFORM AMEND-FACILITY
                           WHEN 3  PERFORM CHANGE-FACILITY-STATUS
                       END-EVALUATE
                   END-IF
               WHEN 4  PERFORM LIST-FACILITIES
               WHEN 5  DISPLAY "CONSOLE CLOSED"
                       STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE
           GO TO FACILITY-MENU.

      *  One live facility per account: a second one is refused until
      *  the first is cancelled. Every facility carries an expiry so
      *  the credit team reviews it; the signed-on supervisor is
      *  recorded as the approver.
       SANCTION-FACILITY.
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-WORK-ACCNO
           PERFORM FETCH-ACCOUNT
           IF WS-ACCT-FOUND NOT = 'Y'
               DISPLAY "ACCOUNT NUMBER NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-LOCKED = 'Y' OR ACCOUNT-DORMANT = 'Y'
               DISPLAY "ACCOUNT IS LOCKED OR DORMANT - NO FACILITY "
                   "SANCTIONED"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-FACILITY-TABLE
           IF WS-OD-FULL = 'Y'
               DISPLAY "ODLIMIT.dat HOLDS MORE THAN 2000 RECORDS - "
                   "SANCTION REFUSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LIVE-FACILITY
           IF WS-OD-MATCH = 'Y'
               DISPLAY "A FACILITY IS ALREADY ON FILE FOR THIS "
                   "ACCOUNT - AMEND IT INSTEAD"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SANCTIONED LIMIT : "
           ACCEPT WS-NEW-LIMIT
           DISPLAY "ANNUAL DEBIT INTEREST RATE (PERCENT) : "
           ACCEPT WS-NEW-RATE
           DISPLAY "START DATE (YYYYMMDD, 0 = TODAY) : "
           ACCEPT WS-NEW-START
           DISPLAY "EXPIRY / REVIEW DATE (YYYYMMDD) : "
           ACCEPT WS-NEW-EXPIRY

           IF WS-NEW-LIMIT <= 0 OR WS-NEW-RATE <= 0
               DISPLAY "A LIMIT AND A RATE ARE REQUIRED"
               EXIT PARAGRAPH
           END-IF
           PERFORM AUDIT-FORMAT-DATE-TIME
           IF WS-NEW-START = 0
               MOVE AUDIT-CURRENT-DATE TO WS-NEW-START
           END-IF
           IF WS-NEW-EXPIRY <= WS-NEW-START
              OR WS-NEW-EXPIRY < AUDIT-CURRENT-DATE
               DISPLAY "EXPIRY MUST BE AFTER THE START DATE AND NOT "
                   "IN THE PAST"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ODLIMIT-FILE
               MOVE WS-WORK-ACCNO TO OD-ACCOUNT-NO
               MOVE WS-NEW-LIMIT TO OD-LIMIT
               MOVE WS-NEW-RATE TO OD-RATE
               MOVE WS-NEW-START TO OD-START-DATE
               MOVE WS-NEW-EXPIRY TO OD-EXPIRY-DATE
               MOVE WS-OPERATOR-ID TO OD-APPROVED-BY
               MOVE 'A' TO OD-STATUS
               MOVE 0 TO OD-ACCRUED-INT
               MOVE 0 TO OD-ACCRUED-TO
               WRITE ODLIMIT-RECORD
           CLOSE ODLIMIT-FILE

           MOVE WS-NEW-LIMIT TO WS-AMOUNT-DISP
           MOVE WS-NEW-RATE TO WS-RATE-DISP
           MOVE "ODAD" TO WS-AUDIT-ACTION
           MOVE SPACE TO WS-AUDIT-BEFORE
           STRING "RATE " DELIMITED BY SIZE
                  WS-RATE-DISP DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE WS-AMOUNT-DISP TO WS-AUDIT-AFTER
           PERFORM WRITE-FACILITY-AUDIT
           DISPLAY "OVERDRAFT OF " WS-AMOUNT-DISP " SANCTIONED ON "
               WS-WORK-ACCNO " AT " WS-RATE-DISP "% UNTIL "
               WS-NEW-EXPIRY.

      *  Limit, rate and expiry may be changed on a live facility; a
      *  renewal is an amendment of the expiry. The amending
      *  supervisor becomes the approver of record.
       AMEND-FACILITY.
           PERFORM SELECT-LIVE-FACILITY
           IF WS-OD-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ODW-LIMIT TO WS-OLD-AMT-DISP
           MOVE WS-ODW-RATE TO WS-RATE-DISP
           DISPLAY "CURRENT LIMIT " WS-OLD-AMT-DISP
               "  RATE " WS-RATE-DISP
               "  EXPIRY " WS-ODW-EXPIRY-DATE
               "  APPROVED BY " WS-ODW-APPROVED-BY
           DISPLAY "NEW LIMIT (0 = UNCHANGED) : "
           ACCEPT WS-NEW-LIMIT
           DISPLAY "NEW RATE (0 = UNCHANGED) : "
           ACCEPT WS-NEW-RATE
           DISPLAY "NEW EXPIRY DATE (YYYYMMDD, 0 = UNCHANGED) : "
           ACCEPT WS-NEW-EXPIRY

           PERFORM AUDIT-FORMAT-DATE-TIME
           IF WS-NEW-EXPIRY NOT = 0
              AND (WS-NEW-EXPIRY <= WS-ODW-START-DATE
               OR WS-NEW-EXPIRY < AUDIT-CURRENT-DATE)
               DISPLAY "EXPIRY MUST BE AFTER THE START DATE AND NOT "
                   "IN THE PAST"
               EXIT PARAGRAPH
           END-IF

           IF WS-NEW-LIMIT > 0
               MOVE WS-NEW-LIMIT TO WS-ODW-LIMIT
           END-IF
           IF WS-NEW-RATE > 0
               MOVE WS-NEW-RATE TO WS-ODW-RATE
           END-IF
           IF WS-NEW-EXPIRY NOT = 0
               MOVE WS-NEW-EXPIRY TO WS-ODW-EXPIRY-DATE
           END-IF
           MOVE WS-OPERATOR-ID TO WS-ODW-APPROVED-BY
           MOVE WS-OD-WORK TO WS-OD-RECORD(WS-OD-IDX)
           PERFORM REWRITE-FACILITY-FILE

           MOVE WS-ODW-LIMIT TO WS-AMOUNT-DISP
           MOVE "ODCH" TO WS-AUDIT-ACTION
           MOVE WS-OLD-AMT-DISP TO WS-AUDIT-BEFORE
           MOVE WS-AMOUNT-DISP TO WS-AUDIT-AFTER
           PERFORM WRITE-FACILITY-AUDIT
           DISPLAY "FACILITY ON " WS-WORK-ACCNO " AMENDED - LIMIT "
               WS-AMOUNT-DISP " UNTIL " WS-ODW-EXPIRY-DATE
           PERFORM WARN-IF-IN-EXCESS.

      *  S suspends the facility (the account falls back to its
      *  MIN-BALANCE floor), A reinstates it, C cancels for good.
      *  Accrued interest not yet posted is still charged by ODINT at
      *  the month end.
       CHANGE-FACILITY-STATUS.
           PERFORM SELECT-LIVE-FACILITY
           IF WS-OD-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CURRENT STATUS " WS-ODW-STATUS
           DISPLAY "NEW STATUS - (S)USPEND (A)CTIVE (C)ANCEL : "
           MOVE SPACE TO WS-NEW-STATUS
           ACCEPT WS-NEW-STATUS
           IF WS-NEW-STATUS NOT = 'S' AND WS-NEW-STATUS NOT = 'A'
              AND WS-NEW-STATUS NOT = 'C'
               DISPLAY "STATUS MUST BE S, A OR C"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-STATUS = WS-ODW-STATUS
               DISPLAY "FACILITY IS ALREADY IN THAT STATUS"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-AUDIT-BEFORE
           STRING "STATUS " DELIMITED BY SIZE
                  WS-ODW-STATUS DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE WS-NEW-STATUS TO WS-ODW-STATUS
           MOVE WS-OD-WORK TO WS-OD-RECORD(WS-OD-IDX)
           PERFORM REWRITE-FACILITY-FILE

           MOVE "ODST" TO WS-AUDIT-ACTION
           MOVE SPACE TO WS-AUDIT-AFTER
           STRING "STATUS " DELIMITED BY SIZE
                  WS-NEW-STATUS DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-FACILITY-AUDIT
           DISPLAY "FACILITY ON " WS-WORK-ACCNO " NOW STATUS "
               WS-NEW-STATUS
           IF WS-NEW-STATUS NOT = 'A'
               MOVE 0 TO WS-ODW-LIMIT
           END-IF
           PERFORM WARN-IF-IN-EXCESS.

      *  An account already overdrawn beyond what the facility now
      *  allows is left as it is; it reports on ODINT's excess list.
       WARN-IF-IN-EXCESS.
           PERFORM FETCH-ACCOUNT
           IF WS-ACCT-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVERDRAWN = 0 - BALANCE
           IF WS-OVERDRAWN > WS-ODW-LIMIT
               MOVE BALANCE TO WS-BALANCE-DISP
               DISPLAY "NOTE: BALANCE " WS-BALANCE-DISP
                   " IS BEYOND WHAT THE FACILITY NOW ALLOWS - IT WILL "
                   "REPORT AS AN EXCESS"
           END-IF.

      *  Keys an account and leaves its live facility in WS-OD-WORK /
      *  WS-OD-IDX with WS-OD-MATCH set.
       SELECT-LIVE-FACILITY.
           MOVE 'N' TO WS-OD-MATCH
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-WORK-ACCNO
           PERFORM LOAD-FACILITY-TABLE
      *    A change rewrites the whole file from the table, so an
      *    over-capacity file must not be rewritten.
           IF WS-OD-FULL = 'Y'
               DISPLAY "ODLIMIT.dat HOLDS MORE THAN 2000 RECORDS - "
                   "CHANGE REFUSED"
               MOVE 'N' TO WS-OD-MATCH
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LIVE-FACILITY
           IF WS-OD-MATCH NOT = 'Y'
               DISPLAY "NO LIVE FACILITY ON " WS-WORK-ACCNO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OD-RECORD(WS-OD-IDX) TO WS-OD-WORK.

       FIND-LIVE-FACILITY.
           MOVE 'N' TO WS-OD-MATCH
           PERFORM MATCH-FACILITY-SLOT
               VARYING WS-OD-SUB FROM 1 BY 1
               UNTIL WS-OD-SUB > WS-OD-COUNT.

       MATCH-FACILITY-SLOT.
           MOVE WS-OD-RECORD(WS-OD-SUB) TO WS-OD-WORK
           IF WS-ODW-STATUS NOT = 'C'
              AND FUNCTION TRIM(WS-ODW-ACCOUNT-NO) =
                  FUNCTION TRIM(WS-WORK-ACCNO)
               MOVE 'Y' TO WS-OD-MATCH
               MOVE WS-OD-SUB TO WS-OD-IDX
           END-IF.

      *  Every facility on one account, or the whole register when no
      *  account is keyed.
       LIST-FACILITIES.
           DISPLAY "ACCOUNT NUMBER (BLANK = ALL) : "
           MOVE SPACE TO WS-WORK-ACCNO
           ACCEPT WS-WORK-ACCNO
           PERFORM LOAD-FACILITY-TABLE
           DISPLAY " ".
           DISPLAY "ACCOUNT            LIMIT    RATE START    EXPIRY   "
               "APPROVED S       ACCRUED TO".
           DISPLAY "------------------------------------------------"
               "------------------------------".
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM LIST-ONE-FACILITY
               VARYING WS-OD-SUB FROM 1 BY 1
               UNTIL WS-OD-SUB > WS-OD-COUNT
           DISPLAY "------------------------------------------------"
               "------------------------------".
           DISPLAY "FACILITIES LISTED : " WS-LISTED-COUNT.

       LIST-ONE-FACILITY.
           MOVE WS-OD-RECORD(WS-OD-SUB) TO WS-OD-WORK
           IF WS-WORK-ACCNO = SPACE
              OR FUNCTION TRIM(WS-ODW-ACCOUNT-NO) =
                 FUNCTION TRIM(WS-WORK-ACCNO)
               ADD 1 TO WS-LISTED-COUNT
               MOVE WS-ODW-LIMIT TO WS-AMOUNT-DISP
               MOVE WS-ODW-RATE TO WS-RATE-DISP
               MOVE WS-ODW-ACCRUED-INT TO WS-ACCRUED-DISP
               DISPLAY WS-ODW-ACCOUNT-NO " " WS-AMOUNT-DISP " "
                   WS-RATE-DISP " " WS-ODW-START-DATE " "
                   WS-ODW-EXPIRY-DATE " " WS-ODW-APPROVED-BY " "
                   WS-ODW-STATUS " " WS-ACCRUED-DISP " "
                   WS-ODW-ACCRUED-TO
           END-IF.

       LOAD-FACILITY-TABLE.
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
           CLOSE ODLIMIT-FILE.

       WRITE-FACILITY-SLOT.
           MOVE WS-OD-RECORD(WS-OD-SUB) TO ODLIMIT-RECORD
           WRITE ODLIMIT-RECORD.

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
      *  by the caller before the PERFORM.
       WRITE-FACILITY-AUDIT.
           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN EXTEND TELAUDIT-FILE
               MOVE WS-OPERATOR-ID TO TA-OPERATOR
               MOVE AUDIT-CURRENT-DATE TO TA-DATE
               MOVE AUDIT-CURRENT-TIME TO TA-TIME
               MOVE WS-WORK-ACCNO TO TA-ACCOUNT-NO
               MOVE WS-AUDIT-ACTION TO TA-ACTION
               MOVE WS-AUDIT-BEFORE TO TA-BEFORE
               MOVE WS-AUDIT-AFTER TO TA-AFTER
               MOVE "ODFT" TO TA-REASON
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
       END PROGRAM ODMNT.
