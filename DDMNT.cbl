      ******************************************************************
      * Author:      Direct Debit Mandate Maintenance
      * Date:        2026
      * Purpose:     Register of the direct-debit mandates customers
      *              sign for insurance companies and utility billers
      *              (DDMANDT.dat), one record per ACCOUNT-NO and
      *              biller ID: the customer's reference at the
      *              biller, the largest single debit allowed, how
      *              often the biller may collect, the start and
      *              expiry dates and the mandate status. Tellers
      *              register, amend, suspend, reinstate and cancel
      *              mandates here under their operator sign-on, each
      *              action audited to TELAUDIT.dat, and DDINWD checks
      *              every inward debit against the register.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
      *  One record per mandate, status 'A' active, 'S' suspended,
      *  'C' cancelled.
           SELECT OPTIONAL DDMANDT-FILE ASSIGN TO "DDMANDT.dat"
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

      *  Frequency M = monthly, Q = quarterly, Y = yearly, A = any
      *  time (ad hoc collections within the maximum).
       FD  DDMANDT-FILE.
       01  DDMANDT-RECORD.
           05 DM-ACCOUNT-NO          PIC X(10).
           05 DM-BILLER-ID           PIC X(8).
           05 DM-BILLER-REF          PIC X(16).
           05 DM-MAX-AMOUNT          PIC 9(8)V99.
           05 DM-FREQUENCY           PIC X(1).
           05 DM-START-DATE          PIC 9(8).
           05 DM-EXPIRY-DATE         PIC 9(8).
           05 DM-STATUS              PIC X(1).
           05 DM-LAST-DEBIT-DATE     PIC 9(8).

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


      *  Mandates loaded whole so an amendment or status change can
      *  mark one record and the file be written back.
       01  WS-DM-TABLE.
           05 WS-DM-ENTRY OCCURS 2000 TIMES.
               10 WS-DM-RECORD   PIC X(70).
       01  WS-DM-COUNT      PIC 9(4) VALUE 0.
       01  WS-DM-SUB        PIC 9(4) VALUE 0.
       01  WS-DM-IDX        PIC 9(4) VALUE 0.
       01  WS-DM-MATCH      PIC X VALUE 'N'.
       01  WS-DM-FULL       PIC X VALUE 'N'.

       01  WS-DM-WORK.
           05 WS-DMW-ACCOUNT-NO  PIC X(10).
           05 WS-DMW-BILLER-ID   PIC X(8).
           05 WS-DMW-BILLER-REF  PIC X(16).
           05 WS-DMW-MAX-AMOUNT  PIC 9(8)V99.
           05 WS-DMW-FREQUENCY   PIC X(1).
           05 WS-DMW-START-DATE  PIC 9(8).
           05 WS-DMW-EXPIRY-DATE PIC 9(8).
           05 WS-DMW-STATUS      PIC X(1).
           05 WS-DMW-LAST-DEBIT  PIC 9(8).

      *  Entry fields
       01  WS-WORK-ACCNO    PIC X(10) VALUE SPACE.
       01  WS-WORK-BILLER   PIC X(8) VALUE SPACE.
       01  WS-ACCT-FOUND    PIC X VALUE 'N'.
       01  WS-NEW-REF       PIC X(16) VALUE SPACE.
       01  WS-NEW-AMOUNT    PIC 9(8)V99 VALUE 0.
       01  WS-NEW-FREQUENCY PIC X(1) VALUE SPACE.
       01  WS-NEW-START     PIC 9(8) VALUE 0.
       01  WS-NEW-EXPIRY    PIC 9(8) VALUE 0.
       01  WS-NEW-STATUS    PIC X(1) VALUE SPACE.
       01  WS-LISTED-COUNT  PIC 9(4) VALUE 0.

       01  WS-AUDIT-ACTION  PIC X(4) VALUE SPACE.
       01  WS-AUDIT-BEFORE  PIC X(20) VALUE SPACE.
       01  WS-AUDIT-AFTER   PIC X(20) VALUE SPACE.
       01  AUDIT-CURRENT-DATE-TIME.
           05  AUDIT-CURRENT-DATE  PIC 9(8).
           05  AUDIT-CURRENT-TIME  PIC 9(6).
       01  WS-BUSINESS-DATE PIC 9(8) VALUE 0.

       01  WS-AMOUNT-DISP   PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-OLD-AMT-DISP  PIC ZZ,ZZZ,ZZZ.ZZ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   DIRECT DEBIT MANDATE MAINTENANCE           ".
           DISPLAY "==============================================".
           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED - CONSOLE CLOSED"
               STOP RUN
           END-IF
           DISPLAY "SIGNED ON: " WS-OPERATOR-NAME

           PERFORM MANDATE-MENU
           STOP RUN.

       MANDATE-MENU.
           DISPLAY " ".
           DISPLAY "PLEASE SELECT MENU".
           DISPLAY " 1. REGISTER MANDATE".
           DISPLAY " 2. AMEND MANDATE".
           DISPLAY " 3. SUSPEND / REINSTATE / CANCEL MANDATE".
           DISPLAY " 4. LIST MANDATES".
           DISPLAY " 5. EXIT".
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1  PERFORM REGISTER-MANDATE
               WHEN 2  PERFORM AMEND-MANDATE
               WHEN 3  PERFORM CHANGE-MANDATE-STATUS
               WHEN 4  PERFORM LIST-MANDATES
               WHEN 5  DISPLAY "CONSOLE CLOSED"
                       STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE
           GO TO MANDATE-MENU.

      *  One live mandate per account and biller: a second one is
      *  refused until the first is cancelled.
       REGISTER-MANDATE.
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-WORK-ACCNO
           PERFORM FETCH-ACCOUNT
           IF WS-ACCT-FOUND NOT = 'Y'
               DISPLAY "ACCOUNT NUMBER NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-LOCKED = 'Y' OR ACCOUNT-DORMANT = 'Y'
               DISPLAY "ACCOUNT IS LOCKED OR DORMANT - NO MANDATE "
                   "TAKEN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BILLER ID : "
           MOVE SPACE TO WS-WORK-BILLER
           ACCEPT WS-WORK-BILLER
           IF WS-WORK-BILLER = SPACE
               DISPLAY "A BILLER ID IS REQUIRED"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-MANDATE-TABLE
           IF WS-DM-FULL = 'Y'
               DISPLAY "DDMANDT.dat HOLDS MORE THAN 2000 RECORDS - "
                   "REGISTRATION REFUSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LIVE-MANDATE
           IF WS-DM-MATCH = 'Y'
               DISPLAY "A MANDATE FOR THIS BILLER IS ALREADY ON FILE "
                   "- AMEND IT INSTEAD"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CUSTOMER REFERENCE AT BILLER : "
           MOVE SPACE TO WS-NEW-REF
           ACCEPT WS-NEW-REF
           DISPLAY "MAXIMUM AMOUNT PER DEBIT : "
           ACCEPT WS-NEW-AMOUNT
           DISPLAY "FREQUENCY - (M)ONTHLY (Q)UARTERLY (Y)EARLY "
               "(A)NY TIME : "
           MOVE SPACE TO WS-NEW-FREQUENCY
           ACCEPT WS-NEW-FREQUENCY
           DISPLAY "START DATE (YYYYMMDD, 0 = TODAY) : "
           ACCEPT WS-NEW-START
           DISPLAY "EXPIRY DATE (YYYYMMDD, 0 = NO EXPIRY) : "
           ACCEPT WS-NEW-EXPIRY

           IF WS-NEW-REF = SPACE OR WS-NEW-AMOUNT <= 0
               DISPLAY "A REFERENCE AND A MAXIMUM AMOUNT ARE REQUIRED"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-FREQUENCY NOT = 'M' AND WS-NEW-FREQUENCY NOT = 'Q'
              AND WS-NEW-FREQUENCY NOT = 'Y'
              AND WS-NEW-FREQUENCY NOT = 'A'
               DISPLAY "FREQUENCY MUST BE M, Q, Y OR A"
               EXIT PARAGRAPH
           END-IF
           PERFORM AUDIT-FORMAT-DATE-TIME
           IF WS-NEW-START = 0
               MOVE AUDIT-CURRENT-DATE TO WS-NEW-START
           END-IF
           IF WS-NEW-EXPIRY NOT = 0 AND WS-NEW-EXPIRY <= WS-NEW-START
               DISPLAY "EXPIRY MUST BE AFTER THE START DATE"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND DDMANDT-FILE
               MOVE WS-WORK-ACCNO TO DM-ACCOUNT-NO
               MOVE WS-WORK-BILLER TO DM-BILLER-ID
               MOVE WS-NEW-REF TO DM-BILLER-REF
               MOVE WS-NEW-AMOUNT TO DM-MAX-AMOUNT
               MOVE WS-NEW-FREQUENCY TO DM-FREQUENCY
               MOVE WS-NEW-START TO DM-START-DATE
               MOVE WS-NEW-EXPIRY TO DM-EXPIRY-DATE
               MOVE 'A' TO DM-STATUS
               MOVE 0 TO DM-LAST-DEBIT-DATE
               WRITE DDMANDT-RECORD
           CLOSE DDMANDT-FILE

           MOVE WS-NEW-AMOUNT TO WS-AMOUNT-DISP
           MOVE "DDAD" TO WS-AUDIT-ACTION
           MOVE WS-WORK-BILLER TO WS-AUDIT-BEFORE
           MOVE WS-AMOUNT-DISP TO WS-AUDIT-AFTER
           PERFORM WRITE-MANDATE-AUDIT
           DISPLAY "MANDATE FOR " WS-WORK-BILLER " REGISTERED ON "
               WS-WORK-ACCNO " - MAXIMUM " WS-AMOUNT-DISP.

      *  Maximum amount, frequency and expiry may be changed on a
      *  live mandate; the biller and reference identify it and are
      *  not amended.
       AMEND-MANDATE.
           PERFORM SELECT-LIVE-MANDATE
           IF WS-DM-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DMW-MAX-AMOUNT TO WS-OLD-AMT-DISP
           DISPLAY "CURRENT MAXIMUM " WS-OLD-AMT-DISP
               "  FREQUENCY " WS-DMW-FREQUENCY
               "  EXPIRY " WS-DMW-EXPIRY-DATE
           DISPLAY "NEW MAXIMUM AMOUNT (0 = UNCHANGED) : "
           ACCEPT WS-NEW-AMOUNT
           DISPLAY "NEW FREQUENCY M/Q/Y/A (BLANK = UNCHANGED) : "
           MOVE SPACE TO WS-NEW-FREQUENCY
           ACCEPT WS-NEW-FREQUENCY
           DISPLAY "NEW EXPIRY DATE (YYYYMMDD, 0 = UNCHANGED) : "
           ACCEPT WS-NEW-EXPIRY

           IF WS-NEW-FREQUENCY NOT = SPACE
              AND WS-NEW-FREQUENCY NOT = 'M'
              AND WS-NEW-FREQUENCY NOT = 'Q'
              AND WS-NEW-FREQUENCY NOT = 'Y'
              AND WS-NEW-FREQUENCY NOT = 'A'
               DISPLAY "FREQUENCY MUST BE M, Q, Y OR A"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-EXPIRY NOT = 0
              AND WS-NEW-EXPIRY <= WS-DMW-START-DATE
               DISPLAY "EXPIRY MUST BE AFTER THE START DATE"
               EXIT PARAGRAPH
           END-IF

           IF WS-NEW-AMOUNT > 0
               MOVE WS-NEW-AMOUNT TO WS-DMW-MAX-AMOUNT
           END-IF
           IF WS-NEW-FREQUENCY NOT = SPACE
               MOVE WS-NEW-FREQUENCY TO WS-DMW-FREQUENCY
           END-IF
           IF WS-NEW-EXPIRY NOT = 0
               MOVE WS-NEW-EXPIRY TO WS-DMW-EXPIRY-DATE
           END-IF
           MOVE WS-DM-WORK TO WS-DM-RECORD(WS-DM-IDX)
           PERFORM REWRITE-MANDATE-FILE

           MOVE WS-DMW-MAX-AMOUNT TO WS-AMOUNT-DISP
           MOVE "DDCH" TO WS-AUDIT-ACTION
           MOVE WS-OLD-AMT-DISP TO WS-AUDIT-BEFORE
           MOVE SPACE TO WS-AUDIT-AFTER
           STRING WS-AMOUNT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DMW-FREQUENCY DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-MANDATE-AUDIT
           DISPLAY "MANDATE FOR " WS-WORK-BILLER " ON "
               WS-WORK-ACCNO " AMENDED".

      *  S suspends collections, A reinstates a suspended mandate,
      *  C cancels for good.
       CHANGE-MANDATE-STATUS.
           PERFORM SELECT-LIVE-MANDATE
           IF WS-DM-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CURRENT STATUS " WS-DMW-STATUS
           DISPLAY "NEW STATUS - (S)USPEND (A)CTIVE (C)ANCEL : "
           MOVE SPACE TO WS-NEW-STATUS
           ACCEPT WS-NEW-STATUS
           IF WS-NEW-STATUS NOT = 'S' AND WS-NEW-STATUS NOT = 'A'
              AND WS-NEW-STATUS NOT = 'C'
               DISPLAY "STATUS MUST BE S, A OR C"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-STATUS = WS-DMW-STATUS
               DISPLAY "MANDATE IS ALREADY IN THAT STATUS"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-AUDIT-BEFORE
           STRING WS-WORK-BILLER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DMW-STATUS DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE WS-NEW-STATUS TO WS-DMW-STATUS
           MOVE WS-DM-WORK TO WS-DM-RECORD(WS-DM-IDX)
           PERFORM REWRITE-MANDATE-FILE

           MOVE "DDST" TO WS-AUDIT-ACTION
           MOVE SPACE TO WS-AUDIT-AFTER
           STRING WS-WORK-BILLER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEW-STATUS DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-MANDATE-AUDIT
           DISPLAY "MANDATE FOR " WS-WORK-BILLER " ON "
               WS-WORK-ACCNO " NOW STATUS " WS-NEW-STATUS.

      *  Keys an account and biller and leaves the live mandate in
      *  WS-DM-WORK / WS-DM-IDX with WS-DM-MATCH set.
       SELECT-LIVE-MANDATE.
           MOVE 'N' TO WS-DM-MATCH
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-WORK-ACCNO
           DISPLAY "BILLER ID : "
           MOVE SPACE TO WS-WORK-BILLER
           ACCEPT WS-WORK-BILLER
           PERFORM LOAD-MANDATE-TABLE
      *    A change rewrites the whole file from the table, so an
      *    over-capacity file must not be rewritten.
           IF WS-DM-FULL = 'Y'
               DISPLAY "DDMANDT.dat HOLDS MORE THAN 2000 RECORDS - "
                   "CHANGE REFUSED"
               MOVE 'N' TO WS-DM-MATCH
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LIVE-MANDATE
           IF WS-DM-MATCH NOT = 'Y'
               DISPLAY "NO LIVE MANDATE FOR " WS-WORK-BILLER " ON "
                   WS-WORK-ACCNO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DM-RECORD(WS-DM-IDX) TO WS-DM-WORK.

       FIND-LIVE-MANDATE.
           MOVE 'N' TO WS-DM-MATCH
           PERFORM MATCH-MANDATE-SLOT
               VARYING WS-DM-SUB FROM 1 BY 1
               UNTIL WS-DM-SUB > WS-DM-COUNT.

       MATCH-MANDATE-SLOT.
           MOVE WS-DM-RECORD(WS-DM-SUB) TO WS-DM-WORK
           IF WS-DMW-STATUS NOT = 'C'
              AND FUNCTION TRIM(WS-DMW-ACCOUNT-NO) =
                  FUNCTION TRIM(WS-WORK-ACCNO)
              AND WS-DMW-BILLER-ID = WS-WORK-BILLER
               MOVE 'Y' TO WS-DM-MATCH
               MOVE WS-DM-SUB TO WS-DM-IDX
           END-IF.

      *  Every mandate on one account, or the whole register when no
      *  account is keyed.
       LIST-MANDATES.
           DISPLAY "ACCOUNT NUMBER (BLANK = ALL) : "
           MOVE SPACE TO WS-WORK-ACCNO
           ACCEPT WS-WORK-ACCNO
           PERFORM LOAD-MANDATE-TABLE
           DISPLAY " ".
           DISPLAY "ACCOUNT    BILLER   REFERENCE            MAXIMUM "
               "F START    EXPIRY   S LAST DR".
           DISPLAY "------------------------------------------------"
               "------------------------------".
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM LIST-ONE-MANDATE
               VARYING WS-DM-SUB FROM 1 BY 1
               UNTIL WS-DM-SUB > WS-DM-COUNT
           DISPLAY "------------------------------------------------"
               "------------------------------".
           DISPLAY "MANDATES LISTED : " WS-LISTED-COUNT.

       LIST-ONE-MANDATE.
           MOVE WS-DM-RECORD(WS-DM-SUB) TO WS-DM-WORK
           IF WS-WORK-ACCNO = SPACE
              OR FUNCTION TRIM(WS-DMW-ACCOUNT-NO) =
                 FUNCTION TRIM(WS-WORK-ACCNO)
               ADD 1 TO WS-LISTED-COUNT
               MOVE WS-DMW-MAX-AMOUNT TO WS-AMOUNT-DISP
               DISPLAY WS-DMW-ACCOUNT-NO " " WS-DMW-BILLER-ID " "
                   WS-DMW-BILLER-REF " " WS-AMOUNT-DISP " "
                   WS-DMW-FREQUENCY " " WS-DMW-START-DATE " "
                   WS-DMW-EXPIRY-DATE " " WS-DMW-STATUS " "
                   WS-DMW-LAST-DEBIT
           END-IF.

       LOAD-MANDATE-TABLE.
           MOVE 0 TO WS-DM-COUNT
           MOVE 'N' TO WS-DM-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DDMANDT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DDMANDT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-DM-COUNT < 2000
                           ADD 1 TO WS-DM-COUNT
                           MOVE DDMANDT-RECORD
                               TO WS-DM-RECORD(WS-DM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DM-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DDMANDT-FILE.

       REWRITE-MANDATE-FILE.
           OPEN OUTPUT DDMANDT-FILE
           PERFORM WRITE-MANDATE-SLOT
               VARYING WS-DM-SUB FROM 1 BY 1
               UNTIL WS-DM-SUB > WS-DM-COUNT
           CLOSE DDMANDT-FILE.

       WRITE-MANDATE-SLOT.
           MOVE WS-DM-RECORD(WS-DM-SUB) TO DDMANDT-RECORD
           WRITE DDMANDT-RECORD.

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
       WRITE-MANDATE-AUDIT.
           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN EXTEND TELAUDIT-FILE
               MOVE WS-OPERATOR-ID TO TA-OPERATOR
               MOVE AUDIT-CURRENT-DATE TO TA-DATE
               MOVE AUDIT-CURRENT-TIME TO TA-TIME
               MOVE WS-WORK-ACCNO TO TA-ACCOUNT-NO
               MOVE WS-AUDIT-ACTION TO TA-ACTION
               MOVE WS-AUDIT-BEFORE TO TA-BEFORE
               MOVE WS-AUDIT-AFTER TO TA-AFTER
               MOVE "MAND" TO TA-REASON
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
       END PROGRAM DDMNT.
