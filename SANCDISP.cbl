      ******************************************************************
      * Author:      Sanctions Alert Disposition
      * Date:        2026
      * Purpose:     Compliance officer's console over SANCALRT.dat,
      *              the watch-list hits raised by CUSTMNT, ADDUSER,
      *              the nightly SANCSCRN rescreen and IBOUTWD's
      *              beneficiary screening. Each open alert is
      *              dispositioned as a false positive or a confirmed
      *              match under a compliance sign-on. A confirmed
      *              customer or account match locks every account
      *              the party holds (as primary or as an active
      *              holder in ACCTHLDR.dat) and earmarks the balance
      *              with a SANC hold in HOLDS.dat; a confirmed
      *              payment match blocks the held IBXFER.dat item,
      *              a false positive releases it to the next IBOUTWD
      *              run. Every disposition is audited to
      *              TELAUDIT.dat.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCDISP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT OPTIONAL SANCALRT-FILE ASSIGN TO "SANCALRT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  One record per hold, status 'A' active, 'R' released.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IBXFER-FILE ASSIGN TO "IBXFER.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELLEROP-FILE ASSIGN TO "TELLEROP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELAUDIT-FILE ASSIGN TO "TELAUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCTHLDR-FILE ASSIGN TO "ACCTHLDR.dat"
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

      *  Interbank outward register. Status P = pending send,
      *  S = sent, C = confirmed/settled, R = rejected and refunded,
      *  H = held on a watch-list hit, X = blocked by compliance.
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

      *  Holders beyond ACCOUNT-CUST-NO, maintained by MANDMNT: role
      *  J joint, G guardian, S signatory; status A active, R removed.
       FD  ACCTHLDR-FILE.
       01  ACCTHLDR-RECORD.
           05 AH-ACCOUNT-NO          PIC X(10).
           05 AH-CUST-NO             PIC X(8).
           05 AH-ROLE                PIC X(1).
           05 AH-STATUS              PIC X(1).
           05 AH-ADDED-DATE          PIC 9(8).
           05 AH-ADDED-BY            PIC X(8).
           05 AH-REMOVED-DATE        PIC 9(8).

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


      *  Alerts loaded whole so a disposition can mark one record and
      *  the file be written back, the way HOLDMNT releases a hold.
       01  WS-SA-TABLE.
           05 WS-SA-ENTRY OCCURS 2000 TIMES.
               10 WS-SA-RECORD   PIC X(99).
       01  WS-SA-COUNT      PIC 9(4) VALUE 0.
       01  WS-SA-SUB        PIC 9(4) VALUE 0.
       01  WS-SA-IDX        PIC 9(4) VALUE 0.
       01  WS-SA-MATCH      PIC X VALUE 'N'.
       01  WS-SA-FULL       PIC X VALUE 'N'.

       01  WS-SA-WORK.
           05 WS-SAW-ALERT-NO     PIC 9(8).
           05 WS-SAW-RAISED-DATE  PIC 9(8).
           05 WS-SAW-SOURCE       PIC X(1).
           05 WS-SAW-CUST-NO      PIC X(8).
           05 WS-SAW-ACCOUNT-NO   PIC X(10).
           05 WS-SAW-PAY-REF      PIC 9(8).
           05 WS-SAW-SCREENED-NAME PIC X(30).
           05 WS-SAW-WL-ENTRY-ID  PIC X(8).
           05 WS-SAW-MATCH-TYPE   PIC X(1).
           05 WS-SAW-STATUS       PIC X(1).
           05 WS-SAW-DISP-BY      PIC X(8).
           05 WS-SAW-DISP-DATE    PIC 9(8).

      *  Interbank register loaded whole to move a held item on.
       01  WS-IB-TABLE.
           05 WS-IB-ENTRY OCCURS 2000 TIMES.
               10 WS-IB-RECORD   PIC X(113).
       01  WS-IB-COUNT      PIC 9(4) VALUE 0.
       01  WS-IB-SUB        PIC 9(4) VALUE 0.
       01  WS-IB-MATCH      PIC X VALUE 'N'.
       01  WS-IB-FULL       PIC X VALUE 'N'.

       01  WS-IB-WORK.
           05 WS-IBW-REF-SEQ      PIC 9(8).
           05 FILLER              PIC X(84).
           05 WS-IBW-STATUS       PIC X(1).
           05 FILLER              PIC X(20).

      *  Entry fields
       01  WS-WORK-ALERT    PIC 9(8) VALUE 0.
       01  WS-DECISION      PIC X(1) VALUE SPACE.
       01  WS-IB-NEW-STATUS PIC X(1) VALUE SPACE.
       01  WS-ACCT-EOF      PIC X VALUE 'N'.
       01  WS-FROZEN-COUNT  PIC 9(4) VALUE 0.
       01  WS-FREEZE-IT     PIC X VALUE 'N'.

      *  Accounts the confirmed customer is an active joint holder,
      *  guardian or signatory on.
       01  WS-HA-TABLE.
           05 WS-HA-ACCOUNT OCCURS 100 TIMES PIC X(10).
       01  WS-HA-COUNT      PIC 9(3) VALUE 0.
       01  WS-HA-SUB        PIC 9(3) VALUE 0.
       01  WS-LISTED-COUNT  PIC 9(4) VALUE 0.

       01  WS-AUDIT-ACTION  PIC X(4) VALUE SPACE.
       01  WS-AUDIT-ACCOUNT PIC X(10) VALUE SPACE.
       01  AUDIT-CURRENT-DATE-TIME.
           05  AUDIT-CURRENT-DATE  PIC 9(8).
           05  AUDIT-CURRENT-TIME  PIC 9(6).
       01  WS-BUSINESS-DATE PIC 9(8) VALUE 0.

       01  WS-AMOUNT-DISP   PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-COUNT-DISP    PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   SANCTIONS ALERT DISPOSITION                ".
           DISPLAY "==============================================".
           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED - CONSOLE CLOSED"
               STOP RUN
           END-IF
           IF WS-OPERATOR-ROLE NOT = 'C' AND WS-OPERATOR-ROLE NOT = 'A'
               DISPLAY "DISPOSITIONS NEED A COMPLIANCE SIGN-ON"
               STOP RUN
           END-IF
           DISPLAY "SIGNED ON: " WS-OPERATOR-NAME

           PERFORM ALERTS-MENU
           STOP RUN.

       ALERTS-MENU.
           DISPLAY " ".
           DISPLAY "PLEASE SELECT MENU".
           DISPLAY " 1. LIST OPEN ALERTS".
           DISPLAY " 2. DISPOSITION AN ALERT".
           DISPLAY " 3. EXIT".
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1  PERFORM LIST-OPEN-ALERTS
               WHEN 2  PERFORM DISPOSITION-ALERT
               WHEN 3  DISPLAY "CONSOLE CLOSED"
                       STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE
           GO TO ALERTS-MENU.

       LIST-OPEN-ALERTS.
           PERFORM LOAD-ALERT-TABLE
           MOVE 0 TO WS-LISTED-COUNT
           DISPLAY "ALERT    RAISED   S CUSTOMER ACCOUNT    PAY-REF  "
               "ENTRY    M NAME"
           PERFORM LIST-ONE-ALERT
               VARYING WS-SA-SUB FROM 1 BY 1
               UNTIL WS-SA-SUB > WS-SA-COUNT
           IF WS-LISTED-COUNT = 0
               DISPLAY "NO OPEN ALERTS"
           ELSE
               MOVE WS-LISTED-COUNT TO WS-COUNT-DISP
               DISPLAY "OPEN ALERTS : " WS-COUNT-DISP
           END-IF.

       LIST-ONE-ALERT.
           MOVE WS-SA-RECORD(WS-SA-SUB) TO WS-SA-WORK
           IF WS-SAW-STATUS = 'O'
               ADD 1 TO WS-LISTED-COUNT
               DISPLAY WS-SAW-ALERT-NO " " WS-SAW-RAISED-DATE " "
                   WS-SAW-SOURCE " " WS-SAW-CUST-NO " "
                   WS-SAW-ACCOUNT-NO " " WS-SAW-PAY-REF " "
                   WS-SAW-WL-ENTRY-ID " " WS-SAW-MATCH-TYPE " "
                   WS-SAW-SCREENED-NAME
           END-IF.

      *  F = false positive: the alert is closed and a held payment
      *  goes back to pending. C = confirmed: the party's accounts
      *  are frozen, or the held payment is blocked.
       DISPOSITION-ALERT.
           DISPLAY "ALERT NUMBER : "
           ACCEPT WS-WORK-ALERT
           PERFORM LOAD-ALERT-TABLE
           IF WS-SA-FULL = 'Y'
               DISPLAY "SANCALRT.dat HOLDS MORE THAN 2000 RECORDS - "
                   "ARCHIVE CLOSED ALERTS FIRST. DISPOSITION REFUSED."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SA-MATCH
           PERFORM FIND-ALERT-SLOT
               VARYING WS-SA-SUB FROM 1 BY 1
               UNTIL WS-SA-SUB > WS-SA-COUNT
           IF WS-SA-MATCH NOT = 'Y'
               DISPLAY "ALERT NOT ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SA-RECORD(WS-SA-IDX) TO WS-SA-WORK
           IF WS-SAW-STATUS NOT = 'O'
               DISPLAY "ALERT IS ALREADY DISPOSITIONED ("
                   WS-SAW-STATUS ") BY " WS-SAW-DISP-BY
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SCREENED : " WS-SAW-SCREENED-NAME
           DISPLAY "ENTRY    : " WS-SAW-WL-ENTRY-ID
               "  MATCH ON " WS-SAW-MATCH-TYPE
           DISPLAY "(F)ALSE POSITIVE OR (C)ONFIRMED MATCH : "
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           IF WS-DECISION = 'f'
               MOVE 'F' TO WS-DECISION
           END-IF
           IF WS-DECISION = 'c'
               MOVE 'C' TO WS-DECISION
           END-IF
           IF WS-DECISION NOT = 'F' AND WS-DECISION NOT = 'C'
               DISPLAY "DECISION MUST BE F OR C"
               EXIT PARAGRAPH
           END-IF

      *    The register is written back whole from the table, so a
      *    payment alert is not dispositioned at all while it will
      *    not fit - the alert stays open rather than half done.
           IF WS-SAW-SOURCE = 'P'
               PERFORM LOAD-IBXFER-TABLE
               IF WS-IB-FULL = 'Y'
                   DISPLAY "IBXFER.dat HOLDS MORE THAN 2000 RECORDS "
                       "- DISPOSITION REFUSED."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM AUDIT-FORMAT-DATE-TIME
           MOVE WS-DECISION TO WS-SAW-STATUS
           MOVE WS-OPERATOR-ID TO WS-SAW-DISP-BY
           MOVE AUDIT-CURRENT-DATE TO WS-SAW-DISP-DATE
           MOVE WS-SA-WORK TO WS-SA-RECORD(WS-SA-IDX)
           PERFORM REWRITE-ALERT-FILE

           IF WS-SAW-SOURCE = 'P'
               IF WS-DECISION = 'C'
                   MOVE 'X' TO WS-IB-NEW-STATUS
               ELSE
                   MOVE 'P' TO WS-IB-NEW-STATUS
               END-IF
               PERFORM UPDATE-HELD-PAYMENT
           ELSE
               IF WS-DECISION = 'C'
                   PERFORM FREEZE-PARTY-ACCOUNTS
               END-IF
           END-IF

           IF WS-DECISION = 'C'
               MOVE "SNCF" TO WS-AUDIT-ACTION
               DISPLAY "ALERT " WS-SAW-ALERT-NO " CONFIRMED"
           ELSE
               MOVE "SNFP" TO WS-AUDIT-ACTION
               DISPLAY "ALERT " WS-SAW-ALERT-NO
                   " CLOSED AS FALSE POSITIVE"
           END-IF
           MOVE WS-SAW-ACCOUNT-NO TO WS-AUDIT-ACCOUNT
           PERFORM WRITE-SANC-AUDIT.

       FIND-ALERT-SLOT.
           MOVE WS-SA-RECORD(WS-SA-SUB) TO WS-SA-WORK
           IF WS-SAW-ALERT-NO = WS-WORK-ALERT
               MOVE 'Y' TO WS-SA-MATCH
               MOVE WS-SA-SUB TO WS-SA-IDX
           END-IF.

      *  Every account the customer holds, and the account the alert
      *  was raised on, is locked and its whole balance earmarked
      *  with a SANC hold, so nothing moves until compliance lifts it.
       FREEZE-PARTY-ACCOUNTS.
           MOVE 0 TO WS-FROZEN-COUNT
           PERFORM LOAD-HELD-ACCOUNTS
           MOVE 'N' TO WS-ACCT-EOF
           OPEN I-O ACCOUNT-FILE
           OPEN EXTEND HOLDS-FILE
           MOVE LOW-VALUES TO ACCOUNT-NO
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF
           END-START
           PERFORM UNTIL WS-ACCT-EOF = 'Y'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-EOF
                   NOT AT END
                       MOVE 'N' TO WS-FREEZE-IT
                       IF (WS-SAW-CUST-NO NOT = SPACE
                           AND ACCOUNT-CUST-NO = WS-SAW-CUST-NO)
                          OR (WS-SAW-ACCOUNT-NO NOT = SPACE
                           AND ACCOUNT-NO = WS-SAW-ACCOUNT-NO)
                           MOVE 'Y' TO WS-FREEZE-IT
                       END-IF
                       PERFORM MATCH-HELD-ACCOUNT
                           VARYING WS-HA-SUB FROM 1 BY 1
                           UNTIL WS-HA-SUB > WS-HA-COUNT
                       IF WS-FREEZE-IT = 'Y'
                           PERFORM FREEZE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           CLOSE ACCOUNT-FILE
           MOVE WS-FROZEN-COUNT TO WS-COUNT-DISP
           DISPLAY "ACCOUNTS FROZEN : " WS-COUNT-DISP.

       MATCH-HELD-ACCOUNT.
           IF WS-HA-ACCOUNT(WS-HA-SUB) = ACCOUNT-NO
               MOVE 'Y' TO WS-FREEZE-IT
           END-IF.

       LOAD-HELD-ACCOUNTS.
           MOVE 0 TO WS-HA-COUNT
           IF WS-SAW-CUST-NO = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCTHLDR-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCTHLDR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AH-CUST-NO = WS-SAW-CUST-NO
                          AND AH-STATUS = 'A'
                          AND WS-HA-COUNT < 100
                           ADD 1 TO WS-HA-COUNT
                           MOVE AH-ACCOUNT-NO
                               TO WS-HA-ACCOUNT(WS-HA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTHLDR-FILE.

       FREEZE-ONE-ACCOUNT.
           MOVE 'Y' TO ACCOUNT-LOCKED
           REWRITE ACCOUNT-RECORD
           MOVE ACCOUNT-NO TO HD-ACCOUNT-NO
      *    An overdrawn or empty account has nothing to earmark; the
      *    SANC hold still goes on at zero to record the freeze.
           IF BALANCE > 0
               MOVE BALANCE TO HD-AMOUNT
           ELSE
               MOVE 0 TO HD-AMOUNT
           END-IF
           MOVE "SANC" TO HD-REASON
           MOVE WS-OPERATOR-ID TO HD-PLACED-BY
           MOVE AUDIT-CURRENT-DATE TO HD-PLACED-DATE
           MOVE 0 TO HD-EXPIRY-DATE
           MOVE 'A' TO HD-STATUS
           WRITE HOLDS-RECORD
           ADD 1 TO WS-FROZEN-COUNT
           MOVE HD-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "  " ACCOUNT-NO " LOCKED, HOLD OF " WS-AMOUNT-DISP.

      *  The held IBXFER.dat item the alert was raised on moves to
      *  WS-IB-NEW-STATUS: 'X' blocked, or 'P' back to pending so the
      *  next IBOUTWD run sends it.
      *  The register was loaded before the disposition was taken.
       UPDATE-HELD-PAYMENT.
           MOVE 'N' TO WS-IB-MATCH
           PERFORM MARK-HELD-PAYMENT
               VARYING WS-IB-SUB FROM 1 BY 1
               UNTIL WS-IB-SUB > WS-IB-COUNT
           IF WS-IB-MATCH NOT = 'Y'
               DISPLAY "NO HELD PAYMENT " WS-SAW-PAY-REF
                   " ON IBXFER.dat"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT IBXFER-FILE
           PERFORM WRITE-IBXFER-SLOT
               VARYING WS-IB-SUB FROM 1 BY 1
               UNTIL WS-IB-SUB > WS-IB-COUNT
           CLOSE IBXFER-FILE
           IF WS-IB-NEW-STATUS = 'X'
               DISPLAY "PAYMENT " WS-SAW-PAY-REF " BLOCKED"
           ELSE
               DISPLAY "PAYMENT " WS-SAW-PAY-REF
                   " RELEASED TO THE NEXT IBOUTWD RUN"
           END-IF.

       LOAD-IBXFER-TABLE.
           MOVE 0 TO WS-IB-COUNT
           MOVE 'N' TO WS-IB-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT IBXFER-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ IBXFER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-IB-COUNT < 2000
                           ADD 1 TO WS-IB-COUNT
                           MOVE IBXFER-RECORD
                               TO WS-IB-RECORD(WS-IB-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-IB-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IBXFER-FILE.

       MARK-HELD-PAYMENT.
           MOVE WS-IB-RECORD(WS-IB-SUB) TO WS-IB-WORK
           IF WS-IBW-REF-SEQ = WS-SAW-PAY-REF AND WS-IBW-STATUS = 'H'
               MOVE WS-IB-NEW-STATUS TO WS-IBW-STATUS
               MOVE WS-IB-WORK TO WS-IB-RECORD(WS-IB-SUB)
               MOVE 'Y' TO WS-IB-MATCH
           END-IF.

       WRITE-IBXFER-SLOT.
           MOVE WS-IB-RECORD(WS-IB-SUB) TO IBXFER-RECORD
           WRITE IBXFER-RECORD.

       LOAD-ALERT-TABLE.
           MOVE 0 TO WS-SA-COUNT
           MOVE 'N' TO WS-SA-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SANCALRT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SANCALRT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SA-COUNT < 2000
                           ADD 1 TO WS-SA-COUNT
                           MOVE SANCALRT-RECORD
                               TO WS-SA-RECORD(WS-SA-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-SA-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCALRT-FILE.

       REWRITE-ALERT-FILE.
           OPEN OUTPUT SANCALRT-FILE
           PERFORM WRITE-ALERT-SLOT
               VARYING WS-SA-SUB FROM 1 BY 1
               UNTIL WS-SA-SUB > WS-SA-COUNT
           CLOSE SANCALRT-FILE.

       WRITE-ALERT-SLOT.
           MOVE WS-SA-RECORD(WS-SA-SUB) TO SANCALRT-RECORD
           WRITE SANCALRT-RECORD.

      *  WS-AUDIT-ACTION and WS-AUDIT-ACCOUNT are set by the caller.
       WRITE-SANC-AUDIT.
           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN EXTEND TELAUDIT-FILE
               MOVE WS-OPERATOR-ID TO TA-OPERATOR
               MOVE AUDIT-CURRENT-DATE TO TA-DATE
               MOVE AUDIT-CURRENT-TIME TO TA-TIME
               MOVE WS-AUDIT-ACCOUNT TO TA-ACCOUNT-NO
               MOVE WS-AUDIT-ACTION TO TA-ACTION
               MOVE WS-SAW-ALERT-NO TO TA-BEFORE
               MOVE WS-SAW-WL-ENTRY-ID TO TA-AFTER
               MOVE "SANC" TO TA-REASON
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
       END PROGRAM SANCDISP.
