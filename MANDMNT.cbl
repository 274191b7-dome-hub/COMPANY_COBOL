      ******************************************************************
      * Author:      Account Holder and Signing Mandate Maintenance
      * Date:        2026
      * Purpose:     Register of the customers who hold or sign on an
      *              account besides its ACCOUNT-CUST-NO owner, who
      *              stays the primary holder (ACCTHLDR.dat): joint
      *              holders, the guardian of a minor and the
      *              authorised signatories of a company, each a
      *              CUSTOMER.dat customer with a role. An account may
      *              also carry a signing mandate (ACCTMAND.dat) -
      *              either to sign, all to sign or any two to sign -
      *              and the amount above which TELLER must record the
      *              signatories before a withdrawal or transfer is
      *              paid. Holders are added and removed and mandates
      *              set under a supervisor sign-on, each change
      *              audited to TELAUDIT.dat; any operator may list
      *              them. A customer under an open or confirmed
      *              sanctions alert cannot be made a holder.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO.
      *  Holders beyond the primary, and one signing mandate per
      *  account, read by TELLER and the customer and compliance
      *  reports.
           SELECT OPTIONAL ACCTHLDR-FILE ASSIGN TO "ACCTHLDR.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCTMAND-FILE ASSIGN TO "ACCTMAND.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SANCALRT-FILE ASSIGN TO "SANCALRT.dat"
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

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-NO                PIC X(8).
           05 CUST-NAME              PIC X(30).
           05 CUST-ADDRESS           PIC X(40).
           05 CUST-ID-TYPE           PIC X(2).
           05 CUST-ID-NUMBER         PIC X(13).

      *  One record per holder beyond the primary. Role J = joint
      *  holder, G = guardian of a minor, S = authorised signatory.
      *  Status A = active, R = removed.
       FD  ACCTHLDR-FILE.
       01  ACCTHLDR-RECORD.
           05 AH-ACCOUNT-NO          PIC X(10).
           05 AH-CUST-NO             PIC X(8).
           05 AH-ROLE                PIC X(1).
           05 AH-STATUS              PIC X(1).
           05 AH-ADDED-DATE          PIC 9(8).
           05 AH-ADDED-BY            PIC X(8).
           05 AH-REMOVED-DATE        PIC 9(8).

      *  One mandate per account. Rule E = either (any one) to sign,
      *  A = all to sign, 2 = any two to sign; it governs debits
      *  above AM-THRESHOLD.
       FD  ACCTMAND-FILE.
       01  ACCTMAND-RECORD.
           05 AM-ACCOUNT-NO          PIC X(10).
           05 AM-RULE                PIC X(1).
           05 AM-THRESHOLD           PIC 9(8)V99.
           05 AM-SET-DATE            PIC 9(8).
           05 AM-SET-BY              PIC X(8).

      *  Screening hits. Status O = open, F = false positive,
      *  C = confirmed.
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


      *  Holders loaded whole so a removal can mark one record and
      *  the file be written back.
       01  WS-AH-TABLE.
           05 WS-AH-ENTRY OCCURS 2000 TIMES.
               10 WS-AH-RECORD   PIC X(44).
       01  WS-AH-COUNT      PIC 9(4) VALUE 0.
       01  WS-AH-SUB        PIC 9(4) VALUE 0.
       01  WS-AH-IDX        PIC 9(4) VALUE 0.
       01  WS-AH-MATCH      PIC X VALUE 'N'.
       01  WS-AH-FULL       PIC X VALUE 'N'.

       01  WS-AH-WORK.
           05 WS-AHW-ACCOUNT-NO   PIC X(10).
           05 WS-AHW-CUST-NO      PIC X(8).
           05 WS-AHW-ROLE         PIC X(1).
           05 WS-AHW-STATUS       PIC X(1).
           05 WS-AHW-ADDED-DATE   PIC 9(8).
           05 WS-AHW-ADDED-BY     PIC X(8).
           05 WS-AHW-REMOVED-DATE PIC 9(8).

      *  Mandates loaded whole the same way, so one can be replaced
      *  or withdrawn.
       01  WS-AM-TABLE.
           05 WS-AM-ENTRY OCCURS 2000 TIMES.
               10 WS-AM-RECORD   PIC X(37).
       01  WS-AM-COUNT      PIC 9(4) VALUE 0.
       01  WS-AM-SUB        PIC 9(4) VALUE 0.
       01  WS-AM-IDX        PIC 9(4) VALUE 0.
       01  WS-AM-MATCH      PIC X VALUE 'N'.
       01  WS-AM-FULL       PIC X VALUE 'N'.

       01  WS-AM-WORK.
           05 WS-AMW-ACCOUNT-NO   PIC X(10).
           05 WS-AMW-RULE         PIC X(1).
           05 WS-AMW-THRESHOLD    PIC 9(8)V99.
           05 WS-AMW-SET-DATE     PIC 9(8).
           05 WS-AMW-SET-BY       PIC X(8).

      *  Entry fields
       01  WS-WORK-ACCNO    PIC X(10) VALUE SPACE.
       01  WS-WORK-CUST-NO  PIC X(8) VALUE SPACE.
       01  WS-LOOK-CUST-NO  PIC X(8) VALUE SPACE.
       01  WS-PRIMARY-CUST-NO PIC X(8) VALUE SPACE.
       01  WS-ACCT-FOUND    PIC X VALUE 'N'.
       01  WS-CUST-FOUND    PIC X VALUE 'N'.
       01  WS-SANC-OPEN     PIC X VALUE 'N'.
       01  WS-NEW-ROLE      PIC X(1) VALUE SPACE.
       01  WS-NEW-RULE      PIC X(1) VALUE SPACE.
       01  WS-NEW-THRESHOLD PIC 9(8)V99 VALUE 0.
       01  WS-LISTED-COUNT  PIC 9(4) VALUE 0.

      *  Who may sign on the worked account: the primary holder
      *  (unless a guardian signs for a minor) and every active
      *  joint holder, guardian and signatory.
       01  WS-SIGNER-COUNT  PIC 9(4) VALUE 0.
       01  WS-HAS-GUARDIAN  PIC X VALUE 'N'.
       01  WS-SIGN-NEEDED   PIC 9(4) VALUE 0.

       01  WS-ROLE-CODE     PIC X(1) VALUE SPACE.
       01  WS-ROLE-TEXT     PIC X(9) VALUE SPACE.
       01  WS-RULE-TEXT     PIC X(15) VALUE SPACE.
       01  WS-AMOUNT-DISP   PIC ZZ,ZZZ,ZZZ.ZZ.

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
           DISPLAY "   ACCOUNT HOLDER AND MANDATE MAINTENANCE     ".
           DISPLAY "==============================================".
           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED - CONSOLE CLOSED"
               STOP RUN
           END-IF
           DISPLAY "SIGNED ON: " WS-OPERATOR-NAME

           PERFORM HOLDER-MENU
           STOP RUN.

      *  Who may draw on an account is a supervisor's decision, the
      *  way a balance adjustment is; looking is open to everyone.
       HOLDER-MENU.
           DISPLAY " ".
           DISPLAY "PLEASE SELECT MENU".
           DISPLAY " 1. ADD ACCOUNT HOLDER".
           DISPLAY " 2. REMOVE ACCOUNT HOLDER".
           DISPLAY " 3. SET SIGNING MANDATE".
           DISPLAY " 4. LIST HOLDERS AND MANDATE".
           DISPLAY " 5. EXIT".
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   IF WS-OPERATOR-ROLE = 'S'
                      OR WS-OPERATOR-ROLE = 'A'
                       PERFORM ADD-HOLDER
                   ELSE
                       DISPLAY "ADDING A HOLDER NEEDS A SUPERVISOR "
                           "SIGN-ON"
                   END-IF
               WHEN 2
                   IF WS-OPERATOR-ROLE = 'S'
                      OR WS-OPERATOR-ROLE = 'A'
                       PERFORM REMOVE-HOLDER
                   ELSE
                       DISPLAY "REMOVING A HOLDER NEEDS A SUPERVISOR "
                           "SIGN-ON"
                   END-IF
               WHEN 3
                   IF WS-OPERATOR-ROLE = 'S'
                      OR WS-OPERATOR-ROLE = 'A'
                       PERFORM SET-MANDATE
                   ELSE
                       DISPLAY "SETTING A MANDATE NEEDS A SUPERVISOR "
                           "SIGN-ON"
                   END-IF
               WHEN 4  PERFORM LIST-HOLDERS
               WHEN 5  DISPLAY "CONSOLE CLOSED"
                       STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE
           GO TO HOLDER-MENU.

      *  The new holder must be a CUSTOMER.dat customer other than the
      *  primary, not already a live holder of the account, and clear
      *  of any open or confirmed sanctions alert.
       ADD-HOLDER.
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-WORK-ACCNO
           PERFORM FETCH-ACCOUNT
           IF WS-ACCT-FOUND NOT = 'Y'
               DISPLAY "ACCOUNT NUMBER NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CUST-NO = SPACE
               DISPLAY "ACCOUNT HAS NO PRIMARY CUSTOMER NUMBER - "
                   "LINK ITS OWNER FIRST"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUST-NO TO WS-PRIMARY-CUST-NO

           DISPLAY "CUSTOMER NUMBER OF NEW HOLDER : "
           MOVE SPACE TO WS-WORK-CUST-NO
           ACCEPT WS-WORK-CUST-NO
           IF WS-WORK-CUST-NO = WS-PRIMARY-CUST-NO
               DISPLAY "CUSTOMER IS ALREADY THE PRIMARY HOLDER"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-CUST-NO TO WS-LOOK-CUST-NO
           PERFORM FETCH-CUSTOMER
           IF WS-CUST-FOUND NOT = 'Y'
               DISPLAY "CUSTOMER " WS-WORK-CUST-NO " NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NAME : " CUST-NAME

           DISPLAY "ROLE - (J)OINT, (G)UARDIAN OR (S)IGNATORY : "
           MOVE SPACE TO WS-NEW-ROLE
           ACCEPT WS-NEW-ROLE
           INSPECT WS-NEW-ROLE CONVERTING "jgs" TO "JGS"
           IF WS-NEW-ROLE NOT = 'J' AND WS-NEW-ROLE NOT = 'G'
              AND WS-NEW-ROLE NOT = 'S'
               DISPLAY "ROLE MUST BE J, G OR S"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SANCTIONS-ALERTS
           IF WS-SANC-OPEN = 'Y'
               DISPLAY "CUSTOMER HAS AN OPEN OR CONFIRMED SANCTIONS "
                   "ALERT - REFUSED"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-HOLDER-TABLE
           PERFORM FIND-LIVE-HOLDER
           IF WS-AH-MATCH = 'Y'
               MOVE WS-AHW-ROLE TO WS-ROLE-CODE
               PERFORM DESCRIBE-ROLE
               DISPLAY "CUSTOMER ALREADY HOLDS THIS ACCOUNT AS "
                   WS-ROLE-TEXT
               EXIT PARAGRAPH
           END-IF

           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN EXTEND ACCTHLDR-FILE
               MOVE WS-WORK-ACCNO TO AH-ACCOUNT-NO
               MOVE WS-WORK-CUST-NO TO AH-CUST-NO
               MOVE WS-NEW-ROLE TO AH-ROLE
               MOVE 'A' TO AH-STATUS
               MOVE AUDIT-CURRENT-DATE TO AH-ADDED-DATE
               MOVE WS-OPERATOR-ID TO AH-ADDED-BY
               MOVE 0 TO AH-REMOVED-DATE
               WRITE ACCTHLDR-RECORD
           CLOSE ACCTHLDR-FILE

           MOVE WS-NEW-ROLE TO WS-ROLE-CODE
           PERFORM DESCRIBE-ROLE
           MOVE "HLAD" TO WS-AUDIT-ACTION
           MOVE SPACE TO WS-AUDIT-BEFORE
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-WORK-CUST-NO DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE WS-ROLE-TEXT TO WS-AUDIT-AFTER
           PERFORM WRITE-HOLDER-AUDIT
           DISPLAY WS-WORK-CUST-NO " ADDED TO " WS-WORK-ACCNO
               " AS " WS-ROLE-TEXT.

      *  The holder is marked removed, not deleted, so the register
      *  still shows who could sign on a past date. A mandate left
      *  with too few signers is reported for the supervisor to reset.
       REMOVE-HOLDER.
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-WORK-ACCNO
           DISPLAY "CUSTOMER NUMBER OF HOLDER TO REMOVE : "
           MOVE SPACE TO WS-WORK-CUST-NO
           ACCEPT WS-WORK-CUST-NO
           PERFORM LOAD-HOLDER-TABLE
      *    A removal rewrites the whole file from the table, so an
      *    over-capacity file must not be rewritten.
           IF WS-AH-FULL = 'Y'
               DISPLAY "ACCTHLDR.dat HOLDS MORE THAN 2000 RECORDS - "
                   "CHANGE REFUSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LIVE-HOLDER
           IF WS-AH-MATCH NOT = 'Y'
               DISPLAY "NO LIVE HOLDER " WS-WORK-CUST-NO " ON "
                   WS-WORK-ACCNO
               EXIT PARAGRAPH
           END-IF

           PERFORM AUDIT-FORMAT-DATE-TIME
           MOVE 'R' TO WS-AHW-STATUS
           MOVE AUDIT-CURRENT-DATE TO WS-AHW-REMOVED-DATE
           MOVE WS-AH-WORK TO WS-AH-RECORD(WS-AH-IDX)
           PERFORM REWRITE-HOLDER-FILE

           MOVE WS-AHW-ROLE TO WS-ROLE-CODE
           PERFORM DESCRIBE-ROLE
           MOVE "HLRM" TO WS-AUDIT-ACTION
           MOVE SPACE TO WS-AUDIT-BEFORE
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-WORK-CUST-NO DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACE TO WS-AUDIT-AFTER
           STRING "REMOVED " DELIMITED BY SIZE
                  WS-ROLE-TEXT DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-HOLDER-AUDIT
           DISPLAY WS-WORK-CUST-NO " REMOVED FROM " WS-WORK-ACCNO

           PERFORM FETCH-ACCOUNT
           MOVE SPACE TO WS-PRIMARY-CUST-NO
           IF WS-ACCT-FOUND = 'Y'
               MOVE ACCOUNT-CUST-NO TO WS-PRIMARY-CUST-NO
           END-IF
           PERFORM COUNT-ACCOUNT-SIGNERS
           PERFORM LOAD-MANDATE-TABLE
           PERFORM FIND-ACCOUNT-MANDATE
           IF WS-AM-MATCH = 'Y'
               MOVE WS-AMW-RULE TO WS-NEW-RULE
               PERFORM SET-SIGNERS-NEEDED
               IF WS-SIGNER-COUNT < WS-SIGN-NEEDED
                  OR WS-SIGNER-COUNT = 0
                   PERFORM DESCRIBE-RULE
                   DISPLAY "WARNING - MANDATE " WS-RULE-TEXT
                       " CAN NO LONGER BE MET - RESET IT"
               END-IF
           END-IF.

      *  Rule E, A or 2 with the amount above which it applies (0 =
      *  every debit), or N to withdraw the mandate. Any-two needs at
      *  least two people able to sign.
       SET-MANDATE.
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-WORK-ACCNO
           PERFORM FETCH-ACCOUNT
           IF WS-ACCT-FOUND NOT = 'Y'
               DISPLAY "ACCOUNT NUMBER NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUST-NO TO WS-PRIMARY-CUST-NO

           PERFORM LOAD-MANDATE-TABLE
           IF WS-AM-FULL = 'Y'
               DISPLAY "ACCTMAND.dat HOLDS MORE THAN 2000 RECORDS - "
                   "CHANGE REFUSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACCOUNT-MANDATE
           MOVE SPACE TO WS-AUDIT-BEFORE
           IF WS-AM-MATCH = 'Y'
               MOVE WS-AMW-RULE TO WS-NEW-RULE
               PERFORM DESCRIBE-RULE
               MOVE WS-AMW-THRESHOLD TO WS-AMOUNT-DISP
               DISPLAY "CURRENT MANDATE : " WS-RULE-TEXT
                   " ABOVE " WS-AMOUNT-DISP
               STRING "RULE " DELIMITED BY SIZE
                      WS-AMW-RULE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AMOUNT-DISP DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE
               END-STRING
           ELSE
               DISPLAY "NO MANDATE ON FILE"
               MOVE "NO MANDATE" TO WS-AUDIT-BEFORE
           END-IF

           DISPLAY "RULE - (E)ITHER, (A)LL OR ANY (2) TO SIGN,"
           DISPLAY "       (N) = WITHDRAW THE MANDATE : "
           MOVE SPACE TO WS-NEW-RULE
           ACCEPT WS-NEW-RULE
           INSPECT WS-NEW-RULE CONVERTING "ean" TO "EAN"
           IF WS-NEW-RULE NOT = 'E' AND WS-NEW-RULE NOT = 'A'
              AND WS-NEW-RULE NOT = '2' AND WS-NEW-RULE NOT = 'N'
               DISPLAY "RULE MUST BE E, A, 2 OR N"
               EXIT PARAGRAPH
           END-IF

           IF WS-NEW-RULE = 'N'
               IF WS-AM-MATCH NOT = 'Y'
                   DISPLAY "NOTHING TO WITHDRAW"
                   EXIT PARAGRAPH
               END-IF
               PERFORM DROP-ACCOUNT-MANDATE
               MOVE "WITHDRAWN" TO WS-AUDIT-AFTER
               MOVE "MAND" TO WS-AUDIT-ACTION
               PERFORM WRITE-HOLDER-AUDIT
               DISPLAY "MANDATE WITHDRAWN FROM " WS-WORK-ACCNO
               EXIT PARAGRAPH
           END-IF

           DISPLAY "APPLIES TO DEBITS ABOVE (0 = EVERY DEBIT) : "
           MOVE 0 TO WS-NEW-THRESHOLD
           ACCEPT WS-NEW-THRESHOLD

           PERFORM LOAD-HOLDER-TABLE
           PERFORM COUNT-ACCOUNT-SIGNERS
           PERFORM SET-SIGNERS-NEEDED
           IF WS-SIGNER-COUNT = 0
              OR WS-SIGNER-COUNT < WS-SIGN-NEEDED
               DISPLAY "ONLY " WS-SIGNER-COUNT " HOLDER(S) CAN SIGN ON "
                   "THIS ACCOUNT - MANDATE REFUSED"
               EXIT PARAGRAPH
           END-IF

           PERFORM AUDIT-FORMAT-DATE-TIME
           MOVE WS-WORK-ACCNO TO WS-AMW-ACCOUNT-NO
           MOVE WS-NEW-RULE TO WS-AMW-RULE
           MOVE WS-NEW-THRESHOLD TO WS-AMW-THRESHOLD
           MOVE AUDIT-CURRENT-DATE TO WS-AMW-SET-DATE
           MOVE WS-OPERATOR-ID TO WS-AMW-SET-BY
           IF WS-AM-MATCH = 'Y'
               MOVE WS-AM-WORK TO WS-AM-RECORD(WS-AM-IDX)
           ELSE
               ADD 1 TO WS-AM-COUNT
               MOVE WS-AM-WORK TO WS-AM-RECORD(WS-AM-COUNT)
           END-IF
           PERFORM REWRITE-MANDATE-FILE

           PERFORM DESCRIBE-RULE
           MOVE WS-NEW-THRESHOLD TO WS-AMOUNT-DISP
           MOVE "MAND" TO WS-AUDIT-ACTION
           MOVE SPACE TO WS-AUDIT-AFTER
           STRING "RULE " DELIMITED BY SIZE
                  WS-NEW-RULE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-HOLDER-AUDIT
           DISPLAY WS-WORK-ACCNO " MANDATE " WS-RULE-TEXT
               " ABOVE " WS-AMOUNT-DISP.

      *  Everyone on one account - the primary from ACCOUNT-CUST-NO,
      *  then the live register entries - and its mandate.
       LIST-HOLDERS.
           DISPLAY "ACCOUNT NUMBER : "
           ACCEPT WS-WORK-ACCNO
           PERFORM FETCH-ACCOUNT
           IF WS-ACCT-FOUND NOT = 'Y'
               DISPLAY "ACCOUNT NUMBER NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUST-NO TO WS-PRIMARY-CUST-NO
           DISPLAY " ".
           DISPLAY "ACCOUNT " ACCOUNT-NO "  " ACCOUNT-NAME.
           DISPLAY "CUSTOMER ROLE      SINCE    NAME".
           DISPLAY "------------------------------------------------".
           MOVE 0 TO WS-LISTED-COUNT
           IF WS-PRIMARY-CUST-NO NOT = SPACE
               MOVE WS-PRIMARY-CUST-NO TO WS-LOOK-CUST-NO
               PERFORM FETCH-CUSTOMER
               ADD 1 TO WS-LISTED-COUNT
               DISPLAY WS-PRIMARY-CUST-NO " PRIMARY   "
                   "         " CUST-NAME
           END-IF
           PERFORM LOAD-HOLDER-TABLE
           PERFORM LIST-ONE-HOLDER
               VARYING WS-AH-SUB FROM 1 BY 1
               UNTIL WS-AH-SUB > WS-AH-COUNT
           DISPLAY "------------------------------------------------".
           DISPLAY "HOLDERS LISTED : " WS-LISTED-COUNT

           PERFORM LOAD-MANDATE-TABLE
           PERFORM FIND-ACCOUNT-MANDATE
           IF WS-AM-MATCH = 'Y'
               MOVE WS-AMW-RULE TO WS-NEW-RULE
               PERFORM DESCRIBE-RULE
               MOVE WS-AMW-THRESHOLD TO WS-AMOUNT-DISP
               DISPLAY "MANDATE : " WS-RULE-TEXT " ABOVE "
                   WS-AMOUNT-DISP
           ELSE
               DISPLAY "MANDATE : NONE ON FILE"
           END-IF.

       LIST-ONE-HOLDER.
           MOVE WS-AH-RECORD(WS-AH-SUB) TO WS-AH-WORK
           IF WS-AHW-STATUS = 'A'
              AND FUNCTION TRIM(WS-AHW-ACCOUNT-NO) =
                  FUNCTION TRIM(WS-WORK-ACCNO)
               MOVE WS-AHW-CUST-NO TO WS-LOOK-CUST-NO
               PERFORM FETCH-CUSTOMER
               MOVE WS-AHW-ROLE TO WS-ROLE-CODE
               PERFORM DESCRIBE-ROLE
               ADD 1 TO WS-LISTED-COUNT
               DISPLAY WS-AHW-CUST-NO " " WS-ROLE-TEXT " "
                   WS-AHW-ADDED-DATE " " CUST-NAME
           END-IF.

      *  Counts who may sign on WS-WORK-ACCNO from the loaded holder
      *  table and WS-PRIMARY-CUST-NO: a guardian signs for a minor
      *  primary, so the primary drops out when one is on file.
       COUNT-ACCOUNT-SIGNERS.
           MOVE 0 TO WS-SIGNER-COUNT
           MOVE 'N' TO WS-HAS-GUARDIAN
           PERFORM COUNT-ONE-SIGNER
               VARYING WS-AH-SUB FROM 1 BY 1
               UNTIL WS-AH-SUB > WS-AH-COUNT
           IF WS-PRIMARY-CUST-NO NOT = SPACE
              AND WS-HAS-GUARDIAN = 'N'
               ADD 1 TO WS-SIGNER-COUNT
           END-IF.

       COUNT-ONE-SIGNER.
           MOVE WS-AH-RECORD(WS-AH-SUB) TO WS-AH-WORK
           IF WS-AHW-STATUS = 'A'
              AND FUNCTION TRIM(WS-AHW-ACCOUNT-NO) =
                  FUNCTION TRIM(WS-WORK-ACCNO)
               ADD 1 TO WS-SIGNER-COUNT
               IF WS-AHW-ROLE = 'G'
                   MOVE 'Y' TO WS-HAS-GUARDIAN
               END-IF
           END-IF.

      *  Signatures the rule in WS-NEW-RULE calls for.
       SET-SIGNERS-NEEDED.
           EVALUATE WS-NEW-RULE
               WHEN 'E'  MOVE 1 TO WS-SIGN-NEEDED
               WHEN '2'  MOVE 2 TO WS-SIGN-NEEDED
               WHEN OTHER
                   MOVE WS-SIGNER-COUNT TO WS-SIGN-NEEDED
           END-EVALUATE.

      *  Leaves the live entry for WS-WORK-ACCNO / WS-WORK-CUST-NO in
      *  WS-AH-WORK / WS-AH-IDX with WS-AH-MATCH set.
       FIND-LIVE-HOLDER.
           MOVE 'N' TO WS-AH-MATCH
           PERFORM MATCH-HOLDER-SLOT
               VARYING WS-AH-SUB FROM 1 BY 1
               UNTIL WS-AH-SUB > WS-AH-COUNT
           IF WS-AH-MATCH = 'Y'
               MOVE WS-AH-RECORD(WS-AH-IDX) TO WS-AH-WORK
           END-IF.

       MATCH-HOLDER-SLOT.
           MOVE WS-AH-RECORD(WS-AH-SUB) TO WS-AH-WORK
           IF WS-AHW-STATUS = 'A'
              AND FUNCTION TRIM(WS-AHW-ACCOUNT-NO) =
                  FUNCTION TRIM(WS-WORK-ACCNO)
              AND WS-AHW-CUST-NO = WS-WORK-CUST-NO
               MOVE 'Y' TO WS-AH-MATCH
               MOVE WS-AH-SUB TO WS-AH-IDX
           END-IF.

       FIND-ACCOUNT-MANDATE.
           MOVE 'N' TO WS-AM-MATCH
           PERFORM MATCH-MANDATE-SLOT
               VARYING WS-AM-SUB FROM 1 BY 1
               UNTIL WS-AM-SUB > WS-AM-COUNT
           IF WS-AM-MATCH = 'Y'
               MOVE WS-AM-RECORD(WS-AM-IDX) TO WS-AM-WORK
           END-IF.

       MATCH-MANDATE-SLOT.
           MOVE WS-AM-RECORD(WS-AM-SUB) TO WS-AM-WORK
           IF FUNCTION TRIM(WS-AMW-ACCOUNT-NO) =
              FUNCTION TRIM(WS-WORK-ACCNO)
               MOVE 'Y' TO WS-AM-MATCH
               MOVE WS-AM-SUB TO WS-AM-IDX
           END-IF.

      *  A withdrawn mandate is taken out of the file altogether; the
      *  audit trail keeps what it was.
       DROP-ACCOUNT-MANDATE.
           OPEN OUTPUT ACCTMAND-FILE
           PERFORM WRITE-OTHER-MANDATE
               VARYING WS-AM-SUB FROM 1 BY 1
               UNTIL WS-AM-SUB > WS-AM-COUNT
           CLOSE ACCTMAND-FILE.

       WRITE-OTHER-MANDATE.
           IF WS-AM-SUB NOT = WS-AM-IDX
               MOVE WS-AM-RECORD(WS-AM-SUB) TO ACCTMAND-RECORD
               WRITE ACCTMAND-RECORD
           END-IF.

      *  Any open or confirmed alert on WS-WORK-CUST-NO sets
      *  WS-SANC-OPEN.
       CHECK-SANCTIONS-ALERTS.
           MOVE 'N' TO WS-SANC-OPEN
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SANCALRT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SANCALRT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SA-CUST-NO = WS-WORK-CUST-NO
                          AND (SA-STATUS = 'O' OR SA-STATUS = 'C')
                           MOVE 'Y' TO WS-SANC-OPEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCALRT-FILE.

       DESCRIBE-ROLE.
           EVALUATE WS-ROLE-CODE
               WHEN 'P'  MOVE "PRIMARY"   TO WS-ROLE-TEXT
               WHEN 'J'  MOVE "JOINT"     TO WS-ROLE-TEXT
               WHEN 'G'  MOVE "GUARDIAN"  TO WS-ROLE-TEXT
               WHEN 'S'  MOVE "SIGNATORY" TO WS-ROLE-TEXT
               WHEN OTHER
                   MOVE WS-ROLE-CODE TO WS-ROLE-TEXT
           END-EVALUATE.

       DESCRIBE-RULE.
           EVALUATE WS-NEW-RULE
               WHEN 'E'  MOVE "EITHER TO SIGN" TO WS-RULE-TEXT
               WHEN 'A'  MOVE "ALL TO SIGN"    TO WS-RULE-TEXT
               WHEN '2'  MOVE "ANY TWO TO SIGN" TO WS-RULE-TEXT
               WHEN OTHER
                   MOVE WS-NEW-RULE TO WS-RULE-TEXT
           END-EVALUATE.

       LOAD-HOLDER-TABLE.
           MOVE 0 TO WS-AH-COUNT
           MOVE 'N' TO WS-AH-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCTHLDR-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCTHLDR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-AH-COUNT < 2000
                           ADD 1 TO WS-AH-COUNT
                           MOVE ACCTHLDR-RECORD
                               TO WS-AH-RECORD(WS-AH-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-AH-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTHLDR-FILE.

       REWRITE-HOLDER-FILE.
           OPEN OUTPUT ACCTHLDR-FILE
           PERFORM WRITE-HOLDER-SLOT
               VARYING WS-AH-SUB FROM 1 BY 1
               UNTIL WS-AH-SUB > WS-AH-COUNT
           CLOSE ACCTHLDR-FILE.

       WRITE-HOLDER-SLOT.
           MOVE WS-AH-RECORD(WS-AH-SUB) TO ACCTHLDR-RECORD
           WRITE ACCTHLDR-RECORD.

      *  One slot is kept free so a new mandate can always be added
      *  to a table that was read in whole.
       LOAD-MANDATE-TABLE.
           MOVE 0 TO WS-AM-COUNT
           MOVE 'N' TO WS-AM-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCTMAND-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCTMAND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-AM-COUNT < 1999
                           ADD 1 TO WS-AM-COUNT
                           MOVE ACCTMAND-RECORD
                               TO WS-AM-RECORD(WS-AM-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-AM-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTMAND-FILE.

       REWRITE-MANDATE-FILE.
           OPEN OUTPUT ACCTMAND-FILE
           PERFORM WRITE-MANDATE-SLOT
               VARYING WS-AM-SUB FROM 1 BY 1
               UNTIL WS-AM-SUB > WS-AM-COUNT
           CLOSE ACCTMAND-FILE.

       WRITE-MANDATE-SLOT.
           MOVE WS-AM-RECORD(WS-AM-SUB) TO ACCTMAND-RECORD
           WRITE ACCTMAND-RECORD.

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

      *  Customer WS-LOOK-CUST-NO into the FD; a customer missing
      *  from CUSTOMER.dat lists with a marker name.
       FETCH-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND
           OPEN INPUT CUSTOMER-FILE
           MOVE WS-LOOK-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(CUSTOMER NOT ON FILE)" TO CUST-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
           END-READ
           CLOSE CUSTOMER-FILE.

      *  WS-AUDIT-ACTION, WS-AUDIT-BEFORE and WS-AUDIT-AFTER are set
      *  by the caller before the PERFORM.
       WRITE-HOLDER-AUDIT.
           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN EXTEND TELAUDIT-FILE
               MOVE WS-OPERATOR-ID TO TA-OPERATOR
               MOVE AUDIT-CURRENT-DATE TO TA-DATE
               MOVE AUDIT-CURRENT-TIME TO TA-TIME
               MOVE WS-WORK-ACCNO TO TA-ACCOUNT-NO
               MOVE WS-AUDIT-ACTION TO TA-ACTION
               MOVE WS-AUDIT-BEFORE TO TA-BEFORE
               MOVE WS-AUDIT-AFTER TO TA-AFTER
               MOVE "HLDR" TO TA-REASON
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
       END PROGRAM MANDMNT.
