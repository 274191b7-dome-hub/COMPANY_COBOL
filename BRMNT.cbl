      ******************************************************************
      * Author:      Branch Master Maintenance
      * Date:        2026
      * Purpose:     One program owning BRANCH.dat, the branch master
      *              every account, operator and posting is homed
      *              against: open a branch, rename it, close and
      *              reopen it, mark the branch whose site the ATM
      *              stands at (ATMProject posts its work to that
      *              branch), list the branches, and move an
      *              account's home branch. Branch 0001 is the head
      *              office: it is valid with or without a record
      *              here and can never be closed. A branch that
      *              still homes accounts or active operators cannot
      *              be closed. Every action lands in TELAUDIT.dat
      *              with reason BRCH, and the console needs an admin
      *              ('A') sign-on like OPERMNT.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
      *  One record per branch, status 'A' open, 'C' closed.
           SELECT OPTIONAL BRANCH-FILE ASSIGN TO "BRANCH.dat"
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

      *  BR-ATM-SITE 'Y' on the one branch the ATM stands at.
       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05 BR-CODE                PIC X(4).
           05 BR-NAME                PIC X(20).
           05 BR-STATUS              PIC X(1).
           05 BR-OPEN-DATE           PIC 9(8).
           05 BR-ATM-SITE            PIC X(1).

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

      *  Admin sign-on fields
       01  WS-OPERATOR-ID    PIC X(8) VALUE SPACE.
       01  WS-OPERATOR-PW    PIC X(8) VALUE SPACE.
       01  WS-SIGNON-OK      PIC X VALUE 'N'.

      *  Operators loaded for the sign-on and the close check.
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

      *  Branches loaded whole so one record can change and the file
      *  be written back, the way OPERMNT rewrites TELLEROP.dat.
       01  WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 50 TIMES.
               10 WS-BR-RECORD   PIC X(34).
       01  WS-BR-COUNT      PIC 9(2) VALUE 0.
       01  WS-BR-SUB        PIC 9(2) VALUE 0.
       01  WS-BR-IDX        PIC 9(2) VALUE 0.
       01  WS-BR-MATCH      PIC X VALUE 'N'.

       01  WS-BR-WORK.
           05 WS-BRW-CODE         PIC X(4).
           05 WS-BRW-NAME         PIC X(20).
           05 WS-BRW-STATUS       PIC X(1).
           05 WS-BRW-OPEN-DATE    PIC 9(8).
           05 WS-BRW-ATM-SITE     PIC X(1).

      *  Maintenance entry fields
       01  WS-WORK-BRANCH   PIC X(4) VALUE SPACE.
       01  WS-NEW-NAME      PIC X(20) VALUE SPACE.
       01  WS-WORK-ACCOUNT  PIC X(10) VALUE SPACE.
       01  WS-ACCT-FOUND    PIC X VALUE 'N'.
       01  WS-HOMED-ACCOUNTS PIC 9(6) VALUE 0.
       01  WS-HOMED-OPERATORS PIC 9(2) VALUE 0.
       01  WS-OLD-BRANCH    PIC X(4) VALUE SPACE.

       01  WS-AUDIT-KEY     PIC X(10) VALUE SPACE.
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
           DISPLAY "   BRANCH MASTER MAINTENANCE                  ".
           DISPLAY "==============================================".
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-BRANCH-TABLE

           PERFORM ADMIN-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED - BRANCH MAINTENANCE CLOSED"
               STOP RUN
           END-IF

           PERFORM BRANCH-MENU
           STOP RUN.

      *  Branch maintenance needs a live admin ('A') operator.
       ADMIN-SIGNON.
           DISPLAY "ADMIN OPERATOR ID : "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "PASSWORD          : "
           ACCEPT WS-OPERATOR-PW

           MOVE 'N' TO WS-SIGNON-OK
           MOVE 'N' TO WS-OP-MATCH
           PERFORM FIND-OPERATOR-SLOT
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           IF WS-OP-MATCH NOT = 'Y'
               DISPLAY "OPERATOR NOT ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-RECORD(WS-OP-IDX) TO WS-OP-WORK
           IF FUNCTION TRIM(WS-OPW-PASSWORD) NOT =
              FUNCTION TRIM(WS-OPERATOR-PW)
               DISPLAY "INVALID PASSWORD"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPW-STATUS NOT = 'A'
               DISPLAY "OPERATOR IS NOT ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPW-ROLE NOT = 'A'
               DISPLAY "BRANCH MAINTENANCE NEEDS AN ADMIN OPERATOR"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SIGNON-OK.

       BRANCH-MENU.
           DISPLAY " ".
           DISPLAY "PLEASE SELECT MENU".
           DISPLAY " 1. OPEN NEW BRANCH".
           DISPLAY " 2. RENAME BRANCH".
           DISPLAY " 3. CLOSE BRANCH".
           DISPLAY " 4. REOPEN BRANCH".
           DISPLAY " 5. SET ATM SITE BRANCH".
           DISPLAY " 6. MOVE ACCOUNT HOME BRANCH".
           DISPLAY " 7. LIST BRANCHES".
           DISPLAY " 8. EXIT".
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1  PERFORM ADD-BRANCH
               WHEN 2  PERFORM RENAME-BRANCH
               WHEN 3  PERFORM CLOSE-BRANCH
               WHEN 4  PERFORM REOPEN-BRANCH
               WHEN 5  PERFORM SET-ATM-SITE
               WHEN 6  PERFORM MOVE-ACCOUNT-BRANCH
               WHEN 7  PERFORM LIST-BRANCHES
               WHEN 8  DISPLAY "BRANCH MAINTENANCE CLOSED"
                       STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE
           GO TO BRANCH-MENU.

       ADD-BRANCH.
           DISPLAY "NEW BRANCH CODE (4 CHARACTERS) : "
           ACCEPT WS-WORK-BRANCH
           DISPLAY "BRANCH NAME : "
           ACCEPT WS-NEW-NAME
           IF WS-WORK-BRANCH = SPACE OR WS-NEW-NAME = SPACE
               DISPLAY "BRANCH CODE AND NAME ARE BOTH REQUIRED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-WORK-BRANCH
           IF WS-BR-MATCH = 'Y'
               DISPLAY "BRANCH " WS-WORK-BRANCH " ALREADY ON FILE"
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-COUNT >= 50
               DISPLAY "BRANCH TABLE FULL - BRANCH NOT ADDED"
               EXIT PARAGRAPH
           END-IF

           PERFORM AUDIT-FORMAT-DATE-TIME
           ADD 1 TO WS-BR-COUNT
           MOVE WS-WORK-BRANCH TO WS-BRW-CODE
           MOVE WS-NEW-NAME TO WS-BRW-NAME
           MOVE 'A' TO WS-BRW-STATUS
           MOVE AUDIT-CURRENT-DATE TO WS-BRW-OPEN-DATE
           MOVE 'N' TO WS-BRW-ATM-SITE
           MOVE WS-BR-WORK TO WS-BR-RECORD(WS-BR-COUNT)
           PERFORM REWRITE-BRANCH-FILE

           MOVE WS-WORK-BRANCH TO WS-AUDIT-KEY
           MOVE "BRAD" TO WS-AUDIT-ACTION
           MOVE SPACE TO WS-AUDIT-BEFORE
           MOVE WS-NEW-NAME TO WS-AUDIT-AFTER
           PERFORM WRITE-BRANCH-AUDIT
           DISPLAY "BRANCH " WS-WORK-BRANCH " OPENED".

       RENAME-BRANCH.
           DISPLAY "BRANCH CODE TO RENAME : "
           ACCEPT WS-WORK-BRANCH
           PERFORM PICK-WORK-BRANCH
           IF WS-BR-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NEW BRANCH NAME : "
           ACCEPT WS-NEW-NAME
           IF WS-NEW-NAME = SPACE
               DISPLAY "A NAME IS REQUIRED"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BRW-NAME TO WS-AUDIT-BEFORE
           MOVE WS-NEW-NAME TO WS-BRW-NAME
           MOVE WS-BR-WORK TO WS-BR-RECORD(WS-BR-IDX)
           PERFORM REWRITE-BRANCH-FILE

           MOVE WS-WORK-BRANCH TO WS-AUDIT-KEY
           MOVE "BRNM" TO WS-AUDIT-ACTION
           MOVE WS-NEW-NAME TO WS-AUDIT-AFTER
           PERFORM WRITE-BRANCH-AUDIT
           DISPLAY "BRANCH " WS-WORK-BRANCH " RENAMED".

      *  The head office never closes, and a branch still homing
      *  accounts or active operators must have them moved first.
       CLOSE-BRANCH.
           DISPLAY "BRANCH CODE TO CLOSE : "
           ACCEPT WS-WORK-BRANCH
           IF WS-WORK-BRANCH = "0001"
               DISPLAY "THE HEAD OFFICE BRANCH CANNOT BE CLOSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-WORK-BRANCH
           IF WS-BR-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-BRW-STATUS = 'C'
               DISPLAY "BRANCH " WS-WORK-BRANCH " IS ALREADY CLOSED"
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-HOMED-ACCOUNTS
           MOVE 0 TO WS-HOMED-OPERATORS
           PERFORM COUNT-HOMED-OPERATOR
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           IF WS-HOMED-ACCOUNTS > 0 OR WS-HOMED-OPERATORS > 0
               DISPLAY "BRANCH STILL HOMES " WS-HOMED-ACCOUNTS
                   " ACCOUNTS AND " WS-HOMED-OPERATORS
                   " ACTIVE OPERATORS - MOVE THEM FIRST"
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WS-BRW-STATUS
           MOVE 'N' TO WS-BRW-ATM-SITE
           MOVE WS-BR-WORK TO WS-BR-RECORD(WS-BR-IDX)
           PERFORM REWRITE-BRANCH-FILE

           MOVE WS-WORK-BRANCH TO WS-AUDIT-KEY
           MOVE "BRCL" TO WS-AUDIT-ACTION
           MOVE "OPEN" TO WS-AUDIT-BEFORE
           MOVE "CLOSED" TO WS-AUDIT-AFTER
           PERFORM WRITE-BRANCH-AUDIT
           DISPLAY "BRANCH " WS-WORK-BRANCH " CLOSED".

       REOPEN-BRANCH.
           DISPLAY "BRANCH CODE TO REOPEN : "
           ACCEPT WS-WORK-BRANCH
           PERFORM PICK-WORK-BRANCH
           IF WS-BR-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-BRW-STATUS = 'A'
               DISPLAY "BRANCH " WS-WORK-BRANCH " IS ALREADY OPEN"
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO WS-BRW-STATUS
           MOVE WS-BR-WORK TO WS-BR-RECORD(WS-BR-IDX)
           PERFORM REWRITE-BRANCH-FILE

           MOVE WS-WORK-BRANCH TO WS-AUDIT-KEY
           MOVE "BROP" TO WS-AUDIT-ACTION
           MOVE "CLOSED" TO WS-AUDIT-BEFORE
           MOVE "OPEN" TO WS-AUDIT-AFTER
           PERFORM WRITE-BRANCH-AUDIT
           DISPLAY "BRANCH " WS-WORK-BRANCH " REOPENED".

      *  Only one branch is the ATM's site; marking a new one clears
      *  the mark on every other branch.
       SET-ATM-SITE.
           DISPLAY "BRANCH CODE THE ATM STANDS AT : "
           ACCEPT WS-WORK-BRANCH
           PERFORM PICK-WORK-BRANCH
           IF WS-BR-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-BRW-STATUS NOT = 'A'
               DISPLAY "BRANCH " WS-WORK-BRANCH " IS CLOSED"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-AUDIT-BEFORE
           PERFORM CLEAR-ATM-SITE
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           MOVE WS-BR-RECORD(WS-BR-IDX) TO WS-BR-WORK
           MOVE 'Y' TO WS-BRW-ATM-SITE
           MOVE WS-BR-WORK TO WS-BR-RECORD(WS-BR-IDX)
           PERFORM REWRITE-BRANCH-FILE

           MOVE WS-WORK-BRANCH TO WS-AUDIT-KEY
           MOVE "BRAT" TO WS-AUDIT-ACTION
           MOVE WS-WORK-BRANCH TO WS-AUDIT-AFTER
           PERFORM WRITE-BRANCH-AUDIT
           DISPLAY "ATM WORK NOW POSTS TO BRANCH " WS-WORK-BRANCH.

       CLEAR-ATM-SITE.
           MOVE WS-BR-RECORD(WS-BR-SUB) TO WS-BR-WORK
           IF WS-BRW-ATM-SITE = 'Y'
               MOVE WS-BRW-CODE TO WS-AUDIT-BEFORE
               MOVE 'N' TO WS-BRW-ATM-SITE
               MOVE WS-BR-WORK TO WS-BR-RECORD(WS-BR-SUB)
           END-IF.

      *  The account's history stays with the branch it was posted
      *  at; only postings from here on follow the new home branch.
       MOVE-ACCOUNT-BRANCH.
           DISPLAY "ACCOUNT NUMBER TO MOVE : "
           ACCEPT WS-WORK-ACCOUNT
           DISPLAY "NEW HOME BRANCH : "
           ACCEPT WS-WORK-BRANCH
           IF WS-WORK-BRANCH NOT = "0001"
               PERFORM PICK-WORK-BRANCH
               IF WS-BR-MATCH NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               IF WS-BRW-STATUS NOT = 'A'
                   DISPLAY "BRANCH " WS-WORK-BRANCH " IS CLOSED"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'N' TO WS-ACCT-FOUND
           OPEN I-O ACCOUNT-FILE
           MOVE WS-WORK-ACCOUNT TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND
                   MOVE ACCOUNT-BRANCH TO WS-OLD-BRANCH
                   MOVE WS-WORK-BRANCH TO ACCOUNT-BRANCH
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-ACCT-FOUND
                   END-REWRITE
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-ACCT-FOUND NOT = 'Y'
               DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " NOT ON FILE"
               EXIT PARAGRAPH
           END-IF
           IF WS-OLD-BRANCH = SPACE
               MOVE "0001" TO WS-OLD-BRANCH
           END-IF

           MOVE WS-WORK-ACCOUNT TO WS-AUDIT-KEY
           MOVE "BRMV" TO WS-AUDIT-ACTION
           MOVE WS-OLD-BRANCH TO WS-AUDIT-BEFORE
           MOVE WS-WORK-BRANCH TO WS-AUDIT-AFTER
           PERFORM WRITE-BRANCH-AUDIT
           DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " MOVED FROM BRANCH "
               WS-OLD-BRANCH " TO " WS-WORK-BRANCH.

       LIST-BRANCHES.
           DISPLAY " ".
           DISPLAY "BRCH NAME                 ST OPENED   ATM".
           DISPLAY "----------------------------------------------".
           PERFORM LIST-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           IF WS-BR-COUNT = 0
               DISPLAY "NO BRANCHES ON FILE - ALL WORK IS HEAD OFFICE"
                   " 0001"
           END-IF.

       LIST-ONE-BRANCH.
           MOVE WS-BR-RECORD(WS-BR-SUB) TO WS-BR-WORK
           DISPLAY WS-BRW-CODE " " WS-BRW-NAME " " WS-BRW-STATUS
               "  " WS-BRW-OPEN-DATE " " WS-BRW-ATM-SITE.

       COUNT-HOMED-ACCOUNTS.
           MOVE 0 TO WS-HOMED-ACCOUNTS
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ACCOUNT-BRANCH = WS-WORK-BRANCH
                           ADD 1 TO WS-HOMED-ACCOUNTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       COUNT-HOMED-OPERATOR.
           MOVE WS-OP-RECORD(WS-OP-SUB) TO WS-OP-WORK
           IF WS-OPW-BRANCH = WS-WORK-BRANCH
              AND WS-OPW-STATUS NOT = 'D'
               ADD 1 TO WS-HOMED-OPERATORS
           END-IF.

      *  Find the entered branch and leave the record in WS-BR-WORK
       PICK-WORK-BRANCH.
           PERFORM FIND-WORK-BRANCH
           IF WS-BR-MATCH NOT = 'Y'
               DISPLAY "BRANCH " WS-WORK-BRANCH " NOT ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BR-RECORD(WS-BR-IDX) TO WS-BR-WORK.

       FIND-WORK-BRANCH.
           MOVE 'N' TO WS-BR-MATCH
           PERFORM MATCH-WORK-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT.

       MATCH-WORK-BRANCH.
           MOVE WS-BR-RECORD(WS-BR-SUB) TO WS-BR-WORK
           IF WS-BRW-CODE = WS-WORK-BRANCH
               MOVE 'Y' TO WS-BR-MATCH
               MOVE WS-BR-SUB TO WS-BR-IDX
           END-IF.

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

       LOAD-BRANCH-TABLE.
           MOVE 0 TO WS-BR-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BRANCH-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-BR-COUNT < 50
                           ADD 1 TO WS-BR-COUNT
                           MOVE BRANCH-RECORD
                               TO WS-BR-RECORD(WS-BR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

       REWRITE-BRANCH-FILE.
           OPEN OUTPUT BRANCH-FILE
           PERFORM WRITE-BRANCH-SLOT
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           CLOSE BRANCH-FILE.

       WRITE-BRANCH-SLOT.
           MOVE WS-BR-RECORD(WS-BR-SUB) TO BRANCH-RECORD
           WRITE BRANCH-RECORD.

      *  One audit line per branch action, the branch code or the
      *  moved account in the account-number column.
       WRITE-BRANCH-AUDIT.
           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN EXTEND TELAUDIT-FILE
               MOVE WS-OPERATOR-ID TO TA-OPERATOR
               MOVE AUDIT-CURRENT-DATE TO TA-DATE
               MOVE AUDIT-CURRENT-TIME TO TA-TIME
               MOVE WS-AUDIT-KEY TO TA-ACCOUNT-NO
               MOVE WS-AUDIT-ACTION TO TA-ACTION
               MOVE WS-AUDIT-BEFORE TO TA-BEFORE
               MOVE WS-AUDIT-AFTER TO TA-AFTER
               MOVE "BRCH" TO TA-REASON
               WRITE TELAUDIT-RECORD
           CLOSE TELAUDIT-FILE.

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
       END PROGRAM BRMNT.
