      * Purpose:     One program owning TELLEROP.dat instead of the
      *              branch manager editing it by hand: add and
      *              disable operators, assign each a role level
      *              ('T' teller, 'S' supervisor, 'C' compliance,
      *              'A' admin) that the
      *              sign-ons in TELLER and REVERSAL enforce per
      *              function, reset passwords with a forced change
      *              at next sign-on, and unlock operators locked out
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-FILE ASSIGN TO "BRANCH.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 OP-PW-DATE             PIC 9(8).
           05 OP-FORCE-CHANGE        PIC X(1).
           05 OP-FAILED-LOGINS       PIC 9(1).
           05 OP-BRANCH              PIC X(4).

       FD  TELAUDIT-FILE.
       01  TELAUDIT-RECORD.
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
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-CHOICE         PIC X(1).
      *  be written back, the way CASHMGMT rewrites the cassette file.
       01  WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES.
               10 WS-OP-RECORD   PIC X(52).
       01  WS-OP-COUNT      PIC 9(2) VALUE 0.
       01  WS-OP-SUB        PIC 9(2) VALUE 0.
       01  WS-OP-IDX        PIC 9(2) VALUE 0.
           05 WS-OPW-PW-DATE      PIC 9(8).
           05 WS-OPW-FORCE-CHANGE PIC X(1).
           05 WS-OPW-FAILED       PIC 9(1).
           05 WS-OPW-BRANCH       PIC X(4).

      *  Maintenance entry fields
       01  WS-WORK-OP-ID    PIC X(8) VALUE SPACE.
       01  WS-NEW-PASSWORD  PIC X(8) VALUE SPACE.
       01  WS-NEW-NAME      PIC X(20) VALUE SPACE.
       01  WS-NEW-ROLE      PIC X(1) VALUE 'T'.
       01  WS-NEW-BRANCH    PIC X(4) VALUE SPACE.
       01  WS-BRANCH-OK     PIC X VALUE 'N'.

       01  WS-AUDIT-ACTION  PIC X(4) VALUE SPACE.
       01  WS-AUDIT-BEFORE  PIC X(20) VALUE SPACE.
           DISPLAY " 3. UNLOCK / RE-ENABLE OPERATOR".
           DISPLAY " 4. RESET PASSWORD".
           DISPLAY " 5. LIST OPERATORS".
           DISPLAY " 6. CHANGE OPERATOR BRANCH".
           DISPLAY " 7. EXIT".
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1  PERFORM ADD-OPERATOR
               WHEN 3  PERFORM UNLOCK-OPERATOR
               WHEN 4  PERFORM RESET-PASSWORD
               WHEN 5  PERFORM LIST-OPERATORS
               WHEN 6  PERFORM CHANGE-OPERATOR-BRANCH
               WHEN 7  DISPLAY "ADMINISTRATION CLOSED"
                       STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           ACCEPT WS-NEW-NAME
           DISPLAY "INITIAL PASSWORD : "
           ACCEPT WS-NEW-PASSWORD
           DISPLAY "ROLE - (T)ELLER, (S)UPERVISOR, (C)OMPLIANCE, "
               "(A)DMIN : "
           ACCEPT WS-NEW-ROLE
           DISPLAY "HOME BRANCH (BLANK = 0001 HEAD OFFICE) : "
           ACCEPT WS-NEW-BRANCH
           IF WS-WORK-OP-ID = SPACE OR WS-NEW-PASSWORD = SPACE
               DISPLAY "OPERATOR ID AND PASSWORD ARE BOTH REQUIRED"
               EXIT PARAGRAPH
           IF WS-NEW-ROLE = 's'
               MOVE 'S' TO WS-NEW-ROLE
           END-IF
           IF WS-NEW-ROLE = 'c'
               MOVE 'C' TO WS-NEW-ROLE
           END-IF
           IF WS-NEW-ROLE = 'a'
               MOVE 'A' TO WS-NEW-ROLE
           END-IF
           IF WS-NEW-ROLE NOT = 'T' AND WS-NEW-ROLE NOT = 'S'
              AND WS-NEW-ROLE NOT = 'C' AND WS-NEW-ROLE NOT = 'A'
               DISPLAY "ROLE MUST BE T, S, C OR A"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-NEW-BRANCH
           IF WS-BRANCH-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

               MOVE AUDIT-CURRENT-DATE TO OP-PW-DATE
               MOVE 'Y'            TO OP-FORCE-CHANGE
               MOVE 0              TO OP-FAILED-LOGINS
               MOVE WS-NEW-BRANCH  TO OP-BRANCH
               WRITE TELLEROP-RECORD
           CLOSE TELLEROP-FILE
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM WRITE-ADMIN-AUDIT
           DISPLAY "PASSWORD RESET - CHANGE FORCED AT NEXT SIGN-ON".

      *  An operator moving branch posts and proves a drawer at the
      *  new branch from the next sign-on.
       CHANGE-OPERATOR-BRANCH.
           DISPLAY "OPERATOR ID TO MOVE : "
           ACCEPT WS-WORK-OP-ID
           PERFORM PICK-WORK-OPERATOR
           IF WS-OP-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NEW BRANCH (BLANK = 0001 HEAD OFFICE) : "
           ACCEPT WS-NEW-BRANCH
           PERFORM CHECK-NEW-BRANCH
           IF WS-BRANCH-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPW-BRANCH TO WS-AUDIT-BEFORE
           MOVE WS-NEW-BRANCH TO WS-OPW-BRANCH
           MOVE WS-OP-WORK TO WS-OP-RECORD(WS-OP-IDX)
           PERFORM REWRITE-OPERATOR-FILE

           MOVE "OPBR" TO WS-AUDIT-ACTION
           MOVE WS-NEW-BRANCH TO WS-AUDIT-AFTER
           PERFORM WRITE-ADMIN-AUDIT
           DISPLAY "OPERATOR " WS-WORK-OP-ID " NOW AT BRANCH "
               WS-NEW-BRANCH.

      *  Blank is the head office, 0001, which needs no branch
      *  record; any other code must be open on BRANCH.dat.
       CHECK-NEW-BRANCH.
           MOVE 'N' TO WS-BRANCH-OK
           IF WS-NEW-BRANCH = SPACE
               MOVE "0001" TO WS-NEW-BRANCH
           END-IF
           IF WS-NEW-BRANCH = "0001"
               MOVE 'Y' TO WS-BRANCH-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BRANCH-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BRANCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BR-CODE = WS-NEW-BRANCH
                          AND BR-STATUS = 'A'
                           MOVE 'Y' TO WS-BRANCH-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE
           IF WS-BRANCH-OK NOT = 'Y'
               DISPLAY "BRANCH " WS-NEW-BRANCH
                   " IS NOT AN OPEN BRANCH"
           END-IF.

       LIST-OPERATORS.
           DISPLAY " ".
           DISPLAY "OPERATOR  ROLE ST FAILS PW SET   BRCH NAME".
           DISPLAY "----------------------------------------------".
           PERFORM LIST-ONE-OPERATOR
               VARYING WS-OP-SUB FROM 1 BY 1
           MOVE WS-OP-RECORD(WS-OP-SUB) TO WS-OP-WORK
           DISPLAY WS-OPW-ID "  " WS-OPW-ROLE "   " WS-OPW-STATUS
               "  " WS-OPW-FAILED "    " WS-OPW-PW-DATE " "
               WS-OPW-BRANCH " " WS-OPW-NAME.

      *  Find the entered operator and leave the record in WS-OP-WORK
       PICK-WORK-OPERATOR.
