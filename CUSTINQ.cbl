      *              ACCOUNT-FILE record linked to it through
      *              ACCOUNT-CUST-NO, and total the balances per
      *              currency, instead of finding each account by eye.
      *              Accounts the customer holds jointly, as guardian
      *              or as signatory (ACCTHLDR.dat) are listed too,
      *              with the customer's role and the other holders.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO.
           SELECT OPTIONAL ACCTHLDR-FILE ASSIGN TO "ACCTHLDR.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-CUST-FOUND     PIC X VALUE 'N'.
       01  WS-WANT-CUST-NO   PIC X(8) VALUE SPACE.
       01  WS-ACCT-COUNT     PIC 9(4) VALUE 0.
       01  WS-MY-ROLE        PIC X(1) VALUE SPACE.
       01  WS-LOOK-CUST-NO   PIC X(8) VALUE SPACE.
       01  WS-LOOK-ROLE      PIC X(1) VALUE SPACE.
       01  WS-LOOK-NAME      PIC X(30) VALUE SPACE.

      *  Active holders from ACCTHLDR.dat, loaded once.
       01  WS-AH-TABLE.
           05 WS-AH-ENTRY OCCURS 2000 TIMES.
               10 WS-AH-ACCOUNT  PIC X(10).
               10 WS-AH-CUST     PIC X(8).
               10 WS-AH-ROLE     PIC X(1).
       01  WS-AH-COUNT       PIC 9(4) VALUE 0.
       01  WS-AH-SUB         PIC 9(4) VALUE 0.

      *  Combined balances grouped per currency, one slot per
      *  CURRENCY-CODE seen on the customer's accounts.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 5 TIMES.
               10 WS-CCY-CODE    PIC X(3).
               10 WS-CCY-TOTAL   PIC S9(10)V99.
       01  WS-CCY-COUNT     PIC 9(1) VALUE 0.
       01  WS-CCY-SUB       PIC 9(1) VALUE 0.
       01  WS-CCY-IDX       PIC 9(1) VALUE 0.
       01  WS-CCY-MATCH     PIC X VALUE 'N'.

       01  WS-BALANCE-DISP   PIC --,---,--9.99.
       01  WS-TOTAL-DISP     PIC -,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ADDRESS  : " CUST-ADDRESS.
           DISPLAY "ID       : " CUST-ID-TYPE " " CUST-ID-NUMBER.
           DISPLAY " ".
           DISPLAY "LINKED ACCOUNTS  (ROLE P PRIMARY, J JOINT, "
               "G GUARDIAN, S SIGNATORY)".
           DISPLAY "ACCOUNT     CCY DORM ROLE       BALANCE".
           DISPLAY "----------------------------------------------".

           PERFORM LOAD-ACCOUNT-HOLDERS
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACE TO WS-MY-ROLE
                       IF FUNCTION TRIM(ACCOUNT-CUST-NO) =
                          FUNCTION TRIM(WS-WANT-CUST-NO)
                           MOVE 'P' TO WS-MY-ROLE
                       ELSE
                           PERFORM FIND-MY-HOLDING
                               VARYING WS-AH-SUB FROM 1 BY 1
                               UNTIL WS-AH-SUB > WS-AH-COUNT
                       END-IF
                       IF WS-MY-ROLE NOT = SPACE
                          PERFORM LIST-LINKED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE

           DISPLAY "----------------------------------------------".
           ADD 1 TO WS-ACCT-COUNT
           MOVE BALANCE TO WS-BALANCE-DISP
           DISPLAY ACCOUNT-NO "  " CURRENCY-CODE "  "
               ACCOUNT-DORMANT "    " WS-MY-ROLE "   " WS-BALANCE-DISP
           PERFORM LIST-OTHER-HOLDERS

           MOVE 'N' TO WS-CCY-MATCH
           PERFORM FIND-CCY-SLOT
               MOVE WS-CCY-SUB TO WS-CCY-IDX
           END-IF.

      *  Everyone else on the account: the primary holder when the
      *  inquiry customer is not it, then the other active holders.
       LIST-OTHER-HOLDERS.
           IF ACCOUNT-CUST-NO NOT = SPACE
              AND FUNCTION TRIM(ACCOUNT-CUST-NO) NOT =
                  FUNCTION TRIM(WS-WANT-CUST-NO)
               MOVE ACCOUNT-CUST-NO TO WS-LOOK-CUST-NO
               MOVE 'P' TO WS-LOOK-ROLE
               PERFORM SHOW-OTHER-HOLDER
           END-IF
           PERFORM LIST-ONE-OTHER-HOLDER
               VARYING WS-AH-SUB FROM 1 BY 1
               UNTIL WS-AH-SUB > WS-AH-COUNT.

       LIST-ONE-OTHER-HOLDER.
           IF WS-AH-ACCOUNT(WS-AH-SUB) = ACCOUNT-NO
              AND FUNCTION TRIM(WS-AH-CUST(WS-AH-SUB)) NOT =
                  FUNCTION TRIM(WS-WANT-CUST-NO)
               MOVE WS-AH-CUST(WS-AH-SUB) TO WS-LOOK-CUST-NO
               MOVE WS-AH-ROLE(WS-AH-SUB) TO WS-LOOK-ROLE
               PERFORM SHOW-OTHER-HOLDER
           END-IF.

       SHOW-OTHER-HOLDER.
           MOVE "(NOT ON CUSTOMER FILE)" TO WS-LOOK-NAME
           MOVE WS-LOOK-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-LOOK-NAME
           END-READ
           DISPLAY "    WITH " WS-LOOK-CUST-NO " " WS-LOOK-ROLE " "
               WS-LOOK-NAME.

       FIND-MY-HOLDING.
           IF WS-AH-ACCOUNT(WS-AH-SUB) = ACCOUNT-NO
              AND FUNCTION TRIM(WS-AH-CUST(WS-AH-SUB)) =
                  FUNCTION TRIM(WS-WANT-CUST-NO)
               MOVE WS-AH-ROLE(WS-AH-SUB) TO WS-MY-ROLE
           END-IF.

       LOAD-ACCOUNT-HOLDERS.
           MOVE 0 TO WS-AH-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCTHLDR-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCTHLDR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AH-STATUS = 'A' AND WS-AH-COUNT < 2000
                           ADD 1 TO WS-AH-COUNT
                           MOVE AH-ACCOUNT-NO
                               TO WS-AH-ACCOUNT(WS-AH-COUNT)
                           MOVE AH-CUST-NO TO WS-AH-CUST(WS-AH-COUNT)
                           MOVE AH-ROLE TO WS-AH-ROLE(WS-AH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTHLDR-FILE.

       PRINT-CCY-TOTAL.
           MOVE WS-CCY-TOTAL(WS-CCY-SUB) TO WS-TOTAL-DISP
           DISPLAY "  " WS-CCY-CODE(WS-CCY-SUB) " " WS-TOTAL-DISP.
