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

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-FILE-RECORD.
           05 EMP-SALARY  PIC 9(7)V99.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD             PIC X(72).
       01  BACKUP-ACCT-VIEW REDEFINES BACKUP-RECORD.
           05 BA-ACCOUNT-NO          PIC X(10).
           05 BA-PIN                 PIC X(4).
           05 BA-ACCOUNT-NAME        PIC X(20).
           05 BA-BALANCE             PIC S9(8)V99.
           05 BA-FAILED-LOGINS       PIC 9(1).
           05 BA-LOCKED              PIC X(1).
           05 BA-MIN-BALANCE         PIC 9(8)V99.
           05 BA-CURRENCY            PIC X(3).
           05 BA-DORMANT             PIC X(1).
           05 BA-CUST-NO             PIC X(8).
           05 BA-BRANCH              PIC X(4).
       01  BACKUP-EMP-VIEW REDEFINES BACKUP-RECORD.
           05 BE-EMP-ID              PIC 9(5).
           05 BE-EMP-NAME            PIC X(30).
           05 BE-EMP-DEPART          PIC X(10).
           05 BE-EMP-SALARY          PIC 9(7)V99.
           05 FILLER                 PIC X(18).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
       01  WS-WANT-COUNT     PIC 9(8) VALUE 0.
       01  WS-WANT-TOTAL     PIC 9(12)V99 VALUE 0.
       01  WS-SEEN-COUNT     PIC 9(8) VALUE 0.
       01  WS-SEEN-TOTAL     PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-DISP     PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE BACKUP-RECORD TO ACCOUNT-RECORD
      *    A backup line with no home branch restores to the head
      *    office, branch 0001.
                       IF ACCOUNT-BRANCH = SPACE
                           MOVE "0001" TO ACCOUNT-BRANCH
                       END-IF
                       WRITE ACCOUNT-RECORD
               END-READ
           END-PERFORM
