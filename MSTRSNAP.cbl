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

       FD  ACCT-BACKUP-FILE.
       01  ACCT-BACKUP-RECORD        PIC X(72).

       FD  EMP-BACKUP-FILE.
       01  EMP-BACKUP-RECORD         PIC X(54).
       01  WS-EMP-CTL-NAME   PIC X(30) VALUE SPACE.

       01  WS-ACCT-COUNT     PIC 9(8) VALUE 0.
       01  WS-ACCT-TOTAL     PIC S9(12)V99 VALUE 0.
       01  WS-EMP-COUNT      PIC 9(8) VALUE 0.
       01  WS-EMP-TOTAL      PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-DISP     PIC Z,ZZZ,ZZZ,ZZ9.99.
