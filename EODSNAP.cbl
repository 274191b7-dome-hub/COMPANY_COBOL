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

       FD  BALHIST-FILE.
       01  BALHIST-RECORD.
           05 BH-ACCOUNT-NO          PIC X(10).
           05 BH-DATE                PIC 9(8).
           05 BH-BALANCE             PIC S9(8)V99.

       FD  BALHIST-NEW.
       01  BALHIST-RECORD-NEW        PIC X(28).
