      *              is joined through ACCOUNT-CUST-NO to CUSTOMER.dat
      *              the way CUSTINQ joins, so the report carries
      *              CUST-NAME, CUST-ID-TYPE and CUST-ID-NUMBER ready
      *              for the regulator's form, with a line for each
      *              other active holder of the account from
      *              ACCTHLDR.dat. The report is written
      *              to COMPL.YYYYMMDD.txt and archived per day.
      * Tectonics:   cobc
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCTHLDR-FILE ASSIGN TO "ACCTHLDR.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSLOG-FILE.
       01  TRANSLOG-RECORD.
           05 TRANSLOG-ACCT-DATE-KEY.
               10 TRANSLOG-ACCOUNT-NO   PIC X(10).
               10 TRANSLOG-DATE         PIC 9(8).
           05 TRANSLOG-TIME             PIC 9(6).
           05 TRANSLOG-TYPE             PIC X(1).
           05 TRANSLOG-AMOUNT           PIC 9(8)V99.
           05 TRANSLOG-BALANCE          PIC S9(8)V99.
           05 TRANSLOG-DRCR             PIC X(1).
           05 TRANSLOG-COUNTERPARTY     PIC X(10).
           05 TRANSLOG-POSTING-SEQ      PIC 9(8).
           05 TRANSLOG-REF-SEQ          PIC 9(8).
           05 TRANSLOG-APPLIED-RATE     PIC 9(4)V9(6).
           05 TRANSLOG-BRANCH           PIC X(4).

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

       01  WS-RPT-ID-NUMBER PIC X(13) VALUE SPACE.
       01  WS-WANT-CUST-NO  PIC X(8) VALUE SPACE.
       01  WS-ACCT-FOUND    PIC X VALUE 'N'.
       01  WS-EOFH-FLAG     PIC X VALUE 'N'.
       01  WS-ROLE-TEXT     PIC X(9) VALUE SPACE.

       01  WS-FLAG-TAG      PIC X(10) VALUE SPACE.
       01  WS-LARGE-COUNT   PIC 9(4) VALUE 0.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
           END-STRING
           WRITE REPORT-LINE
           DISPLAY WS-AC-ACCNO(WS-AC-SUB) " " WS-FLAG-TAG " "
               FUNCTION TRIM(WS-RPT-NAME)
           PERFORM WRITE-OTHER-HOLDERS.

      *  Joint holders, guardians and signatories on the flagged
      *  account go on the form with the primary customer.
       WRITE-OTHER-HOLDERS.
           MOVE 'N' TO WS-EOFH-FLAG
           OPEN INPUT ACCTHLDR-FILE
           PERFORM UNTIL WS-EOFH-FLAG = 'Y'
               READ ACCTHLDR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOFH-FLAG
                   NOT AT END
                       IF AH-ACCOUNT-NO = WS-AC-ACCNO(WS-AC-SUB)
                          AND AH-STATUS = 'A'
                           PERFORM WRITE-ONE-HOLDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTHLDR-FILE.

       WRITE-ONE-HOLDER.
           EVALUATE AH-ROLE
               WHEN 'J'  MOVE "JOINT" TO WS-ROLE-TEXT
               WHEN 'G'  MOVE "GUARDIAN" TO WS-ROLE-TEXT
               WHEN OTHER
                         MOVE "SIGNATORY" TO WS-ROLE-TEXT
           END-EVALUATE
           MOVE "(CUSTOMER NOT ON FILE)" TO WS-RPT-NAME
           MOVE SPACE TO WS-RPT-ID-TYPE
           MOVE SPACE TO WS-RPT-ID-NUMBER
           OPEN INPUT CUSTOMER-FILE
           MOVE AH-CUST-NO TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-RPT-NAME
                   MOVE CUST-ID-TYPE TO WS-RPT-ID-TYPE
                   MOVE CUST-ID-NUMBER TO WS-RPT-ID-NUMBER
           END-READ
           CLOSE CUSTOMER-FILE
           MOVE SPACE TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-RPT-NAME DELIMITED BY SIZE
                  " ID " DELIMITED BY SIZE
                  WS-RPT-ID-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-ID-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ROLE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *  Join flagged account through ACCOUNT-CUST-NO to CUSTOMER.dat
      *  for the regulator's form fields.
