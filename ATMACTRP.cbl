       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.

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

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
