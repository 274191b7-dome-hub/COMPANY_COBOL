       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTERFACE-FILE ASSIGN USING WS-IF-FILENAME
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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(86).

      *  Fixed-layout interface records: 'H' header, 'D' detail, 'T'
      *  trailer, all carried in one 64-byte record area.
           05 WS-SCAN-TIME       PIC 9(6).
           05 WS-SCAN-TYPE       PIC X(1).
           05 WS-SCAN-AMOUNT     PIC 9(8)V99.
           05 WS-SCAN-BALANCE    PIC S9(8)V99.
           05 WS-SCAN-DRCR       PIC X(1).
           05 WS-SCAN-COUNTERPARTY PIC X(10).
           05 WS-SCAN-POSTING-SEQ PIC 9(8).
           05 WS-SCAN-REF-SEQ    PIC 9(8).
           05 WS-SCAN-APPLIED-RATE PIC 9(4)V9(6).
           05 WS-SCAN-BRANCH       PIC X(4).

       01  WS-HEADER-RECORD.
           05 WS-HDR-TYPE        PIC X(1) VALUE 'H'.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD INTO WS-SCAN-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
