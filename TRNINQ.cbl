      *              archived month is followed into the dated
      *              TRNARCH files (TRANSLOG.YYYYMM.dat) month by
      *              month, the way HOEXTRC reaches them for reruns,
      *              then the live log is read through its posting
      *              sequence or account/date key; archived entries
      *              never sit in both places so nothing lists twice.
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
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSLOG-FILE.
       01  TRANSLOG-RECORD.
           05 TRANSLOG-ACCT-DATE-KEY.
               10 TRANSLOG-ACCOUNT-NO   PIC X(10).
               10 TRANSLOG-DATE         PIC 9(8).
           05 FILLER                    PIC X(38).
           05 TRANSLOG-POSTING-SEQ      PIC 9(8).
           05 FILLER                    PIC X(22).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(86).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
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

       01  WS-MATCH-COUNT    PIC 9(6) VALUE 0.
       01  WS-SCANNED-COUNT  PIC 9(8) VALUE 0.
       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-BALANCE-DISP   PIC --,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               ADD 1 TO WS-SCAN-MM
           END-IF.

      *  An exact posting sequence is one keyed read; an account
      *  starts at its first posting on or after the from date and
      *  stops once the account or the date range runs out; anything
      *  else walks the whole live log in posting order.
       SCAN-LIVE-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           EVALUATE TRUE
               WHEN WS-WANT-SEQ > 0
                   PERFORM READ-LIVE-BY-SEQ
               WHEN WS-WANT-ACCNO NOT = SPACE
                   PERFORM SCAN-LIVE-BY-ACCOUNT
               WHEN OTHER
                   PERFORM SCAN-LIVE-IN-SEQ
           END-EVALUATE
           CLOSE TRANSLOG-FILE.

       READ-LIVE-BY-SEQ.
           MOVE WS-WANT-SEQ TO TRANSLOG-POSTING-SEQ
           READ TRANSLOG-FILE INTO WS-SCAN-ENTRY
               KEY IS TRANSLOG-POSTING-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SCANNED-COUNT
                   PERFORM CHECK-ONE-ENTRY
           END-READ.

       SCAN-LIVE-BY-ACCOUNT.
           MOVE WS-WANT-ACCNO TO TRANSLOG-ACCOUNT-NO
           MOVE WS-FROM-DATE TO TRANSLOG-DATE
           START TRANSLOG-FILE
               KEY IS NOT LESS THAN TRANSLOG-ACCT-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD INTO WS-SCAN-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRANSLOG-ACCOUNT-NO NOT = WS-WANT-ACCNO
                          OR (WS-TO-DATE > 0
                              AND TRANSLOG-DATE > WS-TO-DATE)
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-SCANNED-COUNT
                           PERFORM CHECK-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-LIVE-IN-SEQ.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD INTO WS-SCAN-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       PERFORM CHECK-ONE-ENTRY
               END-READ
           END-PERFORM.

      *  Every keyed criterion must hold; anything left blank or
      *  zero lets the entry through.
