      ******************************************************************
      * Author:      Interbank Confirmation Intake
      * Date:        2026
      * Purpose:     Clear the interbank settlement suspense from the
      *              clearing house's confirmation file
      *              (IBCONF.YYYYMMDD.dat) answering an IBOUTWD
      *              outward file. The header date and the trailer
      *              count and amount hash are proved before anything
      *              is applied, as HOINTAKE does. Each detail names
      *              the outward reference (the posting sequence of
      *              the original debit) and says accepted or
      *              rejected: an accepted item is marked settled and
      *              its suspense-to-settlement movement is written to
      *              GLENTRY.dat for GLPOST; a rejected item is
      *              credited back to the customer's account with a
      *              TRANSLOG-FILE entry of type 'B' pointing at the
      *              original debit through TRANSLOG-REF-SEQ. Details
      *              that match nothing sent, disagree on amount, or
      *              were already answered go to an exception file
      *              for the payments desk. Both movements are booked
      *              at the branch of the original debit, where GLPOST
      *              put the suspense. Items settled or refunded more
      *              than 90 days back are purged as the register is
      *              written back.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBCONFRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NO.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL IBXFER-FILE ASSIGN TO "IBXFER.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFIRM-FILE ASSIGN USING WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Unmatched or disputed details, original image plus a
      *  reason, for the payments desk to take up with the clearing
      *  house.
           SELECT EXCEPTION-FILE ASSIGN USING WS-EXC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLENTRY-FILE ASSIGN TO "GLENTRY.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTSEQ-FILE ASSIGN TO "POSTSEQ.dat"
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

      *  Interbank outward register. Status P = pending send,
      *  S = sent, C = confirmed/settled, R = rejected and refunded.
       FD  IBXFER-FILE.
       01  IBXFER-RECORD.
           05 IB-REF-SEQ             PIC 9(8).
           05 IB-ACCOUNT-NO          PIC X(10).
           05 IB-BANK-CODE           PIC X(4).
           05 IB-BENEF-ACCOUNT       PIC X(20).
           05 IB-BENEF-NAME          PIC X(20).
           05 IB-AMOUNT              PIC 9(8)V99.
           05 IB-CURRENCY            PIC X(3).
           05 IB-INIT-DATE           PIC 9(8).
           05 IB-CHANNEL             PIC X(1).
           05 IB-OPERATOR            PIC X(8).
           05 IB-STATUS              PIC X(1).
           05 IB-SENT-DATE           PIC 9(8).
           05 IB-SETTLE-DATE         PIC 9(8).
           05 IB-REJECT-CODE         PIC X(4).

      *  Fixed-layout confirmation records: 'H' header, 'D' detail,
      *  'T' trailer in one 80-byte record area.
       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD               PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD             PIC X(86).

      *  Bank-side GL movements journaled by GLPOST through GLCHART.
       FD  GLENTRY-FILE.
       01  GLENTRY-RECORD.
           05 GE-DATE                PIC 9(8).
           05 GE-TRAN-TYPE           PIC X(1).
           05 GE-DRCR                PIC X(1).
           05 GE-AMOUNT              PIC 9(10)V99.
           05 GE-SOURCE-SEQ          PIC 9(8).
           05 GE-SOURCE              PIC X(8).
           05 GE-BRANCH              PIC X(4).

       FD  POSTSEQ-FILE.
       01  POSTSEQ-RECORD.
           05 POSTSEQ-LAST           PIC 9(8).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.

       01  WS-FILE-DATE-KEY  PIC 9(8) VALUE 0.
       01  WS-IN-FILENAME    PIC X(30) VALUE SPACE.
       01  WS-EXC-FILENAME   PIC X(30) VALUE SPACE.

      *  Every confirmation record is read into this one area and
      *  picked apart by the record-type byte.
       01  WS-IN-RECORD      PIC X(80) VALUE SPACE.
       01  WS-IN-TYPE-BYTE REDEFINES WS-IN-RECORD PIC X(1).
       01  WS-IN-HEADER REDEFINES WS-IN-RECORD.
           05 FILLER             PIC X(1).
           05 WS-HDR-DATE        PIC 9(8).
           05 WS-HDR-BANK        PIC X(4).
           05 FILLER             PIC X(67).
       01  WS-IN-DETAIL REDEFINES WS-IN-RECORD.
           05 FILLER             PIC X(1).
           05 WS-DET-REF-SEQ     PIC 9(8).
           05 WS-DET-AMOUNT      PIC 9(8)V99.
           05 WS-DET-RESULT      PIC X(1).
           05 WS-DET-REASON      PIC X(4).
           05 FILLER             PIC X(56).
       01  WS-IN-TRAILER REDEFINES WS-IN-RECORD.
           05 FILLER             PIC X(1).
           05 WS-TRL-COUNT       PIC 9(8).
           05 WS-TRL-HASH        PIC 9(12)V99.
           05 FILLER             PIC X(57).

      *  Control-pass results proved before anything is applied
       01  WS-HEADER-SEEN    PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN   PIC X VALUE 'N'.
       01  WS-FILE-DATE      PIC 9(8) VALUE 0.
       01  WS-FILE-COUNT     PIC 9(8) VALUE 0.
       01  WS-FILE-HASH      PIC 9(12)V99 VALUE 0.
       01  WS-SCAN-COUNT     PIC 9(8) VALUE 0.
       01  WS-SCAN-HASH      PIC 9(12)V99 VALUE 0.
       01  WS-CONTROLS-OK    PIC X VALUE 'N'.

      *  Register loaded whole and written back after the run.
       01  WS-IB-TABLE.
           05 WS-IB-ENTRY OCCURS 2000 TIMES.
               10 WS-IB-RECORD   PIC X(113).
       01  WS-IB-COUNT      PIC 9(4) VALUE 0.
       01  WS-IB-SUB        PIC 9(4) VALUE 0.
       01  WS-IB-IDX        PIC 9(4) VALUE 0.
       01  WS-IB-MATCH      PIC X VALUE 'N'.

       01  WS-WORK-ENTRY.
           05 WS-WK-REF-SEQ          PIC 9(8).
           05 WS-WK-ACCOUNT-NO       PIC X(10).
           05 WS-WK-BANK-CODE        PIC X(4).
           05 WS-WK-BENEF-ACCOUNT    PIC X(20).
           05 WS-WK-BENEF-NAME       PIC X(20).
           05 WS-WK-AMOUNT           PIC 9(8)V99.
           05 WS-WK-CURRENCY         PIC X(3).
           05 WS-WK-INIT-DATE        PIC 9(8).
           05 WS-WK-CHANNEL          PIC X(1).
           05 WS-WK-OPERATOR         PIC X(8).
           05 WS-WK-STATUS           PIC X(1).
           05 WS-WK-SENT-DATE        PIC 9(8).
           05 WS-WK-SETTLE-DATE      PIC 9(8).
           05 WS-WK-REJECT-CODE      PIC X(4).

      *  Apply-pass fields
       01  WS-EXC-REASON     PIC X(6) VALUE SPACE.
       01  WS-NEW-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-POST-BRANCH    PIC X(4) VALUE SPACE.
       01  WS-ORIG-BRANCH    PIC X(4) VALUE SPACE.

      *  Answered items kept this long for the ATM payee history
       01  WS-RETAIN-DAYS    PIC 9(3) VALUE 90.
       01  WS-PURGE-BEFORE   PIC 9(8) VALUE 0.
       01  WS-EXCEPTION-IMAGE.
           05 WS-EXC-DETAIL      PIC X(80).
           05 WS-EXC-CODE        PIC X(6).

       01  TRANSLOG-CURRENT-DATE-TIME.
           05  TRANSLOG-CURRENT-DATE  PIC 9(8).
           05  TRANSLOG-CURRENT-TIME  PIC 9(6).

       01  WS-POSTING-SEQ    PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.

      *  Run summary counters
       01  WS-SETTLED-COUNT  PIC 9(6) VALUE 0.
       01  WS-SETTLED-TOTAL  PIC 9(12)V99 VALUE 0.
       01  WS-REFUND-COUNT   PIC 9(6) VALUE 0.
       01  WS-REFUND-TOTAL   PIC 9(12)V99 VALUE 0.
       01  WS-EXC-COUNT      PIC 9(6) VALUE 0.
       01  WS-TOTAL-DISP     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   INTERBANK CONFIRMATION INTAKE              ".
           DISPLAY "==============================================".
           DISPLAY "ENTER DATE OF CONFIRMATION FILE (YYYYMMDD): "
           ACCEPT WS-FILE-DATE-KEY

           MOVE SPACE TO WS-IN-FILENAME
           STRING "IBCONF." DELIMITED BY SIZE
                  WS-FILE-DATE-KEY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-IN-FILENAME
           END-STRING
           MOVE SPACE TO WS-EXC-FILENAME
           STRING "IBCONF." DELIMITED BY SIZE
                  WS-FILE-DATE-KEY DELIMITED BY SIZE
                  ".exc" DELIMITED BY SIZE
               INTO WS-EXC-FILENAME
           END-STRING

           PERFORM TRANSLOG-FORMAT-DATE-TIME

           PERFORM VERIFY-FILE-CONTROLS
           IF WS-CONTROLS-OK NOT = 'Y'
               DISPLAY "CONTROL CHECK FAILED - NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-IBXFER-TABLE
           PERFORM APPLY-CONFIRMATIONS
           PERFORM REWRITE-IBXFER-FILE

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "CONFIRMATION FILE : " WS-IN-FILENAME.
           MOVE WS-SETTLED-TOTAL TO WS-TOTAL-DISP
           DISPLAY "ITEMS SETTLED     : " WS-SETTLED-COUNT
               "  " WS-TOTAL-DISP.
           MOVE WS-REFUND-TOTAL TO WS-TOTAL-DISP
           DISPLAY "ITEMS REFUNDED    : " WS-REFUND-COUNT
               "  " WS-TOTAL-DISP.
           DISPLAY "EXCEPTIONS        : " WS-EXC-COUNT.
           IF WS-EXC-COUNT > 0
               DISPLAY "EXCEPTION FILE    : " WS-EXC-FILENAME
           END-IF
           DISPLAY "==============================================".

           STOP RUN.

      *  First pass: the header must carry the date the file was
      *  asked for, and the trailer must prove the detail count and
      *  amount hash.
       VERIFY-FILE-CONTROLS.
           MOVE 'N' TO WS-CONTROLS-OK
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE 0 TO WS-SCAN-COUNT
           MOVE 0 TO WS-SCAN-HASH

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONFIRM-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONFIRM-FILE INTO WS-IN-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TALLY-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE CONFIRM-FILE

           IF WS-HEADER-SEEN NOT = 'Y'
               DISPLAY "NO HEADER RECORD ON CONFIRMATION FILE"
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY "NO TRAILER RECORD ON CONFIRMATION FILE"
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-DATE NOT = WS-FILE-DATE-KEY
               DISPLAY "HEADER DATE " WS-FILE-DATE
                   " IS NOT THE FILE DATE " WS-FILE-DATE-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-COUNT NOT = WS-FILE-COUNT
               DISPLAY "TRAILER COUNT " WS-FILE-COUNT
                   " BUT " WS-SCAN-COUNT " DETAILS ON FILE"
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-HASH NOT = WS-FILE-HASH
               DISPLAY "TRAILER HASH DOES NOT MATCH THE DETAILS"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CONTROLS-OK.

       TALLY-CONTROL-RECORD.
           EVALUATE WS-IN-TYPE-BYTE
               WHEN 'H'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE WS-HDR-DATE TO WS-FILE-DATE
               WHEN 'D'
                   ADD 1 TO WS-SCAN-COUNT
                   ADD WS-DET-AMOUNT TO WS-SCAN-HASH
               WHEN 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE WS-TRL-COUNT TO WS-FILE-COUNT
                   MOVE WS-TRL-HASH TO WS-FILE-HASH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  Second pass: match each detail to its sent item and settle
      *  or refund it.
       APPLY-CONFIRMATIONS.
           OPEN OUTPUT EXCEPTION-FILE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONFIRM-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONFIRM-FILE INTO WS-IN-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-IN-TYPE-BYTE = 'D'
                           PERFORM APPLY-ONE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIRM-FILE
           CLOSE EXCEPTION-FILE.

       APPLY-ONE-DETAIL.
           MOVE SPACE TO WS-EXC-REASON
           MOVE 'N' TO WS-IB-MATCH
           PERFORM FIND-IBXFER-SLOT
               VARYING WS-IB-SUB FROM 1 BY 1
               UNTIL WS-IB-SUB > WS-IB-COUNT
           IF WS-IB-MATCH NOT = 'Y'
               MOVE "NOREF " TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IB-RECORD(WS-IB-IDX) TO WS-WORK-ENTRY
           IF WS-WK-STATUS = 'C' OR WS-WK-STATUS = 'R'
               MOVE "DUPANS" TO WS-EXC-REASON
           END-IF
           IF WS-WK-STATUS = 'P'
               MOVE "NOTSNT" TO WS-EXC-REASON
           END-IF
           IF WS-EXC-REASON = SPACE
              AND WS-DET-AMOUNT NOT = WS-WK-AMOUNT
               MOVE "AMTMIS" TO WS-EXC-REASON
           END-IF
           IF WS-EXC-REASON = SPACE
              AND WS-DET-RESULT NOT = 'A'
              AND WS-DET-RESULT NOT = 'R'
               MOVE "BADRES" TO WS-EXC-REASON
           END-IF
           IF WS-EXC-REASON NOT = SPACE
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-ORIGINAL-BRANCH
           IF WS-DET-RESULT = 'A'
               PERFORM SETTLE-ITEM
           ELSE
               PERFORM REFUND-ITEM
           END-IF
           IF WS-EXC-REASON NOT = SPACE
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ENTRY TO WS-IB-RECORD(WS-IB-IDX).

       FIND-IBXFER-SLOT.
           MOVE WS-IB-RECORD(WS-IB-SUB) TO WS-WORK-ENTRY
           IF WS-WK-REF-SEQ = WS-DET-REF-SEQ
               MOVE 'Y' TO WS-IB-MATCH
               MOVE WS-IB-SUB TO WS-IB-IDX
           END-IF.

      *  Accepted: the money has left through settlement, so the
      *  suspense is cleared to the clearing settlement account by a
      *  GL-only movement (type 'B', side 'S' in GLCHART).
       SETTLE-ITEM.
           MOVE 'C' TO WS-WK-STATUS
           MOVE TRANSLOG-CURRENT-DATE TO WS-WK-SETTLE-DATE

           OPEN EXTEND GLENTRY-FILE
               MOVE TRANSLOG-CURRENT-DATE TO GE-DATE
               MOVE 'B' TO GE-TRAN-TYPE
               MOVE 'S' TO GE-DRCR
               MOVE WS-WK-AMOUNT TO GE-AMOUNT
               MOVE WS-WK-REF-SEQ TO GE-SOURCE-SEQ
               MOVE "IBCONFRM" TO GE-SOURCE
               MOVE WS-ORIG-BRANCH TO GE-BRANCH
               WRITE GLENTRY-RECORD
           CLOSE GLENTRY-FILE

           ADD 1 TO WS-SETTLED-COUNT
           ADD WS-WK-AMOUNT TO WS-SETTLED-TOTAL
           MOVE WS-WK-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY WS-WK-REF-SEQ " " WS-WK-ACCOUNT-NO " "
               WS-AMOUNT-DISP " SETTLED".

      *  Rejected: credit the customer back out of the suspense. The
      *  refund goes in even on a locked or dormant account - it is
      *  the customer's own money coming home.
       REFUND-ITEM.
           OPEN I-O ACCOUNT-FILE
           MOVE WS-WK-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "NOACCT" TO WS-EXC-REASON
               NOT INVALID KEY
                   ADD WS-WK-AMOUNT TO BALANCE
                   MOVE BALANCE TO WS-NEW-BALANCE
                   MOVE WS-ORIG-BRANCH TO WS-POST-BRANCH
                   REWRITE ACCOUNT-RECORD
           END-READ
           CLOSE ACCOUNT-FILE
           IF WS-EXC-REASON NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REFUND-TRANSLOG
           MOVE 'R' TO WS-WK-STATUS
           MOVE TRANSLOG-CURRENT-DATE TO WS-WK-SETTLE-DATE
           MOVE WS-DET-REASON TO WS-WK-REJECT-CODE

           ADD 1 TO WS-REFUND-COUNT
           ADD WS-WK-AMOUNT TO WS-REFUND-TOTAL
           MOVE WS-WK-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY WS-WK-REF-SEQ " " WS-WK-ACCOUNT-NO " "
               WS-AMOUNT-DISP " REJECTED " WS-DET-REASON
               " - REFUNDED".

      *  Type 'B' credit; TRANSLOG-REF-SEQ carries the original debit
      *  the way a reversal points at what it reverses.
       WRITE-REFUND-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           OPEN I-O TRANSLOG-FILE
               MOVE WS-WK-ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE 'B' TO TRANSLOG-TYPE
               MOVE WS-WK-AMOUNT TO TRANSLOG-AMOUNT
               MOVE WS-NEW-BALANCE TO TRANSLOG-BALANCE
               MOVE 'C' TO TRANSLOG-DRCR
               MOVE WS-WK-BANK-CODE TO TRANSLOG-COUNTERPARTY
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE WS-WK-REF-SEQ TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-POST-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

      *  The original debit's branch, the one GLPOST booked the
      *  suspense at; 0001 if it is blank or gone from the log.
       GET-ORIGINAL-BRANCH.
           MOVE SPACE TO WS-ORIG-BRANCH
           OPEN INPUT TRANSLOG-FILE
           MOVE WS-WK-REF-SEQ TO TRANSLOG-POSTING-SEQ
           READ TRANSLOG-FILE
               KEY IS TRANSLOG-POSTING-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRANSLOG-BRANCH TO WS-ORIG-BRANCH
           END-READ
           CLOSE TRANSLOG-FILE
           IF WS-ORIG-BRANCH = SPACE
               MOVE "0001" TO WS-ORIG-BRANCH
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-IN-RECORD TO WS-EXC-DETAIL
           MOVE WS-EXC-REASON TO WS-EXC-CODE
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-IMAGE
           DISPLAY WS-DET-REF-SEQ " EXCEPTION - " WS-EXC-REASON.

       LOAD-IBXFER-TABLE.
           MOVE 0 TO WS-IB-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT IBXFER-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ IBXFER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-IB-COUNT < 2000
                           ADD 1 TO WS-IB-COUNT
                           MOVE IBXFER-RECORD
                               TO WS-IB-RECORD(WS-IB-COUNT)
                       ELSE
                           DISPLAY "IBXFER TABLE FULL - RUN STOPPED"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IBXFER-FILE.

      *  Settled and refunded items are finished with once they are
      *  past the retention period and are dropped, so the register
      *  stays within the table; everything still open is written
      *  back as it was.
       REWRITE-IBXFER-FILE.
           COMPUTE WS-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TRANSLOG-CURRENT-DATE)
               - WS-RETAIN-DAYS)
           OPEN OUTPUT IBXFER-FILE
           PERFORM WRITE-IBXFER-SLOT
               VARYING WS-IB-SUB FROM 1 BY 1
               UNTIL WS-IB-SUB > WS-IB-COUNT
           CLOSE IBXFER-FILE.

       WRITE-IBXFER-SLOT.
           MOVE WS-IB-RECORD(WS-IB-SUB) TO WS-WORK-ENTRY
           IF (WS-WK-STATUS = 'C' OR WS-WK-STATUS = 'R')
              AND WS-WK-SETTLE-DATE < WS-PURGE-BEFORE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IB-RECORD(WS-IB-SUB) TO IBXFER-RECORD
           WRITE IBXFER-RECORD.

       TRANSLOG-FORMAT-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO TRANSLOG-CURRENT-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO TRANSLOG-CURRENT-DATE
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

      *  Next shared posting sequence from POSTSEQ.dat, the same
      *  read / add one / rewrite the other TRANSLOG writers use.
       GET-NEXT-POSTING-SEQ.
           MOVE 0 TO WS-POSTING-SEQ
           OPEN INPUT POSTSEQ-FILE
           READ POSTSEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE POSTSEQ-LAST TO WS-POSTING-SEQ
           END-READ
           CLOSE POSTSEQ-FILE

           ADD 1 TO WS-POSTING-SEQ
           OPEN OUTPUT POSTSEQ-FILE
               MOVE WS-POSTING-SEQ TO POSTSEQ-LAST
               WRITE POSTSEQ-RECORD
           CLOSE POSTSEQ-FILE.
       END PROGRAM IBCONFRM.
