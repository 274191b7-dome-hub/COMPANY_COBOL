      ******************************************************************
      * Author:      Outward Cheque Clearing and Funds Release
      * Date:        2026
      * Purpose:     Work the other banks' cheques customers paid in at
      *              the TELLER counter (CHQDEP.dat). Returns first:
      *              each item on the day's returned-cheque file from
      *              the clearing house (OCRET.YYYYMMDD.dat) is matched
      *              to its uncleared deposit by drawee bank, cheque
      *              number and amount; the shadow credit is reversed
      *              with a type 'C' debit pointing back at the
      *              deposit, the 'UNCL' hold comes off, the CRTN
      *              return fee from FEESCHED.dat is charged as a
      *              type 'F' debit the way FEEASSESS posts fees, and
      *              the return is listed in OCRTN.YYYYMMDD.txt for the
      *              branch to call the customer. Then every deposit
      *              still uncleared whose clearing day has arrived
      *              has its hold released so the funds can be drawn.
      *              Released cheque holds are purged from HOLDS.dat
      *              as it is written back, and cleared and returned
      *              deposits from CHQDEP.dat.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCHQCLR.

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
           SELECT OPTIONAL CHQDEP-FILE ASSIGN TO "CHQDEP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  The day's returned outward cheques from the clearing house.
           SELECT OPTIONAL RETURNED-FILE ASSIGN USING WS-RET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURNS-FILE ASSIGN USING WS-RTN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEESCHED-FILE ASSIGN TO "FEESCHED.dat"
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

      *  One line per deposited cheque. Status U = uncleared (held),
      *  C = cleared and released, R = returned and reversed,
      *  E = returned but the reversal could not be taken.
       FD  CHQDEP-FILE.
       01  CHQDEP-RECORD.
           05 CD-REF-SEQ             PIC 9(8).
           05 CD-ACCOUNT-NO          PIC X(10).
           05 CD-BANK-CODE           PIC X(4).
           05 CD-CHEQUE-NO           PIC 9(8).
           05 CD-AMOUNT              PIC 9(8)V99.
           05 CD-DEPOSIT-DATE        PIC 9(8).
           05 CD-CLEAR-DATE          PIC 9(8).
           05 CD-OPERATOR            PIC X(8).
           05 CD-STATUS              PIC X(1).
           05 CD-RETURN-REASON       PIC X(4).
           05 CD-RETURN-DATE         PIC 9(8).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
           05 HD-ACCOUNT-NO          PIC X(10).
           05 HD-AMOUNT              PIC 9(8)V99.
           05 HD-REASON              PIC X(4).
           05 HD-PLACED-BY           PIC X(8).
           05 HD-PLACED-DATE         PIC 9(8).
           05 HD-EXPIRY-DATE         PIC 9(8).
           05 HD-STATUS              PIC X(1).

       FD  RETURNED-FILE.
       01  RETURNED-RECORD.
           05 OR-BANK-CODE           PIC X(4).
           05 OR-CHEQUE-NO           PIC 9(8).
           05 OR-AMOUNT              PIC 9(8)V99.
           05 OR-REASON              PIC X(4).

       FD  RETURNS-FILE.
       01  RETURNS-LINE              PIC X(80).

       FD  FEESCHED-FILE.
       01  FEESCHED-RECORD.
           05 FS-FEE-CODE            PIC X(4).
           05 FS-AMOUNT              PIC 9(6)V99.
           05 FS-RATE                PIC 9V9(4).
           05 FS-FREQUENCY           PIC X(1).

       FD  POSTSEQ-FILE.
       01  POSTSEQ-RECORD.
           05 POSTSEQ-LAST           PIC 9(8).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.

       01  WS-RET-FILENAME   PIC X(30) VALUE SPACE.
       01  WS-RTN-FILENAME   PIC X(30) VALUE SPACE.

      *  Deposit register loaded whole and written back after the run
       01  WS-CD-TABLE.
           05 WS-CD-ENTRY OCCURS 2000 TIMES.
               10 WS-CD-RECORD   PIC X(77).
       01  WS-CD-COUNT      PIC 9(4) VALUE 0.
       01  WS-CD-SUB        PIC 9(4) VALUE 0.
       01  WS-CD-IDX        PIC 9(4) VALUE 0.
       01  WS-CD-MATCH      PIC X VALUE 'N'.

       01  WS-WORK-ENTRY.
           05 WS-WK-REF-SEQ          PIC 9(8).
           05 WS-WK-ACCOUNT-NO       PIC X(10).
           05 WS-WK-BANK-CODE        PIC X(4).
           05 WS-WK-CHEQUE-NO        PIC 9(8).
           05 WS-WK-AMOUNT           PIC 9(8)V99.
           05 WS-WK-DEPOSIT-DATE     PIC 9(8).
           05 WS-WK-CLEAR-DATE       PIC 9(8).
           05 WS-WK-OPERATOR         PIC X(8).
           05 WS-WK-STATUS           PIC X(1).
           05 WS-WK-RETURN-REASON    PIC X(4).
           05 WS-WK-RETURN-DATE      PIC 9(8).

      *  Holds loaded whole so the cheque holds can be released
       01  WS-HD-TABLE.
           05 WS-HD-ENTRY OCCURS 2000 TIMES.
               10 WS-HD-RECORD   PIC X(49).
       01  WS-HD-COUNT      PIC 9(4) VALUE 0.
       01  WS-HD-SUB        PIC 9(4) VALUE 0.
       01  WS-HD-IDX        PIC 9(4) VALUE 0.
       01  WS-HD-MATCH      PIC X VALUE 'N'.

       01  WS-HD-WORK.
           05 WS-HDW-ACCOUNT-NO  PIC X(10).
           05 WS-HDW-AMOUNT      PIC 9(8)V99.
           05 WS-HDW-REASON      PIC X(4).
           05 WS-HDW-PLACED-BY   PIC X(8).
           05 WS-HDW-PLACED-DATE PIC 9(8).
           05 WS-HDW-EXPIRY      PIC 9(8).
           05 WS-HDW-STATUS      PIC X(1).

      *  Return fee: FEESCHED.dat code CRTN, 200.00 when not on file
       01  WS-RETURN-FEE     PIC 9(6)V99 VALUE 200.00.
       01  WS-FEE-TAKEN      PIC X VALUE 'N'.
       01  WS-FEE-NOTE       PIC X(12) VALUE SPACE.

       01  WS-RUN-DATE       PIC 9(8) VALUE 0.
       01  WS-REVERSE-OK     PIC X VALUE 'N'.
       01  WS-NEW-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-POST-BRANCH    PIC X(4) VALUE SPACE.
       01  WS-LIST-NAME      PIC X(20) VALUE SPACE.
       01  WS-POST-AMOUNT    PIC 9(8)V99 VALUE 0.
       01  WS-POST-TYPE      PIC X(1) VALUE SPACE.
       01  WS-POST-COUNTERPARTY PIC X(10) VALUE SPACE.
       01  WS-POST-REF-SEQ   PIC 9(8) VALUE 0.

       01  TRANSLOG-CURRENT-DATE-TIME.
           05  TRANSLOG-CURRENT-DATE  PIC 9(8).
           05  TRANSLOG-CURRENT-TIME  PIC 9(6).

       01  WS-POSTING-SEQ    PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.

      *  Run summary counters
       01  WS-RETURNED-COUNT PIC 9(6) VALUE 0.
       01  WS-RETURNED-TOTAL PIC 9(12)V99 VALUE 0.
       01  WS-NOMATCH-COUNT  PIC 9(6) VALUE 0.
       01  WS-SHORT-COUNT    PIC 9(6) VALUE 0.
       01  WS-FEE-COUNT      PIC 9(6) VALUE 0.
       01  WS-RELEASED-COUNT PIC 9(6) VALUE 0.
       01  WS-RELEASED-TOTAL PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-DISP     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   OUTWARD CHEQUE CLEARING AND RELEASE        ".
           DISPLAY "==============================================".
           PERFORM TRANSLOG-FORMAT-DATE-TIME
           MOVE TRANSLOG-CURRENT-DATE TO WS-RUN-DATE

           MOVE SPACE TO WS-RET-FILENAME
           STRING "OCRET." DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-RET-FILENAME
           END-STRING
           MOVE SPACE TO WS-RTN-FILENAME
           STRING "OCRTN." DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RTN-FILENAME
           END-STRING

           PERFORM READ-RETURN-FEE
           PERFORM LOAD-CHQDEP-TABLE
           PERFORM LOAD-HOLDS-TABLE

           OPEN OUTPUT RETURNS-FILE
           MOVE "RETURNED DEPOSITED CHEQUES - CALL THE CUSTOMER"
               TO RETURNS-LINE
           WRITE RETURNS-LINE
           MOVE ALL "-" TO RETURNS-LINE
           WRITE RETURNS-LINE

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RETURNED-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RETURNED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM RETURN-ONE-CHEQUE
               END-READ
           END-PERFORM
           CLOSE RETURNED-FILE
           CLOSE RETURNS-FILE

           PERFORM RELEASE-ONE-DEPOSIT
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT

           PERFORM REWRITE-CHQDEP-FILE
           PERFORM REWRITE-HOLDS-FILE

           DISPLAY " ".
           DISPLAY "==============================================".
           MOVE WS-RETURNED-TOTAL TO WS-TOTAL-DISP
           DISPLAY "CHEQUES RETURNED  : " WS-RETURNED-COUNT
               "  " WS-TOTAL-DISP.
           DISPLAY "RETURN FEES TAKEN : " WS-FEE-COUNT.
           DISPLAY "REVERSALS SHORT   : " WS-SHORT-COUNT.
           DISPLAY "RETURNS NOT FOUND : " WS-NOMATCH-COUNT.
           MOVE WS-RELEASED-TOTAL TO WS-TOTAL-DISP
           DISPLAY "FUNDS RELEASED    : " WS-RELEASED-COUNT
               "  " WS-TOTAL-DISP.
           DISPLAY "RETURNS LISTING   : " WS-RTN-FILENAME.
           DISPLAY "==============================================".

           STOP RUN.

      *  A returned cheque is matched to the uncleared deposit it
      *  came from; anything else is listed for the clearing desk.
       RETURN-ONE-CHEQUE.
           MOVE 'N' TO WS-CD-MATCH
           PERFORM FIND-DEPOSIT-SLOT
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT
           IF WS-CD-MATCH NOT = 'Y'
               ADD 1 TO WS-NOMATCH-COUNT
               MOVE OR-AMOUNT TO WS-AMOUNT-DISP
               MOVE SPACE TO RETURNS-LINE
               STRING "BANK " DELIMITED BY SIZE
                      OR-BANK-CODE DELIMITED BY SIZE
                      " CHQ " DELIMITED BY SIZE
                      OR-CHEQUE-NO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AMOUNT-DISP DELIMITED BY SIZE
                      " NO UNCLEARED DEPOSIT - REFER" DELIMITED BY SIZE
                   INTO RETURNS-LINE
               END-STRING
               WRITE RETURNS-LINE
               DISPLAY "BANK " OR-BANK-CODE " CHQ " OR-CHEQUE-NO
                   " - NO UNCLEARED DEPOSIT MATCHES"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CD-RECORD(WS-CD-IDX) TO WS-WORK-ENTRY
           PERFORM REVERSE-DEPOSIT
           MOVE OR-REASON TO WS-WK-RETURN-REASON
           MOVE WS-RUN-DATE TO WS-WK-RETURN-DATE
           IF WS-REVERSE-OK = 'Y'
               MOVE 'R' TO WS-WK-STATUS
               PERFORM RELEASE-DEPOSIT-HOLD
           ELSE
               MOVE 'E' TO WS-WK-STATUS
           END-IF
           MOVE WS-WORK-ENTRY TO WS-CD-RECORD(WS-CD-IDX)
           PERFORM WRITE-RETURN-LINE.

       FIND-DEPOSIT-SLOT.
           MOVE WS-CD-RECORD(WS-CD-SUB) TO WS-WORK-ENTRY
           IF WS-WK-STATUS = 'U'
              AND WS-WK-BANK-CODE = OR-BANK-CODE
              AND WS-WK-CHEQUE-NO = OR-CHEQUE-NO
              AND WS-WK-AMOUNT = OR-AMOUNT
              AND WS-CD-MATCH = 'N'
               MOVE 'Y' TO WS-CD-MATCH
               MOVE WS-CD-SUB TO WS-CD-IDX
           END-IF.

      *  Take the shadow credit back out, then the return fee if the
      *  account can stand it. The held funds are still in BALANCE,
      *  so the reversal itself is only short if the account was
      *  drawn below the held amount by a posting that ignores holds.
       REVERSE-DEPOSIT.
           MOVE 'N' TO WS-REVERSE-OK
           MOVE 'N' TO WS-FEE-TAKEN
           MOVE SPACE TO WS-LIST-NAME
           OPEN I-O ACCOUNT-FILE
           MOVE WS-WK-ACCOUNT-NO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-LIST-NAME
               NOT INVALID KEY
                   MOVE ACCOUNT-NAME TO WS-LIST-NAME
                   IF BALANCE >= WS-WK-AMOUNT
                       SUBTRACT WS-WK-AMOUNT FROM BALANCE
                       MOVE 'Y' TO WS-REVERSE-OK
                       IF BALANCE >= WS-RETURN-FEE
                          AND WS-RETURN-FEE > 0
                           SUBTRACT WS-RETURN-FEE FROM BALANCE
                           MOVE 'Y' TO WS-FEE-TAKEN
                       END-IF
                       MOVE ACCOUNT-BRANCH TO WS-POST-BRANCH
                       REWRITE ACCOUNT-RECORD
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE

           IF WS-REVERSE-OK NOT = 'Y'
               ADD 1 TO WS-SHORT-COUNT
               MOVE "NOT REVERSED" TO WS-FEE-NOTE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RETURNED-COUNT
           ADD WS-WK-AMOUNT TO WS-RETURNED-TOTAL
           COMPUTE WS-NEW-BALANCE = BALANCE
           IF WS-FEE-TAKEN = 'Y'
               ADD WS-RETURN-FEE TO WS-NEW-BALANCE
           END-IF
      *    GLCHART type 'C', side 'D' (returned cheque debit)
           MOVE 'C' TO WS-POST-TYPE
           MOVE WS-WK-AMOUNT TO WS-POST-AMOUNT
           MOVE WS-WK-BANK-CODE TO WS-POST-COUNTERPARTY
           MOVE WS-WK-REF-SEQ TO WS-POST-REF-SEQ
           PERFORM WRITE-DEBIT-TRANSLOG

           IF WS-FEE-TAKEN = 'Y'
               ADD 1 TO WS-FEE-COUNT
               MOVE "FEE CHARGED" TO WS-FEE-NOTE
               MOVE BALANCE TO WS-NEW-BALANCE
               MOVE 'F' TO WS-POST-TYPE
               MOVE WS-RETURN-FEE TO WS-POST-AMOUNT
               MOVE "CRTN" TO WS-POST-COUNTERPARTY
               MOVE WS-WK-REF-SEQ TO WS-POST-REF-SEQ
               PERFORM WRITE-DEBIT-TRANSLOG
           ELSE
               MOVE "FEE NOT TAKEN" TO WS-FEE-NOTE
           END-IF.

       WRITE-DEBIT-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           OPEN I-O TRANSLOG-FILE
               MOVE WS-WK-ACCOUNT-NO TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE WS-POST-TYPE TO TRANSLOG-TYPE
               MOVE WS-POST-AMOUNT TO TRANSLOG-AMOUNT
               MOVE WS-NEW-BALANCE TO TRANSLOG-BALANCE
               MOVE 'D' TO TRANSLOG-DRCR
               MOVE WS-POST-COUNTERPARTY TO TRANSLOG-COUNTERPARTY
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE WS-POST-REF-SEQ TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-POST-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

       WRITE-RETURN-LINE.
           MOVE WS-WK-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACE TO RETURNS-LINE
           STRING WS-WK-ACCOUNT-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LIST-NAME DELIMITED BY SIZE
                  " CHQ " DELIMITED BY SIZE
                  WS-WK-CHEQUE-NO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-WK-RETURN-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FEE-NOTE DELIMITED BY SIZE
               INTO RETURNS-LINE
           END-STRING
           WRITE RETURNS-LINE
           DISPLAY WS-WK-ACCOUNT-NO " CHQ " WS-WK-CHEQUE-NO
               " RETURNED " WS-WK-RETURN-REASON " - " WS-FEE-NOTE.

      *  Uncleared deposits whose clearing day has come are released.
       RELEASE-ONE-DEPOSIT.
           MOVE WS-CD-RECORD(WS-CD-SUB) TO WS-WORK-ENTRY
           IF WS-WK-STATUS = 'U'
              AND WS-WK-CLEAR-DATE <= WS-RUN-DATE
               PERFORM RELEASE-DEPOSIT-HOLD
               MOVE 'C' TO WS-WK-STATUS
               MOVE WS-WORK-ENTRY TO WS-CD-RECORD(WS-CD-SUB)
               ADD 1 TO WS-RELEASED-COUNT
               ADD WS-WK-AMOUNT TO WS-RELEASED-TOTAL
               MOVE WS-WK-AMOUNT TO WS-AMOUNT-DISP
               DISPLAY WS-WK-ACCOUNT-NO " CHQ " WS-WK-CHEQUE-NO
                   " " WS-AMOUNT-DISP " CLEARED - FUNDS RELEASED"
           END-IF.

      *  The deposit's hold is the active 'UNCL' hold on the account
      *  for the same amount placed on the deposit date.
       RELEASE-DEPOSIT-HOLD.
           MOVE 'N' TO WS-HD-MATCH
           PERFORM FIND-DEPOSIT-HOLD
               VARYING WS-HD-SUB FROM 1 BY 1
               UNTIL WS-HD-SUB > WS-HD-COUNT
           IF WS-HD-MATCH = 'Y'
               MOVE WS-HD-RECORD(WS-HD-IDX) TO WS-HD-WORK
               MOVE 'R' TO WS-HDW-STATUS
               MOVE WS-HD-WORK TO WS-HD-RECORD(WS-HD-IDX)
           END-IF.

       FIND-DEPOSIT-HOLD.
           MOVE WS-HD-RECORD(WS-HD-SUB) TO WS-HD-WORK
           IF WS-HD-MATCH = 'N'
              AND WS-HDW-STATUS = 'A'
              AND WS-HDW-REASON = "UNCL"
              AND WS-HDW-ACCOUNT-NO = WS-WK-ACCOUNT-NO
              AND WS-HDW-AMOUNT = WS-WK-AMOUNT
              AND WS-HDW-PLACED-DATE = WS-WK-DEPOSIT-DATE
               MOVE 'Y' TO WS-HD-MATCH
               MOVE WS-HD-SUB TO WS-HD-IDX
           END-IF.

       READ-RETURN-FEE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FEESCHED-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FEESCHED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FS-FEE-CODE = "CRTN"
                           MOVE FS-AMOUNT TO WS-RETURN-FEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEESCHED-FILE.

       LOAD-CHQDEP-TABLE.
           MOVE 0 TO WS-CD-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CHQDEP-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CHQDEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CD-COUNT < 2000
                           ADD 1 TO WS-CD-COUNT
                           MOVE CHQDEP-RECORD
                               TO WS-CD-RECORD(WS-CD-COUNT)
                       ELSE
                           DISPLAY "CHQDEP TABLE FULL - RUN STOPPED"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHQDEP-FILE.

      *  Cleared and returned deposits are settled - the postings
      *  are on TRANSLOG-FILE and the returns on OCRTN - and are
      *  dropped so CHQDEP.dat stays within the table. Uncleared
      *  items and failed reversals (E) are written back.
       REWRITE-CHQDEP-FILE.
           OPEN OUTPUT CHQDEP-FILE
           PERFORM WRITE-CHQDEP-SLOT
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT
           CLOSE CHQDEP-FILE.

       WRITE-CHQDEP-SLOT.
           MOVE WS-CD-RECORD(WS-CD-SUB) TO WS-WORK-ENTRY
           IF WS-WK-STATUS = 'C' OR WS-WK-STATUS = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-RECORD(WS-CD-SUB) TO CHQDEP-RECORD
           WRITE CHQDEP-RECORD.

       LOAD-HOLDS-TABLE.
           MOVE 0 TO WS-HD-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HOLDS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HOLDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-HD-COUNT < 2000
                           ADD 1 TO WS-HD-COUNT
                           MOVE HOLDS-RECORD
                               TO WS-HD-RECORD(WS-HD-COUNT)
                       ELSE
                           DISPLAY "HOLDS TABLE FULL - RUN STOPPED"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE.

      *  Released cheque holds have done their job and are dropped
      *  so HOLDS.dat stays within HOLDMNT's table; every other hold
      *  is written back as it was.
       REWRITE-HOLDS-FILE.
           OPEN OUTPUT HOLDS-FILE
           PERFORM WRITE-HOLDS-SLOT
               VARYING WS-HD-SUB FROM 1 BY 1
               UNTIL WS-HD-SUB > WS-HD-COUNT
           CLOSE HOLDS-FILE.

       WRITE-HOLDS-SLOT.
           MOVE WS-HD-RECORD(WS-HD-SUB) TO WS-HD-WORK
           IF WS-HDW-REASON = "UNCL" AND WS-HDW-STATUS = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HD-RECORD(WS-HD-SUB) TO HOLDS-RECORD
           WRITE HOLDS-RECORD.

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
       END PROGRAM OCHQCLR.
