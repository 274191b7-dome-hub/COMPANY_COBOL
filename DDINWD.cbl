      ******************************************************************
      * Author:      Inward Direct Debit Processing
      * Date:        2026
      * Purpose:     Collect the insurance premiums and utility bills
      *              the billers on the DDMANDT.dat register send for
      *              the day. Each biller delivers its own inward
      *              debit file (DDIN.<biller>.YYYYMMDD.dat) with a
      *              header naming the biller and date and a trailer
      *              carrying the item count and amount hash; the
      *              controls are proved before anything is applied,
      *              as IBCONFRM does, and a file that fails them is
      *              refused whole. Every item is checked against the
      *              customer's mandate for that biller (live, within
      *              its dates, same customer reference, within the
      *              maximum amount and the collection frequency) and
      *              against the account's status and its available
      *              funds above MIN-BALANCE plus active HOLDS.dat
      *              holds. Good items are debited and posted to
      *              TRANSLOG-FILE as type 'M' with the biller ID in
      *              the counterparty column; the rest go back to the
      *              biller on a returns file (DDRTN.<biller>.
      *              YYYYMMDD.dat) in the same record layout with a
      *              reason code on each item.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDINWD.

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
           SELECT OPTIONAL DDMANDT-FILE ASSIGN TO "DDMANDT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  A biller that sent nothing today simply has no file.
           SELECT OPTIONAL INWARD-FILE ASSIGN USING WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN USING WS-RTN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.dat"
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

      *  Mandate register owned by DDMNT. Status A = active,
      *  S = suspended, C = cancelled.
       FD  DDMANDT-FILE.
       01  DDMANDT-RECORD.
           05 DM-ACCOUNT-NO          PIC X(10).
           05 DM-BILLER-ID           PIC X(8).
           05 DM-BILLER-REF          PIC X(16).
           05 DM-MAX-AMOUNT          PIC 9(8)V99.
           05 DM-FREQUENCY           PIC X(1).
           05 DM-START-DATE          PIC 9(8).
           05 DM-EXPIRY-DATE         PIC 9(8).
           05 DM-STATUS              PIC X(1).
           05 DM-LAST-DEBIT-DATE     PIC 9(8).

      *  Fixed-layout biller records: 'H' header, 'D' detail, 'T'
      *  trailer in one 80-byte record area, inward and returned.
       FD  INWARD-FILE.
       01  INWARD-RECORD                PIC X(80).

       FD  RETURN-FILE.
       01  RETURN-RECORD                PIC X(80).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD.
           05 HD-ACCOUNT-NO          PIC X(10).
           05 HD-AMOUNT              PIC 9(8)V99.
           05 HD-REASON              PIC X(4).
           05 HD-PLACED-BY           PIC X(8).
           05 HD-PLACED-DATE         PIC 9(8).
           05 HD-EXPIRY-DATE         PIC 9(8).
           05 HD-STATUS              PIC X(1).

       FD  POSTSEQ-FILE.
       01  POSTSEQ-RECORD.
           05 POSTSEQ-LAST           PIC 9(8).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-EOF2-FLAG      PIC X VALUE 'N'.

       01  WS-FILE-DATE-KEY  PIC 9(8) VALUE 0.
       01  WS-IN-FILENAME    PIC X(40) VALUE SPACE.
       01  WS-RTN-FILENAME   PIC X(40) VALUE SPACE.

      *  Every biller record is read into this one area and picked
      *  apart by the record-type byte.
       01  WS-IN-RECORD      PIC X(80) VALUE SPACE.
       01  WS-IN-TYPE-BYTE REDEFINES WS-IN-RECORD PIC X(1).
       01  WS-IN-HEADER REDEFINES WS-IN-RECORD.
           05 FILLER             PIC X(1).
           05 WS-HDR-BILLER-ID   PIC X(8).
           05 WS-HDR-DATE        PIC 9(8).
           05 FILLER             PIC X(63).
       01  WS-IN-DETAIL REDEFINES WS-IN-RECORD.
           05 FILLER             PIC X(1).
           05 WS-DET-ACCOUNT-NO  PIC X(10).
           05 WS-DET-BILLER-REF  PIC X(16).
           05 WS-DET-AMOUNT      PIC 9(8)V99.
           05 WS-DET-ITEM-REF    PIC X(16).
           05 WS-DET-REASON      PIC X(6).
           05 FILLER             PIC X(21).
       01  WS-IN-TRAILER REDEFINES WS-IN-RECORD.
           05 FILLER             PIC X(1).
           05 WS-TRL-COUNT       PIC 9(8).
           05 WS-TRL-HASH        PIC 9(12)V99.
           05 FILLER             PIC X(57).

      *  Returns carry the biller's own detail image back with the
      *  reason code filled in.
       01  WS-RTN-HEADER.
           05 WS-RH-TYPE         PIC X(1) VALUE 'H'.
           05 WS-RH-BILLER-ID    PIC X(8).
           05 WS-RH-DATE         PIC 9(8).
           05 WS-RH-BANK         PIC X(4).
           05 FILLER             PIC X(59) VALUE SPACE.
       01  WS-RTN-TRAILER.
           05 WS-RT-TYPE         PIC X(1) VALUE 'T'.
           05 WS-RT-COUNT        PIC 9(8).
           05 WS-RT-HASH         PIC 9(12)V99.
           05 FILLER             PIC X(57) VALUE SPACE.

      *  This bank's participant code, quoted on the returns header.
       01  WS-OWN-BANK-CODE  PIC X(4) VALUE "0350".

      *  Control-pass results proved before anything is applied
       01  WS-HEADER-SEEN    PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN   PIC X VALUE 'N'.
       01  WS-FILE-BILLER    PIC X(8) VALUE SPACE.
       01  WS-FILE-DATE      PIC 9(8) VALUE 0.
       01  WS-FILE-COUNT     PIC 9(8) VALUE 0.
       01  WS-FILE-HASH      PIC 9(12)V99 VALUE 0.
       01  WS-SCAN-COUNT     PIC 9(8) VALUE 0.
       01  WS-SCAN-HASH      PIC 9(12)V99 VALUE 0.
       01  WS-RECORDS-READ   PIC 9(8) VALUE 0.
       01  WS-CONTROLS-OK    PIC X VALUE 'N'.
       01  WS-CTL-MESSAGE    PIC X(40) VALUE SPACE.

      *  Mandates loaded whole so each collection can stamp the last
      *  debit date and the register be written back after the run.
       01  WS-DM-TABLE.
           05 WS-DM-ENTRY OCCURS 2000 TIMES.
               10 WS-DM-RECORD   PIC X(70).
       01  WS-DM-COUNT      PIC 9(4) VALUE 0.
       01  WS-DM-SUB        PIC 9(4) VALUE 0.
       01  WS-DM-IDX        PIC 9(4) VALUE 0.
       01  WS-DM-MATCH      PIC X VALUE 'N'.

       01  WS-DM-WORK.
           05 WS-DMW-ACCOUNT-NO  PIC X(10).
           05 WS-DMW-BILLER-ID   PIC X(8).
           05 WS-DMW-BILLER-REF  PIC X(16).
           05 WS-DMW-MAX-AMOUNT  PIC 9(8)V99.
           05 WS-DMW-FREQUENCY   PIC X(1).
           05 WS-DMW-START-DATE  PIC 9(8).
           05 WS-DMW-EXPIRY-DATE PIC 9(8).
           05 WS-DMW-STATUS      PIC X(1).
           05 WS-DMW-LAST-DEBIT  PIC 9(8).

      *  Distinct billers on the register - the files to look for
       01  WS-BL-TABLE.
           05 WS-BL-ENTRY OCCURS 200 TIMES.
               10 WS-BL-ID       PIC X(8).
       01  WS-BL-COUNT      PIC 9(3) VALUE 0.
       01  WS-BL-SUB        PIC 9(3) VALUE 0.
       01  WS-BL-IDX        PIC 9(3) VALUE 0.
       01  WS-BL-MATCH      PIC X VALUE 'N'.
       01  WS-BILLER-ID     PIC X(8) VALUE SPACE.

      *  Item checks. Frequency is judged in calendar months between
      *  the last collection and today: M needs 1, Q 3, Y 12.
       01  WS-RETURN-REASON  PIC X(6) VALUE SPACE.
       01  WS-WORK-ACCNO     PIC X(10) VALUE SPACE.
       01  WS-ACTIVE-HOLDS   PIC 9(10)V99 VALUE 0.
       01  WS-PROJECTED-BALANCE PIC S9(10)V99 VALUE 0.
       01  WS-HOLD-FLOOR     PIC 9(10)V99 VALUE 0.
       01  WS-NEW-BALANCE    PIC S9(8)V99 VALUE 0.
       01  WS-POST-BRANCH    PIC X(4) VALUE SPACE.
       01  WS-MONTH-GAP      PIC S9(6) VALUE 0.
       01  WS-MIN-GAP        PIC 9(2) VALUE 0.
       01  WS-DATE-SPLIT.
           05 WS-DS-YEAR         PIC 9(4).
           05 WS-DS-MONTH        PIC 9(2).
           05 WS-DS-DAY          PIC 9(2).
       01  WS-TODAY-MONTHS   PIC 9(6) VALUE 0.
       01  WS-LAST-MONTHS    PIC 9(6) VALUE 0.

       01  TRANSLOG-CURRENT-DATE-TIME.
           05  TRANSLOG-CURRENT-DATE  PIC 9(8).
           05  TRANSLOG-CURRENT-TIME  PIC 9(6).

       01  WS-POSTING-SEQ    PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.

      *  Per-file and run summary counters
       01  WS-FILE-PAID      PIC 9(6) VALUE 0.
       01  WS-FILE-PAID-AMT  PIC 9(12)V99 VALUE 0.
       01  WS-FILE-RTN       PIC 9(8) VALUE 0.
       01  WS-FILE-RTN-AMT   PIC 9(12)V99 VALUE 0.
       01  WS-FILES-DONE     PIC 9(4) VALUE 0.
       01  WS-FILES-REFUSED  PIC 9(4) VALUE 0.
       01  WS-PAID-COUNT     PIC 9(6) VALUE 0.
       01  WS-PAID-TOTAL     PIC 9(12)V99 VALUE 0.
       01  WS-RTN-COUNT      PIC 9(6) VALUE 0.
       01  WS-RTN-TOTAL      PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-DISP     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   INWARD DIRECT DEBIT PROCESSING             ".
           DISPLAY "==============================================".
           PERFORM TRANSLOG-FORMAT-DATE-TIME
           DISPLAY "DATE OF BILLER FILES (YYYYMMDD, 0 = BUSINESS "
               "DATE) : "
           ACCEPT WS-FILE-DATE-KEY
           IF WS-FILE-DATE-KEY = 0
               MOVE TRANSLOG-CURRENT-DATE TO WS-FILE-DATE-KEY
           END-IF

           PERFORM LOAD-MANDATE-TABLE
           PERFORM BUILD-BILLER-LIST
           IF WS-BL-COUNT = 0
               DISPLAY "NO MANDATES ON FILE - NOTHING TO COLLECT"
               STOP RUN
           END-IF

           PERFORM PROCESS-BILLER-FILE
               VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT

           PERFORM REWRITE-MANDATE-FILE

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "BILLER FILES TAKEN   : " WS-FILES-DONE.
           DISPLAY "BILLER FILES REFUSED : " WS-FILES-REFUSED.
           MOVE WS-PAID-TOTAL TO WS-TOTAL-DISP
           DISPLAY "DEBITS COLLECTED     : " WS-PAID-COUNT
               "  " WS-TOTAL-DISP.
           MOVE WS-RTN-TOTAL TO WS-TOTAL-DISP
           DISPLAY "DEBITS RETURNED      : " WS-RTN-COUNT
               "  " WS-TOTAL-DISP.
           DISPLAY "==============================================".

           STOP RUN.

      *  One pass per biller on the register: prove its file's
      *  controls, then collect or return every item on it.
       PROCESS-BILLER-FILE.
           MOVE WS-BL-ID(WS-BL-SUB) TO WS-BILLER-ID
           MOVE SPACE TO WS-IN-FILENAME
           STRING "DDIN." DELIMITED BY SIZE
                  WS-BILLER-ID DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-FILE-DATE-KEY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-IN-FILENAME
           END-STRING
           MOVE SPACE TO WS-RTN-FILENAME
           STRING "DDRTN." DELIMITED BY SIZE
                  WS-BILLER-ID DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-FILE-DATE-KEY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-RTN-FILENAME
           END-STRING

           PERFORM VERIFY-FILE-CONTROLS
           IF WS-RECORDS-READ = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "BILLER " WS-BILLER-ID " : " WS-IN-FILENAME
           IF WS-CONTROLS-OK NOT = 'Y'
               DISPLAY "  " WS-CTL-MESSAGE
               DISPLAY "  CONTROL CHECK FAILED - FILE REFUSED, "
                   "NOTHING COLLECTED"
               ADD 1 TO WS-FILES-REFUSED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FILES-DONE
           MOVE 0 TO WS-FILE-PAID
           MOVE 0 TO WS-FILE-PAID-AMT
           MOVE 0 TO WS-FILE-RTN
           MOVE 0 TO WS-FILE-RTN-AMT

           OPEN OUTPUT RETURN-FILE
           MOVE WS-BILLER-ID     TO WS-RH-BILLER-ID
           MOVE WS-FILE-DATE-KEY TO WS-RH-DATE
           MOVE WS-OWN-BANK-CODE TO WS-RH-BANK
           WRITE RETURN-RECORD FROM WS-RTN-HEADER

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INWARD-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INWARD-FILE INTO WS-IN-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-IN-TYPE-BYTE = 'D'
                           PERFORM COLLECT-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INWARD-FILE

           MOVE WS-FILE-RTN     TO WS-RT-COUNT
           MOVE WS-FILE-RTN-AMT TO WS-RT-HASH
           WRITE RETURN-RECORD FROM WS-RTN-TRAILER
           CLOSE RETURN-FILE

           MOVE WS-FILE-PAID-AMT TO WS-TOTAL-DISP
           DISPLAY "  COLLECTED : " WS-FILE-PAID "  " WS-TOTAL-DISP
           MOVE WS-FILE-RTN-AMT TO WS-TOTAL-DISP
           DISPLAY "  RETURNED  : " WS-FILE-RTN "  " WS-TOTAL-DISP
               "  -> " WS-RTN-FILENAME.

      *  First pass: the header must name this biller and the file
      *  date, and the trailer must prove the detail count and
      *  amount hash.
       VERIFY-FILE-CONTROLS.
           MOVE 'N' TO WS-CONTROLS-OK
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE SPACE TO WS-FILE-BILLER
           MOVE 0 TO WS-FILE-DATE
           MOVE 0 TO WS-SCAN-COUNT
           MOVE 0 TO WS-SCAN-HASH
           MOVE 0 TO WS-RECORDS-READ
           MOVE SPACE TO WS-CTL-MESSAGE

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INWARD-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INWARD-FILE INTO WS-IN-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM TALLY-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE INWARD-FILE

           IF WS-RECORDS-READ = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-HEADER-SEEN NOT = 'Y'
               MOVE "NO HEADER RECORD ON BILLER FILE" TO WS-CTL-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-SEEN NOT = 'Y'
               MOVE "NO TRAILER RECORD ON BILLER FILE"
                   TO WS-CTL-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-BILLER NOT = WS-BILLER-ID
               MOVE "HEADER NAMES ANOTHER BILLER" TO WS-CTL-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-DATE NOT = WS-FILE-DATE-KEY
               MOVE "HEADER DATE IS NOT THE FILE DATE"
                   TO WS-CTL-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-COUNT NOT = WS-FILE-COUNT
               MOVE "TRAILER COUNT DOES NOT MATCH THE DETAILS"
                   TO WS-CTL-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-HASH NOT = WS-FILE-HASH
               MOVE "TRAILER HASH DOES NOT MATCH THE DETAILS"
                   TO WS-CTL-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CONTROLS-OK.

       TALLY-CONTROL-RECORD.
           EVALUATE WS-IN-TYPE-BYTE
               WHEN 'H'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE WS-HDR-BILLER-ID TO WS-FILE-BILLER
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

      *  Second pass, one item: mandate checks first, then the
      *  account; the first failure is the reason returned.
       COLLECT-ONE-ITEM.
           MOVE SPACE TO WS-RETURN-REASON
           MOVE WS-DET-ACCOUNT-NO TO WS-WORK-ACCNO
           PERFORM CHECK-MANDATE
           IF WS-RETURN-REASON = SPACE
               PERFORM DEBIT-MANDATE-ACCOUNT
           END-IF

           IF WS-RETURN-REASON NOT = SPACE
               PERFORM RETURN-ONE-ITEM
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DIRECT-DEBIT-TRANSLOG
           MOVE TRANSLOG-CURRENT-DATE TO WS-DMW-LAST-DEBIT
           MOVE WS-DM-WORK TO WS-DM-RECORD(WS-DM-IDX)
           ADD 1 TO WS-FILE-PAID
           ADD WS-DET-AMOUNT TO WS-FILE-PAID-AMT
           ADD 1 TO WS-PAID-COUNT
           ADD WS-DET-AMOUNT TO WS-PAID-TOTAL.

       CHECK-MANDATE.
           MOVE 'N' TO WS-DM-MATCH
           PERFORM FIND-ITEM-MANDATE
               VARYING WS-DM-SUB FROM 1 BY 1
               UNTIL WS-DM-SUB > WS-DM-COUNT
           IF WS-DM-MATCH NOT = 'Y'
               MOVE "NOMAND" TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DM-RECORD(WS-DM-IDX) TO WS-DM-WORK

           EVALUATE TRUE
               WHEN WS-DMW-STATUS NOT = 'A'
                   MOVE "MNDSUS" TO WS-RETURN-REASON
               WHEN TRANSLOG-CURRENT-DATE < WS-DMW-START-DATE
                   MOVE "NOTSTR" TO WS-RETURN-REASON
               WHEN WS-DMW-EXPIRY-DATE NOT = 0
                AND TRANSLOG-CURRENT-DATE > WS-DMW-EXPIRY-DATE
                   MOVE "EXPIRD" TO WS-RETURN-REASON
               WHEN WS-DET-BILLER-REF NOT = WS-DMW-BILLER-REF
                   MOVE "REFMIS" TO WS-RETURN-REASON
               WHEN WS-DET-AMOUNT = 0
                   MOVE "BADAMT" TO WS-RETURN-REASON
               WHEN WS-DET-AMOUNT > WS-DMW-MAX-AMOUNT
                   MOVE "OVRMAX" TO WS-RETURN-REASON
               WHEN OTHER
                   PERFORM CHECK-FREQUENCY
           END-EVALUATE.

      *  The live (active or suspended) mandate for this account
      *  and biller; a cancelled one is as good as none.
       FIND-ITEM-MANDATE.
           MOVE WS-DM-RECORD(WS-DM-SUB) TO WS-DM-WORK
           IF WS-DM-MATCH = 'N'
              AND WS-DMW-STATUS NOT = 'C'
              AND WS-DMW-BILLER-ID = WS-BILLER-ID
              AND FUNCTION TRIM(WS-DMW-ACCOUNT-NO) =
                  FUNCTION TRIM(WS-WORK-ACCNO)
               MOVE 'Y' TO WS-DM-MATCH
               MOVE WS-DM-SUB TO WS-DM-IDX
           END-IF.

       CHECK-FREQUENCY.
           IF WS-DMW-LAST-DEBIT = 0 OR WS-DMW-FREQUENCY = 'A'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-DMW-FREQUENCY
               WHEN 'Q'
                   MOVE 3 TO WS-MIN-GAP
               WHEN 'Y'
                   MOVE 12 TO WS-MIN-GAP
               WHEN OTHER
                   MOVE 1 TO WS-MIN-GAP
           END-EVALUATE
           MOVE TRANSLOG-CURRENT-DATE TO WS-DATE-SPLIT
           COMPUTE WS-TODAY-MONTHS = WS-DS-YEAR * 12 + WS-DS-MONTH
           MOVE WS-DMW-LAST-DEBIT TO WS-DATE-SPLIT
           COMPUTE WS-LAST-MONTHS = WS-DS-YEAR * 12 + WS-DS-MONTH
           COMPUTE WS-MONTH-GAP = WS-TODAY-MONTHS - WS-LAST-MONTHS
           IF WS-MONTH-GAP < WS-MIN-GAP
               MOVE "FREQCY" TO WS-RETURN-REASON
           END-IF.

      *  Debit while respecting MIN-BALANCE plus active holds, the
      *  same floor CHQCLEAR applies to a cheque presented.
       DEBIT-MANDATE-ACCOUNT.
           PERFORM CALC-ACTIVE-HOLDS
           OPEN I-O ACCOUNT-FILE
           MOVE WS-WORK-ACCNO TO ACCOUNT-NO
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "NOACCT" TO WS-RETURN-REASON
               NOT INVALID KEY
                   IF ACCOUNT-LOCKED = 'Y'
                      OR ACCOUNT-DORMANT = 'Y'
                       MOVE "ACCLOK" TO WS-RETURN-REASON
                   ELSE
                       COMPUTE WS-PROJECTED-BALANCE =
                           BALANCE - WS-DET-AMOUNT
                       COMPUTE WS-HOLD-FLOOR =
                           MIN-BALANCE + WS-ACTIVE-HOLDS
                       IF WS-DET-AMOUNT > BALANCE
                          OR WS-PROJECTED-BALANCE < WS-HOLD-FLOOR
                           MOVE "INSUFF" TO WS-RETURN-REASON
                       ELSE
                           SUBTRACT WS-DET-AMOUNT FROM BALANCE
                           MOVE BALANCE TO WS-NEW-BALANCE
                           MOVE ACCOUNT-BRANCH TO WS-POST-BRANCH
                           REWRITE ACCOUNT-RECORD
                       END-IF
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE.

       RETURN-ONE-ITEM.
           MOVE WS-RETURN-REASON TO WS-DET-REASON
           WRITE RETURN-RECORD FROM WS-IN-RECORD
           ADD 1 TO WS-FILE-RTN
           ADD WS-DET-AMOUNT TO WS-FILE-RTN-AMT
           ADD 1 TO WS-RTN-COUNT
           ADD WS-DET-AMOUNT TO WS-RTN-TOTAL
           MOVE WS-DET-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "  " WS-DET-ACCOUNT-NO " " WS-DET-ITEM-REF " "
               WS-AMOUNT-DISP " RETURNED " WS-RETURN-REASON.

       CALC-ACTIVE-HOLDS.
           MOVE 0 TO WS-ACTIVE-HOLDS
           MOVE 'N' TO WS-EOF2-FLAG
           OPEN INPUT HOLDS-FILE
           PERFORM UNTIL WS-EOF2-FLAG = 'Y'
               READ HOLDS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF2-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(HD-ACCOUNT-NO) =
                          FUNCTION TRIM(WS-WORK-ACCNO)
                          AND HD-STATUS = 'A'
                          AND (HD-EXPIRY-DATE = 0
                           OR HD-EXPIRY-DATE >=
                              TRANSLOG-CURRENT-DATE)
                          ADD HD-AMOUNT TO WS-ACTIVE-HOLDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE.

      *  Direct debits post as their own type 'M' with the biller ID
      *  in the counterparty column.
       WRITE-DIRECT-DEBIT-TRANSLOG.
           PERFORM GET-NEXT-POSTING-SEQ
           OPEN I-O TRANSLOG-FILE
               MOVE WS-WORK-ACCNO TO TRANSLOG-ACCOUNT-NO
               MOVE TRANSLOG-CURRENT-DATE TO TRANSLOG-DATE
               MOVE TRANSLOG-CURRENT-TIME TO TRANSLOG-TIME
               MOVE 'M' TO TRANSLOG-TYPE
               MOVE WS-DET-AMOUNT TO TRANSLOG-AMOUNT
               MOVE WS-NEW-BALANCE TO TRANSLOG-BALANCE
               MOVE 'D' TO TRANSLOG-DRCR
               MOVE WS-BILLER-ID TO TRANSLOG-COUNTERPARTY
               MOVE WS-POSTING-SEQ TO TRANSLOG-POSTING-SEQ
               MOVE 0 TO TRANSLOG-REF-SEQ
               MOVE 0 TO TRANSLOG-APPLIED-RATE
               MOVE WS-POST-BRANCH TO TRANSLOG-BRANCH
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           CLOSE TRANSLOG-FILE.

       BUILD-BILLER-LIST.
           MOVE 0 TO WS-BL-COUNT
           PERFORM ADD-MANDATE-BILLER
               VARYING WS-DM-SUB FROM 1 BY 1
               UNTIL WS-DM-SUB > WS-DM-COUNT.

       ADD-MANDATE-BILLER.
           MOVE WS-DM-RECORD(WS-DM-SUB) TO WS-DM-WORK
           IF WS-DMW-BILLER-ID = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BL-MATCH
           PERFORM FIND-BILLER-SLOT
               VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > WS-BL-COUNT
           IF WS-BL-MATCH = 'N'
               IF WS-BL-COUNT < 200
                   ADD 1 TO WS-BL-COUNT
                   MOVE WS-DMW-BILLER-ID TO WS-BL-ID(WS-BL-COUNT)
               ELSE
                   DISPLAY "BILLER TABLE FULL - " WS-DMW-BILLER-ID
                       " NOT COLLECTED"
               END-IF
           END-IF.

       FIND-BILLER-SLOT.
           IF WS-BL-ID(WS-BL-IDX) = WS-DMW-BILLER-ID
               MOVE 'Y' TO WS-BL-MATCH
           END-IF.

       LOAD-MANDATE-TABLE.
           MOVE 0 TO WS-DM-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DDMANDT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DDMANDT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-DM-COUNT < 2000
                           ADD 1 TO WS-DM-COUNT
                           MOVE DDMANDT-RECORD
                               TO WS-DM-RECORD(WS-DM-COUNT)
                       ELSE
                           DISPLAY "MANDATE TABLE FULL - RUN STOPPED"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DDMANDT-FILE.

       REWRITE-MANDATE-FILE.
           OPEN OUTPUT DDMANDT-FILE
           PERFORM WRITE-MANDATE-SLOT
               VARYING WS-DM-SUB FROM 1 BY 1
               UNTIL WS-DM-SUB > WS-DM-COUNT
           CLOSE DDMANDT-FILE.

       WRITE-MANDATE-SLOT.
           MOVE WS-DM-RECORD(WS-DM-SUB) TO DDMANDT-RECORD
           WRITE DDMANDT-RECORD.

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
       END PROGRAM DDINWD.
