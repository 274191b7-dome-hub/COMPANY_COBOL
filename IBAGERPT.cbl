      ******************************************************************
      * Author:      Interbank Suspense Ageing Report
      * Date:        2026
      * Purpose:     Payments desk view of the interbank settlement
      *              suspense: every IBXFER.dat item the customer has
      *              been debited for but that the clearing house has
      *              not yet confirmed or rejected, whether still
      *              waiting for IBOUTWD (pending) or sent and
      *              unanswered, aged from the debit date into 0-1,
      *              2-3, 4-7 and over-7 day buckets against the
      *              PROCDATE.dat business date, with bucket totals
      *              at the foot the way LOANARRS ages arrears.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBAGERPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IBXFER-FILE ASSIGN TO "IBXFER.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  Interbank outward register. Status P = pending send,
      *  S = sent, C = confirmed/settled, R = rejected and refunded,
      *  H = held on a watch-list hit, X = blocked by compliance.
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

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.

       01  CURRENT-DATE-TIME.
           05  CURRENT-DATE-PART  PIC 9(8).
           05  FILLER             PIC X(13).
       01  WS-TODAY-DATE     PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.

       01  WS-DAYS-OPEN      PIC S9(6) VALUE 0.

      *  Bucket accumulators: 0-1, 2-3, 4-7, over 7 days
       01  WS-B1-COUNT       PIC 9(4) VALUE 0.
       01  WS-B1-TOTAL       PIC 9(10)V99 VALUE 0.
       01  WS-B2-COUNT       PIC 9(4) VALUE 0.
       01  WS-B2-TOTAL       PIC 9(10)V99 VALUE 0.
       01  WS-B3-COUNT       PIC 9(4) VALUE 0.
       01  WS-B3-TOTAL       PIC 9(10)V99 VALUE 0.
       01  WS-B4-COUNT       PIC 9(4) VALUE 0.
       01  WS-B4-TOTAL       PIC 9(10)V99 VALUE 0.
       01  WS-OPEN-COUNT     PIC 9(4) VALUE 0.
       01  WS-OPEN-TOTAL     PIC 9(10)V99 VALUE 0.

       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-TOTAL-DISP     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISP      PIC ZZZZ9.
       01  WS-BUCKET-TAG     PIC X(6) VALUE SPACE.
       01  WS-STATUS-TAG     PIC X(7) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   INTERBANK SUSPENSE AGEING REPORT           ".
           DISPLAY "==============================================".
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-PART TO WS-TODAY-DATE
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           DISPLAY "AS AT BUSINESS DATE " WS-TODAY-DATE
           DISPLAY " ".
           DISPLAY "REF      ACCOUNT    BANK STATUS   DAYS "
               "BUCKET        AMOUNT".
           DISPLAY "--------------------------------------------"
               "--------------------".

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT IBXFER-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ IBXFER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF IB-STATUS = 'P' OR IB-STATUS = 'S'
                          OR IB-STATUS = 'H' OR IB-STATUS = 'X'
                           PERFORM REPORT-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IBXFER-FILE

           DISPLAY "--------------------------------------------"
               "--------------------".
           IF WS-OPEN-COUNT = 0
               DISPLAY "NO UNSETTLED INTERBANK ITEMS"
           ELSE
               MOVE WS-B1-TOTAL TO WS-TOTAL-DISP
               DISPLAY " 0-1 DAYS  : " WS-B1-COUNT " ITEMS  "
                   WS-TOTAL-DISP
               MOVE WS-B2-TOTAL TO WS-TOTAL-DISP
               DISPLAY " 2-3 DAYS  : " WS-B2-COUNT " ITEMS  "
                   WS-TOTAL-DISP
               MOVE WS-B3-TOTAL TO WS-TOTAL-DISP
               DISPLAY " 4-7 DAYS  : " WS-B3-COUNT " ITEMS  "
                   WS-TOTAL-DISP
               MOVE WS-B4-TOTAL TO WS-TOTAL-DISP
               DISPLAY "OVER 7     : " WS-B4-COUNT " ITEMS  "
                   WS-TOTAL-DISP
               MOVE WS-OPEN-TOTAL TO WS-TOTAL-DISP
               DISPLAY "IN SUSPENSE: " WS-OPEN-COUNT " ITEMS  "
                   WS-TOTAL-DISP
           END-IF
           DISPLAY "==============================================".

           STOP RUN.

       REPORT-ONE-ITEM.
           ADD 1 TO WS-OPEN-COUNT
           ADD IB-AMOUNT TO WS-OPEN-TOTAL
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(IB-INIT-DATE)
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 1
                   MOVE " 0-1  " TO WS-BUCKET-TAG
                   ADD 1 TO WS-B1-COUNT
                   ADD IB-AMOUNT TO WS-B1-TOTAL
               WHEN WS-DAYS-OPEN <= 3
                   MOVE " 2-3  " TO WS-BUCKET-TAG
                   ADD 1 TO WS-B2-COUNT
                   ADD IB-AMOUNT TO WS-B2-TOTAL
               WHEN WS-DAYS-OPEN <= 7
                   MOVE " 4-7  " TO WS-BUCKET-TAG
                   ADD 1 TO WS-B3-COUNT
                   ADD IB-AMOUNT TO WS-B3-TOTAL
               WHEN OTHER
                   MOVE "OVER7 " TO WS-BUCKET-TAG
                   ADD 1 TO WS-B4-COUNT
                   ADD IB-AMOUNT TO WS-B4-TOTAL
           END-EVALUATE

           EVALUATE IB-STATUS
               WHEN 'P'
                   MOVE "PENDING" TO WS-STATUS-TAG
               WHEN 'H'
                   MOVE "HELD   " TO WS-STATUS-TAG
               WHEN 'X'
                   MOVE "BLOCKED" TO WS-STATUS-TAG
               WHEN OTHER
                   MOVE "SENT   " TO WS-STATUS-TAG
           END-EVALUATE
           MOVE IB-AMOUNT TO WS-AMOUNT-DISP
           MOVE WS-DAYS-OPEN TO WS-DAYS-DISP
           DISPLAY IB-REF-SEQ " " IB-ACCOUNT-NO " " IB-BANK-CODE " "
               WS-STATUS-TAG " " WS-DAYS-DISP " " WS-BUCKET-TAG " "
               WS-AMOUNT-DISP.


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
       END PROGRAM IBAGERPT.
