      ******************************************************************
      * Author:      ATM Dispute Case Ageing Report
      * Date:        2026
      * Purpose:     Daily view of every unresolved DISPUTE.dat case,
      *              open with the investigator or refunded but still
      *              waiting for supervisor approval, aged from the
      *              day it was opened against the PROCDATE.dat
      *              business date, with the days left to the
      *              regulator's resolution deadline or the days it
      *              is overdue, and the counts and amounts of cases
      *              within and past their deadline at the foot.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  Status O = open, Q = refund awaiting supervisor approval,
      *  F = refunded, J = rejected.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05 DC-CASE-NO             PIC 9(6).
           05 DC-POSTING-SEQ         PIC 9(8).
           05 DC-ACCOUNT-NO          PIC X(10).
           05 DC-TXN-DATE            PIC 9(8).
           05 DC-AMOUNT              PIC 9(8)V99.
           05 DC-CLAIM-TYPE          PIC X(4).
           05 DC-OPEN-DATE           PIC 9(8).
           05 DC-DEADLINE            PIC 9(8).
           05 DC-OPENED-BY           PIC X(8).
           05 DC-STATUS              PIC X(1).
           05 DC-RESOLVED-BY         PIC X(8).
           05 DC-RESOLVED-DATE       PIC 9(8).
           05 DC-APPR-SEQ            PIC 9(6).

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
       01  WS-DAYS-LEFT      PIC S9(6) VALUE 0.

      *  Within deadline, past deadline, and all unresolved
       01  WS-DUE-COUNT      PIC 9(4) VALUE 0.
       01  WS-DUE-TOTAL      PIC 9(10)V99 VALUE 0.
       01  WS-LATE-COUNT     PIC 9(4) VALUE 0.
       01  WS-LATE-TOTAL     PIC 9(10)V99 VALUE 0.
       01  WS-OPEN-COUNT     PIC 9(4) VALUE 0.
       01  WS-OPEN-TOTAL     PIC 9(10)V99 VALUE 0.

       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-TOTAL-DISP     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISP      PIC ZZZZ9.
       01  WS-LEFT-DISP      PIC ZZZZ9.
       01  WS-DEADLINE-TAG   PIC X(7) VALUE SPACE.
       01  WS-STATUS-TAG     PIC X(7) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   ATM DISPUTE CASE AGEING REPORT             ".
           DISPLAY "==============================================".
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-PART TO WS-TODAY-DATE
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           DISPLAY "AS AT BUSINESS DATE " WS-TODAY-DATE
           DISPLAY " ".
           DISPLAY "CASE   ACCOUNT    CLAIM STATUS  OPENED   DAYS "
               "DEADLINE        AMOUNT".
           DISPLAY "--------------------------------------------"
               "------------------------------".

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DISPUTE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DC-STATUS = 'O' OR DC-STATUS = 'Q'
                           PERFORM REPORT-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE

           DISPLAY "--------------------------------------------"
               "------------------------------".
           IF WS-OPEN-COUNT = 0
               DISPLAY "NO UNRESOLVED DISPUTE CASES"
           ELSE
               MOVE WS-DUE-TOTAL TO WS-TOTAL-DISP
               DISPLAY "WITHIN DEADLINE : " WS-DUE-COUNT " CASES  "
                   WS-TOTAL-DISP
               MOVE WS-LATE-TOTAL TO WS-TOTAL-DISP
               DISPLAY "PAST DEADLINE   : " WS-LATE-COUNT " CASES  "
                   WS-TOTAL-DISP
               MOVE WS-OPEN-TOTAL TO WS-TOTAL-DISP
               DISPLAY "UNRESOLVED      : " WS-OPEN-COUNT " CASES  "
                   WS-TOTAL-DISP
           END-IF
           DISPLAY "==============================================".

           STOP RUN.

       REPORT-ONE-CASE.
           ADD 1 TO WS-OPEN-COUNT
           ADD DC-AMOUNT TO WS-OPEN-TOTAL
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(DC-OPEN-DATE)
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(DC-DEADLINE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

      *  Due on the deadline day itself still counts as within it
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-LATE-COUNT
               ADD DC-AMOUNT TO WS-LATE-TOTAL
               COMPUTE WS-LEFT-DISP = 0 - WS-DAYS-LEFT
               MOVE "OVERDUE" TO WS-DEADLINE-TAG
           ELSE
               ADD 1 TO WS-DUE-COUNT
               ADD DC-AMOUNT TO WS-DUE-TOTAL
               MOVE WS-DAYS-LEFT TO WS-LEFT-DISP
               MOVE "TO GO  " TO WS-DEADLINE-TAG
           END-IF

           IF DC-STATUS = 'Q'
               MOVE "APPROVL" TO WS-STATUS-TAG
           ELSE
               MOVE "OPEN   " TO WS-STATUS-TAG
           END-IF
           MOVE DC-AMOUNT TO WS-AMOUNT-DISP
           MOVE WS-DAYS-OPEN TO WS-DAYS-DISP
           DISPLAY DC-CASE-NO " " DC-ACCOUNT-NO " " DC-CLAIM-TYPE "  "
               WS-STATUS-TAG " " DC-OPEN-DATE " " WS-DAYS-DISP " "
               DC-DEADLINE " " WS-AMOUNT-DISP "  " WS-LEFT-DISP " "
               WS-DEADLINE-TAG.


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
       END PROGRAM DISPAGE.
