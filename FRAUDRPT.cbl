      ******************************************************************
      * Author:      Card Fraud Review Report
      * Date:        2026
      * Purpose:     Nightly review list for the card team of the
      *              business day's card velocity matches from
      *              FRAUDALT.dat: first the transactions the ATM
      *              declined on a high-risk rule, whose cards it
      *              hot-listed on the spot, then the lower-risk
      *              matches it let through for the team to follow
      *              up with the customer. Written to
      *              FRAUDRPT.YYYYMMDD.txt.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRAUDALT-FILE ASSIGN TO "FRAUDALT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  One line per velocity rule matched at the ATM. FA-ACTION D =
      *  declined and card hot-listed, P = passed with an alert.
       FD  FRAUDALT-FILE.
       01  FRAUDALT-RECORD.
           05 FA-DATE                PIC 9(8).
           05 FA-TIME                PIC 9(6).
           05 FA-CARD-NO             PIC X(16).
           05 FA-ACCOUNT-NO          PIC X(10).
           05 FA-RULE-ID             PIC X(4).
           05 FA-CHECK               PIC X(1).
           05 FA-RISK                PIC X(1).
           05 FA-TRAN-TYPE           PIC X(1).
           05 FA-AMOUNT              PIC 9(8)V99.
           05 FA-COUNTERPARTY        PIC X(24).
           05 FA-OBSERVED            PIC 9(5).
           05 FA-ACTION              PIC X(1).
           05 FA-BRANCH              PIC X(4).

      *  System processing date maintained by BUSDATE. Absent file =
      *  fall back to wall clock.
       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-SECTION        PIC X(1) VALUE SPACE.

       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-REPORT-DATE    PIC 9(8) VALUE 0.
       01  WS-RPT-FILENAME   PIC X(30) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05 WS-DL-TIME        PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-CARD-NO     PIC X(16).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-ACCOUNT-NO  PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-RULE-ID     PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACE.
           05 WS-DL-CHECK       PIC X(1).
           05 FILLER            PIC X(3) VALUE SPACE.
           05 WS-DL-RISK        PIC X(1).
           05 FILLER            PIC X(3) VALUE SPACE.
           05 WS-DL-TRAN-TYPE   PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-OBSERVED    PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-COUNTERPARTY PIC X(24).

      *  Cards hot-listed today, each counted once however many rules
      *  it tripped
       01  WS-HC-TABLE.
           05 WS-HC-CARD-NO OCCURS 200 TIMES PIC X(16).
       01  WS-HC-COUNT        PIC 9(3) VALUE 0.
       01  WS-HC-SUB          PIC 9(3) VALUE 0.
       01  WS-HC-MATCH        PIC X VALUE 'N'.

      *  Run totals
       01  WS-DECLINED-COUNT  PIC 9(6) VALUE 0.
       01  WS-ALERT-COUNT     PIC 9(6) VALUE 0.
       01  WS-DECLINED-TOTAL  PIC 9(10)V99 VALUE 0.
       01  WS-ALERT-TOTAL     PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-DISP      PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   CARD FRAUD REVIEW REPORT                   ".
           DISPLAY "==============================================".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF

           MOVE SPACE TO WS-RPT-FILENAME
           STRING "FRAUDRPT." DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           END-STRING

           OPEN OUTPUT REPORT-FILE
           MOVE SPACE TO REPORT-LINE
           STRING "CARD VELOCITY MATCHES - BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "CHK: V VELOCITY  N NEW CARD  C NEW PAYEE  P PIN CHANGE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OBSERVED: DEBITS IN WINDOW / DAYS SINCE ISSUE / NEW"
               TO REPORT-LINE
           MOVE " PAYEES / MINUTES SINCE PIN CHANGE" TO REPORT-LINE(52:)
           WRITE REPORT-LINE
           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

      *    Declined transactions first; every card here is already on
      *    HOTCARD.dat and needs the customer contacted.
           MOVE "HIGH RISK - DECLINED AND CARD HOT-LISTED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           MOVE 'D' TO WS-SECTION
           PERFORM SCAN-ALERT-FILE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DECLINED-TOTAL TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "MATCHES: " DELIMITED BY SIZE
                  WS-DECLINED-COUNT DELIMITED BY SIZE
                  "   CARDS HOT-LISTED: " DELIMITED BY SIZE
                  WS-HC-COUNT DELIMITED BY SIZE
                  "   AMOUNT STOPPED: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

      *    Then the lower-risk matches that were allowed through
           MOVE "LOWER RISK - ALLOWED, FOR REVIEW" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           MOVE 'P' TO WS-SECTION
           PERFORM SCAN-ALERT-FILE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALERT-TOTAL TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "ALERTS: " DELIMITED BY SIZE
                  WS-ALERT-COUNT DELIMITED BY SIZE
                  "   AMOUNT ALLOWED: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "BUSINESS DATE      : " WS-REPORT-DATE.
           DISPLAY "DECLINED MATCHES   : " WS-DECLINED-COUNT.
           DISPLAY "CARDS HOT-LISTED   : " WS-HC-COUNT.
           DISPLAY "ALERTS FOR REVIEW  : " WS-ALERT-COUNT.
           DISPLAY "FRAUD REPORT       : " WS-RPT-FILENAME.
           DISPLAY "==============================================".

           STOP RUN.

       WRITE-COLUMN-HEADINGS.
           MOVE "TIME   CARD             ACCOUNT    RULE CHK RSK T"
               TO REPORT-LINE
           MOVE "       AMOUNT   OBS PAYEE" TO REPORT-LINE(51:)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

      *  One pass over the alert file for the report date, listing the
      *  lines of the section in WS-SECTION.
       SCAN-ALERT-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FRAUDALT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FRAUDALT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FA-DATE = WS-REPORT-DATE
                          AND FA-ACTION = WS-SECTION
                           PERFORM LIST-ALERT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUDALT-FILE.

       LIST-ALERT-LINE.
           MOVE FA-TIME TO WS-DL-TIME
           MOVE FA-CARD-NO TO WS-DL-CARD-NO
           MOVE FA-ACCOUNT-NO TO WS-DL-ACCOUNT-NO
           MOVE FA-RULE-ID TO WS-DL-RULE-ID
           MOVE FA-CHECK TO WS-DL-CHECK
           MOVE FA-RISK TO WS-DL-RISK
           MOVE FA-TRAN-TYPE TO WS-DL-TRAN-TYPE
           MOVE FA-AMOUNT TO WS-DL-AMOUNT
           MOVE FA-OBSERVED TO WS-DL-OBSERVED
           MOVE FA-COUNTERPARTY TO WS-DL-COUNTERPARTY
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SECTION = 'D'
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM COUNT-HOT-CARD
           ELSE
               ADD 1 TO WS-ALERT-COUNT
               ADD FA-AMOUNT TO WS-ALERT-TOTAL
           END-IF.

      *  A declined transaction can trip several rules; its amount
      *  and its card are counted once.
       COUNT-HOT-CARD.
           MOVE 'N' TO WS-HC-MATCH
           PERFORM MATCH-HOT-CARD
               VARYING WS-HC-SUB FROM 1 BY 1
               UNTIL WS-HC-SUB > WS-HC-COUNT
           IF WS-HC-MATCH = 'N' AND WS-HC-COUNT < 200
               ADD 1 TO WS-HC-COUNT
               MOVE FA-CARD-NO TO WS-HC-CARD-NO(WS-HC-COUNT)
               ADD FA-AMOUNT TO WS-DECLINED-TOTAL
           END-IF.

       MATCH-HOT-CARD.
           IF WS-HC-CARD-NO(WS-HC-SUB) = FA-CARD-NO
               MOVE 'Y' TO WS-HC-MATCH
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
       END PROGRAM FRAUDRPT.
