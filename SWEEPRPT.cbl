      ******************************************************************
      * Author:      Linked-Account Sweep Report
      * Date:        2026
      * Purpose:     Nightly report of the business day's linked-
      *              account sweeps from SWEEPLOG.dat: every amount
      *              CHQCLEAR, STANDORD and LOANCOLL pulled in from a
      *              nominated backup account to cover a shortfall,
      *              and every shortfall the backups could not cover,
      *              where the cheque was returned, the standing order
      *              rejected or the installment put into arrears.
      *              Written to SWEEPRPT.YYYYMMDD.txt for the branch.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SWEEPLOG-FILE ASSIGN TO "SWEEPLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  One line per backup drawn on ('C' covered), or one line for
      *  a shortfall the backups could not cover ('F' failed).
       FD  SWEEPLOG-FILE.
       01  SWEEPLOG-RECORD.
           05 SG-DATE                PIC 9(8).
           05 SG-TIME                PIC 9(6).
           05 SG-PROGRAM             PIC X(8).
           05 SG-ACCOUNT-NO          PIC X(10).
           05 SG-REFERENCE           PIC X(10).
           05 SG-SHORTFALL           PIC 9(8)V99.
           05 SG-BACKUP-NO           PIC X(10).
           05 SG-SWEPT               PIC 9(8)V99.
           05 SG-RESULT              PIC X(1).

      *  System processing date maintained by BUSDATE. Absent file =
      *  fall back to wall clock.
       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-SECTION        PIC X(1) VALUE SPACE.

       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-REPORT-DATE    PIC 9(8) VALUE 0.
       01  WS-RPT-FILENAME   PIC X(30) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05 WS-DL-TIME        PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-PROGRAM     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-ACCOUNT-NO  PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-REFERENCE   PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-SHORTFALL   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-BACKUP-NO   PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DL-SWEPT       PIC ZZ,ZZZ,ZZ9.99.

      *  Run totals
       01  WS-COVERED-COUNT   PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT    PIC 9(6) VALUE 0.
       01  WS-SWEPT-TOTAL     PIC 9(10)V99 VALUE 0.
       01  WS-FAILED-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-DISP      PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   LINKED-ACCOUNT SWEEP REPORT                ".
           DISPLAY "==============================================".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF

           MOVE SPACE TO WS-RPT-FILENAME
           STRING "SWEEPRPT." DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           END-STRING

           OPEN OUTPUT REPORT-FILE
           MOVE SPACE TO REPORT-LINE
           STRING "LINKED-ACCOUNT SWEEPS - BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

      *    Covered shortfalls first, one line per backup drawn on
           MOVE "SHORTFALLS COVERED FROM BACKUP ACCOUNTS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TIME   PROGRAM  ACCOUNT    REFERENCE      SHORTFALL "
               TO REPORT-LINE
           MOVE "BACKUP             SWEPT" TO REPORT-LINE(53:)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'C' TO WS-SECTION
           PERFORM SCAN-SWEEP-LOG
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SWEPT-TOTAL TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "SWEEPS: " DELIMITED BY SIZE
                  WS-COVERED-COUNT DELIMITED BY SIZE
                  "   TOTAL SWEPT: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

      *    Then the shortfalls the backups could not cover; the debit
      *    behind each was refused.
           MOVE "SHORTFALLS NOT COVERED - DEBIT REFUSED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TIME   PROGRAM  ACCOUNT    REFERENCE      SHORTFALL "
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'F' TO WS-SECTION
           PERFORM SCAN-SWEEP-LOG
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FAILED-TOTAL TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "NOT COVERED: " DELIMITED BY SIZE
                  WS-FAILED-COUNT DELIMITED BY SIZE
                  "   TOTAL SHORT: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "BUSINESS DATE      : " WS-REPORT-DATE.
           DISPLAY "SWEEPS COVERED     : " WS-COVERED-COUNT.
           MOVE WS-SWEPT-TOTAL TO WS-TOTAL-DISP
           DISPLAY "TOTAL SWEPT        : " WS-TOTAL-DISP.
           DISPLAY "NOT COVERED        : " WS-FAILED-COUNT.
           MOVE WS-FAILED-TOTAL TO WS-TOTAL-DISP
           DISPLAY "TOTAL NOT COVERED  : " WS-TOTAL-DISP.
           DISPLAY "SWEEP REPORT       : " WS-RPT-FILENAME.
           DISPLAY "==============================================".

           STOP RUN.

      *  One pass over the log for the report date, listing the lines
      *  of the section in WS-SECTION.
       SCAN-SWEEP-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SWEEPLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SWEEPLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SG-DATE = WS-REPORT-DATE
                          AND SG-RESULT = WS-SECTION
                           PERFORM LIST-SWEEP-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEPLOG-FILE.

       LIST-SWEEP-LINE.
           MOVE SG-TIME TO WS-DL-TIME
           MOVE SG-PROGRAM TO WS-DL-PROGRAM
           MOVE SG-ACCOUNT-NO TO WS-DL-ACCOUNT-NO
           MOVE SG-REFERENCE TO WS-DL-REFERENCE
           MOVE SG-SHORTFALL TO WS-DL-SHORTFALL
           IF WS-SECTION = 'C'
               MOVE SG-BACKUP-NO TO WS-DL-BACKUP-NO
               MOVE SG-SWEPT TO WS-DL-SWEPT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               ADD 1 TO WS-COVERED-COUNT
               ADD SG-SWEPT TO WS-SWEPT-TOTAL
           ELSE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               MOVE SPACE TO REPORT-LINE(53:)
               ADD 1 TO WS-FAILED-COUNT
               ADD SG-SHORTFALL TO WS-FAILED-TOTAL
           END-IF
           WRITE REPORT-LINE.


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
       END PROGRAM SWEEPRPT.
