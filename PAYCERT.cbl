      ******************************************************************
      * Author:      Payroll Year-End Certificates and Employer Return
      * Date:        2026
      * Purpose:     At the tax year end, add up every SALCRED run of
      *              the year from the permanent payroll history
      *              PAYHIST.dat instead of HR re-adding twelve payslip
      *              files by hand. Per EMP-ID: runs paid, gross pay,
      *              the year's total for each deduction code, tax
      *              withheld and net pay. Each employee's income and
      *              withholding certificate is printed to
      *              CERT.YYYY.txt, and the annual employer return for
      *              the revenue department is written to
      *              PAYRTN.YYYY.dat, framed by a header and a trailer
      *              carrying control totals (employees, records,
      *              gross, tax, net and a hash of the EMP-IDs) that
      *              the run register repeats for sign-off.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO "PAYHIST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-FILE ASSIGN USING WS-CERT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-FILE ASSIGN USING WS-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  Written by SALCRED, one line per employee per pay run.
       FD  PAYHIST-FILE.
       01  PAYHIST-RECORD.
           05 PH-EMP-ID              PIC 9(5).
           05 PH-EMP-NAME            PIC X(30).
           05 PH-RUN-DATE            PIC 9(8).
           05 PH-PAY-PERIOD          PIC 9(6).
           05 PH-ACCOUNT-NO          PIC X(10).
           05 PH-GROSS               PIC 9(7)V99.
           05 PH-TAX                 PIC 9(7)V99.
           05 PH-NET                 PIC 9(7)V99.
           05 PH-DED-COUNT           PIC 9(2).
           05 PH-DED-ENTRY OCCURS 10 TIMES.
               10 PH-DED-CODE        PIC X(4).
               10 PH-DED-AMOUNT      PIC 9(7)V99.

       FD  CERT-FILE.
       01  CERT-LINE                 PIC X(60).

       FD  RETURN-FILE.
       01  RETURN-RECORD             PIC X(120).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE     PIC 9(8) VALUE 0.
       01  WS-TAX-YEAR       PIC 9(4) VALUE 0.
       01  WS-KEYED-YEAR     PIC 9(4) VALUE 0.

       01  WS-CERT-FILENAME   PIC X(30) VALUE SPACE.
       01  WS-RETURN-FILENAME PIC X(30) VALUE SPACE.

      *  The employer as registered with the revenue department,
      *  quoted on every certificate and on the return header.
       01  WS-EMPLOYER-TAX-ID PIC X(13) VALUE "0994000350001".
       01  WS-EMPLOYER-NAME   PIC X(30) VALUE
           "THE BANK - HEAD OFFICE".
       01  WS-OWN-BANK-CODE   PIC X(4) VALUE "0350".

      *  One slot per employee paid in the year; the latest name on
      *  the history wins, so a leaver still gets a certificate.
       01  WS-EY-TABLE.
           05 WS-EY-ENTRY OCCURS 500 TIMES.
               10 WS-EY-EMP-ID       PIC 9(5).
               10 WS-EY-NAME         PIC X(30).
               10 WS-EY-RUNS         PIC 9(3).
               10 WS-EY-FIRST-DATE   PIC 9(8).
               10 WS-EY-LAST-DATE    PIC 9(8).
               10 WS-EY-GROSS        PIC 9(10)V99.
               10 WS-EY-TAX          PIC 9(10)V99.
               10 WS-EY-NET          PIC 9(10)V99.
               10 WS-EY-CODE-COUNT   PIC 9(2).
               10 WS-EY-CODE-ENTRY OCCURS 10 TIMES.
                   15 WS-EY-CODE     PIC X(4).
                   15 WS-EY-CODE-AMT PIC 9(10)V99.
       01  WS-EY-HOLD       PIC X(252).
       01  WS-EY-COUNT      PIC 9(3) VALUE 0.
       01  WS-EY-SUB        PIC 9(3) VALUE 0.
       01  WS-EY-IDX        PIC 9(3) VALUE 0.
       01  WS-EY-NEXT       PIC 9(3) VALUE 0.
       01  WS-EY-PASS       PIC 9(3) VALUE 0.
       01  WS-EY-SWAPPED    PIC X VALUE 'N'.
       01  WS-PH-SUB        PIC 9(2) VALUE 0.
       01  WS-CD-SUB        PIC 9(2) VALUE 0.
       01  WS-CD-IDX        PIC 9(2) VALUE 0.
       01  WS-LINES-READ    PIC 9(6) VALUE 0.
       01  WS-LINES-USED    PIC 9(6) VALUE 0.

      *  Control totals, repeated on the return trailer
       01  WS-TOTAL-GROSS   PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-TAX     PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-NET     PIC 9(12)V99 VALUE 0.
       01  WS-EMP-HASH      PIC 9(12) VALUE 0.

       01  WS-RT-HEADER.
           05 WS-RH-TYPE         PIC X(1) VALUE 'H'.
           05 WS-RH-FILE-ID      PIC X(8) VALUE "PAYRTN".
           05 WS-RH-TAX-ID       PIC X(13).
           05 WS-RH-EMPLOYER     PIC X(30).
           05 WS-RH-TAX-YEAR     PIC 9(4).
           05 WS-RH-FILE-DATE    PIC 9(8).
           05 WS-RH-BANK         PIC X(4).
           05 FILLER             PIC X(52) VALUE SPACE.
       01  WS-RT-DETAIL.
           05 WS-RD-TYPE         PIC X(1) VALUE 'D'.
           05 WS-RD-SEQ          PIC 9(6).
           05 WS-RD-EMP-ID       PIC 9(5).
           05 WS-RD-NAME         PIC X(30).
           05 WS-RD-RUNS         PIC 9(3).
           05 WS-RD-GROSS        PIC 9(10)V99.
           05 WS-RD-TAX          PIC 9(10)V99.
           05 WS-RD-OTHER-DED    PIC 9(10)V99.
           05 WS-RD-NET          PIC 9(10)V99.
           05 FILLER             PIC X(27) VALUE SPACE.
       01  WS-RT-TRAILER.
           05 WS-RTT-TYPE        PIC X(1) VALUE 'T'.
           05 WS-RTT-EMPLOYEES   PIC 9(6).
           05 WS-RTT-RECORDS     PIC 9(6).
           05 WS-RTT-GROSS       PIC 9(12)V99.
           05 WS-RTT-TAX         PIC 9(12)V99.
           05 WS-RTT-NET         PIC 9(12)V99.
           05 WS-RTT-HASH        PIC 9(12).
           05 FILLER             PIC X(53) VALUE SPACE.

       01  WS-OTHER-DED     PIC 9(10)V99 VALUE 0.
       01  WS-AMT-DISP      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISP    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   PAYROLL YEAR-END CERTIFICATES AND RETURN   ".
           DISPLAY "==============================================".
           DISPLAY "TAX YEAR (YYYY, 0 = YEAR JUST ENDED) : "
           ACCEPT WS-KEYED-YEAR
           PERFORM GET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           IF WS-KEYED-YEAR = 0
               MOVE WS-TODAY-DATE(1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           ELSE
               MOVE WS-KEYED-YEAR TO WS-TAX-YEAR
           END-IF

           PERFORM LOAD-YEAR-HISTORY
           IF WS-EY-COUNT = 0
               DISPLAY "NO PAYROLL HISTORY FOR " WS-TAX-YEAR
                   " - NOTHING PRODUCED"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ORDER-BY-EMPLOYEE

           MOVE SPACE TO WS-CERT-FILENAME
           STRING "CERT." DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-CERT-FILENAME
           END-STRING
           MOVE SPACE TO WS-RETURN-FILENAME
           STRING "PAYRTN." DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-RETURN-FILENAME
           END-STRING
           OPEN OUTPUT CERT-FILE
           OPEN OUTPUT RETURN-FILE
           MOVE WS-EMPLOYER-TAX-ID TO WS-RH-TAX-ID
           MOVE WS-EMPLOYER-NAME   TO WS-RH-EMPLOYER
           MOVE WS-TAX-YEAR        TO WS-RH-TAX-YEAR
           MOVE WS-TODAY-DATE      TO WS-RH-FILE-DATE
           MOVE WS-OWN-BANK-CODE   TO WS-RH-BANK
           WRITE RETURN-RECORD FROM WS-RT-HEADER

           PERFORM REPORT-ONE-EMPLOYEE
               VARYING WS-EY-SUB FROM 1 BY 1
               UNTIL WS-EY-SUB > WS-EY-COUNT

           MOVE WS-EY-COUNT TO WS-RTT-EMPLOYEES
           COMPUTE WS-RTT-RECORDS = WS-EY-COUNT + 2
           MOVE WS-TOTAL-GROSS TO WS-RTT-GROSS
           MOVE WS-TOTAL-TAX   TO WS-RTT-TAX
           MOVE WS-TOTAL-NET   TO WS-RTT-NET
           MOVE WS-EMP-HASH    TO WS-RTT-HASH
           WRITE RETURN-RECORD FROM WS-RT-TRAILER
           CLOSE RETURN-FILE
           CLOSE CERT-FILE

           DISPLAY " ".
           DISPLAY "CONTROL TOTALS FOR TAX YEAR " WS-TAX-YEAR.
           DISPLAY "HISTORY LINES READ   : " WS-LINES-READ.
           DISPLAY "LINES IN TAX YEAR    : " WS-LINES-USED.
           DISPLAY "EMPLOYEES            : " WS-RTT-EMPLOYEES.
           DISPLAY "RETURN RECORDS       : " WS-RTT-RECORDS.
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-DISP
           DISPLAY "TOTAL GROSS PAY      : " WS-TOTAL-DISP.
           MOVE WS-TOTAL-TAX TO WS-TOTAL-DISP
           DISPLAY "TOTAL TAX WITHHELD   : " WS-TOTAL-DISP.
           MOVE WS-TOTAL-NET TO WS-TOTAL-DISP
           DISPLAY "TOTAL NET PAY        : " WS-TOTAL-DISP.
           DISPLAY "EMPLOYEE ID HASH     : " WS-EMP-HASH.
           DISPLAY "CERTIFICATES         : " WS-CERT-FILENAME.
           DISPLAY "EMPLOYER RETURN      : " WS-RETURN-FILENAME.
           DISPLAY "==============================================".

           STOP RUN.

       LOAD-YEAR-HISTORY.
           MOVE 0 TO WS-EY-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PAYHIST-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PAYHIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF PH-RUN-DATE(1:4) = WS-TAX-YEAR
                           PERFORM ADD-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYHIST-FILE.

       ADD-HISTORY-LINE.
           MOVE 0 TO WS-EY-IDX
           PERFORM FIND-EMPLOYEE-SLOT
               VARYING WS-EY-SUB FROM 1 BY 1
               UNTIL WS-EY-SUB > WS-EY-COUNT OR WS-EY-IDX > 0
           IF WS-EY-IDX = 0
               IF WS-EY-COUNT >= 500
                   DISPLAY "MORE THAN 500 EMPLOYEES - " PH-EMP-ID
                       " LEFT OUT"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EY-COUNT
               MOVE WS-EY-COUNT TO WS-EY-IDX
               INITIALIZE WS-EY-ENTRY(WS-EY-IDX)
               MOVE PH-EMP-ID TO WS-EY-EMP-ID(WS-EY-IDX)
               MOVE PH-RUN-DATE TO WS-EY-FIRST-DATE(WS-EY-IDX)
           END-IF
           ADD 1 TO WS-LINES-USED
           MOVE PH-EMP-NAME TO WS-EY-NAME(WS-EY-IDX)
           IF PH-RUN-DATE < WS-EY-FIRST-DATE(WS-EY-IDX)
               MOVE PH-RUN-DATE TO WS-EY-FIRST-DATE(WS-EY-IDX)
           END-IF
           IF PH-RUN-DATE > WS-EY-LAST-DATE(WS-EY-IDX)
               MOVE PH-RUN-DATE TO WS-EY-LAST-DATE(WS-EY-IDX)
           END-IF
           ADD 1 TO WS-EY-RUNS(WS-EY-IDX)
           ADD PH-GROSS TO WS-EY-GROSS(WS-EY-IDX)
           ADD PH-TAX   TO WS-EY-TAX(WS-EY-IDX)
           ADD PH-NET   TO WS-EY-NET(WS-EY-IDX)
           PERFORM ADD-HISTORY-DEDUCTION
               VARYING WS-PH-SUB FROM 1 BY 1
               UNTIL WS-PH-SUB > PH-DED-COUNT OR WS-PH-SUB > 10.

       FIND-EMPLOYEE-SLOT.
           IF WS-EY-EMP-ID(WS-EY-SUB) = PH-EMP-ID
               MOVE WS-EY-SUB TO WS-EY-IDX
           END-IF.

       ADD-HISTORY-DEDUCTION.
           MOVE 0 TO WS-CD-IDX
           PERFORM FIND-CODE-SLOT
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-EY-CODE-COUNT(WS-EY-IDX)
                  OR WS-CD-IDX > 0
           IF WS-CD-IDX = 0
               IF WS-EY-CODE-COUNT(WS-EY-IDX) >= 10
                   DISPLAY PH-EMP-ID " HAS MORE THAN 10 DEDUCTION "
                       "CODES - " PH-DED-CODE(WS-PH-SUB) " LEFT OUT"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EY-CODE-COUNT(WS-EY-IDX)
               MOVE WS-EY-CODE-COUNT(WS-EY-IDX) TO WS-CD-IDX
               MOVE PH-DED-CODE(WS-PH-SUB)
                   TO WS-EY-CODE(WS-EY-IDX, WS-CD-IDX)
               MOVE 0 TO WS-EY-CODE-AMT(WS-EY-IDX, WS-CD-IDX)
           END-IF
           ADD PH-DED-AMOUNT(WS-PH-SUB)
               TO WS-EY-CODE-AMT(WS-EY-IDX, WS-CD-IDX).

       FIND-CODE-SLOT.
           IF WS-EY-CODE(WS-EY-IDX, WS-CD-SUB) = PH-DED-CODE(WS-PH-SUB)
               MOVE WS-CD-SUB TO WS-CD-IDX
           END-IF.

      *  New hires join the history part way through the year, so
      *  the slots are put back into EMP-ID order by exchange passes.
       ORDER-BY-EMPLOYEE.
           MOVE 'Y' TO WS-EY-SWAPPED
           MOVE WS-EY-COUNT TO WS-EY-PASS
           PERFORM ORDER-ONE-PASS
               UNTIL WS-EY-SWAPPED = 'N' OR WS-EY-PASS < 2.

       ORDER-ONE-PASS.
           MOVE 'N' TO WS-EY-SWAPPED
           PERFORM COMPARE-EMPLOYEE-PAIR
               VARYING WS-EY-SUB FROM 1 BY 1
               UNTIL WS-EY-SUB >= WS-EY-PASS
           SUBTRACT 1 FROM WS-EY-PASS.

       COMPARE-EMPLOYEE-PAIR.
           COMPUTE WS-EY-NEXT = WS-EY-SUB + 1
           IF WS-EY-EMP-ID(WS-EY-SUB) > WS-EY-EMP-ID(WS-EY-NEXT)
               MOVE WS-EY-ENTRY(WS-EY-SUB)  TO WS-EY-HOLD
               MOVE WS-EY-ENTRY(WS-EY-NEXT) TO WS-EY-ENTRY(WS-EY-SUB)
               MOVE WS-EY-HOLD TO WS-EY-ENTRY(WS-EY-NEXT)
               MOVE 'Y' TO WS-EY-SWAPPED
           END-IF.

       REPORT-ONE-EMPLOYEE.
           COMPUTE WS-OTHER-DED = WS-EY-GROSS(WS-EY-SUB)
               - WS-EY-TAX(WS-EY-SUB) - WS-EY-NET(WS-EY-SUB)
           PERFORM WRITE-CERTIFICATE
           MOVE WS-EY-SUB                TO WS-RD-SEQ
           MOVE WS-EY-EMP-ID(WS-EY-SUB)  TO WS-RD-EMP-ID
           MOVE WS-EY-NAME(WS-EY-SUB)    TO WS-RD-NAME
           MOVE WS-EY-RUNS(WS-EY-SUB)    TO WS-RD-RUNS
           MOVE WS-EY-GROSS(WS-EY-SUB)   TO WS-RD-GROSS
           MOVE WS-EY-TAX(WS-EY-SUB)     TO WS-RD-TAX
           MOVE WS-OTHER-DED             TO WS-RD-OTHER-DED
           MOVE WS-EY-NET(WS-EY-SUB)     TO WS-RD-NET
           WRITE RETURN-RECORD FROM WS-RT-DETAIL
           ADD WS-EY-GROSS(WS-EY-SUB) TO WS-TOTAL-GROSS
           ADD WS-EY-TAX(WS-EY-SUB)   TO WS-TOTAL-TAX
           ADD WS-EY-NET(WS-EY-SUB)   TO WS-TOTAL-NET
           ADD WS-EY-EMP-ID(WS-EY-SUB) TO WS-EMP-HASH.

      *  One certificate block per employee: who paid, who was paid,
      *  the year's income, each deduction and the tax withheld.
       WRITE-CERTIFICATE.
           MOVE ALL "=" TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACE TO CERT-LINE
           STRING "INCOME AND WITHHOLDING TAX CERTIFICATE "
                      DELIMITED BY SIZE
                  "TAX YEAR " DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACE TO CERT-LINE
           STRING "EMPLOYER  " DELIMITED BY SIZE
                  WS-EMPLOYER-NAME DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACE TO CERT-LINE
           STRING "TAX ID    " DELIMITED BY SIZE
                  WS-EMPLOYER-TAX-ID DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACE TO CERT-LINE
           STRING "EMPLOYEE  " DELIMITED BY SIZE
                  WS-EY-EMP-ID(WS-EY-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EY-NAME(WS-EY-SUB) DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACE TO CERT-LINE
           STRING "PAID FROM " DELIMITED BY SIZE
                  WS-EY-FIRST-DATE(WS-EY-SUB) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-EY-LAST-DATE(WS-EY-SUB) DELIMITED BY SIZE
                  "  PAY RUNS " DELIMITED BY SIZE
                  WS-EY-RUNS(WS-EY-SUB) DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE ALL "-" TO CERT-LINE
           WRITE CERT-LINE
           MOVE WS-EY-GROSS(WS-EY-SUB) TO WS-AMT-DISP
           MOVE SPACE TO CERT-LINE
           STRING "GROSS INCOME PAID      " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           PERFORM WRITE-CERTIFICATE-DEDUCTION
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-EY-CODE-COUNT(WS-EY-SUB)
           MOVE WS-EY-TAX(WS-EY-SUB) TO WS-AMT-DISP
           MOVE SPACE TO CERT-LINE
           STRING "TAX WITHHELD           " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE WS-EY-NET(WS-EY-SUB) TO WS-AMT-DISP
           MOVE SPACE TO CERT-LINE
           STRING "NET PAY                " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.

       WRITE-CERTIFICATE-DEDUCTION.
           MOVE WS-EY-CODE-AMT(WS-EY-SUB, WS-CD-SUB) TO WS-AMT-DISP
           MOVE SPACE TO CERT-LINE
           STRING "  DEDUCTED " DELIMITED BY SIZE
                  WS-EY-CODE(WS-EY-SUB, WS-CD-SUB) DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE.


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
       END PROGRAM PAYCERT.
