      ******************************************************************
      * Author:      Loan Classification and Provisioning
      * Date:        2026
      * Purpose:     Month-end batch that turns LOANARRS's arrears
      *              ageing into the regulator's loan classification:
      *              every open LOANMAST.dat loan is graded pass,
      *              special mention, substandard, doubtful or loss by
      *              days past due (from LN-ARREARS-DATE to the
      *              PROCDATE.dat business date) against the
      *              maintainable rule table LNCLSRUL.dat, which also
      *              gives each class its provision rate and whether
      *              it is non-performing. The provision required on
      *              each loan is kept month by month in LNPROV.dat;
      *              the movement against last month's total is
      *              written to GLENTRY.dat for GLPOST to journal, so
      *              GLTRIAL carries it. The month's flat interest is
      *              recognised as income on performing loans only -
      *              on a non-performing loan it goes to interest in
      *              suspense instead. A classification and provision
      *              report per customer is written to
      *              LNPROV.YYYYMM.txt. A month is posted once.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPROV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOANMAST-FILE ASSIGN TO "LOANMAST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO.
           SELECT OPTIONAL LNCLSRUL-FILE ASSIGN TO "LNCLSRUL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LNPROV-FILE ASSIGN TO "LNPROV.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLENTRY-FILE ASSIGN TO "GLENTRY.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN USING WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  Loan master maintained by LOANMNT.
       FD  LOANMAST-FILE.
       01  LOANMAST-RECORD.
           05 LN-LOAN-NO             PIC X(10).
           05 LN-CUST-NO             PIC X(8).
           05 LN-PRINCIPAL           PIC 9(8)V99.
           05 LN-RATE                PIC 9(2)V9(4).
           05 LN-TERM-MONTHS         PIC 9(3).
           05 LN-REPAY-ACCOUNT       PIC X(10).
           05 LN-OPEN-DATE           PIC 9(8).
           05 LN-INSTALLMENT         PIC 9(8)V99.
           05 LN-OUTSTANDING         PIC 9(8)V99.
           05 LN-PAID-COUNT          PIC 9(3).
           05 LN-ARREARS             PIC 9(8)V99.
           05 LN-ARREARS-DATE        PIC 9(8).
           05 LN-STATUS              PIC X(1).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-NO                PIC X(8).
           05 CUST-NAME              PIC X(30).
           05 CUST-ADDRESS           PIC X(40).
           05 CUST-ID-TYPE           PIC X(2).
           05 CUST-ID-NUMBER         PIC X(13).

      *  Classification rules: a loan falls in the class with the
      *  highest LR-MIN-DAYS not above its days past due. Class P
      *  pass, M special mention, S substandard, D doubtful, L loss;
      *  LR-NPL 'Y' marks the class non-performing.
       FD  LNCLSRUL-FILE.
       01  LNCLSRUL-RECORD.
           05 LR-CLASS               PIC X(1).
           05 LR-NAME                PIC X(15).
           05 LR-MIN-DAYS            PIC 9(4).
           05 LR-PROV-PCT            PIC 9(3)V99.
           05 LR-NPL                 PIC X(1).

      *  One line per loan per month-end run: the grading, the
      *  provision held, and the interest recognised or suspended.
      *  Last month's lines are the base for this month's movement.
       FD  LNPROV-FILE.
       01  LNPROV-RECORD.
           05 LP-MONTH               PIC 9(6).
           05 LP-LOAN-NO             PIC X(10).
           05 LP-CUST-NO             PIC X(8).
           05 LP-DAYS                PIC 9(5).
           05 LP-CLASS               PIC X(1).
           05 LP-OUTSTANDING         PIC 9(8)V99.
           05 LP-PROV-PCT            PIC 9(3)V99.
           05 LP-PROVISION           PIC 9(8)V99.
           05 LP-NPL                 PIC X(1).
           05 LP-INT-MONTH           PIC 9(8)V99.
           05 LP-INT-SUSPENDED       PIC 9(8)V99.
           05 LP-INT-TO-DATE         PIC 9(8)V99.
           05 LP-RUN-DATE            PIC 9(8).

      *  Bank-side GL movements for GLPOST, mapped through
      *  GLCHART.dat on type and side: type 'V' provision (side 'C'
      *  charge, 'R' release) and type 'K' loan interest (side 'R'
      *  recognised as income, 'S' held in suspense).
       FD  GLENTRY-FILE.
       01  GLENTRY-RECORD.
           05 GE-DATE                PIC 9(8).
           05 GE-TRAN-TYPE           PIC X(1).
           05 GE-DRCR                PIC X(1).
           05 GE-AMOUNT              PIC 9(10)V99.
           05 GE-SOURCE-SEQ          PIC 9(8).
           05 GE-SOURCE              PIC X(8).
           05 GE-BRANCH              PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(110).

      *  System processing date maintained by BUSDATE; loans are aged
      *  to it and the GL movement is dated on it.
       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-RUN-MODE       PIC X(1) VALUE SPACE.

       01  CURRENT-DATE-TIME.
           05  CURRENT-DATE-PART  PIC 9(8).
           05  FILLER             PIC X(13).
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-GROUP.
           05 WS-RUN-DATE    PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10 WS-RUN-MONTH  PIC 9(6).
               10 WS-RUN-DD     PIC 9(2).
       01  WS-PREV-MONTH     PIC 9(6) VALUE 0.
       01  WS-MONTH-POSTED   PIC X VALUE 'N'.
       01  WS-RPT-FILENAME   PIC X(30) VALUE SPACE.

      *  Rule table, from LNCLSRUL.dat or the standard grading when
      *  the file is empty.
       01  WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 10 TIMES.
               10 WS-RL-CLASS    PIC X(1).
               10 WS-RL-NAME     PIC X(15).
               10 WS-RL-MIN-DAYS PIC 9(4).
               10 WS-RL-PCT      PIC 9(3)V99.
               10 WS-RL-NPL      PIC X(1).
       01  WS-RL-COUNT       PIC 9(2) VALUE 0.
       01  WS-RL-SUB         PIC 9(2) VALUE 0.
       01  WS-RL-IDX         PIC 9(2) VALUE 0.

      *  Open loans graded this run
       01  WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 500 TIMES.
               10 WS-LN-LOAN-NO     PIC X(10).
               10 WS-LN-CUST-NO     PIC X(8).
               10 WS-LN-OUTSTANDING PIC 9(8)V99.
               10 WS-LN-DAYS        PIC 9(5).
               10 WS-LN-RULE        PIC 9(2).
               10 WS-LN-PROVISION   PIC 9(8)V99.
               10 WS-LN-PREV-PROV   PIC 9(8)V99.
               10 WS-LN-INT-MONTH   PIC 9(8)V99.
               10 WS-LN-INT-SUSP    PIC 9(8)V99.
               10 WS-LN-INT-TO-DATE PIC 9(8)V99.
       01  WS-LN-COUNT       PIC 9(3) VALUE 0.
       01  WS-LN-SUB         PIC 9(3) VALUE 0.
       01  WS-LN-OVERFLOW    PIC X VALUE 'N'.

      *  Last month's lines, for the movement and the interest
      *  carried forward.
       01  WS-PV-TABLE.
           05 WS-PV-ENTRY OCCURS 500 TIMES.
               10 WS-PV-LOAN-NO     PIC X(10).
               10 WS-PV-PROVISION   PIC 9(8)V99.
               10 WS-PV-INT-SUSP    PIC 9(8)V99.
               10 WS-PV-INT-TO-DATE PIC 9(8)V99.
       01  WS-PV-COUNT       PIC 9(3) VALUE 0.
       01  WS-PV-SUB         PIC 9(3) VALUE 0.
       01  WS-PV-IDX         PIC 9(3) VALUE 0.

      *  Customers in the order first met, for the report
       01  WS-CU-TABLE.
           05 WS-CU-NO OCCURS 500 TIMES PIC X(8).
       01  WS-CU-COUNT       PIC 9(3) VALUE 0.
       01  WS-CU-SUB         PIC 9(3) VALUE 0.
       01  WS-CU-MATCH       PIC X VALUE 'N'.
       01  WS-CU-NAME        PIC X(30) VALUE SPACE.
       01  WS-CU-OUTSTANDING PIC 9(10)V99 VALUE 0.
       01  WS-CU-PROVISION   PIC 9(10)V99 VALUE 0.

      *  Work fields for the loan being graded
       01  WS-DAYS-PAST-DUE  PIC S9(6) VALUE 0.
       01  WS-TOTAL-INTEREST PIC 9(8)V99 VALUE 0.
       01  WS-MONTH-INTEREST PIC 9(8)V99 VALUE 0.
       01  WS-INT-LEFT       PIC S9(8)V99 VALUE 0.

      *  Class totals, one per rule slot
       01  WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 10 TIMES.
               10 WS-CT-COUNT       PIC 9(5).
               10 WS-CT-OUTSTANDING PIC 9(12)V99.
               10 WS-CT-PROVISION   PIC 9(12)V99.

      *  Run totals
       01  WS-PROV-TOTAL     PIC 9(12)V99 VALUE 0.
       01  WS-PREV-TOTAL     PIC 9(12)V99 VALUE 0.
       01  WS-PROV-MOVEMENT  PIC S9(12)V99 VALUE 0.
       01  WS-INT-RECOGNISED PIC 9(12)V99 VALUE 0.
       01  WS-INT-SUSPENDED  PIC 9(12)V99 VALUE 0.
       01  WS-NPL-COUNT      PIC 9(5) VALUE 0.
       01  WS-NPL-TOTAL      PIC 9(12)V99 VALUE 0.
       01  WS-GE-AMOUNT      PIC 9(10)V99 VALUE 0.
       01  WS-GE-SIDE        PIC X(1) VALUE SPACE.
       01  WS-GE-TYPE        PIC X(1) VALUE SPACE.

      *  Rule maintenance entry fields
       01  WS-NEW-CLASS      PIC X(1) VALUE SPACE.
       01  WS-NEW-NAME       PIC X(15) VALUE SPACE.
       01  WS-NEW-MIN-DAYS   PIC 9(4) VALUE 0.
       01  WS-NEW-PCT        PIC 9(3)V99 VALUE 0.
       01  WS-NEW-NPL        PIC X(1) VALUE SPACE.

       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-TOTAL-DISP     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-MOVE-DISP      PIC -,---,---,--9.99.
       01  WS-PCT-DISP       PIC ZZ9.99.
       01  WS-DAYS-DISP      PIC ZZZZ9.
       01  WS-COUNT-DISP     PIC ZZZZ9.

       01  WS-DETAIL-LINE.
           05 FILLER          PIC X(2) VALUE SPACE.
           05 WS-DL-LOAN-NO   PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-DL-DAYS      PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-DL-CLASS     PIC X(15).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-DL-NPL       PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-DL-OUTSTAND  PIC ZZ,ZZZ,ZZZ.ZZ.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-DL-PCT       PIC ZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-DL-PROVISION PIC ZZ,ZZZ,ZZZ.ZZ.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-DL-MOVEMENT  PIC --,---,--9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-DL-INT-SUSP  PIC ZZ,ZZZ,ZZZ.ZZ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   LOAN CLASSIFICATION AND PROVISIONING       ".
           DISPLAY "==============================================".
           DISPLAY "ENTER MODE - (R)UN OR (M)AINTAIN RULES : "
           ACCEPT WS-RUN-MODE

           EVALUATE WS-RUN-MODE
               WHEN 'M' WHEN 'm'
                   PERFORM MAINTAIN-CLASS-RULES
               WHEN OTHER
                   PERFORM CLASSIFICATION-RUN
           END-EVALUATE

           STOP RUN.

      *  Add a class or replace the rule already held for it; the
      *  table is written back whole.
       MAINTAIN-CLASS-RULES.
           PERFORM LOAD-CLASS-RULES
           DISPLAY "CURRENT RULES:"
           PERFORM SHOW-ONE-RULE
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-RL-COUNT

           DISPLAY "CLASS - P PASS, M SPECIAL MENTION, S SUBSTANDARD,"
           DISPLAY "        D DOUBTFUL, L LOSS : "
           MOVE SPACE TO WS-NEW-CLASS
           ACCEPT WS-NEW-CLASS
           INSPECT WS-NEW-CLASS CONVERTING "pmsdl" TO "PMSDL"
           IF WS-NEW-CLASS NOT = 'P' AND NOT = 'M' AND NOT = 'S'
              AND NOT = 'D' AND NOT = 'L'
               DISPLAY "CLASS MUST BE P, M, S, D OR L"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-NEW-CLASS
               WHEN 'P'  MOVE "PASS" TO WS-NEW-NAME
               WHEN 'M'  MOVE "SPECIAL MENTION" TO WS-NEW-NAME
               WHEN 'S'  MOVE "SUBSTANDARD" TO WS-NEW-NAME
               WHEN 'D'  MOVE "DOUBTFUL" TO WS-NEW-NAME
               WHEN OTHER
                         MOVE "LOSS" TO WS-NEW-NAME
           END-EVALUATE
           DISPLAY "FROM DAYS PAST DUE (0-9999) : "
           ACCEPT WS-NEW-MIN-DAYS
           DISPLAY "PROVISION % OF OUTSTANDING (E.G. 025.00) : "
           ACCEPT WS-NEW-PCT
           IF WS-NEW-PCT > 100
               DISPLAY "PROVISION CANNOT EXCEED 100%"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NON-PERFORMING - STOP INTEREST (Y/N) : "
           MOVE SPACE TO WS-NEW-NPL
           ACCEPT WS-NEW-NPL
           IF WS-NEW-NPL = 'y'
               MOVE 'Y' TO WS-NEW-NPL
           END-IF
           IF WS-NEW-NPL NOT = 'Y'
               MOVE 'N' TO WS-NEW-NPL
           END-IF

           MOVE 0 TO WS-RL-IDX
           PERFORM FIND-RULE-SLOT
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-RL-COUNT
           IF WS-RL-IDX = 0
               IF WS-RL-COUNT >= 10
                   DISPLAY "RULE TABLE FULL - NOT RECORDED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RL-COUNT
               MOVE WS-RL-COUNT TO WS-RL-IDX
           END-IF
           MOVE WS-NEW-CLASS    TO WS-RL-CLASS(WS-RL-IDX)
           MOVE WS-NEW-NAME     TO WS-RL-NAME(WS-RL-IDX)
           MOVE WS-NEW-MIN-DAYS TO WS-RL-MIN-DAYS(WS-RL-IDX)
           MOVE WS-NEW-PCT      TO WS-RL-PCT(WS-RL-IDX)
           MOVE WS-NEW-NPL      TO WS-RL-NPL(WS-RL-IDX)

           OPEN OUTPUT LNCLSRUL-FILE
           PERFORM WRITE-RULE-SLOT
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-RL-COUNT
           CLOSE LNCLSRUL-FILE
           DISPLAY "CLASS " WS-NEW-CLASS " " WS-NEW-NAME " RECORDED".

       SHOW-ONE-RULE.
           MOVE WS-RL-PCT(WS-RL-SUB) TO WS-PCT-DISP
           DISPLAY "  " WS-RL-CLASS(WS-RL-SUB) " "
               WS-RL-NAME(WS-RL-SUB) " FROM "
               WS-RL-MIN-DAYS(WS-RL-SUB) " DAYS  PROVISION "
               WS-PCT-DISP "%  NPL " WS-RL-NPL(WS-RL-SUB).

       FIND-RULE-SLOT.
           IF WS-RL-CLASS(WS-RL-SUB) = WS-NEW-CLASS
               MOVE WS-RL-SUB TO WS-RL-IDX
           END-IF.

       WRITE-RULE-SLOT.
           MOVE WS-RL-CLASS(WS-RL-SUB)    TO LR-CLASS
           MOVE WS-RL-NAME(WS-RL-SUB)     TO LR-NAME
           MOVE WS-RL-MIN-DAYS(WS-RL-SUB) TO LR-MIN-DAYS
           MOVE WS-RL-PCT(WS-RL-SUB)      TO LR-PROV-PCT
           MOVE WS-RL-NPL(WS-RL-SUB)      TO LR-NPL
           WRITE LNCLSRUL-RECORD.

      *  Standard grading used until LNCLSRUL.dat is maintained:
      *  pass to 30 days, special mention to 90, substandard to 180,
      *  doubtful to 360, loss beyond; 90 days makes a loan
      *  non-performing.
       LOAD-CLASS-RULES.
           MOVE 0 TO WS-RL-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LNCLSRUL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LNCLSRUL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RL-COUNT < 10
                           ADD 1 TO WS-RL-COUNT
                           MOVE LR-CLASS TO WS-RL-CLASS(WS-RL-COUNT)
                           MOVE LR-NAME TO WS-RL-NAME(WS-RL-COUNT)
                           MOVE LR-MIN-DAYS
                               TO WS-RL-MIN-DAYS(WS-RL-COUNT)
                           MOVE LR-PROV-PCT TO WS-RL-PCT(WS-RL-COUNT)
                           MOVE LR-NPL TO WS-RL-NPL(WS-RL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LNCLSRUL-FILE
           IF WS-RL-COUNT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 5 TO WS-RL-COUNT
           MOVE 'P' TO WS-RL-CLASS(1)
           MOVE "PASS" TO WS-RL-NAME(1)
           MOVE 0 TO WS-RL-MIN-DAYS(1)
           MOVE 1.00 TO WS-RL-PCT(1)
           MOVE 'N' TO WS-RL-NPL(1)
           MOVE 'M' TO WS-RL-CLASS(2)
           MOVE "SPECIAL MENTION" TO WS-RL-NAME(2)
           MOVE 31 TO WS-RL-MIN-DAYS(2)
           MOVE 2.00 TO WS-RL-PCT(2)
           MOVE 'N' TO WS-RL-NPL(2)
           MOVE 'S' TO WS-RL-CLASS(3)
           MOVE "SUBSTANDARD" TO WS-RL-NAME(3)
           MOVE 91 TO WS-RL-MIN-DAYS(3)
           MOVE 20.00 TO WS-RL-PCT(3)
           MOVE 'Y' TO WS-RL-NPL(3)
           MOVE 'D' TO WS-RL-CLASS(4)
           MOVE "DOUBTFUL" TO WS-RL-NAME(4)
           MOVE 181 TO WS-RL-MIN-DAYS(4)
           MOVE 50.00 TO WS-RL-PCT(4)
           MOVE 'Y' TO WS-RL-NPL(4)
           MOVE 'L' TO WS-RL-CLASS(5)
           MOVE "LOSS" TO WS-RL-NAME(5)
           MOVE 361 TO WS-RL-MIN-DAYS(5)
           MOVE 100.00 TO WS-RL-PCT(5)
           MOVE 'Y' TO WS-RL-NPL(5).

      *  The month-end run: grade, provide, recognise interest,
      *  post the movements and print the report.
       CLASSIFICATION-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-PART TO WS-RUN-DATE
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           END-IF
           DISPLAY "AS AT BUSINESS DATE " WS-RUN-DATE

           PERFORM LOAD-CLASS-RULES
           PERFORM FIND-PREVIOUS-MONTH
           IF WS-MONTH-POSTED = 'Y'
               DISPLAY "MONTH " WS-RUN-MONTH " IS ALREADY PROVISIONED"
                   " - NOTHING POSTED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PREVIOUS-PROVISIONS

           PERFORM CLEAR-ONE-CLASS-TOTAL
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > 10
           PERFORM LOAD-OPEN-LOANS
           IF WS-LN-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 500 OPEN LOANS - RUN STOPPED, "
                   "NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM GRADE-ONE-LOAN
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT

           COMPUTE WS-PROV-MOVEMENT = WS-PROV-TOTAL - WS-PREV-TOTAL
           PERFORM SAVE-MONTH-PROVISIONS
           PERFORM POST-GL-MOVEMENTS

           MOVE SPACE TO WS-RPT-FILENAME
           STRING "LNPROV." DELIMITED BY SIZE
                  WS-RUN-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           END-STRING
           PERFORM WRITE-PROVISION-REPORT

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "MONTH              : " WS-RUN-MONTH.
           DISPLAY "LOANS GRADED       : " WS-LN-COUNT.
           DISPLAY "NON-PERFORMING     : " WS-NPL-COUNT.
           MOVE WS-PROV-TOTAL TO WS-TOTAL-DISP
           DISPLAY "PROVISION REQUIRED : " WS-TOTAL-DISP.
           MOVE WS-PREV-TOTAL TO WS-TOTAL-DISP
           DISPLAY "LAST MONTH         : " WS-TOTAL-DISP.
           MOVE WS-PROV-MOVEMENT TO WS-MOVE-DISP
           DISPLAY "MOVEMENT POSTED    : " WS-MOVE-DISP.
           MOVE WS-INT-RECOGNISED TO WS-TOTAL-DISP
           DISPLAY "INTEREST RECOGNISED: " WS-TOTAL-DISP.
           MOVE WS-INT-SUSPENDED TO WS-TOTAL-DISP
           DISPLAY "INTEREST SUSPENDED : " WS-TOTAL-DISP.
           DISPLAY "REPORT WRITTEN TO  : " WS-RPT-FILENAME.
           DISPLAY "==============================================".

       CLEAR-ONE-CLASS-TOTAL.
           MOVE 0 TO WS-CT-COUNT(WS-RL-SUB)
           MOVE 0 TO WS-CT-OUTSTANDING(WS-RL-SUB)
           MOVE 0 TO WS-CT-PROVISION(WS-RL-SUB).

      *  The latest month on file before this one is the base; a
      *  line already dated this month means the month is done.
       FIND-PREVIOUS-MONTH.
           MOVE 0 TO WS-PREV-MONTH
           MOVE 'N' TO WS-MONTH-POSTED
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LNPROV-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LNPROV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LP-MONTH = WS-RUN-MONTH
                           MOVE 'Y' TO WS-MONTH-POSTED
                       END-IF
                       IF LP-MONTH < WS-RUN-MONTH
                          AND LP-MONTH > WS-PREV-MONTH
                           MOVE LP-MONTH TO WS-PREV-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LNPROV-FILE.

      *  Every line of the base month counts in last month's total,
      *  including loans closed since, so their provision is released.
       LOAD-PREVIOUS-PROVISIONS.
           MOVE 0 TO WS-PV-COUNT
           MOVE 0 TO WS-PREV-TOTAL
           IF WS-PREV-MONTH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LNPROV-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LNPROV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LP-MONTH = WS-PREV-MONTH
                           ADD LP-PROVISION TO WS-PREV-TOTAL
                           IF WS-PV-COUNT < 500
                               ADD 1 TO WS-PV-COUNT
                               MOVE LP-LOAN-NO
                                   TO WS-PV-LOAN-NO(WS-PV-COUNT)
                               MOVE LP-PROVISION
                                   TO WS-PV-PROVISION(WS-PV-COUNT)
                               MOVE LP-INT-SUSPENDED
                                   TO WS-PV-INT-SUSP(WS-PV-COUNT)
                               MOVE LP-INT-TO-DATE
                                   TO WS-PV-INT-TO-DATE(WS-PV-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LNPROV-FILE.

      *  Open loans only: a closed loan holds no provision.
       LOAD-OPEN-LOANS.
           MOVE 0 TO WS-LN-COUNT
           MOVE 'N' TO WS-LN-OVERFLOW
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOANMAST-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LOANMAST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LN-STATUS NOT = 'C'
                          AND LN-OUTSTANDING > 0
                           PERFORM TAKE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANMAST-FILE.

      *  Days past due run from the first missed due date, as
      *  LOANARRS ages them; the month's interest is the flat
      *  interest LOANMNT built into the installment, spread evenly
      *  over the term and never more than is left to earn.
       TAKE-ONE-LOAN.
           IF WS-LN-COUNT >= 500
               MOVE 'Y' TO WS-LN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LN-COUNT
           MOVE LN-LOAN-NO TO WS-LN-LOAN-NO(WS-LN-COUNT)
           MOVE LN-CUST-NO TO WS-LN-CUST-NO(WS-LN-COUNT)
           MOVE LN-OUTSTANDING TO WS-LN-OUTSTANDING(WS-LN-COUNT)

           MOVE 0 TO WS-DAYS-PAST-DUE
           IF LN-ARREARS > 0 AND LN-ARREARS-DATE > 0
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-ARREARS-DATE)
               IF WS-DAYS-PAST-DUE < 1
                   MOVE 1 TO WS-DAYS-PAST-DUE
               END-IF
           END-IF
           MOVE WS-DAYS-PAST-DUE TO WS-LN-DAYS(WS-LN-COUNT)

           MOVE 0 TO WS-LN-PREV-PROV(WS-LN-COUNT)
           MOVE 0 TO WS-LN-INT-SUSP(WS-LN-COUNT)
           MOVE 0 TO WS-LN-INT-TO-DATE(WS-LN-COUNT)
           MOVE 0 TO WS-PV-IDX
           PERFORM FIND-PREVIOUS-LINE
               VARYING WS-PV-SUB FROM 1 BY 1
               UNTIL WS-PV-SUB > WS-PV-COUNT
           IF WS-PV-IDX > 0
               MOVE WS-PV-PROVISION(WS-PV-IDX)
                   TO WS-LN-PREV-PROV(WS-LN-COUNT)
               MOVE WS-PV-INT-SUSP(WS-PV-IDX)
                   TO WS-LN-INT-SUSP(WS-LN-COUNT)
               MOVE WS-PV-INT-TO-DATE(WS-PV-IDX)
                   TO WS-LN-INT-TO-DATE(WS-LN-COUNT)
           END-IF

           COMPUTE WS-TOTAL-INTEREST ROUNDED = LN-PRINCIPAL
               * LN-RATE / 100 * LN-TERM-MONTHS / 12
           MOVE 0 TO WS-MONTH-INTEREST
           IF LN-TERM-MONTHS > 0 AND LN-OPEN-DATE <= WS-RUN-DATE
               COMPUTE WS-MONTH-INTEREST ROUNDED =
                   WS-TOTAL-INTEREST / LN-TERM-MONTHS
           END-IF
           COMPUTE WS-INT-LEFT =
               WS-TOTAL-INTEREST - WS-LN-INT-TO-DATE(WS-LN-COUNT)
           IF WS-INT-LEFT < 0
               MOVE 0 TO WS-INT-LEFT
           END-IF
           IF WS-MONTH-INTEREST > WS-INT-LEFT
               MOVE WS-INT-LEFT TO WS-MONTH-INTEREST
           END-IF
           MOVE WS-MONTH-INTEREST TO WS-LN-INT-MONTH(WS-LN-COUNT)
           ADD WS-MONTH-INTEREST TO WS-LN-INT-TO-DATE(WS-LN-COUNT).

       FIND-PREVIOUS-LINE.
           IF WS-PV-LOAN-NO(WS-PV-SUB) = LN-LOAN-NO
               MOVE WS-PV-SUB TO WS-PV-IDX
           END-IF.

      *  The class whose starting day is the highest one not above
      *  the loan's days past due; provision is that class's rate on
      *  the outstanding. A non-performing loan's month of interest
      *  goes to suspense instead of income.
       GRADE-ONE-LOAN.
           MOVE 0 TO WS-RL-IDX
           PERFORM MATCH-CLASS-RULE
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-RL-COUNT
           IF WS-RL-IDX = 0
               MOVE 1 TO WS-RL-IDX
           END-IF
           MOVE WS-RL-IDX TO WS-LN-RULE(WS-LN-SUB)
           COMPUTE WS-LN-PROVISION(WS-LN-SUB) ROUNDED =
               WS-LN-OUTSTANDING(WS-LN-SUB) * WS-RL-PCT(WS-RL-IDX)
               / 100

           ADD 1 TO WS-CT-COUNT(WS-RL-IDX)
           ADD WS-LN-OUTSTANDING(WS-LN-SUB)
               TO WS-CT-OUTSTANDING(WS-RL-IDX)
           ADD WS-LN-PROVISION(WS-LN-SUB)
               TO WS-CT-PROVISION(WS-RL-IDX)
           ADD WS-LN-PROVISION(WS-LN-SUB) TO WS-PROV-TOTAL

           IF WS-RL-NPL(WS-RL-IDX) = 'Y'
               ADD 1 TO WS-NPL-COUNT
               ADD WS-LN-OUTSTANDING(WS-LN-SUB) TO WS-NPL-TOTAL
               ADD WS-LN-INT-MONTH(WS-LN-SUB)
                   TO WS-LN-INT-SUSP(WS-LN-SUB)
               ADD WS-LN-INT-MONTH(WS-LN-SUB) TO WS-INT-SUSPENDED
           ELSE
               ADD WS-LN-INT-MONTH(WS-LN-SUB) TO WS-INT-RECOGNISED
           END-IF.

       MATCH-CLASS-RULE.
           IF WS-RL-MIN-DAYS(WS-RL-SUB) <= WS-LN-DAYS(WS-LN-SUB)
               IF WS-RL-IDX = 0
                   MOVE WS-RL-SUB TO WS-RL-IDX
               ELSE
                   IF WS-RL-MIN-DAYS(WS-RL-SUB) >
                      WS-RL-MIN-DAYS(WS-RL-IDX)
                       MOVE WS-RL-SUB TO WS-RL-IDX
                   END-IF
               END-IF
           END-IF.

       SAVE-MONTH-PROVISIONS.
           OPEN EXTEND LNPROV-FILE
           PERFORM SAVE-ONE-PROVISION
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT
           CLOSE LNPROV-FILE.

       SAVE-ONE-PROVISION.
           MOVE WS-LN-RULE(WS-LN-SUB) TO WS-RL-IDX
           MOVE WS-RUN-MONTH TO LP-MONTH
           MOVE WS-LN-LOAN-NO(WS-LN-SUB) TO LP-LOAN-NO
           MOVE WS-LN-CUST-NO(WS-LN-SUB) TO LP-CUST-NO
           MOVE WS-LN-DAYS(WS-LN-SUB) TO LP-DAYS
           MOVE WS-RL-CLASS(WS-RL-IDX) TO LP-CLASS
           MOVE WS-LN-OUTSTANDING(WS-LN-SUB) TO LP-OUTSTANDING
           MOVE WS-RL-PCT(WS-RL-IDX) TO LP-PROV-PCT
           MOVE WS-LN-PROVISION(WS-LN-SUB) TO LP-PROVISION
           MOVE WS-RL-NPL(WS-RL-IDX) TO LP-NPL
           MOVE WS-LN-INT-MONTH(WS-LN-SUB) TO LP-INT-MONTH
           MOVE WS-LN-INT-SUSP(WS-LN-SUB) TO LP-INT-SUSPENDED
           MOVE WS-LN-INT-TO-DATE(WS-LN-SUB) TO LP-INT-TO-DATE
           MOVE WS-RUN-DATE TO LP-RUN-DATE
           WRITE LNPROV-RECORD.

      *  Net provision movement as one charge or release, and the
      *  month's interest split between income and suspense, all
      *  booked at head office on the business date.
       POST-GL-MOVEMENTS.
           OPEN EXTEND GLENTRY-FILE
           IF WS-PROV-MOVEMENT > 0
               MOVE 'V' TO WS-GE-TYPE
               MOVE 'C' TO WS-GE-SIDE
               MOVE WS-PROV-MOVEMENT TO WS-GE-AMOUNT
               PERFORM WRITE-GL-ENTRY
           END-IF
           IF WS-PROV-MOVEMENT < 0
               MOVE 'V' TO WS-GE-TYPE
               MOVE 'R' TO WS-GE-SIDE
               COMPUTE WS-GE-AMOUNT = 0 - WS-PROV-MOVEMENT
               PERFORM WRITE-GL-ENTRY
           END-IF
           IF WS-INT-RECOGNISED > 0
               MOVE 'K' TO WS-GE-TYPE
               MOVE 'R' TO WS-GE-SIDE
               MOVE WS-INT-RECOGNISED TO WS-GE-AMOUNT
               PERFORM WRITE-GL-ENTRY
           END-IF
           IF WS-INT-SUSPENDED > 0
               MOVE 'K' TO WS-GE-TYPE
               MOVE 'S' TO WS-GE-SIDE
               MOVE WS-INT-SUSPENDED TO WS-GE-AMOUNT
               PERFORM WRITE-GL-ENTRY
           END-IF
           CLOSE GLENTRY-FILE.

       WRITE-GL-ENTRY.
           MOVE WS-RUN-DATE TO GE-DATE
           MOVE WS-GE-TYPE TO GE-TRAN-TYPE
           MOVE WS-GE-SIDE TO GE-DRCR
           MOVE WS-GE-AMOUNT TO GE-AMOUNT
           MOVE WS-RUN-MONTH TO GE-SOURCE-SEQ
           MOVE "LOANPROV" TO GE-SOURCE
           MOVE "0001" TO GE-BRANCH
           WRITE GLENTRY-RECORD.

      *  Loans grouped by customer with a subtotal each, then the
      *  totals per class and the movement posted.
       WRITE-PROVISION-REPORT.
           PERFORM COLLECT-ONE-CUSTOMER
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT

           OPEN OUTPUT REPORT-FILE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "          THREE LITTLE PIGS BANK" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACE TO REPORT-LINE
           STRING "          LOAN CLASSIFICATION AND PROVISION "
               DELIMITED BY SIZE
                  "AS AT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  LOAN        DAYS CLASS           NPL   OUTSTANDING"
               TO REPORT-LINE
           MOVE "  PROV%     PROVISION      MOVEMENT  INT SUSPENSE"
               TO REPORT-LINE(54:)
           WRITE REPORT-LINE

           OPEN INPUT CUSTOMER-FILE
           PERFORM REPORT-ONE-CUSTOMER
               VARYING WS-CU-SUB FROM 1 BY 1
               UNTIL WS-CU-SUB > WS-CU-COUNT
           CLOSE CUSTOMER-FILE

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTALS BY CLASS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM REPORT-ONE-CLASS
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-RL-COUNT
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NPL-TOTAL TO WS-TOTAL-DISP
           MOVE WS-NPL-COUNT TO WS-COUNT-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "NON-PERFORMING LOANS     " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-PROV-TOTAL TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "PROVISION REQUIRED              " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-PREV-TOTAL TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "HELD LAST MONTH " DELIMITED BY SIZE
                  WS-PREV-MONTH DELIMITED BY SIZE
                  "          " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-PROV-MOVEMENT TO WS-MOVE-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "MOVEMENT POSTED TO GL           " DELIMITED BY SIZE
                  WS-MOVE-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-INT-RECOGNISED TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "INTEREST RECOGNISED             " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-INT-SUSPENDED TO WS-TOTAL-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "INTEREST TO SUSPENSE            " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       COLLECT-ONE-CUSTOMER.
           MOVE 'N' TO WS-CU-MATCH
           PERFORM MATCH-CUSTOMER-SLOT
               VARYING WS-CU-SUB FROM 1 BY 1
               UNTIL WS-CU-SUB > WS-CU-COUNT
           IF WS-CU-MATCH = 'N'
               ADD 1 TO WS-CU-COUNT
               MOVE WS-LN-CUST-NO(WS-LN-SUB) TO WS-CU-NO(WS-CU-COUNT)
           END-IF.

       MATCH-CUSTOMER-SLOT.
           IF WS-CU-NO(WS-CU-SUB) = WS-LN-CUST-NO(WS-LN-SUB)
               MOVE 'Y' TO WS-CU-MATCH
           END-IF.

       REPORT-ONE-CUSTOMER.
           MOVE "(CUSTOMER NOT ON FILE)" TO WS-CU-NAME
           MOVE WS-CU-NO(WS-CU-SUB) TO CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-CU-NAME
           END-READ
           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACE TO REPORT-LINE
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-CU-NO(WS-CU-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CU-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE 0 TO WS-CU-OUTSTANDING
           MOVE 0 TO WS-CU-PROVISION
           PERFORM REPORT-CUSTOMER-LOAN
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LN-COUNT
           MOVE WS-CU-OUTSTANDING TO WS-TOTAL-DISP
           MOVE WS-CU-PROVISION TO WS-AMOUNT-DISP
           MOVE SPACE TO REPORT-LINE
           STRING "  CUSTOMER TOTAL" DELIMITED BY SIZE
                  "                      " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       REPORT-CUSTOMER-LOAN.
           IF WS-LN-CUST-NO(WS-LN-SUB) NOT = WS-CU-NO(WS-CU-SUB)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-RULE(WS-LN-SUB) TO WS-RL-IDX
           MOVE WS-LN-LOAN-NO(WS-LN-SUB) TO WS-DL-LOAN-NO
           MOVE WS-LN-DAYS(WS-LN-SUB) TO WS-DL-DAYS
           MOVE WS-RL-NAME(WS-RL-IDX) TO WS-DL-CLASS
           IF WS-RL-NPL(WS-RL-IDX) = 'Y'
               MOVE "NPL" TO WS-DL-NPL
           ELSE
               MOVE SPACE TO WS-DL-NPL
           END-IF
           MOVE WS-LN-OUTSTANDING(WS-LN-SUB) TO WS-DL-OUTSTAND
           MOVE WS-RL-PCT(WS-RL-IDX) TO WS-DL-PCT
           MOVE WS-LN-PROVISION(WS-LN-SUB) TO WS-DL-PROVISION
           COMPUTE WS-DL-MOVEMENT = WS-LN-PROVISION(WS-LN-SUB)
               - WS-LN-PREV-PROV(WS-LN-SUB)
           MOVE WS-LN-INT-SUSP(WS-LN-SUB) TO WS-DL-INT-SUSP
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-LN-OUTSTANDING(WS-LN-SUB) TO WS-CU-OUTSTANDING
           ADD WS-LN-PROVISION(WS-LN-SUB) TO WS-CU-PROVISION.

       REPORT-ONE-CLASS.
           MOVE WS-CT-COUNT(WS-RL-SUB) TO WS-COUNT-DISP
           MOVE WS-CT-OUTSTANDING(WS-RL-SUB) TO WS-TOTAL-DISP
           MOVE WS-CT-PROVISION(WS-RL-SUB) TO WS-AMOUNT-DISP
           MOVE SPACE TO REPORT-LINE
           STRING WS-RL-CLASS(WS-RL-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RL-NAME(WS-RL-SUB) DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
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
       END PROGRAM LOANPROV.
