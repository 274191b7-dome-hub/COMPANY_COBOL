      ******************************************************************
      * Author:      Department Leave Balance Report
      * Date:        2026
      * Purpose:     Leave balances for one leave year, department by
      *              department, for the managers planning cover. For
      *              every employee on EMPLOYEE.DAT and every leave
      *              type: days entitled (LVENTL.dat), carried in from
      *              last year, taken, still awaiting approval
      *              (LVREQ.dat) and available; unpaid leave shows the
      *              days approved. Each department closes with its
      *              totals per leave type, and the bank's totals
      *              close the report.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVERPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID.
           SELECT OPTIONAL LVENTL-FILE ASSIGN TO "LVENTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LVREQ-FILE ASSIGN TO "LVREQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-FILE-RECORD.
           05 EMP-ID      PIC 9(5).
           05 EMP-NAME    PIC X(30).
           05 EMP-DEPART  PIC X(10).
           05 EMP-SALARY  PIC 9(7)V99.

       FD  LVENTL-FILE.
       01  LVENTL-RECORD.
           05 LE-EMP-ID              PIC 9(5).
           05 LE-YEAR                PIC 9(4).
           05 LE-TYPE                PIC X(2).
           05 LE-ENTITLED            PIC 9(3).
           05 LE-CARRIED             PIC 9(3).
           05 LE-TAKEN               PIC 9(3).

       FD  LVREQ-FILE.
       01  LVREQ-RECORD.
           05 LR-REQ-NO              PIC 9(6).
           05 LR-EMP-ID              PIC 9(5).
           05 LR-TYPE                PIC X(2).
           05 LR-FROM-DATE           PIC 9(8).
           05 LR-TO-DATE             PIC 9(8).
           05 LR-DAYS                PIC 9(3).
           05 LR-STATUS              PIC X(1).
           05 LR-REQ-DATE            PIC 9(8).
           05 LR-REQ-BY              PIC X(8).
           05 LR-DEC-DATE            PIC 9(8).
           05 LR-DEC-BY              PIC X(8).
           05 LR-PAY-PERIOD          PIC 9(6).
           05 FILLER                 PIC X(1).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-LEAVE-YEAR     PIC 9(4) VALUE 0.
       01  WS-WANT-DEPART    PIC X(10) VALUE SPACE.

      *  Leave types in LEAVEMNT's order; unpaid leave last.
       01  WS-LT-VALUES.
           05 FILLER PIC X(14) VALUE "ANANNUAL      ".
           05 FILLER PIC X(14) VALUE "SKSICK        ".
           05 FILLER PIC X(14) VALUE "PEPERSONAL    ".
           05 FILLER PIC X(14) VALUE "ULUNPAID      ".
       01  WS-LT-TABLE REDEFINES WS-LT-VALUES.
           05 WS-LT-ENTRY OCCURS 4 TIMES.
               10 WS-LT-CODE         PIC X(2).
               10 WS-LT-NAME         PIC X(12).
       01  WS-LT-SUB         PIC 9 VALUE 0.
       01  WS-LT-IDX         PIC 9 VALUE 0.
       01  WS-UNPAID-TYPE    PIC X(2) VALUE "UL".
       01  WS-WANT-TYPE      PIC X(2) VALUE SPACE.

      *  Employees with their year's figures per leave type
       01  WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 500 TIMES.
               10 WS-EM-ID           PIC 9(5).
               10 WS-EM-NAME         PIC X(30).
               10 WS-EM-DEPART       PIC X(10).
               10 WS-EM-TYPE OCCURS 4 TIMES.
                   15 WS-EM-ENTITLED PIC 9(4).
                   15 WS-EM-CARRIED  PIC 9(4).
                   15 WS-EM-TAKEN    PIC 9(4).
                   15 WS-EM-PENDING  PIC 9(4).
                   15 WS-EM-ON-FILE  PIC X(1).
       01  WS-EM-COUNT      PIC 9(3) VALUE 0.
       01  WS-EM-SUB        PIC 9(3) VALUE 0.
       01  WS-EM-IDX        PIC 9(3) VALUE 0.
       01  WS-NOT-ON-MASTER PIC 9(5) VALUE 0.

      *  Departments, put into name order
       01  WS-DP-TABLE.
           05 WS-DP-NAME OCCURS 100 TIMES PIC X(10).
       01  WS-DP-COUNT      PIC 9(3) VALUE 0.
       01  WS-DP-SUB        PIC 9(3) VALUE 0.
       01  WS-DP-IDX        PIC 9(3) VALUE 0.
       01  WS-DP-NEXT       PIC 9(3) VALUE 0.
       01  WS-DP-PASS       PIC 9(3) VALUE 0.
       01  WS-DP-HOLD       PIC X(10) VALUE SPACE.
       01  WS-DP-SWAPPED    PIC X VALUE 'N'.
       01  WS-DP-STAFF      PIC 9(5) VALUE 0.

      *  Department and bank totals per leave type
       01  WS-TT-TABLE.
           05 WS-TT-LEVEL OCCURS 2 TIMES.
               10 WS-TT-TYPE OCCURS 4 TIMES.
                   15 WS-TT-ENTITLED PIC 9(7).
                   15 WS-TT-CARRIED  PIC 9(7).
                   15 WS-TT-TAKEN    PIC 9(7).
                   15 WS-TT-PENDING  PIC 9(7).
                   15 WS-TT-AVAIL    PIC S9(7).
       01  WS-TT-SUB        PIC 9 VALUE 0.

       01  WS-AVAILABLE     PIC S9(5) VALUE 0.
       01  WS-ENT-DISP      PIC ZZZZ9.
       01  WS-CF-DISP       PIC ZZZZ9.
       01  WS-TKN-DISP      PIC ZZZZ9.
       01  WS-PND-DISP      PIC ZZZZ9.
       01  WS-AVL-DISP      PIC -ZZZZ9.
       01  WS-TOT-ENT-DISP  PIC Z,ZZZ,ZZ9.
       01  WS-TOT-CF-DISP   PIC Z,ZZZ,ZZ9.
       01  WS-TOT-TKN-DISP  PIC Z,ZZZ,ZZ9.
       01  WS-TOT-PND-DISP  PIC Z,ZZZ,ZZ9.
       01  WS-TOT-AVL-DISP  PIC -Z,ZZZ,ZZ9.
       01  WS-FIRST-LINE    PIC X VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   DEPARTMENT LEAVE BALANCE REPORT            ".
           DISPLAY "==============================================".
           DISPLAY "LEAVE YEAR (YYYY, 0 = THIS YEAR) : "
           ACCEPT WS-LEAVE-YEAR
           DISPLAY "DEPARTMENT (BLANK = ALL) : "
           ACCEPT WS-WANT-DEPART
           IF WS-LEAVE-YEAR = 0
               PERFORM GET-BUSINESS-DATE
               IF WS-BUSINESS-DATE = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
               END-IF
               MOVE WS-BUSINESS-DATE(1:4) TO WS-LEAVE-YEAR
           END-IF

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-ENTITLEMENTS
           PERFORM LOAD-REQUESTS
           PERFORM ORDER-DEPARTMENTS

           DISPLAY " ".
           DISPLAY "LEAVE BALANCES FOR " WS-LEAVE-YEAR.
           INITIALIZE WS-TT-LEVEL(2)
           PERFORM REPORT-ONE-DEPARTMENT
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-COUNT
           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "ALL DEPARTMENTS".
           MOVE 2 TO WS-TT-SUB
           PERFORM PRINT-TYPE-TOTAL
               VARYING WS-LT-SUB FROM 1 BY 1 UNTIL WS-LT-SUB > 4
           IF WS-NOT-ON-MASTER > 0
               DISPLAY "LEAVE LINES FOR EMPLOYEES NOT ON MASTER : "
                   WS-NOT-ON-MASTER
           END-IF
           DISPLAY "==============================================".
           STOP RUN.

       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EM-COUNT
           MOVE 0 TO WS-DP-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EMPLOYEE-MASTER-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-WANT-DEPART = SPACE
                          OR EMP-DEPART = WS-WANT-DEPART
                           PERFORM STORE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

       STORE-EMPLOYEE.
           IF WS-EM-COUNT >= 500
               DISPLAY "MORE THAN 500 EMPLOYEES - " EMP-ID
                   " LEFT OUT"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EM-COUNT
           INITIALIZE WS-EM-ENTRY(WS-EM-COUNT)
           MOVE EMP-ID     TO WS-EM-ID(WS-EM-COUNT)
           MOVE EMP-NAME   TO WS-EM-NAME(WS-EM-COUNT)
           MOVE EMP-DEPART TO WS-EM-DEPART(WS-EM-COUNT)
           MOVE 0 TO WS-DP-IDX
           PERFORM MATCH-DEPARTMENT
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DP-COUNT OR WS-DP-IDX > 0
           IF WS-DP-IDX = 0 AND WS-DP-COUNT < 100
               ADD 1 TO WS-DP-COUNT
               MOVE EMP-DEPART TO WS-DP-NAME(WS-DP-COUNT)
           END-IF.

       MATCH-DEPARTMENT.
           IF WS-DP-NAME(WS-DP-SUB) = EMP-DEPART
               MOVE WS-DP-SUB TO WS-DP-IDX
           END-IF.

       LOAD-ENTITLEMENTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LVENTL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LVENTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LE-YEAR = WS-LEAVE-YEAR
                           PERFORM ADD-ENTITLEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LVENTL-FILE.

       ADD-ENTITLEMENT.
           MOVE LE-EMP-ID TO EMP-ID
           MOVE LE-TYPE TO WS-WANT-TYPE
           PERFORM FIND-EMPLOYEE-AND-TYPE
           IF WS-EM-IDX = 0 OR WS-LT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LE-ENTITLED
               TO WS-EM-ENTITLED(WS-EM-IDX, WS-LT-IDX)
           MOVE LE-CARRIED TO WS-EM-CARRIED(WS-EM-IDX, WS-LT-IDX)
           MOVE LE-TAKEN   TO WS-EM-TAKEN(WS-EM-IDX, WS-LT-IDX)
           MOVE 'Y' TO WS-EM-ON-FILE(WS-EM-IDX, WS-LT-IDX).

      *  Requests awaiting a decision count as pending for the year
      *  they start in; approved unpaid leave counts as taken.
       LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LVREQ-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LVREQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LR-FROM-DATE(1:4) = WS-LEAVE-YEAR
                          AND (LR-STATUS = 'R'
                           OR (LR-STATUS = 'A'
                               AND LR-TYPE = WS-UNPAID-TYPE))
                           PERFORM ADD-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LVREQ-FILE.

       ADD-REQUEST.
           MOVE LR-EMP-ID TO EMP-ID
           MOVE LR-TYPE TO WS-WANT-TYPE
           PERFORM FIND-EMPLOYEE-AND-TYPE
           IF WS-EM-IDX = 0 OR WS-LT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EM-ON-FILE(WS-EM-IDX, WS-LT-IDX)
           IF LR-STATUS = 'R'
               ADD LR-DAYS TO WS-EM-PENDING(WS-EM-IDX, WS-LT-IDX)
           ELSE
               ADD LR-DAYS TO WS-EM-TAKEN(WS-EM-IDX, WS-LT-IDX)
           END-IF.

      *  EMP-ID and WS-WANT-TYPE hold the employee and type wanted.
       FIND-EMPLOYEE-AND-TYPE.
           MOVE 0 TO WS-EM-IDX
           MOVE 0 TO WS-LT-IDX
           PERFORM MATCH-EMPLOYEE
               VARYING WS-EM-SUB FROM 1 BY 1
               UNTIL WS-EM-SUB > WS-EM-COUNT OR WS-EM-IDX > 0
           IF WS-EM-IDX = 0
               IF WS-WANT-DEPART = SPACE
                   ADD 1 TO WS-NOT-ON-MASTER
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-LEAVE-TYPE
               VARYING WS-LT-SUB FROM 1 BY 1 UNTIL WS-LT-SUB > 4.

       MATCH-EMPLOYEE.
           IF WS-EM-ID(WS-EM-SUB) = EMP-ID
               MOVE WS-EM-SUB TO WS-EM-IDX
           END-IF.

       MATCH-LEAVE-TYPE.
           IF WS-LT-CODE(WS-LT-SUB) = WS-WANT-TYPE
               MOVE WS-LT-SUB TO WS-LT-IDX
           END-IF.

       ORDER-DEPARTMENTS.
           MOVE 'Y' TO WS-DP-SWAPPED
           MOVE WS-DP-COUNT TO WS-DP-PASS
           PERFORM ORDER-ONE-PASS
               UNTIL WS-DP-SWAPPED = 'N' OR WS-DP-PASS < 2.

       ORDER-ONE-PASS.
           MOVE 'N' TO WS-DP-SWAPPED
           PERFORM COMPARE-DEPARTMENT-PAIR
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB >= WS-DP-PASS
           SUBTRACT 1 FROM WS-DP-PASS.

       COMPARE-DEPARTMENT-PAIR.
           COMPUTE WS-DP-NEXT = WS-DP-SUB + 1
           IF WS-DP-NAME(WS-DP-SUB) > WS-DP-NAME(WS-DP-NEXT)
               MOVE WS-DP-NAME(WS-DP-SUB) TO WS-DP-HOLD
               MOVE WS-DP-NAME(WS-DP-NEXT) TO WS-DP-NAME(WS-DP-SUB)
               MOVE WS-DP-HOLD TO WS-DP-NAME(WS-DP-NEXT)
               MOVE 'Y' TO WS-DP-SWAPPED
           END-IF.

       REPORT-ONE-DEPARTMENT.
           INITIALIZE WS-TT-LEVEL(1)
           MOVE 0 TO WS-DP-STAFF
           DISPLAY " ".
           DISPLAY "DEPARTMENT " WS-DP-NAME(WS-DP-SUB).
           DISPLAY "EMP   NAME                 TYPE       ENTITLED "
               "CARRIED TAKEN PENDING AVAILABLE".
           DISPLAY "----------------------------------------------"
               "---------------------------------".
           PERFORM REPORT-ONE-EMPLOYEE
               VARYING WS-EM-SUB FROM 1 BY 1
               UNTIL WS-EM-SUB > WS-EM-COUNT
           DISPLAY "----------------------------------------------"
               "---------------------------------".
           DISPLAY "DEPARTMENT TOTAL - STAFF " WS-DP-STAFF.
           MOVE 1 TO WS-TT-SUB
           PERFORM PRINT-TYPE-TOTAL
               VARYING WS-LT-SUB FROM 1 BY 1 UNTIL WS-LT-SUB > 4.

       REPORT-ONE-EMPLOYEE.
           IF WS-EM-DEPART(WS-EM-SUB) NOT = WS-DP-NAME(WS-DP-SUB)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DP-STAFF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM REPORT-ONE-TYPE
               VARYING WS-LT-SUB FROM 1 BY 1 UNTIL WS-LT-SUB > 4
           IF WS-FIRST-LINE = 'Y'
               DISPLAY WS-EM-ID(WS-EM-SUB) " "
                   WS-EM-NAME(WS-EM-SUB)(1:20) " (NO LEAVE ON FILE)"
           END-IF.

      *  Unpaid leave has no entitlement, so nothing is available.
       REPORT-ONE-TYPE.
           IF WS-EM-ON-FILE(WS-EM-SUB, WS-LT-SUB) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AVAILABLE
           IF WS-LT-CODE(WS-LT-SUB) NOT = WS-UNPAID-TYPE
               COMPUTE WS-AVAILABLE =
                   WS-EM-ENTITLED(WS-EM-SUB, WS-LT-SUB)
                   + WS-EM-CARRIED(WS-EM-SUB, WS-LT-SUB)
                   - WS-EM-TAKEN(WS-EM-SUB, WS-LT-SUB)
                   - WS-EM-PENDING(WS-EM-SUB, WS-LT-SUB)
           END-IF
           PERFORM ADD-TYPE-TOTALS
               VARYING WS-TT-SUB FROM 1 BY 1 UNTIL WS-TT-SUB > 2
           MOVE WS-EM-ENTITLED(WS-EM-SUB, WS-LT-SUB) TO WS-ENT-DISP
           MOVE WS-EM-CARRIED(WS-EM-SUB, WS-LT-SUB)  TO WS-CF-DISP
           MOVE WS-EM-TAKEN(WS-EM-SUB, WS-LT-SUB)    TO WS-TKN-DISP
           MOVE WS-EM-PENDING(WS-EM-SUB, WS-LT-SUB)  TO WS-PND-DISP
           MOVE WS-AVAILABLE TO WS-AVL-DISP
           IF WS-FIRST-LINE = 'Y'
               DISPLAY WS-EM-ID(WS-EM-SUB) " "
                   WS-EM-NAME(WS-EM-SUB)(1:20) " "
                   WS-LT-CODE(WS-LT-SUB) " "
                   WS-LT-NAME(WS-LT-SUB)(1:8) "   " WS-ENT-DISP
                   "   " WS-CF-DISP " " WS-TKN-DISP "   "
                   WS-PND-DISP "    " WS-AVL-DISP
               MOVE 'N' TO WS-FIRST-LINE
           ELSE
               DISPLAY "                           "
                   WS-LT-CODE(WS-LT-SUB) " "
                   WS-LT-NAME(WS-LT-SUB)(1:8) "   " WS-ENT-DISP
                   "   " WS-CF-DISP " " WS-TKN-DISP "   "
                   WS-PND-DISP "    " WS-AVL-DISP
           END-IF.

       ADD-TYPE-TOTALS.
           ADD WS-EM-ENTITLED(WS-EM-SUB, WS-LT-SUB)
               TO WS-TT-ENTITLED(WS-TT-SUB, WS-LT-SUB)
           ADD WS-EM-CARRIED(WS-EM-SUB, WS-LT-SUB)
               TO WS-TT-CARRIED(WS-TT-SUB, WS-LT-SUB)
           ADD WS-EM-TAKEN(WS-EM-SUB, WS-LT-SUB)
               TO WS-TT-TAKEN(WS-TT-SUB, WS-LT-SUB)
           ADD WS-EM-PENDING(WS-EM-SUB, WS-LT-SUB)
               TO WS-TT-PENDING(WS-TT-SUB, WS-LT-SUB)
           ADD WS-AVAILABLE TO WS-TT-AVAIL(WS-TT-SUB, WS-LT-SUB).

       PRINT-TYPE-TOTAL.
           MOVE WS-TT-ENTITLED(WS-TT-SUB, WS-LT-SUB) TO WS-TOT-ENT-DISP
           MOVE WS-TT-CARRIED(WS-TT-SUB, WS-LT-SUB)  TO WS-TOT-CF-DISP
           MOVE WS-TT-TAKEN(WS-TT-SUB, WS-LT-SUB)    TO WS-TOT-TKN-DISP
           MOVE WS-TT-PENDING(WS-TT-SUB, WS-LT-SUB)  TO WS-TOT-PND-DISP
           MOVE WS-TT-AVAIL(WS-TT-SUB, WS-LT-SUB)    TO WS-TOT-AVL-DISP
           DISPLAY "  " WS-LT-CODE(WS-LT-SUB) " "
               WS-LT-NAME(WS-LT-SUB) " ENTITLED " WS-TOT-ENT-DISP
               " CARRIED " WS-TOT-CF-DISP " TAKEN " WS-TOT-TKN-DISP
               " PENDING " WS-TOT-PND-DISP " AVAILABLE "
               WS-TOT-AVL-DISP.


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
       END PROGRAM LEAVERPT.
