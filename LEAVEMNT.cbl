      ******************************************************************
      * Author:      Employee Leave Maintenance
      * Date:        2026
      * Purpose:     Leave kept on file instead of on paper. HR sets
      *              each employee's yearly entitlement per leave type
      *              in LVENTL.dat; employees' requests are keyed into
      *              LVREQ.dat and approved or rejected by a second
      *              person; the running balance per type is the
      *              entitlement plus the days carried in, less the
      *              days taken. At the year end the unused days are
      *              carried into the next year up to each type's
      *              carry-forward limit. Approved unpaid leave is
      *              taken off the salary by the SALCRED run of the
      *              month it falls in. Every change is written to
      *              EMPAUDIT.dat with before and after images, the
      *              same trail EMPMAINT keeps and EMPAUDRP reports.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID.
      *  Entitlement per employee, year and leave type, with the
      *  days carried in and the days taken so far.
           SELECT OPTIONAL LVENTL-FILE ASSIGN TO "LVENTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Leave requests and their decisions.
           SELECT OPTIONAL LVREQ-FILE ASSIGN TO "LVREQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPAUDIT-FILE ASSIGN TO "EMPAUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAY.dat"
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
       01  LVENTL-RECORD             PIC X(20).

      *  Status R requested, A approved, J rejected, C cancelled.
      *  LR-PAY-PERIOD is stamped by SALCRED once unpaid leave has
      *  been deducted; after that the request can no longer change.
       FD  LVREQ-FILE.
       01  LVREQ-RECORD              PIC X(72).

       FD  EMPAUDIT-FILE.
       01  EMPAUDIT-RECORD.
           05 EA-DATE     PIC 9(8).
           05 EA-TIME     PIC 9(6).
           05 EA-OPERATOR PIC X(8).
           05 EA-ACTION   PIC X(1).
           05 EA-BEFORE   PIC X(54).
           05 EA-AFTER    PIC X(54).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HO-DATE                PIC 9(8).
           05 HO-DESC                PIC X(20).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-CHOICE         PIC 9 VALUE 0.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE     PIC 9(8) VALUE 0.
       01  WS-OPERATOR-ID    PIC X(8) VALUE SPACE.
       01  WS-FOUND          PIC X VALUE 'N'.
       01  WS-CONFIRM        PIC X VALUE 'N'.

      *  Leave types and how many unused days may be carried into
      *  the next year. Unpaid leave has no entitlement and no
      *  balance; it is deducted from salary instead.
       01  WS-LT-VALUES.
           05 FILLER PIC X(17) VALUE "ANANNUAL      005".
           05 FILLER PIC X(17) VALUE "SKSICK        000".
           05 FILLER PIC X(17) VALUE "PEPERSONAL    000".
           05 FILLER PIC X(17) VALUE "ULUNPAID      000".
       01  WS-LT-TABLE REDEFINES WS-LT-VALUES.
           05 WS-LT-ENTRY OCCURS 4 TIMES.
               10 WS-LT-CODE         PIC X(2).
               10 WS-LT-NAME         PIC X(12).
               10 WS-LT-CARRY-MAX    PIC 9(3).
       01  WS-LT-SUB         PIC 9 VALUE 0.
       01  WS-LT-IDX         PIC 9 VALUE 0.
       01  WS-UNPAID-TYPE    PIC X(2) VALUE "UL".

       01  WS-LE-TABLE.
           05 WS-LE-RECORD OCCURS 3000 TIMES PIC X(20).
       01  WS-LE-COUNT       PIC 9(4) VALUE 0.
       01  WS-LE-SUB         PIC 9(4) VALUE 0.
       01  WS-LE-IDX         PIC 9(4) VALUE 0.
       01  WS-LE-SCAN        PIC 9(4) VALUE 0.
       01  WS-LE-FULL        PIC X VALUE 'N'.
       01  WS-LE-WORK.
           05 WS-LEW-EMP-ID          PIC 9(5).
           05 WS-LEW-YEAR            PIC 9(4).
           05 WS-LEW-TYPE            PIC X(2).
           05 WS-LEW-ENTITLED        PIC 9(3).
           05 WS-LEW-CARRIED         PIC 9(3).
           05 WS-LEW-TAKEN           PIC 9(3).

       01  WS-LR-TABLE.
           05 WS-LR-RECORD OCCURS 3000 TIMES PIC X(72).
       01  WS-LR-COUNT       PIC 9(4) VALUE 0.
       01  WS-LR-SUB         PIC 9(4) VALUE 0.
       01  WS-LR-IDX         PIC 9(4) VALUE 0.
       01  WS-LR-FULL        PIC X VALUE 'N'.
       01  WS-LR-WORK.
           05 WS-LRW-REQ-NO          PIC 9(6).
           05 WS-LRW-EMP-ID          PIC 9(5).
           05 WS-LRW-TYPE            PIC X(2).
           05 WS-LRW-FROM-DATE       PIC 9(8).
           05 WS-LRW-TO-DATE         PIC 9(8).
           05 WS-LRW-DAYS            PIC 9(3).
           05 WS-LRW-STATUS          PIC X(1).
           05 WS-LRW-REQ-DATE        PIC 9(8).
           05 WS-LRW-REQ-BY          PIC X(8).
           05 WS-LRW-DEC-DATE        PIC 9(8).
           05 WS-LRW-DEC-BY          PIC X(8).
           05 WS-LRW-PAY-PERIOD      PIC 9(6).
           05 FILLER                 PIC X(1) VALUE SPACE.
       01  WS-LR-CHECK.
           05 WS-LRC-REQ-NO          PIC 9(6).
           05 WS-LRC-EMP-ID          PIC 9(5).
           05 WS-LRC-TYPE            PIC X(2).
           05 WS-LRC-FROM-DATE       PIC 9(8).
           05 WS-LRC-TO-DATE         PIC 9(8).
           05 WS-LRC-DAYS            PIC 9(3).
           05 WS-LRC-STATUS          PIC X(1).
           05 FILLER                 PIC X(39).
       01  WS-NEXT-REQ-NO    PIC 9(6) VALUE 0.

      *  Entry fields
       01  WS-WORK-EMP-ID    PIC 9(5) VALUE 0.
       01  WS-WORK-YEAR      PIC 9(4) VALUE 0.
       01  WS-WORK-TYPE      PIC X(2) VALUE SPACE.
       01  WS-WORK-DAYS      PIC 9(3) VALUE 0.
       01  WS-WORK-FROM      PIC 9(8) VALUE 0.
       01  WS-WORK-TO        PIC 9(8) VALUE 0.
       01  WS-WORK-REQ-NO    PIC 9(6) VALUE 0.
       01  WS-DECISION       PIC X VALUE SPACE.

      *  Balance working fields
       01  WS-PENDING-DAYS   PIC 9(4) VALUE 0.
       01  WS-AVAILABLE      PIC S9(4) VALUE 0.
       01  WS-AVAIL-DISP     PIC -ZZZ9.
       01  WS-CARRY-DAYS     PIC S9(4) VALUE 0.
       01  WS-CARRY-YEAR     PIC 9(4) VALUE 0.
       01  WS-NEXT-YEAR      PIC 9(4) VALUE 0.
       01  WS-CARRIED-COUNT  PIC 9(4) VALUE 0.
       01  WS-LISTED-COUNT   PIC 9(4) VALUE 0.
       01  WS-OVERLAP        PIC X VALUE 'N'.

      *  Working days between two dates: weekends and HOLIDAY.dat
      *  days are not leave.
       01  WS-HOL-TABLE.
           05 WS-HOL-DATE OCCURS 200 TIMES PIC 9(8).
       01  WS-HOL-COUNT      PIC 9(3) VALUE 0.
       01  WS-HOL-SUB        PIC 9(3) VALUE 0.
       01  WS-CHECK-DATE     PIC 9(8) VALUE 0.
       01  WS-CHECK-INT      PIC 9(7) VALUE 0.
       01  WS-TO-INT         PIC 9(7) VALUE 0.
       01  WS-CHECK-DOW      PIC 9(1) VALUE 0.
       01  WS-WORKING-FLAG   PIC X VALUE 'Y'.

      *  Audit images: the employee number leads, as it does in
      *  EMPMAINT's record images, so EMPAUDRP finds them by EMP-ID.
       01  WS-AUDIT-ACTION   PIC X(1) VALUE SPACE.
       01  WS-BEFORE-IMAGE   PIC X(54) VALUE SPACE.
       01  WS-AFTER-IMAGE    PIC X(54) VALUE SPACE.
       01  WS-ENT-IMAGE.
           05 WS-EI-EMP-ID           PIC 9(5).
           05 WS-EI-KIND             PIC X(1) VALUE 'E'.
           05 WS-EI-TYPE             PIC X(2).
           05 WS-EI-YEAR             PIC 9(4).
           05 WS-EI-ENTITLED         PIC 9(3).
           05 WS-EI-CARRIED          PIC 9(3).
           05 WS-EI-TAKEN            PIC 9(3).
           05 FILLER                 PIC X(33) VALUE SPACE.
       01  WS-REQ-IMAGE.
           05 WS-RI-EMP-ID           PIC 9(5).
           05 WS-RI-KIND             PIC X(1) VALUE 'R'.
           05 WS-RI-TYPE             PIC X(2).
           05 WS-RI-REQ-NO           PIC 9(6).
           05 WS-RI-FROM-DATE        PIC 9(8).
           05 WS-RI-TO-DATE          PIC 9(8).
           05 WS-RI-DAYS             PIC 9(3).
           05 WS-RI-STATUS           PIC X(1).
           05 FILLER                 PIC X(20) VALUE SPACE.
       01  AUDIT-CURRENT-DATE-TIME.
           05 AUDIT-CURRENT-DATE PIC 9(8).
           05 AUDIT-CURRENT-TIME PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   EMPLOYEE LEAVE MAINTENANCE                 ".
           DISPLAY "==============================================".
           DISPLAY "OPERATOR ID : "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACE
               DISPLAY "AN OPERATOR ID IS REQUIRED"
               STOP RUN
           END-IF
           PERFORM GET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           END-IF
           PERFORM LEAVE-MENU
           STOP RUN.

       LEAVE-MENU.
           DISPLAY " ".
           DISPLAY "PLEASE SELECT MENU".
           DISPLAY " 1. SET YEARLY ENTITLEMENT".
           DISPLAY " 2. REQUEST LEAVE".
           DISPLAY " 3. APPROVE / REJECT REQUEST".
           DISPLAY " 4. CANCEL REQUEST".
           DISPLAY " 5. EMPLOYEE BALANCE AND REQUESTS".
           DISPLAY " 6. YEAR-END CARRY FORWARD".
           DISPLAY " 7. EXIT".
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1  PERFORM SET-ENTITLEMENT
               WHEN 2  PERFORM REQUEST-LEAVE
               WHEN 3  PERFORM DECIDE-REQUEST
               WHEN 4  PERFORM CANCEL-REQUEST
               WHEN 5  PERFORM SHOW-EMPLOYEE-LEAVE
               WHEN 6  PERFORM CARRY-FORWARD
               WHEN 7  DISPLAY "CONSOLE CLOSED"
                       STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE
           GO TO LEAVE-MENU.

      *  A re-keyed entitlement replaces the year's figure; the days
      *  carried in and taken are left as they are.
       SET-ENTITLEMENT.
           DISPLAY "EMPLOYEE ID : "
           ACCEPT WS-WORK-EMP-ID
           PERFORM FETCH-EMPLOYEE
           IF WS-FOUND NOT = 'Y'
               DISPLAY "EMPLOYEE ID NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LEAVE YEAR (YYYY) : "
           ACCEPT WS-WORK-YEAR
           PERFORM ACCEPT-LEAVE-TYPE
           IF WS-LT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-TYPE = WS-UNPAID-TYPE
               DISPLAY "UNPAID LEAVE HAS NO ENTITLEMENT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DAYS ENTITLED : "
           ACCEPT WS-WORK-DAYS
           IF WS-WORK-YEAR = 0
               DISPLAY "A LEAVE YEAR IS REQUIRED"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ENTITLEMENT-TABLE
           IF WS-LE-FULL = 'Y'
               DISPLAY "LVENTL.dat HOLDS MORE THAN 3000 RECORDS - "
                   "CHANGE REFUSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ENTITLEMENT
           IF WS-LE-IDX = 0
               IF WS-LE-COUNT >= 3000
                   DISPLAY "ENTITLEMENT TABLE FULL - NOTHING RECORDED"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO WS-BEFORE-IMAGE
               ADD 1 TO WS-LE-COUNT
               MOVE WS-LE-COUNT TO WS-LE-IDX
               MOVE WS-WORK-EMP-ID TO WS-LEW-EMP-ID
               MOVE WS-WORK-YEAR   TO WS-LEW-YEAR
               MOVE WS-WORK-TYPE   TO WS-LEW-TYPE
               MOVE 0 TO WS-LEW-CARRIED
               MOVE 0 TO WS-LEW-TAKEN
           ELSE
               MOVE WS-LE-RECORD(WS-LE-IDX) TO WS-LE-WORK
               PERFORM BUILD-ENT-IMAGE
               MOVE WS-ENT-IMAGE TO WS-BEFORE-IMAGE
           END-IF
           MOVE WS-WORK-DAYS TO WS-LEW-ENTITLED
           MOVE WS-LE-WORK TO WS-LE-RECORD(WS-LE-IDX)
           PERFORM REWRITE-ENTITLEMENT-FILE
           PERFORM BUILD-ENT-IMAGE
           MOVE WS-ENT-IMAGE TO WS-AFTER-IMAGE
           MOVE 'L' TO WS-AUDIT-ACTION
           PERFORM WRITE-EMPLOYEE-AUDIT
           DISPLAY WS-WORK-TYPE " ENTITLEMENT " WS-WORK-YEAR
               " SET TO " WS-WORK-DAYS " DAYS FOR " WS-WORK-EMP-ID.

      *  A request covers working days inside one calendar month, so
      *  unpaid leave falls wholly into one pay period; longer
      *  absences are keyed as one request per month.
       REQUEST-LEAVE.
           DISPLAY "EMPLOYEE ID : "
           ACCEPT WS-WORK-EMP-ID
           PERFORM FETCH-EMPLOYEE
           IF WS-FOUND NOT = 'Y'
               DISPLAY "EMPLOYEE ID NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "EMPLOYEE : " EMP-NAME " " EMP-DEPART
           PERFORM ACCEPT-LEAVE-TYPE
           IF WS-LT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FIRST DAY (YYYYMMDD) : "
           ACCEPT WS-WORK-FROM
           DISPLAY "LAST DAY (YYYYMMDD) : "
           ACCEPT WS-WORK-TO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-FROM) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-TO) NOT = 0
              OR WS-WORK-TO < WS-WORK-FROM
               DISPLAY "INVALID DATES - NOTHING RECORDED"
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-FROM(1:6) NOT = WS-WORK-TO(1:6)
               DISPLAY "A REQUEST MUST STAY WITHIN ONE MONTH - KEY "
                   "ONE REQUEST PER MONTH"
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-WORKING-DAYS
           IF WS-WORK-DAYS = 0
               DISPLAY "NO WORKING DAYS IN THAT PERIOD"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-REQUEST-TABLE
           IF WS-LR-FULL = 'Y'
               DISPLAY "LVREQ.dat HOLDS MORE THAN 3000 RECORDS - "
                   "REQUEST REFUSED"
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-COUNT >= 3000
               DISPLAY "REQUEST TABLE FULL - NOTHING RECORDED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OVERLAP
           PERFORM CHECK-OVERLAP
               VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LR-COUNT
           IF WS-OVERLAP = 'Y'
               DISPLAY "OVERLAPS LEAVE ALREADY REQUESTED OR APPROVED"
               EXIT PARAGRAPH
           END-IF

           IF WS-WORK-TYPE NOT = WS-UNPAID-TYPE
               MOVE WS-WORK-FROM(1:4) TO WS-WORK-YEAR
               PERFORM WORK-OUT-AVAILABLE
               IF WS-LE-IDX = 0
                   DISPLAY "NO " WS-WORK-TYPE " ENTITLEMENT FOR "
                       WS-WORK-YEAR
                   EXIT PARAGRAPH
               END-IF
               IF WS-WORK-DAYS > WS-AVAILABLE
                   MOVE WS-AVAILABLE TO WS-AVAIL-DISP
                   DISPLAY "ONLY " WS-AVAIL-DISP " DAYS AVAILABLE "
                       "AFTER PENDING REQUESTS"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           INITIALIZE WS-LR-WORK
           ADD 1 TO WS-LR-COUNT
           MOVE WS-NEXT-REQ-NO TO WS-LRW-REQ-NO
           MOVE WS-WORK-EMP-ID TO WS-LRW-EMP-ID
           MOVE WS-WORK-TYPE   TO WS-LRW-TYPE
           MOVE WS-WORK-FROM   TO WS-LRW-FROM-DATE
           MOVE WS-WORK-TO     TO WS-LRW-TO-DATE
           MOVE WS-WORK-DAYS   TO WS-LRW-DAYS
           MOVE 'R'            TO WS-LRW-STATUS
           MOVE WS-TODAY-DATE  TO WS-LRW-REQ-DATE
           MOVE WS-OPERATOR-ID TO WS-LRW-REQ-BY
           MOVE WS-LR-WORK TO WS-LR-RECORD(WS-LR-COUNT)
           PERFORM REWRITE-REQUEST-FILE
           MOVE SPACE TO WS-BEFORE-IMAGE
           PERFORM BUILD-REQ-IMAGE
           MOVE WS-REQ-IMAGE TO WS-AFTER-IMAGE
           MOVE 'Q' TO WS-AUDIT-ACTION
           PERFORM WRITE-EMPLOYEE-AUDIT
           DISPLAY "REQUEST " WS-LRW-REQ-NO " RECORDED - "
               WS-WORK-DAYS " WORKING DAYS, AWAITING APPROVAL".

       CHECK-OVERLAP.
           MOVE WS-LR-RECORD(WS-LR-SUB) TO WS-LR-CHECK
           IF WS-LRC-EMP-ID = WS-WORK-EMP-ID
              AND (WS-LRC-STATUS = 'R' OR WS-LRC-STATUS = 'A')
              AND WS-LRC-FROM-DATE NOT > WS-WORK-TO
              AND WS-LRC-TO-DATE NOT < WS-WORK-FROM
               MOVE 'Y' TO WS-OVERLAP
           END-IF.

      *  The approver may not be the person who keyed the request.
      *  Approval re-checks the balance and books the days taken.
       DECIDE-REQUEST.
           PERFORM LOAD-REQUEST-TABLE
           DISPLAY " ".
           DISPLAY "REQUEST EMP   TY FROM     TO       DAYS KEYED BY".
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM LIST-PENDING-REQUEST
               VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LR-COUNT
           IF WS-LISTED-COUNT = 0
               DISPLAY "NO REQUESTS AWAITING APPROVAL"
               EXIT PARAGRAPH
           END-IF
           PERFORM SELECT-REQUEST
           IF WS-LR-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LRW-STATUS NOT = 'R'
               DISPLAY "REQUEST IS NOT AWAITING APPROVAL"
               EXIT PARAGRAPH
           END-IF
           IF WS-LRW-REQ-BY = WS-OPERATOR-ID
               DISPLAY "YOU KEYED THIS REQUEST - ANOTHER PERSON MUST "
                   "DECIDE IT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(A)PPROVE OR (R)EJECT : "
           ACCEPT WS-DECISION
           PERFORM BUILD-REQ-IMAGE
           MOVE WS-REQ-IMAGE TO WS-BEFORE-IMAGE
           EVALUATE WS-DECISION
               WHEN 'A' WHEN 'a'
                   PERFORM APPROVE-REQUEST
               WHEN 'R' WHEN 'r'
                   MOVE 'J' TO WS-LRW-STATUS
                   MOVE 'J' TO WS-AUDIT-ACTION
               WHEN OTHER
                   DISPLAY "NO DECISION TAKEN"
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-LRW-STATUS = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE  TO WS-LRW-DEC-DATE
           MOVE WS-OPERATOR-ID TO WS-LRW-DEC-BY
           MOVE WS-LR-WORK TO WS-LR-RECORD(WS-LR-IDX)
           PERFORM REWRITE-REQUEST-FILE
           PERFORM BUILD-REQ-IMAGE
           MOVE WS-REQ-IMAGE TO WS-AFTER-IMAGE
           PERFORM WRITE-EMPLOYEE-AUDIT
           IF WS-LRW-STATUS = 'A'
               DISPLAY "REQUEST " WS-LRW-REQ-NO " APPROVED"
           ELSE
               DISPLAY "REQUEST " WS-LRW-REQ-NO " REJECTED"
           END-IF.

       APPROVE-REQUEST.
           IF WS-LRW-TYPE NOT = WS-UNPAID-TYPE
               MOVE WS-LRW-EMP-ID TO WS-WORK-EMP-ID
               MOVE WS-LRW-TYPE TO WS-WORK-TYPE
               MOVE WS-LRW-FROM-DATE(1:4) TO WS-WORK-YEAR
               PERFORM LOAD-ENTITLEMENT-TABLE
               IF WS-LE-FULL = 'Y'
                   DISPLAY "LVENTL.dat HOLDS MORE THAN 3000 RECORDS"
                       " - APPROVAL REFUSED"
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-ENTITLEMENT
               IF WS-LE-IDX = 0
                   DISPLAY "NO " WS-WORK-TYPE " ENTITLEMENT FOR "
                       WS-WORK-YEAR " - APPROVAL REFUSED"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LE-RECORD(WS-LE-IDX) TO WS-LE-WORK
               COMPUTE WS-AVAILABLE = WS-LEW-ENTITLED
                   + WS-LEW-CARRIED - WS-LEW-TAKEN
               IF WS-LRW-DAYS > WS-AVAILABLE
                   MOVE WS-AVAILABLE TO WS-AVAIL-DISP
                   DISPLAY "ONLY " WS-AVAIL-DISP " DAYS LEFT - "
                       "APPROVAL REFUSED"
                   EXIT PARAGRAPH
               END-IF
               ADD WS-LRW-DAYS TO WS-LEW-TAKEN
               MOVE WS-LE-WORK TO WS-LE-RECORD(WS-LE-IDX)
               PERFORM REWRITE-ENTITLEMENT-FILE
           END-IF
           MOVE 'A' TO WS-LRW-STATUS
           MOVE 'V' TO WS-AUDIT-ACTION.

       LIST-PENDING-REQUEST.
           MOVE WS-LR-RECORD(WS-LR-SUB) TO WS-LR-WORK
           IF WS-LRW-STATUS = 'R'
               ADD 1 TO WS-LISTED-COUNT
               DISPLAY WS-LRW-REQ-NO "  " WS-LRW-EMP-ID " "
                   WS-LRW-TYPE " " WS-LRW-FROM-DATE " "
                   WS-LRW-TO-DATE " " WS-LRW-DAYS "  " WS-LRW-REQ-BY
           END-IF.

       SELECT-REQUEST.
           MOVE 0 TO WS-LR-IDX
           IF WS-LR-FULL = 'Y'
               DISPLAY "LVREQ.dat HOLDS MORE THAN 3000 RECORDS - "
                   "CHANGE REFUSED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REQUEST NUMBER : "
           ACCEPT WS-WORK-REQ-NO
           PERFORM MATCH-REQUEST-SLOT
               VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LR-COUNT
           IF WS-LR-IDX = 0
               DISPLAY "REQUEST " WS-WORK-REQ-NO " NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LR-RECORD(WS-LR-IDX) TO WS-LR-WORK.

       MATCH-REQUEST-SLOT.
           MOVE WS-LR-RECORD(WS-LR-SUB) TO WS-LR-CHECK
           IF WS-LRC-REQ-NO = WS-WORK-REQ-NO
               MOVE WS-LR-SUB TO WS-LR-IDX
           END-IF.

      *  Leave not yet deducted by a pay run can be cancelled; days
      *  already booked on an approved request go back to the
      *  balance.
       CANCEL-REQUEST.
           PERFORM LOAD-REQUEST-TABLE
           PERFORM SELECT-REQUEST
           IF WS-LR-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LRW-STATUS NOT = 'R' AND WS-LRW-STATUS NOT = 'A'
               DISPLAY "REQUEST IS ALREADY CLOSED - STATUS "
                   WS-LRW-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-LRW-PAY-PERIOD NOT = 0
               DISPLAY "ALREADY DEDUCTED IN PAY PERIOD "
                   WS-LRW-PAY-PERIOD " - CANNOT BE CANCELLED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CANCEL REQUEST " WS-LRW-REQ-NO " FOR "
               WS-LRW-EMP-ID " " WS-LRW-TYPE " " WS-LRW-FROM-DATE
               " (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-REQ-IMAGE
           MOVE WS-REQ-IMAGE TO WS-BEFORE-IMAGE
           IF WS-LRW-STATUS = 'A'
              AND WS-LRW-TYPE NOT = WS-UNPAID-TYPE
               MOVE WS-LRW-EMP-ID TO WS-WORK-EMP-ID
               MOVE WS-LRW-TYPE TO WS-WORK-TYPE
               MOVE WS-LRW-FROM-DATE(1:4) TO WS-WORK-YEAR
               PERFORM LOAD-ENTITLEMENT-TABLE
               PERFORM FIND-ENTITLEMENT
               IF WS-LE-IDX > 0 AND WS-LE-FULL = 'N'
                   MOVE WS-LE-RECORD(WS-LE-IDX) TO WS-LE-WORK
                   IF WS-LEW-TAKEN > WS-LRW-DAYS
                       SUBTRACT WS-LRW-DAYS FROM WS-LEW-TAKEN
                   ELSE
                       MOVE 0 TO WS-LEW-TAKEN
                   END-IF
                   MOVE WS-LE-WORK TO WS-LE-RECORD(WS-LE-IDX)
                   PERFORM REWRITE-ENTITLEMENT-FILE
               END-IF
           END-IF
           MOVE 'C' TO WS-LRW-STATUS
           MOVE WS-TODAY-DATE  TO WS-LRW-DEC-DATE
           MOVE WS-OPERATOR-ID TO WS-LRW-DEC-BY
           MOVE WS-LR-WORK TO WS-LR-RECORD(WS-LR-IDX)
           PERFORM REWRITE-REQUEST-FILE
           PERFORM BUILD-REQ-IMAGE
           MOVE WS-REQ-IMAGE TO WS-AFTER-IMAGE
           MOVE 'X' TO WS-AUDIT-ACTION
           PERFORM WRITE-EMPLOYEE-AUDIT
           DISPLAY "REQUEST " WS-LRW-REQ-NO " CANCELLED".

       SHOW-EMPLOYEE-LEAVE.
           DISPLAY "EMPLOYEE ID : "
           ACCEPT WS-WORK-EMP-ID
           DISPLAY "LEAVE YEAR (YYYY, 0 = THIS YEAR) : "
           ACCEPT WS-WORK-YEAR
           IF WS-WORK-YEAR = 0
               MOVE WS-TODAY-DATE(1:4) TO WS-WORK-YEAR
           END-IF
           PERFORM FETCH-EMPLOYEE
           IF WS-FOUND = 'Y'
               DISPLAY "EMPLOYEE : " EMP-NAME " " EMP-DEPART
           ELSE
               DISPLAY "EMPLOYEE : (NOT ON EMPLOYEE MASTER)"
           END-IF
           PERFORM LOAD-ENTITLEMENT-TABLE
           PERFORM LOAD-REQUEST-TABLE
           DISPLAY " ".
           DISPLAY "TYPE           ENTITLED CARRIED TAKEN PENDING "
               "AVAILABLE".
           PERFORM SHOW-ONE-TYPE
               VARYING WS-LT-SUB FROM 1 BY 1 UNTIL WS-LT-SUB > 4
           DISPLAY " ".
           DISPLAY "REQUEST TY FROM     TO       DAYS S DECIDED  "
               "PAY PER".
           PERFORM SHOW-ONE-REQUEST
               VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LR-COUNT.

       SHOW-ONE-TYPE.
           MOVE WS-LT-CODE(WS-LT-SUB) TO WS-WORK-TYPE
           IF WS-WORK-TYPE = WS-UNPAID-TYPE
               EXIT PARAGRAPH
           END-IF
           PERFORM WORK-OUT-AVAILABLE
           IF WS-LE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AVAILABLE TO WS-AVAIL-DISP
           DISPLAY WS-WORK-TYPE " " WS-LT-NAME(WS-LT-SUB) "   "
               WS-LEW-ENTITLED "     " WS-LEW-CARRIED "   "
               WS-LEW-TAKEN "   " WS-PENDING-DAYS "    " WS-AVAIL-DISP.

       SHOW-ONE-REQUEST.
           MOVE WS-LR-RECORD(WS-LR-SUB) TO WS-LR-WORK
           IF WS-LRW-EMP-ID = WS-WORK-EMP-ID
              AND WS-LRW-FROM-DATE(1:4) = WS-WORK-YEAR
               DISPLAY WS-LRW-REQ-NO "  " WS-LRW-TYPE " "
                   WS-LRW-FROM-DATE " " WS-LRW-TO-DATE " "
                   WS-LRW-DAYS "  " WS-LRW-STATUS " "
                   WS-LRW-DEC-DATE " " WS-LRW-PAY-PERIOD
           END-IF.

      *  Unused days of each type with a carry-forward limit go into
      *  the next year's line, created with the same entitlement if
      *  HR has not keyed one yet. Run again, it works the same
      *  figure out again, so a rerun after a late approval is safe.
       CARRY-FORWARD.
           DISPLAY "LEAVE YEAR ENDING (YYYY) : "
           ACCEPT WS-CARRY-YEAR
           IF WS-CARRY-YEAR = 0
               DISPLAY "A LEAVE YEAR IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-YEAR = WS-CARRY-YEAR + 1
           PERFORM LOAD-ENTITLEMENT-TABLE
           IF WS-LE-FULL = 'Y'
               DISPLAY "LVENTL.dat HOLDS MORE THAN 3000 RECORDS - "
                   "CARRY FORWARD REFUSED"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CARRIED-COUNT
           PERFORM CARRY-ONE-ENTITLEMENT
               VARYING WS-LE-SUB FROM 1 BY 1
               UNTIL WS-LE-SUB > WS-LE-COUNT
           PERFORM REWRITE-ENTITLEMENT-FILE
           DISPLAY "ENTITLEMENTS CARRIED INTO " WS-NEXT-YEAR " : "
               WS-CARRIED-COUNT.

       CARRY-ONE-ENTITLEMENT.
           MOVE WS-LE-RECORD(WS-LE-SUB) TO WS-LE-WORK
           IF WS-LEW-YEAR NOT = WS-CARRY-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEW-TYPE TO WS-WORK-TYPE
           MOVE 0 TO WS-LT-IDX
           PERFORM MATCH-LEAVE-TYPE
               VARYING WS-LT-SUB FROM 1 BY 1 UNTIL WS-LT-SUB > 4
           IF WS-LT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CARRY-DAYS = WS-LEW-ENTITLED + WS-LEW-CARRIED
               - WS-LEW-TAKEN
           IF WS-CARRY-DAYS > WS-LT-CARRY-MAX(WS-LT-IDX)
               MOVE WS-LT-CARRY-MAX(WS-LT-IDX) TO WS-CARRY-DAYS
           END-IF
           IF WS-CARRY-DAYS < 0
               MOVE 0 TO WS-CARRY-DAYS
           END-IF

           MOVE WS-LEW-EMP-ID TO WS-WORK-EMP-ID
           MOVE WS-LEW-ENTITLED TO WS-WORK-DAYS
           MOVE WS-NEXT-YEAR TO WS-WORK-YEAR
           PERFORM FIND-ENTITLEMENT
           IF WS-LE-IDX = 0
               IF WS-LE-COUNT >= 3000
                   DISPLAY "ENTITLEMENT TABLE FULL - " WS-WORK-EMP-ID
                       " " WS-WORK-TYPE " NOT CARRIED"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO WS-BEFORE-IMAGE
               ADD 1 TO WS-LE-COUNT
               MOVE WS-LE-COUNT TO WS-LE-IDX
               MOVE WS-NEXT-YEAR TO WS-LEW-YEAR
               MOVE WS-WORK-DAYS TO WS-LEW-ENTITLED
               MOVE 0 TO WS-LEW-TAKEN
           ELSE
               MOVE WS-LE-RECORD(WS-LE-IDX) TO WS-LE-WORK
               PERFORM BUILD-ENT-IMAGE
               MOVE WS-ENT-IMAGE TO WS-BEFORE-IMAGE
           END-IF
           MOVE WS-CARRY-DAYS TO WS-LEW-CARRIED
           MOVE WS-LE-WORK TO WS-LE-RECORD(WS-LE-IDX)
           PERFORM BUILD-ENT-IMAGE
           MOVE WS-ENT-IMAGE TO WS-AFTER-IMAGE
           MOVE 'Y' TO WS-AUDIT-ACTION
           PERFORM WRITE-EMPLOYEE-AUDIT
           ADD 1 TO WS-CARRIED-COUNT.

      *  Entitlement plus days carried in, less days taken and days
      *  in requests still awaiting a decision.
       WORK-OUT-AVAILABLE.
           MOVE 0 TO WS-AVAILABLE
           MOVE 0 TO WS-PENDING-DAYS
           PERFORM LOAD-ENTITLEMENT-TABLE
           PERFORM FIND-ENTITLEMENT
           IF WS-LE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LE-RECORD(WS-LE-IDX) TO WS-LE-WORK
           PERFORM ADD-PENDING-DAYS
               VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LR-COUNT
           COMPUTE WS-AVAILABLE = WS-LEW-ENTITLED + WS-LEW-CARRIED
               - WS-LEW-TAKEN - WS-PENDING-DAYS.

       ADD-PENDING-DAYS.
           MOVE WS-LR-RECORD(WS-LR-SUB) TO WS-LR-CHECK
           IF WS-LRC-EMP-ID = WS-WORK-EMP-ID
              AND WS-LRC-TYPE = WS-WORK-TYPE
              AND WS-LRC-STATUS = 'R'
              AND WS-LRC-FROM-DATE(1:4) = WS-WORK-YEAR
               ADD WS-LRC-DAYS TO WS-PENDING-DAYS
           END-IF.

       FIND-ENTITLEMENT.
           MOVE 0 TO WS-LE-IDX
           PERFORM MATCH-ENTITLEMENT-SLOT
               VARYING WS-LE-SCAN FROM 1 BY 1
               UNTIL WS-LE-SCAN > WS-LE-COUNT OR WS-LE-IDX > 0.

       MATCH-ENTITLEMENT-SLOT.
           IF WS-LE-RECORD(WS-LE-SCAN)(1:5) = WS-WORK-EMP-ID
              AND WS-LE-RECORD(WS-LE-SCAN)(6:4) = WS-WORK-YEAR
              AND WS-LE-RECORD(WS-LE-SCAN)(10:2) = WS-WORK-TYPE
               MOVE WS-LE-SCAN TO WS-LE-IDX
           END-IF.

       ACCEPT-LEAVE-TYPE.
           DISPLAY "LEAVE TYPE (AN ANNUAL, SK SICK, PE PERSONAL, "
               "UL UNPAID) : "
           MOVE SPACE TO WS-WORK-TYPE
           ACCEPT WS-WORK-TYPE
           MOVE FUNCTION UPPER-CASE(WS-WORK-TYPE) TO WS-WORK-TYPE
           MOVE 0 TO WS-LT-IDX
           PERFORM MATCH-LEAVE-TYPE
               VARYING WS-LT-SUB FROM 1 BY 1 UNTIL WS-LT-SUB > 4
           IF WS-LT-IDX = 0
               DISPLAY "UNKNOWN LEAVE TYPE " WS-WORK-TYPE
           END-IF.

       MATCH-LEAVE-TYPE.
           IF WS-LT-CODE(WS-LT-SUB) = WS-WORK-TYPE
               MOVE WS-LT-SUB TO WS-LT-IDX
           END-IF.

       COUNT-WORKING-DAYS.
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE 0 TO WS-WORK-DAYS
           COMPUTE WS-CHECK-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-FROM)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-TO)
           PERFORM COUNT-ONE-DAY
               UNTIL WS-CHECK-INT > WS-TO-INT.

       COUNT-ONE-DAY.
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
           PERFORM CHECK-WORKING-DAY
           IF WS-WORKING-FLAG = 'Y'
               ADD 1 TO WS-WORK-DAYS
           END-IF
           ADD 1 TO WS-CHECK-INT.

      *  Saturdays and Sundays by day of week (day 1 of the
      *  INTEGER-OF-DATE epoch is a Monday), then the holiday table.
       CHECK-WORKING-DAY.
           MOVE 'Y' TO WS-WORKING-FLAG
           COMPUTE WS-CHECK-DOW = FUNCTION MOD(WS-CHECK-INT, 7)
           IF WS-CHECK-DOW = 0 OR WS-CHECK-DOW = 6
               MOVE 'N' TO WS-WORKING-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-HOLIDAY
               VARYING WS-HOL-SUB FROM 1 BY 1
               UNTIL WS-HOL-SUB > WS-HOL-COUNT.

       MATCH-HOLIDAY.
           IF WS-HOL-DATE(WS-HOL-SUB) = WS-CHECK-DATE
               MOVE 'N' TO WS-WORKING-FLAG
           END-IF.

       LOAD-HOLIDAY-TABLE.
           MOVE 0 TO WS-HOL-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT HOLIDAY-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HOLIDAY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF HO-DATE(1:6) = WS-WORK-FROM(1:6)
                          AND WS-HOL-COUNT < 200
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HO-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

       FETCH-EMPLOYEE.
           MOVE 'N' TO WS-FOUND
           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE WS-WORK-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ
           CLOSE EMPLOYEE-MASTER-FILE.

       LOAD-ENTITLEMENT-TABLE.
           MOVE 0 TO WS-LE-COUNT
           MOVE 'N' TO WS-LE-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LVENTL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LVENTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LE-COUNT < 3000
                           ADD 1 TO WS-LE-COUNT
                           MOVE LVENTL-RECORD
                               TO WS-LE-RECORD(WS-LE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-LE-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LVENTL-FILE.

       REWRITE-ENTITLEMENT-FILE.
           OPEN OUTPUT LVENTL-FILE
           PERFORM WRITE-ENTITLEMENT-SLOT
               VARYING WS-LE-SUB FROM 1 BY 1
               UNTIL WS-LE-SUB > WS-LE-COUNT
           CLOSE LVENTL-FILE.

       WRITE-ENTITLEMENT-SLOT.
           MOVE WS-LE-RECORD(WS-LE-SUB) TO LVENTL-RECORD
           WRITE LVENTL-RECORD.

      *  Request numbers run on from the highest on file.
       LOAD-REQUEST-TABLE.
           MOVE 0 TO WS-LR-COUNT
           MOVE 1 TO WS-NEXT-REQ-NO
           MOVE 'N' TO WS-LR-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LVREQ-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LVREQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LR-COUNT < 3000
                           ADD 1 TO WS-LR-COUNT
                           MOVE LVREQ-RECORD
                               TO WS-LR-RECORD(WS-LR-COUNT)
                           MOVE LVREQ-RECORD TO WS-LR-CHECK
                           IF WS-LRC-REQ-NO NOT < WS-NEXT-REQ-NO
                               COMPUTE WS-NEXT-REQ-NO =
                                   WS-LRC-REQ-NO + 1
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-LR-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LVREQ-FILE.

       REWRITE-REQUEST-FILE.
           OPEN OUTPUT LVREQ-FILE
           PERFORM WRITE-REQUEST-SLOT
               VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LR-COUNT
           CLOSE LVREQ-FILE.

       WRITE-REQUEST-SLOT.
           MOVE WS-LR-RECORD(WS-LR-SUB) TO LVREQ-RECORD
           WRITE LVREQ-RECORD.

       BUILD-ENT-IMAGE.
           MOVE WS-LEW-EMP-ID   TO WS-EI-EMP-ID
           MOVE WS-LEW-TYPE     TO WS-EI-TYPE
           MOVE WS-LEW-YEAR     TO WS-EI-YEAR
           MOVE WS-LEW-ENTITLED TO WS-EI-ENTITLED
           MOVE WS-LEW-CARRIED  TO WS-EI-CARRIED
           MOVE WS-LEW-TAKEN    TO WS-EI-TAKEN.

       BUILD-REQ-IMAGE.
           MOVE WS-LRW-EMP-ID    TO WS-RI-EMP-ID
           MOVE WS-LRW-TYPE      TO WS-RI-TYPE
           MOVE WS-LRW-REQ-NO    TO WS-RI-REQ-NO
           MOVE WS-LRW-FROM-DATE TO WS-RI-FROM-DATE
           MOVE WS-LRW-TO-DATE   TO WS-RI-TO-DATE
           MOVE WS-LRW-DAYS      TO WS-RI-DAYS
           MOVE WS-LRW-STATUS    TO WS-RI-STATUS.

      *  Actions: L entitlement set, Q leave requested, V approved,
      *  J rejected, X cancelled, Y carried forward at year end.
       WRITE-EMPLOYEE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-CURRENT-DATE-TIME
           OPEN EXTEND EMPAUDIT-FILE
               MOVE AUDIT-CURRENT-DATE TO EA-DATE
               MOVE AUDIT-CURRENT-TIME TO EA-TIME
               MOVE WS-OPERATOR-ID TO EA-OPERATOR
               MOVE WS-AUDIT-ACTION TO EA-ACTION
               MOVE WS-BEFORE-IMAGE TO EA-BEFORE
               MOVE WS-AFTER-IMAGE TO EA-AFTER
               WRITE EMPAUDIT-RECORD
           CLOSE EMPAUDIT-FILE.


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
       END PROGRAM LEAVEMNT.
