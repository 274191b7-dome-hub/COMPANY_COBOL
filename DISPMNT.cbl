      ******************************************************************
      * Author:      ATM Dispute Case Management
      * Date:        2026
      * Purpose:     Case file (DISPUTE.dat) and investigator's
      *              console for customers who say the ATM debited
      *              them without dispensing the cash. A case is
      *              opened against the TRANSLOG-POSTING-SEQ of the
      *              'W' withdrawal, with the regulator's resolution
      *              deadline worked out from the opening date. The
      *              case view puts the posting beside the cassette
      *              contents, that day's CASHLOG loads and the day's
      *              cash overage CASHMGMT proved into CASHPOS.dat.
      *              The investigator resolves a case as a refund or
      *              a rejection; a refund is queued in PENDAPPR.dat
      *              as a reversal of the posting, so it moves money
      *              only when a supervisor approves it in APPRQUE.
      *              Every action is audited to TELAUDIT.dat, and
      *              DISPAGE ages the open cases.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL CASSETTE-FILE ASSIGN TO "CASSETTE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASHLOG-FILE ASSIGN TO "CASHLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASHPOS-FILE ASSIGN TO "CASHPOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDAPPR-FILE ASSIGN TO "PENDAPPR.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELLEROP-FILE ASSIGN TO "TELLEROP.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TELAUDIT-FILE ASSIGN TO "TELAUDIT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  One record per case. Claim NDSP = nothing dispensed, PART =
      *  part dispensed. Status O = open, Q = refund awaiting
      *  supervisor approval, F = refunded, J = rejected.
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

       FD  CASSETTE-FILE.
       01  CASSETTE-RECORD.
           05 CAS-DENOM                PIC 9(5).
           05 CAS-COUNT                PIC 9(6).

       FD  CASHLOG-FILE.
       01  CASHLOG-RECORD.
           05 CL-DATE                  PIC 9(8).
           05 CL-TIME                  PIC 9(6).
           05 CL-CREW-REF              PIC X(8).
           05 CL-DENOM                 PIC 9(5).
           05 CL-COUNT                 PIC 9(6).

      *  Day-by-day cash position proved by CASHMGMT.
       FD  CASHPOS-FILE.
       01  CASHPOS-RECORD.
           05 PS-DATE                  PIC 9(8).
           05 PS-CLOSING-VALUE         PIC 9(10)V99.
           05 PS-DISPENSED             PIC 9(10)V99.
           05 PS-LOADED                PIC 9(10)V99.
           05 PS-OPENING-VALUE         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05 PS-OVERAGE               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.

      *  Pending-approval queue worked off by APPRQUE.
       FD  PENDAPPR-FILE.
       01  PENDAPPR-RECORD.
           05 PA-SEQ                 PIC 9(6).
           05 PA-TYPE                PIC X(1).
           05 PA-ACCOUNT-NO          PIC X(10).
           05 PA-AMOUNT              PIC 9(8)V99.
           05 PA-DRCR                PIC X(1).
           05 PA-REASON              PIC X(4).
           05 PA-ORIG-SEQ            PIC 9(8).
           05 PA-REQUEST-OP          PIC X(8).
           05 PA-DATE                PIC 9(8).
           05 PA-STATUS              PIC X(1).
           05 PA-ACTION-OP           PIC X(8).

      *  Operator file owned by OPERMNT.
       FD  TELLEROP-FILE.
       01  TELLEROP-RECORD.
           05 OP-ID                  PIC X(8).
           05 OP-PASSWORD            PIC X(8).
           05 OP-NAME                PIC X(20).
           05 OP-ROLE                PIC X(1).
           05 OP-STATUS              PIC X(1).
           05 OP-PW-DATE             PIC 9(8).
           05 OP-FORCE-CHANGE        PIC X(1).
           05 OP-FAILED-LOGINS       PIC 9(1).
           05 OP-BRANCH              PIC X(4).

       FD  TELAUDIT-FILE.
       01  TELAUDIT-RECORD.
           05 TA-OPERATOR            PIC X(8).
           05 TA-DATE                PIC 9(8).
           05 TA-TIME                PIC 9(6).
           05 TA-ACCOUNT-NO          PIC X(10).
           05 TA-ACTION              PIC X(4).
           05 TA-BEFORE              PIC X(20).
           05 TA-AFTER               PIC X(20).
           05 TA-REASON              PIC X(4).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-CHOICE         PIC X(1).

      *  Sign-on fields, checked the way TELLER signs operators on
       01  WS-OPERATOR-ID    PIC X(8) VALUE SPACE.
       01  WS-OPERATOR-PW    PIC X(8) VALUE SPACE.
       01  WS-OPERATOR-NAME  PIC X(20) VALUE SPACE.
       01  WS-OPERATOR-ROLE  PIC X(1) VALUE SPACE.
       01  WS-OPERATOR-BRANCH PIC X(4) VALUE SPACE.
       01  WS-SIGNON-OK      PIC X VALUE 'N'.

      *  Operators loaded whole so the failed count, lock status and
      *  forced password changes can be written back.
       01  WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES.
               10 WS-OP-RECORD   PIC X(52).
       01  WS-OP-COUNT      PIC 9(2) VALUE 0.
       01  WS-OP-SUB        PIC 9(2) VALUE 0.
       01  WS-OP-IDX        PIC 9(2) VALUE 0.
       01  WS-OP-MATCH      PIC X VALUE 'N'.

       01  WS-OP-WORK.
           05 WS-OPW-ID           PIC X(8).
           05 WS-OPW-PASSWORD     PIC X(8).
           05 WS-OPW-NAME         PIC X(20).
           05 WS-OPW-ROLE         PIC X(1).
           05 WS-OPW-STATUS       PIC X(1).
           05 WS-OPW-PW-DATE      PIC 9(8).
           05 WS-OPW-FORCE-CHANGE PIC X(1).
           05 WS-OPW-FAILED       PIC 9(1).
           05 WS-OPW-BRANCH       PIC X(4).

       01  WS-MAX-OP-FAILS   PIC 9(1) VALUE 3.
       01  WS-PW-EXPIRY-DAYS PIC 9(3) VALUE 90.
       01  WS-PW-AGE-DAYS    PIC S9(6) VALUE 0.
       01  WS-PW-CHANGED     PIC X VALUE 'N'.
       01  WS-NEW-PW1        PIC X(8) VALUE SPACE.
       01  WS-NEW-PW2        PIC X(8) VALUE SPACE.

      *  Cases loaded whole so a resolution can mark one record and
      *  the file be written back, the way HOLDMNT releases a hold.
       01  WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 500 TIMES.
               10 WS-DC-RECORD   PIC X(93).
       01  WS-DC-COUNT      PIC 9(3) VALUE 0.
       01  WS-DC-SUB        PIC 9(3) VALUE 0.
       01  WS-DC-IDX        PIC 9(3) VALUE 0.
       01  WS-DC-MATCH      PIC X VALUE 'N'.
       01  WS-DC-FULL       PIC X VALUE 'N'.
       01  WS-NEXT-CASE-NO  PIC 9(6) VALUE 0.

       01  WS-DC-WORK.
           05 WS-DCW-CASE-NO      PIC 9(6).
           05 WS-DCW-POSTING-SEQ  PIC 9(8).
           05 WS-DCW-ACCOUNT-NO   PIC X(10).
           05 WS-DCW-TXN-DATE     PIC 9(8).
           05 WS-DCW-AMOUNT       PIC 9(8)V99.
           05 WS-DCW-CLAIM-TYPE   PIC X(4).
           05 WS-DCW-OPEN-DATE    PIC 9(8).
           05 WS-DCW-DEADLINE     PIC 9(8).
           05 WS-DCW-OPENED-BY    PIC X(8).
           05 WS-DCW-STATUS       PIC X(1).
           05 WS-DCW-RESOLVED-BY  PIC X(8).
           05 WS-DCW-RESOLVED-DATE PIC 9(8).
           05 WS-DCW-APPR-SEQ     PIC 9(6).

      *  Calendar days the regulator allows from the customer's
      *  claim to its resolution.
       01  WS-RESOLVE-DAYS  PIC 9(3) VALUE 30.

      *  The disputed posting as found in the live log
       01  WS-TARGET-SEQ     PIC 9(8) VALUE 0.
       01  WS-FOUND-FLAG     PIC X VALUE 'N'.
       01  WS-ALREADY-FLAG   PIC X VALUE 'N'.
       01  WS-ORIG-ENTRY.
           05 WS-ORIG-ACCOUNT-NO PIC X(10).
           05 WS-ORIG-DATE       PIC 9(8).
           05 WS-ORIG-TIME       PIC 9(6).
           05 WS-ORIG-TYPE       PIC X(1).
           05 WS-ORIG-AMOUNT     PIC 9(8)V99.
           05 WS-ORIG-BALANCE    PIC S9(8)V99.
           05 WS-ORIG-DRCR       PIC X(1).
           05 WS-ORIG-COUNTERPARTY PIC X(10).
           05 WS-ORIG-POSTING-SEQ PIC 9(8).
           05 WS-ORIG-REF-SEQ    PIC 9(8).

      *  Entry fields
       01  WS-WORK-CASE     PIC 9(6) VALUE 0.
       01  WS-NEW-CLAIM     PIC X(4) VALUE SPACE.
       01  WS-DECISION      PIC X(1) VALUE SPACE.
       01  WS-PEND-COUNT    PIC 9(6) VALUE 0.
       01  WS-LISTED-COUNT  PIC 9(3) VALUE 0.

      *  Cash evidence for the day of the withdrawal
       01  WS-LINE-VALUE    PIC 9(10)V99 VALUE 0.
       01  WS-CAS-VALUE     PIC 9(10)V99 VALUE 0.
       01  WS-DAY-DISPENSED PIC 9(10)V99 VALUE 0.
       01  WS-DAY-W-COUNT   PIC 9(6) VALUE 0.
       01  WS-POS-FOUND     PIC X VALUE 'N'.
       01  WS-POS-CLOSING   PIC 9(10)V99 VALUE 0.
       01  WS-POS-OVERAGE   PIC S9(11)V99 VALUE 0.

       01  WS-AUDIT-ACTION  PIC X(4) VALUE SPACE.
       01  WS-AUDIT-AFTER   PIC X(20) VALUE SPACE.
       01  AUDIT-CURRENT-DATE-TIME.
           05  AUDIT-CURRENT-DATE  PIC 9(8).
           05  AUDIT-CURRENT-TIME  PIC 9(6).
       01  WS-BUSINESS-DATE PIC 9(8) VALUE 0.

       01  WS-AMOUNT-DISP   PIC ZZ,ZZZ,ZZZ.ZZ.
       01  WS-VALUE-DISP    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED-DISP   PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-DISP    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   ATM DISPUTE CASE MANAGEMENT                ".
           DISPLAY "==============================================".
           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED - CONSOLE CLOSED"
               STOP RUN
           END-IF
           DISPLAY "SIGNED ON: " WS-OPERATOR-NAME

           PERFORM DISPUTE-MENU
           STOP RUN.

       DISPUTE-MENU.
           DISPLAY " ".
           DISPLAY "PLEASE SELECT MENU".
           DISPLAY " 1. OPEN DISPUTE CASE".
           DISPLAY " 2. SHOW CASE AND CASH EVIDENCE".
           DISPLAY " 3. RESOLVE CASE - REFUND OR REJECT".
           DISPLAY " 4. LIST OPEN CASES".
           DISPLAY " 5. EXIT".
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1  PERFORM OPEN-CASE
               WHEN 2  PERFORM SHOW-CASE
               WHEN 3  PERFORM RESOLVE-CASE
               WHEN 4  PERFORM LIST-OPEN-CASES
               WHEN 5  DISPLAY "CONSOLE CLOSED"
                       STOP RUN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE
           GO TO DISPUTE-MENU.

      *  A case can only be raised on an ATM cash withdrawal still
      *  standing on the log, and only once while it is unresolved.
       OPEN-CASE.
           DISPLAY "POSTING SEQUENCE OF THE WITHDRAWAL : "
           ACCEPT WS-TARGET-SEQ
           PERFORM FIND-ORIGINAL-POSTING
           IF WS-FOUND-FLAG NOT = 'Y'
               DISPLAY "POSTING " WS-TARGET-SEQ " NOT FOUND ON "
                   "TRANSLOG.dat"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORIG-TYPE NOT = 'W' OR WS-ORIG-DRCR NOT = 'D'
               DISPLAY "POSTING " WS-TARGET-SEQ " IS NOT AN ATM "
                   "CASH WITHDRAWAL"
               EXIT PARAGRAPH
           END-IF
           IF WS-ALREADY-FLAG = 'Y'
               DISPLAY "POSTING " WS-TARGET-SEQ " HAS ALREADY BEEN "
                   "REVERSED"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-DISPUTE-TABLE
           IF WS-DC-FULL = 'Y'
               DISPLAY "DISPUTE.dat HOLDS MORE THAN 500 RECORDS - "
                   "CASE NOT OPENED"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DC-MATCH
           PERFORM FIND-LIVE-CASE-FOR-POSTING
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
           IF WS-DC-MATCH = 'Y'
               DISPLAY "CASE " WS-DCW-CASE-NO " IS ALREADY OPEN ON "
                   "THIS POSTING"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CLAIM - (N)OTHING DISPENSED, (P)ART DISPENSED, "
               "(O)THER : "
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'N'  MOVE "NDSP" TO WS-NEW-CLAIM
               WHEN 'P'  MOVE "PART" TO WS-NEW-CLAIM
               WHEN 'O'  MOVE "OTHR" TO WS-NEW-CLAIM
               WHEN OTHER
                   DISPLAY "CLAIM MUST BE N, P OR O"
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM AUDIT-FORMAT-DATE-TIME
           MOVE WS-NEXT-CASE-NO TO WS-DCW-CASE-NO
           MOVE WS-TARGET-SEQ TO WS-DCW-POSTING-SEQ
           MOVE WS-ORIG-ACCOUNT-NO TO WS-DCW-ACCOUNT-NO
           MOVE WS-ORIG-DATE TO WS-DCW-TXN-DATE
           MOVE WS-ORIG-AMOUNT TO WS-DCW-AMOUNT
           MOVE WS-NEW-CLAIM TO WS-DCW-CLAIM-TYPE
           MOVE AUDIT-CURRENT-DATE TO WS-DCW-OPEN-DATE
           COMPUTE WS-DCW-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(AUDIT-CURRENT-DATE)
               + WS-RESOLVE-DAYS)
           MOVE WS-OPERATOR-ID TO WS-DCW-OPENED-BY
           MOVE 'O' TO WS-DCW-STATUS
           MOVE SPACE TO WS-DCW-RESOLVED-BY
           MOVE 0 TO WS-DCW-RESOLVED-DATE
           MOVE 0 TO WS-DCW-APPR-SEQ

           OPEN EXTEND DISPUTE-FILE
               MOVE WS-DC-WORK TO DISPUTE-RECORD
               WRITE DISPUTE-RECORD
           CLOSE DISPUTE-FILE

           MOVE "DSOP" TO WS-AUDIT-ACTION
           MOVE WS-NEW-CLAIM TO WS-AUDIT-AFTER
           PERFORM WRITE-DISPUTE-AUDIT
           DISPLAY "CASE " WS-DCW-CASE-NO " OPENED - RESOLVE BY "
               WS-DCW-DEADLINE
           PERFORM SHOW-CASH-EVIDENCE.

       SHOW-CASE.
           PERFORM SELECT-CASE
           IF WS-DC-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-CASE-DETAIL
           PERFORM SHOW-CASH-EVIDENCE.

      *  A refund is never posted from here: it is queued as a
      *  reversal of the disputed posting and waits in APPRQUE for a
      *  supervisor other than the investigator, who marks the case
      *  refunded on approval or hands it back on rejection.
       RESOLVE-CASE.
           PERFORM SELECT-CASE
           IF WS-DC-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DCW-STATUS NOT = 'O'
               DISPLAY "CASE " WS-DCW-CASE-NO " IS NOT OPEN - STATUS "
                   WS-DCW-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-CASE-DETAIL
           DISPLAY "RESOLVE AS (F) REFUND OR (J) REJECT : "
           MOVE SPACE TO WS-DECISION
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           IF WS-DECISION NOT = 'F' AND WS-DECISION NOT = 'J'
               DISPLAY "RESOLUTION MUST BE F OR J"
               EXIT PARAGRAPH
           END-IF

           PERFORM AUDIT-FORMAT-DATE-TIME
           IF WS-DECISION = 'J'
               MOVE 'J' TO WS-DCW-STATUS
               MOVE WS-OPERATOR-ID TO WS-DCW-RESOLVED-BY
               MOVE AUDIT-CURRENT-DATE TO WS-DCW-RESOLVED-DATE
               MOVE WS-DC-WORK TO WS-DC-RECORD(WS-DC-IDX)
               PERFORM REWRITE-DISPUTE-FILE
               MOVE "DSRJ" TO WS-AUDIT-ACTION
               MOVE "CLAIM REJECTED" TO WS-AUDIT-AFTER
               PERFORM WRITE-DISPUTE-AUDIT
               DISPLAY "CASE " WS-DCW-CASE-NO " REJECTED"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DCW-POSTING-SEQ TO WS-TARGET-SEQ
           PERFORM FIND-ORIGINAL-POSTING
           IF WS-FOUND-FLAG NOT = 'Y'
               DISPLAY "POSTING " WS-TARGET-SEQ " NO LONGER ON "
                   "TRANSLOG.dat - NOTHING QUEUED"
               EXIT PARAGRAPH
           END-IF
           IF WS-ALREADY-FLAG = 'Y'
               DISPLAY "POSTING " WS-TARGET-SEQ " HAS ALREADY BEEN "
                   "REVERSED - NOTHING QUEUED"
               EXIT PARAGRAPH
           END-IF

           PERFORM QUEUE-REFUND-FOR-APPROVAL
           MOVE 'Q' TO WS-DCW-STATUS
           MOVE WS-PEND-COUNT TO WS-DCW-APPR-SEQ
           MOVE WS-DC-WORK TO WS-DC-RECORD(WS-DC-IDX)
           PERFORM REWRITE-DISPUTE-FILE
           MOVE "DSRF" TO WS-AUDIT-ACTION
           MOVE "REFUND QUEUED" TO WS-AUDIT-AFTER
           PERFORM WRITE-DISPUTE-AUDIT
           DISPLAY "CASE " WS-DCW-CASE-NO " REFUND QUEUED AS ITEM "
               WS-PEND-COUNT " FOR SUPERVISOR APPROVAL (APPRQUE)".

       LIST-OPEN-CASES.
           PERFORM LOAD-DISPUTE-TABLE
           MOVE 0 TO WS-LISTED-COUNT
           DISPLAY "CASE   POSTING  ACCOUNT    CLAIM ST OPENED   "
               "DEADLINE        AMOUNT"
           PERFORM LIST-ONE-CASE
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
           IF WS-LISTED-COUNT = 0
               DISPLAY "NO OPEN DISPUTE CASES"
           END-IF.

       LIST-ONE-CASE.
           MOVE WS-DC-RECORD(WS-DC-SUB) TO WS-DC-WORK
           IF WS-DCW-STATUS = 'O' OR WS-DCW-STATUS = 'Q'
               ADD 1 TO WS-LISTED-COUNT
               MOVE WS-DCW-AMOUNT TO WS-AMOUNT-DISP
               DISPLAY WS-DCW-CASE-NO " " WS-DCW-POSTING-SEQ " "
                   WS-DCW-ACCOUNT-NO " " WS-DCW-CLAIM-TYPE "  "
                   WS-DCW-STATUS "  " WS-DCW-OPEN-DATE " "
                   WS-DCW-DEADLINE " " WS-AMOUNT-DISP
           END-IF.

       SELECT-CASE.
           DISPLAY "CASE NUMBER : "
           ACCEPT WS-WORK-CASE
           PERFORM LOAD-DISPUTE-TABLE
           MOVE 'N' TO WS-DC-MATCH
           PERFORM FIND-CASE-SLOT
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
           IF WS-DC-MATCH NOT = 'Y'
               DISPLAY "CASE " WS-WORK-CASE " NOT ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DC-RECORD(WS-DC-IDX) TO WS-DC-WORK.

       FIND-CASE-SLOT.
           MOVE WS-DC-RECORD(WS-DC-SUB) TO WS-DC-WORK
           IF WS-DCW-CASE-NO = WS-WORK-CASE
               MOVE 'Y' TO WS-DC-MATCH
               MOVE WS-DC-SUB TO WS-DC-IDX
           END-IF.

       FIND-LIVE-CASE-FOR-POSTING.
           IF WS-DC-MATCH NOT = 'Y'
               MOVE WS-DC-RECORD(WS-DC-SUB) TO WS-DC-WORK
               IF WS-DCW-POSTING-SEQ = WS-TARGET-SEQ
                  AND (WS-DCW-STATUS = 'O' OR WS-DCW-STATUS = 'Q')
                   MOVE 'Y' TO WS-DC-MATCH
               END-IF
           END-IF.

       DISPLAY-CASE-DETAIL.
           MOVE WS-DCW-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "CASE          : " WS-DCW-CASE-NO
               "   CLAIM " WS-DCW-CLAIM-TYPE
               "   STATUS " WS-DCW-STATUS
           DISPLAY "POSTING       : " WS-DCW-POSTING-SEQ
               "   ACCOUNT " WS-DCW-ACCOUNT-NO
           DISPLAY "WITHDRAWN ON  : " WS-DCW-TXN-DATE
               "   AMOUNT " WS-AMOUNT-DISP
           DISPLAY "OPENED        : " WS-DCW-OPEN-DATE
               " BY " WS-DCW-OPENED-BY
               "   DEADLINE " WS-DCW-DEADLINE
           IF WS-DCW-STATUS = 'Q'
               DISPLAY "REFUND AWAITING APPROVAL AS ITEM "
                   WS-DCW-APPR-SEQ
           END-IF
           IF WS-DCW-STATUS = 'F' OR WS-DCW-STATUS = 'J'
               DISPLAY "RESOLVED      : " WS-DCW-RESOLVED-DATE
                   " BY " WS-DCW-RESOLVED-BY
           END-IF.

      *  What the machine says about the day: the cassettes as they
      *  stand, the crew loads logged that day, the day's cash
      *  withdrawals off the log and the overage CASHMGMT proved.
       SHOW-CASH-EVIDENCE.
           DISPLAY "---------- CASH EVIDENCE FOR " WS-DCW-TXN-DATE
               " ----------"
           DISPLAY "CASSETTES NOW:"
           MOVE 0 TO WS-CAS-VALUE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASSETTE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CASSETTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       COMPUTE WS-LINE-VALUE = CAS-DENOM * CAS-COUNT
                       ADD WS-LINE-VALUE TO WS-CAS-VALUE
                       MOVE CAS-COUNT TO WS-COUNT-DISP
                       MOVE WS-LINE-VALUE TO WS-VALUE-DISP
                       DISPLAY "  " CAS-DENOM " X " WS-COUNT-DISP
                           " = " WS-VALUE-DISP
               END-READ
           END-PERFORM
           CLOSE CASSETTE-FILE
           MOVE WS-CAS-VALUE TO WS-VALUE-DISP
           DISPLAY "  VALUE IN MACHINE      : " WS-VALUE-DISP

           DISPLAY "LOADS ON THE DAY:"
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASHLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CASHLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CL-DATE = WS-DCW-TXN-DATE
                           MOVE 'Y' TO WS-FOUND-FLAG
                           MOVE CL-COUNT TO WS-COUNT-DISP
                           DISPLAY "  " CL-TIME " CREW " CL-CREW-REF
                               " " CL-DENOM " X " WS-COUNT-DISP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASHLOG-FILE
           IF WS-FOUND-FLAG NOT = 'Y'
               DISPLAY "  NO CASSETTE LOADS LOGGED"
           END-IF

           MOVE 0 TO WS-DAY-DISPENSED
           MOVE 0 TO WS-DAY-W-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRANSLOG-TYPE = 'W'
                          AND TRANSLOG-DRCR = 'D'
                          AND TRANSLOG-DATE = WS-DCW-TXN-DATE
                           ADD 1 TO WS-DAY-W-COUNT
                           ADD TRANSLOG-AMOUNT TO WS-DAY-DISPENSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE
           MOVE WS-DAY-W-COUNT TO WS-COUNT-DISP
           MOVE WS-DAY-DISPENSED TO WS-VALUE-DISP
           DISPLAY "WITHDRAWALS POSTED     : " WS-COUNT-DISP
               "  " WS-VALUE-DISP

           MOVE 'N' TO WS-POS-FOUND
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASHPOS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CASHPOS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PS-DATE = WS-DCW-TXN-DATE
                           MOVE 'Y' TO WS-POS-FOUND
                           MOVE PS-CLOSING-VALUE TO WS-POS-CLOSING
                           MOVE PS-OVERAGE TO WS-POS-OVERAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASHPOS-FILE
           IF WS-POS-FOUND = 'Y'
               MOVE WS-POS-CLOSING TO WS-VALUE-DISP
               DISPLAY "CLOSING VALUE PROVED   : " WS-VALUE-DISP
               MOVE WS-POS-OVERAGE TO WS-SIGNED-DISP
               DISPLAY "OVERAGE (SHORTAGE)     : " WS-SIGNED-DISP
           ELSE
               DISPLAY "CASH POSITION FOR THE DAY NOT YET PROVED BY "
                   "CASHMGMT"
           END-IF
           DISPLAY "---------------------------------------------".

      *  Keyed read as REVERSAL does it: the posting itself, and
      *  whether a type 'R' entry already points back at it.
       FIND-ORIGINAL-POSTING.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-ALREADY-FLAG
           OPEN INPUT TRANSLOG-FILE
           MOVE WS-TARGET-SEQ TO TRANSLOG-POSTING-SEQ
           READ TRANSLOG-FILE
               KEY IS TRANSLOG-POSTING-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE TRANSLOG-RECORD TO WS-ORIG-ENTRY
           END-READ
           IF WS-FOUND-FLAG = 'Y'
               PERFORM CHECK-ALREADY-REVERSED
           END-IF
           CLOSE TRANSLOG-FILE.

      *  A reversal is always posted to the original's account on or
      *  after its date, so only that stretch of the account/date key
      *  needs looking at.
       CHECK-ALREADY-REVERSED.
           MOVE 'N' TO WS-EOF-FLAG
           START TRANSLOG-FILE
               KEY IS NOT LESS THAN TRANSLOG-ACCT-DATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRANSLOG-ACCOUNT-NO NOT = WS-ORIG-ACCOUNT-NO
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF TRANSLOG-TYPE = 'R'
                              AND TRANSLOG-REF-SEQ = WS-TARGET-SEQ
                               MOVE 'Y' TO WS-ALREADY-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *  Same pending record REVERSAL queues for an oversize
      *  reversal, carrying reason DISP so APPRQUE can close the case.
       QUEUE-REFUND-FOR-APPROVAL.
           MOVE 0 TO WS-PEND-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PENDAPPR-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PENDAPPR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PEND-COUNT
               END-READ
           END-PERFORM
           CLOSE PENDAPPR-FILE
           ADD 1 TO WS-PEND-COUNT

           OPEN EXTEND PENDAPPR-FILE
               MOVE WS-PEND-COUNT TO PA-SEQ
               MOVE 'R' TO PA-TYPE
               MOVE WS-ORIG-ACCOUNT-NO TO PA-ACCOUNT-NO
               MOVE WS-ORIG-AMOUNT TO PA-AMOUNT
               MOVE WS-ORIG-DRCR TO PA-DRCR
               MOVE "DISP" TO PA-REASON
               MOVE WS-ORIG-POSTING-SEQ TO PA-ORIG-SEQ
               MOVE WS-OPERATOR-ID TO PA-REQUEST-OP
               MOVE AUDIT-CURRENT-DATE TO PA-DATE
               MOVE 'P' TO PA-STATUS
               MOVE SPACE TO PA-ACTION-OP
               WRITE PENDAPPR-RECORD
           CLOSE PENDAPPR-FILE.

       LOAD-DISPUTE-TABLE.
           MOVE 0 TO WS-DC-COUNT
           MOVE 0 TO WS-NEXT-CASE-NO
           MOVE 'N' TO WS-DC-FULL
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DISPUTE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DC-CASE-NO > WS-NEXT-CASE-NO
                           MOVE DC-CASE-NO TO WS-NEXT-CASE-NO
                       END-IF
                       IF WS-DC-COUNT < 500
                           ADD 1 TO WS-DC-COUNT
                           MOVE DISPUTE-RECORD
                               TO WS-DC-RECORD(WS-DC-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DC-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           ADD 1 TO WS-NEXT-CASE-NO.

       REWRITE-DISPUTE-FILE.
           OPEN OUTPUT DISPUTE-FILE
           PERFORM WRITE-DISPUTE-SLOT
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
           CLOSE DISPUTE-FILE.

       WRITE-DISPUTE-SLOT.
           MOVE WS-DC-RECORD(WS-DC-SUB) TO DISPUTE-RECORD
           WRITE DISPUTE-RECORD.

      *  Case number goes in TA-BEFORE so the trail can be read back
      *  case by case.
       WRITE-DISPUTE-AUDIT.
           PERFORM AUDIT-FORMAT-DATE-TIME
           OPEN EXTEND TELAUDIT-FILE
               MOVE WS-OPERATOR-ID TO TA-OPERATOR
               MOVE AUDIT-CURRENT-DATE TO TA-DATE
               MOVE AUDIT-CURRENT-TIME TO TA-TIME
               MOVE WS-DCW-ACCOUNT-NO TO TA-ACCOUNT-NO
               MOVE WS-AUDIT-ACTION TO TA-ACTION
               MOVE SPACE TO TA-BEFORE
               STRING "CASE " WS-DCW-CASE-NO DELIMITED BY SIZE
                   INTO TA-BEFORE
               MOVE WS-AUDIT-AFTER TO TA-AFTER
               MOVE "DISP" TO TA-REASON
               WRITE TELAUDIT-RECORD
           CLOSE TELAUDIT-FILE.

      *  Sign-on against the TELLEROP.dat record OPERMNT maintains:
      *  disabled and locked operators are refused, repeated failures
      *  lock the operator the way ACCOUNT-FAILED-LOGINS locks a
      *  customer, and a first-use or expired password must be
      *  changed before any work is done.
       OPERATOR-SIGNON.
           DISPLAY "OPERATOR ID : "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "PASSWORD    : "
           ACCEPT WS-OPERATOR-PW

           MOVE 'N' TO WS-SIGNON-OK
           PERFORM LOAD-OPERATOR-TABLE
           MOVE 'N' TO WS-OP-MATCH
           PERFORM FIND-OPERATOR-SLOT
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           IF WS-OP-MATCH NOT = 'Y'
               DISPLAY "OPERATOR NOT ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-RECORD(WS-OP-IDX) TO WS-OP-WORK

           IF WS-OPW-STATUS = 'D'
               DISPLAY "OPERATOR IS DISABLED"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPW-STATUS = 'L'
               DISPLAY "OPERATOR IS LOCKED OUT - SEE THE "
                   "ADMINISTRATOR"
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-OPW-PASSWORD) NOT =
              FUNCTION TRIM(WS-OPERATOR-PW)
               ADD 1 TO WS-OPW-FAILED
               IF WS-OPW-FAILED >= WS-MAX-OP-FAILS
                   MOVE 'L' TO WS-OPW-STATUS
                   DISPLAY "TOO MANY FAILED SIGN-ONS - OPERATOR "
                       "LOCKED"
               ELSE
                   DISPLAY "INVALID PASSWORD"
               END-IF
               MOVE WS-OP-WORK TO WS-OP-RECORD(WS-OP-IDX)
               PERFORM REWRITE-OPERATOR-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OPW-FAILED
           PERFORM AUDIT-FORMAT-DATE-TIME

           IF WS-OPW-PW-DATE > 0
               COMPUTE WS-PW-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(AUDIT-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-OPW-PW-DATE)
               IF WS-PW-AGE-DAYS > WS-PW-EXPIRY-DAYS
                   DISPLAY "PASSWORD HAS EXPIRED"
                   MOVE 'Y' TO WS-OPW-FORCE-CHANGE
               END-IF
           END-IF

           IF WS-OPW-FORCE-CHANGE = 'Y'
               PERFORM CHANGE-OPERATOR-PASSWORD
               IF WS-PW-CHANGED NOT = 'Y'
                   MOVE WS-OP-WORK TO WS-OP-RECORD(WS-OP-IDX)
                   PERFORM REWRITE-OPERATOR-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-OP-WORK TO WS-OP-RECORD(WS-OP-IDX)
           PERFORM REWRITE-OPERATOR-FILE
           MOVE 'Y' TO WS-SIGNON-OK
           MOVE WS-OPW-NAME TO WS-OPERATOR-NAME
           MOVE WS-OPW-ROLE TO WS-OPERATOR-ROLE
           MOVE WS-OPW-BRANCH TO WS-OPERATOR-BRANCH
           IF WS-OPERATOR-BRANCH = SPACE
               MOVE "0001" TO WS-OPERATOR-BRANCH
           END-IF.

      *  A forced change: keyed twice, must differ from the old one.
       CHANGE-OPERATOR-PASSWORD.
           MOVE 'N' TO WS-PW-CHANGED
           DISPLAY "A PASSWORD CHANGE IS REQUIRED"
           DISPLAY "NEW PASSWORD : "
           ACCEPT WS-NEW-PW1
           DISPLAY "CONFIRM NEW PASSWORD : "
           ACCEPT WS-NEW-PW2
           IF WS-NEW-PW1 = SPACE
               DISPLAY "A PASSWORD IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-NEW-PW1) NOT =
              FUNCTION TRIM(WS-NEW-PW2)
               DISPLAY "CONFIRMATION DID NOT MATCH"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-NEW-PW1) =
              FUNCTION TRIM(WS-OPW-PASSWORD)
               DISPLAY "NEW PASSWORD MUST DIFFER FROM THE OLD ONE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-PW1 TO WS-OPW-PASSWORD
           MOVE AUDIT-CURRENT-DATE TO WS-OPW-PW-DATE
           MOVE 'N' TO WS-OPW-FORCE-CHANGE
           MOVE 'Y' TO WS-PW-CHANGED
           DISPLAY "PASSWORD CHANGED".

       FIND-OPERATOR-SLOT.
           MOVE WS-OP-RECORD(WS-OP-SUB) TO WS-OP-WORK
           IF FUNCTION TRIM(WS-OPW-ID) =
              FUNCTION TRIM(WS-OPERATOR-ID)
               MOVE 'Y' TO WS-OP-MATCH
               MOVE WS-OP-SUB TO WS-OP-IDX
           END-IF.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OP-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TELLEROP-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TELLEROP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-OP-COUNT < 50
                           ADD 1 TO WS-OP-COUNT
                           MOVE TELLEROP-RECORD
                               TO WS-OP-RECORD(WS-OP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TELLEROP-FILE.

       REWRITE-OPERATOR-FILE.
           OPEN OUTPUT TELLEROP-FILE
           PERFORM WRITE-OPERATOR-SLOT
               VARYING WS-OP-SUB FROM 1 BY 1
               UNTIL WS-OP-SUB > WS-OP-COUNT
           CLOSE TELLEROP-FILE.

       WRITE-OPERATOR-SLOT.
           MOVE WS-OP-RECORD(WS-OP-SUB) TO TELLEROP-RECORD
           WRITE TELLEROP-RECORD.

       AUDIT-FORMAT-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-CURRENT-DATE-TIME
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO AUDIT-CURRENT-DATE
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
       END PROGRAM DISPMNT.
