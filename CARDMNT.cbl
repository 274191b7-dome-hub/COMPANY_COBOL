      *              record; hot-listing appends to HOTCARD.dat so a
      *              stolen card dies immediately without touching the
      *              underlying account. Every action is recorded in
      *              CARDAUDT.dat. Also keeps FRAUDRUL.dat, the
      *              velocity rules the ATM applies as it authorises
      *              each debit.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARDAUDT-FILE ASSIGN TO "CARDAUDT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FRAUDRUL-FILE ASSIGN TO "FRAUDRUL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 CA-CARD-NO             PIC X(16).
           05 CA-ACCOUNT-NO          PIC X(10).

      *  Card velocity rules read by the ATM at authorisation.
      *  FR-CHECK V = FR-COUNT debits within FR-WINDOW minutes,
      *  N = first withdrawal of FR-AMOUNT or more within FR-WINDOW
      *  days of issue, C = FR-COUNT new transfer payees in a day,
      *  P = a debit of FR-AMOUNT or more within FR-WINDOW minutes of
      *  a PIN change. FR-RISK H declines and hot-lists the card,
      *  L raises an alert for review. FR-STATUS A active, I off.
       FD  FRAUDRUL-FILE.
       01  FRAUDRUL-RECORD.
           05 FR-RULE-ID             PIC X(4).
           05 FR-CHECK               PIC X(1).
           05 FR-WINDOW              PIC 9(5).
           05 FR-COUNT               PIC 9(3).
           05 FR-AMOUNT              PIC 9(8)V99.
           05 FR-RISK                PIC X(1).
           05 FR-STATUS              PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-RUN-MODE       PIC X VALUE SPACE.
       01  WS-FOUND          PIC X VALUE 'N'.
           05  AUDIT-CURRENT-TIME  PIC 9(6).
       01  WS-AUDIT-ACTION   PIC X(4) VALUE SPACE.

      *  Velocity rule table, loaded whole and written back whole
       01  WS-FR-TABLE.
           05 WS-FR-ENTRY OCCURS 20 TIMES.
               10 WS-FR-RULE-ID   PIC X(4).
               10 WS-FR-CHECK     PIC X(1).
               10 WS-FR-WINDOW    PIC 9(5).
               10 WS-FR-COUNT     PIC 9(3).
               10 WS-FR-AMOUNT    PIC 9(8)V99.
               10 WS-FR-RISK      PIC X(1).
               10 WS-FR-STATUS    PIC X(1).
       01  WS-FR-COUNT-N     PIC 9(2) VALUE 0.
       01  WS-FR-SUB         PIC 9(2) VALUE 0.
       01  WS-FR-IDX         PIC 9(2) VALUE 0.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-NEW-RULE-ID    PIC X(4) VALUE SPACE.
       01  WS-NEW-CHECK      PIC X(1) VALUE SPACE.
       01  WS-NEW-WINDOW     PIC 9(5) VALUE 0.
       01  WS-NEW-COUNT      PIC 9(3) VALUE 0.
       01  WS-NEW-AMOUNT     PIC 9(8)V99 VALUE 0.
       01  WS-NEW-RISK       PIC X(1) VALUE SPACE.
       01  WS-NEW-STATUS     PIC X(1) VALUE SPACE.
       01  WS-AMOUNT-DISP    PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   ATM CARD MAINTENANCE                       ".
           DISPLAY "==============================================".
           DISPLAY "ENTER MODE - (I)SSUE, (R)EPLACE, (B)LOCK,"
           DISPLAY "             (H)OT-LIST, (V)ELOCITY RULES : "
           ACCEPT WS-RUN-MODE

           EVALUATE WS-RUN-MODE
                   PERFORM BLOCK-CARD
               WHEN 'H' WHEN 'h'
                   PERFORM HOT-LIST-CARD
               WHEN 'V' WHEN 'v'
                   PERFORM MAINTAIN-VELOCITY-RULES
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE
           MOVE "HOT " TO WS-AUDIT-ACTION
           PERFORM WRITE-CARD-AUDIT.

      *  Add a velocity rule or replace the one held under the same
      *  rule ID; setting status I switches a rule off without losing
      *  it. The table is written back whole.
       MAINTAIN-VELOCITY-RULES.
           PERFORM LOAD-VELOCITY-RULES
           DISPLAY "CURRENT VELOCITY RULES:"
           DISPLAY "  ID   CHK WINDOW COUNT        AMOUNT RISK STATUS"
           PERFORM SHOW-ONE-VELOCITY-RULE
               VARYING WS-FR-SUB FROM 1 BY 1
               UNTIL WS-FR-SUB > WS-FR-COUNT-N

           DISPLAY "RULE ID (4 CHARACTERS) : "
           MOVE SPACE TO WS-NEW-RULE-ID
           ACCEPT WS-NEW-RULE-ID
           IF WS-NEW-RULE-ID = SPACE
               DISPLAY "A RULE ID IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CHECK - (V)ELOCITY, (N)EW CARD, NEW (C)OUNTERPARTY,"
           DISPLAY "        (P)IN CHANGE : "
           MOVE SPACE TO WS-NEW-CHECK
           ACCEPT WS-NEW-CHECK
           INSPECT WS-NEW-CHECK CONVERTING "vncp" TO "VNCP"
           EVALUATE WS-NEW-CHECK
               WHEN 'V'
                   DISPLAY "WINDOW IN MINUTES : "
                   ACCEPT WS-NEW-WINDOW
                   DISPLAY "DEBITS IN THE WINDOW, THIS ONE INCLUDED : "
                   ACCEPT WS-NEW-COUNT
                   MOVE 0 TO WS-NEW-AMOUNT
               WHEN 'N'
                   DISPLAY "DAYS SINCE THE CARD WAS ISSUED : "
                   ACCEPT WS-NEW-WINDOW
                   DISPLAY "FIRST WITHDRAWAL OF AT LEAST : "
                   ACCEPT WS-NEW-AMOUNT
                   MOVE 0 TO WS-NEW-COUNT
               WHEN 'C'
                   DISPLAY "NEW PAYEES IN THE DAY, THIS ONE INCLUDED : "
                   ACCEPT WS-NEW-COUNT
                   MOVE 0 TO WS-NEW-WINDOW
                   MOVE 0 TO WS-NEW-AMOUNT
               WHEN 'P'
                   DISPLAY "MINUTES SINCE THE PIN CHANGE : "
                   ACCEPT WS-NEW-WINDOW
                   DISPLAY "DEBIT OF AT LEAST (0 = ANY) : "
                   ACCEPT WS-NEW-AMOUNT
                   MOVE 0 TO WS-NEW-COUNT
               WHEN OTHER
                   DISPLAY "CHECK MUST BE V, N, C OR P"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "RISK - (H)IGH DECLINES AND HOT-LISTS,"
           DISPLAY "       (L)OW ALERTS FOR REVIEW : "
           MOVE SPACE TO WS-NEW-RISK
           ACCEPT WS-NEW-RISK
           INSPECT WS-NEW-RISK CONVERTING "hl" TO "HL"
           IF WS-NEW-RISK NOT = 'H' AND WS-NEW-RISK NOT = 'L'
               DISPLAY "RISK MUST BE H OR L"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STATUS - (A)CTIVE OR (I)NACTIVE : "
           MOVE SPACE TO WS-NEW-STATUS
           ACCEPT WS-NEW-STATUS
           IF WS-NEW-STATUS = 'I' OR WS-NEW-STATUS = 'i'
               MOVE 'I' TO WS-NEW-STATUS
           ELSE
               MOVE 'A' TO WS-NEW-STATUS
           END-IF

           MOVE 0 TO WS-FR-IDX
           PERFORM FIND-VELOCITY-RULE-SLOT
               VARYING WS-FR-SUB FROM 1 BY 1
               UNTIL WS-FR-SUB > WS-FR-COUNT-N
           IF WS-FR-IDX = 0
               IF WS-FR-COUNT-N >= 20
                   DISPLAY "RULE TABLE FULL - NOT RECORDED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FR-COUNT-N
               MOVE WS-FR-COUNT-N TO WS-FR-IDX
           END-IF
           MOVE WS-NEW-RULE-ID TO WS-FR-RULE-ID(WS-FR-IDX)
           MOVE WS-NEW-CHECK   TO WS-FR-CHECK(WS-FR-IDX)
           MOVE WS-NEW-WINDOW  TO WS-FR-WINDOW(WS-FR-IDX)
           MOVE WS-NEW-COUNT   TO WS-FR-COUNT(WS-FR-IDX)
           MOVE WS-NEW-AMOUNT  TO WS-FR-AMOUNT(WS-FR-IDX)
           MOVE WS-NEW-RISK    TO WS-FR-RISK(WS-FR-IDX)
           MOVE WS-NEW-STATUS  TO WS-FR-STATUS(WS-FR-IDX)

           OPEN OUTPUT FRAUDRUL-FILE
           PERFORM WRITE-VELOCITY-RULE
               VARYING WS-FR-SUB FROM 1 BY 1
               UNTIL WS-FR-SUB > WS-FR-COUNT-N
           CLOSE FRAUDRUL-FILE
           DISPLAY "VELOCITY RULE " WS-NEW-RULE-ID " RECORDED".

       SHOW-ONE-VELOCITY-RULE.
           MOVE WS-FR-AMOUNT(WS-FR-SUB) TO WS-AMOUNT-DISP
           DISPLAY "  " WS-FR-RULE-ID(WS-FR-SUB) "  "
               WS-FR-CHECK(WS-FR-SUB) "  "
               WS-FR-WINDOW(WS-FR-SUB) "  "
               WS-FR-COUNT(WS-FR-SUB) " "
               WS-AMOUNT-DISP "  "
               WS-FR-RISK(WS-FR-SUB) "     "
               WS-FR-STATUS(WS-FR-SUB).

       FIND-VELOCITY-RULE-SLOT.
           IF WS-FR-RULE-ID(WS-FR-SUB) = WS-NEW-RULE-ID
               MOVE WS-FR-SUB TO WS-FR-IDX
           END-IF.

       WRITE-VELOCITY-RULE.
           MOVE WS-FR-RULE-ID(WS-FR-SUB) TO FR-RULE-ID
           MOVE WS-FR-CHECK(WS-FR-SUB)   TO FR-CHECK
           MOVE WS-FR-WINDOW(WS-FR-SUB)  TO FR-WINDOW
           MOVE WS-FR-COUNT(WS-FR-SUB)   TO FR-COUNT
           MOVE WS-FR-AMOUNT(WS-FR-SUB)  TO FR-AMOUNT
           MOVE WS-FR-RISK(WS-FR-SUB)    TO FR-RISK
           MOVE WS-FR-STATUS(WS-FR-SUB)  TO FR-STATUS
           WRITE FRAUDRUL-RECORD.

      *  The ATM runs on the same standard rules while FRAUDRUL.dat
      *  is empty, so the first change starts from them.
       LOAD-VELOCITY-RULES.
           MOVE 0 TO WS-FR-COUNT-N
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FRAUDRUL-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FRAUDRUL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-FR-COUNT-N < 20
                           ADD 1 TO WS-FR-COUNT-N
                           MOVE FR-RULE-ID
                               TO WS-FR-RULE-ID(WS-FR-COUNT-N)
                           MOVE FR-CHECK TO WS-FR-CHECK(WS-FR-COUNT-N)
                           MOVE FR-WINDOW
                               TO WS-FR-WINDOW(WS-FR-COUNT-N)
                           MOVE FR-COUNT TO WS-FR-COUNT(WS-FR-COUNT-N)
                           MOVE FR-AMOUNT
                               TO WS-FR-AMOUNT(WS-FR-COUNT-N)
                           MOVE FR-RISK TO WS-FR-RISK(WS-FR-COUNT-N)
                           MOVE FR-STATUS
                               TO WS-FR-STATUS(WS-FR-COUNT-N)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUDRUL-FILE
           IF WS-FR-COUNT-N > 0
               EXIT PARAGRAPH
           END-IF

           MOVE 7 TO WS-FR-COUNT-N
           MOVE "VEL1" TO WS-FR-RULE-ID(1)
           MOVE 'V' TO WS-FR-CHECK(1)
           MOVE 10 TO WS-FR-WINDOW(1)
           MOVE 3 TO WS-FR-COUNT(1)
           MOVE 0 TO WS-FR-AMOUNT(1)
           MOVE 'L' TO WS-FR-RISK(1)
           MOVE "VEL2" TO WS-FR-RULE-ID(2)
           MOVE 'V' TO WS-FR-CHECK(2)
           MOVE 10 TO WS-FR-WINDOW(2)
           MOVE 5 TO WS-FR-COUNT(2)
           MOVE 0 TO WS-FR-AMOUNT(2)
           MOVE 'H' TO WS-FR-RISK(2)
           MOVE "NEWC" TO WS-FR-RULE-ID(3)
           MOVE 'N' TO WS-FR-CHECK(3)
           MOVE 7 TO WS-FR-WINDOW(3)
           MOVE 0 TO WS-FR-COUNT(3)
           MOVE 10000.00 TO WS-FR-AMOUNT(3)
           MOVE 'H' TO WS-FR-RISK(3)
           MOVE "PAY1" TO WS-FR-RULE-ID(4)
           MOVE 'C' TO WS-FR-CHECK(4)
           MOVE 0 TO WS-FR-WINDOW(4)
           MOVE 2 TO WS-FR-COUNT(4)
           MOVE 0 TO WS-FR-AMOUNT(4)
           MOVE 'L' TO WS-FR-RISK(4)
           MOVE "PAY2" TO WS-FR-RULE-ID(5)
           MOVE 'C' TO WS-FR-CHECK(5)
           MOVE 0 TO WS-FR-WINDOW(5)
           MOVE 4 TO WS-FR-COUNT(5)
           MOVE 0 TO WS-FR-AMOUNT(5)
           MOVE 'H' TO WS-FR-RISK(5)
           MOVE "PIN1" TO WS-FR-RULE-ID(6)
           MOVE 'P' TO WS-FR-CHECK(6)
           MOVE 60 TO WS-FR-WINDOW(6)
           MOVE 0 TO WS-FR-COUNT(6)
           MOVE 0 TO WS-FR-AMOUNT(6)
           MOVE 'L' TO WS-FR-RISK(6)
           MOVE "PIN2" TO WS-FR-RULE-ID(7)
           MOVE 'P' TO WS-FR-CHECK(7)
           MOVE 60 TO WS-FR-WINDOW(7)
           MOVE 0 TO WS-FR-COUNT(7)
           MOVE 15000.00 TO WS-FR-AMOUNT(7)
           MOVE 'H' TO WS-FR-RISK(7)
           PERFORM SET-VELOCITY-RULE-ACTIVE
               VARYING WS-FR-SUB FROM 1 BY 1
               UNTIL WS-FR-SUB > WS-FR-COUNT-N.

       SET-VELOCITY-RULE-ACTIVE.
           MOVE 'A' TO WS-FR-STATUS(WS-FR-SUB).

       WRITE-CARD-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-CURRENT-DATE-TIME
           OPEN EXTEND CARDAUDT-FILE
