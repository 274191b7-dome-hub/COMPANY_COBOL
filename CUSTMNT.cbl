               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO.
      *  Contact details and notification choices, one record per
      *  customer, read by NOTIFGEN for the daily alerts file.
           SELECT OPTIONAL CUSTPREF-FILE ASSIGN TO "CUSTPREF.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CUST-NO.
      *  Regulator's sanctions / watch list and the alerts raised
      *  against it for compliance to disposition in SANCDISP.
           SELECT OPTIONAL WATCHLST-FILE ASSIGN TO "WATCHLST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SANCALRT-FILE ASSIGN TO "SANCALRT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 CUST-ID-TYPE           PIC X(2).
           05 CUST-ID-NUMBER         PIC X(13).

      *  Channel S = SMS, E = e-mail, B = both, N = none. Each alert
      *  flag is Y or N; ATM debits over CP-ATM-THRESHOLD and
      *  balances within CP-LOWBAL-MARGIN of MIN-BALANCE are told.
       FD  CUSTPREF-FILE.
       01  CUSTPREF-RECORD.
           05 CP-CUST-NO             PIC X(8).
           05 CP-MOBILE              PIC X(15).
           05 CP-EMAIL               PIC X(40).
           05 CP-CHANNEL             PIC X(1).
           05 CP-ATM-FLAG            PIC X(1).
           05 CP-ATM-THRESHOLD       PIC 9(8)V99.
           05 CP-SALARY-FLAG         PIC X(1).
           05 CP-LOWBAL-FLAG         PIC X(1).
           05 CP-LOWBAL-MARGIN       PIC 9(8)V99.
           05 CP-LOAN-FLAG           PIC X(1).
           05 CP-TDMAT-FLAG          PIC X(1).
           05 CP-CARD-FLAG           PIC X(1).

      *  One line per listed party; WL-LIST-DATE is the issue date
      *  of the list the entry came in on.
       FD  WATCHLST-FILE.
       01  WATCHLST-RECORD.
           05 WL-ENTRY-ID            PIC X(8).
           05 WL-NAME                PIC X(30).
           05 WL-ID-NUMBER           PIC X(13).
           05 WL-LIST-DATE           PIC 9(8).

      *  Screening hits. Source C = customer maintenance, A = account
      *  onboarding, R = nightly rescreen, P = outward payment.
      *  Match type I = identity number, N = name. Status O = open,
      *  F = false positive, C = confirmed.
       FD  SANCALRT-FILE.
       01  SANCALRT-RECORD.
           05 SA-ALERT-NO            PIC 9(8).
           05 SA-RAISED-DATE         PIC 9(8).
           05 SA-SOURCE              PIC X(1).
           05 SA-CUST-NO             PIC X(8).
           05 SA-ACCOUNT-NO          PIC X(10).
           05 SA-PAY-REF             PIC 9(8).
           05 SA-SCREENED-NAME       PIC X(30).
           05 SA-WL-ENTRY-ID         PIC X(8).
           05 SA-MATCH-TYPE          PIC X(1).
           05 SA-STATUS              PIC X(1).
           05 SA-DISP-BY             PIC X(8).
           05 SA-DISP-DATE           PIC 9(8).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CHOICE         PIC X VALUE SPACE.
       01  WS-FOUND          PIC X VALUE 'N'.
       01  WS-PREF-FOUND     PIC X VALUE 'N'.
       01  WS-PREF-OK        PIC X VALUE 'Y'.

       01  CURRENT-DATE-TIME.
           05  CURRENT-DATE-PART  PIC 9(8).
           05  FILLER             PIC X(13).
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.

      *  Watch list loaded whole for screening, names upper-cased
       01  WS-WL-TABLE.
           05 WS-WL-ENTRY OCCURS 2000 TIMES.
               10 WS-WL-ENTRY-ID     PIC X(8).
               10 WS-WL-NAME         PIC X(30).
               10 WS-WL-ID-NUMBER    PIC X(13).
       01  WS-WL-COUNT       PIC 9(4) VALUE 0.
       01  WS-WL-SUB         PIC 9(4) VALUE 0.
       01  WS-WL-LIST-DATE   PIC 9(8) VALUE 0.
       01  WS-WL-EOF         PIC X VALUE 'N'.

      *  Screening request and result
       01  WS-SCR-NAME       PIC X(30) VALUE SPACE.
       01  WS-SCR-ID-NUMBER  PIC X(13) VALUE SPACE.
       01  WS-SCR-HIT        PIC X VALUE 'N'.
       01  WS-SCR-ENTRY-ID   PIC X(8) VALUE SPACE.
       01  WS-SCR-MATCH-TYPE PIC X(1) VALUE SPACE.
       01  WS-SCR-LIST-NAME  PIC X(30) VALUE SPACE.
       01  WS-SCR-NAME-LEN   PIC 9(2) VALUE 0.
       01  WS-SCR-TALLY      PIC 9(2) VALUE 0.

      *  Alert subject, set by the caller before RAISE-SANCTIONS-ALERT
       01  WS-ALERT-SOURCE   PIC X(1) VALUE SPACE.
       01  WS-ALERT-CUST-NO  PIC X(8) VALUE SPACE.
       01  WS-ALERT-ACCOUNT-NO PIC X(10) VALUE SPACE.
       01  WS-ALERT-PAY-REF  PIC 9(8) VALUE 0.
       01  WS-ALERT-DATE     PIC 9(8) VALUE 0.
       01  WS-ALERT-FOUND    PIC X VALUE 'N'.
       01  WS-ALERT-STATUS   PIC X(1) VALUE SPACE.
       01  WS-ALERT-RAISED   PIC X VALUE 'N'.
       01  WS-NEXT-ALERT-NO  PIC 9(8) VALUE 0.
       01  WS-SA-EOF         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "A - ADD NEW CUSTOMER".
           DISPLAY "U - UPDATE EXISTING CUSTOMER".
           DISPLAY "D - DISPLAY CUSTOMER".
           DISPLAY "P - CONTACT AND ALERT PREFERENCES".
           DISPLAY "ENTER CHOICE : "
           ACCEPT WS-CHOICE.

                   PERFORM UPDATE-CUSTOMER
               WHEN 'D' WHEN 'd'
                   PERFORM DISPLAY-CUSTOMER
               WHEN 'P' WHEN 'p'
                   PERFORM MAINTAIN-PREFERENCES
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
                   DISPLAY "CUSTOMER NUMBER ALREADY EXISTS"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER ADDED"
                   PERFORM SCREEN-CUSTOMER
           END-WRITE.

       UPDATE-CUSTOMER.
                       DISPLAY "UPDATE FAILED"
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER UPDATED"
                       PERFORM SCREEN-CUSTOMER
               END-REWRITE
           END-IF.

                   DISPLAY "ADDRESS   : " CUST-ADDRESS
                   DISPLAY "ID        : " CUST-ID-TYPE " "
                       CUST-ID-NUMBER
                   PERFORM DISPLAY-PREFERENCES
           END-READ.

       DISPLAY-PREFERENCES.
           OPEN INPUT CUSTPREF-FILE
           MOVE CUST-NO TO CP-CUST-NO
           READ CUSTPREF-FILE
               INVALID KEY
                   DISPLAY "CONTACT   : NONE ON FILE"
               NOT INVALID KEY
                   DISPLAY "MOBILE    : " CP-MOBILE
                   DISPLAY "E-MAIL    : " CP-EMAIL
                   DISPLAY "ALERTS BY : " CP-CHANNEL
                       "  ATM " CP-ATM-FLAG
                       "  SALARY " CP-SALARY-FLAG
                       "  LOW BAL " CP-LOWBAL-FLAG
                       "  LOAN " CP-LOAN-FLAG
                       "  TD " CP-TDMAT-FLAG
                       "  CARD " CP-CARD-FLAG
           END-READ
           CLOSE CUSTPREF-FILE.

      *  Contact details and alert choices for an existing customer;
      *  the record is added on first use and replaced afterwards.
       MAINTAIN-PREFERENCES.
           DISPLAY "CUSTOMER NUMBER : "
           ACCEPT CUST-NO.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NUMBER NOT FOUND"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "NAME      : " CUST-NAME

           OPEN I-O CUSTPREF-FILE
           MOVE CUST-NO TO CP-CUST-NO
           MOVE 'N' TO WS-PREF-FOUND
           READ CUSTPREF-FILE
               INVALID KEY
                   INITIALIZE CUSTPREF-RECORD
                   MOVE CUST-NO TO CP-CUST-NO
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PREF-FOUND
                   DISPLAY "CURRENT MOBILE : " CP-MOBILE
                   DISPLAY "CURRENT E-MAIL : " CP-EMAIL
           END-READ

           DISPLAY "MOBILE NUMBER : "
           ACCEPT CP-MOBILE
           DISPLAY "E-MAIL ADDRESS : "
           ACCEPT CP-EMAIL
           DISPLAY "SEND ALERTS BY (S)MS, (E)-MAIL, (B)OTH, (N)ONE : "
           ACCEPT CP-CHANNEL
           MOVE FUNCTION UPPER-CASE(CP-CHANNEL) TO CP-CHANNEL
           DISPLAY "ATM WITHDRAWALS AND TRANSFERS (Y/N) : "
           ACCEPT CP-ATM-FLAG
           MOVE 0 TO CP-ATM-THRESHOLD
           IF CP-ATM-FLAG = 'Y' OR CP-ATM-FLAG = 'y'
               DISPLAY "  ONLY WHEN OVER AMOUNT (0 = EVERY ONE) : "
               ACCEPT CP-ATM-THRESHOLD
           END-IF
           DISPLAY "SALARY CREDITS (Y/N) : "
           ACCEPT CP-SALARY-FLAG
           DISPLAY "BALANCE NEAR MINIMUM (Y/N) : "
           ACCEPT CP-LOWBAL-FLAG
           MOVE 0 TO CP-LOWBAL-MARGIN
           IF CP-LOWBAL-FLAG = 'Y' OR CP-LOWBAL-FLAG = 'y'
               DISPLAY "  WHEN WITHIN THIS AMOUNT OF THE MINIMUM : "
               ACCEPT CP-LOWBAL-MARGIN
           END-IF
           DISPLAY "MISSED LOAN INSTALLMENTS (Y/N) : "
           ACCEPT CP-LOAN-FLAG
           DISPLAY "TERM DEPOSITS MATURING (Y/N) : "
           ACCEPT CP-TDMAT-FLAG
           DISPLAY "CARDS ABOUT TO EXPIRE (Y/N) : "
           ACCEPT CP-CARD-FLAG
           MOVE FUNCTION UPPER-CASE(CP-ATM-FLAG) TO CP-ATM-FLAG
           MOVE FUNCTION UPPER-CASE(CP-SALARY-FLAG) TO CP-SALARY-FLAG
           MOVE FUNCTION UPPER-CASE(CP-LOWBAL-FLAG) TO CP-LOWBAL-FLAG
           MOVE FUNCTION UPPER-CASE(CP-LOAN-FLAG) TO CP-LOAN-FLAG
           MOVE FUNCTION UPPER-CASE(CP-TDMAT-FLAG) TO CP-TDMAT-FLAG
           MOVE FUNCTION UPPER-CASE(CP-CARD-FLAG) TO CP-CARD-FLAG

           PERFORM CHECK-PREFERENCES
           IF WS-PREF-OK NOT = 'Y'
               CLOSE CUSTPREF-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-PREF-FOUND = 'Y'
               REWRITE CUSTPREF-RECORD
                   INVALID KEY
                       DISPLAY "UPDATE FAILED"
                   NOT INVALID KEY
                       DISPLAY "PREFERENCES UPDATED"
               END-REWRITE
           ELSE
               WRITE CUSTPREF-RECORD
                   INVALID KEY
                       DISPLAY "PREFERENCES NOT SAVED"
                   NOT INVALID KEY
                       DISPLAY "PREFERENCES ADDED"
               END-WRITE
           END-IF
           CLOSE CUSTPREF-FILE.

      *  The channel chosen must have an address to send to, and
      *  every flag must be Y or N.
       CHECK-PREFERENCES.
           MOVE 'Y' TO WS-PREF-OK
           IF CP-CHANNEL NOT = 'S' AND CP-CHANNEL NOT = 'E'
              AND CP-CHANNEL NOT = 'B' AND CP-CHANNEL NOT = 'N'
               DISPLAY "CHANNEL MUST BE S, E, B OR N"
               MOVE 'N' TO WS-PREF-OK
           END-IF
           IF (CP-CHANNEL = 'S' OR CP-CHANNEL = 'B')
              AND CP-MOBILE = SPACE
               DISPLAY "A MOBILE NUMBER IS NEEDED FOR SMS ALERTS"
               MOVE 'N' TO WS-PREF-OK
           END-IF
           IF (CP-CHANNEL = 'E' OR CP-CHANNEL = 'B')
              AND CP-EMAIL = SPACE
               DISPLAY "AN E-MAIL ADDRESS IS NEEDED FOR E-MAIL ALERTS"
               MOVE 'N' TO WS-PREF-OK
           END-IF
           IF (CP-ATM-FLAG NOT = 'Y' AND CP-ATM-FLAG NOT = 'N')
              OR (CP-SALARY-FLAG NOT = 'Y' AND CP-SALARY-FLAG NOT = 'N')
              OR (CP-LOWBAL-FLAG NOT = 'Y' AND CP-LOWBAL-FLAG NOT = 'N')
              OR (CP-LOAN-FLAG NOT = 'Y' AND CP-LOAN-FLAG NOT = 'N')
              OR (CP-TDMAT-FLAG NOT = 'Y' AND CP-TDMAT-FLAG NOT = 'N')
              OR (CP-CARD-FLAG NOT = 'Y' AND CP-CARD-FLAG NOT = 'N')
               DISPLAY "EACH ALERT CHOICE MUST BE Y OR N"
               MOVE 'N' TO WS-PREF-OK
           END-IF.

      *  New and changed customers are screened by name and identity
      *  number against the watch list. A hit does not stop the
      *  change; it is referred to compliance through SANCALRT.dat.
       SCREEN-CUSTOMER.
           PERFORM LOAD-WATCHLIST-TABLE
           MOVE CUST-NAME TO WS-SCR-NAME
           MOVE CUST-ID-NUMBER TO WS-SCR-ID-NUMBER
           PERFORM SCREEN-NAME-AND-ID
           IF WS-SCR-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-PART TO WS-ALERT-DATE
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-ALERT-DATE
           END-IF
           MOVE 'C' TO WS-ALERT-SOURCE
           MOVE CUST-NO TO WS-ALERT-CUST-NO
           MOVE SPACE TO WS-ALERT-ACCOUNT-NO
           MOVE 0 TO WS-ALERT-PAY-REF
           PERFORM RAISE-SANCTIONS-ALERT
           DISPLAY "POSSIBLE WATCH-LIST MATCH ON ENTRY "
               WS-SCR-ENTRY-ID " - REFERRED TO COMPLIANCE".

       LOAD-WATCHLIST-TABLE.
           MOVE 0 TO WS-WL-COUNT
           MOVE 0 TO WS-WL-LIST-DATE
           MOVE 'N' TO WS-WL-EOF
           OPEN INPUT WATCHLST-FILE
           PERFORM UNTIL WS-WL-EOF = 'Y'
               READ WATCHLST-FILE
                   AT END
                       MOVE 'Y' TO WS-WL-EOF
                   NOT AT END
                       IF WL-LIST-DATE > WS-WL-LIST-DATE
                           MOVE WL-LIST-DATE TO WS-WL-LIST-DATE
                       END-IF
                       IF WS-WL-COUNT < 2000
                           ADD 1 TO WS-WL-COUNT
                           MOVE WL-ENTRY-ID
                               TO WS-WL-ENTRY-ID(WS-WL-COUNT)
                           MOVE FUNCTION UPPER-CASE
                                   (FUNCTION TRIM(WL-NAME))
                               TO WS-WL-NAME(WS-WL-COUNT)
                           MOVE WL-ID-NUMBER
                               TO WS-WL-ID-NUMBER(WS-WL-COUNT)
                       ELSE
                           DISPLAY "WATCH LIST TABLE FULL - ENTRY "
                               WL-ENTRY-ID " NOT SCREENED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHLST-FILE.

      *  Screen WS-SCR-NAME / WS-SCR-ID-NUMBER against the watch
      *  list: an identity number equal to a listed one is an 'I'
      *  match, a listed name found anywhere in the screened name an
      *  'N' match. The first hit wins.
       SCREEN-NAME-AND-ID.
           MOVE 'N' TO WS-SCR-HIT
           MOVE SPACE TO WS-SCR-ENTRY-ID
           MOVE SPACE TO WS-SCR-MATCH-TYPE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCR-NAME))
               TO WS-SCR-NAME
           PERFORM SCREEN-ONE-ENTRY
               VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WL-COUNT OR WS-SCR-HIT = 'Y'.

       SCREEN-ONE-ENTRY.
           IF WS-SCR-ID-NUMBER NOT = SPACE
              AND WS-WL-ID-NUMBER(WS-WL-SUB) = WS-SCR-ID-NUMBER
               MOVE 'Y' TO WS-SCR-HIT
               MOVE 'I' TO WS-SCR-MATCH-TYPE
               MOVE WS-WL-ENTRY-ID(WS-WL-SUB) TO WS-SCR-ENTRY-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-WL-NAME(WS-WL-SUB) = SPACE OR WS-SCR-NAME = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WL-NAME(WS-WL-SUB) TO WS-SCR-LIST-NAME
           COMPUTE WS-SCR-NAME-LEN = FUNCTION LENGTH
               (FUNCTION TRIM(WS-SCR-LIST-NAME TRAILING))
           MOVE 0 TO WS-SCR-TALLY
           INSPECT WS-SCR-NAME TALLYING WS-SCR-TALLY
               FOR ALL WS-SCR-LIST-NAME(1:WS-SCR-NAME-LEN)
           IF WS-SCR-TALLY > 0
               MOVE 'Y' TO WS-SCR-HIT
               MOVE 'N' TO WS-SCR-MATCH-TYPE
               MOVE WS-WL-ENTRY-ID(WS-WL-SUB) TO WS-SCR-ENTRY-ID
           END-IF.

      *  An alert already raised on this subject against this list
      *  entry is not raised again; WS-ALERT-STATUS returns how it
      *  was dispositioned. The next alert number is worked out on
      *  the same pass.
       FIND-EXISTING-ALERT.
           MOVE 'N' TO WS-ALERT-FOUND
           MOVE SPACE TO WS-ALERT-STATUS
           MOVE 0 TO WS-NEXT-ALERT-NO
           MOVE 'N' TO WS-SA-EOF
           OPEN INPUT SANCALRT-FILE
           PERFORM UNTIL WS-SA-EOF = 'Y'
               READ SANCALRT-FILE
                   AT END
                       MOVE 'Y' TO WS-SA-EOF
                   NOT AT END
                       IF SA-ALERT-NO > WS-NEXT-ALERT-NO
                           MOVE SA-ALERT-NO TO WS-NEXT-ALERT-NO
                       END-IF
                       IF SA-WL-ENTRY-ID = WS-SCR-ENTRY-ID
                          AND SA-PAY-REF = WS-ALERT-PAY-REF
                          AND ((WS-ALERT-CUST-NO NOT = SPACE
                                AND SA-CUST-NO = WS-ALERT-CUST-NO)
                            OR (WS-ALERT-CUST-NO = SPACE
                                AND SA-CUST-NO = SPACE
                                AND SA-ACCOUNT-NO =
                                    WS-ALERT-ACCOUNT-NO))
                           MOVE 'Y' TO WS-ALERT-FOUND
                           MOVE SA-STATUS TO WS-ALERT-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCALRT-FILE
           ADD 1 TO WS-NEXT-ALERT-NO.

      *  The caller sets the WS-ALERT subject fields; the hit is in
      *  WS-SCR-NAME, WS-SCR-ENTRY-ID and WS-SCR-MATCH-TYPE.
       RAISE-SANCTIONS-ALERT.
           MOVE 'N' TO WS-ALERT-RAISED
           PERFORM FIND-EXISTING-ALERT
           IF WS-ALERT-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SANCALRT-FILE
               MOVE WS-NEXT-ALERT-NO TO SA-ALERT-NO
               MOVE WS-ALERT-DATE TO SA-RAISED-DATE
               MOVE WS-ALERT-SOURCE TO SA-SOURCE
               MOVE WS-ALERT-CUST-NO TO SA-CUST-NO
               MOVE WS-ALERT-ACCOUNT-NO TO SA-ACCOUNT-NO
               MOVE WS-ALERT-PAY-REF TO SA-PAY-REF
               MOVE WS-SCR-NAME TO SA-SCREENED-NAME
               MOVE WS-SCR-ENTRY-ID TO SA-WL-ENTRY-ID
               MOVE WS-SCR-MATCH-TYPE TO SA-MATCH-TYPE
               MOVE 'O' TO SA-STATUS
               MOVE SPACE TO SA-DISP-BY
               MOVE 0 TO SA-DISP-DATE
               WRITE SANCALRT-RECORD
           CLOSE SANCALRT-FILE
           MOVE 'Y' TO WS-ALERT-RAISED.


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
       END PROGRAM CUSTMNT.
