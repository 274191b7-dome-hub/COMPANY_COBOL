      ******************************************************************
      * Author:      Sanctions Watch-List Rescreen
      * Date:        2026
      * Purpose:     Nightly check of the whole customer base against
      *              the regulator's sanctions / watch list
      *              (WATCHLST.dat) whenever a new list has been
      *              loaded. The issue date of the list on file is
      *              compared with the one last screened
      *              (SCRNCTL.dat); when it is newer, every
      *              CUSTOMER.dat record is screened by name and
      *              identity number, and every ACCOUNT.dat record
      *              not yet linked to a customer by its account
      *              name, the same screening CUSTMNT and ADDUSER
      *              apply to new and changed records. Hits are
      *              raised in SANCALRT.dat for compliance to
      *              disposition in SANCDISP; a party already
      *              alerted against the same list entry is not
      *              raised twice.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-NO.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NO.
      *  Regulator's sanctions / watch list and the alerts raised
      *  against it for compliance to disposition in SANCDISP.
           SELECT OPTIONAL WATCHLST-FILE ASSIGN TO "WATCHLST.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SANCALRT-FILE ASSIGN TO "SANCALRT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Issue date of the last list the customer base was screened
      *  against.
           SELECT OPTIONAL SCRNCTL-FILE ASSIGN TO "SCRNCTL.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CUST-NO                PIC X(8).
           05 CUST-NAME              PIC X(30).
           05 CUST-ADDRESS           PIC X(40).
           05 CUST-ID-TYPE           PIC X(2).
           05 CUST-ID-NUMBER         PIC X(13).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05 ACCOUNT-NO             PIC X(10).
           05 PIN                    PIC X(4).
           05 ACCOUNT-NAME           PIC X(20).
           05 BALANCE                PIC S9(8)V99.
           05 ACCOUNT-FAILED-LOGINS  PIC 9(1).
           05 ACCOUNT-LOCKED         PIC X(1).
           05 MIN-BALANCE            PIC 9(8)V99.
           05 CURRENCY-CODE          PIC X(3).
           05 ACCOUNT-DORMANT        PIC X(1).
           05 ACCOUNT-CUST-NO        PIC X(8).
           05 ACCOUNT-BRANCH         PIC X(4).

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

       FD  SCRNCTL-FILE.
       01  SCRNCTL-RECORD.
           05 SC-LIST-DATE           PIC 9(8).
           05 SC-RUN-DATE            PIC 9(8).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.

       01  CURRENT-DATE-TIME.
           05  CURRENT-DATE-PART  PIC 9(8).
           05  FILLER             PIC X(13).
       01  WS-RUN-DATE       PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-LAST-LIST-DATE PIC 9(8) VALUE 0.

      *  Run summary counters
       01  WS-CUST-SCREENED  PIC 9(6) VALUE 0.
       01  WS-ACCT-SCREENED  PIC 9(6) VALUE 0.
       01  WS-HIT-COUNT      PIC 9(6) VALUE 0.
       01  WS-NEW-ALERTS     PIC 9(6) VALUE 0.

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
           DISPLAY "==============================================".
           DISPLAY "   SANCTIONS WATCH-LIST RESCREEN              ".
           DISPLAY "==============================================".
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-PART TO WS-RUN-DATE
           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           END-IF

           PERFORM LOAD-WATCHLIST-TABLE
           IF WS-WL-COUNT = 0
               DISPLAY "NO WATCH LIST ON FILE - NOTHING SCREENED"
               STOP RUN
           END-IF
           PERFORM READ-SCREEN-CONTROL
           DISPLAY "LIST ON FILE ISSUED   : " WS-WL-LIST-DATE
           DISPLAY "LAST LIST SCREENED    : " WS-LAST-LIST-DATE
           IF WS-WL-LIST-DATE <= WS-LAST-LIST-DATE
               DISPLAY "NO NEW LIST - RESCREEN NOT NEEDED"
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO WS-ALERT-DATE
           MOVE 'R' TO WS-ALERT-SOURCE
           MOVE 0 TO WS-ALERT-PAY-REF

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM RESCREEN-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ACCOUNT-CUST-NO = SPACE
                           PERFORM RESCREEN-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE

           PERFORM WRITE-SCREEN-CONTROL

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "CUSTOMERS SCREENED    : " WS-CUST-SCREENED.
           DISPLAY "UNLINKED ACCOUNTS     : " WS-ACCT-SCREENED.
           DISPLAY "WATCH-LIST HITS       : " WS-HIT-COUNT.
           DISPLAY "NEW ALERTS RAISED     : " WS-NEW-ALERTS.
           DISPLAY "==============================================".

           STOP RUN.

       RESCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-SCREENED
           MOVE CUST-NAME TO WS-SCR-NAME
           MOVE CUST-ID-NUMBER TO WS-SCR-ID-NUMBER
           PERFORM SCREEN-NAME-AND-ID
           IF WS-SCR-HIT = 'Y'
               MOVE CUST-NO TO WS-ALERT-CUST-NO
               MOVE SPACE TO WS-ALERT-ACCOUNT-NO
               PERFORM RECORD-RESCREEN-HIT
           END-IF.

       RESCREEN-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-SCREENED
           MOVE ACCOUNT-NAME TO WS-SCR-NAME
           MOVE SPACE TO WS-SCR-ID-NUMBER
           PERFORM SCREEN-NAME-AND-ID
           IF WS-SCR-HIT = 'Y'
               MOVE SPACE TO WS-ALERT-CUST-NO
               MOVE ACCOUNT-NO TO WS-ALERT-ACCOUNT-NO
               PERFORM RECORD-RESCREEN-HIT
           END-IF.

       RECORD-RESCREEN-HIT.
           ADD 1 TO WS-HIT-COUNT
           PERFORM RAISE-SANCTIONS-ALERT
           IF WS-ALERT-RAISED = 'Y'
               ADD 1 TO WS-NEW-ALERTS
               DISPLAY "ALERT " WS-NEXT-ALERT-NO " " WS-ALERT-CUST-NO
                   " " WS-ALERT-ACCOUNT-NO " " WS-SCR-NAME
                   " ENTRY " WS-SCR-ENTRY-ID
           END-IF.

       READ-SCREEN-CONTROL.
           MOVE 0 TO WS-LAST-LIST-DATE
           OPEN INPUT SCRNCTL-FILE
           READ SCRNCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SC-LIST-DATE TO WS-LAST-LIST-DATE
           END-READ
           CLOSE SCRNCTL-FILE.

       WRITE-SCREEN-CONTROL.
           OPEN OUTPUT SCRNCTL-FILE
               MOVE WS-WL-LIST-DATE TO SC-LIST-DATE
               MOVE WS-RUN-DATE TO SC-RUN-DATE
               WRITE SCRNCTL-RECORD
           CLOSE SCRNCTL-FILE.

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
       END PROGRAM SANCSCRN.
