      ******************************************************************
      * Author:      Interbank Outward Payment File
      * Date:        2026
      * Purpose:     Send the day's payments to other banks to the
      *              clearing house. Every IBXFER.dat item that the
      *              ATM or TELLER counter debited into the interbank
      *              settlement suspense and that is still pending is
      *              written to a fixed-layout outward file
      *              (IBOUT.YYYYMMDD.dat) with a header carrying the
      *              business date and this bank's clearing code and
      *              a trailer carrying the item count and an amount
      *              hash, the same controls HOEXTRC sends head
      *              office. Sent items are marked 'S' with the send
      *              date so IBCONFRM can match the clearing house's
      *              confirmation against them; a rerun for the same
      *              date picks up the items it already marked and
      *              rebuilds the identical file.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBOUTWD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IBXFER-FILE ASSIGN TO "IBXFER.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTWARD-FILE ASSIGN USING WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
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
      *  Interbank outward register. Status P = pending send,
      *  S = sent, C = confirmed/settled, R = rejected and refunded,
      *  H = held on a watch-list hit, X = blocked by compliance.
       FD  IBXFER-FILE.
       01  IBXFER-RECORD.
           05 IB-REF-SEQ             PIC 9(8).
           05 IB-ACCOUNT-NO          PIC X(10).
           05 IB-BANK-CODE           PIC X(4).
           05 IB-BENEF-ACCOUNT       PIC X(20).
           05 IB-BENEF-NAME          PIC X(20).
           05 IB-AMOUNT              PIC 9(8)V99.
           05 IB-CURRENCY            PIC X(3).
           05 IB-INIT-DATE           PIC 9(8).
           05 IB-CHANNEL             PIC X(1).
           05 IB-OPERATOR            PIC X(8).
           05 IB-STATUS              PIC X(1).
           05 IB-SENT-DATE           PIC 9(8).
           05 IB-SETTLE-DATE         PIC 9(8).
           05 IB-REJECT-CODE         PIC X(4).

      *  Fixed-layout outward records: 'H' header, 'D' detail, 'T'
      *  trailer in one 100-byte record area.
       FD  OUTWARD-FILE.
       01  OUTWARD-RECORD               PIC X(100).

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
       01  WS-EOF-FLAG       PIC X VALUE 'N'.

       01  WS-RUN-DATE       PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-OUT-FILENAME   PIC X(30) VALUE SPACE.

      *  This bank's participant code at the clearing house.
       01  WS-OWN-BANK-CODE  PIC X(4) VALUE "0350".

      *  Register loaded whole so the sent status can be written
      *  back, the way LOANCOLL rewrites LOANMAST.dat.
       01  WS-IB-TABLE.
           05 WS-IB-ENTRY OCCURS 2000 TIMES.
               10 WS-IB-RECORD   PIC X(113).
       01  WS-IB-COUNT      PIC 9(4) VALUE 0.
       01  WS-IB-SUB        PIC 9(4) VALUE 0.

       01  WS-WORK-ENTRY.
           05 WS-WK-REF-SEQ          PIC 9(8).
           05 WS-WK-ACCOUNT-NO       PIC X(10).
           05 WS-WK-BANK-CODE        PIC X(4).
           05 WS-WK-BENEF-ACCOUNT    PIC X(20).
           05 WS-WK-BENEF-NAME       PIC X(20).
           05 WS-WK-AMOUNT           PIC 9(8)V99.
           05 WS-WK-CURRENCY         PIC X(3).
           05 WS-WK-INIT-DATE        PIC 9(8).
           05 WS-WK-CHANNEL          PIC X(1).
           05 WS-WK-OPERATOR         PIC X(8).
           05 WS-WK-STATUS           PIC X(1).
           05 WS-WK-SENT-DATE        PIC 9(8).
           05 WS-WK-SETTLE-DATE      PIC 9(8).
           05 WS-WK-REJECT-CODE      PIC X(4).

       01  WS-HEADER-RECORD.
           05 WS-HDR-TYPE        PIC X(1) VALUE 'H'.
           05 WS-HDR-DATE        PIC 9(8).
           05 WS-HDR-BANK        PIC X(4).
           05 FILLER             PIC X(87) VALUE SPACE.

       01  WS-DETAIL-RECORD.
           05 WS-DET-TYPE        PIC X(1) VALUE 'D'.
           05 WS-DET-REF-SEQ     PIC 9(8).
           05 WS-DET-ACCOUNT-NO  PIC X(10).
           05 WS-DET-CURRENCY    PIC X(3).
           05 WS-DET-AMOUNT      PIC 9(8)V99.
           05 WS-DET-BANK-CODE   PIC X(4).
           05 WS-DET-BENEF-ACCOUNT PIC X(20).
           05 WS-DET-BENEF-NAME  PIC X(20).
           05 WS-DET-INIT-DATE   PIC 9(8).
           05 FILLER             PIC X(16) VALUE SPACE.

       01  WS-TRAILER-RECORD.
           05 WS-TRL-TYPE        PIC X(1) VALUE 'T'.
           05 WS-TRL-COUNT       PIC 9(8).
           05 WS-TRL-HASH        PIC 9(12)V99.
           05 FILLER             PIC X(77) VALUE SPACE.

       01  WS-DETAIL-COUNT   PIC 9(8) VALUE 0.
       01  WS-AMOUNT-HASH    PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-DISP     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-HELD-COUNT     PIC 9(8) VALUE 0.
       01  WS-BLOCKED-COUNT  PIC 9(8) VALUE 0.

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
           DISPLAY "   INTERBANK OUTWARD PAYMENT FILE             ".
           DISPLAY "==============================================".
           DISPLAY "SEND DATE (YYYYMMDD, 0 = BUSINESS DATE) : "
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = 0
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE = 0
               DISPLAY "NO BUSINESS DATE ON FILE AND NONE KEYED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE TO WS-OUT-FILENAME
           STRING "IBOUT." DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO WS-OUT-FILENAME
           END-STRING

           PERFORM LOAD-IBXFER-TABLE
           PERFORM LOAD-WATCHLIST-TABLE

           OPEN OUTPUT OUTWARD-FILE
           MOVE WS-RUN-DATE      TO WS-HDR-DATE
           MOVE WS-OWN-BANK-CODE TO WS-HDR-BANK
           WRITE OUTWARD-RECORD FROM WS-HEADER-RECORD

           PERFORM SEND-ONE-ITEM
               VARYING WS-IB-SUB FROM 1 BY 1
               UNTIL WS-IB-SUB > WS-IB-COUNT

           MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT
           MOVE WS-AMOUNT-HASH  TO WS-TRL-HASH
           WRITE OUTWARD-RECORD FROM WS-TRAILER-RECORD
           CLOSE OUTWARD-FILE

           PERFORM REWRITE-IBXFER-FILE

           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY "OUTWARD FILE     : " WS-OUT-FILENAME.
           DISPLAY "ITEMS SENT       : " WS-DETAIL-COUNT.
           MOVE WS-AMOUNT-HASH TO WS-TOTAL-DISP
           DISPLAY "AMOUNT SENT      : " WS-TOTAL-DISP.
           DISPLAY "HELD ON WATCH LIST : " WS-HELD-COUNT.
           DISPLAY "BLOCKED BY COMPL.  : " WS-BLOCKED-COUNT.
           DISPLAY "==============================================".

           STOP RUN.

      *  Pending items debited on or before the send date go out
      *  now, once the beneficiary has cleared the watch list; items
      *  already marked sent on this date are the ones a rerun must
      *  write again.
       SEND-ONE-ITEM.
           MOVE WS-IB-RECORD(WS-IB-SUB) TO WS-WORK-ENTRY
           IF WS-WK-STATUS = 'P' AND WS-WK-INIT-DATE <= WS-RUN-DATE
               PERFORM SCREEN-BENEFICIARY
           END-IF
           IF (WS-WK-STATUS = 'P' AND WS-WK-INIT-DATE <= WS-RUN-DATE)
              OR (WS-WK-STATUS = 'S'
                  AND WS-WK-SENT-DATE = WS-RUN-DATE)
               MOVE WS-WK-REF-SEQ        TO WS-DET-REF-SEQ
               MOVE WS-WK-ACCOUNT-NO     TO WS-DET-ACCOUNT-NO
               MOVE WS-WK-CURRENCY       TO WS-DET-CURRENCY
               MOVE WS-WK-AMOUNT         TO WS-DET-AMOUNT
               MOVE WS-WK-BANK-CODE      TO WS-DET-BANK-CODE
               MOVE WS-WK-BENEF-ACCOUNT  TO WS-DET-BENEF-ACCOUNT
               MOVE WS-WK-BENEF-NAME     TO WS-DET-BENEF-NAME
               MOVE WS-WK-INIT-DATE      TO WS-DET-INIT-DATE
               WRITE OUTWARD-RECORD FROM WS-DETAIL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-WK-AMOUNT TO WS-AMOUNT-HASH

               MOVE 'S' TO WS-WK-STATUS
               MOVE WS-RUN-DATE TO WS-WK-SENT-DATE
               MOVE WS-WORK-ENTRY TO WS-IB-RECORD(WS-IB-SUB)
           END-IF.

      *  A beneficiary on the watch list holds the payment ('H') and
      *  raises an alert for compliance. Once the alert is
      *  dispositioned a false positive goes out; a confirmed hit
      *  leaves the funds blocked in the suspense ('X').
       SCREEN-BENEFICIARY.
           MOVE WS-WK-BENEF-NAME TO WS-SCR-NAME
           MOVE SPACE TO WS-SCR-ID-NUMBER
           PERFORM SCREEN-NAME-AND-ID
           IF WS-SCR-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'P' TO WS-ALERT-SOURCE
           MOVE SPACE TO WS-ALERT-CUST-NO
           MOVE WS-WK-ACCOUNT-NO TO WS-ALERT-ACCOUNT-NO
           MOVE WS-WK-REF-SEQ TO WS-ALERT-PAY-REF
           MOVE WS-RUN-DATE TO WS-ALERT-DATE
           PERFORM FIND-EXISTING-ALERT
           IF WS-ALERT-FOUND = 'Y' AND WS-ALERT-STATUS = 'F'
               EXIT PARAGRAPH
           END-IF
           IF WS-ALERT-FOUND = 'Y' AND WS-ALERT-STATUS = 'C'
               MOVE 'X' TO WS-WK-STATUS
               ADD 1 TO WS-BLOCKED-COUNT
           ELSE
               PERFORM RAISE-SANCTIONS-ALERT
               MOVE 'H' TO WS-WK-STATUS
               ADD 1 TO WS-HELD-COUNT
           END-IF
           MOVE WS-WORK-ENTRY TO WS-IB-RECORD(WS-IB-SUB)
           DISPLAY "ITEM " WS-WK-REF-SEQ " BENEFICIARY "
               WS-WK-BENEF-NAME " MATCHES WATCH-LIST ENTRY "
               WS-SCR-ENTRY-ID " - NOT SENT".

       LOAD-IBXFER-TABLE.
           MOVE 0 TO WS-IB-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT IBXFER-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ IBXFER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-IB-COUNT < 2000
                           ADD 1 TO WS-IB-COUNT
                           MOVE IBXFER-RECORD
                               TO WS-IB-RECORD(WS-IB-COUNT)
                       ELSE
                           DISPLAY "IBXFER TABLE FULL - RUN STOPPED"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IBXFER-FILE.

       REWRITE-IBXFER-FILE.
           OPEN OUTPUT IBXFER-FILE
           PERFORM WRITE-IBXFER-SLOT
               VARYING WS-IB-SUB FROM 1 BY 1
               UNTIL WS-IB-SUB > WS-IB-COUNT
           CLOSE IBXFER-FILE.

       WRITE-IBXFER-SLOT.
           MOVE WS-IB-RECORD(WS-IB-SUB) TO IBXFER-RECORD
           WRITE IBXFER-RECORD.

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
       END PROGRAM IBOUTWD.
