           SELECT OPTIONAL CASHLOG-FILE ASSIGN TO "CASHLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
      *  One line per proved day, kept so a later dispute can see
      *  the machine's position on the day it happened.
           SELECT OPTIONAL CASHPOS-FILE ASSIGN TO "CASHPOS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

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

      *  The day's closing cassette value, what went out and in,
      *  and the overage: implied opening value less the previous
      *  day's close (positive = more cash in the machine than the
      *  postings account for).
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

      *  System processing date maintained by BUSDATE; dates are
      *  stamped from it so a late or re-run night still posts to the
       01  WS-DISPENSED-COUNT PIC 9(6) VALUE 0.
       01  WS-LOADED-TOTAL    PIC 9(10)V99 VALUE 0.
       01  WS-OPENING-VALUE   PIC S9(11)V99 VALUE 0.
       01  WS-PRIOR-CLOSE     PIC 9(10)V99 VALUE 0.
       01  WS-PRIOR-DATE      PIC 9(8) VALUE 0.
       01  WS-OVERAGE         PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-DISP      PIC ZZZ,ZZ9.
       01  WS-VALUE-DISP      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-OPENING-DISP    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
           COMPUTE WS-OPENING-VALUE = WS-CAS-VALUE
               + WS-DISPENSED-TOTAL - WS-LOADED-TOTAL

           PERFORM FIND-PRIOR-CLOSE
           MOVE 0 TO WS-OVERAGE
           IF WS-PRIOR-DATE > 0
               COMPUTE WS-OVERAGE = WS-OPENING-VALUE - WS-PRIOR-CLOSE
           END-IF
           OPEN EXTEND CASHPOS-FILE
               MOVE WS-TODAY-DATE      TO PS-DATE
               MOVE WS-CAS-VALUE       TO PS-CLOSING-VALUE
               MOVE WS-DISPENSED-TOTAL TO PS-DISPENSED
               MOVE WS-LOADED-TOTAL    TO PS-LOADED
               MOVE WS-OPENING-VALUE   TO PS-OPENING-VALUE
               MOVE WS-OVERAGE         TO PS-OVERAGE
               WRITE CASHPOS-RECORD
           CLOSE CASHPOS-FILE

           DISPLAY " ".
           DISPLAY "==============================================".
           MOVE WS-CAS-VALUE TO WS-VALUE-DISP
           DISPLAY "LOADED TODAY            : " WS-VALUE-DISP.
           MOVE WS-OPENING-VALUE TO WS-OPENING-DISP
           DISPLAY "IMPLIED OPENING VALUE   : " WS-OPENING-DISP.
           IF WS-PRIOR-DATE > 0
               MOVE WS-PRIOR-CLOSE TO WS-VALUE-DISP
               DISPLAY "CLOSE OF " WS-PRIOR-DATE "       : "
                   WS-VALUE-DISP
               MOVE WS-OVERAGE TO WS-OPENING-DISP
               DISPLAY "OVERAGE (SHORTAGE)      : " WS-OPENING-DISP
           ELSE
               DISPLAY "NO EARLIER DAY ON CASHPOS.dat TO PROVE AGAINST"
           END-IF
           DISPLAY "==============================================".
           DISPLAY "IMPLIED OPENING VALUE MUST MATCH YESTERDAY'S".
           DISPLAY "CLOSING CASSETTE VALUE - INVESTIGATE ANY GAP.".

      *  Latest day proved before this one; a same-day rerun adds a
      *  second line for the date, and the last one read wins.
       FIND-PRIOR-CLOSE.
           MOVE 0 TO WS-PRIOR-DATE
           MOVE 0 TO WS-PRIOR-CLOSE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASHPOS-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CASHPOS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PS-DATE < WS-TODAY-DATE
                          AND PS-DATE >= WS-PRIOR-DATE
                           MOVE PS-DATE TO WS-PRIOR-DATE
                           MOVE PS-CLOSING-VALUE TO WS-PRIOR-CLOSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASHPOS-FILE.


       GET-BUSINESS-DATE.
           MOVE 0 TO WS-BUSINESS-DATE
