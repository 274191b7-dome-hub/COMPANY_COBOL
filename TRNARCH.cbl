      * Author:      Transaction Log Monthly Archive
      * Date:        2026
      * Purpose:     Roll a closed month of TRANSLOG-FILE out to a
      *              dated archive file (TRANSLOG.YYYYMM.dat),
      *              deleting each entry from the indexed live log as
      *              it is archived, and trim the per-account per-day
      *              withdrawal totals file (DAILYTOT.dat) of the
      *              archived month's records. Statements and
      *              reconciliation reach the archived months through
      *              the dated archive files.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
      *  Dated archive for the month being rolled out. Opened EXTEND
      *  so a rerun after an interrupted run never wipes entries
      *  already archived; an entry the archive already holds is only
      *  deleted from the live log, never written twice.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN USING WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DAILYTOT-FILE ASSIGN TO "DAILYTOT.dat"
       FILE SECTION.
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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD               PIC X(86).

      *  Per-account per-day withdrawal totals kept current by
      *  ATM-PROJECT; one record per account per day.
               10 WS-TL-YYYYMM  PIC 9(6).
               10 WS-TL-DD      PIC 9(2).

      *  Archive entries are written in posting order, so the last
      *  sequence on the archive marks where an interrupted run got to.
       01  WS-ARCH-ENTRY.
           05 FILLER             PIC X(56).
           05 WS-AE-POSTING-SEQ  PIC 9(8).
           05 FILLER             PIC X(22).
       01  WS-ARCH-LAST-SEQ   PIC 9(8) VALUE 0.

       01  WS-ARCHIVED-COUNT  PIC 9(6) VALUE 0.
       01  WS-REDELETED-COUNT PIC 9(6) VALUE 0.
       01  WS-KEPT-COUNT      PIC 9(6) VALUE 0.
       01  WS-DT-DROPPED      PIC 9(6) VALUE 0.
       01  WS-DT-KEPT         PIC 9(6) VALUE 0.

      *  Swap command run through CALL "SYSTEM" the same way
      *  BATCHRUN drives its job steps.
       01  WS-SWAP-DAILYTOT-CMD PIC X(40)
           VALUE "mv DAILYTOT.tmp DAILYTOT.dat".

               INTO WS-ARCH-FILENAME
           END-STRING

           PERFORM FIND-LAST-ARCHIVED
           PERFORM SPLIT-TRANSLOG

           PERFORM TRIM-DAILY-TOTALS
           CALL "SYSTEM" USING WS-SWAP-DAILYTOT-CMD
           DISPLAY "==============================================".
           DISPLAY "ARCHIVE FILE            : " WS-ARCH-FILENAME.
           DISPLAY "ENTRIES ARCHIVED        : " WS-ARCHIVED-COUNT.
           IF WS-REDELETED-COUNT > 0
               DISPLAY "ALREADY ON ARCHIVE      : " WS-REDELETED-COUNT
           END-IF
           DISPLAY "ENTRIES KEPT IN LIVE LOG: " WS-KEPT-COUNT.
           DISPLAY "DAY TOTALS DROPPED      : " WS-DT-DROPPED.
           DISPLAY "DAY TOTALS KEPT         : " WS-DT-KEPT.
           END-READ
           CLOSE PROCDATE-FILE.

       FIND-LAST-ARCHIVED.
           MOVE 0 TO WS-ARCH-LAST-SEQ
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE INTO WS-ARCH-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-AE-POSTING-SEQ > WS-ARCH-LAST-SEQ
                           MOVE WS-AE-POSTING-SEQ TO WS-ARCH-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

      *  One pass over the live log in posting order: entries of the
      *  archive month go to the dated archive file and are deleted
      *  from the live log, everything else stays where it is.
       SPLIT-TRANSLOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN I-O TRANSLOG-FILE
           OPEN EXTEND ARCHIVE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE TRANSLOG-FILE.

       SPLIT-TRANSLOG-ENTRY.
           MOVE TRANSLOG-DATE TO WS-TL-DATE
           IF WS-TL-YYYYMM NOT = WS-ARCHIVE-MONTH
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF TRANSLOG-POSTING-SEQ > WS-ARCH-LAST-SEQ
               WRITE ARCHIVE-RECORD FROM TRANSLOG-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               ADD 1 TO WS-REDELETED-COUNT
           END-IF
           DELETE TRANSLOG-FILE RECORD
               INVALID KEY
                   DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                       " COULD NOT BE DELETED FROM TRANSLOG"
           END-DELETE.

      *  Drop the archived month's records from the daily withdrawal
      *  totals file so it stays one small file of recent days.
