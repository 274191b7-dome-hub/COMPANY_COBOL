      ******************************************************************
      * Author:      Transaction Log Conversion to Indexed
      * Date:        2026
      * Purpose:     One-time conversion of the live transaction log
      *              from a line sequential file to the indexed
      *              TRANSLOG.dat keyed on TRANSLOG-POSTING-SEQ, with
      *              the account number plus date as an alternate key
      *              (duplicates allowed). The old file is kept as
      *              TRANSLOG.old. Entries with no posting sequence, or
      *              one already taken, are given the next free number
      *              above POSTSEQ.dat and listed. Record counts and
      *              debit, credit and other amount totals are taken
      *              before and after - the after figures once through
      *              each key - and must agree before the conversion is
      *              recorded in TRNCONV.dat; a recorded conversion is
      *              never run again. A failed run is simply rerun: it
      *              rebuilds from TRANSLOG.old.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLDLOG-FILE ASSIGN TO "TRANSLOG.old"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSLOG-FILE ASSIGN TO "TRANSLOG.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSLOG-POSTING-SEQ
               ALTERNATE RECORD KEY IS TRANSLOG-ACCT-DATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL POSTSEQ-FILE ASSIGN TO "POSTSEQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONVCTL-FILE ASSIGN TO "TRNCONV.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO "PROCDATE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLDLOG-FILE.
       01  OLDLOG-RECORD                PIC X(86).

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

       FD  POSTSEQ-FILE.
       01  POSTSEQ-RECORD.
           05 POSTSEQ-LAST              PIC 9(8).

      *  Written once the before and after figures agree.
       FD  CONVCTL-FILE.
       01  CONVCTL-RECORD.
           05 CC-RUN-DATE               PIC 9(8).
           05 CC-RECORDS                PIC 9(8).
           05 CC-DEBIT-TOTAL            PIC 9(12)V99.
           05 CC-CREDIT-TOTAL           PIC 9(12)V99.
           05 CC-OTHER-TOTAL            PIC 9(12)V99.
           05 CC-RESEQUENCED            PIC 9(6).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05 PROC-DATE                 PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01  WS-DONE-FLAG      PIC X VALUE 'N'.
       01  WS-DONE-DATE      PIC 9(8) VALUE 0.

      *  The old log is moved aside only on the first attempt; a rerun
      *  finds TRANSLOG.old already there and rebuilds from it.
       01  WS-SET-ASIDE-CMD.
           05 FILLER         PIC X(24) VALUE "test -f TRANSLOG.old || ".
           05 FILLER         PIC X(36)
              VALUE "mv TRANSLOG.dat TRANSLOG.old".

       01  WS-OLD-ENTRY.
           05 WS-OLD-ACCOUNT-NO      PIC X(10).
           05 WS-OLD-DATE            PIC 9(8).
           05 WS-OLD-TIME            PIC 9(6).
           05 WS-OLD-TYPE            PIC X(1).
           05 WS-OLD-AMOUNT          PIC 9(8)V99.
           05 WS-OLD-BALANCE         PIC S9(8)V99.
           05 WS-OLD-DRCR            PIC X(1).
           05 WS-OLD-COUNTERPARTY    PIC X(10).
           05 WS-OLD-POSTING-SEQ     PIC 9(8).
           05 WS-OLD-REF-SEQ         PIC 9(8).
           05 WS-OLD-APPLIED-RATE    PIC 9(4)V9(6).
           05 WS-OLD-BRANCH          PIC X(4).

      *  Control figures: 1 = old file, 2 = new file by posting
      *  sequence, 3 = new file by account/date key.
       01  WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 3 TIMES.
               10 WS-CT-RECORDS      PIC 9(8).
               10 WS-CT-DEBIT        PIC 9(12)V99.
               10 WS-CT-CREDIT       PIC 9(12)V99.
               10 WS-CT-OTHER        PIC 9(12)V99.
       01  WS-CT-SUB         PIC 9 VALUE 0.
       01  WS-CT-LABEL       PIC X(22) VALUE SPACE.

       01  WS-HIGH-SEQ       PIC 9(8) VALUE 0.
       01  WS-POSTSEQ-LAST   PIC 9(8) VALUE 0.
       01  WS-NEW-SEQ        PIC 9(8) VALUE 0.
       01  WS-RESEQ-COUNT    PIC 9(6) VALUE 0.
       01  WS-WRITE-OK       PIC X VALUE 'N'.
       01  WS-MATCH-FLAG     PIC X VALUE 'Y'.

       01  WS-COUNT-DISP     PIC ZZ,ZZZ,ZZ9.
       01  WS-DEBIT-DISP     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CREDIT-DISP    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-OTHER-DISP     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "==============================================".
           DISPLAY "   TRANSLOG CONVERSION TO INDEXED             ".
           DISPLAY "==============================================".

           PERFORM CHECK-ALREADY-CONVERTED
           IF WS-DONE-FLAG = 'Y'
               DISPLAY "TRANSLOG ALREADY CONVERTED ON " WS-DONE-DATE
               DISPLAY "NOTHING DONE"
               STOP RUN
           END-IF

           PERFORM GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           END-IF

           CALL "SYSTEM" USING WS-SET-ASIDE-CMD
           INITIALIZE WS-CT-TABLE

           PERFORM COUNT-OLD-LOG
           PERFORM GET-LAST-POSTING-SEQ
           MOVE WS-HIGH-SEQ TO WS-NEW-SEQ
           IF WS-POSTSEQ-LAST > WS-NEW-SEQ
               MOVE WS-POSTSEQ-LAST TO WS-NEW-SEQ
           END-IF

           PERFORM LOAD-INDEXED-LOG
           IF WS-NEW-SEQ > WS-POSTSEQ-LAST
               PERFORM SAVE-LAST-POSTING-SEQ
           END-IF

           PERFORM COUNT-BY-POSTING-SEQ
           PERFORM COUNT-BY-ACCOUNT-DATE

           DISPLAY " ".
           DISPLAY "                          RECORDS"
               "        DEBIT TOTAL       CREDIT TOTAL"
               "        OTHER TOTAL".
           PERFORM PRINT-CONTROL-LINE
               VARYING WS-CT-SUB FROM 1 BY 1 UNTIL WS-CT-SUB > 3
           DISPLAY " ".
           DISPLAY "ENTRIES RESEQUENCED     : " WS-RESEQ-COUNT.

           MOVE 'Y' TO WS-MATCH-FLAG
           PERFORM COMPARE-CONTROL-LINE
               VARYING WS-CT-SUB FROM 2 BY 1 UNTIL WS-CT-SUB > 3
           DISPLAY "==============================================".
           IF WS-MATCH-FLAG = 'Y'
               PERFORM RECORD-CONVERSION
               DISPLAY "BEFORE AND AFTER AGREE - CONVERSION COMPLETE"
               DISPLAY "OLD LOG KEPT AS TRANSLOG.old"
           ELSE
               DISPLAY "BEFORE AND AFTER DO NOT AGREE"
               DISPLAY "CONVERSION NOT RECORDED - RERUN REBUILDS "
                   "TRANSLOG.dat FROM TRANSLOG.old"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "==============================================".
           STOP RUN.

       CHECK-ALREADY-CONVERTED.
           MOVE 'N' TO WS-DONE-FLAG
           OPEN INPUT CONVCTL-FILE
           READ CONVCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-DONE-FLAG
                   MOVE CC-RUN-DATE TO WS-DONE-DATE
           END-READ
           CLOSE CONVCTL-FILE.

      *  Before figures, and the highest posting sequence in use.
       COUNT-OLD-LOG.
           MOVE 0 TO WS-HIGH-SEQ
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OLDLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OLDLOG-FILE INTO WS-OLD-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TIDY-OLD-ENTRY
                       MOVE 1 TO WS-CT-SUB
                       MOVE WS-OLD-ENTRY TO TRANSLOG-RECORD
                       PERFORM ADD-TO-CONTROL
                       IF WS-OLD-POSTING-SEQ > WS-HIGH-SEQ
                           MOVE WS-OLD-POSTING-SEQ TO WS-HIGH-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLDLOG-FILE.

      *  Entries keep their file order on both keys, so an account's
      *  postings of one day come back in the order they were made.
       LOAD-INDEXED-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OLDLOG-FILE
           OPEN OUTPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OLDLOG-FILE INTO WS-OLD-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE
           CLOSE OLDLOG-FILE.

       LOAD-ONE-ENTRY.
           PERFORM TIDY-OLD-ENTRY
           MOVE WS-OLD-ENTRY TO TRANSLOG-RECORD
           MOVE 'N' TO WS-WRITE-OK
           IF TRANSLOG-POSTING-SEQ > 0
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WRITE-OK
               END-WRITE
           END-IF
           IF WS-WRITE-OK = 'N'
               ADD 1 TO WS-NEW-SEQ
               ADD 1 TO WS-RESEQ-COUNT
               MOVE WS-NEW-SEQ TO TRANSLOG-POSTING-SEQ
               DISPLAY "RESEQUENCED " WS-OLD-ACCOUNT-NO " "
                   WS-OLD-DATE " " WS-OLD-TIME " SEQ "
                   WS-OLD-POSTING-SEQ " -> " WS-NEW-SEQ
               WRITE TRANSLOG-RECORD
                   INVALID KEY
                       DISPLAY "POSTING " TRANSLOG-POSTING-SEQ
                           " ALREADY ON TRANSLOG - NOT WRITTEN"
               END-WRITE
           END-IF.

      *  Entries logged before the sequence, reference and rate
      *  columns existed carry spaces there; they go in as zero, and a
      *  zero posting sequence is then given a fresh number.
       TIDY-OLD-ENTRY.
           IF WS-OLD-POSTING-SEQ NOT NUMERIC
               MOVE 0 TO WS-OLD-POSTING-SEQ
           END-IF
           IF WS-OLD-REF-SEQ NOT NUMERIC
               MOVE 0 TO WS-OLD-REF-SEQ
           END-IF
           IF WS-OLD-APPLIED-RATE NOT NUMERIC
               MOVE 0 TO WS-OLD-APPLIED-RATE
           END-IF.

      *  After figures, once in posting sequence order...
       COUNT-BY-POSTING-SEQ.
           MOVE 2 TO WS-CT-SUB
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM ADD-TO-CONTROL
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE.

      *  ...and once along the account/date key, which proves the
      *  alternate index is complete.
       COUNT-BY-ACCOUNT-DATE.
           MOVE 3 TO WS-CT-SUB
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANSLOG-FILE
           MOVE LOW-VALUES TO TRANSLOG-ACCT-DATE-KEY
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
                       PERFORM ADD-TO-CONTROL
               END-READ
           END-PERFORM
           CLOSE TRANSLOG-FILE.

       ADD-TO-CONTROL.
           ADD 1 TO WS-CT-RECORDS(WS-CT-SUB)
           EVALUATE TRANSLOG-DRCR
               WHEN 'D'
                   ADD TRANSLOG-AMOUNT TO WS-CT-DEBIT(WS-CT-SUB)
               WHEN 'C'
                   ADD TRANSLOG-AMOUNT TO WS-CT-CREDIT(WS-CT-SUB)
               WHEN OTHER
                   ADD TRANSLOG-AMOUNT TO WS-CT-OTHER(WS-CT-SUB)
           END-EVALUATE.

       PRINT-CONTROL-LINE.
           EVALUATE WS-CT-SUB
               WHEN 1
                   MOVE "BEFORE (OLD LOG)" TO WS-CT-LABEL
               WHEN 2
                   MOVE "AFTER (BY POSTING SEQ)" TO WS-CT-LABEL
               WHEN OTHER
                   MOVE "AFTER (BY ACCT/DATE)" TO WS-CT-LABEL
           END-EVALUATE
           MOVE WS-CT-RECORDS(WS-CT-SUB) TO WS-COUNT-DISP
           MOVE WS-CT-DEBIT(WS-CT-SUB)   TO WS-DEBIT-DISP
           MOVE WS-CT-CREDIT(WS-CT-SUB)  TO WS-CREDIT-DISP
           MOVE WS-CT-OTHER(WS-CT-SUB)   TO WS-OTHER-DISP
           DISPLAY WS-CT-LABEL " " WS-COUNT-DISP " " WS-DEBIT-DISP
               " " WS-CREDIT-DISP " " WS-OTHER-DISP.

       COMPARE-CONTROL-LINE.
           IF WS-CT-ENTRY(WS-CT-SUB) NOT = WS-CT-ENTRY(1)
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF.

       RECORD-CONVERSION.
           OPEN OUTPUT CONVCTL-FILE
           MOVE WS-BUSINESS-DATE    TO CC-RUN-DATE
           MOVE WS-CT-RECORDS(1)    TO CC-RECORDS
           MOVE WS-CT-DEBIT(1)      TO CC-DEBIT-TOTAL
           MOVE WS-CT-CREDIT(1)     TO CC-CREDIT-TOTAL
           MOVE WS-CT-OTHER(1)      TO CC-OTHER-TOTAL
           MOVE WS-RESEQ-COUNT      TO CC-RESEQUENCED
           WRITE CONVCTL-RECORD
           CLOSE CONVCTL-FILE.

       GET-LAST-POSTING-SEQ.
           MOVE 0 TO WS-POSTSEQ-LAST
           OPEN INPUT POSTSEQ-FILE
           READ POSTSEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE POSTSEQ-LAST TO WS-POSTSEQ-LAST
           END-READ
           CLOSE POSTSEQ-FILE.

      *  Numbers handed out to resequenced entries are taken from
      *  POSTSEQ.dat so no later posting can reuse them.
       SAVE-LAST-POSTING-SEQ.
           OPEN OUTPUT POSTSEQ-FILE
           MOVE WS-NEW-SEQ TO POSTSEQ-LAST
           WRITE POSTSEQ-RECORD
           CLOSE POSTSEQ-FILE.


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
       END PROGRAM TRNCONV.
