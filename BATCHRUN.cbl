      *              step instead of re-running earlier ones or
      *              skipping later ones. This shop has no JCL
      *              scheduler, so each step is invoked as an
      *              external program via CALL "SYSTEM". While the
      *              stream runs, SYSSTAT.dat tells the ATM and TELLER
      *              to work in stand-in (B, then F once the business
      *              date has been cut over and SAFFWD is forwarding
      *              what they queued); it goes back to online (O)
      *              only when every step has completed.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *     checkpoint ของ job stream: ชื่อ step ล่าสุดที่ทำสำเร็จ
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "BATCHRUN.ckp"
               ORGANIZATION IS LINE SEQUENTIAL.
      *  Online / batch window flag read by ATM-PROJECT, TELLER and
      *  SAFFWD.
           SELECT OPTIONAL SYSSTAT-FILE ASSIGN TO "SYSSTAT.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  CHECKPOINT-RECORD.
           05  CHECKPOINT-LAST-STEP  PIC X(10).

      *  SS-MODE O = online, B = batch running, F = batch past
      *  cutover and forwarding; B and F put the channels in stand-in.
       FD  SYSSTAT-FILE.
       01  SYSSTAT-RECORD.
           05  SS-MODE               PIC X(1).
           05  SS-CHANGED-DATE       PIC 9(8).
           05  SS-CHANGED-TIME       PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-LAST-STEP      PIC X(10) VALUE SPACE.
       01  WS-STEP-OK        PIC X     VALUE 'Y'.
       01  WS-SYSTEM-MODE    PIC X     VALUE 'B'.
       01  WS-STATUS-STAMP.
           05  WS-STATUS-DATE    PIC 9(8).
           05  WS-STATUS-TIME    PIC 9(6).
       01  WS-BACKUP-CMD     PIC X(40) VALUE "./MSTRSNAP".
       01  WS-INTEGCHK-CMD   PIC X(40) VALUE "./INTEGCHK".
       01  WS-ADDUSER-CMD    PIC X(40) VALUE "echo B | ./ADDUSER".
       01  WS-RECONCILE-CMD  PIC X(40) VALUE "./RECONCILE".
       01  WS-EODSNAP-CMD    PIC X(40) VALUE "./EODSNAP".
       01  WS-GLPOST-CMD     PIC X(40) VALUE "echo R | ./GLPOST".
       01  WS-IBOUTWD-CMD    PIC X(40) VALUE "echo 0 | ./IBOUTWD".
       01  WS-OCHQCLR-CMD    PIC X(40) VALUE "./OCHQCLR".
       01  WS-DDINWD-CMD     PIC X(40) VALUE "echo 0 | ./DDINWD".
       01  WS-SANCSCRN-CMD   PIC X(40) VALUE "./SANCSCRN".
       01  WS-NOTIFGEN-CMD   PIC X(40) VALUE "./NOTIFGEN".
       01  WS-GLPROOF-CMD    PIC X(40) VALUE "echo R | ./GLPROOF".
       01  WS-CARDRENW-CMD   PIC X(40) VALUE "./CARDRENW".
       01  WS-ODINT-CMD      PIC X(40) VALUE "./ODINT".
       01  WS-SWEEPRPT-CMD   PIC X(40) VALUE "./SWEEPRPT".
       01  WS-FRAUDRPT-CMD   PIC X(40) VALUE "./FRAUDRPT".
       01  WS-CUTOVER-CMD    PIC X(40) VALUE "echo A | ./BUSDATE".
       01  WS-SAFFWD-CMD     PIC X(40) VALUE "./SAFFWD".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===================================================".
           PERFORM READ-CHECKPOINT

      *    The channels go to stand-in before the first step touches a
      *    master; a restart past cutover only has forwarding left.
           IF WS-LAST-STEP = "CUTOVER"
              OR WS-LAST-STEP = "SAFFWD"
               MOVE 'F' TO WS-SYSTEM-MODE
           ELSE
               MOVE 'B' TO WS-SYSTEM-MODE
           END-IF
           PERFORM SET-SYSTEM-STATUS

           EVALUATE WS-LAST-STEP
               WHEN "BACKUP"
                   DISPLAY "RESUMING AFTER BACKUP STEP"
                   GO TO STEP-ADDUSER
               WHEN "ADDUSER"
                   DISPLAY "RESUMING AFTER ADDUSER STEP"
                   GO TO STEP-SANCSCRN
               WHEN "SANCSCRN"
                   DISPLAY "RESUMING AFTER SANCSCRN STEP"
                   GO TO STEP-INTEREST
               WHEN "INTEREST"
                   DISPLAY "RESUMING AFTER INTEREST STEP"
                   GO TO STEP-TDMATURE
               WHEN "TDMATURE"
                   DISPLAY "RESUMING AFTER TDMATURE STEP"
                   GO TO STEP-OCHQCLR
               WHEN "OCHQCLR"
                   DISPLAY "RESUMING AFTER OCHQCLR STEP"
                   GO TO STEP-DDINWD
               WHEN "DDINWD"
                   DISPLAY "RESUMING AFTER DDINWD STEP"
                   GO TO STEP-ODINT
               WHEN "ODINT"
                   DISPLAY "RESUMING AFTER ODINT STEP"
                   GO TO STEP-SWEEPRPT
               WHEN "SWEEPRPT"
                   DISPLAY "RESUMING AFTER SWEEPRPT STEP"
                   GO TO STEP-FRAUDRPT
               WHEN "FRAUDRPT"
                   DISPLAY "RESUMING AFTER FRAUDRPT STEP"
                   GO TO STEP-RECONCILE
               WHEN "RECONCILE"
                   DISPLAY "RESUMING AFTER RECONCILE STEP"
                   GO TO STEP-GLPOST
               WHEN "GLPOST"
                   DISPLAY "RESUMING AFTER GLPOST STEP"
                   GO TO STEP-GLPROOF
               WHEN "GLPROOF"
                   DISPLAY "RESUMING AFTER GLPROOF STEP"
                   GO TO STEP-IBOUTWD
               WHEN "IBOUTWD"
                   DISPLAY "RESUMING AFTER IBOUTWD STEP"
                   GO TO STEP-NOTIFGEN
               WHEN "NOTIFGEN"
                   DISPLAY "RESUMING AFTER NOTIFGEN STEP"
                   GO TO STEP-CARDRENW
               WHEN "CARDRENW"
                   DISPLAY "RESUMING AFTER CARDRENW STEP"
                   GO TO STEP-CUTOVER
               WHEN "CUTOVER"
                   DISPLAY "RESUMING AFTER CUTOVER STEP"
                   GO TO STEP-SAFFWD
               WHEN "SAFFWD"
                   DISPLAY "PRIOR RUN ALREADY COMPLETED ALL STEPS"
                   GO TO BATCH-DONE
               WHEN OTHER
           MOVE "ADDUSER" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-SANCSCRN.
           PERFORM RUN-SANCSCRN-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "SANCSCRN" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-INTEREST.
           PERFORM RUN-INTEREST-STEP
           IF WS-STEP-OK = 'N'
           MOVE "TDMATURE" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-OCHQCLR.
           PERFORM RUN-OCHQCLR-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "OCHQCLR" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-DDINWD.
           PERFORM RUN-DDINWD-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "DDINWD" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-ODINT.
           PERFORM RUN-ODINT-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "ODINT" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-SWEEPRPT.
           PERFORM RUN-SWEEPRPT-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "SWEEPRPT" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-FRAUDRPT.
           PERFORM RUN-FRAUDRPT-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "FRAUDRPT" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-RECONCILE.
           PERFORM RUN-RECONCILE-STEP
           IF WS-STEP-OK = 'N'
           MOVE "GLPOST" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-GLPROOF.
           PERFORM RUN-GLPROOF-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "GLPROOF" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-IBOUTWD.
           PERFORM RUN-IBOUTWD-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "IBOUTWD" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-NOTIFGEN.
           PERFORM RUN-NOTIFGEN-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "NOTIFGEN" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-CARDRENW.
           PERFORM RUN-CARDRENW-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "CARDRENW" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-CUTOVER.
           PERFORM RUN-CUTOVER-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "CUTOVER" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT.

       STEP-SAFFWD.
           MOVE 'F' TO WS-SYSTEM-MODE
           PERFORM SET-SYSTEM-STATUS
           PERFORM RUN-SAFFWD-STEP
           IF WS-STEP-OK = 'N'
               GO TO BATCH-ABORT
           END-IF
           MOVE "SAFFWD" TO WS-LAST-STEP
           PERFORM SAVE-CHECKPOINT
           PERFORM CLEAR-CHECKPOINT
           GO TO BATCH-DONE.

      *  SYSSTAT.dat is left as it is: the ATM and TELLER stay in
      *  stand-in until a rerun completes the stream.
       BATCH-ABORT.
           DISPLAY "BATCH STEP FAILED - NEXT RUN WILL RESUME HERE"
           DISPLAY "ATM AND TELLER REMAIN IN STAND-IN MODE"
           GO TO BATCH-EXIT.

       BATCH-DONE.
           MOVE 'O' TO WS-SYSTEM-MODE
           PERFORM SET-SYSTEM-STATUS
           DISPLAY "NIGHTLY BATCH COMPLETED SUCCESSFULLY".
           DISPLAY "ATM AND TELLER BACK ONLINE".

       BATCH-EXIT.
           STOP RUN.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.

      *  Write WS-SYSTEM-MODE to SYSSTAT.dat, stamped with the wall
      *  clock time of the change.
       SET-SYSTEM-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STATUS-STAMP
           OPEN OUTPUT SYSSTAT-FILE
               MOVE WS-SYSTEM-MODE TO SS-MODE
               MOVE WS-STATUS-DATE TO SS-CHANGED-DATE
               MOVE WS-STATUS-TIME TO SS-CHANGED-TIME
               WRITE SYSSTAT-RECORD
           CLOSE SYSSTAT-FILE
           DISPLAY "SYSTEM STATUS SET TO " WS-SYSTEM-MODE.

      *  STEP 0: สำรองไฟล์ master ก่อนเริ่ม stream ผ่าน MSTRSNAP
       RUN-BACKUP-STEP.
           MOVE 'Y' TO WS-STEP-OK
                   RETURN-CODE
           END-IF.

      *  STEP 1A: rescreen customers and accounts through SANCSCRN
      *  when a new watch list has been loaded
       RUN-SANCSCRN-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: SANCTIONS RESCREEN (SANCSCRN)".
           CALL "SYSTEM" USING WS-SANCSCRN-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "SANCSCRN STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 2: ลงดอกเบี้ยประจำคืนผ่าน INTEREST
       RUN-INTEREST-STEP.
           MOVE 'Y' TO WS-STEP-OK
                   RETURN-CODE
           END-IF.

      *  STEP 2B: reverse returned deposited cheques and release the
      *  ones whose clearing day has come through OCHQCLR
       RUN-OCHQCLR-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: OUTWARD CHEQUE RETURNS AND RELEASE (OCHQCLR)".
           CALL "SYSTEM" USING WS-OCHQCLR-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "OCHQCLR STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 2C: collect the billers' inward direct debits against
      *  their mandates and write the returns through DDINWD
       RUN-DDINWD-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: INWARD DIRECT DEBITS (DDINWD)".
           CALL "SYSTEM" USING WS-DDINWD-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "DDINWD STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 2D: accrue overdraft debit interest, post it when the
      *  month turns and print the excess report through ODINT
       RUN-ODINT-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: OVERDRAFT INTEREST (ODINT)".
           CALL "SYSTEM" USING WS-ODINT-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "ODINT STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 2E: report the day's linked-account sweeps through
      *  SWEEPRPT
       RUN-SWEEPRPT-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: LINKED-ACCOUNT SWEEP REPORT (SWEEPRPT)".
           CALL "SYSTEM" USING WS-SWEEPRPT-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "SWEEPRPT STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 2F: list the day's card velocity matches for the card
      *  team through FRAUDRPT
       RUN-FRAUDRPT-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: CARD FRAUD REVIEW REPORT (FRAUDRPT)".
           CALL "SYSTEM" USING WS-FRAUDRPT-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "FRAUDRPT STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 3: ตรวจสอบยอด end-of-day ผ่าน RECONCILE
       RUN-RECONCILE-STEP.
           MOVE 'Y' TO WS-STEP-OK
                   RETURN-CODE
           END-IF.

      *  STEP 4AA: prove the GL control accounts against the
      *  subledger master files through GLPROOF
       RUN-GLPROOF-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: GL TO SUBLEDGER PROOF (GLPROOF)".
           CALL "SYSTEM" USING WS-GLPROOF-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "GLPROOF STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 4B: build the day's outward interbank payment file for
      *  the clearing house from IBXFER.dat through IBOUTWD
       RUN-IBOUTWD-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: INTERBANK OUTWARD FILE (IBOUTWD)".
           CALL "SYSTEM" USING WS-IBOUTWD-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "IBOUTWD STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 4C: build the day's customer SMS / e-mail alerts file
      *  for the gateway through NOTIFGEN
       RUN-NOTIFGEN-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: CUSTOMER ALERTS FILE (NOTIFGEN)".
           CALL "SYSTEM" USING WS-NOTIFGEN-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "NOTIFGEN STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 4D: reissue cards expiring next month (first run of
      *  the month) and block renewed-away cards through CARDRENW
       RUN-CARDRENW-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: ATM CARD RENEWAL (CARDRENW)".
           CALL "SYSTEM" USING WS-CARDRENW-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "CARDRENW STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 5: เลื่อนวันที่ทำการไปวันถัดไป (end-of-day cutover)
       RUN-CUTOVER-STEP.
           MOVE 'Y' TO WS-STEP-OK
               DISPLAY "CUTOVER STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.

      *  STEP 6: post the ATM and TELLER stand-in queue under the new
      *  business date through SAFFWD before the channels go online
       RUN-SAFFWD-STEP.
           MOVE 'Y' TO WS-STEP-OK
           DISPLAY " ".
           DISPLAY "STEP: STAND-IN FORWARDING (SAFFWD)".
           CALL "SYSTEM" USING WS-SAFFWD-CMD
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-STEP-OK
               DISPLAY "SAFFWD STEP FAILED, RETURN CODE: "
                   RETURN-CODE
           END-IF.
       END PROGRAM BATCHRUN.
