      *              EMPMAINT in EMPAUDIT.dat, either for a date
      *              range or for one EMP-ID, decoding the before and
      *              after images so HR can answer "who changed this
      *              salary and when". Leave changes made in
      *              LEAVEMNT share the file and are listed with
      *              their entitlement or request images.
      * Tectonics:   cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 EA-BEF-EMP-NAME   PIC X(30).
               10 EA-BEF-EMP-DEPART PIC X(10).
               10 EA-BEF-EMP-SALARY PIC X(9).
           05 EA-BEFORE-LV REDEFINES EA-BEFORE.
               10 EA-BLV-EMP-ID     PIC X(5).
               10 EA-BLV-KIND       PIC X(1).
               10 EA-BLV-TYPE       PIC X(2).
               10 EA-BLV-DETAIL     PIC X(46).
           05 EA-AFTER    PIC X(54).
           05 EA-AFTER-X REDEFINES EA-AFTER.
               10 EA-AFT-EMP-ID     PIC X(5).
               10 EA-AFT-EMP-NAME   PIC X(30).
               10 EA-AFT-EMP-DEPART PIC X(10).
               10 EA-AFT-EMP-SALARY PIC X(9).
           05 EA-AFTER-LV REDEFINES EA-AFTER.
               10 EA-ALV-EMP-ID     PIC X(5).
               10 EA-ALV-KIND       PIC X(1).
               10 EA-ALV-TYPE       PIC X(2).
               10 EA-ALV-DETAIL     PIC X(46).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG     PIC X VALUE 'N'.
       01 WS-MATCH        PIC X VALUE 'N'.
       01 WS-LISTED-COUNT PIC 9(6) VALUE 0.

      *  Leave images: E entitlement, R request
       01 WS-LV-ENT.
           05 WS-LVE-YEAR     PIC X(4).
           05 WS-LVE-ENTITLED PIC X(3).
           05 WS-LVE-CARRIED  PIC X(3).
           05 WS-LVE-TAKEN    PIC X(3).
           05 FILLER          PIC X(33).
       01 WS-LV-REQ.
           05 WS-LVR-REQ-NO   PIC X(6).
           05 WS-LVR-FROM     PIC X(8).
           05 WS-LVR-TO       PIC X(8).
           05 WS-LVR-DAYS     PIC X(3).
           05 WS-LVR-STATUS   PIC X(1).
           05 FILLER          PIC X(20).
       01 WS-LV-LABEL     PIC X(9) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===================================================".
           DISPLAY EA-DATE " " EA-TIME " " EA-OPERATOR
               " ACTION " EA-ACTION
           EVALUATE EA-ACTION
               WHEN 'L' WHEN 'Q' WHEN 'V' WHEN 'J' WHEN 'X' WHEN 'Y'
                   PERFORM PRINT-LEAVE-ENTRY
               WHEN 'A'
                   DISPLAY "   ADDED  : " EA-AFT-EMP-ID " "
                       EA-AFT-EMP-NAME " " EA-AFT-EMP-DEPART
                       EA-AFT-EMP-NAME " " EA-AFT-EMP-DEPART
                       " SAL " EA-AFT-EMP-SALARY
           END-EVALUATE.

      *  Leave actions from LEAVEMNT: L entitlement set, Q requested,
      *  V approved, J rejected, X cancelled, Y carried forward.
       PRINT-LEAVE-ENTRY.
           IF EA-BEFORE NOT = SPACE
               MOVE "   BEFORE" TO WS-LV-LABEL
               PERFORM PRINT-LEAVE-BEFORE
           END-IF
           MOVE "   AFTER " TO WS-LV-LABEL
           IF EA-BEFORE = SPACE
               MOVE "   LEAVE " TO WS-LV-LABEL
           END-IF
           IF EA-ALV-KIND = 'E'
               MOVE EA-ALV-DETAIL TO WS-LV-ENT
               DISPLAY WS-LV-LABEL ": " EA-ALV-EMP-ID " "
                   EA-ALV-TYPE " ENTITLEMENT " WS-LVE-YEAR
                   " DAYS " WS-LVE-ENTITLED " CARRIED "
                   WS-LVE-CARRIED " TAKEN " WS-LVE-TAKEN
           ELSE
               MOVE EA-ALV-DETAIL TO WS-LV-REQ
               DISPLAY WS-LV-LABEL ": " EA-ALV-EMP-ID " "
                   EA-ALV-TYPE " REQUEST " WS-LVR-REQ-NO " "
                   WS-LVR-FROM "-" WS-LVR-TO " DAYS " WS-LVR-DAYS
                   " STATUS " WS-LVR-STATUS
           END-IF.

       PRINT-LEAVE-BEFORE.
           IF EA-BLV-KIND = 'E'
               MOVE EA-BLV-DETAIL TO WS-LV-ENT
               DISPLAY WS-LV-LABEL ": " EA-BLV-EMP-ID " "
                   EA-BLV-TYPE " ENTITLEMENT " WS-LVE-YEAR
                   " DAYS " WS-LVE-ENTITLED " CARRIED "
                   WS-LVE-CARRIED " TAKEN " WS-LVE-TAKEN
           ELSE
               MOVE EA-BLV-DETAIL TO WS-LV-REQ
               DISPLAY WS-LV-LABEL ": " EA-BLV-EMP-ID " "
                   EA-BLV-TYPE " REQUEST " WS-LVR-REQ-NO " "
                   WS-LVR-FROM "-" WS-LVR-TO " DAYS " WS-LVR-DAYS
                   " STATUS " WS-LVR-STATUS
           END-IF.
       END PROGRAM EMPAUDRP.
