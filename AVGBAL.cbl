       01  BALHIST-RECORD.
           05 BH-ACCOUNT-NO          PIC X(10).
           05 BH-DATE                PIC 9(8).
           05 BH-BALANCE             PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG       PIC X VALUE 'N'.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-NO      PIC X(10).
               10 WS-ACCT-DAYS    PIC 9(4).
               10 WS-ACCT-TOTAL   PIC S9(12)V99.
               10 WS-ACCT-MIN     PIC S9(8)V99.
       01  WS-ACCT-COUNT    PIC 9(3) VALUE 0.
       01  WS-ACCT-SUB      PIC 9(3) VALUE 0.
       01  WS-ACCT-IDX      PIC 9(3) VALUE 0.
       01  WS-ACCT-MATCH    PIC X VALUE 'N'.

       01  WS-AVG-BALANCE   PIC S9(10)V99 VALUE 0.
       01  WS-AVG-DISP      PIC ---,---,--9.99.
       01  WS-MIN-DISP      PIC ---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
