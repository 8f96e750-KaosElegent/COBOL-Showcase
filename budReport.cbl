002400*                  IS VISIBLE INSTEAD OF SILENT.  UNTIL NOW THE
002500*                  FIRST SIGN A DEPARTMENT WAS OVER WAS THE
002600*                  CONTROLLER READING DEPTXTAB A MONTH LATE.
002610* 2026-10-15  RAM  PAYHIST ROWS NOW CARRY A PAY TYPE (PH-TYPE).
002620*                  FINAL PAY IS REAL SALARY SPEND, SO THE
002630*                  YEAR-TO-DATE GROSS STILL TAKES EVERY ROW.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
006700                   ==EMP-SALARY== BY ==E-SALARY==
006800                   ==EMP-DEPT==   BY ==E-DEPT==
006900                   ==EMP-STATUS== BY ==E-STATUS==
007000                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
007050                   ==EMP-GRADE== BY ==E-GRADE==.
007100
007200 FD  PAY-HISTORY-FILE.
007300 01  PAY-HISTORY-RECORD.
007800                   ==PAY-GROSS==    BY ==PH-GROSS==
007900                   ==PAY-TAX==      BY ==PH-TAX==
008000                   ==PAY-BENEFITS== BY ==PH-BENEFITS==
008100                   ==PAY-NET==      BY ==PH-NET==
008105                   ==PAY-TYPE==     BY ==PH-TYPE==
008106                   ==PAY-RETRO-PERIOD== BY ==PH-RETRO-PERIOD==.
008200
008300 FD  REPORT-FILE.
008400 01  REPORT-LINE PIC X(160).
