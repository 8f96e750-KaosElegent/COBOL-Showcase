002630*                  FUTURE-DATED TRANSACTION STILL WAITS FOR ITS
002640*                  DATE INSTEAD OF APPLYING THE NIGHT IT IS
002650*                  RETRIED.
002660* 2026-10-15  RAM  THE SALARY GRADE ADDED TO TRANREC.CPY IS
002670*                  CARRIED THROUGH THE RECYCLE AS WELL.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
010200     MOVE RCY-SALARY TO TRAN-SALARY
010300     MOVE RCY-DEPT TO TRAN-DEPT
010350     MOVE RCY-EFF-DATE TO TRAN-EFF-DATE
010370     MOVE RCY-GRADE TO TRAN-GRADE
010400     WRITE TRANS-RECORD
010500     ADD 1 TO WS-RECYCLED-COUNT
010600     READ RECYCLE-FILE
