002797*                  HR'S SHEET RIGHTLY NO LONGER CARRIES IT -
002798*                  WITHOUT THE SKIP EVERY RUN WOULD RE-DELETE
002799*                  THE SAME TERMINATED STAFF.
002800* 2026-10-15  RAM  HR'S SHEET DOES NOT CARRY THE SALARY GRADE, SO
002801*                  EVERY GENERATED TRANSACTION LEAVES TRAN-GRADE
002802*                  BLANK: A CHANGE KEEPS THE GRADE ON THE MASTER
002803*                  AND AN ADD ARRIVES UNGRADED, TO BE GRADED IN
002804*                  SEQREAD.
002805*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
005400                   ==EMP-SALARY== BY ==E-SALARY==
005500                   ==EMP-DEPT==   BY ==E-DEPT==
005502                   ==EMP-STATUS== BY ==E-STATUS==
005504                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
005552                   ==EMP-GRADE== BY ==E-GRADE==.
005600
005700 FD  TRANS-FILE.
005800 01  TRANS-RECORD.
037500     MOVE WS-ROW-SALARY TO TRAN-SALARY
037600     MOVE WS-ROW-DEPT TO TRAN-DEPT
037650     MOVE WS-ROW-EFF-DATE TO TRAN-EFF-DATE
037670     MOVE SPACES TO TRAN-GRADE
037700     WRITE TRANS-RECORD
037800     ADD 1 TO WS-ADD-COUNT.
037900 2500-WRITE-ADD-TRAN-EXIT.
039400     MOVE WS-ROW-SALARY TO TRAN-SALARY
039500     MOVE WS-ROW-DEPT TO TRAN-DEPT
039550     MOVE WS-ROW-EFF-DATE TO TRAN-EFF-DATE
039570     MOVE SPACES TO TRAN-GRADE
039600     WRITE TRANS-RECORD
039700     ADD 1 TO WS-CHANGE-COUNT.
039800 2600-WRITE-CHANGE-TRAN-EXIT.
046600     MOVE E-SALARY TO TRAN-SALARY
046700     MOVE E-DEPT TO TRAN-DEPT
046750     MOVE 0 TO TRAN-EFF-DATE
046770     MOVE SPACES TO TRAN-GRADE
046800     WRITE TRANS-RECORD
046900     ADD 1 TO WS-DELETE-COUNT.
047000 3200-WRITE-DELETE-TRAN-EXIT.
