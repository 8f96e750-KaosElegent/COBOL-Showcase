002184*                  STATUS FIELDS DEFAULTED: STATUS "A" (ACTIVE)
002186*                  AND A ZERO TERMINATION DATE, SINCE THE
002188*                  LEGACY FILE PREDATES THE LIFECYCLE STATUS.
002191* 2026-10-15  RAM  CONVERTED RECORDS ARE LEFT UNGRADED (SPACES IN
002194*                  THE NEW SALARY GRADE); HR GRADES THEM IN
002197*                  SEQREAD ONCE SALGRADE IS SET UP.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
005500                   ==EMP-SALARY== BY ==E-SALARY==
005600                   ==EMP-DEPT==   BY ==E-DEPT==
005602                   ==EMP-STATUS== BY ==E-STATUS==
005604                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
005652                   ==EMP-GRADE== BY ==E-GRADE==.
005700
005710 FD  RUN-CONTROL-FILE.
005720 01  RUN-CONTROL-RECORD.
012000     MOVE SPACES TO E-DEPT
012020     MOVE "A" TO E-STATUS
012040     MOVE 0 TO E-TERM-DATE
012070     MOVE SPACES TO E-GRADE
012100     WRITE EMPLOYEE-RECORD
012200         INVALID KEY
012300             DISPLAY "REJECT, DUPLICATE ID: " OLD-ID
