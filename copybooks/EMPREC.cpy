001988*                  HERE: EVERY PROGRAM COPIES THIS LAYOUT WITH
001990*                  PER-FIELD REPLACING, WHICH WOULD LEAVE THE
001992*                  CONDITION NAMES DUPLICATED ACROSS COPIES.
001993* 2026-10-15  RAM  ADDED EMP-GRADE, THE EMPLOYEE'S ASSIGNED
001994*                  SALARY GRADE ON THE GRADE MASTER (SALGRADE,
001995*                  MAINTAINED BY GRADMNT).  SEQREAD, EMPBATCH,
001996*                  AND SALMASS WARN WHEN A SALARY FALLS OUTSIDE
001997*                  THE GRADE'S RANGE; COMPARPT REPORTS SALARY
001998*                  AGAINST THE RANGE.  SPACES MEANS NOT YET
001999*                  GRADED, WHICH IS WHAT EVERY RECORD CARRIED
002000*                  BEFORE THE FIELD EXISTED.
002010*================================================================
002200     05  EMP-ID                    PIC 9(08).
002300     05  EMP-NAME                  PIC X(25).
002400     05  EMP-CITY                  PIC X(20).
002550     05  EMP-DEPT                  PIC X(04).
002600     05  EMP-STATUS                PIC X(01).
002650     05  EMP-TERM-DATE             PIC 9(08).
002700     05  EMP-GRADE                 PIC X(02).
