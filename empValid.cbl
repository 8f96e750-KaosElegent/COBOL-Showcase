000900                   ==EMP-SALARY== BY ==E-SALARY==
000910                   ==EMP-DEPT==   BY ==E-DEPT==
000920                   ==EMP-STATUS== BY ==E-STATUS==
000930                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
000935                   ==EMP-GRADE== BY ==E-GRADE==.
000940
000950 FD  EXCEPTION-FILE.
000960 01  EXCEPTION-LINE PIC X(80).
