008300                   ==EMP-SALARY== BY ==E-SALARY==
008400                   ==EMP-DEPT==   BY ==E-DEPT==
008402                   ==EMP-STATUS== BY ==E-STATUS==
008404                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
008452                   ==EMP-GRADE== BY ==E-GRADE==.
008500
008600 SD  SORT-FILE.
008700 01  SORT-RECORD.
009200                   ==EMP-SALARY== BY ==SRT-SALARY==
009300                   ==EMP-DEPT==   BY ==SRT-DEPT==
009302                   ==EMP-STATUS== BY ==SRT-STATUS==
009304                   ==EMP-TERM-DATE== BY ==SRT-TERM-DATE==
009352                   ==EMP-GRADE== BY ==SRT-GRADE==.
009400
009500 FD  SORTED-MASTER.
009600 01  SORTED-EMPLOYEE-RECORD.
010100                   ==EMP-SALARY== BY ==SO-SALARY==
010200                   ==EMP-DEPT==   BY ==SO-DEPT==
010202                   ==EMP-STATUS== BY ==SO-STATUS==
010204                   ==EMP-TERM-DATE== BY ==SO-TERM-DATE==
010252                   ==EMP-GRADE== BY ==SO-GRADE==.
010300
010400 FD  REPORT-FILE.
010500 01  REPORT-LINE PIC X(96).
013100                   ==EMP-SALARY== BY ==WS-SALARY==
013200                   ==EMP-DEPT==   BY ==WS-DEPT==
013202                   ==EMP-STATUS== BY ==WS-STATUS==
013204                   ==EMP-TERM-DATE== BY ==WS-TERM-DATE==
013252                   ==EMP-GRADE== BY ==WS-GRADE==.
013300 01  WS-REQUEST-STATUS PIC X(2) VALUE "00".
013400 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
013500     88 FILE-STATUS-OK VALUE "00".
