003490*                  THE NIGHTRUN STREAM DRIVER CAN TELL A BACKUP
003491*                  THAT DIED FROM ONE THAT RAN; UNTIL NOW EVERY
003492*                  EXIT WAS ZERO.
003494* 2026-10-15  RAM  THE EMPLOYEE'S SALARY GRADE IS NOW CARRIED ON
003496*                  THE BACKUP DETAIL RECORD AND RELOADED ON A
003498*                  RESTORE.  OLDER GENERATIONS RELOAD UNGRADED.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005600                   ==EMP-SALARY== BY ==E-SALARY==
005700                   ==EMP-DEPT==   BY ==E-DEPT==
005702                   ==EMP-STATUS== BY ==E-STATUS==
005704                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
005752                   ==EMP-GRADE== BY ==E-GRADE==.
005800
005900 FD  BACKUP-FILE.
006000 01  BACKUP-RECORD.
014800                 MOVE E-DEPT TO BKP-DEPT
014820                 MOVE E-STATUS TO BKP-STATUS
014840                 MOVE E-TERM-DATE TO BKP-TERM-DATE
014870                 MOVE E-GRADE TO BKP-GRADE
014900                 WRITE BACKUP-RECORD
015000                 ADD 1 TO WS-REC-COUNT
015100                 ADD E-SALARY TO WS-SALARY-TOTAL
030400                     MOVE BKP-DEPT TO E-DEPT
030420                     MOVE BKP-STATUS TO E-STATUS
030440                     MOVE BKP-TERM-DATE TO E-TERM-DATE
030470                     MOVE BKP-GRADE TO E-GRADE
030500                     WRITE EMPLOYEE-RECORD
030600                         INVALID KEY
030700                             DISPLAY "RELOAD WRITE FAILED: "
