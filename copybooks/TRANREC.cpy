002470*                  MEANS EFFECTIVE IMMEDIATELY, WHICH IS WHAT
002480*                  EVERY TRANSACTION CARRIED BEFORE THIS FIELD
002490*                  EXISTED.
002491* 2026-10-15  RAM  ADDED TRAN-GRADE, THE EMPLOYEE'S SALARY GRADE
002492*                  (SEE GRADREC.CPY).  SPACES ON A CHANGE LEAVE
002493*                  THE GRADE ON THE MASTER AS IT IS; SPACES ON
002494*                  AN ADD LEAVE THE NEW EMPLOYEE UNGRADED.  A
002495*                  CODE NOT ON THE GRADE MASTER IS REJECTED.
002500*================================================================
002600     05  TRAN-SEQ                  PIC 9(06).
002700     05  TRAN-TYPE                 PIC X(01).
003400     05  TRAN-SALARY               PIC 9(06).
003500     05  TRAN-DEPT                 PIC X(04).
003600     05  TRAN-EFF-DATE             PIC 9(08).
003700     05  TRAN-GRADE                PIC X(02).
