001830*                  A RESTORE DOES NOT QUIETLY REACTIVATE EVERY
001840*                  TERMINATED EMPLOYEE.  HEADER AND TRAILER
001850*                  FILLERS WIDENED TO MATCH.
001860* 2026-10-15  RAM  THE DETAIL NOW CARRIES THE SALARY GRADE
001870*                  (EMP-GRADE ON EMPREC.CPY).  HEADER AND
001880*                  TRAILER FILLERS WIDENED TO MATCH.
001900*================================================================
002000     05  BKP-RECORD-TYPE           PIC X(01).
002050         88  BKP-IS-HEADER         VALUE "H".
002800         10  BKP-DEPT              PIC X(04).
002820         10  BKP-STATUS            PIC X(01).
002840         10  BKP-TERM-DATE         PIC 9(08).
002845         10  BKP-GRADE             PIC X(02).
002850     05  BKP-HEADER REDEFINES BKP-DETAIL.
002860         10  BKP-GEN-DATE          PIC 9(08).
002870         10  FILLER                PIC X(66).
002900     05  BKP-TRAILER REDEFINES BKP-DETAIL.
003000         10  BKP-REC-COUNT         PIC 9(09).
003100         10  BKP-SALARY-TOTAL      PIC 9(12).
003200         10  FILLER                PIC X(53).
