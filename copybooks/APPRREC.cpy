000100*================================================================
000200* APPRREC  -  PENDING-APPROVAL EMPLOYEE CHANGE RECORD LAYOUT
000300*----------------------------------------------------------------
000400* ONE RECORD PER CHANGE KEYED IN SEQREAD THAT NEEDS A SECOND
000500* OPERATOR'S APPROVAL BEFORE IT MAY TOUCH EMPLOYEE-MASTER: A
000600* SALARY INCREASE OVER THE LIMIT ON APPRCTL, ANY DEPARTMENT
000700* TRANSFER, AND ANY TERMINATION.  THE FILE (EMPAPPR) IS KEYED BY
000800* EMPLOYEE ID AND THE DATE AND TIME THE CHANGE WAS KEYED.  THE
000900* BEFORE IMAGE IS THE MASTER AS THE KEYING OPERATOR SAW IT AND
001000* THE AFTER IMAGE IS WHAT THEY KEYED; THE REASON FLAGS SAY WHY
001100* THE CHANGE WAS HELD.  A RECORD STAYS "P" (PENDING) UNTIL A
001200* DIFFERENT "U" OPERATOR APPROVES ("A") OR REJECTS ("R") IT, AND
001300* IS KEPT AFTERWARDS WITH THE DECIDING OPERATOR AND DATE.  COPY
001400* THIS UNDER A LEVEL-01 GROUP AND USE REPLACING TO FIT THE
001500* PREFIX NEEDED BY THE ENCLOSING RECORD, E.G.
001600*
001700*     01  APPROVAL-RECORD.
001800*         COPY APPRREC
001900*             REPLACING LEADING ==APR== BY ==AP==.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  ----------------------------------------------
002400* 2026-10-15  RAM  INITIAL VERSION.
002410* 2026-10-15  RAM  ADDED THE BEFORE/AFTER SALARY GRADE SO A HELD
002420*                  CHANGE CARRIES THE GRADE THROUGH TO THE
002430*                  MASTER WHEN IT IS APPROVED.
002500*================================================================
002600     05  APR-KEY.
002700         10  APR-ID                PIC 9(08).
002800         10  APR-KEYED-DATE        PIC 9(08).
002900         10  APR-KEYED-TIME        PIC 9(08).
003000     05  APR-KEYED-BY              PIC X(08).
003100     05  APR-OPERATION             PIC X(01).
003200         88  APR-IS-CHANGE         VALUE "C".
003300         88  APR-IS-TERM           VALUE "T".
003400     05  APR-REASON-RAISE          PIC X(01).
003500         88  APR-RAISE-OVER-LIMIT  VALUE "Y".
003600     05  APR-REASON-TRANSFER       PIC X(01).
003700         88  APR-DEPT-TRANSFER     VALUE "Y".
003800     05  APR-REASON-TERM           PIC X(01).
003900         88  APR-TERMINATION       VALUE "Y".
004000     05  APR-BEFORE-NAME           PIC X(25).
004100     05  APR-BEFORE-CITY           PIC X(20).
004200     05  APR-BEFORE-SALARY         PIC 9(06).
004300     05  APR-BEFORE-DEPT           PIC X(04).
004400     05  APR-BEFORE-STATUS         PIC X(01).
004500     05  APR-BEFORE-TERM-DATE      PIC 9(08).
004600     05  APR-AFTER-NAME            PIC X(25).
004700     05  APR-AFTER-CITY            PIC X(20).
004800     05  APR-AFTER-SALARY          PIC 9(06).
004900     05  APR-AFTER-DEPT            PIC X(04).
005000     05  APR-AFTER-STATUS          PIC X(01).
005100     05  APR-AFTER-TERM-DATE       PIC 9(08).
005200     05  APR-STATUS                PIC X(01).
005300         88  APR-IS-PENDING        VALUE "P".
005400         88  APR-IS-APPROVED       VALUE "A".
005500         88  APR-IS-REJECTED       VALUE "R".
005600     05  APR-DECIDED-BY            PIC X(08).
005700     05  APR-DECIDED-DATE          PIC 9(08).
005800     05  APR-DECIDED-TIME          PIC 9(08).
005900     05  APR-BEFORE-GRADE          PIC X(02).
006000     05  APR-AFTER-GRADE           PIC X(02).
