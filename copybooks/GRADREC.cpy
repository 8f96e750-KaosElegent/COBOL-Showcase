000100*================================================================
000200* GRADREC  -  SALARY GRADE RECORD LAYOUT
000300*----------------------------------------------------------------
000400* ONE RECORD PER SALARY GRADE ON THE GRADE MASTER (SALGRADE),
000500* KEYED BY GRADE CODE AND MAINTAINED BY GRADMNT: THE GRADE'S
000600* DESCRIPTION AND ITS ANNUAL SALARY RANGE - MINIMUM, MIDPOINT,
000700* AND MAXIMUM, IN WHOLE DOLLARS - WITH MIN <= MID <= MAX.  EACH
000800* EMPLOYEE CARRIES A GRADE CODE (EMP-GRADE ON EMPREC).  SEQREAD'S
000900* ADD/UPDATE, EMPBATCH'S TRANSACTION APPLY, AND SALMASS'S
001000* PREVIEW WARN - WITHOUT BLOCKING - WHEN A SALARY FALLS OUTSIDE
001100* ITS GRADE'S RANGE; COMPARPT REPORTS EACH SALARY AS A
001200* PERCENTAGE OF MIDPOINT AND ITS POSITION IN THE RANGE.  COPY
001300* THIS UNDER A LEVEL-01 GROUP AND USE REPLACING TO FIT THE
001400* PREFIX NEEDED BY THE ENCLOSING RECORD, E.G.
001500*
001600*     01  GRADE-RECORD.
001700*         COPY GRADREC
001800*             REPLACING LEADING ==GRD== BY ==G==.
001900*----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100* DATE       INIT  DESCRIPTION
002200* ---------- ----  ----------------------------------------------
002300* 2026-10-15  RAM  INITIAL VERSION.
002400*================================================================
002500     05  GRD-CODE                  PIC X(02).
002600     05  GRD-DESC                  PIC X(25).
002700     05  GRD-MIN                   PIC 9(06).
002800     05  GRD-MID                   PIC 9(06).
002900     05  GRD-MAX                   PIC 9(06).
