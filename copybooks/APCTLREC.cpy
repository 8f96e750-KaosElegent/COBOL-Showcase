000100*================================================================
000200* APCTLREC  -  CHANGE APPROVAL CONTROL RECORD LAYOUT
000300*----------------------------------------------------------------
000400* THE SINGLE RECORD ON APPRCTL, MAINTAINED BY OPERMNT.
000500* APC-RAISE-PCT IS THE LARGEST SALARY INCREASE, AS A PERCENTAGE
000600* OF THE CURRENT SALARY, THAT ONE OPERATOR MAY KEY IN SEQREAD ON
000700* THEIR OWN; A BIGGER RAISE IS HELD ON EMPAPPR FOR A SECOND
000800* OPERATOR'S APPROVAL.  WHEN THERE IS NO APPRCTL YET THE LIMIT
000900* IS 10.00 PERCENT.  COPY THIS UNDER A LEVEL-01 GROUP AND USE
001000* REPLACING TO FIT THE PREFIX NEEDED BY THE ENCLOSING RECORD,
001100* E.G.
001200*
001300*     01  APPROVAL-CONTROL-RECORD.
001400*         COPY APCTLREC
001500*             REPLACING LEADING ==APC== BY ==AC==.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* ---------- ----  ----------------------------------------------
002000* 2026-10-15  RAM  INITIAL VERSION.
002100*================================================================
002200     05  APC-RAISE-PCT             PIC 9(03)V9(02).
002300     05  APC-SET-DATE              PIC 9(08).
002400     05  APC-SET-TIME              PIC 9(08).
