000100*================================================================
000200* LVRTREC  -  LEAVE ACCRUAL RATE RECORD LAYOUT
000300*----------------------------------------------------------------
000400* ONE RECORD PER LEAVE TYPE ON THE ACCRUAL RATE TABLE
000500* (LEAVRATE), KEYED BY THE LEAVE TYPE AND MAINTAINED BY
000600* LEAVMNT: A DESCRIPTION, THE DAYS LEAVACCR CREDITS EVERY
000700* ACTIVE EMPLOYEE EACH MONTH, AND THE MOST DAYS THAT MAY STAND
000800* TO AN EMPLOYEE'S CREDIT (ZERO = NO LIMIT).  THE ACCRUAL STOPS
000900* AT THE LIMIT RATHER THAN GOING OVER IT.  COPY THIS UNDER A
001000* LEVEL-01 GROUP AND USE REPLACING TO FIT THE PREFIX NEEDED BY
001100* THE ENCLOSING RECORD, E.G.
001200*
001300*     01  LEAVE-RATE-RECORD.
001400*         COPY LVRTREC
001500*             REPLACING LEADING ==LVR== BY ==LR==.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* ---------- ----  ----------------------------------------------
002000* 2026-10-15  RAM  INITIAL VERSION.
002100*================================================================
002200     05  LVR-TYPE                  PIC X(01).
002300     05  LVR-DESC                  PIC X(20).
002400     05  LVR-MONTHLY-DAYS          PIC 9(02)V9(02).
002500     05  LVR-MAX-BALANCE           PIC 9(03)V9(02).
