000100*================================================================
000200* LEAVREC  -  EMPLOYEE LEAVE LEDGER RECORD LAYOUT
000300*----------------------------------------------------------------
000400* ONE RECORD PER EMPLOYEE PER LEAVE TYPE ON THE LEAVE LEDGER
000500* (LEAVLEDG), KEYED BY EMPLOYEE ID AND LEAVE TYPE.  LVE-BALANCE
000600* IS THE DAYS STANDING TO THE EMPLOYEE'S CREDIT; THE OPENING
000700* BALANCE, DAYS ACCRUED, AND DAYS TAKEN ARE FOR THE LEDGER
000800* PERIOD (YYYYMM) IN LVE-PERIOD.  THE FIRST POSTING IN A NEW
000900* MONTH - LEAVACCR'S ACCRUAL OR A LEAVPOST DEBIT - ROLLS THE
001000* RECORD FORWARD: THE BALANCE BECOMES THE OPENING BALANCE AND
001100* THE PERIOD FIGURES START AGAIN AT ZERO.  LVE-LAST-ACCRUAL
001200* IS THE LAST PERIOD LEAVACCR CREDITED, SO A RERUN IN THE SAME
001300* MONTH DOES NOT ACCRUE TWICE.  COPY THIS UNDER A LEVEL-01
001400* GROUP AND USE REPLACING TO FIT THE PREFIX NEEDED BY THE
001500* ENCLOSING RECORD, E.G.
001600*
001700*     01  LEAVE-LEDGER-RECORD.
001800*         COPY LEAVREC
001900*             REPLACING LEADING ==LVE== BY ==LV==.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  ----------------------------------------------
002400* 2026-10-15  RAM  INITIAL VERSION.
002500*================================================================
002600     05  LVE-KEY.
002700         10  LVE-ID                PIC 9(08).
002800         10  LVE-TYPE              PIC X(01).
002900     05  LVE-PERIOD                PIC 9(06).
003000     05  LVE-OPEN-BAL              PIC 9(03)V9(02).
003100     05  LVE-ACCRUED               PIC 9(03)V9(02).
003200     05  LVE-TAKEN                 PIC 9(03)V9(02).
003300     05  LVE-BALANCE               PIC 9(03)V9(02).
003400     05  LVE-LAST-ACCRUAL          PIC 9(06).
