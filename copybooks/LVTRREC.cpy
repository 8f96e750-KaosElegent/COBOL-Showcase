000100*================================================================
000200* LVTRREC  -  LEAVE TRANSACTION RECORD LAYOUT
000300*----------------------------------------------------------------
000400* ONE RECORD PER LEAVE POSTING ON THE LEAVE TRANSACTION FILE
000500* (LEAVTRAN) APPLIED BY LEAVPOST.  LVT-ACTION "T" IS LEAVE
000600* TAKEN, STARTING ON LVT-START-DATE; "P" IS A BALANCE PAID OUT
000700* WITH A LEAVER'S FINAL PAY, AND IS ONLY ACCEPTED FOR A
000800* TERMINATED EMPLOYEE.  EITHER ONE DEBITS LVT-DAYS FROM THE
000900* LEDGER AND IS REJECTED IF IT WOULD OVERDRAW THE BALANCE.
001000* COPY THIS UNDER A LEVEL-01 GROUP, E.G.
001100*
001200*     01  LEAVE-TRANS-RECORD.
001300*         COPY LVTRREC.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------------
001800* 2026-10-15  RAM  INITIAL VERSION.
001900*================================================================
002000     05  LVT-SEQ                   PIC 9(06).
002100     05  LVT-ACTION                PIC X(01).
002200         88  LVT-IS-TAKEN          VALUE "T".
002300         88  LVT-IS-PAYOUT         VALUE "P".
002400     05  LVT-ID                    PIC 9(08).
002500     05  LVT-TYPE                  PIC X(01).
002600     05  LVT-START-DATE            PIC 9(08).
002700     05  LVT-DAYS                  PIC 9(03)V9(02).
