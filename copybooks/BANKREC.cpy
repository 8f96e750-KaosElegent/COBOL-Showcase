000100*================================================================
000200* BANKREC  -  EMPLOYEE BANK ACCOUNT RECORD LAYOUT
000300*----------------------------------------------------------------
000400* ONE RECORD PER EMPLOYEE ON THE BANK ACCOUNT FILE (BANKACCT),
000500* KEYED BY EMPLOYEE ID AND MAINTAINED BY BANKMNT: THE ROUTING
000600* (ABA TRANSIT) NUMBER AND ACCOUNT NUMBER NET PAY IS DEPOSITED
000700* TO, THE ACCOUNT TYPE, AND THE ACCOUNT STATUS.  PAYDDEP ONLY
000800* DEPOSITS TO AN ACTIVE ("A") ACCOUNT WITH A ROUTING NUMBER
000900* THAT PASSES ITS CHECK DIGIT; ANYONE ELSE PAID IN THE PERIOD
001000* GOES ON ITS EXCEPTION LIST FOR A PAPER CHECK.  COPY THIS
001100* UNDER A LEVEL-01 GROUP AND USE REPLACING TO FIT THE PREFIX
001200* NEEDED BY THE ENCLOSING RECORD, E.G.
001300*
001400*     01  BANK-ACCOUNT-RECORD.
001500*         COPY BANKREC
001600*             REPLACING LEADING ==BNK== BY ==BA==.
001700*----------------------------------------------------------------
001800* MODIFICATION HISTORY
001900* DATE       INIT  DESCRIPTION
002000* ---------- ----  ----------------------------------------------
002100* 2026-10-15  RAM  INITIAL VERSION.
002200*================================================================
002300     05  BNK-ID                    PIC 9(08).
002400     05  BNK-ROUTING               PIC 9(09).
002500     05  BNK-ROUTING-PARTS REDEFINES BNK-ROUTING.
002600         10  BNK-ROUTING-DFI       PIC 9(08).
002700         10  BNK-ROUTING-CHECK     PIC 9(01).
002800     05  BNK-ACCOUNT               PIC X(17).
002900     05  BNK-ACCT-TYPE             PIC X(01).
003000         88  BNK-IS-CHECKING       VALUE "C".
003100         88  BNK-IS-SAVINGS        VALUE "S".
003200     05  BNK-STATUS                PIC X(01).
003300         88  BNK-IS-ACTIVE         VALUE "A".
003400         88  BNK-IS-HELD           VALUE "H".
003500         88  BNK-IS-CLOSED         VALUE "C".
