000100*================================================================
000200* BANKAUD  -  BANK ACCOUNT AUDIT LOG RECORD LAYOUT
000300*----------------------------------------------------------------
000400* ONE RECORD IS WRITTEN TO THE BANK ACCOUNT AUDIT TRAIL
000500* (BANKAUD) FOR EVERY ADD, CHANGE, OR DELETE BANKMNT MAKES
000600* AGAINST BANKACCT, WITH THE SIGNED-ON OPERATOR AND THE BEFORE
000700* AND AFTER IMAGES OF THE ACCOUNT.  THE DATE, TIME, AND USER ID
000800* ARE STAMPED THE SAME WAY AS AUD-DATE, AUD-TIME, AND AUD-USER
000900* ON THE EMPLOYEE TRAIL; THE RECORDS ARE KEPT OFF EMPAUDIT
001000* BECAUSE EMPRECON AND EMPASOF REPLAY EVERY EMPAUDIT RECORD AS
001100* AN EMPLOYEE IMAGE.  COPY THIS UNDER A LEVEL-01 GROUP, E.G.
001200*
001300*     01  BANK-AUDIT-RECORD.
001400*         COPY BANKAUD.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700* DATE       INIT  DESCRIPTION
001800* ---------- ----  ----------------------------------------------
001900* 2026-10-15  RAM  INITIAL VERSION.
002000*================================================================
002100     05  BAU-DATE                  PIC 9(08).
002200     05  BAU-TIME                  PIC 9(08).
002300     05  BAU-USER                  PIC X(08).
002400     05  BAU-ID                    PIC 9(08).
002500     05  BAU-OPERATION             PIC X(01).
002600         88  BAU-IS-ADD            VALUE "A".
002700         88  BAU-IS-CHANGE         VALUE "C".
002800         88  BAU-IS-DELETE         VALUE "D".
002900     05  BAU-BEFORE-ROUTING        PIC 9(09).
003000     05  BAU-BEFORE-ACCOUNT        PIC X(17).
003100     05  BAU-BEFORE-ACCT-TYPE      PIC X(01).
003200     05  BAU-BEFORE-STATUS         PIC X(01).
003300     05  BAU-AFTER-ROUTING         PIC 9(09).
003400     05  BAU-AFTER-ACCOUNT         PIC X(17).
003500     05  BAU-AFTER-ACCT-TYPE       PIC X(01).
003600     05  BAU-AFTER-STATUS          PIC X(01).
