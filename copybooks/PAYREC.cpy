001600*                       ==PAY-GROSS==    BY ==PH-GROSS==
001700*                       ==PAY-TAX==      BY ==PH-TAX==
001800*                       ==PAY-BENEFITS== BY ==PH-BENEFITS==
001900*                       ==PAY-NET==      BY ==PH-NET==
001910*                       ==PAY-TYPE==     BY ==PH-TYPE==
001911*                       ==PAY-RETRO-PERIOD== BY ==PH-RETRO-PERIOD==.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* ---------- ----  ----------------------------------------------
002400* 2026-08-22  RAM  INITIAL VERSION.  WRITTEN BY EMPPAYRL, THE
002500*                  MONTHLY PAYROLL REGISTER RUN.
002510* 2026-10-15  RAM  ADDED PAY-TYPE.  "R" IS A REGULAR MONTH'S
002520*                  PAY AND "F" IS THE PRORATED FINAL PAY OF AN
002530*                  EMPLOYEE TERMINATED IN THE PERIOD, SO PAYVAR
002540*                  AND GLEXTR CAN TELL A LEAVER'S LAST PAY
002550*                  FROM AN ORDINARY ONE.  ROWS WRITTEN BEFORE
002560*                  THE FIELD EXISTED READ BACK AS A SPACE AND
002570*                  ARE TREATED AS REGULAR.  NO 88S, FOR THE
002580*                  SAME REASON AS EMPREC: EVERY PROGRAM COPIES
002590*                  THIS LAYOUT WITH PER-FIELD REPLACING.
002591* 2026-10-15  RAM  ADDED PAY-TYPE "A", A RETRO ADJUSTMENT, AND
002592*                  PAY-RETRO-PERIOD, THE EARLIER PERIOD AN "A"
002593*                  ROW CORRECTS (ZERO ON "R" AND "F" ROWS).
002594*                  RETROPAY WRITES "A" ROWS TO RETROADJ WHEN A
002595*                  SALARY CHANGE IS BACKDATED INTO A PERIOD
002596*                  ALREADY PAID; THE NEXT EMPPAYRL RUN PAYS THEM
002597*                  AND FILES THEM ON PAYHIST UNDER ITS OWN
002598*                  PERIOD.  ROWS WRITTEN BEFORE THE FIELD
002599*                  EXISTED READ BACK AS SPACES; TEST IT ONLY ON
002600*                  "A" ROWS.
002650*================================================================
002700     05  PAY-ID                    PIC 9(08).
002800     05  PAY-PERIOD                PIC 9(06).
002900     05  PAY-DEPT                  PIC X(04).
003100     05  PAY-TAX                   PIC 9(06)V9(02).
003200     05  PAY-BENEFITS              PIC 9(04)V9(02).
003300     05  PAY-NET                   PIC 9(06)V9(02).
003400     05  PAY-TYPE                  PIC X(01).
003500     05  PAY-RETRO-PERIOD          PIC 9(06).
