000100*================================================================
000200* YESUMREC  -  YEAR-END ANNUAL EARNINGS SUMMARY RECORD LAYOUT
000300*----------------------------------------------------------------
000400* AN "H" HEADER CARRYING THE TAX YEAR AND THE DATE THE FILE WAS
000500* PRODUCED, ONE "D" RECORD PER EMPLOYEE PAID IN THE YEAR WITH
000600* THE ANNUAL GROSS, TAX, BENEFITS, AND NET FROM PAYHIST, AND A
000700* SINGLE "T" TRAILER CARRYING THE RECORD COUNT AND THE ANNUAL
000800* TOTALS, SO THE TAX FILING CAN PROVE IT RECEIVED THE WHOLE
000900* FILE.  WRITTEN BY PAYYREND.  COPY THIS UNDER A LEVEL-01
001000* GROUP, E.G.
001100*
001200*     01  SUMMARY-RECORD.
001300*         COPY YESUMREC.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600* DATE       INIT  DESCRIPTION
001700* ---------- ----  ----------------------------------------------
001800* 2026-10-15  RAM  INITIAL VERSION.
001900*================================================================
002000     05  YES-RECORD-TYPE           PIC X(01).
002100         88  YES-IS-HEADER         VALUE "H".
002200         88  YES-IS-DETAIL         VALUE "D".
002300         88  YES-IS-TRAILER        VALUE "T".
002400     05  YES-DETAIL.
002500         10  YES-ID                PIC 9(08).
002600         10  YES-YEAR              PIC 9(04).
002700         10  YES-NAME              PIC X(25).
002800         10  YES-CITY              PIC X(20).
002900         10  YES-DEPT              PIC X(04).
003000         10  YES-STATUS            PIC X(01).
003100         10  YES-TERM-DATE         PIC 9(08).
003200         10  YES-MONTHS-PAID       PIC 9(02).
003300         10  YES-GROSS             PIC 9(09)V9(02).
003400         10  YES-TAX               PIC 9(09)V9(02).
003500         10  YES-BENEFITS          PIC 9(07)V9(02).
003600         10  YES-NET               PIC 9(09)V9(02).
003700     05  YES-HEADER REDEFINES YES-DETAIL.
003800         10  YES-TAX-YEAR          PIC 9(04).
003900         10  YES-GEN-DATE          PIC 9(08).
004000         10  FILLER                PIC X(102).
004100     05  YES-TRAILER REDEFINES YES-DETAIL.
004200         10  YES-REC-COUNT         PIC 9(09).
004300         10  YES-TOTAL-GROSS       PIC 9(11)V9(02).
004400         10  YES-TOTAL-TAX         PIC 9(11)V9(02).
004500         10  YES-TOTAL-BENEFITS    PIC 9(11)V9(02).
004600         10  YES-TOTAL-NET         PIC 9(11)V9(02).
004700         10  FILLER                PIC X(53).
