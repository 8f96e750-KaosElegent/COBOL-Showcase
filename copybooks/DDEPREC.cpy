000100*================================================================
000200* DDEPREC  -  DIRECT DEPOSIT PAYMENT FILE RECORD LAYOUT
000300*----------------------------------------------------------------
000400* THE BANK-FORMAT CREDIT FILE PAYDDEP WRITES (DDEPOSIT) FOR ONE
000500* PAY PERIOD: 94-CHARACTER RECORDS IN THE BANK'S ACH LAYOUT.  A
000600* "1" FILE HEADER, ONE "5" BATCH HEADER, ONE "6" ENTRY PER
000700* EMPLOYEE DEPOSITED, A "8" BATCH CONTROL, AND A "9" FILE
000800* CONTROL.  THE BATCH AND FILE CONTROLS CARRY THE ENTRY COUNT,
000900* THE CREDIT TOTAL, AND THE ENTRY HASH (THE SUM OF THE EIGHT-
001000* DIGIT RECEIVING BANK NUMBERS, LOW-ORDER TEN DIGITS KEPT) THE
001100* BANK CHECKS THE FILE AGAINST.  AMOUNTS ARE UNSIGNED WITH TWO
001200* IMPLIED DECIMALS.  COPY THIS UNDER A LEVEL-01 GROUP, E.G.
001300*
001400*     01  DEPOSIT-RECORD.
001500*         COPY DDEPREC.
001600*----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800* DATE       INIT  DESCRIPTION
001900* ---------- ----  ----------------------------------------------
002000* 2026-10-15  RAM  INITIAL VERSION.
002100*================================================================
002200     05  DDP-RECORD-TYPE           PIC X(01).
002300         88  DDP-IS-FILE-HEADER    VALUE "1".
002400         88  DDP-IS-BATCH-HEADER   VALUE "5".
002500         88  DDP-IS-ENTRY          VALUE "6".
002600         88  DDP-IS-BATCH-CONTROL  VALUE "8".
002700         88  DDP-IS-FILE-CONTROL   VALUE "9".
002800     05  DDP-ENTRY.
002900         10  DDP-TRAN-CODE         PIC 9(02).
003000         10  DDP-RDFI              PIC 9(08).
003100         10  DDP-CHECK-DIGIT       PIC 9(01).
003200         10  DDP-ACCOUNT           PIC X(17).
003300         10  DDP-AMOUNT            PIC 9(08)V9(02).
003400         10  DDP-EMP-ID            PIC X(15).
003500         10  DDP-EMP-NAME          PIC X(22).
003600         10  DDP-DISCRETIONARY     PIC X(02).
003700         10  DDP-ADDENDA-IND       PIC 9(01).
003800         10  DDP-TRACE             PIC 9(15).
003900     05  DDP-FILE-HEADER REDEFINES DDP-ENTRY.
004000         10  DDP-FH-PRIORITY       PIC 9(02).
004100         10  DDP-FH-DESTINATION    PIC X(10).
004200         10  DDP-FH-ORIGIN         PIC X(10).
004300         10  DDP-FH-CREATE-DATE    PIC 9(08).
004400         10  DDP-FH-CREATE-TIME    PIC 9(04).
004500         10  DDP-FH-FILE-ID        PIC X(01).
004600         10  DDP-FH-DEST-NAME      PIC X(23).
004700         10  DDP-FH-ORIGIN-NAME    PIC X(23).
004800         10  FILLER                PIC X(12).
004900     05  DDP-BATCH-HEADER REDEFINES DDP-ENTRY.
005000         10  DDP-BH-SERVICE-CLASS  PIC 9(03).
005100         10  DDP-BH-COMPANY-NAME   PIC X(16).
005200         10  DDP-BH-COMPANY-ID     PIC X(10).
005300         10  DDP-BH-ENTRY-CLASS    PIC X(03).
005400         10  DDP-BH-ENTRY-DESC     PIC X(10).
005500         10  DDP-BH-PAY-PERIOD     PIC 9(06).
005600         10  DDP-BH-EFFECTIVE-DATE PIC 9(08).
005700         10  DDP-BH-ORIGIN-DFI     PIC 9(08).
005800         10  DDP-BH-BATCH-NUMBER   PIC 9(07).
005900         10  FILLER                PIC X(22).
006000     05  DDP-BATCH-CONTROL REDEFINES DDP-ENTRY.
006100         10  DDP-BC-SERVICE-CLASS  PIC 9(03).
006200         10  DDP-BC-ENTRY-COUNT    PIC 9(06).
006300         10  DDP-BC-ENTRY-HASH     PIC 9(10).
006400         10  DDP-BC-TOTAL-DEBIT    PIC 9(10)V9(02).
006500         10  DDP-BC-TOTAL-CREDIT   PIC 9(10)V9(02).
006600         10  DDP-BC-COMPANY-ID     PIC X(10).
006700         10  DDP-BC-ORIGIN-DFI     PIC 9(08).
006800         10  DDP-BC-BATCH-NUMBER   PIC 9(07).
006900         10  FILLER                PIC X(25).
007000     05  DDP-FILE-CONTROL REDEFINES DDP-ENTRY.
007100         10  DDP-FC-BATCH-COUNT    PIC 9(06).
007200         10  DDP-FC-ENTRY-COUNT    PIC 9(08).
007300         10  DDP-FC-ENTRY-HASH     PIC 9(10).
007400         10  DDP-FC-TOTAL-DEBIT    PIC 9(10)V9(02).
007500         10  DDP-FC-TOTAL-CREDIT   PIC 9(10)V9(02).
007600         10  FILLER                PIC X(45).
