000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RETROPAY.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  RETROACTIVE PAY RUN FOR
001300*                  SALARY CHANGES BACKDATED INTO PERIODS EMPPAYRL
001400*                  HAS ALREADY PAID.  EMPBATCH APPLIES A CHANGE
001500*                  THE NIGHT IT ARRIVES, HOWEVER FAR BACK ITS
001600*                  TRAN-EFF-DATE, SO THOSE PERIODS WERE PAID AT
001700*                  THE OLD RATE.  EVERY SALARY CHANGE ON EMPAUDIT
001800*                  (BEFORE/AFTER SALARY AND AUD-EFF-DATE) IS
001900*                  LOADED; ONE WHOSE EFFECTIVE DATE IS EARLIER
002000*                  THAN THE DAY IT WAS APPLIED IS BACKDATED, AND
002100*                  EVERY PAYHIST PERIOD FROM ITS EFFECTIVE MONTH
002200*                  TO THE MONTH IT WAS APPLIED IS RECALCULATED:
002300*                  THE GROSS DAY BY DAY AT THE SALARY IN FORCE ON
002400*                  EACH DAY (A FINAL-PAY PERIOD ONLY TO THE
002500*                  TERMINATION DATE), THE TAX WITH THE PAYPARM
002600*                  SET IN FORCE AT THE PERIOD'S END.  WHAT WAS
002700*                  PAID (THE PERIOD'S OWN ROWS PLUS ANY RETRO
002800*                  ROWS ALREADY FILED AGAINST IT) IS TAKEN OFF,
002900*                  SO A RERUN DOES NOT PAY THE SAME SHORTFALL
003000*                  TWICE.  AN UNDERPAYMENT IS WRITTEN TO RETROADJ
003100*                  AS A PAYREC ROW TYPED "A" CARRYING THE PERIOD
003200*                  IT CORRECTS, FOR THE NEXT EMPPAYRL RUN TO PAY
003300*                  AND FILE ON PAYHIST; RETROADJ IS REWRITTEN
003400*                  EVERY RUN.  AN OVERPAYMENT (A SALARY CUT
003500*                  BACKDATED) IS LISTED BUT NOT RECOVERED - PAY
003600*                  HISTORY AMOUNTS ARE UNSIGNED AND A RECOVERY
003700*                  NEEDS PAYROLL'S SIGN-OFF.  THE ADJUSTMENT
003800*                  REGISTER (RETROREG) IS PRINTED BY DEPARTMENT,
003900*                  THE DEPARTMENT BEING THE ONE THE PERIOD WAS
004000*                  PAID UNDER.
004100*================================================================
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PAYHIST-STATUS.
004800     SELECT SORT-FILE ASSIGN TO "RTSRTWK".
004900     SELECT SORTED-PAY-FILE ASSIGN TO "RTSRT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT AUDIT-FILE ASSIGN TO "EMPAUDIT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AUDIT-STATUS.
005400     SELECT PARM-FILE ASSIGN TO "PAYPARM"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PR-EFF-DATE
005800         FILE STATUS IS WS-PARM-STATUS.
005900     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS E-ID
006300         ALTERNATE RECORD KEY IS E-NAME
006400             WITH DUPLICATES
006500         FILE STATUS IS WS-MASTER-STATUS.
006600     SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS D-CODE
007000         FILE STATUS IS WS-DEPT-STATUS.
007100     SELECT RETRO-ADJ-FILE ASSIGN TO "RETROADJ"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT WORK-FILE ASSIGN TO "RTWORK"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT WORK-SORT-FILE ASSIGN TO "RTWRKWK".
007600     SELECT SORTED-WORK-FILE ASSIGN TO "RTWRKS"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT REGISTER-FILE ASSIGN TO "RETROREG"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  PAY-HISTORY-FILE.
008400 01  PAY-HISTORY-RECORD.
008500     COPY PAYREC
008600         REPLACING ==PAY-ID==       BY ==PH-ID==
008700                   ==PAY-PERIOD==   BY ==PH-PERIOD==
008800                   ==PAY-DEPT==     BY ==PH-DEPT==
008900                   ==PAY-GROSS==    BY ==PH-GROSS==
009000                   ==PAY-TAX==      BY ==PH-TAX==
009100                   ==PAY-BENEFITS== BY ==PH-BENEFITS==
009200                   ==PAY-NET==      BY ==PH-NET==
009300                   ==PAY-TYPE==     BY ==PH-TYPE==
009400                   ==PAY-RETRO-PERIOD== BY ==PH-RETRO-PERIOD==.
009500
009600 SD  SORT-FILE.
009700 01  SORT-RECORD.
009800     COPY PAYREC
009900         REPLACING ==PAY-ID==       BY ==SRT-ID==
010000                   ==PAY-PERIOD==   BY ==SRT-PERIOD==
010100                   ==PAY-DEPT==     BY ==SRT-DEPT==
010200                   ==PAY-GROSS==    BY ==SRT-GROSS==
010300                   ==PAY-TAX==      BY ==SRT-TAX==
010400                   ==PAY-BENEFITS== BY ==SRT-BENEFITS==
010500                   ==PAY-NET==      BY ==SRT-NET==
010600                   ==PAY-TYPE==     BY ==SRT-TYPE==
010700                   ==PAY-RETRO-PERIOD== BY ==SRT-RETRO-PERIOD==.
010800
010900 FD  SORTED-PAY-FILE.
011000 01  SORTED-PAY-RECORD.
011100     COPY PAYREC
011200         REPLACING ==PAY-ID==       BY ==SP-ID==
011300                   ==PAY-PERIOD==   BY ==SP-PERIOD==
011400                   ==PAY-DEPT==     BY ==SP-DEPT==
011500                   ==PAY-GROSS==    BY ==SP-GROSS==
011600                   ==PAY-TAX==      BY ==SP-TAX==
011700                   ==PAY-BENEFITS== BY ==SP-BENEFITS==
011800                   ==PAY-NET==      BY ==SP-NET==
011900                   ==PAY-TYPE==     BY ==SP-TYPE==
012000                   ==PAY-RETRO-PERIOD== BY ==SP-RETRO-PERIOD==.
012100
012200 FD  AUDIT-FILE.
012300 01  AUDIT-RECORD.
012400     COPY AUDITREC.
012500
012600 FD  PARM-FILE.
012700 01  PARAMETER-RECORD.
012800     COPY PARMREC
012900         REPLACING LEADING ==PRM== BY ==PR==.
013000
013100 FD  EMPLOYEE-MASTER.
013200 01  EMPLOYEE-RECORD.
013300     COPY EMPREC
013400         REPLACING ==EMP-ID==     BY ==E-ID==
013500                   ==EMP-NAME==   BY ==E-NAME==
013600                   ==EMP-CITY==   BY ==E-CITY==
013700                   ==EMP-SALARY== BY ==E-SALARY==
013800                   ==EMP-DEPT==   BY ==E-DEPT==
013900                   ==EMP-STATUS== BY ==E-STATUS==
014000                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
014050                   ==EMP-GRADE== BY ==E-GRADE==.
014100
014200 FD  DEPT-MASTER.
014300 01  DEPARTMENT-RECORD.
014400     COPY DEPTREC
014500         REPLACING ==DEPT-CODE==    BY ==D-CODE==
014600                   ==DEPT-NAME==    BY ==D-NAME==
014700                   ==DEPT-COSTCTR== BY ==D-COSTCTR==
014800                   ==DEPT-MANAGER== BY ==D-MANAGER==.
014900
015000 FD  RETRO-ADJ-FILE.
015100 01  RETRO-ADJ-RECORD.
015200     COPY PAYREC
015300         REPLACING ==PAY-ID==       BY ==RA-ID==
015400                   ==PAY-PERIOD==   BY ==RA-PERIOD==
015500                   ==PAY-DEPT==     BY ==RA-DEPT==
015600                   ==PAY-GROSS==    BY ==RA-GROSS==
015700                   ==PAY-TAX==      BY ==RA-TAX==
015800                   ==PAY-BENEFITS== BY ==RA-BENEFITS==
015900                   ==PAY-NET==      BY ==RA-NET==
016000                   ==PAY-TYPE==     BY ==RA-TYPE==
016100                   ==PAY-RETRO-PERIOD== BY ==RA-RETRO-PERIOD==.
016200
016300 FD  WORK-FILE.
016400 01  WORK-RECORD PIC X(90).
016500
016600 SD  WORK-SORT-FILE.
016700 01  WORK-SORT-RECORD.
016800     05 SRW-DEPT PIC X(4).
016900     05 SRW-ID PIC 9(8).
017000     05 SRW-PERIOD PIC 9(6).
017100     05 FILLER PIC X(72).
017200
017300 FD  SORTED-WORK-FILE.
017400 01  SORTED-WORK-RECORD PIC X(90).
017500
017600 FD  REGISTER-FILE.
017700 01  REGISTER-LINE PIC X(132).
017800
017900 WORKING-STORAGE SECTION.
018000 01  WS-PAYHIST-STATUS PIC X(2) VALUE "00".
018100 01  WS-AUDIT-STATUS PIC X(2) VALUE "00".
018200 01  WS-PARM-STATUS PIC X(2) VALUE "00".
018300 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
018400 01  WS-DEPT-STATUS PIC X(2) VALUE "00".
018500 01  WS-EOF PIC A(1) VALUE "N".
018600 01  WS-AUDIT-EOF PIC A(1) VALUE "N".
018700 01  WS-PARM-EOF PIC A(1) VALUE "N".
018800 01  WS-WORK-EOF PIC A(1) VALUE "N".
018900 01  WS-DEPT-NAME-OUT PIC X(25) VALUE SPACES.
019000
019100 01  WS-RUN-DATE PIC 9(8) VALUE 0.
019200 01  FILLER REDEFINES WS-RUN-DATE.
019300     05 WS-RUN-PERIOD PIC 9(6).
019400     05 FILLER PIC 9(2).
019500 01  WS-DATE-WORK PIC 9(8) VALUE 0.
019600 01  FILLER REDEFINES WS-DATE-WORK.
019700     05 WS-DATE-PERIOD PIC 9(6).
019800     05 WS-DATE-DD PIC 9(2).
019900 01  WS-AUD-DATE-WORK PIC 9(8) VALUE 0.
020000 01  FILLER REDEFINES WS-AUD-DATE-WORK.
020100     05 WS-AUD-DATE-PERIOD PIC 9(6).
020200     05 FILLER PIC 9(2).
020300 01  WS-PERIOD-WORK PIC 9(6) VALUE 0.
020400 01  FILLER REDEFINES WS-PERIOD-WORK.
020500     05 WS-PERIOD-YEAR PIC 9(4).
020600     05 WS-PERIOD-MONTH PIC 9(2).
020700
020800*----------------------------------------------------------------
020900* PAYROLL PARAMETER SETS, LOADED FROM PAYPARM IN EFFECTIVE DATE
021000* ORDER.  EACH RECALCULATED PERIOD USES THE LAST SET DATED ON OR
021100* BEFORE THE PERIOD'S LAST DAY.
021200*----------------------------------------------------------------
021300 01  WS-PARM-TABLE.
021400     05 WS-PARM-ENTRY OCCURS 100 TIMES.
021500        10 WS-PT-EFF-DATE PIC 9(8).
021600        10 WS-PT-BAND-1-LIMIT PIC 9(6).
021700        10 WS-PT-BAND-2-LIMIT PIC 9(6).
021800        10 WS-PT-RATE-1 PIC V9(2).
021900        10 WS-PT-RATE-2 PIC V9(2).
022000        10 WS-PT-RATE-3 PIC V9(2).
022100 01  WS-PARM-COUNT PIC 9(5) COMP VALUE 0.
022200 01  WS-PARM-SUB PIC 9(5) COMP VALUE 0.
022300 01  WS-PARM-FOUND-SUB PIC 9(5) COMP VALUE 0.
022400
022500*----------------------------------------------------------------
022600* SALARY CHANGES FROM EMPAUDIT, IN TRAIL ORDER.  AN ENTRY IS
022700* BACKDATED WHEN IT TOOK EFFECT BEFORE THE DAY IT WAS APPLIED.
022800* THE EMPLOYEE TABLE HOLDS THE CURRENT EMPLOYEE'S ENTRIES SO
022900* THE DAY-BY-DAY SALARY LOOKUP DOES NOT SCAN THE WHOLE TRAIL.
023000*----------------------------------------------------------------
023100 01  WS-CHANGE-TABLE.
023200     05 WS-CHG-ENTRY OCCURS 5000 TIMES.
023300        10 WS-CHG-ID PIC 9(8).
023400        10 WS-CHG-EFF-DATE PIC 9(8).
023500        10 WS-CHG-AUD-DATE PIC 9(8).
023600        10 WS-CHG-BEFORE-SALARY PIC 9(6).
023700        10 WS-CHG-AFTER-SALARY PIC 9(6).
023800        10 WS-CHG-BACKDATED PIC A(1).
023900 01  WS-CHG-COUNT PIC 9(5) COMP VALUE 0.
024000 01  WS-CHG-SUB PIC 9(5) COMP VALUE 0.
024100 01  WS-CHG-TABLE-FULL-WARNED PIC A(1) VALUE "N".
024200     88 CHG-TABLE-FULL-WARNED VALUE "Y".
024300
024400 01  WS-EMP-CHANGE-TABLE.
024500     05 WS-ECH-ENTRY OCCURS 100 TIMES.
024600        10 WS-ECH-EFF-DATE PIC 9(8).
024700        10 WS-ECH-EFF-PERIOD PIC 9(6).
024800        10 WS-ECH-AUD-PERIOD PIC 9(6).
024900        10 WS-ECH-BEFORE-SALARY PIC 9(6).
025000        10 WS-ECH-AFTER-SALARY PIC 9(6).
025100        10 WS-ECH-BACKDATED PIC A(1).
025200 01  WS-ECH-COUNT PIC 9(5) COMP VALUE 0.
025300 01  WS-ECH-SUB PIC 9(5) COMP VALUE 0.
025400 01  WS-EMP-BACKDATED PIC A(1) VALUE "N".
025500     88 EMP-BACKDATED VALUE "Y".
025600
025700*----------------------------------------------------------------
025800* CURRENT EMPLOYEE.  THE SORTED PAYHIST ROWS ARRIVE IN ID ORDER;
025900* EACH IS ADDED TO THE ENTRY FOR THE PERIOD IT PAID - A RETRO
026000* ROW TO THE PERIOD IT CORRECTED, NOT THE ONE IT WAS PAID IN.
026100*----------------------------------------------------------------
026200 01  WS-CUR-ID PIC 9(8) VALUE 0.
026300 01  WS-EMP-STARTED PIC A(1) VALUE "N".
026400     88 EMP-STARTED VALUE "Y".
026500 01  WS-ON-MASTER PIC A(1) VALUE "N".
026600     88 ON-MASTER VALUE "Y".
026700 01  WS-EMP-PERIOD-TABLE.
026800     05 WS-PER-ENTRY OCCURS 240 TIMES.
026900        10 WS-PER-PERIOD PIC 9(6).
027000        10 WS-PER-DEPT PIC X(4).
027100        10 WS-PER-PAID-GROSS PIC 9(7)V9(2).
027200        10 WS-PER-PAID-TAX PIC 9(7)V9(2).
027300        10 WS-PER-REGULAR PIC A(1).
027400        10 WS-PER-FINAL PIC A(1).
027500 01  WS-PER-COUNT PIC 9(5) COMP VALUE 0.
027600 01  WS-PER-SUB PIC 9(5) COMP VALUE 0.
027700 01  WS-PER-FOUND-SUB PIC 9(5) COMP VALUE 0.
027800 01  WS-LOOKUP-PERIOD PIC 9(6) VALUE 0.
027900 01  WS-PER-TABLE-FULL-WARNED PIC A(1) VALUE "N".
028000     88 PER-TABLE-FULL-WARNED VALUE "Y".
028100 01  WS-RUN-INCOMPLETE PIC A(1) VALUE "N".
028200     88 RUN-INCOMPLETE VALUE "Y".
028300
028400*----------------------------------------------------------------
028500* PERIOD RECALCULATION.  THE GROSS IS THE SUM OF EACH PAID DAY'S
028600* SALARY OVER TWELVE TIMES THE DAYS IN THE MONTH, SO A MONTH AT
028700* ONE SALARY COMES OUT AT EXACTLY SALARY / 12 AS EMPPAYRL PAYS IT.
028800*----------------------------------------------------------------
028900 01  WS-IN-WINDOW PIC A(1) VALUE "N".
029000     88 IN-WINDOW VALUE "Y".
029100 01  WS-MONTH-DAYS-VALUES PIC X(24)
029200         VALUE "312831303130313130313031".
029300 01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
029400     05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
029500 01  WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
029600 01  WS-DAYS-PAID PIC 9(2) VALUE 0.
029700 01  WS-DAY PIC 9(2) VALUE 0.
029800 01  WS-LEAP-QUOT PIC 9(4) VALUE 0.
029900 01  WS-LEAP-REM-4 PIC 9(4) VALUE 0.
030000 01  WS-LEAP-REM-100 PIC 9(4) VALUE 0.
030100 01  WS-LEAP-REM-400 PIC 9(4) VALUE 0.
030200 01  WS-DAY-DATE PIC 9(8) VALUE 0.
030300 01  WS-DAY-SALARY PIC 9(6) VALUE 0.
030400 01  WS-BEST-EFF-DATE PIC 9(8) VALUE 0.
030500 01  WS-EARLIEST-EFF-DATE PIC 9(8) VALUE 0.
030600 01  WS-EARLIEST-SALARY PIC 9(6) VALUE 0.
030700 01  WS-SALARY-FOUND PIC A(1) VALUE "N".
030800     88 SALARY-FOUND VALUE "Y".
030900 01  WS-SALARY-DAYS PIC 9(9) VALUE 0.
031000 01  WS-CORRECT-GROSS PIC 9(6)V9(2) VALUE 0.
031100 01  WS-CORRECT-TAX PIC 9(6)V9(2) VALUE 0.
031200 01  WS-TAX-RATE PIC V9(2) VALUE 0.
031300 01  WS-GROSS-DIFF PIC 9(6)V9(2) VALUE 0.
031400 01  WS-TAX-DIFF-SIGNED PIC S9(7)V9(2) VALUE 0.
031500 01  WS-TAX-DIFF PIC 9(6)V9(2) VALUE 0.
031600 01  WS-NET-DIFF-SIGNED PIC S9(7)V9(2) VALUE 0.
031700 01  WS-NET-DIFF PIC 9(6)V9(2) VALUE 0.
031800
031900*----------------------------------------------------------------
032000* REGISTER WORK RECORD.  ONE PER RECALCULATED PERIOD THAT DID
032100* NOT AGREE WITH WHAT WAS PAID, WRITTEN TO RTWORK AND SORTED BY
032200* DEPARTMENT, EMPLOYEE, AND PERIOD FOR THE REGISTER.
032300*----------------------------------------------------------------
032400 01  WS-WORK-RECORD.
032500     05 RTW-DEPT PIC X(4).
032600     05 RTW-ID PIC 9(8).
032700     05 RTW-PERIOD PIC 9(6).
032800     05 RTW-NAME PIC X(25).
032900     05 RTW-KIND PIC X(1).
033000        88 RTW-IS-ADJUSTMENT VALUE "A".
033100        88 RTW-IS-OVERPAID VALUE "O".
033200        88 RTW-IS-NO-PARM VALUE "N".
033300     05 RTW-SALARY PIC 9(6).
033400     05 RTW-PAID-GROSS PIC 9(6)V9(2).
033500     05 RTW-CORRECT-GROSS PIC 9(6)V9(2).
033600     05 RTW-DIFF-GROSS PIC 9(6)V9(2).
033700     05 RTW-ADJ-TAX PIC 9(6)V9(2).
033800     05 RTW-ADJ-NET PIC 9(6)V9(2).
033900
034000*----------------------------------------------------------------
034100* COUNTS AND TOTALS.
034200*----------------------------------------------------------------
034300 01  WS-AUDIT-READ PIC 9(7) COMP VALUE 0.
034400 01  WS-SALARY-CHANGES PIC 9(7) COMP VALUE 0.
034500 01  WS-BACKDATED-CHANGES PIC 9(7) COMP VALUE 0.
034600 01  WS-ROWS-READ PIC 9(7) COMP VALUE 0.
034700 01  WS-EMPS-AFFECTED PIC 9(7) COMP VALUE 0.
034800 01  WS-PERIODS-CHECKED PIC 9(7) COMP VALUE 0.
034900 01  WS-PERIODS-AGREED PIC 9(7) COMP VALUE 0.
035000 01  WS-ADJ-COUNT PIC 9(7) COMP VALUE 0.
035100 01  WS-OVERPAID-COUNT PIC 9(7) COMP VALUE 0.
035200 01  WS-NO-PARM-COUNT PIC 9(7) COMP VALUE 0.
035300 01  WS-ADJ-GROSS PIC 9(11)V9(2) VALUE 0.
035400 01  WS-ADJ-TAX PIC 9(11)V9(2) VALUE 0.
035500 01  WS-ADJ-NET PIC 9(11)V9(2) VALUE 0.
035600 01  WS-OVERPAID-GROSS PIC 9(11)V9(2) VALUE 0.
035700 01  WS-DEPT-ADJ-COUNT PIC 9(7) COMP VALUE 0.
035800 01  WS-DEPT-ADJ-GROSS PIC 9(11)V9(2) VALUE 0.
035900 01  WS-DEPT-ADJ-TAX PIC 9(11)V9(2) VALUE 0.
036000 01  WS-DEPT-ADJ-NET PIC 9(11)V9(2) VALUE 0.
036100 01  WS-DEPT-OVER-COUNT PIC 9(7) COMP VALUE 0.
036200 01  WS-DEPT-OVER-GROSS PIC 9(11)V9(2) VALUE 0.
036300 01  WS-PREV-DEPT PIC X(4) VALUE SPACES.
036400 01  WS-DEPT-GROUP-STARTED PIC A(1) VALUE "N".
036500     88 DEPT-GROUP-STARTED VALUE "Y".
036600
036700 01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
036800 01  WS-LINE-COUNT PIC 9(3) COMP VALUE 0.
036900 01  WS-PAGE-COUNT PIC 9(5) COMP VALUE 0.
037000
037100 01  WS-TITLE-LINE.
037200     05 FILLER PIC X(40)
037300         VALUE "RETROACTIVE PAY ADJUSTMENT REGISTER".
037400     05 FILLER PIC X(09) VALUE "RUN DATE ".
037500     05 TTL-RUN-DATE PIC 9(8).
037600     05 FILLER PIC X(06) VALUE SPACES.
037700     05 FILLER PIC X(05) VALUE "PAGE ".
037800     05 TTL-PAGE-NO PIC ZZZZ9.
037900
038000 01  WS-HEADER-LINE.
038100     05 FILLER PIC X(10) VALUE "EMP ID".
038200     05 FILLER PIC X(27) VALUE "NAME".
038300     05 FILLER PIC X(08) VALUE "PERIOD".
038400     05 FILLER PIC X(10) VALUE "SALARY".
038500     05 FILLER PIC X(14) VALUE "PAID GROSS".
038600     05 FILLER PIC X(14) VALUE "DUE GROSS".
038700     05 FILLER PIC X(12) VALUE "ADJ GROSS".
038800     05 FILLER PIC X(12) VALUE "ADJ TAX".
038900     05 FILLER PIC X(12) VALUE "ADJ NET".
039000     05 FILLER PIC X(04) VALUE "NOTE".
039100
039200 01  WS-DETAIL-LINE.
039300     05 DTL-ID PIC 9(8).
039400     05 FILLER PIC X(02) VALUE SPACES.
039500     05 DTL-NAME PIC X(25).
039600     05 FILLER PIC X(02) VALUE SPACES.
039700     05 DTL-PERIOD PIC 9(6).
039800     05 FILLER PIC X(02) VALUE SPACES.
039900     05 DTL-SALARY PIC ZZZ,ZZ9.
040000     05 FILLER PIC X(03) VALUE SPACES.
040100     05 DTL-PAID-GROSS PIC $$$,$$9.99.
040200     05 FILLER PIC X(04) VALUE SPACES.
040300     05 DTL-CORRECT-GROSS PIC $$$,$$9.99.
040400     05 FILLER PIC X(04) VALUE SPACES.
040500     05 DTL-ADJ-GROSS PIC $$$,$$9.99.
040600     05 FILLER PIC X(02) VALUE SPACES.
040700     05 DTL-ADJ-TAX PIC $$$,$$9.99.
040800     05 FILLER PIC X(02) VALUE SPACES.
040900     05 DTL-ADJ-NET PIC $$$,$$9.99.
041000     05 FILLER PIC X(02) VALUE SPACES.
041100     05 DTL-NOTE PIC X(23).
041200
041300 01  WS-DEPT-SUBTOTAL-LINE.
041400     05 FILLER PIC X(05) VALUE "DEPT ".
041500     05 STL-DEPT PIC X(04).
041600     05 FILLER PIC X(01) VALUE SPACE.
041700     05 STL-DEPT-NAME PIC X(25).
041800     05 FILLER PIC X(02) VALUE SPACES.
041900     05 STL-COUNT PIC ZZZ9.
042000     05 FILLER PIC X(13) VALUE " ADJUSTMENTS".
042100     05 FILLER PIC X(22) VALUE SPACES.
042200     05 STL-ADJ-GROSS PIC $$$,$$$,$$9.99.
042300     05 FILLER PIC X(02) VALUE SPACES.
042400     05 STL-ADJ-TAX PIC $$$,$$$,$$9.99.
042500     05 FILLER PIC X(02) VALUE SPACES.
042600     05 STL-ADJ-NET PIC $$$,$$$,$$9.99.
042700
042800 01  WS-DEPT-OVERPAID-LINE.
042900     05 FILLER PIC X(37) VALUE "  OVERPAID - NOT RECOVERED".
043000     05 OTL-COUNT PIC ZZZ9.
043100     05 FILLER PIC X(13) VALUE " PERIOD(S)".
043200     05 FILLER PIC X(22) VALUE SPACES.
043300     05 OTL-GROSS PIC $$$,$$$,$$9.99.
043400
043500 01  WS-COUNT-LINE.
043600     05 FILLER PIC X(02) VALUE SPACES.
043700     05 CNT-LABEL PIC X(40).
043800     05 CNT-VALUE PIC ZZZ,ZZ9.
043900
044000 01  WS-TOTAL-LINE.
044100     05 FILLER PIC X(02) VALUE SPACES.
044200     05 TOT-LABEL PIC X(40).
044300     05 TOT-VALUE PIC $$$,$$$,$$9.99.
044400
044500 PROCEDURE DIVISION.
044600*================================================================
044700* 0000-MAIN-PROCESS
044800*     BATCH MAINLINE.  LOADS THE PARAMETER SETS AND THE SALARY
044900*     CHANGES, RECALCULATES EVERY AFFECTED PERIOD EMPLOYEE BY
045000*     EMPLOYEE FROM THE SORTED PAY HISTORY, THEN PRINTS THE
045100*     REGISTER BY DEPARTMENT.
045200*================================================================
045300 0000-MAIN-PROCESS.
045400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
045500     PERFORM 2000-PROCESS-PAY-ROW THRU 2000-PROCESS-PAY-ROW-EXIT
045600         UNTIL WS-EOF = "Y"
045700     IF EMP-STARTED
045800         PERFORM 3000-RECALC-EMPLOYEE
045900             THRU 3000-RECALC-EMPLOYEE-EXIT
046000     END-IF
046100     PERFORM 4000-PRINT-REGISTER THRU 4000-PRINT-REGISTER-EXIT
046200     PERFORM 5000-WRAP-UP THRU 5000-WRAP-UP-EXIT
046300     STOP RUN.
046400
046500*================================================================
046600* 1000-INITIALIZE
046700*     LOADS PAYPARM AND THE EMPAUDIT SALARY CHANGES, SORTS
046800*     PAYHIST BY EMPLOYEE ID AND PERIOD, AND OPENS THE MASTER,
046900*     THE ADJUSTMENT FILE, AND THE REGISTER WORK FILE.  A
047000*     MISSING PAYPARM, EMPAUDIT, PAYHIST, OR EMPMAST STOPS THE
047100*     RUN WITH RETURN-CODE 8.
047200*================================================================
047300 1000-INITIALIZE.
047400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
047500     MOVE WS-RUN-DATE TO TTL-RUN-DATE
047600     PERFORM 1100-LOAD-PARAMETERS THRU 1100-LOAD-PARAMETERS-EXIT
047700     PERFORM 1200-LOAD-SALARY-CHANGES
047800         THRU 1200-LOAD-SALARY-CHANGES-EXIT
047900     OPEN INPUT PAY-HISTORY-FILE
048000     IF WS-PAYHIST-STATUS NOT = "00"
048100         DISPLAY "Unable to open PAYHIST, status: "
048200             WS-PAYHIST-STATUS
048300         DISPLAY "Run EMPPAYRL to build pay history first."
048400         MOVE 8 TO RETURN-CODE
048500         STOP RUN
048600     END-IF
048700     CLOSE PAY-HISTORY-FILE
048800     SORT SORT-FILE
048900         ON ASCENDING KEY SRT-ID
049000         ON ASCENDING KEY SRT-PERIOD
049100         USING PAY-HISTORY-FILE
049200         GIVING SORTED-PAY-FILE
049300     OPEN INPUT EMPLOYEE-MASTER
049400     IF WS-MASTER-STATUS NOT = "00"
049500         DISPLAY "Unable to open EMPLOYEE-MASTER, status: "
049600             WS-MASTER-STATUS
049700         DISPLAY "Run EMPCONV to build EMPLOYEE-MASTER first."
049800         MOVE 8 TO RETURN-CODE
049900         STOP RUN
050000     END-IF
050100     OPEN OUTPUT RETRO-ADJ-FILE
050200     OPEN OUTPUT WORK-FILE
050300     OPEN INPUT SORTED-PAY-FILE
050400     READ SORTED-PAY-FILE
050500         AT END MOVE "Y" TO WS-EOF
050600     END-READ.
050700 1000-INITIALIZE-EXIT.
050800     EXIT.
050900
051000*----------------------------------------------------------------
051100* 1100-LOAD-PARAMETERS
051200*     LOADS EVERY PAYROLL PARAMETER SET FROM PAYPARM, IN
051300*     EFFECTIVE DATE ORDER.  RETRO TAX IS NOT CALCULATED WITH
051400*     GUESSED RATES: A MISSING OR EMPTY PAYPARM STOPS THE RUN.
051500*----------------------------------------------------------------
051600 1100-LOAD-PARAMETERS.
051700     OPEN INPUT PARM-FILE
051800     IF WS-PARM-STATUS NOT = "00"
051900         DISPLAY "Unable to open PAYPARM, status: "
052000             WS-PARM-STATUS
052100         DISPLAY "Run PAYPRMNT to set up the payroll "
052200             "parameters first."
052300         MOVE 8 TO RETURN-CODE
052400         STOP RUN
052500     END-IF
052600     PERFORM UNTIL WS-PARM-EOF = "Y"
052700         READ PARM-FILE NEXT
052800             AT END MOVE "Y" TO WS-PARM-EOF
052900             NOT AT END
053000                 IF WS-PARM-COUNT < 100
053100                     ADD 1 TO WS-PARM-COUNT
053200                     MOVE PR-EFF-DATE
053300                         TO WS-PT-EFF-DATE (WS-PARM-COUNT)
053400                     MOVE PR-BAND-1-LIMIT
053500                         TO WS-PT-BAND-1-LIMIT (WS-PARM-COUNT)
053600                     MOVE PR-BAND-2-LIMIT
053700                         TO WS-PT-BAND-2-LIMIT (WS-PARM-COUNT)
053800                     MOVE PR-RATE-1
053900                         TO WS-PT-RATE-1 (WS-PARM-COUNT)
054000                     MOVE PR-RATE-2
054100                         TO WS-PT-RATE-2 (WS-PARM-COUNT)
054200                     MOVE PR-RATE-3
054300                         TO WS-PT-RATE-3 (WS-PARM-COUNT)
054400                 ELSE
054500                     DISPLAY "WARNING: PARAMETER TABLE FULL; "
054600                         "LATER SETS IGNORED."
054700                     MOVE "Y" TO WS-RUN-INCOMPLETE
054800                     MOVE "Y" TO WS-PARM-EOF
054900                 END-IF
055000         END-READ
055100     END-PERFORM
055200     CLOSE PARM-FILE
055300     IF WS-PARM-COUNT = 0
055400         DISPLAY "NO PARAMETER SETS ON PAYPARM."
055500         DISPLAY "ADD ONE IN PAYPRMNT BEFORE RUNNING RETRO PAY."
055600         MOVE 8 TO RETURN-CODE
055700         STOP RUN
055800     END-IF.
055900 1100-LOAD-PARAMETERS-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------------
056300* 1200-LOAD-SALARY-CHANGES
056400*     READS EMPAUDIT AND KEEPS EVERY CHANGE OR TERMINATION THAT
056500*     MOVED THE SALARY.  A RECORD WRITTEN BEFORE AUD-EFF-DATE
056600*     EXISTED (SPACES OR ZERO) TOOK EFFECT ON ITS AUD-DATE AND
056700*     SO IS NEVER BACKDATED, BUT STILL FIXES THE SALARY FROM
056800*     THAT DAY FOR ANY BACKDATED CHANGE AROUND IT.
056900*----------------------------------------------------------------
057000 1200-LOAD-SALARY-CHANGES.
057100     OPEN INPUT AUDIT-FILE
057200     IF WS-AUDIT-STATUS NOT = "00"
057300         DISPLAY "Unable to open AUDIT-FILE, status: "
057400             WS-AUDIT-STATUS
057500         DISPLAY "Nothing to retro-pay without EMPAUDIT."
057600         MOVE 8 TO RETURN-CODE
057700         STOP RUN
057800     END-IF
057900     PERFORM UNTIL WS-AUDIT-EOF = "Y"
058000         READ AUDIT-FILE
058100             AT END MOVE "Y" TO WS-AUDIT-EOF
058200             NOT AT END
058300                 PERFORM 1250-KEEP-SALARY-CHANGE
058400                     THRU 1250-KEEP-SALARY-CHANGE-EXIT
058500         END-READ
058600     END-PERFORM
058700     CLOSE AUDIT-FILE.
058800 1200-LOAD-SALARY-CHANGES-EXIT.
058900     EXIT.
059000
059100*----------------------------------------------------------------
059200* 1250-KEEP-SALARY-CHANGE
059300*     ADDS THE AUDIT RECORD JUST READ TO THE CHANGE TABLE WHEN
059400*     IT IS A SALARY CHANGE.
059500*----------------------------------------------------------------
059600 1250-KEEP-SALARY-CHANGE.
059700     ADD 1 TO WS-AUDIT-READ
059800     IF NOT AUD-IS-CHANGE AND NOT AUD-IS-TERM
059900         GO TO 1250-KEEP-SALARY-CHANGE-EXIT
060000     END-IF
060100     IF AUD-BEFORE-SALARY = AUD-AFTER-SALARY
060200         GO TO 1250-KEEP-SALARY-CHANGE-EXIT
060300     END-IF
060400     ADD 1 TO WS-SALARY-CHANGES
060500     IF WS-CHG-COUNT NOT < 5000
060600         IF NOT CHG-TABLE-FULL-WARNED
060700             DISPLAY "WARNING: SALARY CHANGE TABLE FULL; "
060800                 "RETRO RUN IS INCOMPLETE."
060900             MOVE "Y" TO WS-CHG-TABLE-FULL-WARNED
061000             MOVE "Y" TO WS-RUN-INCOMPLETE
061100         END-IF
061200         GO TO 1250-KEEP-SALARY-CHANGE-EXIT
061300     END-IF
061400     ADD 1 TO WS-CHG-COUNT
061500     MOVE AUD-ID TO WS-CHG-ID (WS-CHG-COUNT)
061600     MOVE AUD-DATE TO WS-CHG-AUD-DATE (WS-CHG-COUNT)
061700     MOVE AUD-BEFORE-SALARY TO WS-CHG-BEFORE-SALARY (WS-CHG-COUNT)
061800     MOVE AUD-AFTER-SALARY TO WS-CHG-AFTER-SALARY (WS-CHG-COUNT)
061900     IF AUD-EFF-DATE IS NUMERIC AND AUD-EFF-DATE NOT = 0
062000         MOVE AUD-EFF-DATE TO WS-CHG-EFF-DATE (WS-CHG-COUNT)
062100     ELSE
062200         MOVE AUD-DATE TO WS-CHG-EFF-DATE (WS-CHG-COUNT)
062300     END-IF
062400     IF WS-CHG-EFF-DATE (WS-CHG-COUNT) < AUD-DATE
062500         MOVE "Y" TO WS-CHG-BACKDATED (WS-CHG-COUNT)
062600         ADD 1 TO WS-BACKDATED-CHANGES
062700     ELSE
062800         MOVE "N" TO WS-CHG-BACKDATED (WS-CHG-COUNT)
062900     END-IF.
063000 1250-KEEP-SALARY-CHANGE-EXIT.
063100     EXIT.
063200
063300*================================================================
063400* 2000-PROCESS-PAY-ROW
063500*     HANDLES THE EMPLOYEE CONTROL BREAK AND ADDS ONE SORTED
063600*     PAYHIST ROW TO THE PERIOD IT PAID.  A RETRO ROW ("A")
063700*     COUNTS AGAINST THE PERIOD IT CORRECTED, SO A SHORTFALL
063800*     ALREADY MADE GOOD IS NOT PAID AGAIN.
063900*================================================================
064000 2000-PROCESS-PAY-ROW.
064100     ADD 1 TO WS-ROWS-READ
064200     IF EMP-STARTED AND SP-ID NOT = WS-CUR-ID
064300         PERFORM 3000-RECALC-EMPLOYEE
064400             THRU 3000-RECALC-EMPLOYEE-EXIT
064500     END-IF
064600     IF NOT EMP-STARTED OR SP-ID NOT = WS-CUR-ID
064700         PERFORM 2100-START-EMPLOYEE THRU 2100-START-EMPLOYEE-EXIT
064800     END-IF
064900     IF SP-TYPE = "A"
065000         MOVE SP-RETRO-PERIOD TO WS-LOOKUP-PERIOD
065100     ELSE
065200         MOVE SP-PERIOD TO WS-LOOKUP-PERIOD
065300     END-IF
065400     PERFORM 2200-FIND-PERIOD-ENTRY
065500         THRU 2200-FIND-PERIOD-ENTRY-EXIT
065600     IF WS-PER-FOUND-SUB = 0
065700         GO TO 2000-PROCESS-PAY-ROW-NEXT
065800     END-IF
065900     ADD SP-GROSS TO WS-PER-PAID-GROSS (WS-PER-FOUND-SUB)
066000     ADD SP-TAX TO WS-PER-PAID-TAX (WS-PER-FOUND-SUB)
066100     IF SP-TYPE NOT = "A"
066200         MOVE "Y" TO WS-PER-REGULAR (WS-PER-FOUND-SUB)
066300         MOVE SP-DEPT TO WS-PER-DEPT (WS-PER-FOUND-SUB)
066400         IF SP-TYPE = "F"
066500             MOVE "Y" TO WS-PER-FINAL (WS-PER-FOUND-SUB)
066600         END-IF
066700     END-IF.
066800 2000-PROCESS-PAY-ROW-NEXT.
066900     READ SORTED-PAY-FILE
067000         AT END MOVE "Y" TO WS-EOF
067100     END-READ.
067200 2000-PROCESS-PAY-ROW-EXIT.
067300     EXIT.
067400
067500*----------------------------------------------------------------
067600* 2100-START-EMPLOYEE
067700*     CLEARS THE PERIOD TABLE FOR THE EMPLOYEE ON THE CURRENT
067800*     ROW.
067900*----------------------------------------------------------------
068000 2100-START-EMPLOYEE.
068100     MOVE SP-ID TO WS-CUR-ID
068200     MOVE "Y" TO WS-EMP-STARTED
068300     MOVE 0 TO WS-PER-COUNT.
068400 2100-START-EMPLOYEE-EXIT.
068500     EXIT.
068600
068700*----------------------------------------------------------------
068800* 2200-FIND-PERIOD-ENTRY
068900*     LOCATES THE PERIOD TABLE ENTRY FOR WS-LOOKUP-PERIOD,
069000*     CREATING ONE IF NEEDED, AND RETURNS ITS SUBSCRIPT IN
069100*     WS-PER-FOUND-SUB (ZERO, WITH A ONE-TIME WARNING, WHEN THE
069200*     TABLE IS FULL).
069300*----------------------------------------------------------------
069400 2200-FIND-PERIOD-ENTRY.
069500     MOVE 0 TO WS-PER-FOUND-SUB
069600     MOVE 1 TO WS-PER-SUB
069700     PERFORM UNTIL WS-PER-SUB > WS-PER-COUNT
069800         OR WS-PER-FOUND-SUB > 0
069900         IF WS-PER-PERIOD (WS-PER-SUB) = WS-LOOKUP-PERIOD
070000             MOVE WS-PER-SUB TO WS-PER-FOUND-SUB
070100         END-IF
070200         ADD 1 TO WS-PER-SUB
070300     END-PERFORM
070400     IF WS-PER-FOUND-SUB = 0
070500         IF WS-PER-COUNT < 240
070600             ADD 1 TO WS-PER-COUNT
070700             MOVE WS-PER-COUNT TO WS-PER-FOUND-SUB
070800             MOVE WS-LOOKUP-PERIOD
070900                 TO WS-PER-PERIOD (WS-PER-FOUND-SUB)
071000             MOVE SPACES TO WS-PER-DEPT (WS-PER-FOUND-SUB)
071100             MOVE 0 TO WS-PER-PAID-GROSS (WS-PER-FOUND-SUB)
071200             MOVE 0 TO WS-PER-PAID-TAX (WS-PER-FOUND-SUB)
071300             MOVE "N" TO WS-PER-REGULAR (WS-PER-FOUND-SUB)
071400             MOVE "N" TO WS-PER-FINAL (WS-PER-FOUND-SUB)
071500         ELSE
071600             IF NOT PER-TABLE-FULL-WARNED
071700                 DISPLAY "WARNING: PERIOD TABLE FULL FOR "
071800                     WS-CUR-ID "; RETRO RUN IS INCOMPLETE."
071900                 MOVE "Y" TO WS-PER-TABLE-FULL-WARNED
072000                 MOVE "Y" TO WS-RUN-INCOMPLETE
072100             END-IF
072200         END-IF
072300     END-IF.
072400 2200-FIND-PERIOD-ENTRY-EXIT.
072500     EXIT.
072600
072700*================================================================
072800* 3000-RECALC-EMPLOYEE
072900*     AT THE EMPLOYEE BREAK, PULLS THE EMPLOYEE'S SALARY CHANGES
073000*     OUT OF THE CHANGE TABLE AND, WHEN ANY OF THEM IS
073100*     BACKDATED, RECALCULATES EACH PAID PERIOD IN A BACKDATED
073200*     CHANGE'S WINDOW.
073300*================================================================
073400 3000-RECALC-EMPLOYEE.
073500     PERFORM 3050-LOAD-EMPLOYEE-CHANGES
073600         THRU 3050-LOAD-EMPLOYEE-CHANGES-EXIT
073700     IF NOT EMP-BACKDATED
073800         GO TO 3000-RECALC-EMPLOYEE-EXIT
073900     END-IF
074000     ADD 1 TO WS-EMPS-AFFECTED
074100     MOVE WS-CUR-ID TO E-ID
074200     READ EMPLOYEE-MASTER
074300         KEY IS E-ID
074400         INVALID KEY
074500             MOVE "N" TO WS-ON-MASTER
074600         NOT INVALID KEY
074700             MOVE "Y" TO WS-ON-MASTER
074800     END-READ
074900     IF NOT ON-MASTER
075000         MOVE "*NOT ON EMPMAST*" TO E-NAME
075100         MOVE 0 TO E-TERM-DATE
075200     END-IF
075300     MOVE 1 TO WS-PER-SUB
075400     PERFORM UNTIL WS-PER-SUB > WS-PER-COUNT
075500         PERFORM 3100-RECALC-PERIOD THRU 3100-RECALC-PERIOD-EXIT
075600         ADD 1 TO WS-PER-SUB
075700     END-PERFORM.
075800 3000-RECALC-EMPLOYEE-EXIT.
075900     EXIT.
076000
076100*----------------------------------------------------------------
076200* 3050-LOAD-EMPLOYEE-CHANGES
076300*     COPIES THE CURRENT EMPLOYEE'S SALARY CHANGES, IN TRAIL
076400*     ORDER, INTO THE EMPLOYEE CHANGE TABLE AND SETS
076500*     WS-EMP-BACKDATED WHEN ANY OF THEM IS BACKDATED.
076600*----------------------------------------------------------------
076700 3050-LOAD-EMPLOYEE-CHANGES.
076800     MOVE 0 TO WS-ECH-COUNT
076900     MOVE "N" TO WS-EMP-BACKDATED
077000     MOVE 1 TO WS-CHG-SUB
077100     PERFORM UNTIL WS-CHG-SUB > WS-CHG-COUNT
077200         IF WS-CHG-ID (WS-CHG-SUB) = WS-CUR-ID
077300             AND WS-ECH-COUNT < 100
077400             ADD 1 TO WS-ECH-COUNT
077500             MOVE WS-CHG-EFF-DATE (WS-CHG-SUB) TO WS-DATE-WORK
077600             MOVE WS-DATE-WORK TO WS-ECH-EFF-DATE (WS-ECH-COUNT)
077700             MOVE WS-DATE-PERIOD
077800                 TO WS-ECH-EFF-PERIOD (WS-ECH-COUNT)
077900             MOVE WS-CHG-AUD-DATE (WS-CHG-SUB) TO WS-AUD-DATE-WORK
078000             MOVE WS-AUD-DATE-PERIOD
078100                 TO WS-ECH-AUD-PERIOD (WS-ECH-COUNT)
078200             MOVE WS-CHG-BEFORE-SALARY (WS-CHG-SUB)
078300                 TO WS-ECH-BEFORE-SALARY (WS-ECH-COUNT)
078400             MOVE WS-CHG-AFTER-SALARY (WS-CHG-SUB)
078500                 TO WS-ECH-AFTER-SALARY (WS-ECH-COUNT)
078600             MOVE WS-CHG-BACKDATED (WS-CHG-SUB)
078700                 TO WS-ECH-BACKDATED (WS-ECH-COUNT)
078800             IF WS-CHG-BACKDATED (WS-CHG-SUB) = "Y"
078900                 MOVE "Y" TO WS-EMP-BACKDATED
079000             END-IF
079100         END-IF
079200         ADD 1 TO WS-CHG-SUB
079300     END-PERFORM.
079400 3050-LOAD-EMPLOYEE-CHANGES-EXIT.
079500     EXIT.
079600
079700*----------------------------------------------------------------
079800* 3100-RECALC-PERIOD
079900*     RECALCULATES PERIOD WS-PER-SUB WHEN IT WAS PAID BY A
080000*     REGULAR OR FINAL-PAY ROW AND FALLS BETWEEN A BACKDATED
080100*     CHANGE'S EFFECTIVE MONTH AND THE MONTH IT WAS APPLIED.  A
080200*     PERIOD WHOSE DUE GROSS MATCHES WHAT WAS PAID IS LEFT
080300*     ALONE; ANY OTHER GOES TO THE REGISTER, AND AN UNDERPAYMENT
080400*     ALSO TO RETROADJ.
080500*----------------------------------------------------------------
080600 3100-RECALC-PERIOD.
080700     IF WS-PER-REGULAR (WS-PER-SUB) NOT = "Y"
080800         GO TO 3100-RECALC-PERIOD-EXIT
080900     END-IF
081000     MOVE "N" TO WS-IN-WINDOW
081100     MOVE 1 TO WS-ECH-SUB
081200     PERFORM UNTIL WS-ECH-SUB > WS-ECH-COUNT
081300         IF WS-ECH-BACKDATED (WS-ECH-SUB) = "Y"
081400             AND WS-PER-PERIOD (WS-PER-SUB)
081500                 NOT < WS-ECH-EFF-PERIOD (WS-ECH-SUB)
081600             AND WS-PER-PERIOD (WS-PER-SUB)
081700                 NOT > WS-ECH-AUD-PERIOD (WS-ECH-SUB)
081800             MOVE "Y" TO WS-IN-WINDOW
081900         END-IF
082000         ADD 1 TO WS-ECH-SUB
082100     END-PERFORM
082200     IF NOT IN-WINDOW
082300         GO TO 3100-RECALC-PERIOD-EXIT
082400     END-IF
082500     ADD 1 TO WS-PERIODS-CHECKED
082600     PERFORM 3150-SET-MONTH-DAYS THRU 3150-SET-MONTH-DAYS-EXIT
082700     MOVE 0 TO WS-SALARY-DAYS
082800     MOVE 1 TO WS-DAY
082900     PERFORM UNTIL WS-DAY > WS-DAYS-PAID
083000         COMPUTE WS-DAY-DATE =
083100             WS-PER-PERIOD (WS-PER-SUB) * 100 + WS-DAY
083200         PERFORM 3200-GET-SALARY-ON-DAY
083300             THRU 3200-GET-SALARY-ON-DAY-EXIT
083400         ADD WS-DAY-SALARY TO WS-SALARY-DAYS
083500         ADD 1 TO WS-DAY
083600     END-PERFORM
083700     COMPUTE WS-CORRECT-GROSS ROUNDED =
083800         WS-SALARY-DAYS / (12 * WS-DAYS-IN-MONTH)
083900     IF WS-CORRECT-GROSS = WS-PER-PAID-GROSS (WS-PER-SUB)
084000         ADD 1 TO WS-PERIODS-AGREED
084100         GO TO 3100-RECALC-PERIOD-EXIT
084200     END-IF
084300     MOVE WS-PER-DEPT (WS-PER-SUB) TO RTW-DEPT
084400     MOVE WS-CUR-ID TO RTW-ID
084500     MOVE WS-PER-PERIOD (WS-PER-SUB) TO RTW-PERIOD
084600     MOVE E-NAME TO RTW-NAME
084700     MOVE WS-DAY-SALARY TO RTW-SALARY
084800     MOVE WS-PER-PAID-GROSS (WS-PER-SUB) TO RTW-PAID-GROSS
084900     MOVE WS-CORRECT-GROSS TO RTW-CORRECT-GROSS
085000     MOVE 0 TO RTW-DIFF-GROSS
085100     MOVE 0 TO RTW-ADJ-TAX
085200     MOVE 0 TO RTW-ADJ-NET
085300     IF WS-CORRECT-GROSS < WS-PER-PAID-GROSS (WS-PER-SUB)
085400         MOVE "O" TO RTW-KIND
085500         COMPUTE RTW-DIFF-GROSS =
085600             WS-PER-PAID-GROSS (WS-PER-SUB) - WS-CORRECT-GROSS
085700         ADD 1 TO WS-OVERPAID-COUNT
085800         ADD RTW-DIFF-GROSS TO WS-OVERPAID-GROSS
085900         PERFORM 3500-WRITE-WORK-RECORD
086000             THRU 3500-WRITE-WORK-RECORD-EXIT
086100         GO TO 3100-RECALC-PERIOD-EXIT
086200     END-IF
086300     COMPUTE WS-DAY-DATE =
086400         WS-PER-PERIOD (WS-PER-SUB) * 100 + WS-DAYS-IN-MONTH
086500     PERFORM 3300-FIND-PARM-SET THRU 3300-FIND-PARM-SET-EXIT
086600     IF WS-PARM-FOUND-SUB = 0
086700         MOVE "N" TO RTW-KIND
086800         ADD 1 TO WS-NO-PARM-COUNT
086900         PERFORM 3500-WRITE-WORK-RECORD
087000             THRU 3500-WRITE-WORK-RECORD-EXIT
087100         GO TO 3100-RECALC-PERIOD-EXIT
087200     END-IF
087300     PERFORM 3400-WRITE-ADJUSTMENT
087400         THRU 3400-WRITE-ADJUSTMENT-EXIT.
087500 3100-RECALC-PERIOD-EXIT.
087600     EXIT.
087700
087800*----------------------------------------------------------------
087900* 3150-SET-MONTH-DAYS
088000*     SETS THE DAYS IN THE PERIOD'S MONTH (29 FOR A LEAP
088100*     FEBRUARY) AND THE DAYS PAID: THE WHOLE MONTH, OR FOR A
088200*     FINAL-PAY PERIOD THE DAYS UP TO AND INCLUDING THE
088300*     TERMINATION DATE, AS EMPPAYRL PRORATES IT.
088400*----------------------------------------------------------------
088500 3150-SET-MONTH-DAYS.
088600     MOVE WS-PER-PERIOD (WS-PER-SUB) TO WS-PERIOD-WORK
088700     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
088800         MOVE 1 TO WS-PERIOD-MONTH
088900     END-IF
089000     MOVE WS-MONTH-DAYS (WS-PERIOD-MONTH) TO WS-DAYS-IN-MONTH
089100     IF WS-PERIOD-MONTH = 2
089200         DIVIDE WS-PERIOD-YEAR BY 4 GIVING WS-LEAP-QUOT
089300             REMAINDER WS-LEAP-REM-4
089400         DIVIDE WS-PERIOD-YEAR BY 100 GIVING WS-LEAP-QUOT
089500             REMAINDER WS-LEAP-REM-100
089600         DIVIDE WS-PERIOD-YEAR BY 400 GIVING WS-LEAP-QUOT
089700             REMAINDER WS-LEAP-REM-400
089800         IF WS-LEAP-REM-400 = 0
089900             OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
090000             MOVE 29 TO WS-DAYS-IN-MONTH
090100         END-IF
090200     END-IF
090300     MOVE WS-DAYS-IN-MONTH TO WS-DAYS-PAID
090400     IF WS-PER-FINAL (WS-PER-SUB) = "Y"
090500         MOVE E-TERM-DATE TO WS-DATE-WORK
090600         IF WS-DATE-PERIOD = WS-PER-PERIOD (WS-PER-SUB)
090700             AND WS-DATE-DD > 0
090800             AND WS-DATE-DD NOT > WS-DAYS-IN-MONTH
090900             MOVE WS-DATE-DD TO WS-DAYS-PAID
091000         END-IF
091100     END-IF.
091200 3150-SET-MONTH-DAYS-EXIT.
091300     EXIT.
091400
091500*----------------------------------------------------------------
091600* 3200-GET-SALARY-ON-DAY
091700*     RETURNS IN WS-DAY-SALARY THE SALARY IN FORCE ON
091800*     WS-DAY-DATE: THE AFTER-SALARY OF THE LATEST CHANGE
091900*     EFFECTIVE ON OR BEFORE THAT DAY (THE LATER ON THE TRAIL
092000*     WINNING A TIE), OR, BEFORE THE FIRST CHANGE TOOK EFFECT,
092100*     THAT CHANGE'S BEFORE-SALARY.
092200*----------------------------------------------------------------
092300 3200-GET-SALARY-ON-DAY.
092400     MOVE "N" TO WS-SALARY-FOUND
092500     MOVE 0 TO WS-BEST-EFF-DATE
092600     MOVE 99999999 TO WS-EARLIEST-EFF-DATE
092700     MOVE 0 TO WS-EARLIEST-SALARY
092800     MOVE 0 TO WS-DAY-SALARY
092900     MOVE 1 TO WS-ECH-SUB
093000     PERFORM UNTIL WS-ECH-SUB > WS-ECH-COUNT
093100         IF WS-ECH-EFF-DATE (WS-ECH-SUB) NOT > WS-DAY-DATE
093200             AND WS-ECH-EFF-DATE (WS-ECH-SUB)
093300                 NOT < WS-BEST-EFF-DATE
093400             MOVE "Y" TO WS-SALARY-FOUND
093500             MOVE WS-ECH-EFF-DATE (WS-ECH-SUB) TO WS-BEST-EFF-DATE
093600             MOVE WS-ECH-AFTER-SALARY (WS-ECH-SUB)
093700                 TO WS-DAY-SALARY
093800         END-IF
093900         IF WS-ECH-EFF-DATE (WS-ECH-SUB) < WS-EARLIEST-EFF-DATE
094000             MOVE WS-ECH-EFF-DATE (WS-ECH-SUB)
094100                 TO WS-EARLIEST-EFF-DATE
094200             MOVE WS-ECH-BEFORE-SALARY (WS-ECH-SUB)
094300                 TO WS-EARLIEST-SALARY
094400         END-IF
094500         ADD 1 TO WS-ECH-SUB
094600     END-PERFORM
094700     IF NOT SALARY-FOUND
094800         MOVE WS-EARLIEST-SALARY TO WS-DAY-SALARY
094900     END-IF.
095000 3200-GET-SALARY-ON-DAY-EXIT.
095100     EXIT.
095200
095300*----------------------------------------------------------------
095400* 3300-FIND-PARM-SET
095500*     RETURNS IN WS-PARM-FOUND-SUB THE PARAMETER SET IN FORCE ON
095600*     WS-DAY-DATE - THE LAST ONE DATED ON OR BEFORE IT - OR ZERO
095700*     WHEN NONE WAS IN FORCE YET.
095800*----------------------------------------------------------------
095900 3300-FIND-PARM-SET.
096000     MOVE 0 TO WS-PARM-FOUND-SUB
096100     MOVE 1 TO WS-PARM-SUB
096200     PERFORM UNTIL WS-PARM-SUB > WS-PARM-COUNT
096300         IF WS-PT-EFF-DATE (WS-PARM-SUB) NOT > WS-DAY-DATE
096400             MOVE WS-PARM-SUB TO WS-PARM-FOUND-SUB
096500         END-IF
096600         ADD 1 TO WS-PARM-SUB
096700     END-PERFORM.
096800 3300-FIND-PARM-SET-EXIT.
096900     EXIT.
097000
097100*----------------------------------------------------------------
097200* 3400-WRITE-ADJUSTMENT
097300*     WORKS OUT THE RETRO GROSS, TAX, AND NET FOR AN UNDERPAID
097400*     PERIOD AND WRITES THE "A" ROW TO RETROADJ.  THE TAX BAND IS
097500*     PICKED BY THE ANNUAL SALARY IN FORCE AT THE END OF THE
097600*     PERIOD'S PAID DAYS, AS EMPPAYRL PICKS IT; THE TAX ALREADY
097700*     TAKEN FOR THE PERIOD IS DEDUCTED, AND BOTH THE TAX AND NET
097800*     ARE FLOORED AT ZERO.  BENEFITS WERE TAKEN IN FULL WHEN THE
097900*     PERIOD WAS PAID, SO NONE ARE TAKEN AGAIN.
098000*----------------------------------------------------------------
098100 3400-WRITE-ADJUSTMENT.
098200     EVALUATE TRUE
098300         WHEN WS-DAY-SALARY
098400                 NOT > WS-PT-BAND-1-LIMIT (WS-PARM-FOUND-SUB)
098500             MOVE WS-PT-RATE-1 (WS-PARM-FOUND-SUB) TO WS-TAX-RATE
098600         WHEN WS-DAY-SALARY
098700                 NOT > WS-PT-BAND-2-LIMIT (WS-PARM-FOUND-SUB)
098800             MOVE WS-PT-RATE-2 (WS-PARM-FOUND-SUB) TO WS-TAX-RATE
098900         WHEN OTHER
099000             MOVE WS-PT-RATE-3 (WS-PARM-FOUND-SUB) TO WS-TAX-RATE
099100     END-EVALUATE
099200     COMPUTE WS-CORRECT-TAX ROUNDED =
099300         WS-CORRECT-GROSS * WS-TAX-RATE
099400     COMPUTE WS-GROSS-DIFF =
099500         WS-CORRECT-GROSS - WS-PER-PAID-GROSS (WS-PER-SUB)
099600     COMPUTE WS-TAX-DIFF-SIGNED =
099700         WS-CORRECT-TAX - WS-PER-PAID-TAX (WS-PER-SUB)
099800     IF WS-TAX-DIFF-SIGNED < 0
099900         MOVE 0 TO WS-TAX-DIFF
100000     ELSE
100100         MOVE WS-TAX-DIFF-SIGNED TO WS-TAX-DIFF
100200     END-IF
100300     COMPUTE WS-NET-DIFF-SIGNED = WS-GROSS-DIFF - WS-TAX-DIFF
100400     IF WS-NET-DIFF-SIGNED < 0
100500         MOVE 0 TO WS-NET-DIFF
100600     ELSE
100700         MOVE WS-NET-DIFF-SIGNED TO WS-NET-DIFF
100800     END-IF
100900     MOVE WS-CUR-ID TO RA-ID
101000     MOVE WS-RUN-PERIOD TO RA-PERIOD
101100     MOVE WS-PER-DEPT (WS-PER-SUB) TO RA-DEPT
101200     MOVE WS-GROSS-DIFF TO RA-GROSS
101300     MOVE WS-TAX-DIFF TO RA-TAX
101400     MOVE 0 TO RA-BENEFITS
101500     MOVE WS-NET-DIFF TO RA-NET
101600     MOVE "A" TO RA-TYPE
101700     MOVE WS-PER-PERIOD (WS-PER-SUB) TO RA-RETRO-PERIOD
101800     WRITE RETRO-ADJ-RECORD
101900     MOVE "A" TO RTW-KIND
102000     MOVE WS-GROSS-DIFF TO RTW-DIFF-GROSS
102100     MOVE WS-TAX-DIFF TO RTW-ADJ-TAX
102200     MOVE WS-NET-DIFF TO RTW-ADJ-NET
102300     ADD 1 TO WS-ADJ-COUNT
102400     ADD WS-GROSS-DIFF TO WS-ADJ-GROSS
102500     ADD WS-TAX-DIFF TO WS-ADJ-TAX
102600     ADD WS-NET-DIFF TO WS-ADJ-NET
102700     PERFORM 3500-WRITE-WORK-RECORD
102800         THRU 3500-WRITE-WORK-RECORD-EXIT.
102900 3400-WRITE-ADJUSTMENT-EXIT.
103000     EXIT.
103100
103200*----------------------------------------------------------------
103300* 3500-WRITE-WORK-RECORD
103400*     WRITES THE REGISTER WORK RECORD BUILT BY THE CALLER.
103500*----------------------------------------------------------------
103600 3500-WRITE-WORK-RECORD.
103700     WRITE WORK-RECORD FROM WS-WORK-RECORD.
103800 3500-WRITE-WORK-RECORD-EXIT.
103900     EXIT.
104000
104100*================================================================
104200* 4000-PRINT-REGISTER
104300*     SORTS THE WORK RECORDS BY DEPARTMENT, EMPLOYEE, AND PERIOD
104400*     AND PRINTS THE REGISTER WITH DEPARTMENT SUBTOTALS, THEN
104500*     THE RUN TOTALS.
104600*================================================================
104700 4000-PRINT-REGISTER.
104800     CLOSE WORK-FILE
104900     SORT WORK-SORT-FILE
105000         ON ASCENDING KEY SRW-DEPT
105100         ON ASCENDING KEY SRW-ID
105200         ON ASCENDING KEY SRW-PERIOD
105300         USING WORK-FILE
105400         GIVING SORTED-WORK-FILE
105500     OPEN OUTPUT REGISTER-FILE
105600     PERFORM 4200-WRITE-PAGE-HEADER
105700         THRU 4200-WRITE-PAGE-HEADER-EXIT
105800     OPEN INPUT SORTED-WORK-FILE
105900     PERFORM UNTIL WS-WORK-EOF = "Y"
106000         READ SORTED-WORK-FILE INTO WS-WORK-RECORD
106100             AT END MOVE "Y" TO WS-WORK-EOF
106200             NOT AT END
106300                 PERFORM 4100-PRINT-WORK-RECORD
106400                     THRU 4100-PRINT-WORK-RECORD-EXIT
106500         END-READ
106600     END-PERFORM
106700     CLOSE SORTED-WORK-FILE
106800     IF DEPT-GROUP-STARTED
106900         PERFORM 4300-WRITE-DEPT-SUBTOTAL
107000             THRU 4300-WRITE-DEPT-SUBTOTAL-EXIT
107100     ELSE
107200         MOVE "NO PERIODS NEED A RETRO ADJUSTMENT."
107300             TO REGISTER-LINE
107400         WRITE REGISTER-LINE
107500     END-IF
107600     PERFORM 4400-WRITE-TOTALS THRU 4400-WRITE-TOTALS-EXIT
107700     CLOSE REGISTER-FILE.
107800 4000-PRINT-REGISTER-EXIT.
107900     EXIT.
108000
108100*----------------------------------------------------------------
108200* 4100-PRINT-WORK-RECORD
108300*     HANDLES THE DEPARTMENT BREAK AND PAGINATION AND PRINTS ONE
108400*     REGISTER LINE.  ONLY ADJUSTMENTS COUNT IN THE DEPARTMENT
108500*     ADJUSTMENT SUBTOTAL; OVERPAYMENTS HAVE THEIR OWN.
108600*----------------------------------------------------------------
108700 4100-PRINT-WORK-RECORD.
108800     IF RTW-DEPT NOT = WS-PREV-DEPT
108900         AND DEPT-GROUP-STARTED
109000         PERFORM 4300-WRITE-DEPT-SUBTOTAL
109100             THRU 4300-WRITE-DEPT-SUBTOTAL-EXIT
109200     END-IF
109300     IF RTW-DEPT NOT = WS-PREV-DEPT
109400         OR NOT DEPT-GROUP-STARTED
109500         MOVE 0 TO WS-DEPT-ADJ-COUNT
109600         MOVE 0 TO WS-DEPT-ADJ-GROSS
109700         MOVE 0 TO WS-DEPT-ADJ-TAX
109800         MOVE 0 TO WS-DEPT-ADJ-NET
109900         MOVE 0 TO WS-DEPT-OVER-COUNT
110000         MOVE 0 TO WS-DEPT-OVER-GROSS
110100         MOVE RTW-DEPT TO WS-PREV-DEPT
110200         MOVE "Y" TO WS-DEPT-GROUP-STARTED
110300     END-IF
110400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
110500         PERFORM 4200-WRITE-PAGE-HEADER
110600             THRU 4200-WRITE-PAGE-HEADER-EXIT
110700     END-IF
110800     MOVE RTW-ID TO DTL-ID
110900     MOVE RTW-NAME TO DTL-NAME
111000     MOVE RTW-PERIOD TO DTL-PERIOD
111100     MOVE RTW-SALARY TO DTL-SALARY
111200     MOVE RTW-PAID-GROSS TO DTL-PAID-GROSS
111300     MOVE RTW-CORRECT-GROSS TO DTL-CORRECT-GROSS
111400     MOVE RTW-DIFF-GROSS TO DTL-ADJ-GROSS
111500     MOVE RTW-ADJ-TAX TO DTL-ADJ-TAX
111600     MOVE RTW-ADJ-NET TO DTL-ADJ-NET
111700     EVALUATE TRUE
111800         WHEN RTW-IS-ADJUSTMENT
111900             MOVE SPACES TO DTL-NOTE
112000             ADD 1 TO WS-DEPT-ADJ-COUNT
112100             ADD RTW-DIFF-GROSS TO WS-DEPT-ADJ-GROSS
112200             ADD RTW-ADJ-TAX TO WS-DEPT-ADJ-TAX
112300             ADD RTW-ADJ-NET TO WS-DEPT-ADJ-NET
112400         WHEN RTW-IS-OVERPAID
112500             MOVE "OVERPAID-NOT RECOVERED" TO DTL-NOTE
112600             ADD 1 TO WS-DEPT-OVER-COUNT
112700             ADD RTW-DIFF-GROSS TO WS-DEPT-OVER-GROSS
112800         WHEN OTHER
112900             MOVE "NO PAYPARM SET-NOT PAID" TO DTL-NOTE
113000     END-EVALUATE
113100     MOVE WS-DETAIL-LINE TO REGISTER-LINE
113200     WRITE REGISTER-LINE
113300     ADD 1 TO WS-LINE-COUNT.
113400 4100-PRINT-WORK-RECORD-EXIT.
113500     EXIT.
113600
113700*----------------------------------------------------------------
113800* 4200-WRITE-PAGE-HEADER
113900*     STARTS A NEW PAGE: TITLE LINE WITH RUN DATE AND PAGE
114000*     NUMBER, THEN COLUMN HEADINGS.
114100*----------------------------------------------------------------
114200 4200-WRITE-PAGE-HEADER.
114300     ADD 1 TO WS-PAGE-COUNT
114400     MOVE WS-PAGE-COUNT TO TTL-PAGE-NO
114500     MOVE SPACES TO REGISTER-LINE
114600     WRITE REGISTER-LINE
114700     MOVE WS-TITLE-LINE TO REGISTER-LINE
114800     WRITE REGISTER-LINE
114900     MOVE WS-HEADER-LINE TO REGISTER-LINE
115000     WRITE REGISTER-LINE
115100     MOVE 0 TO WS-LINE-COUNT.
115200 4200-WRITE-PAGE-HEADER-EXIT.
115300     EXIT.
115400
115500*----------------------------------------------------------------
115600* 4300-WRITE-DEPT-SUBTOTAL
115700*     PRINTS THE ADJUSTMENT SUBTOTAL FOR THE DEPARTMENT JUST
115800*     FINISHED, WITH ITS NAME FROM DEPTMAST, AND THE OVERPAID
115900*     SUBTOTAL WHEN IT HAS ANY.
116000*----------------------------------------------------------------
116100 4300-WRITE-DEPT-SUBTOTAL.
116200     MOVE WS-PREV-DEPT TO STL-DEPT
116300     MOVE WS-PREV-DEPT TO D-CODE
116400     PERFORM 6000-GET-DEPT-NAME THRU 6000-GET-DEPT-NAME-EXIT
116500     MOVE WS-DEPT-NAME-OUT TO STL-DEPT-NAME
116600     MOVE WS-DEPT-ADJ-COUNT TO STL-COUNT
116700     MOVE WS-DEPT-ADJ-GROSS TO STL-ADJ-GROSS
116800     MOVE WS-DEPT-ADJ-TAX TO STL-ADJ-TAX
116900     MOVE WS-DEPT-ADJ-NET TO STL-ADJ-NET
117000     MOVE WS-DEPT-SUBTOTAL-LINE TO REGISTER-LINE
117100     WRITE REGISTER-LINE
117200     IF WS-DEPT-OVER-COUNT > 0
117300         MOVE WS-DEPT-OVER-COUNT TO OTL-COUNT
117400         MOVE WS-DEPT-OVER-GROSS TO OTL-GROSS
117500         MOVE WS-DEPT-OVERPAID-LINE TO REGISTER-LINE
117600         WRITE REGISTER-LINE
117700         ADD 1 TO WS-LINE-COUNT
117800     END-IF
117900     MOVE SPACES TO REGISTER-LINE
118000     WRITE REGISTER-LINE
118100     ADD 2 TO WS-LINE-COUNT.
118200 4300-WRITE-DEPT-SUBTOTAL-EXIT.
118300     EXIT.
118400
118500*----------------------------------------------------------------
118600* 4400-WRITE-TOTALS
118700*     PRINTS THE RUN COUNTS AND THE ADJUSTMENT TOTALS, WHICH ARE
118800*     WHAT THE NEXT EMPPAYRL RUN WILL PAY FROM RETROADJ.
118900*----------------------------------------------------------------
119000 4400-WRITE-TOTALS.
119100     MOVE SPACES TO REGISTER-LINE
119200     WRITE REGISTER-LINE
119300     MOVE "RETRO RUN TOTALS" TO REGISTER-LINE
119400     WRITE REGISTER-LINE
119500     MOVE "EMPAUDIT RECORDS READ" TO CNT-LABEL
119600     MOVE WS-AUDIT-READ TO CNT-VALUE
119700     MOVE WS-COUNT-LINE TO REGISTER-LINE
119800     WRITE REGISTER-LINE
119900     MOVE "SALARY CHANGES" TO CNT-LABEL
120000     MOVE WS-SALARY-CHANGES TO CNT-VALUE
120100     MOVE WS-COUNT-LINE TO REGISTER-LINE
120200     WRITE REGISTER-LINE
120300     MOVE "  OF WHICH BACKDATED" TO CNT-LABEL
120400     MOVE WS-BACKDATED-CHANGES TO CNT-VALUE
120500     MOVE WS-COUNT-LINE TO REGISTER-LINE
120600     WRITE REGISTER-LINE
120700     MOVE "PAYHIST ROWS READ" TO CNT-LABEL
120800     MOVE WS-ROWS-READ TO CNT-VALUE
120900     MOVE WS-COUNT-LINE TO REGISTER-LINE
121000     WRITE REGISTER-LINE
121100     MOVE "EMPLOYEES WITH BACKDATED CHANGES" TO CNT-LABEL
121200     MOVE WS-EMPS-AFFECTED TO CNT-VALUE
121300     MOVE WS-COUNT-LINE TO REGISTER-LINE
121400     WRITE REGISTER-LINE
121500     MOVE "PAID PERIODS RECALCULATED" TO CNT-LABEL
121600     MOVE WS-PERIODS-CHECKED TO CNT-VALUE
121700     MOVE WS-COUNT-LINE TO REGISTER-LINE
121800     WRITE REGISTER-LINE
121900     MOVE "  PAID CORRECTLY" TO CNT-LABEL
122000     MOVE WS-PERIODS-AGREED TO CNT-VALUE
122100     MOVE WS-COUNT-LINE TO REGISTER-LINE
122200     WRITE REGISTER-LINE
122300     MOVE "  UNDERPAID (ADJUSTMENTS TO RETROADJ)" TO CNT-LABEL
122400     MOVE WS-ADJ-COUNT TO CNT-VALUE
122500     MOVE WS-COUNT-LINE TO REGISTER-LINE
122600     WRITE REGISTER-LINE
122700     MOVE "  OVERPAID (NOT RECOVERED)" TO CNT-LABEL
122800     MOVE WS-OVERPAID-COUNT TO CNT-VALUE
122900     MOVE WS-COUNT-LINE TO REGISTER-LINE
123000     WRITE REGISTER-LINE
123100     MOVE "  NO PAYPARM SET IN FORCE (NOT PAID)" TO CNT-LABEL
123200     MOVE WS-NO-PARM-COUNT TO CNT-VALUE
123300     MOVE WS-COUNT-LINE TO REGISTER-LINE
123400     WRITE REGISTER-LINE
123500     MOVE "RETRO GROSS TO PAY" TO TOT-LABEL
123600     MOVE WS-ADJ-GROSS TO TOT-VALUE
123700     MOVE WS-TOTAL-LINE TO REGISTER-LINE
123800     WRITE REGISTER-LINE
123900     MOVE "RETRO TAX TO DEDUCT" TO TOT-LABEL
124000     MOVE WS-ADJ-TAX TO TOT-VALUE
124100     MOVE WS-TOTAL-LINE TO REGISTER-LINE
124200     WRITE REGISTER-LINE
124300     MOVE "RETRO NET TO PAY" TO TOT-LABEL
124400     MOVE WS-ADJ-NET TO TOT-VALUE
124500     MOVE WS-TOTAL-LINE TO REGISTER-LINE
124600     WRITE REGISTER-LINE
124700     MOVE "GROSS OVERPAID (NOT RECOVERED)" TO TOT-LABEL
124800     MOVE WS-OVERPAID-GROSS TO TOT-VALUE
124900     MOVE WS-TOTAL-LINE TO REGISTER-LINE
125000     WRITE REGISTER-LINE
125100     IF RUN-INCOMPLETE
125200         MOVE SPACES TO REGISTER-LINE
125300         WRITE REGISTER-LINE
125400         MOVE "*** A TABLE FILLED UP - THIS RUN IS INCOMPLETE ***"
125500             TO REGISTER-LINE
125600         WRITE REGISTER-LINE
125700     END-IF.
125800 4400-WRITE-TOTALS-EXIT.
125900     EXIT.
126000
126100*================================================================
126200* 6000-GET-DEPT-NAME
126300*     RETURNS THE DEPARTMENT NAME FOR THE CODE IN D-CODE IN
126400*     WS-DEPT-NAME-OUT, OR "*UNKNOWN*" WHEN THE CODE (OR THE
126500*     DEPARTMENT MASTER ITSELF) IS NOT ON FILE, SAME AS THE
126600*     LOOKUPS IN EMPPAYRL AND PAYVAR.
126700*================================================================
126800 6000-GET-DEPT-NAME.
126900     MOVE "*UNKNOWN*" TO WS-DEPT-NAME-OUT
127000     OPEN INPUT DEPT-MASTER
127100     IF WS-DEPT-STATUS NOT = "00"
127200         GO TO 6000-GET-DEPT-NAME-EXIT
127300     END-IF
127400     READ DEPT-MASTER
127500         KEY IS D-CODE
127600         INVALID KEY
127700             MOVE "*UNKNOWN*" TO WS-DEPT-NAME-OUT
127800         NOT INVALID KEY
127900             MOVE D-NAME TO WS-DEPT-NAME-OUT
128000     END-READ
128100     CLOSE DEPT-MASTER.
128200 6000-GET-DEPT-NAME-EXIT.
128300     EXIT.
128400
128500*================================================================
128600* 5000-WRAP-UP
128700*     CLOSES THE FILES AND DISPLAYS A RUN SUMMARY.  A RUN CUT
128800*     SHORT BY A FULL TABLE ENDS WITH RETURN-CODE 8, SINCE
128900*     RETROADJ WOULD BE MISSING ADJUSTMENTS.
129000*================================================================
129100 5000-WRAP-UP.
129200     CLOSE SORTED-PAY-FILE
129300     CLOSE EMPLOYEE-MASTER
129400     CLOSE RETRO-ADJ-FILE
129500     DISPLAY " "
129600     DISPLAY "RETROPAY run summary:"
129700     DISPLAY "  Backdated changes   : " WS-BACKDATED-CHANGES
129800     DISPLAY "  Employees affected  : " WS-EMPS-AFFECTED
129900     DISPLAY "  Periods recalculated: " WS-PERIODS-CHECKED
130000     DISPLAY "  Adjustments written : " WS-ADJ-COUNT
130100     DISPLAY "  Retro gross         : " WS-ADJ-GROSS
130200     DISPLAY "  Overpaid periods    : " WS-OVERPAID-COUNT
130300     DISPLAY "Adjustments written to RETROADJ for EMPPAYRL."
130400     DISPLAY "Register written to RETROREG."
130500     IF RUN-INCOMPLETE
130600         DISPLAY "A TABLE FILLED UP; RETROADJ IS INCOMPLETE."
130700         MOVE 8 TO RETURN-CODE
130800     END-IF.
130900 5000-WRAP-UP-EXIT.
131000     EXIT.
