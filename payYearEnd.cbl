000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYYREND.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  YEAR-END EARNINGS STATEMENT
001300*                  RUN FOR A KEYED CALENDAR YEAR, REPLACING THE
001400*                  HAND-BUILT STATEMENTS FINANCE USED TO ADD UP
001500*                  FROM TWELVE PAYREG PRINTOUTS.  PAYHIST IS
001600*                  SORTED BY EMPLOYEE ID AND PAY PERIOD AND EVERY
001700*                  ROW IN THE YEAR (REGULAR AND FINAL PAY ALIKE)
001800*                  IS ROLLED INTO ITS MONTH.  ONE STATEMENT PAGE
001900*                  PER EMPLOYEE GOES TO YESTMT WITH THE ID, NAME,
002000*                  CITY, AND DEPARTMENT FROM EMPMAST (STAFF
002100*                  TERMINATED DURING THE YEAR INCLUDED, SINCE
002200*                  THE MASTER KEEPS THEIR ROW) AND THE MONTHLY
002300*                  AND YEAR-TO-DATE GROSS, TAX, BENEFITS, AND
002400*                  NET.  THE FIXED-LAYOUT ANNUAL SUMMARY FILE FOR
002500*                  THE TAX FILING (YESUMM, YESUMREC LAYOUT) GETS
002600*                  ONE DETAIL PER EMPLOYEE BETWEEN A HEADER AND A
002700*                  COUNTED, TOTALLED TRAILER.  THE CONTROL PAGE
002800*                  AT THE END TIES THE STATEMENT TOTALS TO THE
002900*                  SUM OF THE YEAR'S PAYHIST ROWS AND LISTS THE
003000*                  GROSS FOR EACH OF THE TWELVE PERIODS, WHICH IS
003100*                  THE TRAILER GROSS GLEXTR POSTS FOR THAT
003200*                  PERIOD.  ANY DISAGREEMENT IS PRINTED AS OUT OF
003300*                  BALANCE AND ENDS THE RUN WITH RETURN-CODE 8.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-PAYHIST-STATUS.
004100     SELECT SORT-FILE ASSIGN TO "YESRTWK".
004200     SELECT SORTED-PAY-FILE ASSIGN TO "YESRT"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS E-ID
004800         ALTERNATE RECORD KEY IS E-NAME
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-MASTER-STATUS.
005100     SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS D-CODE
005500         FILE STATUS IS WS-DEPT-STATUS.
005600     SELECT STATEMENT-FILE ASSIGN TO "YESTMT"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT SUMMARY-FILE ASSIGN TO "YESUMM"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PAY-HISTORY-FILE.
006400 01  PAY-HISTORY-RECORD.
006500     COPY PAYREC
006600         REPLACING ==PAY-ID==       BY ==PH-ID==
006700                   ==PAY-PERIOD==   BY ==PH-PERIOD==
006800                   ==PAY-DEPT==     BY ==PH-DEPT==
006900                   ==PAY-GROSS==    BY ==PH-GROSS==
007000                   ==PAY-TAX==      BY ==PH-TAX==
007100                   ==PAY-BENEFITS== BY ==PH-BENEFITS==
007200                   ==PAY-NET==      BY ==PH-NET==
007300                   ==PAY-TYPE==     BY ==PH-TYPE==
007301                   ==PAY-RETRO-PERIOD== BY ==PH-RETRO-PERIOD==.
007400
007500 SD  SORT-FILE.
007600 01  SORT-RECORD.
007700     COPY PAYREC
007800         REPLACING ==PAY-ID==       BY ==SRT-ID==
007900                   ==PAY-PERIOD==   BY ==SRT-PERIOD==
008000                   ==PAY-DEPT==     BY ==SRT-DEPT==
008100                   ==PAY-GROSS==    BY ==SRT-GROSS==
008200                   ==PAY-TAX==      BY ==SRT-TAX==
008300                   ==PAY-BENEFITS== BY ==SRT-BENEFITS==
008400                   ==PAY-NET==      BY ==SRT-NET==
008500                   ==PAY-TYPE==     BY ==SRT-TYPE==
008501                   ==PAY-RETRO-PERIOD== BY ==SRT-RETRO-PERIOD==.
008600
008700 FD  SORTED-PAY-FILE.
008800 01  SORTED-PAY-RECORD.
008900     COPY PAYREC
009000         REPLACING ==PAY-ID==       BY ==SP-ID==
009100                   ==PAY-PERIOD==   BY ==SP-PERIOD==
009200                   ==PAY-DEPT==     BY ==SP-DEPT==
009300                   ==PAY-GROSS==    BY ==SP-GROSS==
009400                   ==PAY-TAX==      BY ==SP-TAX==
009500                   ==PAY-BENEFITS== BY ==SP-BENEFITS==
009600                   ==PAY-NET==      BY ==SP-NET==
009700                   ==PAY-TYPE==     BY ==SP-TYPE==
009701                   ==PAY-RETRO-PERIOD== BY ==SP-RETRO-PERIOD==.
009800
009900 FD  EMPLOYEE-MASTER.
010000 01  EMPLOYEE-RECORD.
010100     COPY EMPREC
010200         REPLACING ==EMP-ID==     BY ==E-ID==
010300                   ==EMP-NAME==   BY ==E-NAME==
010400                   ==EMP-CITY==   BY ==E-CITY==
010500                   ==EMP-SALARY== BY ==E-SALARY==
010600                   ==EMP-DEPT==   BY ==E-DEPT==
010700                   ==EMP-STATUS== BY ==E-STATUS==
010800                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
010850                   ==EMP-GRADE== BY ==E-GRADE==.
010900
011000 FD  DEPT-MASTER.
011100 01  DEPARTMENT-RECORD.
011200     COPY DEPTREC
011300         REPLACING ==DEPT-CODE==    BY ==D-CODE==
011400                   ==DEPT-NAME==    BY ==D-NAME==
011500                   ==DEPT-COSTCTR== BY ==D-COSTCTR==
011600                   ==DEPT-MANAGER== BY ==D-MANAGER==.
011700
011800 FD  STATEMENT-FILE.
011900 01  STATEMENT-LINE PIC X(132).
012000
012100 FD  SUMMARY-FILE.
012200 01  SUMMARY-RECORD.
012300     COPY YESUMREC.
012400
012500 WORKING-STORAGE SECTION.
012600 01  WS-PAYHIST-STATUS PIC X(2) VALUE "00".
012700 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
012800 01  WS-DEPT-STATUS PIC X(2) VALUE "00".
012900 01  WS-EOF PIC A(1) VALUE "N".
013000 01  WS-DEPT-NAME-OUT PIC X(25) VALUE SPACES.
013100
013200 01  WS-REPORT-YEAR PIC 9(4) VALUE 0.
013300 01  WS-RUN-DATE PIC 9(8) VALUE 0.
013400 01  WS-ROW-PERIOD PIC 9(6) VALUE 0.
013500 01  FILLER REDEFINES WS-ROW-PERIOD.
013600     05 WS-ROW-YEAR PIC 9(4).
013700     05 WS-ROW-MONTH PIC 9(2).
013800
013900*----------------------------------------------------------------
014000* CURRENT EMPLOYEE.  THE SORTED ROWS ARRIVE IN EMPLOYEE ID THEN
014100* PERIOD ORDER; EACH ROW IS ADDED TO ITS MONTH'S BUCKET (A
014200* MONTH CAN CARRY MORE THAN ONE ROW, E.G. A FINAL PAY AND AN
014300* ADJUSTMENT) AND THE STATEMENT IS WRITTEN ON THE ID BREAK.
014400*----------------------------------------------------------------
014500 01  WS-CUR-ID PIC 9(8) VALUE 0.
014600 01  WS-CUR-LAST-DEPT PIC X(4) VALUE SPACES.
014700 01  WS-EMP-STARTED PIC A(1) VALUE "N".
014800     88 EMP-STARTED VALUE "Y".
014900 01  WS-ON-MASTER PIC A(1) VALUE "N".
015000     88 ON-MASTER VALUE "Y".
015100 01  WS-MONTH-TABLE.
015200     05 WS-MONTH-ENTRY OCCURS 12 TIMES.
015300        10 WS-MON-ROWS PIC 9(3) COMP.
015400        10 WS-MON-GROSS PIC 9(7)V9(2).
015500        10 WS-MON-TAX PIC 9(7)V9(2).
015600        10 WS-MON-BENEFITS PIC 9(7)V9(2).
015700        10 WS-MON-NET PIC 9(7)V9(2).
015800 01  WS-MON-SUB PIC 9(2) COMP VALUE 0.
015900 01  WS-MONTHS-PAID PIC 9(2) VALUE 0.
016000 01  WS-YTD-GROSS PIC 9(9)V9(2) VALUE 0.
016100 01  WS-YTD-TAX PIC 9(9)V9(2) VALUE 0.
016200 01  WS-YTD-BENEFITS PIC 9(9)V9(2) VALUE 0.
016300 01  WS-YTD-NET PIC 9(9)V9(2) VALUE 0.
016400
016500*----------------------------------------------------------------
016600* CONTROL TOTALS.  THE ROW TOTALS ARE ADDED AS EACH PAYHIST ROW
016700* IN THE YEAR IS READ; THE STATEMENT TOTALS ARE ADDED AS EACH
016800* STATEMENT IS WRITTEN.  THE TWO ARE BUILT SEPARATELY SO THE
016900* CONTROL PAGE PROVES THE STATEMENTS ACCOUNT FOR EVERY ROW.
017000* THE PERIOD TABLE HOLDS EACH MONTH'S ROWS AND GROSS, WHICH IS
017100* WHAT GLEXTR DEBITS (AND PRINTS ON ITS TRAILER) FOR THE PERIOD.
017200*----------------------------------------------------------------
017300 01  WS-ROWS-READ PIC 9(7) COMP VALUE 0.
017400 01  WS-ROWS-IN-YEAR PIC 9(7) COMP VALUE 0.
017500 01  WS-ROWS-BAD-MONTH PIC 9(7) COMP VALUE 0.
017600 01  WS-EMP-COUNT PIC 9(7) COMP VALUE 0.
017700 01  WS-TERM-COUNT PIC 9(7) COMP VALUE 0.
017800 01  WS-NOT-ON-MASTER-COUNT PIC 9(7) COMP VALUE 0.
017900 01  WS-ROW-GROSS PIC 9(11)V9(2) VALUE 0.
018000 01  WS-ROW-TAX PIC 9(11)V9(2) VALUE 0.
018100 01  WS-ROW-BENEFITS PIC 9(11)V9(2) VALUE 0.
018200 01  WS-ROW-NET PIC 9(11)V9(2) VALUE 0.
018300 01  WS-STM-GROSS PIC 9(11)V9(2) VALUE 0.
018400 01  WS-STM-TAX PIC 9(11)V9(2) VALUE 0.
018500 01  WS-STM-BENEFITS PIC 9(11)V9(2) VALUE 0.
018600 01  WS-STM-NET PIC 9(11)V9(2) VALUE 0.
018700 01  WS-PERIOD-TABLE.
018800     05 WS-PERIOD-ENTRY OCCURS 12 TIMES.
018900        10 WS-PRD-ROWS PIC 9(7) COMP.
019000        10 WS-PRD-GROSS PIC 9(11)V9(2).
019100 01  WS-PERIOD-GROSS-SUM PIC 9(11)V9(2) VALUE 0.
019200 01  WS-OUT-OF-BALANCE PIC A(1) VALUE "N".
019300     88 OUT-OF-BALANCE VALUE "Y".
019400
019500 01  WS-PAGE-COUNT PIC 9(5) COMP VALUE 0.
019600
019700 01  WS-TITLE-LINE.
019800     05 FILLER PIC X(30) VALUE "YEAR-END EARNINGS STATEMENT".
019900     05 FILLER PIC X(05) VALUE "YEAR ".
020000     05 TTL-YEAR PIC 9(4).
020100     05 FILLER PIC X(06) VALUE SPACES.
020200     05 FILLER PIC X(05) VALUE "PAGE ".
020300     05 TTL-PAGE-NO PIC ZZZZ9.
020400
020500 01  WS-EMP-LINE-1.
020600     05 FILLER PIC X(10) VALUE "EMPLOYEE ".
020700     05 EL1-ID PIC 9(8).
020800     05 FILLER PIC X(04) VALUE SPACES.
020900     05 EL1-NAME PIC X(25).
021000     05 FILLER PIC X(02) VALUE SPACES.
021100     05 EL1-CITY PIC X(20).
021200
021300 01  WS-EMP-LINE-2.
021400     05 FILLER PIC X(10) VALUE "DEPARTMENT".
021500     05 FILLER PIC X(01) VALUE SPACE.
021600     05 EL2-DEPT PIC X(04).
021700     05 FILLER PIC X(07) VALUE SPACES.
021800     05 EL2-DEPT-NAME PIC X(25).
021900     05 FILLER PIC X(02) VALUE SPACES.
022000     05 EL2-STATUS-TEXT PIC X(40).
022100
022200 01  WS-STATUS-TERM-TEXT.
022300     05 FILLER PIC X(14) VALUE "TERMINATED ON ".
022400     05 STT-TERM-DATE PIC 9(8).
022500
022600 01  WS-STMT-HEADER-LINE.
022700     05 FILLER PIC X(08) VALUE "PERIOD".
022800     05 FILLER PIC X(12) VALUE "GROSS".
022900     05 FILLER PIC X(12) VALUE "TAX".
023000     05 FILLER PIC X(12) VALUE "BENEFITS".
023100     05 FILLER PIC X(12) VALUE "NET".
023200     05 FILLER PIC X(16) VALUE "YTD GROSS".
023300     05 FILLER PIC X(16) VALUE "YTD TAX".
023400     05 FILLER PIC X(16) VALUE "YTD BENEFITS".
023500     05 FILLER PIC X(16) VALUE "YTD NET".
023600
023700 01  WS-STMT-DETAIL-LINE.
023800     05 SDL-PERIOD PIC 9(6).
023900     05 FILLER PIC X(02) VALUE SPACES.
024000     05 SDL-GROSS PIC $$$,$$9.99.
024100     05 FILLER PIC X(02) VALUE SPACES.
024200     05 SDL-TAX PIC $$$,$$9.99.
024300     05 FILLER PIC X(02) VALUE SPACES.
024400     05 SDL-BENEFITS PIC $$$,$$9.99.
024500     05 FILLER PIC X(02) VALUE SPACES.
024600     05 SDL-NET PIC $$$,$$9.99.
024700     05 FILLER PIC X(02) VALUE SPACES.
024800     05 SDL-YTD-GROSS PIC $$$,$$$,$$9.99.
024900     05 FILLER PIC X(02) VALUE SPACES.
025000     05 SDL-YTD-TAX PIC $$$,$$$,$$9.99.
025100     05 FILLER PIC X(02) VALUE SPACES.
025200     05 SDL-YTD-BENEFITS PIC $$$,$$$,$$9.99.
025300     05 FILLER PIC X(02) VALUE SPACES.
025400     05 SDL-YTD-NET PIC $$$,$$$,$$9.99.
025500
025600 01  WS-STMT-TOTAL-LINE.
025700     05 FILLER PIC X(08) VALUE SPACES.
025800     05 FILLER PIC X(48) VALUE "ANNUAL TOTAL".
025900     05 STL-GROSS PIC $$$,$$$,$$9.99.
026000     05 FILLER PIC X(02) VALUE SPACES.
026100     05 STL-TAX PIC $$$,$$$,$$9.99.
026200     05 FILLER PIC X(02) VALUE SPACES.
026300     05 STL-BENEFITS PIC $$$,$$$,$$9.99.
026400     05 FILLER PIC X(02) VALUE SPACES.
026500     05 STL-NET PIC $$$,$$$,$$9.99.
026600
026700 01  WS-CONTROL-TITLE-LINE.
026800     05 FILLER PIC X(30) VALUE "YEAR-END CONTROL PAGE".
026900     05 FILLER PIC X(05) VALUE "YEAR ".
027000     05 CTL-YEAR PIC 9(4).
027100     05 FILLER PIC X(06) VALUE SPACES.
027200     05 FILLER PIC X(05) VALUE "PAGE ".
027300     05 CTL-PAGE-NO PIC ZZZZ9.
027400
027500 01  WS-COUNT-LINE.
027600     05 FILLER PIC X(02) VALUE SPACES.
027700     05 CNT-LABEL PIC X(40).
027800     05 CNT-VALUE PIC ZZZ,ZZ9.
027900
028000 01  WS-TIE-HEADER-LINE.
028100     05 FILLER PIC X(14) VALUE "  TOTAL".
028200     05 FILLER PIC X(18) VALUE "PAYHIST ROWS".
028300     05 FILLER PIC X(18) VALUE "STATEMENTS".
028400     05 FILLER PIC X(14) VALUE "RESULT".
028500
028600 01  WS-TIE-LINE.
028700     05 FILLER PIC X(02) VALUE SPACES.
028800     05 TIE-LABEL PIC X(12).
028900     05 TIE-ROWS PIC $$$,$$$,$$9.99.
029000     05 FILLER PIC X(04) VALUE SPACES.
029100     05 TIE-STMTS PIC $$$,$$$,$$9.99.
029200     05 FILLER PIC X(04) VALUE SPACES.
029300     05 TIE-RESULT PIC X(14).
029400
029500 01  WS-PERIOD-HEADER-LINE.
029600     05 FILLER PIC X(10) VALUE "  PERIOD".
029700     05 FILLER PIC X(10) VALUE "ROWS".
029800     05 FILLER PIC X(40) VALUE
029900         "GROSS (GLEXTR TRAILER GROSS FOR PERIOD)".
030000
030100 01  WS-PERIOD-LINE.
030200     05 FILLER PIC X(02) VALUE SPACES.
030300     05 PRD-PERIOD PIC 9(6).
030400     05 FILLER PIC X(02) VALUE SPACES.
030500     05 PRD-ROWS PIC ZZZ,ZZ9.
030600     05 FILLER PIC X(03) VALUE SPACES.
030700     05 PRD-GROSS PIC $$$,$$$,$$9.99.
030800
030900 01  WS-PERIOD-TOTAL-LINE.
031000     05 FILLER PIC X(20) VALUE "  TWELVE PERIODS".
031100     05 PTL-GROSS PIC $$$,$$$,$$9.99.
031200     05 FILLER PIC X(04) VALUE SPACES.
031300     05 PTL-RESULT PIC X(40).
031400
031500 PROCEDURE DIVISION.
031600*================================================================
031700* 0000-MAIN-PROCESS
031800*     BATCH MAINLINE.  SORTS PAYHIST, WRITES ONE STATEMENT AND
031900*     ONE SUMMARY RECORD PER EMPLOYEE PAID IN THE YEAR, THEN THE
032000*     CONTROL PAGE AND THE SUMMARY TRAILER.
032100*================================================================
032200 0000-MAIN-PROCESS.
032300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
032400     PERFORM 2000-PROCESS-PAY-ROW THRU 2000-PROCESS-PAY-ROW-EXIT
032500         UNTIL WS-EOF = "Y"
032600     IF EMP-STARTED
032700         PERFORM 3000-WRITE-STATEMENT
032800             THRU 3000-WRITE-STATEMENT-EXIT
032900     END-IF
033000     PERFORM 4000-WRITE-CONTROL-PAGE
033100         THRU 4000-WRITE-CONTROL-PAGE-EXIT
033200     PERFORM 5000-WRAP-UP THRU 5000-WRAP-UP-EXIT
033300     STOP RUN.
033400
033500*================================================================
033600* 1000-INITIALIZE
033700*     PROMPTS FOR THE CALENDAR YEAR, SORTS PAYHIST BY EMPLOYEE
033800*     ID AND PERIOD, OPENS THE MASTER AND THE OUTPUT FILES,
033900*     WRITES THE SUMMARY HEADER, AND PRIMES THE FIRST READ.  A
034000*     MIS-KEYED YEAR OR A MISSING PAYHIST OR EMPMAST STOPS THE
034100*     RUN WITH RETURN-CODE 8.
034200*================================================================
034300 1000-INITIALIZE.
034400     DISPLAY "Enter calendar year for the statements (YYYY): "
034500         WITH NO ADVANCING
034600     ACCEPT WS-REPORT-YEAR
034700     IF WS-REPORT-YEAR IS NOT NUMERIC OR WS-REPORT-YEAR = 0
034800         DISPLAY "INVALID YEAR!"
034900         MOVE 8 TO RETURN-CODE
035000         STOP RUN
035100     END-IF
035200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
035300     OPEN INPUT PAY-HISTORY-FILE
035400     IF WS-PAYHIST-STATUS NOT = "00"
035500         DISPLAY "Unable to open PAYHIST, status: "
035600             WS-PAYHIST-STATUS
035700         DISPLAY "Run EMPPAYRL to build pay history first."
035800         MOVE 8 TO RETURN-CODE
035900         STOP RUN
036000     END-IF
036100     CLOSE PAY-HISTORY-FILE
036200     SORT SORT-FILE
036300         ON ASCENDING KEY SRT-ID
036400         ON ASCENDING KEY SRT-PERIOD
036500         USING PAY-HISTORY-FILE
036600         GIVING SORTED-PAY-FILE
036700     OPEN INPUT EMPLOYEE-MASTER
036800     IF WS-MASTER-STATUS NOT = "00"
036900         DISPLAY "Unable to open EMPLOYEE-MASTER, status: "
037000             WS-MASTER-STATUS
037100         DISPLAY "Run EMPCONV to build EMPLOYEE-MASTER first."
037200         MOVE 8 TO RETURN-CODE
037300         STOP RUN
037400     END-IF
037500     MOVE WS-REPORT-YEAR TO TTL-YEAR
037600     MOVE WS-REPORT-YEAR TO CTL-YEAR
037700     MOVE 1 TO WS-MON-SUB
037800     PERFORM UNTIL WS-MON-SUB > 12
037900         MOVE 0 TO WS-PRD-ROWS (WS-MON-SUB)
038000         MOVE 0 TO WS-PRD-GROSS (WS-MON-SUB)
038100         ADD 1 TO WS-MON-SUB
038200     END-PERFORM
038300     OPEN OUTPUT STATEMENT-FILE
038400     OPEN OUTPUT SUMMARY-FILE
038500     MOVE SPACES TO SUMMARY-RECORD
038600     MOVE "H" TO YES-RECORD-TYPE
038700     MOVE WS-REPORT-YEAR TO YES-TAX-YEAR
038800     MOVE WS-RUN-DATE TO YES-GEN-DATE
038900     WRITE SUMMARY-RECORD
039000     OPEN INPUT SORTED-PAY-FILE
039100     READ SORTED-PAY-FILE
039200         AT END MOVE "Y" TO WS-EOF
039300     END-READ.
039400 1000-INITIALIZE-EXIT.
039500     EXIT.
039600
039700*================================================================
039800* 2000-PROCESS-PAY-ROW
039900*     HANDLES THE EMPLOYEE CONTROL BREAK AND ADDS ONE SORTED
040000*     PAYHIST ROW TO ITS MONTH.  ROWS FOR OTHER YEARS ARE
040100*     SKIPPED; A ROW IN THE YEAR WITH AN IMPOSSIBLE MONTH IS
040200*     COUNTED AND LEFT OUT, AND SHOWS ON THE CONTROL PAGE.
040300*================================================================
040400 2000-PROCESS-PAY-ROW.
040500     ADD 1 TO WS-ROWS-READ
040600     MOVE SP-PERIOD TO WS-ROW-PERIOD
040700     IF WS-ROW-YEAR NOT = WS-REPORT-YEAR
040800         GO TO 2000-PROCESS-PAY-ROW-NEXT
040900     END-IF
041000     IF WS-ROW-MONTH < 1 OR WS-ROW-MONTH > 12
041100         ADD 1 TO WS-ROWS-BAD-MONTH
041200         GO TO 2000-PROCESS-PAY-ROW-NEXT
041300     END-IF
041400     IF EMP-STARTED AND SP-ID NOT = WS-CUR-ID
041500         PERFORM 3000-WRITE-STATEMENT
041600             THRU 3000-WRITE-STATEMENT-EXIT
041700     END-IF
041800     IF NOT EMP-STARTED OR SP-ID NOT = WS-CUR-ID
041900         PERFORM 2100-START-EMPLOYEE THRU 2100-START-EMPLOYEE-EXIT
042000     END-IF
042100     ADD 1 TO WS-ROWS-IN-YEAR
042200     MOVE SP-DEPT TO WS-CUR-LAST-DEPT
042300     ADD 1 TO WS-MON-ROWS (WS-ROW-MONTH)
042400     ADD SP-GROSS TO WS-MON-GROSS (WS-ROW-MONTH)
042500     ADD SP-TAX TO WS-MON-TAX (WS-ROW-MONTH)
042600     ADD SP-BENEFITS TO WS-MON-BENEFITS (WS-ROW-MONTH)
042700     ADD SP-NET TO WS-MON-NET (WS-ROW-MONTH)
042800     ADD SP-GROSS TO WS-ROW-GROSS
042900     ADD SP-TAX TO WS-ROW-TAX
043000     ADD SP-BENEFITS TO WS-ROW-BENEFITS
043100     ADD SP-NET TO WS-ROW-NET
043200     ADD 1 TO WS-PRD-ROWS (WS-ROW-MONTH)
043300     ADD SP-GROSS TO WS-PRD-GROSS (WS-ROW-MONTH).
043400 2000-PROCESS-PAY-ROW-NEXT.
043500     READ SORTED-PAY-FILE
043600         AT END MOVE "Y" TO WS-EOF
043700     END-READ.
043800 2000-PROCESS-PAY-ROW-EXIT.
043900     EXIT.
044000
044100*----------------------------------------------------------------
044200* 2100-START-EMPLOYEE
044300*     CLEARS THE MONTH BUCKETS FOR THE EMPLOYEE ON THE CURRENT
044400*     ROW.
044500*----------------------------------------------------------------
044600 2100-START-EMPLOYEE.
044700     MOVE SP-ID TO WS-CUR-ID
044800     MOVE "Y" TO WS-EMP-STARTED
044900     MOVE 1 TO WS-MON-SUB
045000     PERFORM UNTIL WS-MON-SUB > 12
045100         MOVE 0 TO WS-MON-ROWS (WS-MON-SUB)
045200         MOVE 0 TO WS-MON-GROSS (WS-MON-SUB)
045300         MOVE 0 TO WS-MON-TAX (WS-MON-SUB)
045400         MOVE 0 TO WS-MON-BENEFITS (WS-MON-SUB)
045500         MOVE 0 TO WS-MON-NET (WS-MON-SUB)
045600         ADD 1 TO WS-MON-SUB
045700     END-PERFORM.
045800 2100-START-EMPLOYEE-EXIT.
045900     EXIT.
046000
046100*================================================================
046200* 3000-WRITE-STATEMENT
046300*     LOOKS THE EMPLOYEE UP ON EMPMAST AND WRITES THE STATEMENT
046400*     PAGE (ALL TWELVE MONTHS, WITH RUNNING YEAR-TO-DATE
046500*     FIGURES) AND THE SUMMARY DETAIL RECORD.  AN ID NO LONGER
046600*     ON THE MASTER STILL GETS ITS STATEMENT, FLAGGED, SO NO PAY
046700*     DROPS OUT OF THE YEAR'S TOTALS.
046800*================================================================
046900 3000-WRITE-STATEMENT.
047000     PERFORM 3100-GET-EMPLOYEE THRU 3100-GET-EMPLOYEE-EXIT
047100     ADD 1 TO WS-EMP-COUNT
047200     ADD 1 TO WS-PAGE-COUNT
047300     MOVE WS-PAGE-COUNT TO TTL-PAGE-NO
047400     MOVE SPACES TO STATEMENT-LINE
047500     WRITE STATEMENT-LINE
047600     MOVE WS-TITLE-LINE TO STATEMENT-LINE
047700     WRITE STATEMENT-LINE
047800     MOVE SPACES TO STATEMENT-LINE
047900     WRITE STATEMENT-LINE
048000     MOVE WS-CUR-ID TO EL1-ID
048100     MOVE E-NAME TO EL1-NAME
048200     MOVE E-CITY TO EL1-CITY
048300     MOVE WS-EMP-LINE-1 TO STATEMENT-LINE
048400     WRITE STATEMENT-LINE
048500     MOVE E-DEPT TO EL2-DEPT
048600     MOVE E-DEPT TO D-CODE
048700     PERFORM 6000-GET-DEPT-NAME THRU 6000-GET-DEPT-NAME-EXIT
048800     MOVE WS-DEPT-NAME-OUT TO EL2-DEPT-NAME
048900     EVALUATE TRUE
049000         WHEN NOT ON-MASTER
049100             MOVE "*NOT ON EMPMAST*" TO EL2-STATUS-TEXT
049200         WHEN E-STATUS = "T"
049300             MOVE E-TERM-DATE TO STT-TERM-DATE
049400             MOVE WS-STATUS-TERM-TEXT TO EL2-STATUS-TEXT
049500         WHEN E-STATUS = "L"
049600             MOVE "ON LEAVE" TO EL2-STATUS-TEXT
049700         WHEN OTHER
049800             MOVE "ACTIVE" TO EL2-STATUS-TEXT
049900     END-EVALUATE
050000     MOVE WS-EMP-LINE-2 TO STATEMENT-LINE
050100     WRITE STATEMENT-LINE
050200     MOVE SPACES TO STATEMENT-LINE
050300     WRITE STATEMENT-LINE
050400     MOVE WS-STMT-HEADER-LINE TO STATEMENT-LINE
050500     WRITE STATEMENT-LINE
050600     MOVE 0 TO WS-YTD-GROSS
050700     MOVE 0 TO WS-YTD-TAX
050800     MOVE 0 TO WS-YTD-BENEFITS
050900     MOVE 0 TO WS-YTD-NET
051000     MOVE 0 TO WS-MONTHS-PAID
051100     MOVE 1 TO WS-MON-SUB
051200     PERFORM UNTIL WS-MON-SUB > 12
051300         PERFORM 3200-WRITE-MONTH-LINE
051400             THRU 3200-WRITE-MONTH-LINE-EXIT
051500         ADD 1 TO WS-MON-SUB
051600     END-PERFORM
051700     MOVE WS-YTD-GROSS TO STL-GROSS
051800     MOVE WS-YTD-TAX TO STL-TAX
051900     MOVE WS-YTD-BENEFITS TO STL-BENEFITS
052000     MOVE WS-YTD-NET TO STL-NET
052100     MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE
052200     WRITE STATEMENT-LINE
052300     ADD WS-YTD-GROSS TO WS-STM-GROSS
052400     ADD WS-YTD-TAX TO WS-STM-TAX
052500     ADD WS-YTD-BENEFITS TO WS-STM-BENEFITS
052600     ADD WS-YTD-NET TO WS-STM-NET
052700     PERFORM 3300-WRITE-SUMMARY-DETAIL
052800         THRU 3300-WRITE-SUMMARY-DETAIL-EXIT.
052900 3000-WRITE-STATEMENT-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------------
053300* 3100-GET-EMPLOYEE
053400*     READS THE CURRENT EMPLOYEE FROM EMPMAST BY KEY.  AN ID NOT
053500*     ON FILE IS COUNTED AND FILLED WITH A PLACEHOLDER NAME AND
053600*     THE DEPARTMENT FROM ITS LAST PAYHIST ROW.
053700*----------------------------------------------------------------
053800 3100-GET-EMPLOYEE.
053900     MOVE WS-CUR-ID TO E-ID
054000     READ EMPLOYEE-MASTER
054100         KEY IS E-ID
054200         INVALID KEY
054300             MOVE "N" TO WS-ON-MASTER
054400         NOT INVALID KEY
054500             MOVE "Y" TO WS-ON-MASTER
054600     END-READ
054700     IF NOT ON-MASTER
054800         ADD 1 TO WS-NOT-ON-MASTER-COUNT
054900         MOVE WS-CUR-ID TO E-ID
055000         MOVE "*NOT ON EMPMAST*" TO E-NAME
055100         MOVE SPACES TO E-CITY
055200         MOVE 0 TO E-SALARY
055300         MOVE WS-CUR-LAST-DEPT TO E-DEPT
055400         MOVE SPACE TO E-STATUS
055500         MOVE 0 TO E-TERM-DATE
055600     END-IF
055700     IF E-STATUS = "T"
055800         ADD 1 TO WS-TERM-COUNT
055900     END-IF.
056000 3100-GET-EMPLOYEE-EXIT.
056100     EXIT.
056200
056300*----------------------------------------------------------------
056400* 3200-WRITE-MONTH-LINE
056500*     WRITES THE STATEMENT LINE FOR MONTH WS-MON-SUB, ROLLING ITS
056600*     AMOUNTS INTO THE YEAR-TO-DATE FIGURES FIRST.  A MONTH WITH
056700*     NO PAY PRINTS ZEROS SO THE STATEMENT ALWAYS SHOWS TWELVE
056800*     PERIODS.
056900*----------------------------------------------------------------
057000 3200-WRITE-MONTH-LINE.
057100     IF WS-MON-ROWS (WS-MON-SUB) > 0
057200         ADD 1 TO WS-MONTHS-PAID
057300     END-IF
057400     ADD WS-MON-GROSS (WS-MON-SUB) TO WS-YTD-GROSS
057500     ADD WS-MON-TAX (WS-MON-SUB) TO WS-YTD-TAX
057600     ADD WS-MON-BENEFITS (WS-MON-SUB) TO WS-YTD-BENEFITS
057700     ADD WS-MON-NET (WS-MON-SUB) TO WS-YTD-NET
057800     MOVE WS-REPORT-YEAR TO WS-ROW-YEAR
057900     MOVE WS-MON-SUB TO WS-ROW-MONTH
058000     MOVE WS-ROW-PERIOD TO SDL-PERIOD
058100     MOVE WS-MON-GROSS (WS-MON-SUB) TO SDL-GROSS
058200     MOVE WS-MON-TAX (WS-MON-SUB) TO SDL-TAX
058300     MOVE WS-MON-BENEFITS (WS-MON-SUB) TO SDL-BENEFITS
058400     MOVE WS-MON-NET (WS-MON-SUB) TO SDL-NET
058500     MOVE WS-YTD-GROSS TO SDL-YTD-GROSS
058600     MOVE WS-YTD-TAX TO SDL-YTD-TAX
058700     MOVE WS-YTD-BENEFITS TO SDL-YTD-BENEFITS
058800     MOVE WS-YTD-NET TO SDL-YTD-NET
058900     MOVE WS-STMT-DETAIL-LINE TO STATEMENT-LINE
059000     WRITE STATEMENT-LINE.
059100 3200-WRITE-MONTH-LINE-EXIT.
059200     EXIT.
059300
059400*----------------------------------------------------------------
059500* 3300-WRITE-SUMMARY-DETAIL
059600*     WRITES THE EMPLOYEE'S ANNUAL SUMMARY DETAIL RECORD.
059700*----------------------------------------------------------------
059800 3300-WRITE-SUMMARY-DETAIL.
059900     MOVE SPACES TO SUMMARY-RECORD
060000     MOVE "D" TO YES-RECORD-TYPE
060100     MOVE WS-CUR-ID TO YES-ID
060200     MOVE WS-REPORT-YEAR TO YES-YEAR
060300     MOVE E-NAME TO YES-NAME
060400     MOVE E-CITY TO YES-CITY
060500     MOVE E-DEPT TO YES-DEPT
060600     MOVE E-STATUS TO YES-STATUS
060700     MOVE E-TERM-DATE TO YES-TERM-DATE
060800     MOVE WS-MONTHS-PAID TO YES-MONTHS-PAID
060900     MOVE WS-YTD-GROSS TO YES-GROSS
061000     MOVE WS-YTD-TAX TO YES-TAX
061100     MOVE WS-YTD-BENEFITS TO YES-BENEFITS
061200     MOVE WS-YTD-NET TO YES-NET
061300     WRITE SUMMARY-RECORD.
061400 3300-WRITE-SUMMARY-DETAIL-EXIT.
061500     EXIT.
061600
061700*================================================================
061800* 4000-WRITE-CONTROL-PAGE
061900*     WRITES THE CONTROL PAGE: EMPLOYEE AND ROW COUNTS, THE
062000*     PAYHIST-ROW TOTALS AGAINST THE STATEMENT TOTALS, AND THE
062100*     GROSS FOR EACH OF THE TWELVE PERIODS AGAINST THE ANNUAL
062200*     ROW GROSS.  ANY DISAGREEMENT SETS THE OUT-OF-BALANCE
062300*     SWITCH.
062400*================================================================
062500 4000-WRITE-CONTROL-PAGE.
062600     ADD 1 TO WS-PAGE-COUNT
062700     MOVE WS-PAGE-COUNT TO CTL-PAGE-NO
062800     MOVE SPACES TO STATEMENT-LINE
062900     WRITE STATEMENT-LINE
063000     MOVE WS-CONTROL-TITLE-LINE TO STATEMENT-LINE
063100     WRITE STATEMENT-LINE
063200     MOVE SPACES TO STATEMENT-LINE
063300     WRITE STATEMENT-LINE
063400     MOVE "EMPLOYEES INCLUDED" TO CNT-LABEL
063500     MOVE WS-EMP-COUNT TO CNT-VALUE
063600     MOVE WS-COUNT-LINE TO STATEMENT-LINE
063700     WRITE STATEMENT-LINE
063800     MOVE "  OF WHICH TERMINATED" TO CNT-LABEL
063900     MOVE WS-TERM-COUNT TO CNT-VALUE
064000     MOVE WS-COUNT-LINE TO STATEMENT-LINE
064100     WRITE STATEMENT-LINE
064200     MOVE "  OF WHICH NOT ON EMPMAST" TO CNT-LABEL
064300     MOVE WS-NOT-ON-MASTER-COUNT TO CNT-VALUE
064400     MOVE WS-COUNT-LINE TO STATEMENT-LINE
064500     WRITE STATEMENT-LINE
064600     MOVE "PAYHIST ROWS READ" TO CNT-LABEL
064700     MOVE WS-ROWS-READ TO CNT-VALUE
064800     MOVE WS-COUNT-LINE TO STATEMENT-LINE
064900     WRITE STATEMENT-LINE
065000     MOVE "PAYHIST ROWS IN YEAR" TO CNT-LABEL
065100     MOVE WS-ROWS-IN-YEAR TO CNT-VALUE
065200     MOVE WS-COUNT-LINE TO STATEMENT-LINE
065300     WRITE STATEMENT-LINE
065400     MOVE "ROWS IN YEAR WITH INVALID MONTH (LEFT OUT)"
065500         TO CNT-LABEL
065600     MOVE WS-ROWS-BAD-MONTH TO CNT-VALUE
065700     MOVE WS-COUNT-LINE TO STATEMENT-LINE
065800     WRITE STATEMENT-LINE
065900     IF WS-ROWS-BAD-MONTH > 0
066000         MOVE "Y" TO WS-OUT-OF-BALANCE
066100     END-IF
066200     MOVE SPACES TO STATEMENT-LINE
066300     WRITE STATEMENT-LINE
066400     MOVE WS-TIE-HEADER-LINE TO STATEMENT-LINE
066500     WRITE STATEMENT-LINE
066600     MOVE "GROSS" TO TIE-LABEL
066700     MOVE WS-ROW-GROSS TO TIE-ROWS
066800     MOVE WS-STM-GROSS TO TIE-STMTS
066900     IF WS-ROW-GROSS = WS-STM-GROSS
067000         MOVE "AGREES" TO TIE-RESULT
067100     ELSE
067200         MOVE "OUT OF BALANCE" TO TIE-RESULT
067300         MOVE "Y" TO WS-OUT-OF-BALANCE
067400     END-IF
067500     MOVE WS-TIE-LINE TO STATEMENT-LINE
067600     WRITE STATEMENT-LINE
067700     MOVE "TAX" TO TIE-LABEL
067800     MOVE WS-ROW-TAX TO TIE-ROWS
067900     MOVE WS-STM-TAX TO TIE-STMTS
068000     IF WS-ROW-TAX = WS-STM-TAX
068100         MOVE "AGREES" TO TIE-RESULT
068200     ELSE
068300         MOVE "OUT OF BALANCE" TO TIE-RESULT
068400         MOVE "Y" TO WS-OUT-OF-BALANCE
068500     END-IF
068600     MOVE WS-TIE-LINE TO STATEMENT-LINE
068700     WRITE STATEMENT-LINE
068800     MOVE "BENEFITS" TO TIE-LABEL
068900     MOVE WS-ROW-BENEFITS TO TIE-ROWS
069000     MOVE WS-STM-BENEFITS TO TIE-STMTS
069100     IF WS-ROW-BENEFITS = WS-STM-BENEFITS
069200         MOVE "AGREES" TO TIE-RESULT
069300     ELSE
069400         MOVE "OUT OF BALANCE" TO TIE-RESULT
069500         MOVE "Y" TO WS-OUT-OF-BALANCE
069600     END-IF
069700     MOVE WS-TIE-LINE TO STATEMENT-LINE
069800     WRITE STATEMENT-LINE
069900     MOVE "NET" TO TIE-LABEL
070000     MOVE WS-ROW-NET TO TIE-ROWS
070100     MOVE WS-STM-NET TO TIE-STMTS
070200     IF WS-ROW-NET = WS-STM-NET
070300         MOVE "AGREES" TO TIE-RESULT
070400     ELSE
070500         MOVE "OUT OF BALANCE" TO TIE-RESULT
070600         MOVE "Y" TO WS-OUT-OF-BALANCE
070700     END-IF
070800     MOVE WS-TIE-LINE TO STATEMENT-LINE
070900     WRITE STATEMENT-LINE
071000     MOVE SPACES TO STATEMENT-LINE
071100     WRITE STATEMENT-LINE
071200     MOVE WS-PERIOD-HEADER-LINE TO STATEMENT-LINE
071300     WRITE STATEMENT-LINE
071400     MOVE 0 TO WS-PERIOD-GROSS-SUM
071500     MOVE 1 TO WS-MON-SUB
071600     PERFORM UNTIL WS-MON-SUB > 12
071700         MOVE WS-REPORT-YEAR TO WS-ROW-YEAR
071800         MOVE WS-MON-SUB TO WS-ROW-MONTH
071900         MOVE WS-ROW-PERIOD TO PRD-PERIOD
072000         MOVE WS-PRD-ROWS (WS-MON-SUB) TO PRD-ROWS
072100         MOVE WS-PRD-GROSS (WS-MON-SUB) TO PRD-GROSS
072200         ADD WS-PRD-GROSS (WS-MON-SUB) TO WS-PERIOD-GROSS-SUM
072300         MOVE WS-PERIOD-LINE TO STATEMENT-LINE
072400         WRITE STATEMENT-LINE
072500         ADD 1 TO WS-MON-SUB
072600     END-PERFORM
072700     MOVE WS-PERIOD-GROSS-SUM TO PTL-GROSS
072800     IF WS-PERIOD-GROSS-SUM = WS-ROW-GROSS
072900         AND WS-PERIOD-GROSS-SUM = WS-STM-GROSS
073000         MOVE "AGREES WITH ROWS AND STATEMENTS"
073100             TO PTL-RESULT
073200     ELSE
073300         MOVE "OUT OF BALANCE" TO PTL-RESULT
073400         MOVE "Y" TO WS-OUT-OF-BALANCE
073500     END-IF
073600     MOVE WS-PERIOD-TOTAL-LINE TO STATEMENT-LINE
073700     WRITE STATEMENT-LINE
073800     MOVE SPACES TO STATEMENT-LINE
073900     WRITE STATEMENT-LINE
074000     IF OUT-OF-BALANCE
074100         MOVE "*** CONTROL TOTALS OUT OF BALANCE ***"
074200             TO STATEMENT-LINE
074300     ELSE
074400         MOVE "CONTROL TOTALS AGREE." TO STATEMENT-LINE
074500     END-IF
074600     WRITE STATEMENT-LINE.
074700 4000-WRITE-CONTROL-PAGE-EXIT.
074800     EXIT.
074900
075000*================================================================
075100* 6000-GET-DEPT-NAME
075200*     RETURNS THE DEPARTMENT NAME FOR THE CODE IN D-CODE IN
075300*     WS-DEPT-NAME-OUT, OR "*UNKNOWN*" WHEN THE CODE (OR THE
075400*     DEPARTMENT MASTER ITSELF) IS NOT ON FILE, SAME AS THE
075500*     LOOKUPS IN EMPPAYRL AND PAYVAR.
075600*================================================================
075700 6000-GET-DEPT-NAME.
075800     MOVE "*UNKNOWN*" TO WS-DEPT-NAME-OUT
075900     OPEN INPUT DEPT-MASTER
076000     IF WS-DEPT-STATUS NOT = "00"
076100         GO TO 6000-GET-DEPT-NAME-EXIT
076200     END-IF
076300     READ DEPT-MASTER
076400         KEY IS D-CODE
076500         INVALID KEY
076600             MOVE "*UNKNOWN*" TO WS-DEPT-NAME-OUT
076700         NOT INVALID KEY
076800             MOVE D-NAME TO WS-DEPT-NAME-OUT
076900     END-READ
077000     CLOSE DEPT-MASTER.
077100 6000-GET-DEPT-NAME-EXIT.
077200     EXIT.
077300
077400*================================================================
077500* 5000-WRAP-UP
077600*     WRITES THE SUMMARY TRAILER, CLOSES THE FILES, AND DISPLAYS
077700*     A RUN SUMMARY.  AN OUT-OF-BALANCE RUN ENDS WITH
077800*     RETURN-CODE 8.
077900*================================================================
078000 5000-WRAP-UP.
078100     MOVE SPACES TO SUMMARY-RECORD
078200     MOVE "T" TO YES-RECORD-TYPE
078300     MOVE WS-EMP-COUNT TO YES-REC-COUNT
078400     MOVE WS-STM-GROSS TO YES-TOTAL-GROSS
078500     MOVE WS-STM-TAX TO YES-TOTAL-TAX
078600     MOVE WS-STM-BENEFITS TO YES-TOTAL-BENEFITS
078700     MOVE WS-STM-NET TO YES-TOTAL-NET
078800     WRITE SUMMARY-RECORD
078900     CLOSE SORTED-PAY-FILE
079000     CLOSE EMPLOYEE-MASTER
079100     CLOSE STATEMENT-FILE
079200     CLOSE SUMMARY-FILE
079300     DISPLAY " "
079400     DISPLAY "PAYYREND run summary:"
079500     DISPLAY "  Calendar year       : " WS-REPORT-YEAR
079600     DISPLAY "  Employees included  : " WS-EMP-COUNT
079700     DISPLAY "  PAYHIST rows in year: " WS-ROWS-IN-YEAR
079800     DISPLAY "  Annual gross        : " WS-STM-GROSS
079900     DISPLAY "Statements written to YESTMT."
080000     DISPLAY "Annual summary written to YESUMM."
080100     IF OUT-OF-BALANCE
080200         DISPLAY "CONTROL TOTALS OUT OF BALANCE; SEE THE CONTROL "
080300             "PAGE BEFORE FILING."
080400         MOVE 8 TO RETURN-CODE
080500     END-IF.
080600 5000-WRAP-UP-EXIT.
080700     EXIT.
