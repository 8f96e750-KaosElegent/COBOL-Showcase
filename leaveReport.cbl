000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEAVRPT.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  LEAVE BALANCE REPORT
001300*                  (LEAVBRPT) FROM THE LEAVE LEDGER (LEAVLEDG)
001400*                  FOR THE RUN MONTH'S LEDGER PERIOD.  PART ONE
001500*                  LISTS EVERY LEDGER RECORD BY DEPARTMENT AND
001600*                  EMPLOYEE WITH THE OPENING BALANCE, DAYS
001700*                  ACCRUED, DAYS TAKEN, AND CLOSING BALANCE,
001800*                  WITH DEPARTMENT SUBTOTALS AND A RUN TOTAL THAT
001900*                  MUST FOOT (OPENING + ACCRUED - TAKEN =
002000*                  CLOSING) OR THE RUN ENDS WITH RETURN-CODE 8.
002100*                  A RECORD NOT TOUCHED SINCE AN EARLIER MONTH
002200*                  HAD NO ACTIVITY THIS MONTH AND OPENS AND
002300*                  CLOSES AT ITS BALANCE.  PART TWO LISTS EVERY
002400*                  TERMINATED EMPLOYEE WITH DAYS STILL ON THE
002500*                  LEDGER, VALUED AT A DAY'S PAY (ANNUAL SALARY
002600*                  OVER 260 WORKING DAYS), FOR PAYROLL TO ADD
002700*                  TO FINAL PAY AND THEN POST AS A PAYOUT
002800*                  THROUGH LEAVPOST.  THE DEPARTMENT IS TAKEN
002900*                  FROM EMPMAST; A LEDGER RECORD WHOSE EMPLOYEE
003000*                  IS NOT ON THE MASTER IS LISTED UNDER "????".
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LEAVE-LEDGER ASSIGN TO "LEAVLEDG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS LV-KEY
003900         FILE STATUS IS WS-LEDGER-STATUS.
004000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS E-ID
004400         ALTERNATE RECORD KEY IS E-NAME
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-MASTER-STATUS.
004700     SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS D-CODE
005100         FILE STATUS IS WS-DEPT-STATUS.
005200     SELECT WORK-FILE ASSIGN TO "LVWORK"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT WORK-SORT-FILE ASSIGN TO "LVSRTWK".
005500     SELECT SORTED-WORK-FILE ASSIGN TO "LVSRT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT REPORT-FILE ASSIGN TO "LEAVBRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  LEAVE-LEDGER.
006300 01  LEAVE-LEDGER-RECORD.
006400     COPY LEAVREC
006500         REPLACING LEADING ==LVE== BY ==LV==.
006600
006700 FD  EMPLOYEE-MASTER.
006800 01  EMPLOYEE-RECORD.
006900     COPY EMPREC
007000         REPLACING ==EMP-ID==     BY ==E-ID==
007100                   ==EMP-NAME==   BY ==E-NAME==
007200                   ==EMP-CITY==   BY ==E-CITY==
007300                   ==EMP-SALARY== BY ==E-SALARY==
007400                   ==EMP-DEPT==   BY ==E-DEPT==
007500                   ==EMP-STATUS== BY ==E-STATUS==
007600                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
007650                   ==EMP-GRADE== BY ==E-GRADE==.
007700
007800 FD  DEPT-MASTER.
007900 01  DEPARTMENT-RECORD.
008000     COPY DEPTREC
008100         REPLACING ==DEPT-CODE==    BY ==D-CODE==
008200                   ==DEPT-NAME==    BY ==D-NAME==
008300                   ==DEPT-COSTCTR== BY ==D-COSTCTR==
008400                   ==DEPT-MANAGER== BY ==D-MANAGER==.
008500
008600 FD  WORK-FILE.
008700 01  WORK-RECORD PIC X(80).
008800
008900 SD  WORK-SORT-FILE.
009000 01  WORK-SORT-RECORD.
009100     05 SRW-SECTION PIC X(1).
009200     05 SRW-DEPT PIC X(4).
009300     05 SRW-ID PIC 9(8).
009400     05 SRW-TYPE PIC X(1).
009500     05 FILLER PIC X(66).
009600
009700 FD  SORTED-WORK-FILE.
009800 01  SORTED-WORK-RECORD PIC X(80).
009900
010000 FD  REPORT-FILE.
010100 01  REPORT-LINE PIC X(132).
010200
010300 WORKING-STORAGE SECTION.
010400 01  WS-LEDGER-STATUS PIC X(2) VALUE "00".
010500 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
010600 01  WS-DEPT-STATUS PIC X(2) VALUE "00".
010700 01  WS-EOF PIC A(1) VALUE "N".
010800 01  WS-WORK-EOF PIC A(1) VALUE "N".
010900 01  WS-DEPT-NAME-OUT PIC X(25) VALUE SPACES.
011000
011100 01  WS-RUN-DATE PIC 9(8) VALUE 0.
011200 01  FILLER REDEFINES WS-RUN-DATE.
011300     05 WS-RUN-PERIOD PIC 9(6).
011400     05 FILLER PIC 9(2).
011500
011600*----------------------------------------------------------------
011700* REPORT WORK RECORD.  SECTION "1" IS ONE LEDGER RECORD FOR THE
011800* BALANCE REPORT; SECTION "2" IS A TERMINATED EMPLOYEE'S UNPAID
011900* BALANCE FOR THE FINAL-PAY LISTING.  SORTED BY SECTION,
012000* DEPARTMENT, EMPLOYEE, AND LEAVE TYPE.
012100*----------------------------------------------------------------
012200 01  WS-WORK-RECORD.
012300     05 LRW-SECTION PIC X(1).
012400        88 LRW-IS-BALANCE VALUE "1".
012500        88 LRW-IS-TERMINATED VALUE "2".
012600     05 LRW-DEPT PIC X(4).
012700     05 LRW-ID PIC 9(8).
012800     05 LRW-TYPE PIC X(1).
012900     05 LRW-NAME PIC X(25).
013000     05 LRW-STATUS PIC X(1).
013100     05 LRW-TERM-DATE PIC 9(8).
013200     05 LRW-SALARY PIC 9(6).
013300     05 LRW-OPEN-BAL PIC 9(3)V9(2).
013400     05 LRW-ACCRUED PIC 9(3)V9(2).
013500     05 LRW-TAKEN PIC 9(3)V9(2).
013600     05 LRW-BALANCE PIC 9(3)V9(2).
013700     05 FILLER PIC X(06) VALUE SPACES.
013800
013900*----------------------------------------------------------------
014000* A DAY'S PAY FOR VALUING AN UNPAID BALANCE: ANNUAL SALARY OVER
014100* THE WORKING DAYS IN A YEAR.
014200*----------------------------------------------------------------
014300 01  WS-WORK-DAYS-PER-YEAR PIC 9(3) VALUE 260.
014400 01  WS-DAILY-RATE PIC 9(5)V9(2) VALUE 0.
014500 01  WS-LEAVE-VALUE PIC 9(7)V9(2) VALUE 0.
014600
014700*----------------------------------------------------------------
014800* COUNTS AND TOTALS.
014900*----------------------------------------------------------------
015000 01  WS-LEDGER-READ PIC 9(7) COMP VALUE 0.
015100 01  WS-NOT-ON-MASTER PIC 9(7) COMP VALUE 0.
015200 01  WS-NO-ACTIVITY PIC 9(7) COMP VALUE 0.
015300 01  WS-TERM-COUNT PIC 9(7) COMP VALUE 0.
015400 01  WS-DEPT-COUNT PIC 9(7) COMP VALUE 0.
015500 01  WS-DEPT-OPEN PIC 9(9)V9(2) VALUE 0.
015600 01  WS-DEPT-ACCRUED PIC 9(9)V9(2) VALUE 0.
015700 01  WS-DEPT-TAKEN PIC 9(9)V9(2) VALUE 0.
015800 01  WS-DEPT-CLOSING PIC 9(9)V9(2) VALUE 0.
015900 01  WS-TOTAL-COUNT PIC 9(7) COMP VALUE 0.
016000 01  WS-TOTAL-OPEN PIC 9(9)V9(2) VALUE 0.
016100 01  WS-TOTAL-ACCRUED PIC 9(9)V9(2) VALUE 0.
016200 01  WS-TOTAL-TAKEN PIC 9(9)V9(2) VALUE 0.
016300 01  WS-TOTAL-CLOSING PIC 9(9)V9(2) VALUE 0.
016400 01  WS-FOOT-CHECK PIC 9(9)V9(2) VALUE 0.
016500 01  WS-TERM-DAYS PIC 9(9)V9(2) VALUE 0.
016600 01  WS-TERM-VALUE PIC 9(11)V9(2) VALUE 0.
016700 01  WS-OUT-OF-BALANCE PIC A(1) VALUE "N".
016800     88 OUT-OF-BALANCE VALUE "Y".
016900 01  WS-PREV-DEPT PIC X(4) VALUE SPACES.
017000 01  WS-DEPT-GROUP-STARTED PIC A(1) VALUE "N".
017100     88 DEPT-GROUP-STARTED VALUE "Y".
017200 01  WS-TERM-SECTION-STARTED PIC A(1) VALUE "N".
017300     88 TERM-SECTION-STARTED VALUE "Y".
017400
017500 01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
017600 01  WS-LINE-COUNT PIC 9(3) COMP VALUE 0.
017700 01  WS-PAGE-COUNT PIC 9(5) COMP VALUE 0.
017800
017900 01  WS-TITLE-LINE.
018000     05 TTL-TITLE PIC X(40)
018100         VALUE "LEAVE BALANCE REPORT BY DEPARTMENT".
018200     05 FILLER PIC X(07) VALUE "PERIOD ".
018300     05 TTL-PERIOD PIC 9(6).
018400     05 FILLER PIC X(04) VALUE SPACES.
018500     05 FILLER PIC X(09) VALUE "RUN DATE ".
018600     05 TTL-RUN-DATE PIC 9(8).
018700     05 FILLER PIC X(06) VALUE SPACES.
018800     05 FILLER PIC X(05) VALUE "PAGE ".
018900     05 TTL-PAGE-NO PIC ZZZZ9.
019000
019100 01  WS-HEADER-LINE.
019200     05 FILLER PIC X(10) VALUE "EMP ID".
019300     05 FILLER PIC X(27) VALUE "NAME".
019400     05 FILLER PIC X(04) VALUE "ST".
019500     05 FILLER PIC X(06) VALUE "TYPE".
019600     05 FILLER PIC X(14) VALUE "     OPENING".
019700     05 FILLER PIC X(14) VALUE "     ACCRUED".
019800     05 FILLER PIC X(14) VALUE "       TAKEN".
019900     05 FILLER PIC X(14) VALUE "     CLOSING".
020000
020100 01  WS-DETAIL-LINE.
020200     05 DTL-ID PIC 9(8).
020300     05 FILLER PIC X(02) VALUE SPACES.
020400     05 DTL-NAME PIC X(25).
020500     05 FILLER PIC X(02) VALUE SPACES.
020600     05 DTL-STATUS PIC X(1).
020700     05 FILLER PIC X(03) VALUE SPACES.
020800     05 DTL-TYPE PIC X(1).
020900     05 FILLER PIC X(05) VALUE SPACES.
021000     05 DTL-OPEN-BAL PIC ZZZ,ZZZ,ZZ9.99.
021100     05 DTL-ACCRUED PIC ZZZ,ZZZ,ZZ9.99.
021200     05 DTL-TAKEN PIC ZZZ,ZZZ,ZZ9.99.
021300     05 DTL-CLOSING PIC ZZZ,ZZZ,ZZ9.99.
021400
021500 01  WS-DEPT-SUBTOTAL-LINE.
021600     05 FILLER PIC X(05) VALUE "DEPT ".
021700     05 STL-DEPT PIC X(04).
021800     05 FILLER PIC X(01) VALUE SPACE.
021900     05 STL-DEPT-NAME PIC X(25).
022000     05 FILLER PIC X(02) VALUE SPACES.
022100     05 STL-COUNT PIC ZZZ9.
022200     05 FILLER PIC X(06) VALUE " RECS".
022300     05 STL-OPEN-BAL PIC ZZZ,ZZZ,ZZ9.99.
022400     05 STL-ACCRUED PIC ZZZ,ZZZ,ZZ9.99.
022500     05 STL-TAKEN PIC ZZZ,ZZZ,ZZ9.99.
022600     05 STL-CLOSING PIC ZZZ,ZZZ,ZZ9.99.
022700
022800 01  WS-GRAND-TOTAL-LINE.
022900     05 FILLER PIC X(37) VALUE "ALL DEPARTMENTS".
023000     05 GTL-COUNT PIC ZZZ9.
023100     05 FILLER PIC X(06) VALUE " RECS".
023200     05 GTL-OPEN-BAL PIC ZZZ,ZZZ,ZZ9.99.
023300     05 GTL-ACCRUED PIC ZZZ,ZZZ,ZZ9.99.
023400     05 GTL-TAKEN PIC ZZZ,ZZZ,ZZ9.99.
023500     05 GTL-CLOSING PIC ZZZ,ZZZ,ZZ9.99.
023600
023700 01  WS-TERM-HEADER-LINE.
023800     05 FILLER PIC X(10) VALUE "EMP ID".
023900     05 FILLER PIC X(27) VALUE "NAME".
024000     05 FILLER PIC X(06) VALUE "DEPT".
024100     05 FILLER PIC X(10) VALUE "TERM DATE".
024200     05 FILLER PIC X(04) VALUE "TYPE".
024300     05 FILLER PIC X(08) VALUE "  DAYS".
024400     05 FILLER PIC X(12) VALUE "DAILY RATE".
024500     05 FILLER PIC X(14) VALUE "VALUE".
024600
024700 01  WS-TERM-DETAIL-LINE.
024800     05 TDL-ID PIC 9(8).
024900     05 FILLER PIC X(02) VALUE SPACES.
025000     05 TDL-NAME PIC X(25).
025100     05 FILLER PIC X(02) VALUE SPACES.
025200     05 TDL-DEPT PIC X(4).
025300     05 FILLER PIC X(02) VALUE SPACES.
025400     05 TDL-TERM-DATE PIC 9(8).
025500     05 FILLER PIC X(02) VALUE SPACES.
025600     05 TDL-TYPE PIC X(1).
025700     05 FILLER PIC X(03) VALUE SPACES.
025800     05 TDL-DAYS PIC ZZ9.99.
025900     05 FILLER PIC X(02) VALUE SPACES.
026000     05 TDL-DAILY-RATE PIC $$$,$$9.99.
026100     05 FILLER PIC X(02) VALUE SPACES.
026200     05 TDL-VALUE PIC $$,$$$,$$9.99.
026300
026400 01  WS-TERM-TOTAL-LINE.
026500     05 FILLER PIC X(20) VALUE "TERMINATED BALANCES ".
026600     05 TTT-COUNT PIC ZZZ9.
026700     05 FILLER PIC X(37) VALUE SPACES.
026800     05 TTT-DAYS PIC ZZZ,ZZ9.99.
026900     05 FILLER PIC X(12) VALUE SPACES.
027000     05 TTT-VALUE PIC $$,$$$,$$$,$$9.99.
027100
027200 PROCEDURE DIVISION.
027300*================================================================
027400* 0000-MAIN-PROCESS
027500*     BATCH MAINLINE.  WRITES ONE WORK RECORD PER LEDGER RECORD
027600*     (AND ONE MORE FOR EACH TERMINATED EMPLOYEE'S UNPAID
027700*     BALANCE), THEN SORTS AND PRINTS THEM.
027800*================================================================
027900 0000-MAIN-PROCESS.
028000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
028100     PERFORM 2000-PROCESS-LEDGER THRU 2000-PROCESS-LEDGER-EXIT
028200         UNTIL WS-EOF = "Y"
028300     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT
028400     PERFORM 5000-WRAP-UP THRU 5000-WRAP-UP-EXIT
028500     STOP RUN.
028600
028700*================================================================
028800* 1000-INITIALIZE
028900*     SETS THE LEDGER PERIOD FROM THE RUN DATE, OPENS THE LEDGER,
029000*     THE MASTER, AND THE WORK FILE, AND PRIMES THE FIRST READ.
029100*     A MISSING LEAVLEDG OR EMPMAST STOPS THE RUN WITH
029200*     RETURN-CODE 8.
029300*================================================================
029400 1000-INITIALIZE.
029500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
029600     MOVE WS-RUN-DATE TO TTL-RUN-DATE
029700     MOVE WS-RUN-PERIOD TO TTL-PERIOD
029800     OPEN INPUT LEAVE-LEDGER
029900     IF WS-LEDGER-STATUS NOT = "00"
030000         DISPLAY "Unable to open leave ledger, status: "
030100             WS-LEDGER-STATUS
030200         DISPLAY "Run LEAVACCR to build the leave ledger first."
030300         MOVE 8 TO RETURN-CODE
030400         STOP RUN
030500     END-IF
030600     OPEN INPUT EMPLOYEE-MASTER
030700     IF WS-MASTER-STATUS NOT = "00"
030800         DISPLAY "Unable to open EMPLOYEE-MASTER, status: "
030900             WS-MASTER-STATUS
031000         DISPLAY "Run EMPCONV to build EMPLOYEE-MASTER first."
031100         CLOSE LEAVE-LEDGER
031200         MOVE 8 TO RETURN-CODE
031300         STOP RUN
031400     END-IF
031500     OPEN OUTPUT WORK-FILE
031600     READ LEAVE-LEDGER NEXT
031700         AT END MOVE "Y" TO WS-EOF
031800     END-READ.
031900 1000-INITIALIZE-EXIT.
032000     EXIT.
032100
032200*================================================================
032300* 2000-PROCESS-LEDGER
032400*     LOOKS UP THE LEDGER RECORD'S EMPLOYEE AND WRITES ITS
032500*     BALANCE WORK RECORD, PLUS A FINAL-PAY WORK RECORD WHEN THE
032600*     EMPLOYEE IS TERMINATED WITH DAYS STILL ON THE BOOKS.
032700*================================================================
032800 2000-PROCESS-LEDGER.
032900     ADD 1 TO WS-LEDGER-READ
033000     MOVE "1" TO LRW-SECTION
033100     MOVE LV-ID TO LRW-ID
033200     MOVE LV-TYPE TO LRW-TYPE
033300     MOVE LV-ID TO E-ID
033400     READ EMPLOYEE-MASTER
033500         KEY IS E-ID
033600         INVALID KEY
033700             ADD 1 TO WS-NOT-ON-MASTER
033800             MOVE "????" TO LRW-DEPT
033900             MOVE "*NOT ON MASTER*" TO LRW-NAME
034000             MOVE SPACE TO LRW-STATUS
034100             MOVE 0 TO LRW-TERM-DATE
034200             MOVE 0 TO LRW-SALARY
034300         NOT INVALID KEY
034400             MOVE E-DEPT TO LRW-DEPT
034500             MOVE E-NAME TO LRW-NAME
034600             MOVE E-STATUS TO LRW-STATUS
034700             MOVE E-TERM-DATE TO LRW-TERM-DATE
034800             MOVE E-SALARY TO LRW-SALARY
034900     END-READ
035000     IF LV-PERIOD < WS-RUN-PERIOD
035100         ADD 1 TO WS-NO-ACTIVITY
035200         MOVE LV-BALANCE TO LRW-OPEN-BAL
035300         MOVE 0 TO LRW-ACCRUED
035400         MOVE 0 TO LRW-TAKEN
035500     ELSE
035600         MOVE LV-OPEN-BAL TO LRW-OPEN-BAL
035700         MOVE LV-ACCRUED TO LRW-ACCRUED
035800         MOVE LV-TAKEN TO LRW-TAKEN
035900     END-IF
036000     MOVE LV-BALANCE TO LRW-BALANCE
036100     WRITE WORK-RECORD FROM WS-WORK-RECORD
036200     IF LRW-STATUS = "T" AND LV-BALANCE > 0
036300         MOVE "2" TO LRW-SECTION
036400         WRITE WORK-RECORD FROM WS-WORK-RECORD
036500     END-IF
036600     READ LEAVE-LEDGER NEXT
036700         AT END MOVE "Y" TO WS-EOF
036800     END-READ.
036900 2000-PROCESS-LEDGER-EXIT.
037000     EXIT.
037100
037200*================================================================
037300* 3000-PRINT-REPORT
037400*     SORTS THE WORK RECORDS AND PRINTS THE BALANCE REPORT BY
037500*     DEPARTMENT, ITS TOTALS, AND THE TERMINATED-EMPLOYEE
037600*     LISTING.
037700*================================================================
037800 3000-PRINT-REPORT.
037900     CLOSE WORK-FILE
038000     SORT WORK-SORT-FILE
038100         ON ASCENDING KEY SRW-SECTION
038200         ON ASCENDING KEY SRW-DEPT
038300         ON ASCENDING KEY SRW-ID
038400         ON ASCENDING KEY SRW-TYPE
038500         USING WORK-FILE
038600         GIVING SORTED-WORK-FILE
038700     OPEN OUTPUT REPORT-FILE
038800     PERFORM 3200-WRITE-PAGE-HEADER
038900         THRU 3200-WRITE-PAGE-HEADER-EXIT
039000     OPEN INPUT SORTED-WORK-FILE
039100     PERFORM UNTIL WS-WORK-EOF = "Y"
039200         READ SORTED-WORK-FILE INTO WS-WORK-RECORD
039300             AT END MOVE "Y" TO WS-WORK-EOF
039400             NOT AT END
039500                 IF LRW-IS-BALANCE
039600                     PERFORM 3100-PRINT-BALANCE
039700                         THRU 3100-PRINT-BALANCE-EXIT
039800                 ELSE
039900                     PERFORM 3500-PRINT-TERMINATED
040000                         THRU 3500-PRINT-TERMINATED-EXIT
040100                 END-IF
040200         END-READ
040300     END-PERFORM
040400     CLOSE SORTED-WORK-FILE
040500     IF NOT TERM-SECTION-STARTED
040600         PERFORM 3400-WRITE-TOTALS THRU 3400-WRITE-TOTALS-EXIT
040700         PERFORM 3600-START-TERMINATED
040800             THRU 3600-START-TERMINATED-EXIT
040900         MOVE "NO TERMINATED EMPLOYEES HAVE LEAVE ON THE BOOKS."
041000             TO REPORT-LINE
041100         WRITE REPORT-LINE
041200     END-IF
041300     MOVE WS-TERM-COUNT TO TTT-COUNT
041400     MOVE WS-TERM-DAYS TO TTT-DAYS
041500     MOVE WS-TERM-VALUE TO TTT-VALUE
041600     MOVE SPACES TO REPORT-LINE
041700     WRITE REPORT-LINE
041800     MOVE WS-TERM-TOTAL-LINE TO REPORT-LINE
041900     WRITE REPORT-LINE
042000     CLOSE REPORT-FILE.
042100 3000-PRINT-REPORT-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------
042500* 3100-PRINT-BALANCE
042600*     HANDLES THE DEPARTMENT BREAK AND PAGINATION AND PRINTS ONE
042700*     LEDGER RECORD'S LINE.
042800*----------------------------------------------------------------
042900 3100-PRINT-BALANCE.
043000     IF LRW-DEPT NOT = WS-PREV-DEPT
043100         AND DEPT-GROUP-STARTED
043200         PERFORM 3300-WRITE-DEPT-SUBTOTAL
043300             THRU 3300-WRITE-DEPT-SUBTOTAL-EXIT
043400     END-IF
043500     IF LRW-DEPT NOT = WS-PREV-DEPT
043600         OR NOT DEPT-GROUP-STARTED
043700         MOVE 0 TO WS-DEPT-COUNT
043800         MOVE 0 TO WS-DEPT-OPEN
043900         MOVE 0 TO WS-DEPT-ACCRUED
044000         MOVE 0 TO WS-DEPT-TAKEN
044100         MOVE 0 TO WS-DEPT-CLOSING
044200         MOVE LRW-DEPT TO WS-PREV-DEPT
044300         MOVE "Y" TO WS-DEPT-GROUP-STARTED
044400     END-IF
044500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
044600         PERFORM 3200-WRITE-PAGE-HEADER
044700             THRU 3200-WRITE-PAGE-HEADER-EXIT
044800     END-IF
044900     MOVE LRW-ID TO DTL-ID
045000     MOVE LRW-NAME TO DTL-NAME
045100     MOVE LRW-STATUS TO DTL-STATUS
045200     MOVE LRW-TYPE TO DTL-TYPE
045300     MOVE LRW-OPEN-BAL TO DTL-OPEN-BAL
045400     MOVE LRW-ACCRUED TO DTL-ACCRUED
045500     MOVE LRW-TAKEN TO DTL-TAKEN
045600     MOVE LRW-BALANCE TO DTL-CLOSING
045700     MOVE WS-DETAIL-LINE TO REPORT-LINE
045800     WRITE REPORT-LINE
045900     ADD 1 TO WS-LINE-COUNT
046000     ADD 1 TO WS-DEPT-COUNT
046100     ADD LRW-OPEN-BAL TO WS-DEPT-OPEN
046200     ADD LRW-ACCRUED TO WS-DEPT-ACCRUED
046300     ADD LRW-TAKEN TO WS-DEPT-TAKEN
046400     ADD LRW-BALANCE TO WS-DEPT-CLOSING.
046500 3100-PRINT-BALANCE-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------------
046900* 3200-WRITE-PAGE-HEADER
047000*     STARTS A NEW PAGE: TITLE LINE WITH PERIOD, RUN DATE, AND
047100*     PAGE NUMBER, THEN THE COLUMN HEADINGS FOR THE PART OF THE
047200*     REPORT BEING PRINTED.
047300*----------------------------------------------------------------
047400 3200-WRITE-PAGE-HEADER.
047500     ADD 1 TO WS-PAGE-COUNT
047600     MOVE WS-PAGE-COUNT TO TTL-PAGE-NO
047700     MOVE SPACES TO REPORT-LINE
047800     WRITE REPORT-LINE
047900     MOVE WS-TITLE-LINE TO REPORT-LINE
048000     WRITE REPORT-LINE
048100     IF TERM-SECTION-STARTED
048200         MOVE WS-TERM-HEADER-LINE TO REPORT-LINE
048300     ELSE
048400         MOVE WS-HEADER-LINE TO REPORT-LINE
048500     END-IF
048600     WRITE REPORT-LINE
048700     MOVE 0 TO WS-LINE-COUNT.
048800 3200-WRITE-PAGE-HEADER-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------
049200* 3300-WRITE-DEPT-SUBTOTAL
049300*     PRINTS THE SUBTOTAL FOR THE DEPARTMENT JUST FINISHED, WITH
049400*     ITS NAME FROM DEPTMAST, AND ADDS IT TO THE RUN TOTALS.
049500*----------------------------------------------------------------
049600 3300-WRITE-DEPT-SUBTOTAL.
049700     MOVE WS-PREV-DEPT TO STL-DEPT
049800     MOVE WS-PREV-DEPT TO D-CODE
049900     PERFORM 6000-GET-DEPT-NAME THRU 6000-GET-DEPT-NAME-EXIT
050000     MOVE WS-DEPT-NAME-OUT TO STL-DEPT-NAME
050100     MOVE WS-DEPT-COUNT TO STL-COUNT
050200     MOVE WS-DEPT-OPEN TO STL-OPEN-BAL
050300     MOVE WS-DEPT-ACCRUED TO STL-ACCRUED
050400     MOVE WS-DEPT-TAKEN TO STL-TAKEN
050500     MOVE WS-DEPT-CLOSING TO STL-CLOSING
050600     MOVE WS-DEPT-SUBTOTAL-LINE TO REPORT-LINE
050700     WRITE REPORT-LINE
050800     MOVE SPACES TO REPORT-LINE
050900     WRITE REPORT-LINE
051000     ADD 2 TO WS-LINE-COUNT
051100     ADD WS-DEPT-COUNT TO WS-TOTAL-COUNT
051200     ADD WS-DEPT-OPEN TO WS-TOTAL-OPEN
051300     ADD WS-DEPT-ACCRUED TO WS-TOTAL-ACCRUED
051400     ADD WS-DEPT-TAKEN TO WS-TOTAL-TAKEN
051500     ADD WS-DEPT-CLOSING TO WS-TOTAL-CLOSING.
051600 3300-WRITE-DEPT-SUBTOTAL-EXIT.
051700     EXIT.
051800
051900*----------------------------------------------------------------
052000* 3400-WRITE-TOTALS
052100*     CLOSES OFF THE LAST DEPARTMENT AND PRINTS THE RUN TOTALS,
052200*     CHECKING THAT THEY FOOT: OPENING PLUS ACCRUED LESS TAKEN
052300*     MUST EQUAL CLOSING.
052400*----------------------------------------------------------------
052500 3400-WRITE-TOTALS.
052600     IF DEPT-GROUP-STARTED
052700         PERFORM 3300-WRITE-DEPT-SUBTOTAL
052800             THRU 3300-WRITE-DEPT-SUBTOTAL-EXIT
052900     ELSE
053000         MOVE "NO LEAVE LEDGER RECORDS ON FILE." TO REPORT-LINE
053100         WRITE REPORT-LINE
053200     END-IF
053300     MOVE WS-TOTAL-COUNT TO GTL-COUNT
053400     MOVE WS-TOTAL-OPEN TO GTL-OPEN-BAL
053500     MOVE WS-TOTAL-ACCRUED TO GTL-ACCRUED
053600     MOVE WS-TOTAL-TAKEN TO GTL-TAKEN
053700     MOVE WS-TOTAL-CLOSING TO GTL-CLOSING
053800     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
053900     WRITE REPORT-LINE
054000     COMPUTE WS-FOOT-CHECK =
054100         WS-TOTAL-OPEN + WS-TOTAL-ACCRUED - WS-TOTAL-TAKEN
054200     IF WS-FOOT-CHECK NOT = WS-TOTAL-CLOSING
054300         MOVE "Y" TO WS-OUT-OF-BALANCE
054400         MOVE "*** TOTALS DO NOT FOOT - LEDGER OUT OF BALANCE ***"
054500             TO REPORT-LINE
054600         WRITE REPORT-LINE
054700     END-IF.
054800 3400-WRITE-TOTALS-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------------
055200* 3500-PRINT-TERMINATED
055300*     PRINTS ONE TERMINATED EMPLOYEE'S UNPAID BALANCE, VALUED AT
055400*     A DAY'S PAY.  THE FIRST ONE CLOSES OFF THE BALANCE REPORT
055500*     AND STARTS THE LISTING ON A NEW PAGE.
055600*----------------------------------------------------------------
055700 3500-PRINT-TERMINATED.
055800     IF NOT TERM-SECTION-STARTED
055900         PERFORM 3400-WRITE-TOTALS THRU 3400-WRITE-TOTALS-EXIT
056000         PERFORM 3600-START-TERMINATED
056100             THRU 3600-START-TERMINATED-EXIT
056200     END-IF
056300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
056400         PERFORM 3200-WRITE-PAGE-HEADER
056500             THRU 3200-WRITE-PAGE-HEADER-EXIT
056600     END-IF
056700     COMPUTE WS-DAILY-RATE ROUNDED =
056800         LRW-SALARY / WS-WORK-DAYS-PER-YEAR
056900     COMPUTE WS-LEAVE-VALUE ROUNDED =
057000         LRW-BALANCE * WS-DAILY-RATE
057100     MOVE LRW-ID TO TDL-ID
057200     MOVE LRW-NAME TO TDL-NAME
057300     MOVE LRW-DEPT TO TDL-DEPT
057400     MOVE LRW-TERM-DATE TO TDL-TERM-DATE
057500     MOVE LRW-TYPE TO TDL-TYPE
057600     MOVE LRW-BALANCE TO TDL-DAYS
057700     MOVE WS-DAILY-RATE TO TDL-DAILY-RATE
057800     MOVE WS-LEAVE-VALUE TO TDL-VALUE
057900     MOVE WS-TERM-DETAIL-LINE TO REPORT-LINE
058000     WRITE REPORT-LINE
058100     ADD 1 TO WS-LINE-COUNT
058200     ADD 1 TO WS-TERM-COUNT
058300     ADD LRW-BALANCE TO WS-TERM-DAYS
058400     ADD WS-LEAVE-VALUE TO WS-TERM-VALUE.
058500 3500-PRINT-TERMINATED-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------------
058900* 3600-START-TERMINATED
059000*     SWITCHES THE TITLE TO THE FINAL-PAY LISTING AND STARTS IT
059100*     ON A NEW PAGE.
059200*----------------------------------------------------------------
059300 3600-START-TERMINATED.
059400     MOVE "Y" TO WS-TERM-SECTION-STARTED
059500     MOVE "TERMINATED - UNPAID LEAVE FOR FINAL PAY"
059600         TO TTL-TITLE
059700     PERFORM 3200-WRITE-PAGE-HEADER
059800         THRU 3200-WRITE-PAGE-HEADER-EXIT.
059900 3600-START-TERMINATED-EXIT.
060000     EXIT.
060100
060200*================================================================
060300* 6000-GET-DEPT-NAME
060400*     RETURNS THE DEPARTMENT NAME FOR THE CODE IN D-CODE IN
060500*     WS-DEPT-NAME-OUT, OR "*UNKNOWN*" WHEN THE CODE (OR THE
060600*     DEPARTMENT MASTER ITSELF) IS NOT ON FILE, SAME AS THE
060700*     LOOKUPS IN EMPPAYRL AND PAYVAR.
060800*================================================================
060900 6000-GET-DEPT-NAME.
061000     MOVE "*UNKNOWN*" TO WS-DEPT-NAME-OUT
061100     OPEN INPUT DEPT-MASTER
061200     IF WS-DEPT-STATUS NOT = "00"
061300         GO TO 6000-GET-DEPT-NAME-EXIT
061400     END-IF
061500     READ DEPT-MASTER
061600         KEY IS D-CODE
061700         INVALID KEY
061800             MOVE "*UNKNOWN*" TO WS-DEPT-NAME-OUT
061900         NOT INVALID KEY
062000             MOVE D-NAME TO WS-DEPT-NAME-OUT
062100     END-READ
062200     CLOSE DEPT-MASTER.
062300 6000-GET-DEPT-NAME-EXIT.
062400     EXIT.
062500
062600*================================================================
062700* 5000-WRAP-UP
062800*     CLOSES THE FILES AND DISPLAYS A RUN SUMMARY.  TOTALS THAT
062900*     DO NOT FOOT END THE RUN WITH RETURN-CODE 8.
063000*================================================================
063100 5000-WRAP-UP.
063200     CLOSE LEAVE-LEDGER
063300     CLOSE EMPLOYEE-MASTER
063400     DISPLAY " "
063500     DISPLAY "LEAVRPT run summary for period " WS-RUN-PERIOD ":"
063600     DISPLAY "  Ledger records read   : " WS-LEDGER-READ
063700     DISPLAY "  No activity this month: " WS-NO-ACTIVITY
063800     DISPLAY "  Not on EMPMAST        : " WS-NOT-ON-MASTER
063900     DISPLAY "  Terminated with leave : " WS-TERM-COUNT
064000     DISPLAY "  Days owed to leavers  : " WS-TERM-DAYS
064100     DISPLAY "Report written to LEAVBRPT."
064200     IF OUT-OF-BALANCE
064300         DISPLAY "LEAVE TOTALS DO NOT FOOT; SEE LEAVBRPT."
064400         MOVE 8 TO RETURN-CODE
064500     END-IF.
064600 5000-WRAP-UP-EXIT.
064700     EXIT.
