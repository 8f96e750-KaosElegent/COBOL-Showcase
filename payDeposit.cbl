000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYDDEP.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  DIRECT-DEPOSIT PAYMENT FILE
001300*                  FOR ONE PAY PERIOD, RUN AFTER EMPPAYRL, SO
001400*                  TREASURY NO LONGER RETYPES EVERY NET AMOUNT
001500*                  INTO THE BANK PORTAL.  PAYHIST IS SORTED BY
001600*                  EMPLOYEE ID AND THE KEYED PERIOD'S NET IS
001700*                  TOTALLED PER EMPLOYEE (A LEAVER'S FINAL PAY
001800*                  AND ANY OTHER ROW IN THE PERIOD INCLUDED).
001900*                  EACH EMPLOYEE PAID IS LOOKED UP ON BANKACCT
002000*                  (MAINTAINED BY BANKMNT): AN ACTIVE ACCOUNT
002100*                  WITH A ROUTING NUMBER THAT PASSES ITS CHECK
002200*                  DIGIT GETS A CREDIT ENTRY ON THE BANK-FORMAT
002300*                  FILE (DDEPOSIT, DDEPREC LAYOUT) BETWEEN A
002400*                  FILE AND BATCH HEADER AND THE BATCH AND FILE
002500*                  CONTROLS CARRYING THE ENTRY COUNT, CREDIT
002600*                  TOTAL, AND ENTRY HASH.  ANYONE ELSE PAID IS
002700*                  LISTED WITH THE REASON ON THE EXCEPTION LIST
002800*                  (DDEXCPT) FOR A PAPER CHECK INSTEAD OF BEING
002900*                  DROPPED.  THE PERIOD'S PAYHIST NET MUST EQUAL
003000*                  THE DEPOSITED TOTAL PLUS THE EXCEPTION TOTAL;
003100*                  IF IT DOES NOT THE RUN ENDS WITH RETURN-CODE
003200*                  8 AND THE FILE MUST NOT BE SENT.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PAYHIST-STATUS.
004000     SELECT SORT-FILE ASSIGN TO "DDSRTWK".
004100     SELECT SORTED-PAY-FILE ASSIGN TO "DDSRT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS E-ID
004700         ALTERNATE RECORD KEY IS E-NAME
004800             WITH DUPLICATES
004900         FILE STATUS IS WS-MASTER-STATUS.
005000     SELECT BANK-FILE ASSIGN TO "BANKACCT"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS BA-ID
005400         FILE STATUS IS WS-BANK-STATUS.
005500     SELECT DEPOSIT-FILE ASSIGN TO "DDEPOSIT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT EXCEPTION-FILE ASSIGN TO "DDEXCPT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PAY-HISTORY-FILE.
006300 01  PAY-HISTORY-RECORD.
006400     COPY PAYREC
006500         REPLACING ==PAY-ID==       BY ==PH-ID==
006600                   ==PAY-PERIOD==   BY ==PH-PERIOD==
006700                   ==PAY-DEPT==     BY ==PH-DEPT==
006800                   ==PAY-GROSS==    BY ==PH-GROSS==
006900                   ==PAY-TAX==      BY ==PH-TAX==
007000                   ==PAY-BENEFITS== BY ==PH-BENEFITS==
007100                   ==PAY-NET==      BY ==PH-NET==
007200                   ==PAY-TYPE==     BY ==PH-TYPE==
007201                   ==PAY-RETRO-PERIOD== BY ==PH-RETRO-PERIOD==.
007300
007400 SD  SORT-FILE.
007500 01  SORT-RECORD.
007600     COPY PAYREC
007700         REPLACING ==PAY-ID==       BY ==SRT-ID==
007800                   ==PAY-PERIOD==   BY ==SRT-PERIOD==
007900                   ==PAY-DEPT==     BY ==SRT-DEPT==
008000                   ==PAY-GROSS==    BY ==SRT-GROSS==
008100                   ==PAY-TAX==      BY ==SRT-TAX==
008200                   ==PAY-BENEFITS== BY ==SRT-BENEFITS==
008300                   ==PAY-NET==      BY ==SRT-NET==
008400                   ==PAY-TYPE==     BY ==SRT-TYPE==
008401                   ==PAY-RETRO-PERIOD== BY ==SRT-RETRO-PERIOD==.
008500
008600 FD  SORTED-PAY-FILE.
008700 01  SORTED-PAY-RECORD.
008800     COPY PAYREC
008900         REPLACING ==PAY-ID==       BY ==SP-ID==
009000                   ==PAY-PERIOD==   BY ==SP-PERIOD==
009100                   ==PAY-DEPT==     BY ==SP-DEPT==
009200                   ==PAY-GROSS==    BY ==SP-GROSS==
009300                   ==PAY-TAX==      BY ==SP-TAX==
009400                   ==PAY-BENEFITS== BY ==SP-BENEFITS==
009500                   ==PAY-NET==      BY ==SP-NET==
009600                   ==PAY-TYPE==     BY ==SP-TYPE==
009601                   ==PAY-RETRO-PERIOD== BY ==SP-RETRO-PERIOD==.
009700
009800 FD  EMPLOYEE-MASTER.
009900 01  EMPLOYEE-RECORD.
010000     COPY EMPREC
010100         REPLACING ==EMP-ID==     BY ==E-ID==
010200                   ==EMP-NAME==   BY ==E-NAME==
010300                   ==EMP-CITY==   BY ==E-CITY==
010400                   ==EMP-SALARY== BY ==E-SALARY==
010500                   ==EMP-DEPT==   BY ==E-DEPT==
010600                   ==EMP-STATUS== BY ==E-STATUS==
010700                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
010750                   ==EMP-GRADE== BY ==E-GRADE==.
010800
010900 FD  BANK-FILE.
011000 01  BANK-ACCOUNT-RECORD.
011100     COPY BANKREC
011200         REPLACING LEADING ==BNK== BY ==BA==.
011300
011400 FD  DEPOSIT-FILE.
011500 01  DEPOSIT-RECORD.
011600     COPY DDEPREC.
011700
011800 FD  EXCEPTION-FILE.
011900 01  EXCEPTION-LINE PIC X(132).
012000
012100 WORKING-STORAGE SECTION.
012200 01  WS-PAYHIST-STATUS PIC X(2) VALUE "00".
012300 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
012400 01  WS-BANK-STATUS PIC X(2) VALUE "00".
012500 01  WS-EOF PIC A(1) VALUE "N".
012600 01  WS-BANK-FILE-OPEN PIC A(1) VALUE "N".
012700     88 BANK-FILE-OPEN VALUE "Y".
012800
012900 01  WS-PAY-PERIOD PIC 9(6) VALUE 0.
013000 01  WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
013100 01  WS-RUN-DATE PIC 9(8) VALUE 0.
013200 01  WS-RUN-TIME PIC 9(8) VALUE 0.
013300 01  FILLER REDEFINES WS-RUN-TIME.
013400     05 WS-RUN-HHMM PIC 9(4).
013500     05 FILLER PIC 9(4).
013600
013700*----------------------------------------------------------------
013800* ORIGINATOR IDENTIFICATION AS ASSIGNED BY THE COMPANY'S BANK.
013900* THE DESTINATION AND ORIGIN ARE THE BANK'S ROUTING NUMBER AND
014000* THE COMPANY ID WITH THEIR LEADING BLANK; THE ORIGINATING DFI
014100* IS THE FIRST EIGHT DIGITS OF THE BANK'S ROUTING NUMBER AND
014200* PREFIXES EVERY TRACE NUMBER.  CHANGE THEM HERE IF THE BANK
014300* RE-ISSUES THEM.
014400*----------------------------------------------------------------
014500 01  WS-BANK-DESTINATION PIC X(10) VALUE " 091000019".
014600 01  WS-BANK-NAME PIC X(23) VALUE "FIRST NATIONAL BANK".
014700 01  WS-COMPANY-ORIGIN PIC X(10) VALUE " 410000001".
014800 01  WS-COMPANY-ID PIC X(10) VALUE "1410000001".
014900 01  WS-COMPANY-NAME PIC X(16) VALUE "HOME OFFICE".
015000 01  WS-ORIGIN-DFI PIC 9(8) VALUE 09100001.
015100 01  WS-BATCH-NUMBER PIC 9(7) VALUE 1.
015200
015300*----------------------------------------------------------------
015400* CURRENT EMPLOYEE.  THE SORTED ROWS FOR THE PERIOD ARRIVE IN
015500* EMPLOYEE ID ORDER; THE NET IS TOTALLED ACROSS THE EMPLOYEE'S
015600* ROWS AND PAID ON THE ID BREAK.
015700*----------------------------------------------------------------
015800 01  WS-CUR-ID PIC 9(8) VALUE 0.
015900 01  WS-CUR-DEPT PIC X(4) VALUE SPACES.
016000 01  WS-CUR-NET PIC 9(8)V9(2) VALUE 0.
016100 01  WS-EMP-STARTED PIC A(1) VALUE "N".
016200     88 EMP-STARTED VALUE "Y".
016300 01  WS-EMP-NAME-OUT PIC X(25) VALUE SPACES.
016400 01  WS-EXCEPTION-REASON PIC X(30) VALUE SPACES.
016500
016600*----------------------------------------------------------------
016700* ROUTING NUMBER CHECK-DIGIT WORKING FIELDS, SAME AS BANKMNT'S.
016800*----------------------------------------------------------------
016900 01  WS-CHK-ROUTING PIC 9(09) VALUE 0.
017000 01  FILLER REDEFINES WS-CHK-ROUTING.
017100     05 WS-CHK-DIGIT PIC 9(01) OCCURS 9 TIMES.
017200 01  WS-CHK-SUM PIC 9(4) COMP VALUE 0.
017300 01  WS-CHK-QUOT PIC 9(4) COMP VALUE 0.
017400 01  WS-CHK-REM PIC 9(4) COMP VALUE 0.
017500 01  WS-ROUTING-VALID PIC A(1) VALUE "N".
017600     88 ROUTING-VALID VALUE "Y".
017700
017800*----------------------------------------------------------------
017900* TRACE NUMBER: ORIGINATING DFI FOLLOWED BY THE ENTRY SEQUENCE.
018000*----------------------------------------------------------------
018100 01  WS-TRACE-NUMBER.
018200     05 WS-TRACE-DFI PIC 9(8).
018300     05 WS-TRACE-SEQ PIC 9(7).
018400
018500*----------------------------------------------------------------
018600* CONTROL TOTALS.  THE ENTRY HASH IS ACCUMULATED WIDE AND ONLY
018700* ITS LOW-ORDER TEN DIGITS ARE MOVED TO THE CONTROL RECORDS.
018800*----------------------------------------------------------------
018900 01  WS-ROWS-READ PIC 9(7) COMP VALUE 0.
019000 01  WS-ROWS-IN-PERIOD PIC 9(7) COMP VALUE 0.
019100 01  WS-PERIOD-NET PIC 9(11)V9(2) VALUE 0.
019200 01  WS-EMP-PAID-COUNT PIC 9(7) COMP VALUE 0.
019300 01  WS-ZERO-NET-COUNT PIC 9(7) COMP VALUE 0.
019400 01  WS-ENTRY-COUNT PIC 9(7) COMP VALUE 0.
019500 01  WS-ENTRY-TOTAL PIC 9(10)V9(2) VALUE 0.
019600 01  WS-ENTRY-HASH-SUM PIC 9(14) VALUE 0.
019700 01  WS-ENTRY-HASH PIC 9(10) VALUE 0.
019800 01  WS-EXCP-COUNT PIC 9(7) COMP VALUE 0.
019900 01  WS-EXCP-TOTAL PIC 9(11)V9(2) VALUE 0.
020000 01  WS-PAID-TOTAL PIC 9(11)V9(2) VALUE 0.
020100 01  WS-OUT-OF-BALANCE PIC A(1) VALUE "N".
020200     88 OUT-OF-BALANCE VALUE "Y".
020300
020400 01  WS-EXCP-TITLE-LINE.
020500     05 FILLER PIC X(40) VALUE
020600         "DIRECT DEPOSIT EXCEPTIONS - PAPER CHECKS".
020700     05 FILLER PIC X(08) VALUE "  PERIOD".
020800     05 FILLER PIC X(01) VALUE SPACE.
020900     05 ETL-PERIOD PIC 9(6).
021000
021100 01  WS-EXCP-HEADER-LINE.
021200     05 FILLER PIC X(10) VALUE "ID".
021300     05 FILLER PIC X(27) VALUE "NAME".
021400     05 FILLER PIC X(06) VALUE "DEPT".
021500     05 FILLER PIC X(16) VALUE "NET PAY".
021600     05 FILLER PIC X(30) VALUE "REASON".
021700
021800 01  WS-EXCP-DETAIL-LINE.
021900     05 EDL-ID PIC 9(8).
022000     05 FILLER PIC X(02) VALUE SPACES.
022100     05 EDL-NAME PIC X(25).
022200     05 FILLER PIC X(02) VALUE SPACES.
022300     05 EDL-DEPT PIC X(04).
022400     05 FILLER PIC X(02) VALUE SPACES.
022500     05 EDL-NET PIC $$,$$$,$$9.99.
022600     05 FILLER PIC X(03) VALUE SPACES.
022700     05 EDL-REASON PIC X(30).
022800
022900 01  WS-EXCP-TOTAL-LINE.
023000     05 FILLER PIC X(20) VALUE "PAPER CHECKS".
023100     05 ETT-COUNT PIC ZZZ,ZZ9.
023200     05 FILLER PIC X(16) VALUE SPACES.
023300     05 ETT-NET PIC $$$,$$$,$$9.99.
023400
023500 01  WS-EXCP-NONE-LINE PIC X(40) VALUE
023600     "NO EXCEPTIONS - EVERY EMPLOYEE DEPOSITED".
023700
023800 PROCEDURE DIVISION.
023900*================================================================
024000* 0000-MAIN-PROCESS
024100*     BATCH MAINLINE.  SORTS PAYHIST, PAYS EACH EMPLOYEE IN THE
024200*     PERIOD BY DEPOSIT OR EXCEPTION, THEN WRITES THE CONTROL
024300*     RECORDS AND A RUN SUMMARY.
024400*================================================================
024500 0000-MAIN-PROCESS.
024600     PERFORM 1000-GET-REQUEST THRU 1000-GET-REQUEST-EXIT
024700     PERFORM 1100-OPEN-FILES THRU 1100-OPEN-FILES-EXIT
024800     PERFORM 2000-PROCESS-PAY-ROW THRU 2000-PROCESS-PAY-ROW-EXIT
024900         UNTIL WS-EOF = "Y"
025000     IF EMP-STARTED
025100         PERFORM 3000-PAY-EMPLOYEE THRU 3000-PAY-EMPLOYEE-EXIT
025200     END-IF
025300     IF WS-ROWS-IN-PERIOD = 0
025400         DISPLAY "NO PAYHIST ROWS FOR PERIOD " WS-PAY-PERIOD
025500         DISPLAY "NO PAYMENT FILE WRITTEN; RUN EMPPAYRL FIRST."
025600         PERFORM 4900-CLOSE-FILES THRU 4900-CLOSE-FILES-EXIT
025700         MOVE 8 TO RETURN-CODE
025800         STOP RUN
025900     END-IF
026000     PERFORM 4000-WRAP-UP THRU 4000-WRAP-UP-EXIT
026100     STOP RUN.
026200
026300*================================================================
026400* 1000-GET-REQUEST
026500*     PROMPTS FOR THE PAY PERIOD TO PAY AND THE DATE THE BANK IS
026600*     TO SETTLE THE DEPOSITS.  BAD INPUT STOPS THE RUN WITH A
026700*     MESSAGE SO A MIS-KEYED REQUEST CANNOT PAY THE WRONG MONTH.
026800*================================================================
026900 1000-GET-REQUEST.
027000     DISPLAY "Enter pay period to pay (YYYYMM): "
027100         WITH NO ADVANCING
027200     ACCEPT WS-PAY-PERIOD
027300     IF WS-PAY-PERIOD IS NOT NUMERIC OR WS-PAY-PERIOD = 0
027400         DISPLAY "INVALID PAY PERIOD!"
027500         MOVE 8 TO RETURN-CODE
027600         STOP RUN
027700     END-IF
027800     DISPLAY "Enter deposit settlement date (YYYYMMDD): "
027900         WITH NO ADVANCING
028000     ACCEPT WS-EFFECTIVE-DATE
028100     IF WS-EFFECTIVE-DATE IS NOT NUMERIC OR WS-EFFECTIVE-DATE = 0
028200         DISPLAY "INVALID SETTLEMENT DATE!"
028300         MOVE 8 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600 1000-GET-REQUEST-EXIT.
028700     EXIT.
028800
028900*================================================================
029000* 1100-OPEN-FILES
029100*     SORTS PAYHIST BY EMPLOYEE ID, OPENS THE MASTER, THE BANK
029200*     ACCOUNT FILE, AND THE OUTPUTS, WRITES THE FILE AND BATCH
029300*     HEADERS AND THE EXCEPTION LIST HEADINGS, AND PRIMES THE
029400*     FIRST READ.  WITHOUT BANKACCT EVERY EMPLOYEE GOES TO THE
029500*     EXCEPTION LIST.
029600*================================================================
029700 1100-OPEN-FILES.
029800     OPEN INPUT PAY-HISTORY-FILE
029900     IF WS-PAYHIST-STATUS NOT = "00"
030000         DISPLAY "Unable to open PAYHIST, status: "
030100             WS-PAYHIST-STATUS
030200         DISPLAY "Run EMPPAYRL to build pay history first."
030300         MOVE 8 TO RETURN-CODE
030400         STOP RUN
030500     END-IF
030600     CLOSE PAY-HISTORY-FILE
030700     SORT SORT-FILE
030800         ON ASCENDING KEY SRT-ID
030900         USING PAY-HISTORY-FILE
031000         GIVING SORTED-PAY-FILE
031100     OPEN INPUT EMPLOYEE-MASTER
031200     IF WS-MASTER-STATUS NOT = "00"
031300         DISPLAY "Unable to open EMPLOYEE-MASTER, status: "
031400             WS-MASTER-STATUS
031500         DISPLAY "Run EMPCONV to build EMPLOYEE-MASTER first."
031600         MOVE 8 TO RETURN-CODE
031700         STOP RUN
031800     END-IF
031900     OPEN INPUT BANK-FILE
032000     IF WS-BANK-STATUS = "00"
032100         MOVE "Y" TO WS-BANK-FILE-OPEN
032200     ELSE
032300         DISPLAY "Unable to open BANKACCT, status: "
032400             WS-BANK-STATUS
032500         DISPLAY "Every employee will be listed for a paper "
032600             "check."
032700     END-IF
032800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
032900     ACCEPT WS-RUN-TIME FROM TIME
033000     MOVE WS-ORIGIN-DFI TO WS-TRACE-DFI
033100     OPEN OUTPUT DEPOSIT-FILE
033200     OPEN OUTPUT EXCEPTION-FILE
033300     MOVE SPACES TO DEPOSIT-RECORD
033400     MOVE "1" TO DDP-RECORD-TYPE
033500     MOVE 1 TO DDP-FH-PRIORITY
033600     MOVE WS-BANK-DESTINATION TO DDP-FH-DESTINATION
033700     MOVE WS-COMPANY-ORIGIN TO DDP-FH-ORIGIN
033800     MOVE WS-RUN-DATE TO DDP-FH-CREATE-DATE
033900     MOVE WS-RUN-HHMM TO DDP-FH-CREATE-TIME
034000     MOVE "A" TO DDP-FH-FILE-ID
034100     MOVE WS-BANK-NAME TO DDP-FH-DEST-NAME
034200     MOVE WS-COMPANY-NAME TO DDP-FH-ORIGIN-NAME
034300     WRITE DEPOSIT-RECORD
034400     MOVE SPACES TO DEPOSIT-RECORD
034500     MOVE "5" TO DDP-RECORD-TYPE
034600     MOVE 220 TO DDP-BH-SERVICE-CLASS
034700     MOVE WS-COMPANY-NAME TO DDP-BH-COMPANY-NAME
034800     MOVE WS-COMPANY-ID TO DDP-BH-COMPANY-ID
034900     MOVE "PPD" TO DDP-BH-ENTRY-CLASS
035000     MOVE "PAYROLL" TO DDP-BH-ENTRY-DESC
035100     MOVE WS-PAY-PERIOD TO DDP-BH-PAY-PERIOD
035200     MOVE WS-EFFECTIVE-DATE TO DDP-BH-EFFECTIVE-DATE
035300     MOVE WS-ORIGIN-DFI TO DDP-BH-ORIGIN-DFI
035400     MOVE WS-BATCH-NUMBER TO DDP-BH-BATCH-NUMBER
035500     WRITE DEPOSIT-RECORD
035600     MOVE WS-PAY-PERIOD TO ETL-PERIOD
035700     MOVE WS-EXCP-TITLE-LINE TO EXCEPTION-LINE
035800     WRITE EXCEPTION-LINE
035900     MOVE SPACES TO EXCEPTION-LINE
036000     WRITE EXCEPTION-LINE
036100     MOVE WS-EXCP-HEADER-LINE TO EXCEPTION-LINE
036200     WRITE EXCEPTION-LINE
036300     OPEN INPUT SORTED-PAY-FILE
036400     READ SORTED-PAY-FILE
036500         AT END MOVE "Y" TO WS-EOF
036600     END-READ.
036700 1100-OPEN-FILES-EXIT.
036800     EXIT.
036900
037000*================================================================
037100* 2000-PROCESS-PAY-ROW
037200*     HANDLES THE EMPLOYEE CONTROL BREAK AND ADDS ONE SORTED
037300*     PAYHIST ROW FOR THE PERIOD TO THE EMPLOYEE'S NET.  ROWS
037400*     FOR OTHER PERIODS ARE SKIPPED.
037500*================================================================
037600 2000-PROCESS-PAY-ROW.
037700     ADD 1 TO WS-ROWS-READ
037800     IF SP-PERIOD NOT = WS-PAY-PERIOD
037900         GO TO 2000-PROCESS-PAY-ROW-NEXT
038000     END-IF
038100     IF EMP-STARTED AND SP-ID NOT = WS-CUR-ID
038200         PERFORM 3000-PAY-EMPLOYEE THRU 3000-PAY-EMPLOYEE-EXIT
038300     END-IF
038400     IF NOT EMP-STARTED OR SP-ID NOT = WS-CUR-ID
038500         MOVE SP-ID TO WS-CUR-ID
038600         MOVE 0 TO WS-CUR-NET
038700         MOVE "Y" TO WS-EMP-STARTED
038800     END-IF
038900     ADD 1 TO WS-ROWS-IN-PERIOD
039000     MOVE SP-DEPT TO WS-CUR-DEPT
039100     ADD SP-NET TO WS-CUR-NET
039200     ADD SP-NET TO WS-PERIOD-NET.
039300 2000-PROCESS-PAY-ROW-NEXT.
039400     READ SORTED-PAY-FILE
039500         AT END MOVE "Y" TO WS-EOF
039600     END-READ.
039700 2000-PROCESS-PAY-ROW-EXIT.
039800     EXIT.
039900
040000*================================================================
040100* 3000-PAY-EMPLOYEE
040200*     PAYS THE CURRENT EMPLOYEE'S NET FOR THE PERIOD: A CREDIT
040300*     ENTRY WHEN THE BANK ACCOUNT IS GOOD, OTHERWISE A LINE ON
040400*     THE EXCEPTION LIST WITH THE REASON.  A ZERO NET (E.G.
040500*     BENEFITS THAT TOOK THE WHOLE GROSS) HAS NOTHING TO PAY
040600*     AND IS ONLY COUNTED.
040700*================================================================
040800 3000-PAY-EMPLOYEE.
040900     IF WS-CUR-NET = 0
041000         ADD 1 TO WS-ZERO-NET-COUNT
041100         GO TO 3000-PAY-EMPLOYEE-EXIT
041200     END-IF
041300     ADD 1 TO WS-EMP-PAID-COUNT
041400     MOVE WS-CUR-ID TO E-ID
041500     READ EMPLOYEE-MASTER
041600         KEY IS E-ID
041700         INVALID KEY
041800             MOVE "*NOT ON EMPMAST*" TO WS-EMP-NAME-OUT
041900         NOT INVALID KEY
042000             MOVE E-NAME TO WS-EMP-NAME-OUT
042100     END-READ
042200     PERFORM 3100-CHECK-ACCOUNT THRU 3100-CHECK-ACCOUNT-EXIT
042300     IF WS-EXCEPTION-REASON NOT = SPACES
042400         PERFORM 3300-WRITE-EXCEPTION
042500             THRU 3300-WRITE-EXCEPTION-EXIT
042600     ELSE
042700         PERFORM 3200-WRITE-ENTRY THRU 3200-WRITE-ENTRY-EXIT
042800     END-IF.
042900 3000-PAY-EMPLOYEE-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------------
043300* 3100-CHECK-ACCOUNT
043400*     READS THE EMPLOYEE'S BANK ACCOUNT AND LEAVES THE REASON IT
043500*     CANNOT BE PAID BY DEPOSIT IN WS-EXCEPTION-REASON, OR
043600*     SPACES WHEN THE ACCOUNT IS GOOD.
043700*----------------------------------------------------------------
043800 3100-CHECK-ACCOUNT.
043900     MOVE SPACES TO WS-EXCEPTION-REASON
044000     IF NOT BANK-FILE-OPEN
044100         MOVE "BANK ACCOUNT FILE NOT AVAILABLE"
044200             TO WS-EXCEPTION-REASON
044300         GO TO 3100-CHECK-ACCOUNT-EXIT
044400     END-IF
044500     MOVE WS-CUR-ID TO BA-ID
044600     READ BANK-FILE
044700         KEY IS BA-ID
044800         INVALID KEY
044900             MOVE "NO BANK ACCOUNT ON FILE" TO WS-EXCEPTION-REASON
045000     END-READ
045100     IF WS-EXCEPTION-REASON NOT = SPACES
045200         GO TO 3100-CHECK-ACCOUNT-EXIT
045300     END-IF
045400     EVALUATE TRUE
045500         WHEN BA-IS-HELD
045600             MOVE "ACCOUNT ON HOLD" TO WS-EXCEPTION-REASON
045700         WHEN BA-IS-CLOSED
045800             MOVE "ACCOUNT CLOSED" TO WS-EXCEPTION-REASON
045900         WHEN NOT BA-IS-ACTIVE
046000             MOVE "ACCOUNT STATUS NOT ACTIVE"
046100                 TO WS-EXCEPTION-REASON
046200         WHEN NOT BA-IS-CHECKING AND NOT BA-IS-SAVINGS
046300             MOVE "INVALID ACCOUNT TYPE" TO WS-EXCEPTION-REASON
046400         WHEN BA-ACCOUNT = SPACES
046500             MOVE "NO ACCOUNT NUMBER" TO WS-EXCEPTION-REASON
046600         WHEN BA-ROUTING IS NOT NUMERIC OR BA-ROUTING = 0
046700             MOVE "INVALID ROUTING NUMBER" TO WS-EXCEPTION-REASON
046800         WHEN OTHER
046900             MOVE BA-ROUTING TO WS-CHK-ROUTING
047000             PERFORM 8200-CHECK-ROUTING
047100                 THRU 8200-CHECK-ROUTING-EXIT
047200             IF NOT ROUTING-VALID
047300                 MOVE "ROUTING NUMBER FAILS CHECK DIGIT"
047400                     TO WS-EXCEPTION-REASON
047500             END-IF
047600     END-EVALUATE.
047700 3100-CHECK-ACCOUNT-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------------
048100* 3200-WRITE-ENTRY
048200*     WRITES THE CREDIT ENTRY FOR THE CURRENT EMPLOYEE AND ADDS
048300*     IT TO THE COUNT, TOTAL, AND ENTRY HASH.  TRANSACTION CODE
048400*     22 CREDITS A CHECKING ACCOUNT, 32 A SAVINGS ACCOUNT.
048500*----------------------------------------------------------------
048600 3200-WRITE-ENTRY.
048700     ADD 1 TO WS-ENTRY-COUNT
048800     MOVE WS-ENTRY-COUNT TO WS-TRACE-SEQ
048900     MOVE SPACES TO DEPOSIT-RECORD
049000     MOVE "6" TO DDP-RECORD-TYPE
049100     IF BA-IS-SAVINGS
049200         MOVE 32 TO DDP-TRAN-CODE
049300     ELSE
049400         MOVE 22 TO DDP-TRAN-CODE
049500     END-IF
049600     MOVE BA-ROUTING-DFI TO DDP-RDFI
049700     MOVE BA-ROUTING-CHECK TO DDP-CHECK-DIGIT
049800     MOVE BA-ACCOUNT TO DDP-ACCOUNT
049900     MOVE WS-CUR-NET TO DDP-AMOUNT
050000     MOVE WS-CUR-ID TO DDP-EMP-ID
050100     MOVE WS-EMP-NAME-OUT TO DDP-EMP-NAME
050200     MOVE 0 TO DDP-ADDENDA-IND
050300     MOVE WS-TRACE-NUMBER TO DDP-TRACE
050400     WRITE DEPOSIT-RECORD
050500     ADD WS-CUR-NET TO WS-ENTRY-TOTAL
050600     ADD BA-ROUTING-DFI TO WS-ENTRY-HASH-SUM.
050700 3200-WRITE-ENTRY-EXIT.
050800     EXIT.
050900
051000*----------------------------------------------------------------
051100* 3300-WRITE-EXCEPTION
051200*     LISTS THE CURRENT EMPLOYEE FOR A PAPER CHECK.
051300*----------------------------------------------------------------
051400 3300-WRITE-EXCEPTION.
051500     ADD 1 TO WS-EXCP-COUNT
051600     ADD WS-CUR-NET TO WS-EXCP-TOTAL
051700     MOVE WS-CUR-ID TO EDL-ID
051800     MOVE WS-EMP-NAME-OUT TO EDL-NAME
051900     MOVE WS-CUR-DEPT TO EDL-DEPT
052000     MOVE WS-CUR-NET TO EDL-NET
052100     MOVE WS-EXCEPTION-REASON TO EDL-REASON
052200     MOVE WS-EXCP-DETAIL-LINE TO EXCEPTION-LINE
052300     WRITE EXCEPTION-LINE.
052400 3300-WRITE-EXCEPTION-EXIT.
052500     EXIT.
052600
052700*================================================================
052800* 4000-WRAP-UP
052900*     WRITES THE BATCH AND FILE CONTROL RECORDS AND THE
053000*     EXCEPTION TOTAL, CHECKS THAT THE DEPOSITS PLUS THE PAPER
053100*     CHECKS ACCOUNT FOR THE PERIOD'S WHOLE PAYHIST NET, CLOSES
053200*     THE FILES, AND DISPLAYS A RUN SUMMARY.
053300*================================================================
053400 4000-WRAP-UP.
053500     MOVE WS-ENTRY-HASH-SUM TO WS-ENTRY-HASH
053600     MOVE SPACES TO DEPOSIT-RECORD
053700     MOVE "8" TO DDP-RECORD-TYPE
053800     MOVE 220 TO DDP-BC-SERVICE-CLASS
053900     MOVE WS-ENTRY-COUNT TO DDP-BC-ENTRY-COUNT
054000     MOVE WS-ENTRY-HASH TO DDP-BC-ENTRY-HASH
054100     MOVE 0 TO DDP-BC-TOTAL-DEBIT
054200     MOVE WS-ENTRY-TOTAL TO DDP-BC-TOTAL-CREDIT
054300     MOVE WS-COMPANY-ID TO DDP-BC-COMPANY-ID
054400     MOVE WS-ORIGIN-DFI TO DDP-BC-ORIGIN-DFI
054500     MOVE WS-BATCH-NUMBER TO DDP-BC-BATCH-NUMBER
054600     WRITE DEPOSIT-RECORD
054700     MOVE SPACES TO DEPOSIT-RECORD
054800     MOVE "9" TO DDP-RECORD-TYPE
054900     MOVE 1 TO DDP-FC-BATCH-COUNT
055000     MOVE WS-ENTRY-COUNT TO DDP-FC-ENTRY-COUNT
055100     MOVE WS-ENTRY-HASH TO DDP-FC-ENTRY-HASH
055200     MOVE 0 TO DDP-FC-TOTAL-DEBIT
055300     MOVE WS-ENTRY-TOTAL TO DDP-FC-TOTAL-CREDIT
055400     WRITE DEPOSIT-RECORD
055500     MOVE SPACES TO EXCEPTION-LINE
055600     WRITE EXCEPTION-LINE
055700     IF WS-EXCP-COUNT = 0
055800         MOVE WS-EXCP-NONE-LINE TO EXCEPTION-LINE
055900     ELSE
056000         MOVE WS-EXCP-COUNT TO ETT-COUNT
056100         MOVE WS-EXCP-TOTAL TO ETT-NET
056200         MOVE WS-EXCP-TOTAL-LINE TO EXCEPTION-LINE
056300     END-IF
056400     WRITE EXCEPTION-LINE
056500     COMPUTE WS-PAID-TOTAL = WS-ENTRY-TOTAL + WS-EXCP-TOTAL
056600     IF WS-PAID-TOTAL NOT = WS-PERIOD-NET
056700         MOVE "Y" TO WS-OUT-OF-BALANCE
056800     END-IF
056900     PERFORM 4900-CLOSE-FILES THRU 4900-CLOSE-FILES-EXIT
057000     DISPLAY " "
057100     DISPLAY "PAYDDEP run summary:"
057200     DISPLAY "  Pay period          : " WS-PAY-PERIOD
057300     DISPLAY "  Settlement date     : " WS-EFFECTIVE-DATE
057400     DISPLAY "  PAYHIST rows        : " WS-ROWS-IN-PERIOD
057500     DISPLAY "  Period net          : " WS-PERIOD-NET
057600     DISPLAY "  Employees paid      : " WS-EMP-PAID-COUNT
057700     DISPLAY "  Zero net, not paid  : " WS-ZERO-NET-COUNT
057800     DISPLAY "  Deposit entries     : " WS-ENTRY-COUNT
057900     DISPLAY "  Deposit total       : " WS-ENTRY-TOTAL
058000     DISPLAY "  Entry hash          : " WS-ENTRY-HASH
058100     DISPLAY "  Paper checks        : " WS-EXCP-COUNT
058200     DISPLAY "  Paper check total   : " WS-EXCP-TOTAL
058300     DISPLAY "Payment file written to DDEPOSIT."
058400     DISPLAY "Exception list written to DDEXCPT."
058500     IF OUT-OF-BALANCE
058600         DISPLAY "DEPOSITS PLUS PAPER CHECKS DO NOT EQUAL THE "
058700             "PERIOD NET - DO NOT SEND DDEPOSIT."
058800         MOVE 8 TO RETURN-CODE
058900     END-IF.
059000 4000-WRAP-UP-EXIT.
059100     EXIT.
059200
059300*----------------------------------------------------------------
059400* 4900-CLOSE-FILES
059500*     CLOSES EVERY FILE THE RUN OPENED.
059600*----------------------------------------------------------------
059700 4900-CLOSE-FILES.
059800     CLOSE SORTED-PAY-FILE
059900     CLOSE EMPLOYEE-MASTER
060000     IF BANK-FILE-OPEN
060100         CLOSE BANK-FILE
060200     END-IF
060300     CLOSE DEPOSIT-FILE
060400     CLOSE EXCEPTION-FILE.
060500 4900-CLOSE-FILES-EXIT.
060600     EXIT.
060700
060800*================================================================
060900* 8200-CHECK-ROUTING
061000*     CHECKS THE ROUTING NUMBER IN WS-CHK-ROUTING AGAINST ITS
061100*     CHECK DIGIT, SAME AS BANKMNT: 3 X (DIGITS 1, 4, 7) + 7 X
061200*     (DIGITS 2, 5, 8) + (DIGITS 3, 6, 9) MUST BE A MULTIPLE OF
061300*     TEN.  SETS WS-ROUTING-VALID.
061400*================================================================
061500 8200-CHECK-ROUTING.
061600     MOVE "N" TO WS-ROUTING-VALID
061700     COMPUTE WS-CHK-SUM =
061800         3 * (WS-CHK-DIGIT (1) + WS-CHK-DIGIT (4)
061900              + WS-CHK-DIGIT (7))
062000         + 7 * (WS-CHK-DIGIT (2) + WS-CHK-DIGIT (5)
062100              + WS-CHK-DIGIT (8))
062200         + WS-CHK-DIGIT (3) + WS-CHK-DIGIT (6) + WS-CHK-DIGIT (9)
062300     DIVIDE WS-CHK-SUM BY 10 GIVING WS-CHK-QUOT
062400         REMAINDER WS-CHK-REM
062500     IF WS-CHK-REM = 0
062600         MOVE "Y" TO WS-ROUTING-VALID
062700     END-IF.
062800 8200-CHECK-ROUTING-EXIT.
062900     EXIT.
