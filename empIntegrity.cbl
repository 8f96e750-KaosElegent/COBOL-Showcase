000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPINTEG.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  CROSS-FILE INTEGRITY CHECK.
001300*                  EACH PROGRAM VALIDATES ITS OWN INPUT, BUT
001400*                  NOTHING CHECKED THAT THE FILES AGREE WITH EACH
001500*                  OTHER.  THIS RUN READS EMPMAST, DEPTMAST,
001600*                  DEPTBUDG, PAYHIST, PAYPARM, EMPPEND, EMPRCYCL,
001700*                  EMPAUDIT, OPERMAST, BANKACCT, LEAVLEDG, AND
001800*                  EMPAPPR AND LISTS EVERY ORPHAN OR CONTRADICTION
001900*                  ON INTEGRPT, ONE LINE EACH, WITH A REASON CODE
002000*                  AND A SEVERITY: "E" (ERROR) WHEN A LATER RUN
002100*                  WILL GO WRONG BECAUSE OF IT, "W" (WARNING) WHEN
002200*                  IT NEEDS LOOKING AT BUT BREAKS NOTHING.  THE
002300*                  REPORT ENDS WITH A COUNT BY REASON CODE AND THE
002400*                  FILES THAT WERE NOT THERE TO CHECK.
002500*                  RETURN-CODE IS 8 WHEN ANY ERROR WAS FOUND (OR
002600*                  EMPMAST OR DEPTMAST CANNOT BE OPENED), 4 WHEN
002700*                  ONLY WARNINGS WERE FOUND, AND 0 WHEN THE FILES
002800*                  AGREE, SO NIGHTRUN CAN STOP ON AN ERROR AND
002900*                  CARRY ON PAST WARNINGS.
002910* 2026-10-15  RAM  IC13: AN EMPLOYEE STILL ON THE BOOKS WHOSE
002920*                  SALARY GRADE IS NOT ON SALGRADE (A GRADE
002930*                  RETIRED IN GRADMNT AFTER IT WAS ASSIGNED).
002940*                  A WARNING, SINCE NOTHING FAILS - COMPARPT
002950*                  JUST CANNOT PLACE THE EMPLOYEE IN A RANGE.
002960*                  SALGRADE MISSING IS LISTED AS NOT CHECKED.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS E-ID
003800         ALTERNATE RECORD KEY IS E-NAME
003900             WITH DUPLICATES
004000         FILE STATUS IS WS-MASTER-STATUS.
004100     SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS D-CODE
004500         FILE STATUS IS WS-DEPT-STATUS.
004600     SELECT BUDGET-FILE ASSIGN TO "DEPTBUDG"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS B-KEY
005000         FILE STATUS IS WS-BUDG-STATUS.
005100     SELECT PARM-FILE ASSIGN TO "PAYPARM"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PR-EFF-DATE
005500         FILE STATUS IS WS-PARM-STATUS.
005600     SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PAYHIST-STATUS.
005900     SELECT OPTIONAL PENDING-FILE ASSIGN TO "EMPPEND"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PEND-STATUS.
006200     SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "EMPRCYCL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RCYC-STATUS.
006500     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "EMPAUDIT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-AUDIT-STATUS.
006800     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-RUNCTL-STATUS.
007100     SELECT OPER-MASTER ASSIGN TO "OPERMAST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS O-USERID
007500         FILE STATUS IS WS-OPER-STATUS.
007600     SELECT BANK-FILE ASSIGN TO "BANKACCT"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS BA-ID
008000         FILE STATUS IS WS-BANK-STATUS.
008100     SELECT LEAVE-LEDGER ASSIGN TO "LEAVLEDG"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS LV-KEY
008500         FILE STATUS IS WS-LEDGER-STATUS.
008600     SELECT APPROVAL-FILE ASSIGN TO "EMPAPPR"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS AP-KEY
009000         FILE STATUS IS WS-APPR-STATUS.
009010     SELECT GRADE-FILE ASSIGN TO "SALGRADE"
009020         ORGANIZATION IS INDEXED
009030         ACCESS MODE IS DYNAMIC
009040         RECORD KEY IS G-CODE
009050         FILE STATUS IS WS-GRADE-STATUS.
009100     SELECT REPORT-FILE ASSIGN TO "INTEGRPT"
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  EMPLOYEE-MASTER.
009700 01  EMPLOYEE-RECORD.
009800     COPY EMPREC
009900         REPLACING ==EMP-ID==     BY ==E-ID==
010000                   ==EMP-NAME==   BY ==E-NAME==
010100                   ==EMP-CITY==   BY ==E-CITY==
010200                   ==EMP-SALARY== BY ==E-SALARY==
010300                   ==EMP-DEPT==   BY ==E-DEPT==
010400                   ==EMP-STATUS== BY ==E-STATUS==
010500                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
010550                   ==EMP-GRADE== BY ==E-GRADE==.
010600
010700 FD  DEPT-MASTER.
010800 01  DEPARTMENT-RECORD.
010900     COPY DEPTREC
011000         REPLACING ==DEPT-CODE==    BY ==D-CODE==
011100                   ==DEPT-NAME==    BY ==D-NAME==
011200                   ==DEPT-COSTCTR== BY ==D-COSTCTR==
011300                   ==DEPT-MANAGER== BY ==D-MANAGER==.
011400
011500 FD  BUDGET-FILE.
011600 01  BUDGET-RECORD.
011700     COPY BUDGREC
011800         REPLACING LEADING ==BUD== BY ==B==.
011900
012000 FD  PARM-FILE.
012100 01  PARAMETER-RECORD.
012200     COPY PARMREC
012300         REPLACING LEADING ==PRM== BY ==PR==.
012400
012500 FD  PAY-HISTORY-FILE.
012600 01  PAY-HISTORY-RECORD.
012700     COPY PAYREC
012800         REPLACING ==PAY-ID==       BY ==PH-ID==
012900                   ==PAY-PERIOD==   BY ==PH-PERIOD==
013000                   ==PAY-DEPT==     BY ==PH-DEPT==
013100                   ==PAY-GROSS==    BY ==PH-GROSS==
013200                   ==PAY-TAX==      BY ==PH-TAX==
013300                   ==PAY-BENEFITS== BY ==PH-BENEFITS==
013400                   ==PAY-NET==      BY ==PH-NET==
013500                   ==PAY-TYPE==     BY ==PH-TYPE==
013600                   ==PAY-RETRO-PERIOD== BY ==PH-RETRO-PERIOD==.
013700
013800 FD  PENDING-FILE.
013900 01  PENDING-RECORD.
014000     COPY TRANREC REPLACING LEADING ==TRAN== BY ==PND==.
014100
014200 FD  RECYCLE-FILE.
014300 01  RECYCLE-RECORD.
014400     COPY TRANREC REPLACING LEADING ==TRAN== BY ==RCY==.
014500     05 RCY-REASON PIC X(04).
014600
014700 FD  AUDIT-FILE.
014800 01  AUDIT-RECORD.
014900     COPY AUDITREC.
015000
015100 FD  RUN-CONTROL-FILE.
015200 01  RUN-CONTROL-RECORD.
015300     COPY RUNREC.
015400
015500 FD  OPER-MASTER.
015600 01  OPERATOR-RECORD.
015700     COPY OPERREC
015800         REPLACING LEADING ==OPR== BY ==O==.
015900
016000 FD  BANK-FILE.
016100 01  BANK-RECORD.
016200     COPY BANKREC
016300         REPLACING LEADING ==BNK== BY ==BA==.
016400
016500 FD  LEAVE-LEDGER.
016600 01  LEAVE-LEDGER-RECORD.
016700     COPY LEAVREC
016800         REPLACING LEADING ==LVE== BY ==LV==.
016900
017000 FD  APPROVAL-FILE.
017100 01  APPROVAL-RECORD.
017200     COPY APPRREC
017300         REPLACING LEADING ==APR== BY ==AP==.
017310
017320 FD  GRADE-FILE.
017340 01  GRADE-RECORD.
017360     COPY GRADREC
017380         REPLACING LEADING ==GRD== BY ==G==.
017400
017500 FD  REPORT-FILE.
017600 01  REPORT-LINE PIC X(132).
017700
017800 WORKING-STORAGE SECTION.
017900 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
018000 01  WS-DEPT-STATUS PIC X(2) VALUE "00".
018100 01  WS-BUDG-STATUS PIC X(2) VALUE "00".
018200 01  WS-PARM-STATUS PIC X(2) VALUE "00".
018300 01  WS-PAYHIST-STATUS PIC X(2) VALUE "00".
018400 01  WS-PEND-STATUS PIC X(2) VALUE "00".
018500 01  WS-RCYC-STATUS PIC X(2) VALUE "00".
018600 01  WS-AUDIT-STATUS PIC X(2) VALUE "00".
018700 01  WS-RUNCTL-STATUS PIC X(2) VALUE "00".
018800 01  WS-OPER-STATUS PIC X(2) VALUE "00".
018900 01  WS-BANK-STATUS PIC X(2) VALUE "00".
019000 01  WS-LEDGER-STATUS PIC X(2) VALUE "00".
019100 01  WS-APPR-STATUS PIC X(2) VALUE "00".
019150 01  WS-GRADE-STATUS PIC X(2) VALUE "00".
019200 01  WS-EOF PIC A(1) VALUE "N".
019300
019400 01  WS-RUN-DATE PIC 9(8) VALUE 0.
019500 01  FILLER REDEFINES WS-RUN-DATE.
019600     05 WS-RUN-PERIOD PIC 9(6).
019700     05 FILLER PIC 9(2).
019800
019900*----------------------------------------------------------------
020000* EMPLOYEE AND DEPARTMENT LOOKUPS.  7000 AND 7100 SET THE FOUND
020100* SWITCH AND LEAVE THE RECORD IN ITS FD AREA.
020200*----------------------------------------------------------------
020300 01  WS-EMP-FOUND PIC A(1) VALUE "N".
020400     88 EMP-FOUND VALUE "Y".
020500 01  WS-DEPT-FOUND PIC A(1) VALUE "N".
020600     88 DEPT-FOUND VALUE "Y".
020620 01  WS-GRADE-OPEN PIC A(1) VALUE "N".
020640     88 GRADE-OPEN VALUE "Y".
020660 01  WS-GRADE-FOUND PIC A(1) VALUE "N".
020680     88 GRADE-FOUND VALUE "Y".
020700 01  WS-TERM-DATE PIC 9(8) VALUE 0.
020800 01  FILLER REDEFINES WS-TERM-DATE.
020900     05 WS-TERM-PERIOD PIC 9(6).
021000     05 FILLER PIC 9(2).
021100
021200*----------------------------------------------------------------
021300* PAYPARM: THE EARLIEST EFFECTIVE DATE ON FILE.  A PAY PERIOD IS
021400* COVERED WHEN A SET TAKES EFFECT ON OR BEFORE ITS LAST DAY, SO
021500* ONLY A PERIOD BEFORE THE FIRST SET'S MONTH IS LEFT WITHOUT ONE
021600* (EVERY PROGRAM USES THE LATEST SET ON OR BEFORE ITS DATE).
021700*----------------------------------------------------------------
021800 01  WS-PARM-PRESENT PIC A(1) VALUE "N".
021900     88 PARM-PRESENT VALUE "Y".
022000 01  WS-FIRST-PARM-DATE PIC 9(8) VALUE 0.
022100 01  FILLER REDEFINES WS-FIRST-PARM-DATE.
022200     05 WS-FIRST-PARM-PERIOD PIC 9(6).
022300     05 FILLER PIC 9(2).
022400 01  WS-LAST-GAP-PERIOD PIC 9(6) VALUE 0.
022500
022600*----------------------------------------------------------------
022700* AUDIT USERS NOT ON OPERMAST, ONE ENTRY PER USER WITH HOW MANY
022800* LIVE-TRAIL RECORDS CARRY IT (AS KEYING USER OR APPROVER).
022900* BATCH USERS - EMPBATCH AND ANY USER AN EMPBATCH RUN WAS
023000* STARTED UNDER ON RUNCTL - ARE NEVER ON OPERMAST AND ARE NOT
023100* REPORTED.
023200*----------------------------------------------------------------
023300 01  WS-OPER-PRESENT PIC A(1) VALUE "N".
023400     88 OPER-PRESENT VALUE "Y".
023500 01  WS-CHECK-USER PIC X(8) VALUE SPACES.
023600 01  WS-BATCH-USER-TABLE.
023700     05 WS-BATCH-USER PIC X(8) OCCURS 50 TIMES.
023800 01  WS-BATCH-USER-COUNT PIC 9(2) COMP VALUE 0.
023900 01  WS-BATCH-SUB PIC 9(2) COMP VALUE 0.
024000 01  WS-BATCH-FOUND PIC A(1) VALUE "N".
024100     88 BATCH-FOUND VALUE "Y".
024200 01  WS-UNKNOWN-USER-TABLE.
024300     05 WS-UNKNOWN-ENTRY OCCURS 100 TIMES.
024400        10 WS-UNKNOWN-USER PIC X(8).
024500        10 WS-UNKNOWN-COUNT PIC 9(7) COMP.
024600 01  WS-UNKNOWN-USER-COUNT PIC 9(3) COMP VALUE 0.
024700 01  WS-UNKNOWN-SUB PIC 9(3) COMP VALUE 0.
024800 01  WS-UNKNOWN-FOUND-SUB PIC 9(3) COMP VALUE 0.
024900 01  WS-UNKNOWN-TABLE-FULL PIC A(1) VALUE "N".
025000     88 UNKNOWN-TABLE-FULL VALUE "Y".
025100
025200*----------------------------------------------------------------
025300* REASON CODES.  EACH ENTRY IS THE CODE, ITS SEVERITY ("E" OR
025400* "W"), AND ITS DESCRIPTION; THE COUNTS RUN PARALLEL.  THE CODE
025500* GROUPS ARE IC0N PAY FILES, IC1N DEPARTMENTS, IC2N TRANSACTION
025600* FILES, AND IC3N EVERYTHING ELSE KEYED BY EMPLOYEE OR USER.
025700*----------------------------------------------------------------
025800 01  WS-REASON-VALUES.
025900     05 FILLER PIC X(45)
026000         VALUE "IC01EPAY HISTORY FOR AN ID NOT ON EMPMAST".
026100     05 FILLER PIC X(45)
026200         VALUE "IC02WREGULAR PAY AFTER THE TERMINATION MONTH".
026300     05 FILLER PIC X(45)
026400         VALUE "IC03ENO PAYROLL PARAMETER SET ON PAYPARM".
026500     05 FILLER PIC X(45)
026600         VALUE "IC04EPAY PERIOD BEFORE THE FIRST PAYPARM SET".
026700     05 FILLER PIC X(45)
026800         VALUE "IC10WBUDGET ROW FOR A RETIRED DEPARTMENT".
026900     05 FILLER PIC X(45)
027000         VALUE "IC11EDEPARTMENT HAS NO COST CENTER".
027100     05 FILLER PIC X(45)
027200         VALUE "IC12EEMPLOYEE IN A DEPARTMENT NOT ON DEPTMAST".
027230     05 FILLER PIC X(45)
027260         VALUE "IC13WEMPLOYEE IN A GRADE NOT ON SALGRADE".
027300     05 FILLER PIC X(45)
027400         VALUE "IC20EPENDING CHANGE FOR A TERMINATED EMPLOYEE".
027500     05 FILLER PIC X(45)
027600         VALUE "IC21WPENDING CHANGE FOR AN ID NOT ON EMPMAST".
027700     05 FILLER PIC X(45)
027800         VALUE "IC22WPENDING ADD FOR AN ID ALREADY ON EMPMAST".
027900     05 FILLER PIC X(45)
028000         VALUE "IC23WRECYCLED TRAN FOR A TERMINATED EMPLOYEE".
028100     05 FILLER PIC X(45)
028200         VALUE "IC30WAUDIT USER NOT ON OPERMAST".
028300     05 FILLER PIC X(45)
028400         VALUE "IC31WBANK ACCOUNT FOR AN ID NOT ON EMPMAST".
028500     05 FILLER PIC X(45)
028600         VALUE "IC32WLEAVE LEDGER FOR AN ID NOT ON EMPMAST".
028700     05 FILLER PIC X(45)
028800         VALUE "IC33WHELD CHANGE FOR A TERMINATED/MISSING ID".
028900 01  FILLER REDEFINES WS-REASON-VALUES.
029000     05 WS-REASON-ENTRY OCCURS 16 TIMES.
029100        10 WS-RSN-CODE PIC X(4).
029200        10 WS-RSN-SEVERITY PIC X(1).
029300        10 WS-RSN-TEXT PIC X(40).
029400 01  WS-REASON-COUNT-TABLE.
029500     05 WS-RSN-COUNT PIC 9(7) COMP OCCURS 16 TIMES.
029600 01  WS-REASON-COUNT PIC 9(2) COMP VALUE 16.
029700 01  WS-RSN-SUB PIC 9(2) COMP VALUE 0.
029800
029900*----------------------------------------------------------------
030000* ONE ISSUE, SET BY THE CHECK THAT FOUND IT FOR 8000.
030100*----------------------------------------------------------------
030200 01  WS-ISSUE-CODE PIC X(4) VALUE SPACES.
030300 01  WS-ISSUE-FILE PIC X(8) VALUE SPACES.
030400 01  WS-ISSUE-KEY PIC X(14) VALUE SPACES.
030500 01  WS-ISSUE-DETAIL PIC X(50) VALUE SPACES.
030600
030700*----------------------------------------------------------------
030800* FILES NOT PRESENT, AND SO NOT CHECKED, FOR THE SUMMARY.
030900*----------------------------------------------------------------
031000 01  WS-SKIPPED-TABLE.
031100     05 WS-SKIPPED-FILE PIC X(8) OCCURS 13 TIMES.
031200 01  WS-SKIPPED-COUNT PIC 9(2) COMP VALUE 0.
031300 01  WS-SKIPPED-SUB PIC 9(2) COMP VALUE 0.
031400 01  WS-SKIP-NAME PIC X(8) VALUE SPACES.
031500
031600*----------------------------------------------------------------
031700* COUNTS.
031800*----------------------------------------------------------------
031900 01  WS-ERROR-COUNT PIC 9(7) COMP VALUE 0.
032000 01  WS-WARNING-COUNT PIC 9(7) COMP VALUE 0.
032100 01  WS-RECORDS-READ PIC 9(9) COMP VALUE 0.
032200
032300 01  WS-DISP-DATE PIC 9(8) VALUE 0.
032400 01  WS-DISP-PERIOD PIC 9(6) VALUE 0.
032500 01  WS-DISP-COUNT PIC ZZZ,ZZ9.
032600
032700 01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
032800 01  WS-LINE-COUNT PIC 9(3) COMP VALUE 0.
032900 01  WS-PAGE-COUNT PIC 9(5) COMP VALUE 0.
033000
033100 01  WS-TITLE-LINE.
033200     05 FILLER PIC X(47)
033300         VALUE "EMPLOYEE SYSTEM CROSS-FILE INTEGRITY CHECK".
033400     05 FILLER PIC X(09) VALUE "RUN DATE ".
033500     05 TTL-RUN-DATE PIC 9(8).
033600     05 FILLER PIC X(06) VALUE SPACES.
033700     05 FILLER PIC X(05) VALUE "PAGE ".
033800     05 TTL-PAGE-NO PIC ZZZZ9.
033900
034000 01  WS-HEADER-LINE.
034100     05 FILLER PIC X(06) VALUE "CODE".
034200     05 FILLER PIC X(05) VALUE "SEV".
034300     05 FILLER PIC X(10) VALUE "FILE".
034400     05 FILLER PIC X(16) VALUE "KEY".
034500     05 FILLER PIC X(42) VALUE "REASON".
034600     05 FILLER PIC X(07) VALUE "DETAIL".
034700
034800 01  WS-ISSUE-LINE.
034900     05 ISL-CODE PIC X(4).
035000     05 FILLER PIC X(02) VALUE SPACES.
035100     05 ISL-SEVERITY PIC X(1).
035200     05 FILLER PIC X(04) VALUE SPACES.
035300     05 ISL-FILE PIC X(8).
035400     05 FILLER PIC X(02) VALUE SPACES.
035500     05 ISL-KEY PIC X(14).
035600     05 FILLER PIC X(02) VALUE SPACES.
035700     05 ISL-TEXT PIC X(40).
035800     05 FILLER PIC X(02) VALUE SPACES.
035900     05 ISL-DETAIL PIC X(50).
036000
036100 01  WS-SUMMARY-LINE.
036200     05 SML-CODE PIC X(4).
036300     05 FILLER PIC X(02) VALUE SPACES.
036400     05 SML-SEVERITY PIC X(1).
036500     05 FILLER PIC X(04) VALUE SPACES.
036600     05 SML-TEXT PIC X(40).
036700     05 FILLER PIC X(02) VALUE SPACES.
036800     05 SML-COUNT PIC ZZZ,ZZ9.
036900
037000 01  WS-COUNT-LINE.
037100     05 CNT-LABEL PIC X(40).
037200     05 CNT-VALUE PIC ZZZ,ZZ9.
037300
037400 PROCEDURE DIVISION.
037500*================================================================
037600* 0000-MAIN-PROCESS
037700*     BATCH MAINLINE.  RUNS EACH CROSS-FILE CHECK IN TURN, THEN
037800*     PRINTS THE SUMMARY AND SETS THE RETURN CODE.
037900*================================================================
038000 0000-MAIN-PROCESS.
038100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
038200     PERFORM 2000-CHECK-DEPARTMENTS
038300         THRU 2000-CHECK-DEPARTMENTS-EXIT
038400     PERFORM 2100-CHECK-EMPLOYEES THRU 2100-CHECK-EMPLOYEES-EXIT
038500     PERFORM 2200-CHECK-BUDGETS THRU 2200-CHECK-BUDGETS-EXIT
038600     PERFORM 2300-CHECK-PAY-PARMS THRU 2300-CHECK-PAY-PARMS-EXIT
038700     PERFORM 2400-CHECK-PAY-HISTORY
038800         THRU 2400-CHECK-PAY-HISTORY-EXIT
038900     PERFORM 2500-CHECK-PENDING THRU 2500-CHECK-PENDING-EXIT
039000     PERFORM 2600-CHECK-RECYCLE THRU 2600-CHECK-RECYCLE-EXIT
039100     PERFORM 2700-CHECK-AUDIT-USERS
039200         THRU 2700-CHECK-AUDIT-USERS-EXIT
039300     PERFORM 2800-CHECK-BANK-ACCOUNTS
039400         THRU 2800-CHECK-BANK-ACCOUNTS-EXIT
039500     PERFORM 2900-CHECK-LEAVE-LEDGER
039600         THRU 2900-CHECK-LEAVE-LEDGER-EXIT
039700     PERFORM 3000-CHECK-APPROVALS THRU 3000-CHECK-APPROVALS-EXIT
039800     PERFORM 5000-WRAP-UP THRU 5000-WRAP-UP-EXIT
039900     STOP RUN.
040000
040100*================================================================
040200* 1000-INITIALIZE
040300*     OPENS THE TWO MASTERS EVERY CHECK LOOKS THINGS UP ON AND
040400*     THE REPORT.  EITHER MASTER MISSING MEANS NOTHING CAN BE
040500*     CHECKED, SO THE RUN STOPS WITH RETURN-CODE 8.
040600*================================================================
040700 1000-INITIALIZE.
040800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
040900     MOVE WS-RUN-DATE TO TTL-RUN-DATE
041000     MOVE 1 TO WS-RSN-SUB
041100     PERFORM UNTIL WS-RSN-SUB > WS-REASON-COUNT
041200         MOVE 0 TO WS-RSN-COUNT (WS-RSN-SUB)
041300         ADD 1 TO WS-RSN-SUB
041400     END-PERFORM
041500     OPEN INPUT EMPLOYEE-MASTER
041600     IF WS-MASTER-STATUS NOT = "00"
041700         DISPLAY "Unable to open EMPLOYEE-MASTER, status: "
041800             WS-MASTER-STATUS
041900         MOVE 8 TO RETURN-CODE
042000         STOP RUN
042100     END-IF
042200     OPEN INPUT DEPT-MASTER
042300     IF WS-DEPT-STATUS NOT = "00"
042400         DISPLAY "Unable to open DEPTMAST, status: "
042500             WS-DEPT-STATUS
042600         CLOSE EMPLOYEE-MASTER
042700         MOVE 8 TO RETURN-CODE
042800         STOP RUN
042900     END-IF
042910     OPEN INPUT GRADE-FILE
042920     IF WS-GRADE-STATUS = "00"
042930         MOVE "Y" TO WS-GRADE-OPEN
042940     ELSE
042950         MOVE "SALGRADE" TO WS-SKIP-NAME
042960         PERFORM 8200-NOTE-SKIPPED THRU 8200-NOTE-SKIPPED-EXIT
042970     END-IF
043000     OPEN OUTPUT REPORT-FILE
043100     PERFORM 8100-WRITE-PAGE-HEADER
043200         THRU 8100-WRITE-PAGE-HEADER-EXIT.
043300 1000-INITIALIZE-EXIT.
043400     EXIT.
043500
043600*================================================================
043700* 2000-CHECK-DEPARTMENTS
043800*     IC11: A DEPARTMENT WITH A BLANK COST CENTER, WHICH GLEXTR
043900*     CAN ONLY POST TO ITS "??????" SUSPENSE ACCOUNT.
044000*================================================================
044100 2000-CHECK-DEPARTMENTS.
044200     MOVE "N" TO WS-EOF
044300     PERFORM UNTIL WS-EOF = "Y"
044400         READ DEPT-MASTER NEXT
044500             AT END MOVE "Y" TO WS-EOF
044600             NOT AT END
044700                 ADD 1 TO WS-RECORDS-READ
044800                 IF D-COSTCTR = SPACES
044900                     MOVE "IC11" TO WS-ISSUE-CODE
045000                     MOVE "DEPTMAST" TO WS-ISSUE-FILE
045100                     MOVE D-CODE TO WS-ISSUE-KEY
045200                     MOVE D-NAME TO WS-ISSUE-DETAIL
045300                     PERFORM 8000-WRITE-ISSUE
045400                         THRU 8000-WRITE-ISSUE-EXIT
045500                 END-IF
045600         END-READ
045700     END-PERFORM.
045800 2000-CHECK-DEPARTMENTS-EXIT.
045900     EXIT.
046000
046100*================================================================
046200* 2100-CHECK-EMPLOYEES
046300*     IC12: AN EMPLOYEE STILL ON THE BOOKS (NOT TERMINATED)
046400*     WHOSE DEPARTMENT IS NOT ON DEPTMAST.
046430*     IC13: ONE WHOSE SALARY GRADE IS NOT ON SALGRADE (NOT
046460*     CHECKED WHEN SALGRADE IS NOT ON FILE).
046500*================================================================
046600 2100-CHECK-EMPLOYEES.
046700     MOVE "N" TO WS-EOF
046800     PERFORM UNTIL WS-EOF = "Y"
046900         READ EMPLOYEE-MASTER NEXT
047000             AT END MOVE "Y" TO WS-EOF
047100             NOT AT END
047200                 ADD 1 TO WS-RECORDS-READ
047300                 IF E-STATUS NOT = "T"
047400                     MOVE E-DEPT TO D-CODE
047500                     PERFORM 7100-FIND-DEPT
047600                         THRU 7100-FIND-DEPT-EXIT
047700                     IF NOT DEPT-FOUND
047800                         MOVE "IC12" TO WS-ISSUE-CODE
047900                         MOVE "EMPMAST" TO WS-ISSUE-FILE
048000                         MOVE E-ID TO WS-ISSUE-KEY
048100                         MOVE SPACES TO WS-ISSUE-DETAIL
048200                         STRING "DEPT '" E-DEPT "' " E-NAME
048300                             DELIMITED BY SIZE
048400                             INTO WS-ISSUE-DETAIL
048500                         PERFORM 8000-WRITE-ISSUE
048600                             THRU 8000-WRITE-ISSUE-EXIT
048700                     END-IF
048705                     IF GRADE-OPEN AND E-GRADE NOT = SPACES
048710                         MOVE E-GRADE TO G-CODE
048715                         PERFORM 7200-FIND-GRADE
048720                             THRU 7200-FIND-GRADE-EXIT
048725                         IF NOT GRADE-FOUND
048730                             MOVE "IC13" TO WS-ISSUE-CODE
048735                             MOVE "EMPMAST" TO WS-ISSUE-FILE
048740                             MOVE E-ID TO WS-ISSUE-KEY
048745                             MOVE SPACES TO WS-ISSUE-DETAIL
048750                             STRING "GRADE '" E-GRADE "' " E-NAME
048755                                 DELIMITED BY SIZE
048760                                 INTO WS-ISSUE-DETAIL
048765                             PERFORM 8000-WRITE-ISSUE
048770                                 THRU 8000-WRITE-ISSUE-EXIT
048775                         END-IF
048780                     END-IF
048800                 END-IF
048900         END-READ
049000     END-PERFORM.
049100 2100-CHECK-EMPLOYEES-EXIT.
049200     EXIT.
049300
049400*================================================================
049500* 2200-CHECK-BUDGETS
049600*     IC10: A DEPTBUDG ROW WHOSE DEPARTMENT HAS BEEN RETIRED
049700*     (DELETED FROM DEPTMAST).
049800*================================================================
049900 2200-CHECK-BUDGETS.
050000     OPEN INPUT BUDGET-FILE
050100     IF WS-BUDG-STATUS NOT = "00"
050200         MOVE "DEPTBUDG" TO WS-SKIP-NAME
050300         PERFORM 8200-NOTE-SKIPPED THRU 8200-NOTE-SKIPPED-EXIT
050400         GO TO 2200-CHECK-BUDGETS-EXIT
050500     END-IF
050600     MOVE "N" TO WS-EOF
050700     PERFORM UNTIL WS-EOF = "Y"
050800         READ BUDGET-FILE NEXT
050900             AT END MOVE "Y" TO WS-EOF
051000             NOT AT END
051100                 ADD 1 TO WS-RECORDS-READ
051200                 MOVE B-DEPT TO D-CODE
051300                 PERFORM 7100-FIND-DEPT THRU 7100-FIND-DEPT-EXIT
051400                 IF NOT DEPT-FOUND
051500                     MOVE "IC10" TO WS-ISSUE-CODE
051600                     MOVE "DEPTBUDG" TO WS-ISSUE-FILE
051700                     MOVE SPACES TO WS-ISSUE-KEY
051800                     STRING B-DEPT "/" B-YEAR
051900                         DELIMITED BY SIZE INTO WS-ISSUE-KEY
052000                     MOVE SPACES TO WS-ISSUE-DETAIL
052100                     PERFORM 8000-WRITE-ISSUE
052200                         THRU 8000-WRITE-ISSUE-EXIT
052300                 END-IF
052400         END-READ
052500     END-PERFORM
052600     CLOSE BUDGET-FILE.
052700 2200-CHECK-BUDGETS-EXIT.
052800     EXIT.
052900
053000*================================================================
053100* 2300-CHECK-PAY-PARMS
053200*     FINDS THE EARLIEST PARAMETER SET ON PAYPARM.  IC03: NO SET
053300*     AT ALL.  IC04: THE CURRENT PAY PERIOD FALLS BEFORE THE
053400*     FIRST SET, SO THIS MONTH'S EMPPAYRL WOULD HAVE NONE.
053500*================================================================
053600 2300-CHECK-PAY-PARMS.
053700     OPEN INPUT PARM-FILE
053800     IF WS-PARM-STATUS = "00"
053900         READ PARM-FILE NEXT
054000             AT END CONTINUE
054100             NOT AT END
054200                 ADD 1 TO WS-RECORDS-READ
054300                 MOVE "Y" TO WS-PARM-PRESENT
054400                 MOVE PR-EFF-DATE TO WS-FIRST-PARM-DATE
054500         END-READ
054600         CLOSE PARM-FILE
054700     END-IF
054800     IF NOT PARM-PRESENT
054900         MOVE "IC03" TO WS-ISSUE-CODE
055000         MOVE "PAYPARM" TO WS-ISSUE-FILE
055100         MOVE SPACES TO WS-ISSUE-KEY
055200         MOVE SPACES TO WS-ISSUE-DETAIL
055300         STRING "FILE STATUS " WS-PARM-STATUS
055400             DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
055500         PERFORM 8000-WRITE-ISSUE THRU 8000-WRITE-ISSUE-EXIT
055600         GO TO 2300-CHECK-PAY-PARMS-EXIT
055700     END-IF
055800     IF WS-RUN-PERIOD < WS-FIRST-PARM-PERIOD
055900         MOVE WS-RUN-PERIOD TO WS-LAST-GAP-PERIOD
056000         MOVE "IC04" TO WS-ISSUE-CODE
056100         MOVE "PAYPARM" TO WS-ISSUE-FILE
056200         MOVE WS-RUN-PERIOD TO WS-ISSUE-KEY
056300         MOVE SPACES TO WS-ISSUE-DETAIL
056400         STRING "CURRENT PERIOD; FIRST SET EFFECTIVE "
056500             WS-FIRST-PARM-DATE
056600             DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
056700         PERFORM 8000-WRITE-ISSUE THRU 8000-WRITE-ISSUE-EXIT
056800     END-IF.
056900 2300-CHECK-PAY-PARMS-EXIT.
057000     EXIT.
057100
057200*================================================================
057300* 2400-CHECK-PAY-HISTORY
057400*     IC01: A PAY ROW FOR AN ID NOT ON EMPMAST.  IC02: A REGULAR
057500*     PAY ROW FOR A PERIOD AFTER THE EMPLOYEE'S TERMINATION MONTH
057600*     (FINAL PAY AND RETRO ROWS ARE EXPECTED AFTER A LEAVER
057700*     GOES).  IC04: A PAY PERIOD BEFORE THE FIRST PAYPARM SET,
057800*     LISTED ONCE PER PERIOD (EMPPAYRL APPENDS A WHOLE PERIOD AT
057900*     A TIME, SO A PERIOD'S ROWS ARE TOGETHER ON THE FILE).
058000*================================================================
058100 2400-CHECK-PAY-HISTORY.
058200     OPEN INPUT PAY-HISTORY-FILE
058300     IF WS-PAYHIST-STATUS NOT = "00"
058400         MOVE "PAYHIST" TO WS-SKIP-NAME
058500         PERFORM 8200-NOTE-SKIPPED THRU 8200-NOTE-SKIPPED-EXIT
058600         GO TO 2400-CHECK-PAY-HISTORY-EXIT
058700     END-IF
058800     MOVE "N" TO WS-EOF
058900     PERFORM UNTIL WS-EOF = "Y"
059000         READ PAY-HISTORY-FILE
059100             AT END MOVE "Y" TO WS-EOF
059200             NOT AT END
059300                 ADD 1 TO WS-RECORDS-READ
059400                 PERFORM 2410-CHECK-PAY-ROW
059500                     THRU 2410-CHECK-PAY-ROW-EXIT
059600         END-READ
059700     END-PERFORM
059800     CLOSE PAY-HISTORY-FILE.
059900 2400-CHECK-PAY-HISTORY-EXIT.
060000     EXIT.
060100
060200*----------------------------------------------------------------
060300* 2410-CHECK-PAY-ROW
060400*     CHECKS ONE PAYHIST ROW.
060500*----------------------------------------------------------------
060600 2410-CHECK-PAY-ROW.
060700     IF PARM-PRESENT
060800         AND PH-PERIOD < WS-FIRST-PARM-PERIOD
060900         AND PH-PERIOD NOT = WS-LAST-GAP-PERIOD
061000         MOVE PH-PERIOD TO WS-LAST-GAP-PERIOD
061100         MOVE "IC04" TO WS-ISSUE-CODE
061200         MOVE "PAYHIST" TO WS-ISSUE-FILE
061300         MOVE PH-PERIOD TO WS-ISSUE-KEY
061400         MOVE SPACES TO WS-ISSUE-DETAIL
061500         STRING "PAID PERIOD; FIRST SET EFFECTIVE "
061600             WS-FIRST-PARM-DATE
061700             DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
061800         PERFORM 8000-WRITE-ISSUE THRU 8000-WRITE-ISSUE-EXIT
061900     END-IF
062000     MOVE PH-ID TO E-ID
062100     PERFORM 7000-FIND-EMPLOYEE THRU 7000-FIND-EMPLOYEE-EXIT
062200     IF NOT EMP-FOUND
062300         MOVE "IC01" TO WS-ISSUE-CODE
062400         MOVE "PAYHIST" TO WS-ISSUE-FILE
062500         MOVE PH-ID TO WS-ISSUE-KEY
062600         MOVE SPACES TO WS-ISSUE-DETAIL
062700         STRING "PERIOD " PH-PERIOD " TYPE " PH-TYPE
062800             DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
062900         PERFORM 8000-WRITE-ISSUE THRU 8000-WRITE-ISSUE-EXIT
063000         GO TO 2410-CHECK-PAY-ROW-EXIT
063100     END-IF
063200     IF E-STATUS NOT = "T"
063300         OR (PH-TYPE NOT = "R" AND PH-TYPE NOT = SPACE)
063400         GO TO 2410-CHECK-PAY-ROW-EXIT
063500     END-IF
063600     MOVE E-TERM-DATE TO WS-TERM-DATE
063700     IF PH-PERIOD > WS-TERM-PERIOD
063800         MOVE "IC02" TO WS-ISSUE-CODE
063900         MOVE "PAYHIST" TO WS-ISSUE-FILE
064000         MOVE PH-ID TO WS-ISSUE-KEY
064100         MOVE SPACES TO WS-ISSUE-DETAIL
064200         STRING "PERIOD " PH-PERIOD " TERMINATED " E-TERM-DATE
064300             DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
064400         PERFORM 8000-WRITE-ISSUE THRU 8000-WRITE-ISSUE-EXIT
064500     END-IF.
064600 2410-CHECK-PAY-ROW-EXIT.
064700     EXIT.
064800
064900*================================================================
065000* 2500-CHECK-PENDING
065100*     EMPPEND HOLDS FUTURE-DATED EMPBATCH TRANSACTIONS.  IC20: A
065200*     CHANGE OR DELETE WAITING FOR AN EMPLOYEE WHO HAS SINCE BEEN
065300*     TERMINATED.  IC21: A CHANGE OR DELETE FOR AN ID NOT ON
065400*     EMPMAST.  IC22: AN ADD FOR AN ID ALREADY ON EMPMAST.  EACH
065500*     WOULD BE REJECTED, OR WORSE APPLIED, THE NIGHT IT FALLS DUE.
065600*================================================================
065700 2500-CHECK-PENDING.
065800     OPEN INPUT PENDING-FILE
065900     IF WS-PEND-STATUS NOT = "00"
066000         MOVE "EMPPEND" TO WS-SKIP-NAME
066100         PERFORM 8200-NOTE-SKIPPED THRU 8200-NOTE-SKIPPED-EXIT
066200         GO TO 2500-CHECK-PENDING-EXIT
066300     END-IF
066400     MOVE "N" TO WS-EOF
066500     PERFORM UNTIL WS-EOF = "Y"
066600         READ PENDING-FILE
066700             AT END MOVE "Y" TO WS-EOF
066800             NOT AT END
066900                 ADD 1 TO WS-RECORDS-READ
067000                 PERFORM 2510-CHECK-PENDING-TRAN
067100                     THRU 2510-CHECK-PENDING-TRAN-EXIT
067200         END-READ
067300     END-PERFORM
067400     CLOSE PENDING-FILE.
067500 2500-CHECK-PENDING-EXIT.
067600     EXIT.
067700
067800*----------------------------------------------------------------
067900* 2510-CHECK-PENDING-TRAN
068000*     CHECKS ONE EMPPEND TRANSACTION AGAINST THE MASTER.
068100*----------------------------------------------------------------
068200 2510-CHECK-PENDING-TRAN.
068300     MOVE PND-ID TO E-ID
068400     PERFORM 7000-FIND-EMPLOYEE THRU 7000-FIND-EMPLOYEE-EXIT
068500     MOVE SPACES TO WS-ISSUE-CODE
068600     EVALUATE TRUE
068700         WHEN PND-IS-ADD AND EMP-FOUND
068800             MOVE "IC22" TO WS-ISSUE-CODE
068900         WHEN PND-IS-ADD
069000             CONTINUE
069100         WHEN NOT EMP-FOUND
069200             MOVE "IC21" TO WS-ISSUE-CODE
069300         WHEN E-STATUS = "T"
069400             MOVE "IC20" TO WS-ISSUE-CODE
069500     END-EVALUATE
069600     IF WS-ISSUE-CODE = SPACES
069700         GO TO 2510-CHECK-PENDING-TRAN-EXIT
069800     END-IF
069900     MOVE "EMPPEND" TO WS-ISSUE-FILE
070000     MOVE PND-ID TO WS-ISSUE-KEY
070100     MOVE SPACES TO WS-ISSUE-DETAIL
070200     STRING "SEQ " PND-SEQ " TYPE " PND-TYPE
070300         " EFFECTIVE " PND-EFF-DATE
070400         DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
070500     PERFORM 8000-WRITE-ISSUE THRU 8000-WRITE-ISSUE-EXIT.
070600 2510-CHECK-PENDING-TRAN-EXIT.
070700     EXIT.
070800
070900*================================================================
071000* 2600-CHECK-RECYCLE
071100*     IC23: A REJECTED TRANSACTION WAITING ON EMPRCYCL TO BE
071200*     CORRECTED AND RESUBMITTED FOR AN EMPLOYEE WHO HAS SINCE
071300*     BEEN TERMINATED.
071400*================================================================
071500 2600-CHECK-RECYCLE.
071600     OPEN INPUT RECYCLE-FILE
071700     IF WS-RCYC-STATUS NOT = "00"
071800         MOVE "EMPRCYCL" TO WS-SKIP-NAME
071900         PERFORM 8200-NOTE-SKIPPED THRU 8200-NOTE-SKIPPED-EXIT
072000         GO TO 2600-CHECK-RECYCLE-EXIT
072100     END-IF
072200     MOVE "N" TO WS-EOF
072300     PERFORM UNTIL WS-EOF = "Y"
072400         READ RECYCLE-FILE
072500             AT END MOVE "Y" TO WS-EOF
072600             NOT AT END
072700                 ADD 1 TO WS-RECORDS-READ
072800                 IF NOT RCY-IS-ADD
072900                     MOVE RCY-ID TO E-ID
073000                     PERFORM 7000-FIND-EMPLOYEE
073100                         THRU 7000-FIND-EMPLOYEE-EXIT
073200                     IF EMP-FOUND AND E-STATUS = "T"
073300                         MOVE "IC23" TO WS-ISSUE-CODE
073400                         MOVE "EMPRCYCL" TO WS-ISSUE-FILE
073500                         MOVE RCY-ID TO WS-ISSUE-KEY
073600                         MOVE SPACES TO WS-ISSUE-DETAIL
073700                         STRING "SEQ " RCY-SEQ " TYPE " RCY-TYPE
073800                             " REASON " RCY-REASON
073900                             DELIMITED BY SIZE
074000                             INTO WS-ISSUE-DETAIL
074100                         PERFORM 8000-WRITE-ISSUE
074200                             THRU 8000-WRITE-ISSUE-EXIT
074300                     END-IF
074400                 END-IF
074500         END-READ
074600     END-PERFORM
074700     CLOSE RECYCLE-FILE.
074800 2600-CHECK-RECYCLE-EXIT.
074900     EXIT.
075000
075100*================================================================
075200* 2700-CHECK-AUDIT-USERS
075300*     IC30: A USER ON THE LIVE AUDIT TRAIL, AS THE KEYING USER OR
075400*     THE APPROVER, WHO IS NOT ON OPERMAST - AN OPERATOR REMOVED
075500*     SINCE, OR A CHANGE MADE WHILE SIGN-ON RAN WITHOUT OPERMAST.
075600*     LISTED ONCE PER USER WITH THE NUMBER OF RECORDS.  THE
075700*     ARCHIVED TRAIL IS HISTORY AND IS NOT CHECKED.
075800*================================================================
075900 2700-CHECK-AUDIT-USERS.
076000     OPEN INPUT OPER-MASTER
076100     IF WS-OPER-STATUS NOT = "00"
076200         MOVE "OPERMAST" TO WS-SKIP-NAME
076300         PERFORM 8200-NOTE-SKIPPED THRU 8200-NOTE-SKIPPED-EXIT
076400         GO TO 2700-CHECK-AUDIT-USERS-EXIT
076500     END-IF
076600     OPEN INPUT AUDIT-FILE
076700     IF WS-AUDIT-STATUS NOT = "00"
076800         CLOSE OPER-MASTER
076900         MOVE "EMPAUDIT" TO WS-SKIP-NAME
077000         PERFORM 8200-NOTE-SKIPPED THRU 8200-NOTE-SKIPPED-EXIT
077100         GO TO 2700-CHECK-AUDIT-USERS-EXIT
077200     END-IF
077300     PERFORM 2710-LOAD-BATCH-USERS THRU 2710-LOAD-BATCH-USERS-EXIT
077400     MOVE "N" TO WS-EOF
077500     PERFORM UNTIL WS-EOF = "Y"
077600         READ AUDIT-FILE
077700             AT END MOVE "Y" TO WS-EOF
077800             NOT AT END
077900                 ADD 1 TO WS-RECORDS-READ
078000                 MOVE AUD-USER TO WS-CHECK-USER
078100                 PERFORM 2720-CHECK-USER THRU 2720-CHECK-USER-EXIT
078200                 IF AUD-APPROVER NOT = SPACES
078300                     MOVE AUD-APPROVER TO WS-CHECK-USER
078400                     PERFORM 2720-CHECK-USER
078500                         THRU 2720-CHECK-USER-EXIT
078600                 END-IF
078700         END-READ
078800     END-PERFORM
078900     CLOSE AUDIT-FILE
079000     CLOSE OPER-MASTER
079100     MOVE 1 TO WS-UNKNOWN-SUB
079200     PERFORM UNTIL WS-UNKNOWN-SUB > WS-UNKNOWN-USER-COUNT
079300         MOVE "IC30" TO WS-ISSUE-CODE
079400         MOVE "EMPAUDIT" TO WS-ISSUE-FILE
079500         MOVE WS-UNKNOWN-USER (WS-UNKNOWN-SUB) TO WS-ISSUE-KEY
079600         MOVE WS-UNKNOWN-COUNT (WS-UNKNOWN-SUB) TO WS-DISP-COUNT
079700         MOVE SPACES TO WS-ISSUE-DETAIL
079800         STRING "ON " WS-DISP-COUNT " AUDIT RECORD(S)"
079900             DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
080000         PERFORM 8000-WRITE-ISSUE THRU 8000-WRITE-ISSUE-EXIT
080100         ADD 1 TO WS-UNKNOWN-SUB
080200     END-PERFORM
080300     IF UNKNOWN-TABLE-FULL
080400         MOVE "OVER 100 USERS NOT ON OPERMAST; FIRST 100 SHOWN."
080500             TO REPORT-LINE
080600         WRITE REPORT-LINE
080700         ADD 1 TO WS-LINE-COUNT
080800     END-IF.
080900 2700-CHECK-AUDIT-USERS-EXIT.
081000     EXIT.
081100
081200*----------------------------------------------------------------
081300* 2710-LOAD-BATCH-USERS
081400*     EMPBATCH IS ALWAYS A BATCH USER (THE DEFAULT WHEN NO USER
081500*     IS KEYED AT ITS START).  EVERY OTHER USER NAMED ON AN
081600*     EMPBATCH START RECORD ON RUNCTL IS ADDED ONCE.
081700*----------------------------------------------------------------
081800 2710-LOAD-BATCH-USERS.
081900     MOVE "EMPBATCH" TO WS-BATCH-USER (1)
082000     MOVE 1 TO WS-BATCH-USER-COUNT
082100     OPEN INPUT RUN-CONTROL-FILE
082200     IF WS-RUNCTL-STATUS NOT = "00"
082300         GO TO 2710-LOAD-BATCH-USERS-EXIT
082400     END-IF
082500     MOVE "N" TO WS-EOF
082600     PERFORM UNTIL WS-EOF = "Y"
082700         READ RUN-CONTROL-FILE
082800             AT END MOVE "Y" TO WS-EOF
082900             NOT AT END
083000                 IF RUN-PROGRAM = "EMPBATCH"
083100                     AND RUN-IS-START
083200                     AND RUN-USER NOT = SPACES
083300                     AND WS-BATCH-USER-COUNT < 50
083400                     MOVE RUN-USER TO WS-CHECK-USER
083500                     PERFORM 2730-FIND-BATCH-USER
083600                         THRU 2730-FIND-BATCH-USER-EXIT
083700                     IF NOT BATCH-FOUND
083800                         ADD 1 TO WS-BATCH-USER-COUNT
083900                         MOVE RUN-USER TO
084000                             WS-BATCH-USER (WS-BATCH-USER-COUNT)
084100                     END-IF
084200                 END-IF
084300         END-READ
084400     END-PERFORM
084500     CLOSE RUN-CONTROL-FILE.
084600 2710-LOAD-BATCH-USERS-EXIT.
084700     EXIT.
084800
084900*----------------------------------------------------------------
085000* 2720-CHECK-USER
085100*     COUNTS WS-CHECK-USER AGAINST THE UNKNOWN-USER TABLE WHEN IT
085200*     IS NEITHER A BATCH USER NOR ON OPERMAST.
085300*----------------------------------------------------------------
085400 2720-CHECK-USER.
085500     PERFORM 2730-FIND-BATCH-USER THRU 2730-FIND-BATCH-USER-EXIT
085600     IF BATCH-FOUND
085700         GO TO 2720-CHECK-USER-EXIT
085800     END-IF
085900     MOVE 0 TO WS-UNKNOWN-FOUND-SUB
086000     MOVE 1 TO WS-UNKNOWN-SUB
086100     PERFORM UNTIL WS-UNKNOWN-SUB > WS-UNKNOWN-USER-COUNT
086200         OR WS-UNKNOWN-FOUND-SUB > 0
086300         IF WS-UNKNOWN-USER (WS-UNKNOWN-SUB) = WS-CHECK-USER
086400             MOVE WS-UNKNOWN-SUB TO WS-UNKNOWN-FOUND-SUB
086500         END-IF
086600         ADD 1 TO WS-UNKNOWN-SUB
086700     END-PERFORM
086800     IF WS-UNKNOWN-FOUND-SUB > 0
086900         ADD 1 TO WS-UNKNOWN-COUNT (WS-UNKNOWN-FOUND-SUB)
087000         GO TO 2720-CHECK-USER-EXIT
087100     END-IF
087200     MOVE WS-CHECK-USER TO O-USERID
087300     READ OPER-MASTER
087400         KEY IS O-USERID
087500         INVALID KEY CONTINUE
087600         NOT INVALID KEY GO TO 2720-CHECK-USER-EXIT
087700     END-READ
087800     IF WS-UNKNOWN-USER-COUNT >= 100
087900         MOVE "Y" TO WS-UNKNOWN-TABLE-FULL
088000         GO TO 2720-CHECK-USER-EXIT
088100     END-IF
088200     ADD 1 TO WS-UNKNOWN-USER-COUNT
088300     MOVE WS-CHECK-USER TO WS-UNKNOWN-USER (WS-UNKNOWN-USER-COUNT)
088400     MOVE 1 TO WS-UNKNOWN-COUNT (WS-UNKNOWN-USER-COUNT).
088500 2720-CHECK-USER-EXIT.
088600     EXIT.
088700
088800*----------------------------------------------------------------
088900* 2730-FIND-BATCH-USER
089000*     SETS BATCH-FOUND WHEN WS-CHECK-USER IS IN THE TABLE.
089100*----------------------------------------------------------------
089200 2730-FIND-BATCH-USER.
089300     MOVE "N" TO WS-BATCH-FOUND
089400     MOVE 1 TO WS-BATCH-SUB
089500     PERFORM UNTIL WS-BATCH-SUB > WS-BATCH-USER-COUNT
089600         OR BATCH-FOUND
089700         IF WS-BATCH-USER (WS-BATCH-SUB) = WS-CHECK-USER
089800             MOVE "Y" TO WS-BATCH-FOUND
089900         END-IF
090000         ADD 1 TO WS-BATCH-SUB
090100     END-PERFORM.
090200 2730-FIND-BATCH-USER-EXIT.
090300     EXIT.
090400
090500*================================================================
090600* 2800-CHECK-BANK-ACCOUNTS
090700*     IC31: A BANKACCT RECORD FOR AN ID NOT ON EMPMAST.
090800*================================================================
090900 2800-CHECK-BANK-ACCOUNTS.
091000     OPEN INPUT BANK-FILE
091100     IF WS-BANK-STATUS NOT = "00"
091200         MOVE "BANKACCT" TO WS-SKIP-NAME
091300         PERFORM 8200-NOTE-SKIPPED THRU 8200-NOTE-SKIPPED-EXIT
091400         GO TO 2800-CHECK-BANK-ACCOUNTS-EXIT
091500     END-IF
091600     MOVE "N" TO WS-EOF
091700     PERFORM UNTIL WS-EOF = "Y"
091800         READ BANK-FILE NEXT
091900             AT END MOVE "Y" TO WS-EOF
092000             NOT AT END
092100                 ADD 1 TO WS-RECORDS-READ
092200                 MOVE BA-ID TO E-ID
092300                 PERFORM 7000-FIND-EMPLOYEE
092400                     THRU 7000-FIND-EMPLOYEE-EXIT
092500                 IF NOT EMP-FOUND
092600                     MOVE "IC31" TO WS-ISSUE-CODE
092700                     MOVE "BANKACCT" TO WS-ISSUE-FILE
092800                     MOVE BA-ID TO WS-ISSUE-KEY
092900                     MOVE SPACES TO WS-ISSUE-DETAIL
093000                     STRING "ACCOUNT STATUS " BA-STATUS
093100                         DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
093200                     PERFORM 8000-WRITE-ISSUE
093300                         THRU 8000-WRITE-ISSUE-EXIT
093400                 END-IF
093500         END-READ
093600     END-PERFORM
093700     CLOSE BANK-FILE.
093800 2800-CHECK-BANK-ACCOUNTS-EXIT.
093900     EXIT.
094000
094100*================================================================
094200* 2900-CHECK-LEAVE-LEDGER
094300*     IC32: A LEAVLEDG RECORD FOR AN ID NOT ON EMPMAST.
094400*================================================================
094500 2900-CHECK-LEAVE-LEDGER.
094600     OPEN INPUT LEAVE-LEDGER
094700     IF WS-LEDGER-STATUS NOT = "00"
094800         MOVE "LEAVLEDG" TO WS-SKIP-NAME
094900         PERFORM 8200-NOTE-SKIPPED THRU 8200-NOTE-SKIPPED-EXIT
095000         GO TO 2900-CHECK-LEAVE-LEDGER-EXIT
095100     END-IF
095200     MOVE "N" TO WS-EOF
095300     PERFORM UNTIL WS-EOF = "Y"
095400         READ LEAVE-LEDGER NEXT
095500             AT END MOVE "Y" TO WS-EOF
095600             NOT AT END
095700                 ADD 1 TO WS-RECORDS-READ
095800                 MOVE LV-ID TO E-ID
095900                 PERFORM 7000-FIND-EMPLOYEE
096000                     THRU 7000-FIND-EMPLOYEE-EXIT
096100                 IF NOT EMP-FOUND
096200                     MOVE "IC32" TO WS-ISSUE-CODE
096300                     MOVE "LEAVLEDG" TO WS-ISSUE-FILE
096400                     MOVE LV-ID TO WS-ISSUE-KEY
096500                     MOVE SPACES TO WS-ISSUE-DETAIL
096600                     STRING "LEAVE TYPE " LV-TYPE
096700                         DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
096800                     PERFORM 8000-WRITE-ISSUE
096900                         THRU 8000-WRITE-ISSUE-EXIT
097000                 END-IF
097100         END-READ
097200     END-PERFORM
097300     CLOSE LEAVE-LEDGER.
097400 2900-CHECK-LEAVE-LEDGER-EXIT.
097500     EXIT.
097600
097700*================================================================
097800* 3000-CHECK-APPROVALS
097900*     IC33: A CHANGE STILL WAITING ON EMPAPPR FOR TWO-PERSON
098000*     APPROVAL WHOSE EMPLOYEE IS NO LONGER ON EMPMAST OR WAS
098100*     TERMINATED SINCE IT WAS KEYED (A HELD TERMINATION OF A
098200*     STILL-ACTIVE EMPLOYEE IS NORMAL).  APPROVAL WOULD REFUSE IT
098300*     AS STALE; IT SHOULD BE REJECTED.
098400*================================================================
098500 3000-CHECK-APPROVALS.
098600     OPEN INPUT APPROVAL-FILE
098700     IF WS-APPR-STATUS NOT = "00"
098800         MOVE "EMPAPPR" TO WS-SKIP-NAME
098900         PERFORM 8200-NOTE-SKIPPED THRU 8200-NOTE-SKIPPED-EXIT
099000         GO TO 3000-CHECK-APPROVALS-EXIT
099100     END-IF
099200     MOVE "N" TO WS-EOF
099300     PERFORM UNTIL WS-EOF = "Y"
099400         READ APPROVAL-FILE NEXT
099500             AT END MOVE "Y" TO WS-EOF
099600             NOT AT END
099700                 ADD 1 TO WS-RECORDS-READ
099800                 IF AP-IS-PENDING
099900                     MOVE AP-ID TO E-ID
100000                     PERFORM 7000-FIND-EMPLOYEE
100100                         THRU 7000-FIND-EMPLOYEE-EXIT
100200                     IF NOT EMP-FOUND OR E-STATUS = "T"
100300                         MOVE "IC33" TO WS-ISSUE-CODE
100400                         MOVE "EMPAPPR" TO WS-ISSUE-FILE
100500                         MOVE AP-ID TO WS-ISSUE-KEY
100600                         MOVE SPACES TO WS-ISSUE-DETAIL
100700                         STRING "KEYED " AP-KEYED-DATE " BY "
100800                             AP-KEYED-BY
100900                             DELIMITED BY SIZE
101000                             INTO WS-ISSUE-DETAIL
101100                         PERFORM 8000-WRITE-ISSUE
101200                             THRU 8000-WRITE-ISSUE-EXIT
101300                     END-IF
101400                 END-IF
101500         END-READ
101600     END-PERFORM
101700     CLOSE APPROVAL-FILE.
101800 3000-CHECK-APPROVALS-EXIT.
101900     EXIT.
102000
102100*================================================================
102200* 5000-WRAP-UP
102300*     PRINTS THE COUNT BY REASON CODE, THE ERROR AND WARNING
102400*     TOTALS, AND THE FILES NOT CHECKED, CLOSES UP, AND SETS THE
102500*     RETURN CODE: 8 FOR ANY ERROR, 4 FOR WARNINGS ONLY, ELSE 0.
102600*================================================================
102700 5000-WRAP-UP.
102800     CLOSE EMPLOYEE-MASTER
102900     CLOSE DEPT-MASTER
102920     IF GRADE-OPEN
102940         CLOSE GRADE-FILE
102960     END-IF
103000     MOVE SPACES TO REPORT-LINE
103100     WRITE REPORT-LINE
103200     IF WS-ERROR-COUNT = 0 AND WS-WARNING-COUNT = 0
103300         MOVE "NO INTEGRITY PROBLEMS FOUND." TO REPORT-LINE
103400         WRITE REPORT-LINE
103500         MOVE SPACES TO REPORT-LINE
103600         WRITE REPORT-LINE
103700     END-IF
103800     MOVE "ISSUES BY REASON CODE:" TO REPORT-LINE
103900     WRITE REPORT-LINE
104000     MOVE 1 TO WS-RSN-SUB
104100     PERFORM UNTIL WS-RSN-SUB > WS-REASON-COUNT
104200         MOVE WS-RSN-CODE (WS-RSN-SUB) TO SML-CODE
104300         MOVE WS-RSN-SEVERITY (WS-RSN-SUB) TO SML-SEVERITY
104400         MOVE WS-RSN-TEXT (WS-RSN-SUB) TO SML-TEXT
104500         MOVE WS-RSN-COUNT (WS-RSN-SUB) TO SML-COUNT
104600         MOVE WS-SUMMARY-LINE TO REPORT-LINE
104700         WRITE REPORT-LINE
104800         ADD 1 TO WS-RSN-SUB
104900     END-PERFORM
105000     MOVE SPACES TO REPORT-LINE
105100     WRITE REPORT-LINE
105200     MOVE "ERRORS (E)" TO CNT-LABEL
105300     MOVE WS-ERROR-COUNT TO CNT-VALUE
105400     MOVE WS-COUNT-LINE TO REPORT-LINE
105500     WRITE REPORT-LINE
105600     MOVE "WARNINGS (W)" TO CNT-LABEL
105700     MOVE WS-WARNING-COUNT TO CNT-VALUE
105800     MOVE WS-COUNT-LINE TO REPORT-LINE
105900     WRITE REPORT-LINE
106000     MOVE 1 TO WS-SKIPPED-SUB
106100     PERFORM UNTIL WS-SKIPPED-SUB > WS-SKIPPED-COUNT
106200         MOVE SPACES TO REPORT-LINE
106300         STRING "NOT ON FILE, NOT CHECKED: "
106400             WS-SKIPPED-FILE (WS-SKIPPED-SUB)
106500             DELIMITED BY SIZE INTO REPORT-LINE
106600         WRITE REPORT-LINE
106700         ADD 1 TO WS-SKIPPED-SUB
106800     END-PERFORM
106900     CLOSE REPORT-FILE
107000     DISPLAY "EMPINTEG run summary:"
107100     DISPLAY "  Records read : " WS-RECORDS-READ
107200     DISPLAY "  Errors       : " WS-ERROR-COUNT
107300     DISPLAY "  Warnings     : " WS-WARNING-COUNT
107400     EVALUATE TRUE
107500         WHEN WS-ERROR-COUNT > 0
107600             MOVE 8 TO RETURN-CODE
107700         WHEN WS-WARNING-COUNT > 0
107800             MOVE 4 TO RETURN-CODE
107900         WHEN OTHER
108000             MOVE 0 TO RETURN-CODE
108100     END-EVALUATE.
108200 5000-WRAP-UP-EXIT.
108300     EXIT.
108400
108500*----------------------------------------------------------------
108600* 7000-FIND-EMPLOYEE
108700*     READS EMPMAST FOR THE ID IN E-ID AND SETS EMP-FOUND.
108800*----------------------------------------------------------------
108900 7000-FIND-EMPLOYEE.
109000     MOVE "Y" TO WS-EMP-FOUND
109100     READ EMPLOYEE-MASTER
109200         KEY IS E-ID
109300         INVALID KEY MOVE "N" TO WS-EMP-FOUND
109400     END-READ.
109500 7000-FIND-EMPLOYEE-EXIT.
109600     EXIT.
109700
109800*----------------------------------------------------------------
109900* 7100-FIND-DEPT
110000*     READS DEPTMAST FOR THE CODE IN D-CODE AND SETS DEPT-FOUND.
110100*----------------------------------------------------------------
110200 7100-FIND-DEPT.
110300     MOVE "Y" TO WS-DEPT-FOUND
110400     READ DEPT-MASTER
110500         KEY IS D-CODE
110600         INVALID KEY MOVE "N" TO WS-DEPT-FOUND
110700     END-READ.
110800 7100-FIND-DEPT-EXIT.
110900     EXIT.
110905
110910*----------------------------------------------------------------
110915* 7200-FIND-GRADE
110920*     READS SALGRADE FOR THE CODE IN G-CODE AND SETS GRADE-FOUND.
110925*----------------------------------------------------------------
110930 7200-FIND-GRADE.
110935     MOVE "Y" TO WS-GRADE-FOUND
110940     READ GRADE-FILE
110945         KEY IS G-CODE
110950         INVALID KEY MOVE "N" TO WS-GRADE-FOUND
110955     END-READ.
110960 7200-FIND-GRADE-EXIT.
110965     EXIT.
111000
111100*----------------------------------------------------------------
111200* 8000-WRITE-ISSUE
111300*     LOOKS UP WS-ISSUE-CODE IN THE REASON TABLE, COUNTS IT BY
111400*     CODE AND SEVERITY, AND PRINTS THE ISSUE LINE FROM THE
111500*     WS-ISSUE FIELDS SET BY THE CALLER.
111600*----------------------------------------------------------------
111700 8000-WRITE-ISSUE.
111800     MOVE 1 TO WS-RSN-SUB
111900     PERFORM UNTIL WS-RSN-SUB > WS-REASON-COUNT
112000         OR WS-RSN-CODE (WS-RSN-SUB) = WS-ISSUE-CODE
112100         ADD 1 TO WS-RSN-SUB
112200     END-PERFORM
112300     IF WS-RSN-SUB > WS-REASON-COUNT
112400         DISPLAY "UNKNOWN REASON CODE " WS-ISSUE-CODE " IGNORED"
112500         GO TO 8000-WRITE-ISSUE-EXIT
112600     END-IF
112700     ADD 1 TO WS-RSN-COUNT (WS-RSN-SUB)
112800     IF WS-RSN-SEVERITY (WS-RSN-SUB) = "E"
112900         ADD 1 TO WS-ERROR-COUNT
113000     ELSE
113100         ADD 1 TO WS-WARNING-COUNT
113200     END-IF
113300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
113400         PERFORM 8100-WRITE-PAGE-HEADER
113500             THRU 8100-WRITE-PAGE-HEADER-EXIT
113600     END-IF
113700     MOVE WS-ISSUE-CODE TO ISL-CODE
113800     MOVE WS-RSN-SEVERITY (WS-RSN-SUB) TO ISL-SEVERITY
113900     MOVE WS-ISSUE-FILE TO ISL-FILE
114000     MOVE WS-ISSUE-KEY TO ISL-KEY
114100     MOVE WS-RSN-TEXT (WS-RSN-SUB) TO ISL-TEXT
114200     MOVE WS-ISSUE-DETAIL TO ISL-DETAIL
114300     MOVE WS-ISSUE-LINE TO REPORT-LINE
114400     WRITE REPORT-LINE
114500     ADD 1 TO WS-LINE-COUNT.
114600 8000-WRITE-ISSUE-EXIT.
114700     EXIT.
114800
114900*----------------------------------------------------------------
115000* 8100-WRITE-PAGE-HEADER
115100*     STARTS A NEW PAGE: TITLE LINE WITH RUN DATE AND PAGE
115200*     NUMBER, THEN THE COLUMN HEADINGS.
115300*----------------------------------------------------------------
115400 8100-WRITE-PAGE-HEADER.
115500     ADD 1 TO WS-PAGE-COUNT
115600     MOVE WS-PAGE-COUNT TO TTL-PAGE-NO
115700     MOVE SPACES TO REPORT-LINE
115800     WRITE REPORT-LINE
115900     MOVE WS-TITLE-LINE TO REPORT-LINE
116000     WRITE REPORT-LINE
116100     MOVE WS-HEADER-LINE TO REPORT-LINE
116200     WRITE REPORT-LINE
116300     MOVE 0 TO WS-LINE-COUNT.
116400 8100-WRITE-PAGE-HEADER-EXIT.
116500     EXIT.
116600
116700*----------------------------------------------------------------
116800* 8200-NOTE-SKIPPED
116900*     REMEMBERS A FILE THAT COULD NOT BE OPENED, FOR THE SUMMARY.
117000*----------------------------------------------------------------
117100 8200-NOTE-SKIPPED.
117200     IF WS-SKIPPED-COUNT < 13
117300         ADD 1 TO WS-SKIPPED-COUNT
117400         MOVE WS-SKIP-NAME TO WS-SKIPPED-FILE (WS-SKIPPED-COUNT)
117500     END-IF.
117600 8200-NOTE-SKIPPED-EXIT.
117700     EXIT.
