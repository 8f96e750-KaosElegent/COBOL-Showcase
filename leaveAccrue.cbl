000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEAVACCR.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  MONTHLY LEAVE ACCRUAL RUN.
001300*                  EVERY EMPLOYEE ON EMPMAST IS READ IN ID ORDER
001400*                  AND EVERY ACTIVE ("A") EMPLOYEE IS CREDITED,
001500*                  FOR EACH LEAVE TYPE ON THE ACCRUAL RATE TABLE
001600*                  (LEAVRATE, MAINTAINED BY LEAVMNT), WITH THE
001700*                  TYPE'S MONTHLY DAYS ON THE LEAVE LEDGER
001800*                  (LEAVLEDG), UP TO THE TYPE'S BALANCE LIMIT.
001900*                  A LEDGER RECORD IS CREATED THE FIRST TIME AN
002000*                  EMPLOYEE ACCRUES A TYPE.  TERMINATED STAFF AND
002100*                  STAFF ON LEAVE ("L" - LEAVE IS UNPAID HERE,
002200*                  AS IN EMPPAYRL) ARE NOT CREDITED, AND NEITHER
002300*                  IS A RECORD WITH A BLANK STATUS; THEIR
002400*                  EXISTING LEDGER RECORDS ARE ONLY ROLLED INTO
002500*                  THE NEW MONTH SO LEAVRPT SHOWS THEM.  THE
002600*                  LEDGER PERIOD IS THE RUN MONTH, THE SAME AS
002700*                  EMPPAYRL'S PAY PERIOD, AND A RECORD ALREADY
002800*                  CREDITED THIS MONTH IS NOT CREDITED AGAIN, SO
002900*                  A RERUN IS HARMLESS.
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
004100     SELECT RATE-FILE ASSIGN TO "LEAVRATE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS LR-TYPE
004500         FILE STATUS IS WS-RATE-STATUS.
004600     SELECT LEAVE-LEDGER ASSIGN TO "LEAVLEDG"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS LV-KEY
005000         FILE STATUS IS WS-LEDGER-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  EMPLOYEE-MASTER.
005500 01  EMPLOYEE-RECORD.
005600     COPY EMPREC
005700         REPLACING ==EMP-ID==     BY ==E-ID==
005800                   ==EMP-NAME==   BY ==E-NAME==
005900                   ==EMP-CITY==   BY ==E-CITY==
006000                   ==EMP-SALARY== BY ==E-SALARY==
006100                   ==EMP-DEPT==   BY ==E-DEPT==
006200                   ==EMP-STATUS== BY ==E-STATUS==
006300                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
006350                   ==EMP-GRADE== BY ==E-GRADE==.
006400
006500 FD  RATE-FILE.
006600 01  LEAVE-RATE-RECORD.
006700     COPY LVRTREC
006800         REPLACING LEADING ==LVR== BY ==LR==.
006900
007000 FD  LEAVE-LEDGER.
007100 01  LEAVE-LEDGER-RECORD.
007200     COPY LEAVREC
007300         REPLACING LEADING ==LVE== BY ==LV==.
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
007700 01  WS-RATE-STATUS PIC X(2) VALUE "00".
007800 01  WS-LEDGER-STATUS PIC X(2) VALUE "00".
007900 01  WS-EOF PIC A(1) VALUE "N".
008000 01  WS-RATE-EOF PIC A(1) VALUE "N".
008100
008200 01  WS-RUN-DATE PIC 9(8) VALUE 0.
008300 01  FILLER REDEFINES WS-RUN-DATE.
008400     05 WS-RUN-PERIOD PIC 9(6).
008500     05 FILLER PIC 9(2).
008600
008700*----------------------------------------------------------------
008800* ACCRUAL RATES, LOADED FROM LEAVRATE IN LEAVE TYPE ORDER.
008900*----------------------------------------------------------------
009000 01  WS-RATE-TABLE.
009100     05 WS-RATE-ENTRY OCCURS 50 TIMES.
009200        10 WS-RT-TYPE PIC X(1).
009300        10 WS-RT-MONTHLY-DAYS PIC 9(2)V9(2).
009400        10 WS-RT-MAX-BALANCE PIC 9(3)V9(2).
009500 01  WS-RATE-COUNT PIC 9(5) COMP VALUE 0.
009600 01  WS-RATE-SUB PIC 9(5) COMP VALUE 0.
009700 01  WS-RUN-INCOMPLETE PIC A(1) VALUE "N".
009800     88 RUN-INCOMPLETE VALUE "Y".
009900
010000*----------------------------------------------------------------
010100* PER-RECORD WORK FIELDS.
010200*----------------------------------------------------------------
010300 01  WS-ON-LEDGER PIC A(1) VALUE "N".
010400     88 ON-LEDGER VALUE "Y".
010500 01  WS-LEDGER-CHANGED PIC A(1) VALUE "N".
010600     88 LEDGER-CHANGED VALUE "Y".
010700 01  WS-ACCRUAL-DAYS PIC 9(3)V9(2) VALUE 0.
010800 01  WS-ROOM-DAYS PIC 9(3)V9(2) VALUE 0.
010900
011000*----------------------------------------------------------------
011100* COUNTS AND TOTALS.
011200*----------------------------------------------------------------
011300 01  WS-EMPS-READ PIC 9(7) COMP VALUE 0.
011400 01  WS-EMPS-ACCRUED PIC 9(7) COMP VALUE 0.
011500 01  WS-TERM-SKIPPED PIC 9(7) COMP VALUE 0.
011600 01  WS-LEAVE-SKIPPED PIC 9(7) COMP VALUE 0.
011700 01  WS-OTHER-SKIPPED PIC 9(7) COMP VALUE 0.
011800 01  WS-LEDGER-CREATED PIC 9(7) COMP VALUE 0.
011900 01  WS-ACCRUALS-POSTED PIC 9(7) COMP VALUE 0.
012000 01  WS-ALREADY-ACCRUED PIC 9(7) COMP VALUE 0.
012100 01  WS-AT-LIMIT PIC 9(7) COMP VALUE 0.
012200 01  WS-LEDGER-ROLLED PIC 9(7) COMP VALUE 0.
012300 01  WS-LEDGER-ERRORS PIC 9(7) COMP VALUE 0.
012400 01  WS-DAYS-ACCRUED PIC 9(9)V9(2) VALUE 0.
012500
012600 PROCEDURE DIVISION.
012700*================================================================
012800* 0000-MAIN-PROCESS
012900*     BATCH MAINLINE.  LOADS THE ACCRUAL RATES, CREDITS EVERY
013000*     ACTIVE EMPLOYEE ON THE MASTER, AND WRAPS UP.
013100*================================================================
013200 0000-MAIN-PROCESS.
013300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013400     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-PROCESS-EMPLOYEE-EXIT
013500         UNTIL WS-EOF = "Y"
013600     PERFORM 4000-WRAP-UP THRU 4000-WRAP-UP-EXIT
013700     STOP RUN.
013800
013900*================================================================
014000* 1000-INITIALIZE
014100*     SETS THE LEDGER PERIOD FROM THE RUN DATE, LOADS LEAVRATE,
014200*     AND OPENS THE MASTER AND THE LEDGER.  IF NO LEAVLEDG
014300*     EXISTS YET (STATUS 35) AN EMPTY ONE IS CREATED, SO THE
014400*     FIRST MONTH'S RUN NEEDS NO SEPARATE BOOTSTRAP STEP.  A
014500*     MISSING LEAVRATE OR EMPMAST STOPS THE RUN WITH
014600*     RETURN-CODE 8.
014700*================================================================
014800 1000-INITIALIZE.
014900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015000     PERFORM 1100-LOAD-RATES THRU 1100-LOAD-RATES-EXIT
015100     OPEN INPUT EMPLOYEE-MASTER
015200     IF WS-MASTER-STATUS NOT = "00"
015300         DISPLAY "Unable to open EMPLOYEE-MASTER, status: "
015400             WS-MASTER-STATUS
015500         DISPLAY "Run EMPCONV to build EMPLOYEE-MASTER first."
015600         MOVE 8 TO RETURN-CODE
015700         STOP RUN
015800     END-IF
015900     OPEN I-O LEAVE-LEDGER
016000     IF WS-LEDGER-STATUS = "35"
016100         OPEN OUTPUT LEAVE-LEDGER
016200         CLOSE LEAVE-LEDGER
016300         OPEN I-O LEAVE-LEDGER
016400     END-IF
016500     IF WS-LEDGER-STATUS NOT = "00"
016600         DISPLAY "Unable to open leave ledger, status: "
016700             WS-LEDGER-STATUS
016800         CLOSE EMPLOYEE-MASTER
016900         MOVE 8 TO RETURN-CODE
017000         STOP RUN
017100     END-IF
017200     DISPLAY "Accruing leave for period " WS-RUN-PERIOD
017300     READ EMPLOYEE-MASTER NEXT
017400         AT END MOVE "Y" TO WS-EOF
017500     END-READ.
017600 1000-INITIALIZE-EXIT.
017700     EXIT.
017800
017900*----------------------------------------------------------------
018000* 1100-LOAD-RATES
018100*     LOADS EVERY LEAVE TYPE FROM LEAVRATE.  NOTHING IS
018200*     ACCRUED WITHOUT A RATE TABLE: A MISSING OR EMPTY LEAVRATE
018300*     STOPS THE RUN.
018400*----------------------------------------------------------------
018500 1100-LOAD-RATES.
018600     OPEN INPUT RATE-FILE
018700     IF WS-RATE-STATUS NOT = "00"
018800         DISPLAY "Unable to open LEAVRATE, status: "
018900             WS-RATE-STATUS
019000         DISPLAY "Run LEAVMNT to set up the leave types first."
019100         MOVE 8 TO RETURN-CODE
019200         STOP RUN
019300     END-IF
019400     PERFORM UNTIL WS-RATE-EOF = "Y"
019500         READ RATE-FILE NEXT
019600             AT END MOVE "Y" TO WS-RATE-EOF
019700             NOT AT END
019800                 IF WS-RATE-COUNT < 50
019900                     ADD 1 TO WS-RATE-COUNT
020000                     MOVE LR-TYPE TO WS-RT-TYPE (WS-RATE-COUNT)
020100                     MOVE LR-MONTHLY-DAYS
020200                         TO WS-RT-MONTHLY-DAYS (WS-RATE-COUNT)
020300                     MOVE LR-MAX-BALANCE
020400                         TO WS-RT-MAX-BALANCE (WS-RATE-COUNT)
020500                 ELSE
020600                     DISPLAY "WARNING: LEAVE RATE TABLE FULL; "
020700                         "LATER TYPES IGNORED."
020800                     MOVE "Y" TO WS-RUN-INCOMPLETE
020900                     MOVE "Y" TO WS-RATE-EOF
021000                 END-IF
021100         END-READ
021200     END-PERFORM
021300     CLOSE RATE-FILE
021400     IF WS-RATE-COUNT = 0
021500         DISPLAY "NO LEAVE TYPES ON LEAVRATE."
021600         DISPLAY "ADD ONE IN LEAVMNT BEFORE RUNNING THE ACCRUAL."
021700         MOVE 8 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000 1100-LOAD-RATES-EXIT.
022100     EXIT.
022200
022300*================================================================
022400* 2000-PROCESS-EMPLOYEE
022500*     COUNTS THE EMPLOYEE UNDER ITS STATUS, THEN WORKS EACH
022600*     LEAVE TYPE ON THE RATE TABLE AGAINST THE LEDGER, AND
022700*     READS THE NEXT EMPLOYEE.
022800*================================================================
022900 2000-PROCESS-EMPLOYEE.
023000     ADD 1 TO WS-EMPS-READ
023100     EVALUATE E-STATUS
023200         WHEN "A"
023300             ADD 1 TO WS-EMPS-ACCRUED
023400         WHEN "T"
023500             ADD 1 TO WS-TERM-SKIPPED
023600         WHEN "L"
023700             ADD 1 TO WS-LEAVE-SKIPPED
023800         WHEN OTHER
023900             ADD 1 TO WS-OTHER-SKIPPED
024000     END-EVALUATE
024100     PERFORM 2100-PROCESS-LEAVE-TYPE
024200         THRU 2100-PROCESS-LEAVE-TYPE-EXIT
024300         VARYING WS-RATE-SUB FROM 1 BY 1
024400         UNTIL WS-RATE-SUB > WS-RATE-COUNT
024500     READ EMPLOYEE-MASTER NEXT
024600         AT END MOVE "Y" TO WS-EOF
024700     END-READ.
024800 2000-PROCESS-EMPLOYEE-EXIT.
024900     EXIT.
025000
025100*----------------------------------------------------------------
025200* 2100-PROCESS-LEAVE-TYPE
025300*     READS THE EMPLOYEE'S LEDGER RECORD FOR THE LEAVE TYPE AT
025400*     WS-RATE-SUB, ROLLS IT INTO THE RUN MONTH, AND CREDITS THE
025500*     MONTH'S ACCRUAL WHEN THE EMPLOYEE IS ACTIVE.  AN EMPLOYEE
025600*     WHO IS NOT ACTIVE AND HAS NO RECORD FOR THE TYPE IS LEFT
025700*     ALONE.
025800*----------------------------------------------------------------
025900 2100-PROCESS-LEAVE-TYPE.
026000     MOVE "N" TO WS-LEDGER-CHANGED
026100     MOVE E-ID TO LV-ID
026200     MOVE WS-RT-TYPE (WS-RATE-SUB) TO LV-TYPE
026300     READ LEAVE-LEDGER
026400         KEY IS LV-KEY
026500         INVALID KEY
026600             MOVE "N" TO WS-ON-LEDGER
026700         NOT INVALID KEY
026800             MOVE "Y" TO WS-ON-LEDGER
026900     END-READ
027000     IF NOT ON-LEDGER
027100         IF E-STATUS NOT = "A"
027200             GO TO 2100-PROCESS-LEAVE-TYPE-EXIT
027300         END-IF
027400         MOVE E-ID TO LV-ID
027500         MOVE WS-RT-TYPE (WS-RATE-SUB) TO LV-TYPE
027600         MOVE WS-RUN-PERIOD TO LV-PERIOD
027700         MOVE 0 TO LV-OPEN-BAL
027800         MOVE 0 TO LV-ACCRUED
027900         MOVE 0 TO LV-TAKEN
028000         MOVE 0 TO LV-BALANCE
028100         MOVE 0 TO LV-LAST-ACCRUAL
028200         MOVE "Y" TO WS-LEDGER-CHANGED
028300     END-IF
028400     IF LV-PERIOD < WS-RUN-PERIOD
028500         MOVE WS-RUN-PERIOD TO LV-PERIOD
028600         MOVE LV-BALANCE TO LV-OPEN-BAL
028700         MOVE 0 TO LV-ACCRUED
028800         MOVE 0 TO LV-TAKEN
028900         ADD 1 TO WS-LEDGER-ROLLED
029000         MOVE "Y" TO WS-LEDGER-CHANGED
029100     END-IF
029200     IF E-STATUS = "A"
029300         IF LV-LAST-ACCRUAL NOT < WS-RUN-PERIOD
029400             ADD 1 TO WS-ALREADY-ACCRUED
029500         ELSE
029600             PERFORM 2200-CREDIT-ACCRUAL
029700                 THRU 2200-CREDIT-ACCRUAL-EXIT
029800         END-IF
029900     END-IF
030000     IF NOT LEDGER-CHANGED
030100         GO TO 2100-PROCESS-LEAVE-TYPE-EXIT
030200     END-IF
030300     IF ON-LEDGER
030400         REWRITE LEAVE-LEDGER-RECORD
030500             INVALID KEY
030600                 DISPLAY "Unable to update leave ledger for "
030700                     LV-ID " type " LV-TYPE
030800                 ADD 1 TO WS-LEDGER-ERRORS
030900         END-REWRITE
031000     ELSE
031100         WRITE LEAVE-LEDGER-RECORD
031200             INVALID KEY
031300                 DISPLAY "Unable to add leave ledger for "
031400                     LV-ID " type " LV-TYPE
031500                 ADD 1 TO WS-LEDGER-ERRORS
031600             NOT INVALID KEY
031700                 ADD 1 TO WS-LEDGER-CREATED
031800         END-WRITE
031900     END-IF.
032000 2100-PROCESS-LEAVE-TYPE-EXIT.
032100     EXIT.
032200
032300*----------------------------------------------------------------
032400* 2200-CREDIT-ACCRUAL
032500*     ADDS THE TYPE'S MONTHLY DAYS TO THE LEDGER RECORD, CUT
032600*     BACK SO THE BALANCE DOES NOT GO OVER THE TYPE'S LIMIT
032700*     (NONE WHEN THE LIMIT IS ZERO), AND MARKS THE MONTH
032800*     CREDITED.
032900*----------------------------------------------------------------
033000 2200-CREDIT-ACCRUAL.
033100     MOVE WS-RT-MONTHLY-DAYS (WS-RATE-SUB) TO WS-ACCRUAL-DAYS
033200     IF WS-RT-MAX-BALANCE (WS-RATE-SUB) > 0
033300         IF LV-BALANCE NOT < WS-RT-MAX-BALANCE (WS-RATE-SUB)
033400             MOVE 0 TO WS-ACCRUAL-DAYS
033500         ELSE
033600             COMPUTE WS-ROOM-DAYS =
033700                 WS-RT-MAX-BALANCE (WS-RATE-SUB) - LV-BALANCE
033800             IF WS-ACCRUAL-DAYS > WS-ROOM-DAYS
033900                 MOVE WS-ROOM-DAYS TO WS-ACCRUAL-DAYS
034000             END-IF
034100         END-IF
034200         IF WS-ACCRUAL-DAYS < WS-RT-MONTHLY-DAYS (WS-RATE-SUB)
034300             ADD 1 TO WS-AT-LIMIT
034400         END-IF
034500     END-IF
034600     ADD WS-ACCRUAL-DAYS TO LV-ACCRUED
034700     ADD WS-ACCRUAL-DAYS TO LV-BALANCE
034800     MOVE WS-RUN-PERIOD TO LV-LAST-ACCRUAL
034900     ADD WS-ACCRUAL-DAYS TO WS-DAYS-ACCRUED
035000     ADD 1 TO WS-ACCRUALS-POSTED
035100     MOVE "Y" TO WS-LEDGER-CHANGED.
035200 2200-CREDIT-ACCRUAL-EXIT.
035300     EXIT.
035400
035500*================================================================
035600* 4000-WRAP-UP
035700*     CLOSES THE FILES AND DISPLAYS A RUN SUMMARY.  A LEDGER
035800*     WRITE THAT FAILED, OR A RATE TABLE THAT FILLED UP, ENDS
035900*     THE RUN WITH RETURN-CODE 8 - SOMEONE WENT UNCREDITED.
036000*================================================================
036100 4000-WRAP-UP.
036200     CLOSE EMPLOYEE-MASTER
036300     CLOSE LEAVE-LEDGER
036400     DISPLAY " "
036500     DISPLAY "LEAVACCR run summary for period " WS-RUN-PERIOD ":"
036600     DISPLAY "  Leave types on LEAVRATE : " WS-RATE-COUNT
036700     DISPLAY "  Employees read          : " WS-EMPS-READ
036800     DISPLAY "  Active (accrued)        : " WS-EMPS-ACCRUED
036900     DISPLAY "  Terminated (no accrual) : " WS-TERM-SKIPPED
037000     DISPLAY "  On leave (no accrual)   : " WS-LEAVE-SKIPPED
037100     DISPLAY "  Blank/other status      : " WS-OTHER-SKIPPED
037200     DISPLAY "  Accruals posted         : " WS-ACCRUALS-POSTED
037300     DISPLAY "    cut back at limit     : " WS-AT-LIMIT
037400     DISPLAY "  Already accrued (rerun) : " WS-ALREADY-ACCRUED
037500     DISPLAY "  Days accrued            : " WS-DAYS-ACCRUED
037600     DISPLAY "  Ledger records created  : " WS-LEDGER-CREATED
037700     DISPLAY "  Ledger records rolled   : " WS-LEDGER-ROLLED
037800     DISPLAY "  Ledger write errors     : " WS-LEDGER-ERRORS
037900     IF WS-LEDGER-ERRORS > 0 OR RUN-INCOMPLETE
038000         DISPLAY "THE ACCRUAL IS INCOMPLETE; SEE MESSAGES ABOVE."
038100         MOVE 8 TO RETURN-CODE
038200     END-IF.
038300 4000-WRAP-UP-EXIT.
038400     EXIT.
