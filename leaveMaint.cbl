000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEAVMNT.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  INTERACTIVE MAINTENANCE FOR
001300*                  THE LEAVE ACCRUAL RATE TABLE (LEAVRATE): ONE
001400*                  RECORD PER LEAVE TYPE GIVING THE DAYS LEAVACCR
001500*                  CREDITS EACH ACTIVE EMPLOYEE A MONTH AND THE
001600*                  MOST DAYS THAT MAY STAND TO ANYONE'S CREDIT.
001700*                  ALSO LISTS ONE EMPLOYEE'S BALANCES FROM THE
001800*                  LEAVE LEDGER (LEAVLEDG) SO HR CAN ANSWER "HOW
001900*                  MUCH LEAVE HAVE I GOT" WITHOUT A REPORT RUN.
002000*                  BUILT IN THE STYLE OF PAYPRMNT: THE SAME MENU
002100*                  SHAPE AND OPERATOR SIGN-ON AGAINST OPERMAST,
002200*                  AN INQUIRY-ONLY OPERATOR ("I") GETS THE
002300*                  DISPLAY OPTIONS ONLY, AND ON FIRST USE THE ADD
002400*                  OPTION CREATES LEAVRATE.  DAYS ARE KEYED IN
002500*                  HUNDREDTHS (125 = 1.25 DAYS), THE SAME AS THE
002600*                  LEAVE TRANSACTION FILE CARRIES THEM.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RATE-FILE ASSIGN TO "LEAVRATE"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS LR-TYPE
003500         FILE STATUS IS WS-FILE-STATUS.
003600     SELECT LEAVE-LEDGER ASSIGN TO "LEAVLEDG"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS LV-KEY
004000         FILE STATUS IS WS-LEDGER-STATUS.
004100     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS E-ID
004500         ALTERNATE RECORD KEY IS E-NAME
004600             WITH DUPLICATES
004700         FILE STATUS IS WS-MASTER-STATUS.
004800     SELECT OPER-MASTER ASSIGN TO "OPERMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS O-USERID
005200         FILE STATUS IS WS-OPER-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  RATE-FILE.
005700 01  LEAVE-RATE-RECORD.
005800     COPY LVRTREC
005900         REPLACING LEADING ==LVR== BY ==LR==.
006000
006100 FD  LEAVE-LEDGER.
006200 01  LEAVE-LEDGER-RECORD.
006300     COPY LEAVREC
006400         REPLACING LEADING ==LVE== BY ==LV==.
006500
006600 FD  EMPLOYEE-MASTER.
006700 01  EMPLOYEE-RECORD.
006800     COPY EMPREC
006900         REPLACING ==EMP-ID==     BY ==E-ID==
007000                   ==EMP-NAME==   BY ==E-NAME==
007100                   ==EMP-CITY==   BY ==E-CITY==
007200                   ==EMP-SALARY== BY ==E-SALARY==
007300                   ==EMP-DEPT==   BY ==E-DEPT==
007400                   ==EMP-STATUS== BY ==E-STATUS==
007500                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
007550                   ==EMP-GRADE== BY ==E-GRADE==.
007600
007700 FD  OPER-MASTER.
007800 01  OPERATOR-RECORD.
007900     COPY OPERREC
008000         REPLACING LEADING ==OPR== BY ==O==.
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-LEAVE-RATE.
008400     COPY LVRTREC
008500         REPLACING LEADING ==LVR== BY ==WS-LVR==.
008600 01  WS-EOF PIC A(1) VALUE "N".
008700 01  WS-FILE-STATUS PIC X(2) VALUE "00".
008800     88 FILE-STATUS-OK VALUE "00".
008900     88 FILE-STATUS-NOT-FOUND VALUE "23".
009000     88 FILE-STATUS-NO-FILE VALUE "35".
009100 01  WS-LEDGER-STATUS PIC X(2) VALUE "00".
009200 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
009300
009400*----------------------------------------------------------------
009500* MAINTENANCE (ADD / UPDATE / DELETE) WORKING FIELDS.  DAYS ARE
009600* KEYED AS WHOLE HUNDREDTHS OF A DAY.
009700*----------------------------------------------------------------
009800 01  WS-MAINT-TYPE PIC X(1) VALUE SPACE.
009900 01  WS-MAINT-DESC PIC X(20) VALUE SPACES.
010000 01  WS-MAINT-MONTHLY PIC 9(4) VALUE 0.
010100 01  WS-MAINT-MAX PIC 9(5) VALUE 0.
010200
010300*----------------------------------------------------------------
010400* OPERATOR SIGN-ON WORKING FIELDS, SAME AS PAYPRMNT'S: THE
010500* AUTHORITY GATES THE MAINTENANCE OPTIONS.
010600*----------------------------------------------------------------
010700 01  WS-OPER-STATUS PIC X(2) VALUE "00".
010800 01  WS-OPERATOR-ID PIC X(8) VALUE SPACES.
010900 01  WS-OPERATOR-AUTH PIC X(1) VALUE SPACE.
011000     88 OPERATOR-CAN-UPDATE VALUE "U".
011100 01  WS-INPUT-USERID.
011200     05 WS-USERID-IN PIC X(8).
011300     05 WS-USEREXTRA-2 PIC X(72).
011400
011500*----------------------------------------------------------------
011600* BALANCE INQUIRY WORKING FIELDS.
011700*----------------------------------------------------------------
011800 01  WS-INQ-ID PIC 9(8) VALUE 0.
011900 01  WS-INQ-FOUND PIC 9(3) VALUE 0.
012000
012100*----------------------------------------------------------------
012200* DISPLAY WORK FIELDS FOR LISTING A RATE OR A BALANCE.
012300*----------------------------------------------------------------
012400 01  WS-SHOW-MONTHLY PIC Z9.99.
012500 01  WS-SHOW-MAX PIC ZZ9.99.
012600 01  WS-SHOW-OPEN PIC ZZ9.99.
012700 01  WS-SHOW-ACCRUED PIC ZZ9.99.
012800 01  WS-SHOW-TAKEN PIC ZZ9.99.
012900 01  WS-SHOW-BALANCE PIC ZZ9.99.
013000
013100 01  WS-INPUT-CHOICE.
013200     05 WS-USERINPUT PIC S9(1) VALUE -1.
013300     05 WS-USEREXTRA-1 PIC X(79).
013400        88 INPUT-IS-OK-1 VALUE SPACE.
013500
013600 PROCEDURE DIVISION.
013700*================================================================
013800* 0000-MAIN-PROCESS
013900*     PROGRAM MAINLINE.  DRIVES THE MENU UNTIL THE OPERATOR
014000*     CHOOSES TO EXIT.
014100*================================================================
014200 0000-MAIN-PROCESS.
014300     PERFORM 0100-SIGN-ON THRU 0100-SIGN-ON-EXIT
014400     PERFORM 1000-UI-CYCLE WITH TEST AFTER UNTIL WS-USERINPUT = 0
014500     STOP RUN.
014600
014700*================================================================
014800* 0100-SIGN-ON
014900*     PROMPTS FOR THE OPERATOR'S USER ID AND CHECKS IT AGAINST
015000*     THE OPERATOR MASTER, SAME AS PAYPRMNT AND SEQREAD.  AN
015100*     UNKNOWN ID IS REFUSED; A MISSING OPERMAST WARNS AND
015200*     GRANTS FULL AUTHORITY SO FIRST-TIME SETUP IS NOT LOCKED
015300*     OUT.
015400*================================================================
015500 0100-SIGN-ON.
015600     DISPLAY "Enter your user ID: " WITH NO ADVANCING
015700     ACCEPT WS-INPUT-USERID
015800     IF WS-USERID-IN = SPACES
015900         DISPLAY "A USER ID IS REQUIRED."
016000         STOP RUN
016100     END-IF
016200     MOVE WS-USERID-IN TO WS-OPERATOR-ID
016300     OPEN INPUT OPER-MASTER
016400     IF WS-OPER-STATUS NOT = "00"
016500         DISPLAY "No operator master on file (status "
016600             WS-OPER-STATUS "); running with full authority."
016700         DISPLAY "Set up OPERMAST in OPERMNT so sign-on can "
016800             "be enforced."
016900         MOVE "U" TO WS-OPERATOR-AUTH
017000         GO TO 0100-SIGN-ON-EXIT
017100     END-IF
017200     MOVE WS-USERID-IN TO O-USERID
017300     READ OPER-MASTER
017400         KEY IS O-USERID
017500         INVALID KEY
017600             DISPLAY "UNKNOWN USER ID.  SEE OPERMNT."
017700             CLOSE OPER-MASTER
017800             STOP RUN
017900         NOT INVALID KEY
018000             MOVE O-AUTH TO WS-OPERATOR-AUTH
018100             DISPLAY "Signed on: " O-NAME
018200             IF NOT OPERATOR-CAN-UPDATE
018300                 DISPLAY "Inquiry-only authority; maintenance "
018400                     "options are disabled."
018500             END-IF
018600     END-READ
018700     CLOSE OPER-MASTER
018800     DISPLAY " ".
018900 0100-SIGN-ON-EXIT.
019000     EXIT.
019100
019200*================================================================
019300* 1000-UI-CYCLE
019400*     DISPLAYS THE MENU, ACCEPTS A CHOICE, AND DISPATCHES IT.
019500*================================================================
019600 1000-UI-CYCLE.
019700     PERFORM 1100-DISPLAY-MENU THRU 1100-DISPLAY-MENU-EXIT
019800     PERFORM 1200-PROCESS-CHOICE THRU 1200-PROCESS-CHOICE-EXIT.
019900
020000 1100-DISPLAY-MENU.
020100     DISPLAY "LEAVE RATE MAINTENANCE - SELECT AN OPTION:"
020200     DISPLAY "1) Display all leave types and accrual rates"
020300     DISPLAY "2) Display an employee's leave balances"
020400     DISPLAY "3) Add a new leave type"
020500     DISPLAY "4) Update a leave type"
020600     DISPLAY "5) Delete a leave type"
020700     DISPLAY "0) Exit"
020800     DISPLAY "(1-5/0): " WITH NO ADVANCING
020900     ACCEPT WS-INPUT-CHOICE.
021000 1100-DISPLAY-MENU-EXIT.
021100     EXIT.
021200
021300 1200-PROCESS-CHOICE.
021400     EVALUATE TRUE
021500         WHEN WS-USERINPUT NUMERIC AND INPUT-IS-OK-1
021600             EVALUATE TRUE
021700                 WHEN WS-USERINPUT = 1
021800                     PERFORM 2000-DISPLAY-ALL
021900                         THRU 2000-DISPLAY-ALL-EXIT
022000                 WHEN WS-USERINPUT = 2
022100                     PERFORM 3000-SHOW-BALANCES
022200                         THRU 3000-SHOW-BALANCES-EXIT
022300                 WHEN WS-USERINPUT = 3
022400                     IF OPERATOR-CAN-UPDATE
022500                         PERFORM 4000-ADD-TYPE
022600                             THRU 4000-ADD-TYPE-EXIT
022700                     ELSE
022800                         PERFORM 1250-REFUSE-MAINTENANCE
022900                             THRU 1250-REFUSE-MAINTENANCE-EXIT
023000                     END-IF
023100                 WHEN WS-USERINPUT = 4
023200                     IF OPERATOR-CAN-UPDATE
023300                         PERFORM 4100-UPDATE-TYPE
023400                             THRU 4100-UPDATE-TYPE-EXIT
023500                     ELSE
023600                         PERFORM 1250-REFUSE-MAINTENANCE
023700                             THRU 1250-REFUSE-MAINTENANCE-EXIT
023800                     END-IF
023900                 WHEN WS-USERINPUT = 5
024000                     IF OPERATOR-CAN-UPDATE
024100                         PERFORM 4200-DELETE-TYPE
024200                             THRU 4200-DELETE-TYPE-EXIT
024300                     ELSE
024400                         PERFORM 1250-REFUSE-MAINTENANCE
024500                             THRU 1250-REFUSE-MAINTENANCE-EXIT
024600                     END-IF
024700                 WHEN WS-USERINPUT = 0
024800                     PERFORM 9999-END-RUN THRU 9999-END-RUN-EXIT
024900                 WHEN OTHER
025000                     DISPLAY "INVALID INPUT!"
025100                     DISPLAY " "
025200             END-EVALUATE
025300         WHEN OTHER
025400             DISPLAY "INVALID INPUT!"
025500             DISPLAY " "
025600     END-EVALUATE.
025700 1200-PROCESS-CHOICE-EXIT.
025800     EXIT.
025900
026000*----------------------------------------------------------------
026100* 1250-REFUSE-MAINTENANCE
026200*     TELLS AN INQUIRY-ONLY OPERATOR THE MAINTENANCE OPTION
026300*     THEY PICKED IS NOT AVAILABLE TO THEM.
026400*----------------------------------------------------------------
026500 1250-REFUSE-MAINTENANCE.
026600     DISPLAY "NOT AUTHORIZED: YOUR USER ID HAS INQUIRY-ONLY "
026700         "AUTHORITY."
026800     DISPLAY " ".
026900 1250-REFUSE-MAINTENANCE-EXIT.
027000     EXIT.
027100
027200*================================================================
027300* 2000-DISPLAY-ALL
027400*     LISTS EVERY LEAVE TYPE ON LEAVRATE IN TYPE ORDER (THE
027500*     RECORD KEY ORDER OF THE INDEXED FILE).
027600*================================================================
027700 2000-DISPLAY-ALL.
027800     OPEN INPUT RATE-FILE
027900     IF NOT FILE-STATUS-OK
028000         DISPLAY "Unable to open leave rate file, "
028100             "status: " WS-FILE-STATUS
028200         GO TO 2000-DISPLAY-ALL-EXIT
028300     END-IF
028400     PERFORM UNTIL WS-EOF = "Y"
028500         READ RATE-FILE NEXT INTO WS-LEAVE-RATE
028600             AT END MOVE "Y" TO WS-EOF
028700             NOT AT END
028800                 PERFORM 2100-SHOW-TYPE THRU 2100-SHOW-TYPE-EXIT
028900         END-READ
029000     END-PERFORM
029100     MOVE "N" TO WS-EOF
029200     CLOSE RATE-FILE
029300     DISPLAY " ".
029400 2000-DISPLAY-ALL-EXIT.
029500     EXIT.
029600
029700*----------------------------------------------------------------
029800* 2100-SHOW-TYPE
029900*     DISPLAYS THE LEAVE TYPE IN WS-LEAVE-RATE.
030000*----------------------------------------------------------------
030100 2100-SHOW-TYPE.
030200     MOVE WS-LVR-MONTHLY-DAYS TO WS-SHOW-MONTHLY
030300     MOVE WS-LVR-MAX-BALANCE TO WS-SHOW-MAX
030400     IF WS-LVR-MAX-BALANCE = 0
030500         DISPLAY "TYPE " WS-LVR-TYPE " " WS-LVR-DESC
030600             " ACCRUES " WS-SHOW-MONTHLY " DAYS/MONTH"
030700             " NO LIMIT"
030800     ELSE
030900         DISPLAY "TYPE " WS-LVR-TYPE " " WS-LVR-DESC
031000             " ACCRUES " WS-SHOW-MONTHLY " DAYS/MONTH"
031100             " UP TO " WS-SHOW-MAX " DAYS"
031200     END-IF.
031300 2100-SHOW-TYPE-EXIT.
031400     EXIT.
031500
031600*================================================================
031700* 3000-SHOW-BALANCES
031800*     PROMPTS FOR AN EMPLOYEE ID AND LISTS EVERY LEAVE LEDGER
031900*     RECORD FOR THAT EMPLOYEE, POSITIONING ON THE FIRST KEY
032000*     FOR THE ID AND READING FORWARD WHILE THE ID MATCHES.
032100*================================================================
032200 3000-SHOW-BALANCES.
032300     DISPLAY "Enter employee ID: " WITH NO ADVANCING
032400     ACCEPT WS-INQ-ID
032500     IF WS-INQ-ID IS NOT NUMERIC OR WS-INQ-ID = 0
032600         DISPLAY "INVALID EMPLOYEE ID!"
032700         GO TO 3000-SHOW-BALANCES-EXIT
032800     END-IF
032900     OPEN INPUT EMPLOYEE-MASTER
033000     IF WS-MASTER-STATUS = "00"
033100         MOVE WS-INQ-ID TO E-ID
033200         READ EMPLOYEE-MASTER
033300             KEY IS E-ID
033400             INVALID KEY
033500                 DISPLAY "Employee " WS-INQ-ID
033600                     " is not on EMPLOYEE-MASTER."
033700             NOT INVALID KEY
033800                 DISPLAY "Employee " E-ID " " E-NAME
033900                     " STATUS " E-STATUS
034000         END-READ
034100         CLOSE EMPLOYEE-MASTER
034200     END-IF
034300     OPEN INPUT LEAVE-LEDGER
034400     IF WS-LEDGER-STATUS NOT = "00"
034500         DISPLAY "Unable to open leave ledger, status: "
034600             WS-LEDGER-STATUS
034700         GO TO 3000-SHOW-BALANCES-EXIT
034800     END-IF
034900     MOVE 0 TO WS-INQ-FOUND
035000     MOVE WS-INQ-ID TO LV-ID
035100     MOVE LOW-VALUES TO LV-TYPE
035200     START LEAVE-LEDGER KEY IS NOT LESS THAN LV-KEY
035300         INVALID KEY MOVE "Y" TO WS-EOF
035400     END-START
035500     PERFORM UNTIL WS-EOF = "Y"
035600         READ LEAVE-LEDGER NEXT
035700             AT END MOVE "Y" TO WS-EOF
035800             NOT AT END
035900                 IF LV-ID NOT = WS-INQ-ID
036000                     MOVE "Y" TO WS-EOF
036100                 ELSE
036200                     PERFORM 3100-SHOW-BALANCE
036300                         THRU 3100-SHOW-BALANCE-EXIT
036400                 END-IF
036500         END-READ
036600     END-PERFORM
036700     MOVE "N" TO WS-EOF
036800     CLOSE LEAVE-LEDGER
036900     IF WS-INQ-FOUND = 0
037000         DISPLAY "No leave ledger records for that employee."
037100     END-IF
037200     DISPLAY " ".
037300 3000-SHOW-BALANCES-EXIT.
037400     EXIT.
037500
037600*----------------------------------------------------------------
037700* 3100-SHOW-BALANCE
037800*     DISPLAYS ONE LEDGER RECORD: THE LEDGER PERIOD'S OPENING
037900*     BALANCE, DAYS ACCRUED AND TAKEN, AND THE BALANCE NOW.
038000*----------------------------------------------------------------
038100 3100-SHOW-BALANCE.
038200     ADD 1 TO WS-INQ-FOUND
038300     MOVE LV-OPEN-BAL TO WS-SHOW-OPEN
038400     MOVE LV-ACCRUED TO WS-SHOW-ACCRUED
038500     MOVE LV-TAKEN TO WS-SHOW-TAKEN
038600     MOVE LV-BALANCE TO WS-SHOW-BALANCE
038700     DISPLAY "TYPE " LV-TYPE " PERIOD " LV-PERIOD
038800         " OPENING " WS-SHOW-OPEN
038900         " ACCRUED " WS-SHOW-ACCRUED
039000         " TAKEN " WS-SHOW-TAKEN
039100         " BALANCE " WS-SHOW-BALANCE.
039200 3100-SHOW-BALANCE-EXIT.
039300     EXIT.
039400
039500*================================================================
039600* 4000-ADD-TYPE
039700*     PROMPTS FOR A NEW LEAVE TYPE AND WRITES IT TO LEAVRATE,
039800*     REJECTING THE ADD IF THE TYPE IS ALREADY ON FILE.  IF NO
039900*     LEAVRATE EXISTS YET (STATUS 35 ON THE OPEN) AN EMPTY ONE
040000*     IS CREATED FIRST, SO FIRST-TIME SETUP NEEDS NO SEPARATE
040100*     BOOTSTRAP STEP.
040200*================================================================
040300 4000-ADD-TYPE.
040400     DISPLAY "Enter new leave type (one character): "
040500         WITH NO ADVANCING
040600     ACCEPT WS-MAINT-TYPE
040700     IF WS-MAINT-TYPE = SPACE
040800         DISPLAY "Leave type cannot be blank!"
040900         GO TO 4000-ADD-TYPE-EXIT
041000     END-IF
041100     OPEN I-O RATE-FILE
041200     IF FILE-STATUS-NO-FILE
041300         OPEN OUTPUT RATE-FILE
041400         CLOSE RATE-FILE
041500         OPEN I-O RATE-FILE
041600     END-IF
041700     IF NOT FILE-STATUS-OK
041800         DISPLAY "Unable to open leave rate file, "
041900             "status: " WS-FILE-STATUS
042000         GO TO 4000-ADD-TYPE-EXIT
042100     END-IF
042200     MOVE WS-MAINT-TYPE TO LR-TYPE
042300     READ RATE-FILE
042400         KEY IS LR-TYPE
042500         INVALID KEY
042600             CONTINUE
042700         NOT INVALID KEY
042800             DISPLAY "That leave type already exists!"
042900             CLOSE RATE-FILE
043000             GO TO 4000-ADD-TYPE-EXIT
043100     END-READ
043200     PERFORM 4300-PROMPT-VALUES THRU 4300-PROMPT-VALUES-EXIT
043300     MOVE WS-MAINT-TYPE TO LR-TYPE
043400     PERFORM 4400-MOVE-VALUES THRU 4400-MOVE-VALUES-EXIT
043500     WRITE LEAVE-RATE-RECORD
043600         INVALID KEY
043700             DISPLAY "Unable to add leave type!"
043800         NOT INVALID KEY
043900             DISPLAY "Leave type added."
044000     END-WRITE
044100     CLOSE RATE-FILE
044200     DISPLAY " ".
044300 4000-ADD-TYPE-EXIT.
044400     EXIT.
044500
044600*================================================================
044700* 4100-UPDATE-TYPE
044800*     PROMPTS FOR AN EXISTING LEAVE TYPE AND REPLACES ITS
044900*     DESCRIPTION, MONTHLY ACCRUAL, AND BALANCE LIMIT.  THE NEW
045000*     RATE APPLIES FROM THE NEXT LEAVACCR RUN; DAYS ALREADY
045100*     ACCRUED ARE NOT RECALCULATED.
045200*================================================================
045300 4100-UPDATE-TYPE.
045400     DISPLAY "Enter leave type to update: " WITH NO ADVANCING
045500     ACCEPT WS-MAINT-TYPE
045600     MOVE WS-MAINT-TYPE TO LR-TYPE
045700     OPEN I-O RATE-FILE
045800     IF NOT FILE-STATUS-OK
045900         DISPLAY "Unable to open leave rate file, "
046000             "status: " WS-FILE-STATUS
046100         GO TO 4100-UPDATE-TYPE-EXIT
046200     END-IF
046300     READ RATE-FILE
046400         KEY IS LR-TYPE
046500         INVALID KEY
046600             DISPLAY "No leave type found with that code"
046700             CLOSE RATE-FILE
046800             GO TO 4100-UPDATE-TYPE-EXIT
046900     END-READ
047000     PERFORM 4300-PROMPT-VALUES THRU 4300-PROMPT-VALUES-EXIT
047100     PERFORM 4400-MOVE-VALUES THRU 4400-MOVE-VALUES-EXIT
047200     REWRITE LEAVE-RATE-RECORD
047300         INVALID KEY
047400             DISPLAY "Unable to update leave type!"
047500         NOT INVALID KEY
047600             DISPLAY "Leave type updated."
047700     END-REWRITE
047800     CLOSE RATE-FILE
047900     DISPLAY " ".
048000 4100-UPDATE-TYPE-EXIT.
048100     EXIT.
048200
048300*================================================================
048400* 4200-DELETE-TYPE
048500*     PROMPTS FOR AN EXISTING LEAVE TYPE AND REMOVES IT.  LEDGER
048600*     BALANCES ALREADY HELD UNDER THE TYPE STAY ON LEAVLEDG AND
048700*     CAN STILL BE TAKEN OR PAID OUT; THEY SIMPLY STOP ACCRUING.
048800*================================================================
048900 4200-DELETE-TYPE.
049000     DISPLAY "Enter leave type to delete: " WITH NO ADVANCING
049100     ACCEPT WS-MAINT-TYPE
049200     MOVE WS-MAINT-TYPE TO LR-TYPE
049300     OPEN I-O RATE-FILE
049400     IF NOT FILE-STATUS-OK
049500         DISPLAY "Unable to open leave rate file, "
049600             "status: " WS-FILE-STATUS
049700         GO TO 4200-DELETE-TYPE-EXIT
049800     END-IF
049900     READ RATE-FILE
050000         KEY IS LR-TYPE
050100         INVALID KEY
050200             DISPLAY "No leave type found with that code"
050300             CLOSE RATE-FILE
050400             GO TO 4200-DELETE-TYPE-EXIT
050500     END-READ
050600     DELETE RATE-FILE RECORD
050700         INVALID KEY
050800             DISPLAY "Unable to delete leave type!"
050900         NOT INVALID KEY
051000             DISPLAY "Leave type deleted."
051100     END-DELETE
051200     CLOSE RATE-FILE
051300     DISPLAY " ".
051400 4200-DELETE-TYPE-EXIT.
051500     EXIT.
051600
051700*----------------------------------------------------------------
051800* 4300-PROMPT-VALUES
051900*     PROMPTS FOR THE DESCRIPTION, THE MONTHLY ACCRUAL, AND THE
052000*     BALANCE LIMIT (BOTH IN HUNDREDTHS OF A DAY) INTO THE MAINT
052100*     FIELDS.
052200*----------------------------------------------------------------
052300 4300-PROMPT-VALUES.
052400     DISPLAY "Enter description: " WITH NO ADVANCING
052500     ACCEPT WS-MAINT-DESC
052600     DISPLAY "Enter days accrued per month in hundredths "
052700         "(125 = 1.25): " WITH NO ADVANCING
052800     ACCEPT WS-MAINT-MONTHLY
052900     IF WS-MAINT-MONTHLY IS NOT NUMERIC
053000         MOVE 0 TO WS-MAINT-MONTHLY
053100     END-IF
053200     DISPLAY "Enter most days that may be held in hundredths "
053300         "(0 = no limit): " WITH NO ADVANCING
053400     ACCEPT WS-MAINT-MAX
053500     IF WS-MAINT-MAX IS NOT NUMERIC
053600         MOVE 0 TO WS-MAINT-MAX
053700     END-IF.
053800 4300-PROMPT-VALUES-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------------
054200* 4400-MOVE-VALUES
054300*     MOVES THE PROMPTED MAINT FIELDS INTO THE RATE RECORD
054400*     AREA, CONVERTING THE HUNDREDTHS TO DAYS.
054500*----------------------------------------------------------------
054600 4400-MOVE-VALUES.
054700     MOVE WS-MAINT-DESC TO LR-DESC
054800     COMPUTE LR-MONTHLY-DAYS = WS-MAINT-MONTHLY / 100
054900     COMPUTE LR-MAX-BALANCE = WS-MAINT-MAX / 100.
055000 4400-MOVE-VALUES-EXIT.
055100     EXIT.
055200
055300*================================================================
055400* 9999-END-RUN
055500*     OPERATOR CHOSE TO EXIT THE PROGRAM.
055600*================================================================
055700 9999-END-RUN.
055800     DISPLAY "Thank You for using the program!"
055900     STOP RUN.
056000 9999-END-RUN-EXIT.
056100     EXIT.
