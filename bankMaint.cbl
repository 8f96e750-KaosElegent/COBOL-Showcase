000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BANKMNT.
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
001300*                  THE EMPLOYEE BANK ACCOUNT FILE (BANKACCT),
001400*                  KEYED BY EMPLOYEE ID, IN THE STYLE OF DEPTMNT
001500*                  AND BUDGMNT.  EACH RECORD CARRIES THE ROUTING
001600*                  NUMBER, ACCOUNT NUMBER, ACCOUNT TYPE, AND
001700*                  STATUS PAYDDEP BUILDS THE DIRECT-DEPOSIT FILE
001800*                  FROM.  THE OPERATOR SIGNS ON AGAINST OPERMAST
001900*                  AND AN INQUIRY-ONLY OPERATOR IS REFUSED ADD,
002000*                  UPDATE, AND DELETE.  THE EMPLOYEE MUST BE ON
002100*                  EMPMAST, THE ROUTING NUMBER MUST PASS ITS
002200*                  CHECK DIGIT, AND THE TYPE AND STATUS MUST BE
002300*                  ONES PAYDDEP KNOWS.  EVERY ADD, CHANGE, AND
002400*                  DELETE IS WRITTEN TO THE BANK ACCOUNT AUDIT
002500*                  TRAIL (BANKAUD) WITH THE SIGNED-ON USER AND
002600*                  THE BEFORE AND AFTER IMAGES.  ON FIRST USE,
002700*                  WHEN NO BANKACCT EXISTS YET, THE ADD OPTION
002800*                  CREATES THE FILE.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BANK-FILE ASSIGN TO "BANKACCT"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS BA-ID
003700         FILE STATUS IS WS-FILE-STATUS.
003800     SELECT OPTIONAL BANK-AUDIT-FILE ASSIGN TO "BANKAUD"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS E-ID
004400         ALTERNATE RECORD KEY IS E-NAME
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-MASTER-STATUS.
004700     SELECT OPER-MASTER ASSIGN TO "OPERMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS O-USERID
005100         FILE STATUS IS WS-OPER-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  BANK-FILE.
005600 01  BANK-ACCOUNT-RECORD.
005700     COPY BANKREC
005800         REPLACING LEADING ==BNK== BY ==BA==.
005900
006000 FD  BANK-AUDIT-FILE.
006100 01  BANK-AUDIT-RECORD.
006200     COPY BANKAUD.
006300
006400 FD  EMPLOYEE-MASTER.
006500 01  EMPLOYEE-RECORD.
006600     COPY EMPREC
006700         REPLACING ==EMP-ID==     BY ==E-ID==
006800                   ==EMP-NAME==   BY ==E-NAME==
006900                   ==EMP-CITY==   BY ==E-CITY==
007000                   ==EMP-SALARY== BY ==E-SALARY==
007100                   ==EMP-DEPT==   BY ==E-DEPT==
007200                   ==EMP-STATUS== BY ==E-STATUS==
007300                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
007350                   ==EMP-GRADE== BY ==E-GRADE==.
007400
007500 FD  OPER-MASTER.
007600 01  OPERATOR-RECORD.
007700     COPY OPERREC
007800         REPLACING LEADING ==OPR== BY ==O==.
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-BANK-ACCOUNT.
008200     COPY BANKREC
008300         REPLACING LEADING ==BNK== BY ==WS-BNK==.
008400 01  WS-EOF PIC A(1) VALUE "N".
008500 01  WS-FILE-STATUS PIC X(2) VALUE "00".
008600     88 FILE-STATUS-OK VALUE "00".
008700     88 FILE-STATUS-NOT-FOUND VALUE "23".
008800     88 FILE-STATUS-NO-FILE VALUE "35".
008900 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
009000 01  WS-EMP-FOUND PIC A(1) VALUE "N".
009100     88 EMP-FOUND VALUE "Y".
009200
009300*----------------------------------------------------------------
009400* OPERATOR SIGN-ON WORKING FIELDS, SAME AS DEPTMNT'S: THE
009500* AUTHORITY GATES THE MAINTENANCE OPTIONS, AND THE USER ID IS
009600* STAMPED ON EVERY BANK ACCOUNT AUDIT RECORD.
009700*----------------------------------------------------------------
009800 01  WS-OPER-STATUS PIC X(2) VALUE "00".
009900 01  WS-OPERATOR-ID PIC X(8) VALUE SPACES.
010000 01  WS-OPERATOR-AUTH PIC X(1) VALUE SPACE.
010100     88 OPERATOR-CAN-UPDATE VALUE "U".
010200 01  WS-INPUT-USERID.
010300     05 WS-USERID-IN PIC X(8).
010400     05 WS-USEREXTRA-2 PIC X(72).
010500
010600*----------------------------------------------------------------
010700* MAINTENANCE (ADD / UPDATE / DELETE) WORKING FIELDS.  4300
010800* PROMPTS INTO THESE AND SETS WS-VALUES-OK ONLY WHEN EVERY
010900* VALUE PASSES ITS CHECK.
011000*----------------------------------------------------------------
011100 01  WS-MAINT-ID PIC 9(08) VALUE 0.
011200 01  WS-MAINT-ROUTING PIC 9(09) VALUE 0.
011300 01  WS-MAINT-ACCOUNT PIC X(17) VALUE SPACES.
011400 01  WS-MAINT-ACCT-TYPE PIC X(01) VALUE SPACE.
011500     88 MAINT-TYPE-VALID VALUE "C" "S".
011600 01  WS-MAINT-STATUS PIC X(01) VALUE SPACE.
011700     88 MAINT-STATUS-VALID VALUE "A" "H" "C".
011800 01  WS-VALUES-OK PIC A(1) VALUE "N".
011900     88 VALUES-OK VALUE "Y".
012000
012100*----------------------------------------------------------------
012200* ROUTING NUMBER CHECK-DIGIT WORKING FIELDS.  8200 WEIGHTS THE
012300* NINE DIGITS 3-7-1 REPEATING; A VALID ROUTING NUMBER GIVES A
012400* WEIGHTED SUM THAT IS A MULTIPLE OF TEN.
012500*----------------------------------------------------------------
012600 01  WS-CHK-ROUTING PIC 9(09) VALUE 0.
012700 01  FILLER REDEFINES WS-CHK-ROUTING.
012800     05 WS-CHK-DIGIT PIC 9(01) OCCURS 9 TIMES.
012900 01  WS-CHK-SUM PIC 9(4) COMP VALUE 0.
013000 01  WS-CHK-QUOT PIC 9(4) COMP VALUE 0.
013100 01  WS-CHK-REM PIC 9(4) COMP VALUE 0.
013200 01  WS-ROUTING-VALID PIC A(1) VALUE "N".
013300     88 ROUTING-VALID VALUE "Y".
013400
013500*----------------------------------------------------------------
013600* AUDIT LOG WORKING FIELDS.  SET BY EACH MAINTENANCE PARAGRAPH
013700* JUST BEFORE PERFORM 8000-WRITE-AUDIT-RECORD.
013800*----------------------------------------------------------------
013900 01  WS-AUD-DATE PIC 9(8) VALUE 0.
014000 01  WS-AUD-TIME PIC 9(8) VALUE 0.
014100 01  WS-AUDIT-ID PIC 9(8) VALUE 0.
014200 01  WS-AUDIT-OPERATION PIC X(01) VALUE SPACE.
014300 01  WS-AUDIT-BEFORE-ROUTING PIC 9(09) VALUE 0.
014400 01  WS-AUDIT-BEFORE-ACCOUNT PIC X(17) VALUE SPACES.
014500 01  WS-AUDIT-BEFORE-ACCT-TYPE PIC X(01) VALUE SPACE.
014600 01  WS-AUDIT-BEFORE-STATUS PIC X(01) VALUE SPACE.
014700 01  WS-AUDIT-AFTER-ROUTING PIC 9(09) VALUE 0.
014800 01  WS-AUDIT-AFTER-ACCOUNT PIC X(17) VALUE SPACES.
014900 01  WS-AUDIT-AFTER-ACCT-TYPE PIC X(01) VALUE SPACE.
015000 01  WS-AUDIT-AFTER-STATUS PIC X(01) VALUE SPACE.
015100
015200 01  WS-INPUT-CHOICE.
015300     05 WS-USERINPUT PIC S9(1) VALUE -1.
015400     05 WS-USEREXTRA-1 PIC X(79).
015500        88 INPUT-IS-OK-1 VALUE SPACE.
015600
015700 PROCEDURE DIVISION.
015800*================================================================
015900* 0000-MAIN-PROCESS
016000*     PROGRAM MAINLINE.  DRIVES THE MENU UNTIL THE OPERATOR
016100*     CHOOSES TO EXIT.
016200*================================================================
016300 0000-MAIN-PROCESS.
016400     PERFORM 0100-SIGN-ON THRU 0100-SIGN-ON-EXIT
016500     PERFORM 1000-UI-CYCLE WITH TEST AFTER UNTIL WS-USERINPUT = 0
016600     STOP RUN.
016700
016800*================================================================
016900* 0100-SIGN-ON
017000*     PROMPTS FOR THE OPERATOR'S USER ID AND CHECKS IT AGAINST
017100*     THE OPERATOR MASTER, SAME AS DEPTMNT AND SEQREAD.  AN
017200*     UNKNOWN ID IS REFUSED; A MISSING OPERMAST WARNS AND
017300*     GRANTS FULL AUTHORITY SO FIRST-TIME SETUP IS NOT LOCKED
017400*     OUT.
017500*================================================================
017600 0100-SIGN-ON.
017700     DISPLAY "Enter your user ID: " WITH NO ADVANCING
017800     ACCEPT WS-INPUT-USERID
017900     IF WS-USERID-IN = SPACES
018000         DISPLAY "A USER ID IS REQUIRED."
018100         STOP RUN
018200     END-IF
018300     MOVE WS-USERID-IN TO WS-OPERATOR-ID
018400     OPEN INPUT OPER-MASTER
018500     IF WS-OPER-STATUS NOT = "00"
018600         DISPLAY "No operator master on file (status "
018700             WS-OPER-STATUS "); running with full authority."
018800         DISPLAY "Set up OPERMAST in OPERMNT so sign-on can "
018900             "be enforced."
019000         MOVE "U" TO WS-OPERATOR-AUTH
019100         GO TO 0100-SIGN-ON-EXIT
019200     END-IF
019300     MOVE WS-USERID-IN TO O-USERID
019400     READ OPER-MASTER
019500         KEY IS O-USERID
019600         INVALID KEY
019700             DISPLAY "UNKNOWN USER ID.  SEE OPERMNT."
019800             CLOSE OPER-MASTER
019900             STOP RUN
020000         NOT INVALID KEY
020100             MOVE O-AUTH TO WS-OPERATOR-AUTH
020200             DISPLAY "Signed on: " O-NAME
020300             IF NOT OPERATOR-CAN-UPDATE
020400                 DISPLAY "Inquiry-only authority; maintenance "
020500                     "options are disabled."
020600             END-IF
020700     END-READ
020800     CLOSE OPER-MASTER
020900     DISPLAY " ".
021000 0100-SIGN-ON-EXIT.
021100     EXIT.
021200
021300*================================================================
021400* 1000-UI-CYCLE
021500*     DISPLAYS THE MENU, ACCEPTS A CHOICE, AND DISPATCHES IT.
021600*================================================================
021700 1000-UI-CYCLE.
021800     PERFORM 1100-DISPLAY-MENU THRU 1100-DISPLAY-MENU-EXIT
021900     PERFORM 1200-PROCESS-CHOICE THRU 1200-PROCESS-CHOICE-EXIT.
022000
022100 1100-DISPLAY-MENU.
022200     DISPLAY "BANK ACCOUNT MAINTENANCE - SELECT AN OPTION:"
022300     DISPLAY "1) Display all bank accounts"
022400     DISPLAY "2) Look up one account by employee ID"
022500     DISPLAY "3) Add a new bank account"
022600     DISPLAY "4) Update a bank account"
022700     DISPLAY "5) Delete a bank account"
022800     DISPLAY "0) Exit"
022900     DISPLAY "(1-5/0): " WITH NO ADVANCING
023000     ACCEPT WS-INPUT-CHOICE.
023100 1100-DISPLAY-MENU-EXIT.
023200     EXIT.
023300
023400 1200-PROCESS-CHOICE.
023500     EVALUATE TRUE
023600         WHEN WS-USERINPUT NUMERIC AND INPUT-IS-OK-1
023700             EVALUATE TRUE
023800                 WHEN WS-USERINPUT = 1
023900                     PERFORM 2000-DISPLAY-ALL
024000                         THRU 2000-DISPLAY-ALL-EXIT
024100                 WHEN WS-USERINPUT = 2
024200                     PERFORM 3000-LOOKUP-ACCOUNT
024300                         THRU 3000-LOOKUP-ACCOUNT-EXIT
024400                 WHEN WS-USERINPUT = 3
024500                     IF OPERATOR-CAN-UPDATE
024600                         PERFORM 4000-ADD-ACCOUNT
024700                             THRU 4000-ADD-ACCOUNT-EXIT
024800                     ELSE
024900                         PERFORM 1250-REFUSE-MAINTENANCE
025000                             THRU 1250-REFUSE-MAINTENANCE-EXIT
025100                     END-IF
025200                 WHEN WS-USERINPUT = 4
025300                     IF OPERATOR-CAN-UPDATE
025400                         PERFORM 4100-UPDATE-ACCOUNT
025500                             THRU 4100-UPDATE-ACCOUNT-EXIT
025600                     ELSE
025700                         PERFORM 1250-REFUSE-MAINTENANCE
025800                             THRU 1250-REFUSE-MAINTENANCE-EXIT
025900                     END-IF
026000                 WHEN WS-USERINPUT = 5
026100                     IF OPERATOR-CAN-UPDATE
026200                         PERFORM 4200-DELETE-ACCOUNT
026300                             THRU 4200-DELETE-ACCOUNT-EXIT
026400                     ELSE
026500                         PERFORM 1250-REFUSE-MAINTENANCE
026600                             THRU 1250-REFUSE-MAINTENANCE-EXIT
026700                     END-IF
026800                 WHEN WS-USERINPUT = 0
026900                     PERFORM 9999-END-RUN THRU 9999-END-RUN-EXIT
027000                 WHEN OTHER
027100                     DISPLAY "INVALID INPUT!"
027200                     DISPLAY " "
027300             END-EVALUATE
027400         WHEN OTHER
027500             DISPLAY "INVALID INPUT!"
027600             DISPLAY " "
027700     END-EVALUATE.
027800 1200-PROCESS-CHOICE-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------------
028200* 1250-REFUSE-MAINTENANCE
028300*     TELLS AN INQUIRY-ONLY OPERATOR THE MAINTENANCE OPTION
028400*     THEY PICKED IS NOT AVAILABLE TO THEM.
028500*----------------------------------------------------------------
028600 1250-REFUSE-MAINTENANCE.
028700     DISPLAY "NOT AUTHORIZED: YOUR USER ID HAS INQUIRY-ONLY "
028800         "AUTHORITY."
028900     DISPLAY " ".
029000 1250-REFUSE-MAINTENANCE-EXIT.
029100     EXIT.
029200
029300*================================================================
029400* 2000-DISPLAY-ALL
029500*     LISTS EVERY RECORD ON THE BANK ACCOUNT FILE IN EMPLOYEE ID
029600*     ORDER (THE RECORD KEY ORDER OF THE INDEXED FILE).
029700*================================================================
029800 2000-DISPLAY-ALL.
029900     OPEN INPUT BANK-FILE
030000     IF NOT FILE-STATUS-OK
030100         DISPLAY "Unable to open bank account file, status: "
030200             WS-FILE-STATUS
030300         GO TO 2000-DISPLAY-ALL-EXIT
030400     END-IF
030500     PERFORM UNTIL WS-EOF = "Y"
030600         READ BANK-FILE NEXT INTO WS-BANK-ACCOUNT
030700             AT END MOVE "Y" TO WS-EOF
030800             NOT AT END DISPLAY WS-BANK-ACCOUNT
030900         END-READ
031000     END-PERFORM
031100     MOVE "N" TO WS-EOF
031200     CLOSE BANK-FILE
031300     DISPLAY " ".
031400 2000-DISPLAY-ALL-EXIT.
031500     EXIT.
031600
031700*================================================================
031800* 3000-LOOKUP-ACCOUNT
031900*     PROMPTS FOR AN EMPLOYEE ID AND RETURNS THE MATCHING BANK
032000*     ACCOUNT WITH A SINGLE KEYED READ.
032100*================================================================
032200 3000-LOOKUP-ACCOUNT.
032300     DISPLAY "Enter employee ID: " WITH NO ADVANCING
032400     ACCEPT WS-MAINT-ID
032500     MOVE WS-MAINT-ID TO BA-ID
032600     OPEN INPUT BANK-FILE
032700     IF NOT FILE-STATUS-OK
032800         DISPLAY "Unable to open bank account file, status: "
032900             WS-FILE-STATUS
033000         GO TO 3000-LOOKUP-ACCOUNT-EXIT
033100     END-IF
033200     READ BANK-FILE INTO WS-BANK-ACCOUNT
033300         KEY IS BA-ID
033400         INVALID KEY
033500             DISPLAY "No bank account found for that employee"
033600         NOT INVALID KEY
033700             DISPLAY WS-BANK-ACCOUNT
033800     END-READ
033900     CLOSE BANK-FILE
034000     DISPLAY " ".
034100 3000-LOOKUP-ACCOUNT-EXIT.
034200     EXIT.
034300
034400*================================================================
034500* 4000-ADD-ACCOUNT
034600*     PROMPTS FOR A NEW BANK ACCOUNT AND WRITES IT, REJECTING
034700*     THE ADD IF THE EMPLOYEE IS NOT ON EMPMAST, ALREADY HAS AN
034800*     ACCOUNT ON FILE, OR ANY VALUE FAILS ITS CHECK.  IF NO
034900*     BANKACCT EXISTS YET (STATUS 35 ON THE OPEN) AN EMPTY ONE
035000*     IS CREATED FIRST.
035100*================================================================
035200 4000-ADD-ACCOUNT.
035300     DISPLAY "Enter employee ID: " WITH NO ADVANCING
035400     ACCEPT WS-MAINT-ID
035500     IF WS-MAINT-ID IS NOT NUMERIC OR WS-MAINT-ID = 0
035600         DISPLAY "Employee ID must be a nonzero number!"
035700         GO TO 4000-ADD-ACCOUNT-EXIT
035800     END-IF
035900     MOVE WS-MAINT-ID TO E-ID
036000     PERFORM 8100-CHECK-EMPLOYEE THRU 8100-CHECK-EMPLOYEE-EXIT
036100     IF NOT EMP-FOUND
036200         DISPLAY "Unknown employee ID - not on EMPMAST"
036300         GO TO 4000-ADD-ACCOUNT-EXIT
036400     END-IF
036500     OPEN I-O BANK-FILE
036600     IF FILE-STATUS-NO-FILE
036700         OPEN OUTPUT BANK-FILE
036800         CLOSE BANK-FILE
036900         OPEN I-O BANK-FILE
037000     END-IF
037100     IF NOT FILE-STATUS-OK
037200         DISPLAY "Unable to open bank account file, status: "
037300             WS-FILE-STATUS
037400         GO TO 4000-ADD-ACCOUNT-EXIT
037500     END-IF
037600     MOVE WS-MAINT-ID TO BA-ID
037700     READ BANK-FILE
037800         KEY IS BA-ID
037900         INVALID KEY
038000             CONTINUE
038100         NOT INVALID KEY
038200             DISPLAY "A bank account for that employee already "
038300                 "exists!"
038400             CLOSE BANK-FILE
038500             GO TO 4000-ADD-ACCOUNT-EXIT
038600     END-READ
038700     PERFORM 4300-PROMPT-VALUES THRU 4300-PROMPT-VALUES-EXIT
038800     IF NOT VALUES-OK
038900         CLOSE BANK-FILE
039000         GO TO 4000-ADD-ACCOUNT-EXIT
039100     END-IF
039200     MOVE WS-MAINT-ID TO BA-ID
039300     MOVE WS-MAINT-ROUTING TO BA-ROUTING
039400     MOVE WS-MAINT-ACCOUNT TO BA-ACCOUNT
039500     MOVE WS-MAINT-ACCT-TYPE TO BA-ACCT-TYPE
039600     MOVE WS-MAINT-STATUS TO BA-STATUS
039700     WRITE BANK-ACCOUNT-RECORD
039800         INVALID KEY
039900             DISPLAY "Unable to add bank account record!"
040000         NOT INVALID KEY
040100             DISPLAY "Bank account added."
040200             MOVE WS-MAINT-ID TO WS-AUDIT-ID
040300             MOVE "A" TO WS-AUDIT-OPERATION
040400             MOVE 0 TO WS-AUDIT-BEFORE-ROUTING
040500             MOVE SPACES TO WS-AUDIT-BEFORE-ACCOUNT
040600             MOVE SPACE TO WS-AUDIT-BEFORE-ACCT-TYPE
040700             MOVE SPACE TO WS-AUDIT-BEFORE-STATUS
040800             MOVE BA-ROUTING TO WS-AUDIT-AFTER-ROUTING
040900             MOVE BA-ACCOUNT TO WS-AUDIT-AFTER-ACCOUNT
041000             MOVE BA-ACCT-TYPE TO WS-AUDIT-AFTER-ACCT-TYPE
041100             MOVE BA-STATUS TO WS-AUDIT-AFTER-STATUS
041200             PERFORM 8000-WRITE-AUDIT-RECORD
041300                 THRU 8000-WRITE-AUDIT-RECORD-EXIT
041400     END-WRITE
041500     CLOSE BANK-FILE
041600     DISPLAY " ".
041700 4000-ADD-ACCOUNT-EXIT.
041800     EXIT.
041900
042000*================================================================
042100* 4100-UPDATE-ACCOUNT
042200*     PROMPTS FOR AN EXISTING EMPLOYEE ID AND REPLACES THE
042300*     ROUTING NUMBER, ACCOUNT NUMBER, TYPE, AND STATUS ON THE
042400*     RECORD.  HOLDING OR CLOSING AN ACCOUNT IS AN UPDATE OF
042500*     THE STATUS; THE ACCOUNT STAYS ON FILE.
042600*================================================================
042700 4100-UPDATE-ACCOUNT.
042800     DISPLAY "Enter employee ID: " WITH NO ADVANCING
042900     ACCEPT WS-MAINT-ID
043000     MOVE WS-MAINT-ID TO BA-ID
043100     OPEN I-O BANK-FILE
043200     IF NOT FILE-STATUS-OK
043300         DISPLAY "Unable to open bank account file, status: "
043400             WS-FILE-STATUS
043500         GO TO 4100-UPDATE-ACCOUNT-EXIT
043600     END-IF
043700     READ BANK-FILE
043800         KEY IS BA-ID
043900         INVALID KEY
044000             DISPLAY "No bank account found for that employee"
044100             CLOSE BANK-FILE
044200             GO TO 4100-UPDATE-ACCOUNT-EXIT
044300     END-READ
044400     DISPLAY "Current: " BANK-ACCOUNT-RECORD
044500     MOVE BA-ROUTING TO WS-AUDIT-BEFORE-ROUTING
044600     MOVE BA-ACCOUNT TO WS-AUDIT-BEFORE-ACCOUNT
044700     MOVE BA-ACCT-TYPE TO WS-AUDIT-BEFORE-ACCT-TYPE
044800     MOVE BA-STATUS TO WS-AUDIT-BEFORE-STATUS
044900     PERFORM 4300-PROMPT-VALUES THRU 4300-PROMPT-VALUES-EXIT
045000     IF NOT VALUES-OK
045100         CLOSE BANK-FILE
045200         GO TO 4100-UPDATE-ACCOUNT-EXIT
045300     END-IF
045400     MOVE WS-MAINT-ROUTING TO BA-ROUTING
045500     MOVE WS-MAINT-ACCOUNT TO BA-ACCOUNT
045600     MOVE WS-MAINT-ACCT-TYPE TO BA-ACCT-TYPE
045700     MOVE WS-MAINT-STATUS TO BA-STATUS
045800     REWRITE BANK-ACCOUNT-RECORD
045900         INVALID KEY
046000             DISPLAY "Unable to update bank account record!"
046100         NOT INVALID KEY
046200             DISPLAY "Bank account updated."
046300             MOVE WS-MAINT-ID TO WS-AUDIT-ID
046400             MOVE "C" TO WS-AUDIT-OPERATION
046500             MOVE BA-ROUTING TO WS-AUDIT-AFTER-ROUTING
046600             MOVE BA-ACCOUNT TO WS-AUDIT-AFTER-ACCOUNT
046700             MOVE BA-ACCT-TYPE TO WS-AUDIT-AFTER-ACCT-TYPE
046800             MOVE BA-STATUS TO WS-AUDIT-AFTER-STATUS
046900             PERFORM 8000-WRITE-AUDIT-RECORD
047000                 THRU 8000-WRITE-AUDIT-RECORD-EXIT
047100     END-REWRITE
047200     CLOSE BANK-FILE
047300     DISPLAY " ".
047400 4100-UPDATE-ACCOUNT-EXIT.
047500     EXIT.
047600
047700*================================================================
047800* 4200-DELETE-ACCOUNT
047900*     PROMPTS FOR AN EXISTING EMPLOYEE ID AND REMOVES THE
048000*     MATCHING BANK ACCOUNT.  THE AUDIT RECORD KEEPS THE LAST
048100*     IMAGE OF THE ACCOUNT.
048200*================================================================
048300 4200-DELETE-ACCOUNT.
048400     DISPLAY "Enter employee ID: " WITH NO ADVANCING
048500     ACCEPT WS-MAINT-ID
048600     MOVE WS-MAINT-ID TO BA-ID
048700     OPEN I-O BANK-FILE
048800     IF NOT FILE-STATUS-OK
048900         DISPLAY "Unable to open bank account file, status: "
049000             WS-FILE-STATUS
049100         GO TO 4200-DELETE-ACCOUNT-EXIT
049200     END-IF
049300     READ BANK-FILE
049400         KEY IS BA-ID
049500         INVALID KEY
049600             DISPLAY "No bank account found for that employee"
049700             CLOSE BANK-FILE
049800             GO TO 4200-DELETE-ACCOUNT-EXIT
049900     END-READ
050000     MOVE BA-ROUTING TO WS-AUDIT-BEFORE-ROUTING
050100     MOVE BA-ACCOUNT TO WS-AUDIT-BEFORE-ACCOUNT
050200     MOVE BA-ACCT-TYPE TO WS-AUDIT-BEFORE-ACCT-TYPE
050300     MOVE BA-STATUS TO WS-AUDIT-BEFORE-STATUS
050400     DELETE BANK-FILE RECORD
050500         INVALID KEY
050600             DISPLAY "Unable to delete bank account record!"
050700         NOT INVALID KEY
050800             DISPLAY "Bank account deleted."
050900             MOVE WS-MAINT-ID TO WS-AUDIT-ID
051000             MOVE "D" TO WS-AUDIT-OPERATION
051100             MOVE 0 TO WS-AUDIT-AFTER-ROUTING
051200             MOVE SPACES TO WS-AUDIT-AFTER-ACCOUNT
051300             MOVE SPACE TO WS-AUDIT-AFTER-ACCT-TYPE
051400             MOVE SPACE TO WS-AUDIT-AFTER-STATUS
051500             PERFORM 8000-WRITE-AUDIT-RECORD
051600                 THRU 8000-WRITE-AUDIT-RECORD-EXIT
051700     END-DELETE
051800     CLOSE BANK-FILE
051900     DISPLAY " ".
052000 4200-DELETE-ACCOUNT-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------------
052400* 4300-PROMPT-VALUES
052500*     PROMPTS FOR THE ROUTING NUMBER, ACCOUNT NUMBER, ACCOUNT
052600*     TYPE, AND STATUS INTO THE MAINT FIELDS AND CHECKS EACH.
052700*     WS-VALUES-OK IS LEFT "N" AT THE FIRST BAD VALUE.
052800*----------------------------------------------------------------
052900 4300-PROMPT-VALUES.
053000     MOVE "N" TO WS-VALUES-OK
053100     DISPLAY "Enter 9-digit routing number: " WITH NO ADVANCING
053200     ACCEPT WS-MAINT-ROUTING
053300     IF WS-MAINT-ROUTING IS NOT NUMERIC OR WS-MAINT-ROUTING = 0
053400         DISPLAY "Routing number must be nine digits!"
053500         GO TO 4300-PROMPT-VALUES-EXIT
053600     END-IF
053700     MOVE WS-MAINT-ROUTING TO WS-CHK-ROUTING
053800     PERFORM 8200-CHECK-ROUTING THRU 8200-CHECK-ROUTING-EXIT
053900     IF NOT ROUTING-VALID
054000         DISPLAY "Routing number fails its check digit!"
054100         GO TO 4300-PROMPT-VALUES-EXIT
054200     END-IF
054300     DISPLAY "Enter account number: " WITH NO ADVANCING
054400     ACCEPT WS-MAINT-ACCOUNT
054500     IF WS-MAINT-ACCOUNT = SPACES
054600         DISPLAY "Account number may not be blank!"
054700         GO TO 4300-PROMPT-VALUES-EXIT
054800     END-IF
054900     DISPLAY "Enter account type (C=checking, S=savings): "
055000         WITH NO ADVANCING
055100     ACCEPT WS-MAINT-ACCT-TYPE
055200     IF NOT MAINT-TYPE-VALID
055300         DISPLAY "Account type must be C or S!"
055400         GO TO 4300-PROMPT-VALUES-EXIT
055500     END-IF
055600     DISPLAY "Enter status (A=active, H=held, C=closed): "
055700         WITH NO ADVANCING
055800     ACCEPT WS-MAINT-STATUS
055900     IF NOT MAINT-STATUS-VALID
056000         DISPLAY "Status must be A, H, or C!"
056100         GO TO 4300-PROMPT-VALUES-EXIT
056200     END-IF
056300     MOVE "Y" TO WS-VALUES-OK.
056400 4300-PROMPT-VALUES-EXIT.
056500     EXIT.
056600
056700*================================================================
056800* 8000-WRITE-AUDIT-RECORD
056900*     APPENDS ONE RECORD TO BANKAUD DESCRIBING AN ADD, CHANGE,
057000*     OR DELETE AGAINST BANKACCT, STAMPED WITH THE SIGNED-ON
057100*     USER.  THE CALLER MUST SET WS-AUDIT-ID, WS-AUDIT-OPERATION,
057200*     AND THE BEFORE/AFTER FIELDS BEFORE PERFORMING THIS
057300*     PARAGRAPH.
057400*================================================================
057500 8000-WRITE-AUDIT-RECORD.
057600     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
057700     ACCEPT WS-AUD-TIME FROM TIME
057800     MOVE WS-AUD-DATE TO BAU-DATE
057900     MOVE WS-AUD-TIME TO BAU-TIME
058000     MOVE WS-OPERATOR-ID TO BAU-USER
058100     MOVE WS-AUDIT-ID TO BAU-ID
058200     MOVE WS-AUDIT-OPERATION TO BAU-OPERATION
058300     MOVE WS-AUDIT-BEFORE-ROUTING TO BAU-BEFORE-ROUTING
058400     MOVE WS-AUDIT-BEFORE-ACCOUNT TO BAU-BEFORE-ACCOUNT
058500     MOVE WS-AUDIT-BEFORE-ACCT-TYPE TO BAU-BEFORE-ACCT-TYPE
058600     MOVE WS-AUDIT-BEFORE-STATUS TO BAU-BEFORE-STATUS
058700     MOVE WS-AUDIT-AFTER-ROUTING TO BAU-AFTER-ROUTING
058800     MOVE WS-AUDIT-AFTER-ACCOUNT TO BAU-AFTER-ACCOUNT
058900     MOVE WS-AUDIT-AFTER-ACCT-TYPE TO BAU-AFTER-ACCT-TYPE
059000     MOVE WS-AUDIT-AFTER-STATUS TO BAU-AFTER-STATUS
059100     OPEN EXTEND BANK-AUDIT-FILE
059200     WRITE BANK-AUDIT-RECORD
059300     CLOSE BANK-AUDIT-FILE.
059400 8000-WRITE-AUDIT-RECORD-EXIT.
059500     EXIT.
059600
059700*================================================================
059800* 8100-CHECK-EMPLOYEE
059900*     VALIDATES THE EMPLOYEE ID IN E-ID AGAINST EMPMAST WITH A
060000*     SINGLE KEYED READ AND SETS WS-EMP-FOUND.  A TERMINATED
060100*     EMPLOYEE IS STILL ON FILE AND STILL FOUND: FINAL PAY
060200*     GOES TO THE ACCOUNT LIKE ANY OTHER PAY.
060300*================================================================
060400 8100-CHECK-EMPLOYEE.
060500     MOVE "N" TO WS-EMP-FOUND
060600     OPEN INPUT EMPLOYEE-MASTER
060700     IF WS-MASTER-STATUS NOT = "00"
060800         DISPLAY "Unable to open EMPLOYEE-MASTER, status: "
060900             WS-MASTER-STATUS
061000         DISPLAY "Run EMPCONV to build EMPLOYEE-MASTER first."
061100         GO TO 8100-CHECK-EMPLOYEE-EXIT
061200     END-IF
061300     READ EMPLOYEE-MASTER
061400         KEY IS E-ID
061500         INVALID KEY
061600             MOVE "N" TO WS-EMP-FOUND
061700         NOT INVALID KEY
061800             MOVE "Y" TO WS-EMP-FOUND
061900     END-READ
062000     CLOSE EMPLOYEE-MASTER.
062100 8100-CHECK-EMPLOYEE-EXIT.
062200     EXIT.
062300
062400*================================================================
062500* 8200-CHECK-ROUTING
062600*     CHECKS THE ROUTING NUMBER IN WS-CHK-ROUTING AGAINST ITS
062700*     CHECK DIGIT: 3 X (DIGITS 1, 4, 7) + 7 X (DIGITS 2, 5, 8)
062800*     + (DIGITS 3, 6, 9) MUST BE A MULTIPLE OF TEN.  SETS
062900*     WS-ROUTING-VALID.
063000*================================================================
063100 8200-CHECK-ROUTING.
063200     MOVE "N" TO WS-ROUTING-VALID
063300     COMPUTE WS-CHK-SUM =
063400         3 * (WS-CHK-DIGIT (1) + WS-CHK-DIGIT (4)
063500              + WS-CHK-DIGIT (7))
063600         + 7 * (WS-CHK-DIGIT (2) + WS-CHK-DIGIT (5)
063700              + WS-CHK-DIGIT (8))
063800         + WS-CHK-DIGIT (3) + WS-CHK-DIGIT (6) + WS-CHK-DIGIT (9)
063900     DIVIDE WS-CHK-SUM BY 10 GIVING WS-CHK-QUOT
064000         REMAINDER WS-CHK-REM
064100     IF WS-CHK-REM = 0
064200         MOVE "Y" TO WS-ROUTING-VALID
064300     END-IF.
064400 8200-CHECK-ROUTING-EXIT.
064500     EXIT.
064600
064700*================================================================
064800* 9999-END-RUN
064900*     OPERATOR CHOSE TO EXIT THE PROGRAM.
065000*================================================================
065100 9999-END-RUN.
065200     DISPLAY "Thank You for using the program!"
065300     STOP RUN.
065400 9999-END-RUN-EXIT.
065500     EXIT.
