001210*                  IT HAPPENS INSTEAD OF AT MONTH-END.  NO
001220*                  DEPTBUDG, OR NO ROW FOR THE DEPARTMENT AND
001230*                  YEAR, MEANS NO CHECK.
001231* 2026-10-15  RAM  EVERY AUDIT RECORD NOW CARRIES AUD-EFF-DATE.
001232*                  AN ONLINE CHANGE TAKES EFFECT THE DAY IT IS
001233*                  MADE, SO IT IS STAMPED WITH THE AUDIT DATE.
001234* 2026-10-15  RAM  TWO-PERSON APPROVAL.  AN UPDATE (OPTION 5)
001235*                  THAT RAISES THE SALARY BY MORE THAN THE LIMIT
001236*                  ON APPRCTL (SET IN OPERMNT, 10.00 PERCENT
001237*                  UNTIL SET), MOVES THE EMPLOYEE TO ANOTHER
001238*                  DEPARTMENT, OR TERMINATES THEM, AND EVERY
001239*                  TERMINATION (OPTION 6), IS NO LONGER APPLIED:
001240*                  IT IS HELD ON THE NEW PENDING-APPROVAL FILE
001241*                  (EMPAPPR) STAMPED WITH THE KEYING OPERATOR.
001242*                  THE NEW OPTION A SHOWS EACH HELD CHANGE TO A
001243*                  "U" OPERATOR, WHO MAY APPROVE OR REJECT IT
001244*                  ONLY IF THEY DID NOT KEY IT.  ONLY AN
001245*                  APPROVAL UPDATES THE MASTER AND WRITES THE
001246*                  EMPAUDIT RECORD, WITH THE KEYING OPERATOR IN
001247*                  AUD-USER AND THE APPROVER IN AUD-APPROVER.
001248*                  NOTHING MORE MAY BE KEYED FOR AN EMPLOYEE
001249*                  WITH A CHANGE WAITING, AND A CHANGE WHOSE
001250*                  EMPLOYEE HAS MOVED ON SINCE IT WAS KEYED IS
001251*                  REFUSED AT APPROVAL.  APPRAGE REPORTS THE
001252*                  CHANGES STILL WAITING AND HOW LONG.
001253* 2026-10-15  RAM  NEW OPTION H LISTS ONE EMPLOYEE'S WHOLE
001254*                  CHANGE HISTORY, OLDEST FIRST, MERGED ON DATE
001255*                  AND TIME FROM THE ARCHIVED TRAIL (EMPAUDAR)
001256*                  AND THE LIVE ONE (EMPAUDIT), WITH THE
001257*                  OPERATION, WHO KEYED (AND WHO APPROVED) EACH
001258*                  CHANGE, AND ONLY THE FIELDS IT ALTERED.  IT
001259*                  IS AN INQUIRY, SO "I" OPERATORS MAY USE IT.
001260* 2026-10-15  RAM  SALARY GRADES.  ADD AND UPDATE NOW ASK FOR THE
001261*                  EMPLOYEE'S SALARY GRADE, CHECKED AGAINST THE
001262*                  GRADE MASTER (SALGRADE, MAINTAINED BY
001263*                  GRADMNT) THE WAY THE DEPARTMENT IS CHECKED
001264*                  AGAINST DEPTMAST; BLANK LEAVES A NEW HIRE
001265*                  UNGRADED AND KEEPS AN EXISTING GRADE ON
001266*                  UPDATE.  A SALARY BELOW THE GRADE'S MINIMUM OR
001267*                  ABOVE ITS MAXIMUM GETS A WARNING - NEVER A
001268*                  BLOCK - SAME AS THE BUDGET CHECK, WHEN THE
001269*                  CHANGE IS KEYED AND AGAIN WHEN A HELD CHANGE
001270*                  IS APPROVED.  THE GRADE IS CARRIED ON EMPAPPR
001271*                  AND EMPAUDIT AND SHOWN BY OPTIONS A AND H.
001272*================================================================
001273 ENVIRONMENT DIVISION.
001274 INPUT-OUTPUT SECTION.
001275 FILE-CONTROL.
001280     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001580         ACCESS MODE IS DYNAMIC
001590         RECORD KEY IS B-KEY
001600         FILE STATUS IS WS-BUDG-STATUS.
001601     SELECT APPROVAL-FILE ASSIGN TO "EMPAPPR"
001602         ORGANIZATION IS INDEXED
001603         ACCESS MODE IS DYNAMIC
001604         RECORD KEY IS AP-KEY
001605         FILE STATUS IS WS-APPR-STATUS.
001606     SELECT APPROVAL-CONTROL-FILE ASSIGN TO "APPRCTL"
001607         ORGANIZATION IS LINE SEQUENTIAL
001608         FILE STATUS IS WS-APCTL-STATUS.
001609     SELECT HISTORY-AUDIT-FILE ASSIGN TO "EMPAUDIT"
001610         ORGANIZATION IS LINE SEQUENTIAL
001611         FILE STATUS IS WS-HIST-AUD-STATUS.
001612     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "EMPAUDAR"
001613         ORGANIZATION IS LINE SEQUENTIAL
001614         FILE STATUS IS WS-HIST-ARC-STATUS.
001615     SELECT GRADE-FILE ASSIGN TO "SALGRADE"
001616         ORGANIZATION IS INDEXED
001617         ACCESS MODE IS DYNAMIC
001618         RECORD KEY IS G-CODE
001619         FILE STATUS IS WS-GRADE-STATUS.
001620
001621 DATA DIVISION.
001630 FILE SECTION.
001640 FD  EMPLOYEE-MASTER.
001650 01  EMPLOYEE-RECORD.
001700                   ==EMP-SALARY== BY ==E-SALARY==
001710                   ==EMP-DEPT==   BY ==E-DEPT==
001720                   ==EMP-STATUS== BY ==E-STATUS==
001730                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
001735                   ==EMP-GRADE== BY ==E-GRADE==.
001740
001750 FD  REPORT-FILE.
001760 01  REPORT-LINE PIC X(96).
001840                   ==EMP-SALARY== BY ==SRT-SALARY==
001850                   ==EMP-DEPT==   BY ==SRT-DEPT==
001860                   ==EMP-STATUS== BY ==SRT-STATUS==
001870                   ==EMP-TERM-DATE== BY ==SRT-TERM-DATE==
001875                   ==EMP-GRADE== BY ==SRT-GRADE==.
001880
001890 FD  SORTED-MASTER.
001900 01  SORTED-EMPLOYEE-RECORD.
001950                   ==EMP-SALARY== BY ==SO-SALARY==
001960                   ==EMP-DEPT==   BY ==SO-DEPT==
001970                   ==EMP-STATUS== BY ==SO-STATUS==
001980                   ==EMP-TERM-DATE== BY ==SO-TERM-DATE==
001985                   ==EMP-GRADE== BY ==SO-GRADE==.
001990
002000 FD  XTAB-FILE.
002010 01  XTAB-LINE PIC X(96).
002240 01  BUDGET-RECORD.
002250     COPY BUDGREC
002260         REPLACING LEADING ==BUD== BY ==B==.
002261
002262 FD  APPROVAL-FILE.
002263 01  APPROVAL-RECORD.
002264     COPY APPRREC
002265         REPLACING LEADING ==APR== BY ==AP==.
002266
002267 FD  GRADE-FILE.
002268 01  GRADE-RECORD.
002269     COPY GRADREC
002270         REPLACING LEADING ==GRD== BY ==G==.
002271
002272 FD  APPROVAL-CONTROL-FILE.
002273 01  APPROVAL-CONTROL-RECORD.
002274     COPY APCTLREC
002275         REPLACING LEADING ==APC== BY ==AC==.
002276
002277 FD  HISTORY-AUDIT-FILE.
002278 01  HISTORY-AUDIT-RECORD.
002279     COPY AUDITREC
002280         REPLACING LEADING ==AUD== BY ==HLV==.
002281
002282 FD  HISTORY-ARCHIVE-FILE.
002283 01  HISTORY-ARCHIVE-RECORD.
002284     COPY AUDITREC
002285         REPLACING LEADING ==AUD== BY ==HAR==.
002286
002287 WORKING-STORAGE SECTION.
002290 01  WS-EMPLOYEE.
002300     COPY EMPREC
002310         REPLACING ==EMP-ID==     BY ==WS-ID==
002340                   ==EMP-SALARY== BY ==WS-SALARY==
002350                   ==EMP-DEPT==   BY ==WS-DEPT==
002360                   ==EMP-STATUS== BY ==WS-STATUS==
002370                   ==EMP-TERM-DATE== BY ==WS-TERM-DATE==
002375                   ==EMP-GRADE== BY ==WS-GRADE==.
002380 01  WS-EOF PIC A(1) VALUE "N".
002390 01  WS-FILE-STATUS PIC X(2) VALUE "00".
002400     88 FILE-STATUS-OK VALUE "00".
002530 01  WS-MAINT-DEPT PIC X(04) VALUE SPACES.
002540 01  WS-MAINT-STATUS PIC X(01) VALUE SPACE.
002550 01  WS-MAINT-TERM-DATE PIC 9(8) VALUE 0.
002555 01  WS-MAINT-GRADE PIC X(02) VALUE SPACES.
002560 01  WS-TODAY-DATE PIC 9(8) VALUE 0.
002570 01  FILLER REDEFINES WS-TODAY-DATE.
002580     05 WS-TODAY-YEAR PIC 9(4).
002970 01  WS-CHK-CAP PIC 9(5) VALUE 0.
002980 01  WS-CHK-SALARY-TOTAL PIC 9(11) VALUE 0.
002990 01  WS-CHK-HEADCOUNT PIC 9(5) VALUE 0.
002991
002992*----------------------------------------------------------------
002993* SALARY GRADE CHECK WORKING FIELDS.  8400-CHECK-GRADE VALIDATES
002994* THE CODE IN G-CODE AGAINST SALGRADE; 8500-CHECK-GRADE-RANGE
002995* WARNS WHEN WS-RNG-SALARY FALLS OUTSIDE THE RANGE OF GRADE
002996* WS-RNG-GRADE.  THE RANGE IS COPIED OUT OF THE SALGRADE RECORD
002997* AREA BEFORE ITS CLOSE, SAME AS THE BUDGET CHECK.
002998*----------------------------------------------------------------
002999 01  WS-GRADE-STATUS PIC X(2) VALUE "00".
003000 01  WS-GRADE-FOUND PIC A(1) VALUE "N".
003001     88 GRADE-FOUND VALUE "Y".
003002 01  WS-RNG-ID PIC 9(8) VALUE 0.
003003 01  WS-RNG-GRADE PIC X(2) VALUE SPACES.
003004 01  WS-RNG-SALARY PIC 9(6) VALUE 0.
003005 01  WS-RNG-MIN PIC 9(6) VALUE 0.
003006 01  WS-RNG-MAX PIC 9(6) VALUE 0.
003007
003010*----------------------------------------------------------------
003020* CSV EXPORT WORKING FIELDS (MENU OPTION 5).  A NAME OR CITY
003030* CONTAINING A COMMA (E.G. "WASHINGTON, DC") IS WRAPPED IN
003240 01  WS-AUDIT-BEFORE-DEPT PIC X(04) VALUE SPACES.
003250 01  WS-AUDIT-BEFORE-STATUS PIC X(01) VALUE SPACE.
003260 01  WS-AUDIT-BEFORE-TERM-DATE PIC 9(08) VALUE 0.
003265 01  WS-AUDIT-BEFORE-GRADE PIC X(02) VALUE SPACES.
003270 01  WS-AUDIT-AFTER-NAME PIC X(25) VALUE SPACES.
003280 01  WS-AUDIT-AFTER-CITY PIC X(20) VALUE SPACES.
003290 01  WS-AUDIT-AFTER-SALARY PIC 9(06) VALUE 0.
003300 01  WS-AUDIT-AFTER-DEPT PIC X(04) VALUE SPACES.
003310 01  WS-AUDIT-AFTER-STATUS PIC X(01) VALUE SPACE.
003320 01  WS-AUDIT-AFTER-TERM-DATE PIC 9(08) VALUE 0.
003321 01  WS-AUDIT-AFTER-GRADE PIC X(02) VALUE SPACES.
003322*    SET ONLY WHEN AN APPROVED CHANGE IS AUDITED: THE OPERATOR
003324*    WHO KEYED IT (AUD-USER) AND THE ONE WHO APPROVED IT.
003326 01  WS-AUDIT-KEYED-BY PIC X(08) VALUE SPACES.
003328 01  WS-AUDIT-APPROVER PIC X(08) VALUE SPACES.
003329
003330*----------------------------------------------------------------
003331* CHANGE-HISTORY INQUIRY WORKING FIELDS (MENU OPTION H).  THE
003332* NEXT RECORD FOR THE EMPLOYEE ON EACH TRAIL IS HELD WITH ITS
003333* DATE AND TIME AS ONE 16-DIGIT KEY, ALL NINES ONCE THAT TRAIL
003334* IS EXHAUSTED, AND THE LOWER KEY IS SHOWN FIRST.
003335*----------------------------------------------------------------
003336 01  WS-HIST-AUD-STATUS PIC X(2) VALUE "00".
003337 01  WS-HIST-ARC-STATUS PIC X(2) VALUE "00".
003338 01  WS-HIST-AUD-OPEN PIC A(1) VALUE "N".
003339     88 HIST-AUD-OPEN VALUE "Y".
003340 01  WS-HIST-ARC-OPEN PIC A(1) VALUE "N".
003341     88 HIST-ARC-OPEN VALUE "Y".
003342 01  WS-HIST-FOUND PIC A(1) VALUE "N".
003343     88 HIST-FOUND VALUE "Y".
003344 01  WS-HIST-LIVE-KEY PIC 9(16) VALUE 0.
003345 01  WS-HIST-ARC-KEY PIC 9(16) VALUE 0.
003346 01  WS-HIST-END-KEY PIC 9(16) VALUE 9999999999999999.
003347 01  WS-HIST-COUNT PIC 9(7) COMP VALUE 0.
003348 01  WS-HIST-ARC-COUNT PIC 9(7) COMP VALUE 0.
003349 01  WS-HIST-FIELD-COUNT PIC 9(2) COMP VALUE 0.
003350 01  WS-HIST-OPERATION PIC X(10) VALUE SPACES.
003351 01  WS-HIST-TIME PIC 9(8) VALUE 0.
003352 01  FILLER REDEFINES WS-HIST-TIME.
003353     05 WS-HIST-HH PIC 9(2).
003354     05 WS-HIST-MM PIC 9(2).
003355     05 WS-HIST-SS PIC 9(2).
003356     05 FILLER PIC 9(2).
003357 01  WS-HIST-BEFORE-SALARY PIC ZZZZZ9.
003358 01  WS-HIST-AFTER-SALARY PIC ZZZZZ9.
003359 01  WS-HIST-ENTRY.
003360     COPY AUDITREC
003361         REPLACING LEADING ==AUD== BY ==HST==.
003362
003363*----------------------------------------------------------------
003364* PAGINATED EMPLOYEE REPORT WORKING FIELDS (MENU OPTION 7)
003365*----------------------------------------------------------------
003370 01  WS-LINES-PER-PAGE PIC 9(3) VALUE 20.
003380 01  WS-LINE-COUNT PIC 9(3) COMP VALUE 0.
003390 01  WS-PAGE-COUNT PIC 9(3) COMP VALUE 0.
005080 01  WS-DEPT-FOUND PIC A(1) VALUE "N".
005090     88 DEPT-FOUND VALUE "Y".
005100 01  WS-DEPT-NAME-OUT PIC X(25) VALUE SPACES.
005101
005102*----------------------------------------------------------------
005103* TWO-PERSON APPROVAL WORKING FIELDS.  5400 SETS WS-NEEDS-
005104* APPROVAL AND THE REASON FLAGS FOR A KEYED CHANGE; 5500 HOLDS
005105* IT ON EMPAPPR; THE OPTION A SCREEN (5300) COUNTS WHAT WAS
005106* SHOWN AND DECIDED.  THE RAISE LIMIT IS A PERCENTAGE OF THE
005107* CURRENT SALARY, FROM APPRCTL.
005108*----------------------------------------------------------------
005109 01  WS-APPR-STATUS PIC X(2) VALUE "00".
005110 01  WS-APCTL-STATUS PIC X(2) VALUE "00".
005111 01  WS-APPR-EOF PIC A(1) VALUE "N".
005112 01  WS-RAISE-LIMIT PIC 9(3)V9(2) VALUE 10.00.
005113 01  WS-DISP-RAISE-LIMIT PIC ZZ9.99.
005114 01  WS-RAISE-AMOUNT PIC 9(6) VALUE 0.
005115 01  WS-NEEDS-APPROVAL PIC A(1) VALUE "N".
005116     88 NEEDS-APPROVAL VALUE "Y".
005117 01  WS-RSN-RAISE PIC X(1) VALUE SPACE.
005118 01  WS-RSN-TRANSFER PIC X(1) VALUE SPACE.
005119 01  WS-RSN-TERM PIC X(1) VALUE SPACE.
005120 01  WS-PENDING-FOUND PIC A(1) VALUE "N".
005121     88 PENDING-FOUND VALUE "Y".
005122 01  WS-PENDING-KEYED-BY PIC X(8) VALUE SPACES.
005123 01  WS-APPR-PENDING-COUNT PIC 9(7) COMP VALUE 0.
005124 01  WS-APPR-APPROVED-COUNT PIC 9(7) COMP VALUE 0.
005125 01  WS-APPR-REJECTED-COUNT PIC 9(7) COMP VALUE 0.
005126 01  WS-INPUT-DECISION.
005127     05 WS-USERDECISION PIC X(1).
005128     05 WS-USEREXTRA-6 PIC X(79).
005129
005130 PROCEDURE DIVISION.
005131*================================================================
005140* 0000-MAIN-PROCESS
005150*     PROGRAM MAINLINE.  DRIVES THE MENU UNTIL THE OPERATOR
005160*     CHOOSES TO EXIT.
005850     DISPLAY "8) Print department / city cross-tab report"
005860     DISPLAY "9) Export all records to CSV"
005870     DISPLAY "N) Search employees by name"
005875     DISPLAY "A) Approve or reject changes waiting for approval"
005877     DISPLAY "H) Change history for one employee"
005880     DISPLAY "0) Exit"
005890     DISPLAY "(1-9/N/A/H/0): " WITH NO ADVANCING
005900     ACCEPT WS-INPUT-CHOICE.
005910 1100-DISPLAY-MENU-EXIT.
005920     EXIT.
005980             PERFORM 4500-SEARCH-BY-NAME
005990                 THRU 4500-SEARCH-BY-NAME-EXIT
006000             MOVE 1 TO WS-USERINPUT
006001         WHEN (WS-USERINPUT-X = "A" OR WS-USERINPUT-X = "a")
006002             AND INPUT-IS-OK-1
006003             IF OPERATOR-CAN-UPDATE
006004                 PERFORM 5300-REVIEW-APPROVALS
006005                     THRU 5300-REVIEW-APPROVALS-EXIT
006006             ELSE
006007                 PERFORM 1250-REFUSE-MAINTENANCE
006008                     THRU 1250-REFUSE-MAINTENANCE-EXIT
006009             END-IF
006010             MOVE 1 TO WS-USERINPUT
006011         WHEN (WS-USERINPUT-X = "H" OR WS-USERINPUT-X = "h")
006012             AND INPUT-IS-OK-1
006013             PERFORM 4600-EMPLOYEE-HISTORY
006014                 THRU 4600-EMPLOYEE-HISTORY-EXIT
006015             MOVE 1 TO WS-USERINPUT
006016         WHEN WS-USERINPUT NUMERIC AND INPUT-IS-OK-1
006020             EVALUATE TRUE
006030                 WHEN WS-USERINPUT = 1
006040                     PERFORM 2000-DISPLAY-ALL
010740         CLOSE EMPLOYEE-MASTER
010750         GO TO 5000-ADD-EMPLOYEE-EXIT
010760     END-IF
010761     DISPLAY "Enter salary grade (blank = ungraded): "
010762         WITH NO ADVANCING
010763     ACCEPT WS-MAINT-GRADE
010764     IF WS-MAINT-GRADE NOT = SPACES
010765         MOVE WS-MAINT-GRADE TO G-CODE
010766         PERFORM 8400-CHECK-GRADE THRU 8400-CHECK-GRADE-EXIT
010767         IF NOT GRADE-FOUND
010768             DISPLAY "Unknown salary grade - set it up in GRADMNT"
010769             CLOSE EMPLOYEE-MASTER
010770             GO TO 5000-ADD-EMPLOYEE-EXIT
010771         END-IF
010772     END-IF
010773     MOVE WS-MAINT-ID TO E-ID
010780     MOVE WS-MAINT-NAME TO E-NAME
010790     MOVE WS-MAINT-CITY TO E-CITY
010800     MOVE WS-MAINT-SALARY TO E-SALARY
010810     MOVE WS-MAINT-DEPT TO E-DEPT
010820     MOVE "A" TO E-STATUS
010830     MOVE 0 TO E-TERM-DATE
010835     MOVE WS-MAINT-GRADE TO E-GRADE
010840     WRITE EMPLOYEE-RECORD
010850         INVALID KEY
010860             DISPLAY "Unable to add employee record!"
010930             MOVE SPACES TO WS-AUDIT-BEFORE-DEPT
010940             MOVE SPACE TO WS-AUDIT-BEFORE-STATUS
010950             MOVE 0 TO WS-AUDIT-BEFORE-TERM-DATE
010955             MOVE SPACES TO WS-AUDIT-BEFORE-GRADE
010960             MOVE WS-MAINT-NAME TO WS-AUDIT-AFTER-NAME
010970             MOVE WS-MAINT-CITY TO WS-AUDIT-AFTER-CITY
010980             MOVE WS-MAINT-SALARY TO WS-AUDIT-AFTER-SALARY
010990             MOVE WS-MAINT-DEPT TO WS-AUDIT-AFTER-DEPT
011000             MOVE "A" TO WS-AUDIT-AFTER-STATUS
011010             MOVE 0 TO WS-AUDIT-AFTER-TERM-DATE
011015             MOVE WS-MAINT-GRADE TO WS-AUDIT-AFTER-GRADE
011020             PERFORM 8000-WRITE-AUDIT-RECORD
011030                 THRU 8000-WRITE-AUDIT-RECORD-EXIT
011040             DISPLAY "Employee added."
011070     MOVE WS-MAINT-DEPT TO WS-CHK-DEPT
011080     PERFORM 8300-CHECK-DEPT-BUDGET
011090         THRU 8300-CHECK-DEPT-BUDGET-EXIT
011091     MOVE WS-MAINT-ID TO WS-RNG-ID
011092     MOVE WS-MAINT-GRADE TO WS-RNG-GRADE
011093     MOVE WS-MAINT-SALARY TO WS-RNG-SALARY
011094     PERFORM 8500-CHECK-GRADE-RANGE
011095         THRU 8500-CHECK-GRADE-RANGE-EXIT
011100     DISPLAY " ".
011110 5000-ADD-EMPLOYEE-EXIT.
011120     EXIT.
011150* 5100-UPDATE-EMPLOYEE
011160*     PROMPTS FOR AN EXISTING EMPLOYEE ID AND REPLACES THE
011170*     NAME, CITY, AND SALARY ON THE MASTER RECORD.
011172*     A RAISE OVER THE APPROVAL LIMIT, A DEPARTMENT
011174*     TRANSFER, OR A TERMINATION IS NOT APPLIED BUT HELD ON
011176*     EMPAPPR FOR A SECOND OPERATOR (5500).
011180*================================================================
011190 5100-UPDATE-EMPLOYEE.
011200     DISPLAY "Enter employee ID to update: " WITH NO ADVANCING
011330             CLOSE EMPLOYEE-MASTER
011340             GO TO 5100-UPDATE-EMPLOYEE-EXIT
011350     END-READ
011351     PERFORM 5450-CHECK-PENDING THRU 5450-CHECK-PENDING-EXIT
011352     IF PENDING-FOUND
011353         CLOSE EMPLOYEE-MASTER
011354         GO TO 5100-UPDATE-EMPLOYEE-EXIT
011355     END-IF
011360     MOVE E-NAME TO WS-AUDIT-BEFORE-NAME
011370     MOVE E-CITY TO WS-AUDIT-BEFORE-CITY
011380     MOVE E-SALARY TO WS-AUDIT-BEFORE-SALARY
011390     MOVE E-DEPT TO WS-AUDIT-BEFORE-DEPT
011400     MOVE E-STATUS TO WS-AUDIT-BEFORE-STATUS
011410     MOVE E-TERM-DATE TO WS-AUDIT-BEFORE-TERM-DATE
011415     MOVE E-GRADE TO WS-AUDIT-BEFORE-GRADE
011420     DISPLAY "Enter new name: " WITH NO ADVANCING
011430     ACCEPT WS-MAINT-NAME
011440     DISPLAY "Enter new city: " WITH NO ADVANCING
011540         CLOSE EMPLOYEE-MASTER
011550         GO TO 5100-UPDATE-EMPLOYEE-EXIT
011560     END-IF
011561     DISPLAY "Enter new salary grade (blank = keep "
011562         E-GRADE "): " WITH NO ADVANCING
011563     ACCEPT WS-MAINT-GRADE
011564     IF WS-MAINT-GRADE = SPACES
011565         MOVE E-GRADE TO WS-MAINT-GRADE
011566     ELSE
011567         MOVE WS-MAINT-GRADE TO G-CODE
011568         PERFORM 8400-CHECK-GRADE THRU 8400-CHECK-GRADE-EXIT
011569         IF NOT GRADE-FOUND
011570             DISPLAY "Unknown salary grade - set it up in GRADMNT"
011571             CLOSE EMPLOYEE-MASTER
011572             GO TO 5100-UPDATE-EMPLOYEE-EXIT
011573         END-IF
011574     END-IF
011575     DISPLAY "Enter new status (A=active, L=on leave, "
011580         "T=terminated): " WITH NO ADVANCING
011590     ACCEPT WS-MAINT-STATUS
011600     IF WS-MAINT-STATUS NOT = "A" AND WS-MAINT-STATUS NOT = "L"
011790     ELSE
011800         MOVE 0 TO WS-MAINT-TERM-DATE
011810     END-IF
011811     MOVE WS-MAINT-ID TO WS-AUDIT-ID
011812     MOVE "C" TO WS-AUDIT-OPERATION
011813     MOVE WS-MAINT-NAME TO WS-AUDIT-AFTER-NAME
011814     MOVE WS-MAINT-CITY TO WS-AUDIT-AFTER-CITY
011815     MOVE WS-MAINT-SALARY TO WS-AUDIT-AFTER-SALARY
011816     MOVE WS-MAINT-DEPT TO WS-AUDIT-AFTER-DEPT
011817     MOVE WS-MAINT-STATUS TO WS-AUDIT-AFTER-STATUS
011818     MOVE WS-MAINT-TERM-DATE TO WS-AUDIT-AFTER-TERM-DATE
011819     MOVE WS-MAINT-GRADE TO WS-AUDIT-AFTER-GRADE
011820     MOVE WS-MAINT-ID TO WS-RNG-ID
011821     MOVE WS-MAINT-GRADE TO WS-RNG-GRADE
011822     MOVE WS-MAINT-SALARY TO WS-RNG-SALARY
011823     PERFORM 5400-CHECK-NEEDS-APPROVAL
011824         THRU 5400-CHECK-NEEDS-APPROVAL-EXIT
011825     IF NEEDS-APPROVAL
011826         CLOSE EMPLOYEE-MASTER
011827         PERFORM 5500-HOLD-FOR-APPROVAL
011828             THRU 5500-HOLD-FOR-APPROVAL-EXIT
011829         PERFORM 8500-CHECK-GRADE-RANGE
011830             THRU 8500-CHECK-GRADE-RANGE-EXIT
011831         DISPLAY " "
011832         GO TO 5100-UPDATE-EMPLOYEE-EXIT
011833     END-IF
011834     MOVE WS-MAINT-NAME TO E-NAME
011835     MOVE WS-MAINT-CITY TO E-CITY
011840     MOVE WS-MAINT-SALARY TO E-SALARY
011850     MOVE WS-MAINT-DEPT TO E-DEPT
011860     MOVE WS-MAINT-STATUS TO E-STATUS
011870     MOVE WS-MAINT-TERM-DATE TO E-TERM-DATE
011875     MOVE WS-MAINT-GRADE TO E-GRADE
011880     REWRITE EMPLOYEE-RECORD
011890         INVALID KEY
011900             DISPLAY "Unable to update employee record!"
011910         NOT INVALID KEY
012010             PERFORM 8000-WRITE-AUDIT-RECORD
012020                 THRU 8000-WRITE-AUDIT-RECORD-EXIT
012030             DISPLAY "Employee updated."
012060     MOVE WS-MAINT-DEPT TO WS-CHK-DEPT
012070     PERFORM 8300-CHECK-DEPT-BUDGET
012080         THRU 8300-CHECK-DEPT-BUDGET-EXIT
012083     PERFORM 8500-CHECK-GRADE-RANGE
012086         THRU 8500-CHECK-GRADE-RANGE-EXIT
012090     DISPLAY " ".
012100 5100-UPDATE-EMPLOYEE-EXIT.
012110     EXIT.
012120
012130*================================================================
012140* 5200-DELETE-EMPLOYEE
012150*     PROMPTS FOR AN EXISTING EMPLOYEE ID AND KEYS ITS
012160*     TERMINATION: STATUS "T" WITH TODAY'S DATE AS THE
012170*     TERMINATION DATE.  EVERY TERMINATION NEEDS A SECOND
012180*     OPERATOR, SO IT IS HELD ON EMPAPPR (5500) AND ONLY
012182*     REACHES THE MASTER WHEN APPROVED; THE RECORD THEN STAYS
012184*     ON THE MASTER, SO REHIRE CHECKS AND HEADCOUNT HISTORY DO
012186*     NOT NEED THE AUDIT TRAIL.  AN ALREADY-TERMINATED
012190*     EMPLOYEE IS LEFT ALONE.
012200*================================================================
012210 5200-DELETE-EMPLOYEE.
012220     DISPLAY "Enter employee ID to terminate: " WITH NO ADVANCING
012230     ACCEPT WS-MAINT-ID
012240     MOVE WS-MAINT-ID TO E-ID
012250     OPEN INPUT EMPLOYEE-MASTER
012260     IF NOT FILE-STATUS-OK
012270         DISPLAY "Unable to open employee master file, status: "
012280             WS-FILE-STATUS
012470     MOVE E-DEPT TO WS-AUDIT-BEFORE-DEPT
012480     MOVE E-STATUS TO WS-AUDIT-BEFORE-STATUS
012490     MOVE E-TERM-DATE TO WS-AUDIT-BEFORE-TERM-DATE
012491     MOVE E-GRADE TO WS-AUDIT-BEFORE-GRADE
012492     PERFORM 5450-CHECK-PENDING THRU 5450-CHECK-PENDING-EXIT
012493     IF PENDING-FOUND
012494         CLOSE EMPLOYEE-MASTER
012495         GO TO 5200-DELETE-EMPLOYEE-EXIT
012496     END-IF
012500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
012570     MOVE WS-MAINT-ID TO WS-AUDIT-ID
012580     MOVE "T" TO WS-AUDIT-OPERATION
012590     MOVE E-NAME TO WS-AUDIT-AFTER-NAME
012600     MOVE E-CITY TO WS-AUDIT-AFTER-CITY
012610     MOVE E-SALARY TO WS-AUDIT-AFTER-SALARY
012620     MOVE E-DEPT TO WS-AUDIT-AFTER-DEPT
012630     MOVE "T" TO WS-AUDIT-AFTER-STATUS
012640     MOVE WS-TODAY-DATE TO WS-AUDIT-AFTER-TERM-DATE
012660     MOVE E-GRADE TO WS-AUDIT-AFTER-GRADE
012690     CLOSE EMPLOYEE-MASTER
012691     MOVE SPACE TO WS-RSN-RAISE
012692     MOVE SPACE TO WS-RSN-TRANSFER
012693     MOVE "Y" TO WS-RSN-TERM
012694     PERFORM 5500-HOLD-FOR-APPROVAL
012695         THRU 5500-HOLD-FOR-APPROVAL-EXIT
012700     DISPLAY " ".
012710 5200-DELETE-EMPLOYEE-EXIT.
012720     EXIT.
015340*     OR DELETE AGAINST EMPLOYEE-MASTER.  THE CALLER MUST SET
015350*     WS-AUDIT-ID, WS-AUDIT-OPERATION, AND THE BEFORE/AFTER
015360*     FIELDS BEFORE PERFORMING THIS PARAGRAPH.
015362*     FOR AN APPROVED CHANGE IT ALSO SETS WS-AUDIT-KEYED-BY AND
015364*     WS-AUDIT-APPROVER, AND THE KEYING OPERATOR, NOT THE
015366*     SIGNED-ON ONE, GOES IN AUD-USER.
015370*================================================================
015380 8000-WRITE-AUDIT-RECORD.
015390     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
015410     MOVE WS-AUD-DATE TO AUD-DATE
015420     MOVE WS-AUD-TIME TO AUD-TIME
015430     MOVE WS-AUDIT-ID TO AUD-ID
015433     IF WS-AUDIT-APPROVER = SPACES
015436         MOVE WS-OPERATOR-ID TO AUD-USER
015439     ELSE
015442         MOVE WS-AUDIT-KEYED-BY TO AUD-USER
015445     END-IF
015450     MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
015460     MOVE WS-AUDIT-BEFORE-NAME TO AUD-BEFORE-NAME
015470     MOVE WS-AUDIT-BEFORE-CITY TO AUD-BEFORE-CITY
015550     MOVE WS-AUDIT-AFTER-DEPT TO AUD-AFTER-DEPT
015560     MOVE WS-AUDIT-AFTER-STATUS TO AUD-AFTER-STATUS
015570     MOVE WS-AUDIT-AFTER-TERM-DATE TO AUD-AFTER-TERM-DATE
015575     MOVE WS-AUD-DATE TO AUD-EFF-DATE
015577     MOVE WS-AUDIT-APPROVER TO AUD-APPROVER
015578     MOVE WS-AUDIT-BEFORE-GRADE TO AUD-BEFORE-GRADE
015579     MOVE WS-AUDIT-AFTER-GRADE TO AUD-AFTER-GRADE
015580     OPEN EXTEND AUDIT-FILE
015590     WRITE AUDIT-RECORD
015600     CLOSE AUDIT-FILE.
017790     DISPLAY " ".
017800 4500-SEARCH-BY-NAME-EXIT.
017810     EXIT.
017811
017812*================================================================
017813* 4600-EMPLOYEE-HISTORY
017814*     PROMPTS FOR AN EMPLOYEE ID AND LISTS EVERY AUDITED CHANGE
017815*     TO THAT EMPLOYEE, OLDEST FIRST.  THE ARCHIVED TRAIL
017816*     (EMPAUDAR, WRITTEN BY AUDARCH) AND THE LIVE TRAIL
017817*     (EMPAUDIT) ARE EACH IN THE ORDER THE CHANGES WERE MADE, SO
017818*     THEY ARE MERGED ON DATE AND TIME; ON A TIE THE ARCHIVED
017819*     RECORD GOES FIRST.  EITHER TRAIL MAY BE MISSING.  EACH
017820*     ENTRY IS SHOWN BY 4640.
017821*================================================================
017822 4600-EMPLOYEE-HISTORY.
017823     DISPLAY "Enter employee ID: " WITH NO ADVANCING
017824     ACCEPT WS-LOOKUP-ID
017825     MOVE 0 TO WS-HIST-COUNT
017826     MOVE 0 TO WS-HIST-ARC-COUNT
017827     MOVE "N" TO WS-HIST-ARC-OPEN
017828     MOVE "N" TO WS-HIST-AUD-OPEN
017829     MOVE WS-HIST-END-KEY TO WS-HIST-ARC-KEY
017830     MOVE WS-HIST-END-KEY TO WS-HIST-LIVE-KEY
017831     OPEN INPUT HISTORY-ARCHIVE-FILE
017832     IF WS-HIST-ARC-STATUS = "00"
017833         MOVE "Y" TO WS-HIST-ARC-OPEN
017834         PERFORM 4610-NEXT-ARCHIVED THRU 4610-NEXT-ARCHIVED-EXIT
017835     END-IF
017836     OPEN INPUT HISTORY-AUDIT-FILE
017837     IF WS-HIST-AUD-STATUS = "00"
017838         MOVE "Y" TO WS-HIST-AUD-OPEN
017839         PERFORM 4620-NEXT-LIVE THRU 4620-NEXT-LIVE-EXIT
017840     END-IF
017841     IF NOT HIST-ARC-OPEN AND NOT HIST-AUD-OPEN
017842         DISPLAY "No audit trail on file (EMPAUDIT status "
017843             WS-HIST-AUD-STATUS ")"
017844         DISPLAY " "
017845         GO TO 4600-EMPLOYEE-HISTORY-EXIT
017846     END-IF
017847     DISPLAY "Change history for employee " WS-LOOKUP-ID
017848     PERFORM 4630-TAKE-NEXT-CHANGE THRU 4630-TAKE-NEXT-CHANGE-EXIT
017849         UNTIL WS-HIST-ARC-KEY = WS-HIST-END-KEY
017850         AND WS-HIST-LIVE-KEY = WS-HIST-END-KEY
017851     IF HIST-ARC-OPEN
017852         CLOSE HISTORY-ARCHIVE-FILE
017853     END-IF
017854     IF HIST-AUD-OPEN
017855         CLOSE HISTORY-AUDIT-FILE
017856     END-IF
017857     IF WS-HIST-COUNT = 0
017858         DISPLAY "No audited changes found for that ID"
017859     ELSE
017860         DISPLAY "Changes listed: " WS-HIST-COUNT
017861             " (from the archive: " WS-HIST-ARC-COUNT ")"
017862     END-IF
017863     DISPLAY " ".
017864 4600-EMPLOYEE-HISTORY-EXIT.
017865     EXIT.
017866
017867*----------------------------------------------------------------
017868* 4610-NEXT-ARCHIVED
017869*     READS THE ARCHIVED TRAIL FORWARD TO THE NEXT RECORD FOR THE
017870*     EMPLOYEE AND SETS ITS MERGE KEY (ALL NINES AT END).
017871*----------------------------------------------------------------
017872 4610-NEXT-ARCHIVED.
017873     MOVE "N" TO WS-HIST-FOUND
017874     PERFORM UNTIL HIST-FOUND
017875         READ HISTORY-ARCHIVE-FILE
017876             AT END
017877                 MOVE WS-HIST-END-KEY TO WS-HIST-ARC-KEY
017878                 MOVE "Y" TO WS-HIST-FOUND
017879             NOT AT END
017880                 IF HAR-ID = WS-LOOKUP-ID
017881                     COMPUTE WS-HIST-ARC-KEY =
017882                         HAR-DATE * 100000000 + HAR-TIME
017883                     MOVE "Y" TO WS-HIST-FOUND
017884                 END-IF
017885         END-READ
017886     END-PERFORM.
017887 4610-NEXT-ARCHIVED-EXIT.
017888     EXIT.
017889
017890*----------------------------------------------------------------
017891* 4620-NEXT-LIVE
017892*     THE SAME FOR THE LIVE TRAIL.
017893*----------------------------------------------------------------
017894 4620-NEXT-LIVE.
017895     MOVE "N" TO WS-HIST-FOUND
017896     PERFORM UNTIL HIST-FOUND
017897         READ HISTORY-AUDIT-FILE
017898             AT END
017899                 MOVE WS-HIST-END-KEY TO WS-HIST-LIVE-KEY
017900                 MOVE "Y" TO WS-HIST-FOUND
017901             NOT AT END
017902                 IF HLV-ID = WS-LOOKUP-ID
017903                     COMPUTE WS-HIST-LIVE-KEY =
017904                         HLV-DATE * 100000000 + HLV-TIME
017905                     MOVE "Y" TO WS-HIST-FOUND
017906                 END-IF
017907         END-READ
017908     END-PERFORM.
017909 4620-NEXT-LIVE-EXIT.
017910     EXIT.
017911
017912*----------------------------------------------------------------
017913* 4630-TAKE-NEXT-CHANGE
017914*     TAKES THE EARLIER OF THE TWO WAITING RECORDS INTO
017915*     WS-HIST-ENTRY, SHOWS IT, AND READS THAT TRAIL ON.
017916*----------------------------------------------------------------
017917 4630-TAKE-NEXT-CHANGE.
017918     IF WS-HIST-ARC-KEY <= WS-HIST-LIVE-KEY
017919         MOVE HISTORY-ARCHIVE-RECORD TO WS-HIST-ENTRY
017920         ADD 1 TO WS-HIST-ARC-COUNT
017921         PERFORM 4610-NEXT-ARCHIVED THRU 4610-NEXT-ARCHIVED-EXIT
017922     ELSE
017923         MOVE HISTORY-AUDIT-RECORD TO WS-HIST-ENTRY
017924         PERFORM 4620-NEXT-LIVE THRU 4620-NEXT-LIVE-EXIT
017925     END-IF
017926     ADD 1 TO WS-HIST-COUNT
017927     PERFORM 4640-SHOW-CHANGE THRU 4640-SHOW-CHANGE-EXIT.
017928 4630-TAKE-NEXT-CHANGE-EXIT.
017929     EXIT.
017930
017931*----------------------------------------------------------------
017932* 4640-SHOW-CHANGE
017933*     SHOWS ONE HISTORY ENTRY: WHEN, WHAT, AND WHO, THE APPROVER
017934*     AND EFFECTIVE DATE WHEN THEY DIFFER FROM THE PLAIN CASE,
017935*     THEN EACH FIELD WHOSE BEFORE AND AFTER IMAGES DIFFER.  AN
017936*     ADD HAS AN EMPTY BEFORE IMAGE, SO EVERY FIELD IT SET SHOWS.
017937*----------------------------------------------------------------
017938 4640-SHOW-CHANGE.
017939     MOVE HST-TIME TO WS-HIST-TIME
017940     EVALUATE TRUE
017941         WHEN HST-IS-ADD
017942             MOVE "ADDED" TO WS-HIST-OPERATION
017943         WHEN HST-IS-CHANGE
017944             MOVE "CHANGED" TO WS-HIST-OPERATION
017945         WHEN HST-IS-TERM
017946             MOVE "TERMINATED" TO WS-HIST-OPERATION
017947         WHEN HST-IS-DELETE
017948             MOVE "DELETED" TO WS-HIST-OPERATION
017949         WHEN OTHER
017950             MOVE HST-OPERATION TO WS-HIST-OPERATION
017951     END-EVALUATE
017952     DISPLAY HST-DATE " " WS-HIST-HH ":" WS-HIST-MM ":" WS-HIST-SS
017953         " " WS-HIST-OPERATION " BY " HST-USER
017954     IF HST-APPROVER NOT = SPACES
017955         DISPLAY "    APPROVED BY " HST-APPROVER
017956     END-IF
017957     IF HST-EFF-DATE NUMERIC
017958         AND HST-EFF-DATE NOT = 0
017959         AND HST-EFF-DATE NOT = HST-DATE
017960         DISPLAY "    EFFECTIVE   " HST-EFF-DATE
017961     END-IF
017962     MOVE 0 TO WS-HIST-FIELD-COUNT
017963     IF HST-BEFORE-NAME NOT = HST-AFTER-NAME
017964         DISPLAY "    NAME:       " HST-BEFORE-NAME " -> "
017965             HST-AFTER-NAME
017966         ADD 1 TO WS-HIST-FIELD-COUNT
017967     END-IF
017968     IF HST-BEFORE-CITY NOT = HST-AFTER-CITY
017969         DISPLAY "    CITY:       " HST-BEFORE-CITY " -> "
017970             HST-AFTER-CITY
017971         ADD 1 TO WS-HIST-FIELD-COUNT
017972     END-IF
017973     IF HST-BEFORE-SALARY NOT = HST-AFTER-SALARY
017974         MOVE HST-BEFORE-SALARY TO WS-HIST-BEFORE-SALARY
017975         MOVE HST-AFTER-SALARY TO WS-HIST-AFTER-SALARY
017976         DISPLAY "    SALARY:     " WS-HIST-BEFORE-SALARY " -> "
017977             WS-HIST-AFTER-SALARY
017978         ADD 1 TO WS-HIST-FIELD-COUNT
017979     END-IF
017980     IF HST-BEFORE-DEPT NOT = HST-AFTER-DEPT
017981         DISPLAY "    DEPT:       " HST-BEFORE-DEPT " -> "
017982             HST-AFTER-DEPT
017983         ADD 1 TO WS-HIST-FIELD-COUNT
017984     END-IF
017985     IF HST-BEFORE-STATUS NOT = HST-AFTER-STATUS
017986         DISPLAY "    STATUS:     " HST-BEFORE-STATUS " -> "
017987             HST-AFTER-STATUS
017988         ADD 1 TO WS-HIST-FIELD-COUNT
017989     END-IF
017990     IF HST-BEFORE-TERM-DATE NOT = HST-AFTER-TERM-DATE
017991         DISPLAY "    TERM DATE:  " HST-BEFORE-TERM-DATE " -> "
017992             HST-AFTER-TERM-DATE
017993         ADD 1 TO WS-HIST-FIELD-COUNT
017994     END-IF
017995     IF HST-BEFORE-GRADE NOT = HST-AFTER-GRADE
017996         DISPLAY "    GRADE:      " HST-BEFORE-GRADE " -> "
017997             HST-AFTER-GRADE
017998         ADD 1 TO WS-HIST-FIELD-COUNT
017999     END-IF
018000     IF WS-HIST-FIELD-COUNT = 0
018001         DISPLAY "    (NO FIELD CHANGED)"
018002     END-IF.
018003 4640-SHOW-CHANGE-EXIT.
018004     EXIT.
018005
018006*================================================================
018007* 5300-REVIEW-APPROVALS
018008*     THE APPROVAL SCREEN.  WALKS EMPAPPR AND SHOWS EACH CHANGE
018009*     STILL WAITING FOR APPROVAL, BEFORE AND AFTER, WITH WHO
018010*     KEYED IT AND WHY IT WAS HELD.  THE OPERATOR APPROVES,
018011*     REJECTS, SKIPS, OR QUITS.  A CHANGE THE SIGNED-ON OPERATOR
018012*     KEYED IS SHOWN BUT CANNOT BE DECIDED BY THEM: A SECOND
018013*     OPERATOR MUST DO IT.
018014*================================================================
018015 5300-REVIEW-APPROVALS.
018016     MOVE 0 TO WS-APPR-PENDING-COUNT
018017     MOVE 0 TO WS-APPR-APPROVED-COUNT
018018     MOVE 0 TO WS-APPR-REJECTED-COUNT
018019     MOVE "N" TO WS-APPR-EOF
018020     OPEN I-O APPROVAL-FILE
018021     IF WS-APPR-STATUS = "35"
018022         DISPLAY "No changes are waiting for approval."
018023         DISPLAY " "
018024         GO TO 5300-REVIEW-APPROVALS-EXIT
018025     END-IF
018030     IF WS-APPR-STATUS NOT = "00"
018040         DISPLAY "Unable to open approval file, status: "
018050             WS-APPR-STATUS
018060         GO TO 5300-REVIEW-APPROVALS-EXIT
018070     END-IF
018080     PERFORM 5310-REVIEW-NEXT THRU 5310-REVIEW-NEXT-EXIT
018090         UNTIL WS-APPR-EOF = "Y"
018100     MOVE "N" TO WS-APPR-EOF
018110     CLOSE APPROVAL-FILE
018120     IF WS-APPR-PENDING-COUNT = 0
018130         DISPLAY "No changes are waiting for approval."
018140     ELSE
018150         DISPLAY "Changes shown:    " WS-APPR-PENDING-COUNT
018160         DISPLAY "Approved:         " WS-APPR-APPROVED-COUNT
018170         DISPLAY "Rejected:         " WS-APPR-REJECTED-COUNT
018180     END-IF
018190     DISPLAY " ".
018200 5300-REVIEW-APPROVALS-EXIT.
018210     EXIT.
018220
018230*----------------------------------------------------------------
018240* 5310-REVIEW-NEXT
018250*     READS THE NEXT EMPAPPR RECORD AND, WHEN IT IS STILL
018260*     PENDING, SHOWS IT AND TAKES THE OPERATOR'S DECISION.
018270*----------------------------------------------------------------
018280 5310-REVIEW-NEXT.
018290     READ APPROVAL-FILE NEXT
018300         AT END
018310             MOVE "Y" TO WS-APPR-EOF
018320             GO TO 5310-REVIEW-NEXT-EXIT
018330     END-READ
018340     IF NOT AP-IS-PENDING
018350         GO TO 5310-REVIEW-NEXT-EXIT
018360     END-IF
018370     ADD 1 TO WS-APPR-PENDING-COUNT
018380     PERFORM 5320-SHOW-PENDING THRU 5320-SHOW-PENDING-EXIT
018390     IF AP-KEYED-BY = WS-OPERATOR-ID
018400         DISPLAY "You keyed this change; another operator must "
018410             "approve or reject it."
018420         DISPLAY " "
018430         GO TO 5310-REVIEW-NEXT-EXIT
018440     END-IF
018450     DISPLAY "A=approve, R=reject, S=skip, Q=quit: "
018460         WITH NO ADVANCING
018470     ACCEPT WS-INPUT-DECISION
018480     EVALUATE TRUE
018490         WHEN WS-USERDECISION = "A" OR WS-USERDECISION = "a"
018500             PERFORM 5330-APPLY-APPROVED
018510                 THRU 5330-APPLY-APPROVED-EXIT
018520         WHEN WS-USERDECISION = "R" OR WS-USERDECISION = "r"
018530             MOVE "R" TO AP-STATUS
018540             PERFORM 5340-RECORD-DECISION
018550                 THRU 5340-RECORD-DECISION-EXIT
018560             ADD 1 TO WS-APPR-REJECTED-COUNT
018570             DISPLAY "Change rejected; the master is unchanged."
018580         WHEN WS-USERDECISION = "Q" OR WS-USERDECISION = "q"
018590             MOVE "Y" TO WS-APPR-EOF
018600         WHEN OTHER
018610             DISPLAY "Left waiting for approval."
018620     END-EVALUATE
018630     DISPLAY " ".
018640 5310-REVIEW-NEXT-EXIT.
018650     EXIT.
018660
018670*----------------------------------------------------------------
018680* 5320-SHOW-PENDING
018690*     DISPLAYS ONE PENDING CHANGE: WHO KEYED IT AND WHEN, WHY
018700*     IT WAS HELD, AND EACH FIELD BEFORE AND AFTER.
018710*----------------------------------------------------------------
018720 5320-SHOW-PENDING.
018730     DISPLAY "EMPLOYEE " AP-ID "  KEYED BY " AP-KEYED-BY
018740         " ON " AP-KEYED-DATE " " AP-KEYED-TIME
018750     IF AP-RAISE-OVER-LIMIT
018760         DISPLAY "  HELD FOR: SALARY INCREASE OVER THE LIMIT"
018770     END-IF
018780     IF AP-DEPT-TRANSFER
018790         DISPLAY "  HELD FOR: DEPARTMENT TRANSFER"
018800     END-IF
018810     IF AP-TERMINATION
018820         DISPLAY "  HELD FOR: TERMINATION"
018830     END-IF
018840     DISPLAY "  NAME      " AP-BEFORE-NAME " -> " AP-AFTER-NAME
018850     DISPLAY "  CITY      " AP-BEFORE-CITY " -> " AP-AFTER-CITY
018860     DISPLAY "  SALARY    " AP-BEFORE-SALARY " -> "
018870         AP-AFTER-SALARY
018880     DISPLAY "  DEPT      " AP-BEFORE-DEPT " -> " AP-AFTER-DEPT
018890     DISPLAY "  STATUS    " AP-BEFORE-STATUS " -> "
018900         AP-AFTER-STATUS
018910     DISPLAY "  TERM DATE " AP-BEFORE-TERM-DATE " -> "
018920         AP-AFTER-TERM-DATE
018923     DISPLAY "  GRADE     " AP-BEFORE-GRADE " -> "
018926         AP-AFTER-GRADE.
018930 5320-SHOW-PENDING-EXIT.
018940     EXIT.
018950
018960*----------------------------------------------------------------
018970* 5330-APPLY-APPROVED
018980*     APPLIES AN APPROVED CHANGE TO THE MASTER AND AUDITS IT
018990*     WITH BOTH USER IDS: THE KEYING OPERATOR IN AUD-USER AND
019000*     THE APPROVER IN AUD-APPROVER.  IF THE MASTER RECORD NO
019010*     LONGER MATCHES THE BEFORE IMAGE THE CHANGE WAS KEYED
019020*     AGAINST (A BATCH RUN HAS CHANGED IT SINCE), NOTHING IS
019030*     APPLIED AND THE CHANGE STAYS PENDING FOR REJECTION AND
019040*     REKEYING.
019050*----------------------------------------------------------------
019060 5330-APPLY-APPROVED.
019070     OPEN I-O EMPLOYEE-MASTER
019080     IF NOT FILE-STATUS-OK
019090         DISPLAY "Unable to open employee master file, status: "
019100             WS-FILE-STATUS
019110         GO TO 5330-APPLY-APPROVED-EXIT
019120     END-IF
019130     MOVE AP-ID TO E-ID
019140     READ EMPLOYEE-MASTER
019150         KEY IS E-ID
019160         INVALID KEY
019170             DISPLAY "Employee is no longer on the master; "
019180                 "reject this change."
019190             CLOSE EMPLOYEE-MASTER
019200             GO TO 5330-APPLY-APPROVED-EXIT
019210     END-READ
019220     IF E-NAME NOT = AP-BEFORE-NAME
019230         OR E-CITY NOT = AP-BEFORE-CITY
019240         OR E-SALARY NOT = AP-BEFORE-SALARY
019250         OR E-DEPT NOT = AP-BEFORE-DEPT
019260         OR E-STATUS NOT = AP-BEFORE-STATUS
019270         OR E-TERM-DATE NOT = AP-BEFORE-TERM-DATE
019275         OR E-GRADE NOT = AP-BEFORE-GRADE
019280         DISPLAY "The employee has changed since this was keyed; "
019290             "reject it and key it again."
019300         CLOSE EMPLOYEE-MASTER
019310         GO TO 5330-APPLY-APPROVED-EXIT
019320     END-IF
019330     MOVE AP-AFTER-NAME TO E-NAME
019340     MOVE AP-AFTER-CITY TO E-CITY
019350     MOVE AP-AFTER-SALARY TO E-SALARY
019360     MOVE AP-AFTER-DEPT TO E-DEPT
019370     MOVE AP-AFTER-STATUS TO E-STATUS
019380     MOVE AP-AFTER-TERM-DATE TO E-TERM-DATE
019385     MOVE AP-AFTER-GRADE TO E-GRADE
019390     REWRITE EMPLOYEE-RECORD
019400         INVALID KEY
019410             DISPLAY "Unable to update employee record!"
019420             CLOSE EMPLOYEE-MASTER
019430             GO TO 5330-APPLY-APPROVED-EXIT
019440     END-REWRITE
019450     CLOSE EMPLOYEE-MASTER
019460     MOVE AP-ID TO WS-AUDIT-ID
019470     MOVE AP-OPERATION TO WS-AUDIT-OPERATION
019480     MOVE AP-BEFORE-NAME TO WS-AUDIT-BEFORE-NAME
019490     MOVE AP-BEFORE-CITY TO WS-AUDIT-BEFORE-CITY
019500     MOVE AP-BEFORE-SALARY TO WS-AUDIT-BEFORE-SALARY
019510     MOVE AP-BEFORE-DEPT TO WS-AUDIT-BEFORE-DEPT
019520     MOVE AP-BEFORE-STATUS TO WS-AUDIT-BEFORE-STATUS
019530     MOVE AP-BEFORE-TERM-DATE TO WS-AUDIT-BEFORE-TERM-DATE
019535     MOVE AP-BEFORE-GRADE TO WS-AUDIT-BEFORE-GRADE
019540     MOVE AP-AFTER-NAME TO WS-AUDIT-AFTER-NAME
019550     MOVE AP-AFTER-CITY TO WS-AUDIT-AFTER-CITY
019560     MOVE AP-AFTER-SALARY TO WS-AUDIT-AFTER-SALARY
019570     MOVE AP-AFTER-DEPT TO WS-AUDIT-AFTER-DEPT
019580     MOVE AP-AFTER-STATUS TO WS-AUDIT-AFTER-STATUS
019590     MOVE AP-AFTER-TERM-DATE TO WS-AUDIT-AFTER-TERM-DATE
019595     MOVE AP-AFTER-GRADE TO WS-AUDIT-AFTER-GRADE
019600     MOVE AP-KEYED-BY TO WS-AUDIT-KEYED-BY
019610     MOVE WS-OPERATOR-ID TO WS-AUDIT-APPROVER
019620     PERFORM 8000-WRITE-AUDIT-RECORD
019630         THRU 8000-WRITE-AUDIT-RECORD-EXIT
019640     MOVE SPACES TO WS-AUDIT-KEYED-BY
019650     MOVE SPACES TO WS-AUDIT-APPROVER
019660     MOVE "A" TO AP-STATUS
019670     PERFORM 5340-RECORD-DECISION THRU 5340-RECORD-DECISION-EXIT
019680     ADD 1 TO WS-APPR-APPROVED-COUNT
019690     DISPLAY "Change approved and applied."
019700     IF AP-IS-CHANGE
019710         MOVE AP-AFTER-DEPT TO WS-CHK-DEPT
019720         PERFORM 8300-CHECK-DEPT-BUDGET
019730             THRU 8300-CHECK-DEPT-BUDGET-EXIT
019731         MOVE AP-ID TO WS-RNG-ID
019732         MOVE AP-AFTER-GRADE TO WS-RNG-GRADE
019733         MOVE AP-AFTER-SALARY TO WS-RNG-SALARY
019734         PERFORM 8500-CHECK-GRADE-RANGE
019735             THRU 8500-CHECK-GRADE-RANGE-EXIT
019740     END-IF.
019750 5330-APPLY-APPROVED-EXIT.
019760     EXIT.
019770
019780*----------------------------------------------------------------
019790* 5340-RECORD-DECISION
019800*     STAMPS THE DECIDING OPERATOR AND THE DATE AND TIME ON THE
019810*     EMPAPPR RECORD JUST READ (AP-STATUS ALREADY SET BY THE
019820*     CALLER) AND REWRITES IT.
019830*----------------------------------------------------------------
019840 5340-RECORD-DECISION.
019850     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
019860     ACCEPT WS-AUD-TIME FROM TIME
019870     MOVE WS-OPERATOR-ID TO AP-DECIDED-BY
019880     MOVE WS-AUD-DATE TO AP-DECIDED-DATE
019890     MOVE WS-AUD-TIME TO AP-DECIDED-TIME
019900     REWRITE APPROVAL-RECORD
019910         INVALID KEY
019920             DISPLAY "Unable to record the decision on EMPAPPR!"
019930     END-REWRITE.
019940 5340-RECORD-DECISION-EXIT.
019950     EXIT.
019960
019970*================================================================
019980* 5400-CHECK-NEEDS-APPROVAL
019990*     DECIDES WHETHER THE CHANGE IN THE WS-AUDIT BEFORE AND
020000*     AFTER FIELDS NEEDS A SECOND OPERATOR: A SALARY INCREASE
020010*     OF MORE THAN THE LIMIT ON APPRCTL (AS A PERCENTAGE OF THE
020020*     CURRENT SALARY), ANY CHANGE OF DEPARTMENT, OR ANY
020030*     TERMINATION.  SETS WS-NEEDS-APPROVAL AND THE REASON FLAGS.
020040*================================================================
020050 5400-CHECK-NEEDS-APPROVAL.
020060     MOVE "N" TO WS-NEEDS-APPROVAL
020070     MOVE SPACE TO WS-RSN-RAISE
020080     MOVE SPACE TO WS-RSN-TRANSFER
020090     MOVE SPACE TO WS-RSN-TERM
020100     PERFORM 5410-GET-RAISE-LIMIT THRU 5410-GET-RAISE-LIMIT-EXIT
020110     IF WS-AUDIT-AFTER-SALARY > WS-AUDIT-BEFORE-SALARY
020120         COMPUTE WS-RAISE-AMOUNT =
020130             WS-AUDIT-AFTER-SALARY - WS-AUDIT-BEFORE-SALARY
020140         IF WS-RAISE-AMOUNT * 100 >
020150             WS-AUDIT-BEFORE-SALARY * WS-RAISE-LIMIT
020160             MOVE "Y" TO WS-RSN-RAISE
020170             MOVE "Y" TO WS-NEEDS-APPROVAL
020180         END-IF
020190     END-IF
020200     IF WS-AUDIT-AFTER-DEPT NOT = WS-AUDIT-BEFORE-DEPT
020210         MOVE "Y" TO WS-RSN-TRANSFER
020220         MOVE "Y" TO WS-NEEDS-APPROVAL
020230     END-IF
020240     IF WS-AUDIT-AFTER-STATUS = "T"
020250         AND WS-AUDIT-BEFORE-STATUS NOT = "T"
020260         MOVE "Y" TO WS-RSN-TERM
020270         MOVE "Y" TO WS-NEEDS-APPROVAL
020280     END-IF.
020290 5400-CHECK-NEEDS-APPROVAL-EXIT.
020300     EXIT.
020310
020320*----------------------------------------------------------------
020330* 5410-GET-RAISE-LIMIT
020340*     LOADS THE RAISE APPROVAL LIMIT FROM APPRCTL (MAINTAINED
020350*     BY OPERMNT), OR 10.00 PERCENT WHEN THERE IS NO APPRCTL.
020360*----------------------------------------------------------------
020370 5410-GET-RAISE-LIMIT.
020380     MOVE 10.00 TO WS-RAISE-LIMIT
020390     OPEN INPUT APPROVAL-CONTROL-FILE
020400     IF WS-APCTL-STATUS NOT = "00"
020410         GO TO 5410-GET-RAISE-LIMIT-EXIT
020420     END-IF
020430     READ APPROVAL-CONTROL-FILE
020440         AT END CONTINUE
020450         NOT AT END MOVE AC-RAISE-PCT TO WS-RAISE-LIMIT
020460     END-READ
020470     CLOSE APPROVAL-CONTROL-FILE.
020480 5410-GET-RAISE-LIMIT-EXIT.
020490     EXIT.
020500
020510*----------------------------------------------------------------
020520* 5450-CHECK-PENDING
020530*     SETS WS-PENDING-FOUND WHEN EMPLOYEE WS-MAINT-ID ALREADY HAS
020540*     A CHANGE WAITING FOR APPROVAL ON EMPAPPR.  NO FURTHER
020550*     CHANGE MAY BE KEYED FOR THEM UNTIL IT IS DECIDED, SINCE IT
020560*     WOULD LEAVE THE WAITING CHANGE'S BEFORE IMAGE OUT OF DATE.
020570*----------------------------------------------------------------
020580 5450-CHECK-PENDING.
020590     MOVE "N" TO WS-PENDING-FOUND
020600     OPEN INPUT APPROVAL-FILE
020610     IF WS-APPR-STATUS NOT = "00"
020620         GO TO 5450-CHECK-PENDING-EXIT
020630     END-IF
020640     MOVE WS-MAINT-ID TO AP-ID
020650     MOVE 0 TO AP-KEYED-DATE
020660     MOVE 0 TO AP-KEYED-TIME
020670     START APPROVAL-FILE KEY IS >= AP-KEY
020680         INVALID KEY
020690             MOVE "Y" TO WS-APPR-EOF
020700     END-START
020710     PERFORM UNTIL WS-APPR-EOF = "Y"
020720         READ APPROVAL-FILE NEXT
020730             AT END MOVE "Y" TO WS-APPR-EOF
020740             NOT AT END
020750                 IF AP-ID NOT = WS-MAINT-ID
020760                     MOVE "Y" TO WS-APPR-EOF
020770                 ELSE
020780                     IF AP-IS-PENDING
020790                         MOVE "Y" TO WS-PENDING-FOUND
020800                         MOVE AP-KEYED-BY TO WS-PENDING-KEYED-BY
020810                         MOVE "Y" TO WS-APPR-EOF
020820                     END-IF
020830                 END-IF
020840         END-READ
020850     END-PERFORM
020860     MOVE "N" TO WS-APPR-EOF
020870     CLOSE APPROVAL-FILE
020880     IF PENDING-FOUND
020890         DISPLAY "This employee already has a change keyed by "
020900             WS-PENDING-KEYED-BY " waiting for approval."
020910         DISPLAY "It must be approved or rejected (option A) "
020920             "first."
020930     END-IF.
020940 5450-CHECK-PENDING-EXIT.
020950     EXIT.
020960
020970*================================================================
020980* 5500-HOLD-FOR-APPROVAL
020990*     WRITES THE CHANGE IN THE WS-AUDIT FIELDS TO EMPAPPR AS
021000*     PENDING, STAMPED WITH THE SIGNED-ON OPERATOR AS THE ONE
021010*     WHO KEYED IT, INSTEAD OF APPLYING IT.  THE REASON FLAGS
021020*     COME FROM 5400 (OR ARE SET BY THE TERMINATE OPTION).
021030*     CREATES EMPAPPR ON FIRST USE.
021040*================================================================
021050 5500-HOLD-FOR-APPROVAL.
021060     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
021070     ACCEPT WS-AUD-TIME FROM TIME
021080     OPEN I-O APPROVAL-FILE
021090     IF WS-APPR-STATUS = "35"
021100         OPEN OUTPUT APPROVAL-FILE
021110         CLOSE APPROVAL-FILE
021120         OPEN I-O APPROVAL-FILE
021130     END-IF
021140     IF WS-APPR-STATUS NOT = "00"
021150         DISPLAY "Unable to open approval file, status: "
021160             WS-APPR-STATUS
021170         DISPLAY "The change has NOT been made."
021180         GO TO 5500-HOLD-FOR-APPROVAL-EXIT
021190     END-IF
021200     MOVE WS-AUDIT-ID TO AP-ID
021210     MOVE WS-AUD-DATE TO AP-KEYED-DATE
021220     MOVE WS-AUD-TIME TO AP-KEYED-TIME
021230     MOVE WS-OPERATOR-ID TO AP-KEYED-BY
021240     MOVE WS-AUDIT-OPERATION TO AP-OPERATION
021250     MOVE WS-RSN-RAISE TO AP-REASON-RAISE
021260     MOVE WS-RSN-TRANSFER TO AP-REASON-TRANSFER
021270     MOVE WS-RSN-TERM TO AP-REASON-TERM
021280     MOVE WS-AUDIT-BEFORE-NAME TO AP-BEFORE-NAME
021290     MOVE WS-AUDIT-BEFORE-CITY TO AP-BEFORE-CITY
021300     MOVE WS-AUDIT-BEFORE-SALARY TO AP-BEFORE-SALARY
021310     MOVE WS-AUDIT-BEFORE-DEPT TO AP-BEFORE-DEPT
021320     MOVE WS-AUDIT-BEFORE-STATUS TO AP-BEFORE-STATUS
021330     MOVE WS-AUDIT-BEFORE-TERM-DATE TO AP-BEFORE-TERM-DATE
021340     MOVE WS-AUDIT-AFTER-NAME TO AP-AFTER-NAME
021350     MOVE WS-AUDIT-AFTER-CITY TO AP-AFTER-CITY
021360     MOVE WS-AUDIT-AFTER-SALARY TO AP-AFTER-SALARY
021370     MOVE WS-AUDIT-AFTER-DEPT TO AP-AFTER-DEPT
021380     MOVE WS-AUDIT-AFTER-STATUS TO AP-AFTER-STATUS
021390     MOVE WS-AUDIT-AFTER-TERM-DATE TO AP-AFTER-TERM-DATE
021400     MOVE "P" TO AP-STATUS
021410     MOVE SPACES TO AP-DECIDED-BY
021420     MOVE 0 TO AP-DECIDED-DATE
021430     MOVE 0 TO AP-DECIDED-TIME
021433     MOVE WS-AUDIT-BEFORE-GRADE TO AP-BEFORE-GRADE
021436     MOVE WS-AUDIT-AFTER-GRADE TO AP-AFTER-GRADE
021440     WRITE APPROVAL-RECORD
021450         INVALID KEY
021460             DISPLAY "Unable to hold the change for approval!"
021470             DISPLAY "The change has NOT been made."
021480         NOT INVALID KEY
021490             DISPLAY "Change held for approval by a second "
021500                 "operator (option A); the master is unchanged."
021510             IF WS-RSN-RAISE = "Y"
021520                 MOVE WS-RAISE-LIMIT TO WS-DISP-RAISE-LIMIT
021530                 DISPLAY "  Salary increase is over the "
021540                     WS-DISP-RAISE-LIMIT " percent limit."
021550             END-IF
021560             IF WS-RSN-TRANSFER = "Y"
021570                 DISPLAY "  Department transfer."
021580             END-IF
021590             IF WS-RSN-TERM = "Y"
021600                 DISPLAY "  Termination."
021610             END-IF
021620     END-WRITE
021630     CLOSE APPROVAL-FILE.
021640 5500-HOLD-FOR-APPROVAL-EXIT.
021645     EXIT.
021650*================================================================
021660* 8400-CHECK-GRADE
021670*     VALIDATES THE SALARY GRADE IN G-CODE AGAINST THE GRADE
021680*     MASTER (SALGRADE) WITH A SINGLE KEYED READ AND SETS
021690*     WS-GRADE-FOUND, SAME AS 8100-CHECK-DEPT.  IF SALGRADE
021700*     CANNOT BE OPENED THE CODE IS TREATED AS NOT FOUND, SO NO
021710*     UNCHECKED GRADE REACHES THE MASTER.  A FOUND GRADE'S
021720*     MINIMUM AND MAXIMUM ARE LEFT IN WS-RNG-MIN AND WS-RNG-MAX.
021730*================================================================
021740 8400-CHECK-GRADE.
021750     MOVE "N" TO WS-GRADE-FOUND
021760     OPEN INPUT GRADE-FILE
021770     IF WS-GRADE-STATUS NOT = "00"
021780         DISPLAY "Unable to open salary grade file, status: "
021790             WS-GRADE-STATUS
021800         DISPLAY "Run GRADMNT to build SALGRADE first."
021810         GO TO 8400-CHECK-GRADE-EXIT
021820     END-IF
021830     READ GRADE-FILE
021840         KEY IS G-CODE
021850         INVALID KEY
021860             MOVE "N" TO WS-GRADE-FOUND
021870         NOT INVALID KEY
021880             MOVE "Y" TO WS-GRADE-FOUND
021890             MOVE G-MIN TO WS-RNG-MIN
021900             MOVE G-MAX TO WS-RNG-MAX
021910     END-READ
021920     CLOSE GRADE-FILE.
021930 8400-CHECK-GRADE-EXIT.
021940     EXIT.
021950
021960*================================================================
021970* 8500-CHECK-GRADE-RANGE
021980*     AFTER AN ADD OR UPDATE IS KEYED (OR A HELD CHANGE IS
021990*     APPROVED), COMPARES WS-RNG-SALARY WITH THE RANGE OF GRADE
022000*     WS-RNG-GRADE.  BELOW THE MINIMUM OR ABOVE THE MAXIMUM GETS
022010*     A WARNING, NEVER A BLOCK, SAME AS THE BUDGET CHECK.  AN
022020*     UNGRADED EMPLOYEE OR NO SALGRADE MEANS NO CHECK.
022030*================================================================
022040 8500-CHECK-GRADE-RANGE.
022050     IF WS-RNG-GRADE = SPACES
022060         GO TO 8500-CHECK-GRADE-RANGE-EXIT
022070     END-IF
022080     MOVE "N" TO WS-GRADE-FOUND
022090     OPEN INPUT GRADE-FILE
022100     IF WS-GRADE-STATUS NOT = "00"
022110         GO TO 8500-CHECK-GRADE-RANGE-EXIT
022120     END-IF
022130     MOVE WS-RNG-GRADE TO G-CODE
022140     READ GRADE-FILE
022150         KEY IS G-CODE
022160         INVALID KEY
022170             CLOSE GRADE-FILE
022180             GO TO 8500-CHECK-GRADE-RANGE-EXIT
022190         NOT INVALID KEY
022200             MOVE G-MIN TO WS-RNG-MIN
022210             MOVE G-MAX TO WS-RNG-MAX
022220     END-READ
022230     CLOSE GRADE-FILE
022240     IF WS-RNG-SALARY < WS-RNG-MIN
022250         DISPLAY "WARNING: EMP " WS-RNG-ID " SALARY "
022260             WS-RNG-SALARY " IS BELOW GRADE " WS-RNG-GRADE
022270             " MINIMUM " WS-RNG-MIN
022280     END-IF
022290     IF WS-RNG-SALARY > WS-RNG-MAX
022300         DISPLAY "WARNING: EMP " WS-RNG-ID " SALARY "
022310             WS-RNG-SALARY " IS ABOVE GRADE " WS-RNG-GRADE
022320             " MAXIMUM " WS-RNG-MAX
022330     END-IF.
022340 8500-CHECK-GRADE-RANGE-EXIT.
022350     EXIT.
022360
022370*================================================================
022380* 9999-END-RUN
022390*     OPERATOR CHOSE TO EXIT THE PROGRAM.
022400*================================================================
022410 9999-END-RUN.
022420     DISPLAY "Thank You for using the program!"
022430     STOP RUN.
022440 9999-END-RUN-EXIT.
022450     EXIT.
