001949*                  DRIVER CAN TELL A STEP THAT DIED AT
001950*                  INITIALIZE (OR A REFUSED RESTART) FROM ONE
001951*                  THAT RAN; UNTIL NOW EVERY EXIT WAS ZERO.
001952* 2026-10-15  RAM  EVERY AUDIT RECORD NOW CARRIES THE DATE THE
001953*                  CHANGE TOOK EFFECT (AUD-EFF-DATE): THE
001954*                  TRANSACTION'S TRAN-EFF-DATE, OR THE RUN DATE
001955*                  FOR AN IMMEDIATE ONE, SO RETROPAY CAN FIND
001956*                  A SALARY CHANGE BACKDATED INTO PERIODS
001957*                  EMPPAYRL HAS ALREADY PAID.
001959* 2026-10-15  RAM  AUD-APPROVER (TWO-PERSON APPROVAL OF SEQREAD
001961*                  CHANGES) IS WRITTEN AS SPACES; A BATCH
001963*                  TRANSACTION IS NOT HELD FOR APPROVAL.
001964* 2026-10-15  RAM  SALARY GRADES.  A TRANSACTION MAY CARRY A
001965*                  GRADE CODE (TRAN-GRADE; SPACES ON A CHANGE
001966*                  KEEP THE MASTER'S GRADE).  A CODE NOT ON THE
001967*                  GRADE MASTER (SALGRADE, MAINTAINED BY GRADMNT)
001968*                  IS REJECTED AND RECYCLED AS "BADG".  AFTER AN
001969*                  ADD OR CHANGE IS APPLIED, A SALARY BELOW ITS
001970*                  GRADE'S MINIMUM OR ABOVE ITS MAXIMUM GETS A
001971*                  WARNING - NEVER A REJECT - SAME AS THE BUDGET
001972*                  CHECK.  THE GRADE IS CARRIED ON THE AUDIT
001973*                  TRAIL, EMPPEND, EMPRCYCL, AND THE PRE-LOAD
001974*                  BACKUP.
001975*================================================================
001976 ENVIRONMENT DIVISION.
001977 INPUT-OUTPUT SECTION.
001980 FILE-CONTROL.
001990     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
002000         ORGANIZATION IS INDEXED
002330         ACCESS MODE IS DYNAMIC
002340         RECORD KEY IS B-KEY
002350         FILE STATUS IS WS-BUDG-STATUS.
002351     SELECT GRADE-FILE ASSIGN TO "SALGRADE"
002352         ORGANIZATION IS INDEXED
002353         ACCESS MODE IS DYNAMIC
002354         RECORD KEY IS G-CODE
002355         FILE STATUS IS WS-GRADE-STATUS.
002360
002370 DATA DIVISION.
002380 FILE SECTION.
002450                   ==EMP-SALARY== BY ==E-SALARY==
002460                   ==EMP-DEPT==   BY ==E-DEPT==
002470                   ==EMP-STATUS== BY ==E-STATUS==
002480                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
002485                   ==EMP-GRADE== BY ==E-GRADE==.
002490
002500 FD  TRANS-FILE.
002510 01  TRANS-RECORD.
002910 01  BUDGET-RECORD.
002920     COPY BUDGREC
002930         REPLACING LEADING ==BUD== BY ==B==.
002931
002932 FD  GRADE-FILE.
002933 01  GRADE-RECORD.
002934     COPY GRADREC
002935         REPLACING LEADING ==GRD== BY ==G==.
002940
002950 WORKING-STORAGE SECTION.
002960 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
003720 01  WS-CHK-SALARY-TOTAL PIC 9(11) VALUE 0.
003730 01  WS-CHK-HEADCOUNT PIC 9(5) VALUE 0.
003740 01  WS-CHK-SCAN-EOF PIC A(1) VALUE "N".
003741
003742*----------------------------------------------------------------
003743* SALARY GRADE WORKING FIELDS.  SALGRADE IS HELD OPEN FOR THE
003744* RUN WHEN IT EXISTS; 2250-CHECK-GRADE VALIDATES TRAN-GRADE AND
003745* 2700-CHECK-GRADE-RANGE WARNS - NEVER REJECTS - WHEN THE SALARY
003746* JUST APPLIED (SAVED IN THE WS-RNG FIELDS BY THE ADD AND CHANGE
003747* SUCCESS PATHS) FALLS OUTSIDE ITS GRADE'S RANGE.
003748*----------------------------------------------------------------
003749 01  WS-GRADE-STATUS PIC X(2) VALUE "00".
003750 01  WS-GRADE-FILE-OPEN PIC A(1) VALUE "N".
003751     88 GRADE-FILE-OPEN VALUE "Y".
003752 01  WS-GRADE-FOUND PIC A(1) VALUE "N".
003753     88 GRADE-FOUND VALUE "Y".
003754 01  WS-GRADE-CHECK-DUE PIC A(1) VALUE "N".
003755 01  WS-RNG-ID PIC 9(8) VALUE 0.
003756 01  WS-RNG-GRADE PIC X(2) VALUE SPACES.
003757 01  WS-RNG-SALARY PIC 9(6) VALUE 0.
003758 01  WS-PEND-EOF PIC A(1) VALUE "N".
003760 01  WS-RELEASE-ALLOWED PIC A(1) VALUE "N".
003770     88 RELEASE-ALLOWED VALUE "Y".
003780 01  WS-PEND-TABLE.
003850        10 WS-PND-SALARY PIC 9(6).
003860        10 WS-PND-DEPT PIC X(4).
003870        10 WS-PND-EFF-DATE PIC 9(8).
003875        10 WS-PND-GRADE PIC X(2).
003880 01  WS-PEND-COUNT PIC 9(7) COMP VALUE 0.
003890 01  WS-PEND-SUB PIC 9(7) COMP VALUE 0.
003900 01  WS-PEND-TABLE-FULL-WARNED PIC A(1) VALUE "N".
004020*   BADT - UNKNOWN TRANSACTION TYPE   BADD - UNKNOWN DEPARTMENT
004030*   IOER - MASTER I/O FAILED          PFUL - PENDING TABLE FULL
004040*   TERM - EMPLOYEE ALREADY TERMINATED
004045*   BADG - UNKNOWN SALARY GRADE
004050*----------------------------------------------------------------
004060 01  WS-RECYCLE-REASON PIC X(4) VALUE SPACES.
004070
004470 01  WS-AUDIT-BEFORE-DEPT PIC X(04) VALUE SPACES.
004480 01  WS-AUDIT-BEFORE-STATUS PIC X(01) VALUE SPACE.
004490 01  WS-AUDIT-BEFORE-TERM-DATE PIC 9(08) VALUE 0.
004495 01  WS-AUDIT-BEFORE-GRADE PIC X(02) VALUE SPACES.
004500 01  WS-AUDIT-AFTER-NAME PIC X(25) VALUE SPACES.
004510 01  WS-AUDIT-AFTER-CITY PIC X(20) VALUE SPACES.
004520 01  WS-AUDIT-AFTER-SALARY PIC 9(06) VALUE 0.
004530 01  WS-AUDIT-AFTER-DEPT PIC X(04) VALUE SPACES.
004540 01  WS-AUDIT-AFTER-STATUS PIC X(01) VALUE SPACE.
004550 01  WS-AUDIT-AFTER-TERM-DATE PIC 9(08) VALUE 0.
004555 01  WS-AUDIT-AFTER-GRADE PIC X(02) VALUE SPACES.
004560 01  WS-LAST-CHECKPOINT-SEQ PIC 9(6) VALUE 0.
004570 01  WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 50.
004580 01  WS-RECORDS-SINCE-CHECKPOINT PIC 9(4) VALUE 0.
005169         MOVE 8 TO RETURN-CODE
005170         STOP RUN
005180     END-IF
005181     OPEN INPUT GRADE-FILE
005182     IF WS-GRADE-STATUS = "00"
005183         MOVE "Y" TO WS-GRADE-FILE-OPEN
005184     ELSE
005185         DISPLAY "No salary grade master (SALGRADE, status "
005186             WS-GRADE-STATUS "); grade codes will be rejected."
005187     END-IF
005190     OPEN EXTEND AUDIT-FILE
005200     MOVE "S" TO WS-RUN-ENTRY-TYPE
005210     MOVE 0 TO WS-RUN-REC-COUNT
005910                 THRU 2300-WRITE-RECYCLE-EXIT
005920             GO TO 2100-APPLY-TRANSACTION-EXIT
005930         END-IF
005931         IF TRAN-GRADE NOT = SPACES
005932             PERFORM 2250-CHECK-GRADE THRU 2250-CHECK-GRADE-EXIT
005933             IF NOT GRADE-FOUND
005934                 DISPLAY "REJECT, UNKNOWN SALARY GRADE: "
005935                     TRAN-GRADE " ON " TRAN-ID
005936                 MOVE "BADG" TO WS-RECYCLE-REASON
005937                 PERFORM 2300-WRITE-RECYCLE
005938                     THRU 2300-WRITE-RECYCLE-EXIT
005939                 GO TO 2100-APPLY-TRANSACTION-EXIT
005940             END-IF
005941         END-IF
005942     END-IF
005950     MOVE TRAN-ID TO E-ID
005960     EVALUATE TRUE
005970         WHEN TRAN-IS-ADD
006040                     MOVE TRAN-DEPT TO E-DEPT
006050                     MOVE "A" TO E-STATUS
006060                     MOVE 0 TO E-TERM-DATE
006065                     MOVE TRAN-GRADE TO E-GRADE
006070                     WRITE EMPLOYEE-RECORD
006080                       INVALID KEY
006090                         DISPLAY "WRITE FAILED: " TRAN-ID
006140                         ADD 1 TO WS-ADD-COUNT
006150                         MOVE TRAN-DEPT TO WS-CHK-DEPT
006160                         MOVE "Y" TO WS-BUDGET-CHECK-DUE
006163                         PERFORM 2150-NOTE-RANGE-CHECK
006166                             THRU 2150-NOTE-RANGE-CHECK-EXIT
006170                         MOVE "A" TO WS-AUDIT-OPERATION
006180                         MOVE SPACES TO WS-AUDIT-BEFORE-NAME
006190                         MOVE SPACES TO WS-AUDIT-BEFORE-CITY
006210                         MOVE SPACES TO WS-AUDIT-BEFORE-DEPT
006220                         MOVE SPACE TO WS-AUDIT-BEFORE-STATUS
006230                         MOVE 0 TO WS-AUDIT-BEFORE-TERM-DATE
006235                         MOVE SPACES TO WS-AUDIT-BEFORE-GRADE
006240                         MOVE TRAN-NAME TO WS-AUDIT-AFTER-NAME
006250                         MOVE TRAN-CITY TO WS-AUDIT-AFTER-CITY
006260                         MOVE TRAN-SALARY TO WS-AUDIT-AFTER-SALARY
006270                         MOVE TRAN-DEPT TO WS-AUDIT-AFTER-DEPT
006280                         MOVE "A" TO WS-AUDIT-AFTER-STATUS
006290                         MOVE 0 TO WS-AUDIT-AFTER-TERM-DATE
006295                         MOVE TRAN-GRADE TO WS-AUDIT-AFTER-GRADE
006300                         PERFORM 5000-WRITE-AUDIT-RECORD
006310                             THRU 5000-WRITE-AUDIT-RECORD-EXIT
006320                     END-WRITE
006540                     MOVE E-STATUS TO WS-AUDIT-BEFORE-STATUS
006550                     MOVE E-TERM-DATE
006560                         TO WS-AUDIT-BEFORE-TERM-DATE
006565                     MOVE E-GRADE TO WS-AUDIT-BEFORE-GRADE
006570                     MOVE TRAN-NAME TO E-NAME
006580                     MOVE TRAN-CITY TO E-CITY
006590                     MOVE TRAN-SALARY TO E-SALARY
006600                     MOVE TRAN-DEPT TO E-DEPT
006602                     IF TRAN-GRADE NOT = SPACES
006604                         MOVE TRAN-GRADE TO E-GRADE
006606                     END-IF
006610                     REWRITE EMPLOYEE-RECORD
006620                       INVALID KEY
006630                         DISPLAY "REWRITE FAILED: " TRAN-ID
006680                         ADD 1 TO WS-CHANGE-COUNT
006690                         MOVE TRAN-DEPT TO WS-CHK-DEPT
006700                         MOVE "Y" TO WS-BUDGET-CHECK-DUE
006703                         PERFORM 2150-NOTE-RANGE-CHECK
006706                             THRU 2150-NOTE-RANGE-CHECK-EXIT
006710                         MOVE "C" TO WS-AUDIT-OPERATION
006720                         MOVE TRAN-NAME TO WS-AUDIT-AFTER-NAME
006730                         MOVE TRAN-CITY TO WS-AUDIT-AFTER-CITY
006770                         MOVE E-STATUS TO WS-AUDIT-AFTER-STATUS
006780                         MOVE E-TERM-DATE
006790                             TO WS-AUDIT-AFTER-TERM-DATE
006795                         MOVE E-GRADE TO WS-AUDIT-AFTER-GRADE
006800                         PERFORM 5000-WRITE-AUDIT-RECORD
006810                             THRU 5000-WRITE-AUDIT-RECORD-EXIT
006820                     END-REWRITE
007060                     MOVE E-STATUS TO WS-AUDIT-BEFORE-STATUS
007070                     MOVE E-TERM-DATE
007080                         TO WS-AUDIT-BEFORE-TERM-DATE
007085                     MOVE E-GRADE TO WS-AUDIT-BEFORE-GRADE
007090                     MOVE "T" TO E-STATUS
007100                     MOVE WS-RUN-DATE TO E-TERM-DATE
007110                     REWRITE EMPLOYEE-RECORD
007240                         MOVE "T" TO WS-AUDIT-AFTER-STATUS
007250                         MOVE E-TERM-DATE
007260                             TO WS-AUDIT-AFTER-TERM-DATE
007265                         MOVE E-GRADE TO WS-AUDIT-AFTER-GRADE
007270                         PERFORM 5000-WRITE-AUDIT-RECORD
007280                             THRU 5000-WRITE-AUDIT-RECORD-EXIT
007290                     END-REWRITE
007390         MOVE "N" TO WS-BUDGET-CHECK-DUE
007400         PERFORM 2600-CHECK-DEPT-BUDGET
007410             THRU 2600-CHECK-DEPT-BUDGET-EXIT
007420     END-IF
007422     IF WS-GRADE-CHECK-DUE = "Y"
007423         MOVE "N" TO WS-GRADE-CHECK-DUE
007424         PERFORM 2700-CHECK-GRADE-RANGE
007425             THRU 2700-CHECK-GRADE-RANGE-EXIT
007427     END-IF.
007430 2100-APPLY-TRANSACTION-EXIT.
007440     EXIT.
007450
008490     MOVE WS-AUDIT-AFTER-DEPT TO AUD-AFTER-DEPT
008500     MOVE WS-AUDIT-AFTER-STATUS TO AUD-AFTER-STATUS
008510     MOVE WS-AUDIT-AFTER-TERM-DATE TO AUD-AFTER-TERM-DATE
008511     IF TRAN-EFF-DATE = 0
008512         MOVE WS-RUN-DATE TO AUD-EFF-DATE
008513     ELSE
008514         MOVE TRAN-EFF-DATE TO AUD-EFF-DATE
008515     END-IF
008517     MOVE SPACES TO AUD-APPROVER
008518     MOVE WS-AUDIT-BEFORE-GRADE TO AUD-BEFORE-GRADE
008519     MOVE WS-AUDIT-AFTER-GRADE TO AUD-AFTER-GRADE
008520     WRITE AUDIT-RECORD.
008530 5000-WRITE-AUDIT-RECORD-EXIT.
008540     EXIT.
009210     CLOSE EMPLOYEE-MASTER
009220     CLOSE TRANS-FILE
009230     CLOSE DEPT-MASTER
009232     IF GRADE-FILE-OPEN
009234         CLOSE GRADE-FILE
009236     END-IF
009240     CLOSE RECYCLE-FILE
009250     MOVE SPACES TO RJREG-LINE
009260     WRITE RJREG-LINE
009890                 MOVE E-DEPT TO BKP-DEPT
009900                 MOVE E-STATUS TO BKP-STATUS
009910                 MOVE E-TERM-DATE TO BKP-TERM-DATE
009915                 MOVE E-GRADE TO BKP-GRADE
009920                 WRITE BACKUP-RECORD
009930                 ADD 1 TO WS-BKUP-REC-COUNT
009940                 ADD E-SALARY TO WS-BKUP-SALARY-TOTAL
011090     MOVE TRAN-SALARY TO RCY-SALARY
011100     MOVE TRAN-DEPT TO RCY-DEPT
011110     MOVE TRAN-EFF-DATE TO RCY-EFF-DATE
011115     MOVE TRAN-GRADE TO RCY-GRADE
011120     MOVE WS-RECYCLE-REASON TO RCY-REASON
011130     WRITE RECYCLE-RECORD
011140     MOVE TRAN-SEQ TO RJL-SEQ
011300             MOVE "PENDING TABLE FULL" TO RJL-DESC
011310         WHEN "TERM"
011320             MOVE "EMPLOYEE ALREADY TERMINATED" TO RJL-DESC
011323         WHEN "BADG"
011326             MOVE "UNKNOWN SALARY GRADE" TO RJL-DESC
011330         WHEN OTHER
011340             MOVE SPACES TO RJL-DESC
011350     END-EVALUATE
011980                     MOVE PND-SALARY TO TRAN-SALARY
011990                     MOVE PND-DEPT TO TRAN-DEPT
012000                     MOVE PND-EFF-DATE TO TRAN-EFF-DATE
012005                     MOVE PND-GRADE TO TRAN-GRADE
012010                     PERFORM 2100-APPLY-TRANSACTION
012020                         THRU 2100-APPLY-TRANSACTION-EXIT
012030                     ADD 1 TO WS-PEND-RELEASED-COUNT
012400         MOVE PND-SALARY TO WS-PND-SALARY (WS-PEND-COUNT)
012410         MOVE PND-DEPT TO WS-PND-DEPT (WS-PEND-COUNT)
012420         MOVE PND-EFF-DATE TO WS-PND-EFF-DATE (WS-PEND-COUNT)
012425         MOVE PND-GRADE TO WS-PND-GRADE (WS-PEND-COUNT)
012430     ELSE
012440         IF NOT PEND-TABLE-FULL-WARNED
012450             DISPLAY "WARNING: PENDING TABLE FULL; OVERFLOW "
012540         MOVE PND-SALARY TO TRAN-SALARY
012550         MOVE PND-DEPT TO TRAN-DEPT
012560         MOVE PND-EFF-DATE TO TRAN-EFF-DATE
012565         MOVE PND-GRADE TO TRAN-GRADE
012570         MOVE "PFUL" TO WS-RECYCLE-REASON
012580         PERFORM 2300-WRITE-RECYCLE
012590             THRU 2300-WRITE-RECYCLE-EXIT
012790         MOVE TRAN-SALARY TO WS-PND-SALARY (WS-PEND-COUNT)
012800         MOVE TRAN-DEPT TO WS-PND-DEPT (WS-PEND-COUNT)
012810         MOVE TRAN-EFF-DATE TO WS-PND-EFF-DATE (WS-PEND-COUNT)
012815         MOVE TRAN-GRADE TO WS-PND-GRADE (WS-PEND-COUNT)
012820         ADD 1 TO WS-PEND-PARKED-COUNT
012830     ELSE
012840         IF NOT PEND-TABLE-FULL-WARNED
013160         MOVE WS-PND-SALARY (WS-PEND-SUB) TO PND-SALARY
013170         MOVE WS-PND-DEPT (WS-PEND-SUB) TO PND-DEPT
013180         MOVE WS-PND-EFF-DATE (WS-PEND-SUB) TO PND-EFF-DATE
013185         MOVE WS-PND-GRADE (WS-PEND-SUB) TO PND-GRADE
013190         WRITE PENDING-RECORD
013200         ADD 1 TO WS-PEND-HELD-COUNT
013210         ADD 1 TO WS-PEND-SUB
013240 4100-REWRITE-PENDING-EXIT.
013250     EXIT.
013260
013270
013280*----------------------------------------------------------------
013290* 2150-NOTE-RANGE-CHECK
013300*     CALLED FROM THE ADD AND CHANGE SUCCESS PATHS.  SAVES THE
013310*     EMPLOYEE, GRADE, AND SALARY JUST APPLIED - THE BUDGET SCAN
013320*     REUSES THE RECORD AREA BEFORE THE RANGE CHECK RUNS - AND
013330*     MARKS THE RANGE CHECK DUE WHEN THE EMPLOYEE IS GRADED.
013340*----------------------------------------------------------------
013350 2150-NOTE-RANGE-CHECK.
013360     MOVE E-ID TO WS-RNG-ID
013370     MOVE E-GRADE TO WS-RNG-GRADE
013380     MOVE E-SALARY TO WS-RNG-SALARY
013390     IF WS-RNG-GRADE NOT = SPACES
013400         MOVE "Y" TO WS-GRADE-CHECK-DUE
013410     END-IF.
013420 2150-NOTE-RANGE-CHECK-EXIT.
013430     EXIT.
013440
013450*----------------------------------------------------------------
013460* 2700-CHECK-GRADE-RANGE
013470*     AFTER AN ADD OR CHANGE HAS BEEN APPLIED, COMPARES THE
013480*     SALARY SAVED BY 2150-NOTE-RANGE-CHECK WITH ITS GRADE'S
013490*     RANGE ON SALGRADE.  BELOW THE MINIMUM OR ABOVE THE MAXIMUM
013500*     GETS A CONSOLE WARNING, NEVER A REJECT, SAME AS THE BUDGET
013510*     CHECK.
013520*----------------------------------------------------------------
013530 2700-CHECK-GRADE-RANGE.
013540     MOVE WS-RNG-GRADE TO G-CODE
013550     PERFORM 2260-READ-GRADE THRU 2260-READ-GRADE-EXIT
013560     IF NOT GRADE-FOUND
013570         GO TO 2700-CHECK-GRADE-RANGE-EXIT
013580     END-IF
013590     IF WS-RNG-SALARY < G-MIN
013600         DISPLAY "WARNING: EMP " WS-RNG-ID " SALARY "
013610             WS-RNG-SALARY " IS BELOW GRADE " WS-RNG-GRADE
013620             " MINIMUM " G-MIN
013630     END-IF
013640     IF WS-RNG-SALARY > G-MAX
013650         DISPLAY "WARNING: EMP " WS-RNG-ID " SALARY "
013660             WS-RNG-SALARY " IS ABOVE GRADE " WS-RNG-GRADE
013670             " MAXIMUM " G-MAX
013680     END-IF.
013690 2700-CHECK-GRADE-RANGE-EXIT.
013700     EXIT.
013710
013720*----------------------------------------------------------------
013730* 2250-CHECK-GRADE
013740*     VALIDATES TRAN-GRADE AGAINST THE SALARY GRADE MASTER AND
013750*     SETS WS-GRADE-FOUND.  WITH NO SALGRADE ON FILE NO GRADE
013760*     CODE CAN BE VALID.
013770*----------------------------------------------------------------
013780 2250-CHECK-GRADE.
013790     MOVE TRAN-GRADE TO G-CODE
013800     PERFORM 2260-READ-GRADE THRU 2260-READ-GRADE-EXIT.
013810 2250-CHECK-GRADE-EXIT.
013820     EXIT.
013830
013840*----------------------------------------------------------------
013850* 2260-READ-GRADE
013860*     ONE KEYED READ OF SALGRADE ON G-CODE; SETS WS-GRADE-FOUND.
013870*     SALGRADE IS HELD OPEN FOR THE WHOLE RUN BY 1000-INITIALIZE
013880*     WHEN IT EXISTS.
013890*----------------------------------------------------------------
013900 2260-READ-GRADE.
013910     MOVE "N" TO WS-GRADE-FOUND
013920     IF NOT GRADE-FILE-OPEN
013930         GO TO 2260-READ-GRADE-EXIT
013940     END-IF
013950     READ GRADE-FILE
013960         KEY IS G-CODE
013970         INVALID KEY
013980             MOVE "N" TO WS-GRADE-FOUND
013990         NOT INVALID KEY
014000             MOVE "Y" TO WS-GRADE-FOUND
014010     END-READ.
014020 2260-READ-GRADE-EXIT.
014030     EXIT.
014040
