003100*                  ENDS UP APPLYING.  NOTE THIS OVERWRITES
003200*                  EMPTRAN, SAME AS EMPRECYC: RUN IT ONLY AFTER
003300*                  THE PREVIOUS NIGHT'S FILE HAS BEEN APPLIED.
003308* 2026-10-15  RAM  THE PREVIEW REGISTER NOW SHOWS EACH EMPLOYEE'S
003316*                  SALARY GRADE AND FLAGS A PROPOSED SALARY THAT
003324*                  FALLS BELOW THE GRADE'S MINIMUM OR ABOVE ITS
003332*                  MAXIMUM ON THE GRADE MASTER (SALGRADE), WITH A
003340*                  COUNT IN THE TOTALS AND ON THE CONSOLE.  A
003348*                  WARNING ONLY - THE FLAGGED EMPLOYEES STAY IN
003356*                  SCOPE, SAME AS SEQREAD'S AND EMPBATCH'S BUDGET
003364*                  WARNINGS.  NO SALGRADE, OR AN UNGRADED
003372*                  EMPLOYEE, MEANS NO CHECK.  THE TRANSACTIONS
003380*                  LEAVE TRAN-GRADE BLANK SO THE GRADE ON THE
003388*                  MASTER IS KEPT.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT TRANS-FILE ASSIGN TO "EMPTRAN"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004810     SELECT GRADE-FILE ASSIGN TO "SALGRADE"
004820         ORGANIZATION IS INDEXED
004830         ACCESS MODE IS DYNAMIC
004840         RECORD KEY IS G-CODE
004850         FILE STATUS IS WS-GRADE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005800                   ==EMP-SALARY== BY ==E-SALARY==
005900                   ==EMP-DEPT==   BY ==E-DEPT==
006000                   ==EMP-STATUS== BY ==E-STATUS==
006100                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
006150                   ==EMP-GRADE== BY ==E-GRADE==.
006200
006300 FD  PREVIEW-FILE.
006400 01  PREVIEW-LINE PIC X(96).
006600 FD  TRANS-FILE.
006700 01  TRANS-RECORD.
006800     COPY TRANREC.
006810
006820 FD  GRADE-FILE.
006830 01  GRADE-RECORD.
006840     COPY GRADREC
006850         REPLACING LEADING ==GRD== BY ==G==.
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
007200 01  WS-EOF PIC A(1) VALUE "N".
007209
007218*----------------------------------------------------------------
007227* SALARY GRADE RANGE CHECK FIELDS.  SALGRADE IS HELD OPEN FOR THE
007236* PREVIEW PASS WHEN IT EXISTS; 2200-CHECK-GRADE-RANGE FLAGS A
007245* PROPOSED SALARY OUTSIDE ITS GRADE'S RANGE.
007254*----------------------------------------------------------------
007263 01  WS-GRADE-STATUS PIC X(2) VALUE "00".
007272 01  WS-GRADE-FILE-OPEN PIC A(1) VALUE "N".
007281     88 GRADE-FILE-OPEN VALUE "Y".
007290 01  WS-RANGE-WARN-COUNT PIC 9(7) COMP VALUE 0.
007300
007400*----------------------------------------------------------------
007500* RUN REQUEST FIELDS.  THE PERCENTAGE IS KEYED IN HUNDREDTHS
013600     05 FILLER PIC X(12) VALUE "CURRENT".
013700     05 FILLER PIC X(12) VALUE "PROPOSED".
013800     05 FILLER PIC X(10) VALUE "INCREASE".
013830     05 FILLER PIC X(04) VALUE "GR".
013860     05 FILLER PIC X(15) VALUE "GRADE RANGE".
013900
014000 01  WS-DETAIL-LINE.
014100     05 DTL-ID PIC 9(8).
014900     05 DTL-PROPOSED PIC $$$,$$9.
015000     05 FILLER PIC X(05) VALUE SPACES.
015100     05 DTL-INCREASE PIC $$$,$$9.
015120     05 FILLER PIC X(03) VALUE SPACES.
015140     05 DTL-GRADE PIC X(02).
015160     05 FILLER PIC X(02) VALUE SPACES.
015180     05 DTL-RANGE PIC X(15).
015200
015300 01  WS-TOTAL-LINE-1.
015400     05 FILLER PIC X(24) VALUE "EMPLOYEES IN SCOPE:     ".
016500 01  WS-TOTAL-LINE-4.
016600     05 FILLER PIC X(24) VALUE "TOTAL COST OF CHANGE:   ".
016700     05 TL4-AMOUNT PIC $$$,$$$,$$9.
016720
016740 01  WS-TOTAL-LINE-5.
016760     05 FILLER PIC X(24) VALUE "OUTSIDE GRADE RANGE:    ".
016780     05 TL5-COUNT PIC ZZZ,ZZ9.
016800
016900 PROCEDURE DIVISION.
017000*================================================================
025100         STOP RUN
025200     END-IF
025300     OPEN OUTPUT PREVIEW-FILE
025320     OPEN INPUT GRADE-FILE
025340     IF WS-GRADE-STATUS = "00"
025360         MOVE "Y" TO WS-GRADE-FILE-OPEN
025380     END-IF
025400     IF WS-SCOPE-DEPT = SPACES
025500         MOVE "ALL " TO TTL-DEPT
025600     ELSE
027500     END-PERFORM
027600     MOVE "N" TO WS-EOF
027700     CLOSE EMPLOYEE-MASTER
027720     IF GRADE-FILE-OPEN
027740         CLOSE GRADE-FILE
027760     END-IF
027800     MOVE SPACES TO PREVIEW-LINE
027900     WRITE PREVIEW-LINE
028000     MOVE WS-SEL-COUNT TO TL1-COUNT
028900     MOVE WS-TOTAL-COST TO TL4-AMOUNT
029000     MOVE WS-TOTAL-LINE-4 TO PREVIEW-LINE
029100     WRITE PREVIEW-LINE
029120     MOVE WS-RANGE-WARN-COUNT TO TL5-COUNT
029140     MOVE WS-TOTAL-LINE-5 TO PREVIEW-LINE
029160     WRITE PREVIEW-LINE
029200     CLOSE PREVIEW-FILE
029300     DISPLAY "Preview register written to SALPREV."
029400     MOVE WS-TOTAL-COST TO WS-DISP-COST
029700     IF WS-OVERFLOW-COUNT > 0
029800         DISPLAY "SKIPPED " WS-OVERFLOW-COUNT " EMPLOYEE(S) "
029900             "WHOSE PROPOSED SALARY WOULD EXCEED 999999."
030000     END-IF
030020     IF WS-RANGE-WARN-COUNT > 0
030040         DISPLAY "WARNING: " WS-RANGE-WARN-COUNT " PROPOSED "
030060             "SALARY(IES) OUTSIDE THE GRADE RANGE - SEE SALPREV."
030080     END-IF.
030100 2000-BUILD-PREVIEW-EXIT.
030200     EXIT.
030300
036300     MOVE E-SALARY TO DTL-CURRENT
036400     MOVE WS-NEW-SALARY TO DTL-PROPOSED
036500     MOVE WS-INCREASE TO DTL-INCREASE
036530     PERFORM 2200-CHECK-GRADE-RANGE
036560         THRU 2200-CHECK-GRADE-RANGE-EXIT
036600     MOVE WS-DETAIL-LINE TO PREVIEW-LINE
036700     WRITE PREVIEW-LINE.
036800 2100-CONSIDER-EMPLOYEE-EXIT.
040500         MOVE WS-SEL-NEW-SALARY (WS-SEL-SUB) TO TRAN-SALARY
040600         MOVE WS-SEL-DEPT (WS-SEL-SUB) TO TRAN-DEPT
040700         MOVE WS-EFF-DATE TO TRAN-EFF-DATE
040750         MOVE SPACES TO TRAN-GRADE
040800         WRITE TRANS-RECORD
040900         ADD 1 TO WS-TRANS-WRITTEN
041000         ADD 1 TO WS-SEL-SUB
043000         "apply them with full audit and reject handling.".
043100 5000-WRAP-UP-EXIT.
043200     EXIT.
043210
043220*----------------------------------------------------------------
043230* 2200-CHECK-GRADE-RANGE
043240*     FILLS THE GRADE COLUMNS OF THE PREVIEW LINE FOR THE
043250*     EMPLOYEE JUST SELECTED.  A PROPOSED SALARY BELOW THE
043260*     GRADE'S MINIMUM OR ABOVE ITS MAXIMUM IS FLAGGED AND
043270*     COUNTED - A WARNING, NOT AN EXCLUSION.  A GRADE NOT ON
043280*     SALGRADE IS FLAGGED BUT NOT COUNTED; AN UNGRADED
043290*     EMPLOYEE OR NO SALGRADE AT ALL LEAVES THE FLAG BLANK.
043300*----------------------------------------------------------------
043310 2200-CHECK-GRADE-RANGE.
043320     MOVE E-GRADE TO DTL-GRADE
043330     MOVE SPACES TO DTL-RANGE
043340     IF NOT GRADE-FILE-OPEN OR E-GRADE = SPACES
043350         GO TO 2200-CHECK-GRADE-RANGE-EXIT
043360     END-IF
043370     MOVE E-GRADE TO G-CODE
043380     READ GRADE-FILE
043390         KEY IS G-CODE
043400         INVALID KEY
043410             MOVE "NOT ON SALGRADE" TO DTL-RANGE
043420             GO TO 2200-CHECK-GRADE-RANGE-EXIT
043430     END-READ
043440     IF WS-NEW-SALARY < G-MIN
043450         MOVE "BELOW MINIMUM" TO DTL-RANGE
043460         ADD 1 TO WS-RANGE-WARN-COUNT
043470     END-IF
043480     IF WS-NEW-SALARY > G-MAX
043490         MOVE "ABOVE MAXIMUM" TO DTL-RANGE
043500         ADD 1 TO WS-RANGE-WARN-COUNT
043510     END-IF.
043520 2200-CHECK-GRADE-RANGE-EXIT.
043530     EXIT.
