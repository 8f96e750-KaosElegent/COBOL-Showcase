000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COMPARPT.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  COMPA-RATIO REPORT (COMPARPT)
001300*                  FOR THE ANNUAL PAY REVIEW.  PART ONE LISTS
001400*                  EVERY ACTIVE AND ON-LEAVE EMPLOYEE WITH A
001500*                  SALARY GRADE, BY DEPARTMENT AND GRADE, WITH
001600*                  THE GRADE'S RANGE FROM SALGRADE (MAINTAINED BY
001700*                  GRADMNT), THE COMPA-RATIO (SALARY AS A
001800*                  PERCENTAGE OF THE GRADE MIDPOINT), AND THE
001900*                  POSITION IN RANGE (0% AT THE MINIMUM, 100% AT
002000*                  THE MAXIMUM; BELOW 0 OR ABOVE 100 IS OUTSIDE
002100*                  THE RANGE).  EACH GRADE AND DEPARTMENT GETS A
002200*                  SUBTOTAL WITH ITS GROUP COMPA-RATIO - TOTAL
002300*                  SALARY OVER TOTAL MIDPOINT - AND THE RUN ENDS
002400*                  WITH THE COMPANY FIGURE.  PART TWO IS THE
002500*                  RED-CIRCLE LIST (SALARY ABOVE THE GRADE
002600*                  MAXIMUM) WITH THE AMOUNT OVER; PART THREE IS
002700*                  THE GREEN-CIRCLE LIST (SALARY BELOW THE GRADE
002800*                  MINIMUM) WITH THE AMOUNT NEEDED TO BRING EACH
002900*                  TO THE MINIMUM.  UNGRADED EMPLOYEES, AND ANY
003000*                  WHOSE GRADE IS NOT ON SALGRADE (EMPINTEG'S
003100*                  IC13), ARE COUNTED IN THE RUN SUMMARY BUT NOT
003200*                  LISTED.  TERMINATED EMPLOYEES ARE SKIPPED.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS E-ID
004100         ALTERNATE RECORD KEY IS E-NAME
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-MASTER-STATUS.
004400     SELECT GRADE-FILE ASSIGN TO "SALGRADE"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS G-CODE
004800         FILE STATUS IS WS-GRADE-STATUS.
004900     SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS D-CODE
005300         FILE STATUS IS WS-DEPT-STATUS.
005400     SELECT WORK-FILE ASSIGN TO "CRWORK"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT WORK-SORT-FILE ASSIGN TO "CRSRTWK".
005700     SELECT SORTED-WORK-FILE ASSIGN TO "CRSRT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT REPORT-FILE ASSIGN TO "COMPARPT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
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
007400                   ==EMP-GRADE== BY ==E-GRADE==.
007500
007600 FD  GRADE-FILE.
007700 01  GRADE-RECORD.
007800     COPY GRADREC
007900         REPLACING LEADING ==GRD== BY ==G==.
008000
008100 FD  DEPT-MASTER.
008200 01  DEPARTMENT-RECORD.
008300     COPY DEPTREC
008400         REPLACING ==DEPT-CODE==    BY ==D-CODE==
008500                   ==DEPT-NAME==    BY ==D-NAME==
008600                   ==DEPT-COSTCTR== BY ==D-COSTCTR==
008700                   ==DEPT-MANAGER== BY ==D-MANAGER==.
008800
008900 FD  WORK-FILE.
009000 01  WORK-RECORD PIC X(110).
009100
009200 SD  WORK-SORT-FILE.
009300 01  WORK-SORT-RECORD.
009400     05 SRW-SECTION PIC X(1).
009500     05 SRW-DEPT PIC X(4).
009600     05 SRW-GRADE PIC X(2).
009700     05 SRW-ID PIC 9(8).
009800     05 FILLER PIC X(95).
009900
010000 FD  SORTED-WORK-FILE.
010100 01  SORTED-WORK-RECORD PIC X(110).
010200
010300 FD  REPORT-FILE.
010400 01  REPORT-LINE PIC X(132).
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
010800 01  WS-GRADE-STATUS PIC X(2) VALUE "00".
010900 01  WS-DEPT-STATUS PIC X(2) VALUE "00".
011000 01  WS-EOF PIC A(1) VALUE "N".
011100 01  WS-WORK-EOF PIC A(1) VALUE "N".
011200 01  WS-DEPT-NAME-OUT PIC X(25) VALUE SPACES.
011300 01  WS-RUN-DATE PIC 9(8) VALUE 0.
011400
011500*----------------------------------------------------------------
011600* REPORT WORK RECORD.  SECTION 1 IS ONE GRADED EMPLOYEE FOR THE
011700* COMPA-RATIO LISTING; SECTION 2 IS A RED-CIRCLE AND SECTION 3 A
011800* GREEN-CIRCLE EMPLOYEE.  SORTED BY SECTION, DEPARTMENT, GRADE,
011900* AND EMPLOYEE.  THE POSITION IN RANGE IS NEGATIVE BELOW THE
012000* MINIMUM, SO IT CARRIES A SEPARATE SIGN TO STAY PLAIN TEXT ON
012100* THE WORK FILE.
012200*----------------------------------------------------------------
012300 01  WS-WORK-RECORD.
012400     05 CRW-SECTION PIC 9(1).
012500        88 CRW-IS-DETAIL VALUE 1.
012600        88 CRW-IS-RED-CIRCLE VALUE 2.
012700        88 CRW-IS-GREEN-CIRCLE VALUE 3.
012800     05 CRW-DEPT PIC X(4).
012900     05 CRW-GRADE PIC X(2).
013000     05 CRW-ID PIC 9(8).
013100     05 CRW-NAME PIC X(25).
013200     05 CRW-STATUS PIC X(1).
013300     05 CRW-SALARY PIC 9(6).
013400     05 CRW-MIN PIC 9(6).
013500     05 CRW-MID PIC 9(6).
013600     05 CRW-MAX PIC 9(6).
013700     05 CRW-COMPA PIC 9(4)V9(1).
013800     05 CRW-POSITION PIC S9(4)V9(1) SIGN IS LEADING SEPARATE.
013900     05 CRW-GRADE-DESC PIC X(25).
014000     05 FILLER PIC X(09) VALUE SPACES.
014100
014200*----------------------------------------------------------------
014300* COUNTS AND TOTALS.  A GROUP COMPA-RATIO IS THE GROUP'S TOTAL
014400* SALARY OVER ITS TOTAL MIDPOINT, SO EACH EMPLOYEE WEIGHS IN BY
014500* PAY RATHER THAN AS A SIMPLE AVERAGE OF RATIOS.
014600*----------------------------------------------------------------
014700 01  WS-EMP-READ PIC 9(7) COMP VALUE 0.
014800 01  WS-TERM-SKIPPED PIC 9(7) COMP VALUE 0.
014900 01  WS-UNGRADED-COUNT PIC 9(7) COMP VALUE 0.
015000 01  WS-UNKNOWN-GRADE-COUNT PIC 9(7) COMP VALUE 0.
015100 01  WS-RED-COUNT PIC 9(7) COMP VALUE 0.
015200 01  WS-GREEN-COUNT PIC 9(7) COMP VALUE 0.
015300 01  WS-GRADE-COUNT PIC 9(7) COMP VALUE 0.
015400 01  WS-GRADE-SALARY PIC 9(11) VALUE 0.
015500 01  WS-GRADE-MIDS PIC 9(11) VALUE 0.
015600 01  WS-DEPT-COUNT PIC 9(7) COMP VALUE 0.
015700 01  WS-DEPT-SALARY PIC 9(11) VALUE 0.
015800 01  WS-DEPT-MIDS PIC 9(11) VALUE 0.
015900 01  WS-TOTAL-COUNT PIC 9(7) COMP VALUE 0.
016000 01  WS-TOTAL-SALARY PIC 9(11) VALUE 0.
016100 01  WS-TOTAL-MIDS PIC 9(11) VALUE 0.
016200 01  WS-GROUP-COMPA PIC 9(4)V9(1) VALUE 0.
016300 01  WS-CIRCLE-COUNT PIC 9(7) COMP VALUE 0.
016400 01  WS-CIRCLE-AMOUNT PIC 9(9) VALUE 0.
016500 01  WS-CIRCLE-DIFF PIC 9(6) VALUE 0.
016600 01  WS-PREV-DEPT PIC X(4) VALUE SPACES.
016700 01  WS-PREV-GRADE PIC X(2) VALUE SPACES.
016800 01  WS-PREV-GRADE-DESC PIC X(25) VALUE SPACES.
016900 01  WS-DEPT-GROUP-STARTED PIC A(1) VALUE "N".
017000     88 DEPT-GROUP-STARTED VALUE "Y".
017100 01  WS-CURRENT-SECTION PIC 9(1) VALUE 1.
017200
017300 01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
017400 01  WS-LINE-COUNT PIC 9(3) COMP VALUE 0.
017500 01  WS-PAGE-COUNT PIC 9(5) COMP VALUE 0.
017600
017700 01  WS-TITLE-LINE.
017800     05 TTL-TITLE PIC X(50)
017900         VALUE "COMPA-RATIO REPORT BY DEPARTMENT AND GRADE".
018000     05 FILLER PIC X(04) VALUE SPACES.
018100     05 FILLER PIC X(09) VALUE "RUN DATE ".
018200     05 TTL-RUN-DATE PIC 9(8).
018300     05 FILLER PIC X(06) VALUE SPACES.
018400     05 FILLER PIC X(05) VALUE "PAGE ".
018500     05 TTL-PAGE-NO PIC ZZZZ9.
018600
018700 01  WS-HEADER-LINE.
018800     05 FILLER PIC X(10) VALUE "EMP ID".
018900     05 FILLER PIC X(27) VALUE "NAME".
019000     05 FILLER PIC X(04) VALUE "ST".
019100     05 FILLER PIC X(10) VALUE " SALARY".
019200     05 FILLER PIC X(10) VALUE "MINIMUM".
019300     05 FILLER PIC X(10) VALUE "  MIDPT".
019400     05 FILLER PIC X(10) VALUE "MAXIMUM".
019500     05 FILLER PIC X(09) VALUE "COMPA%".
019600     05 FILLER PIC X(10) VALUE " RANGE%".
019700     05 FILLER PIC X(05) VALUE "FLAG".
019800
019900 01  WS-DETAIL-LINE.
020000     05 DTL-ID PIC 9(8).
020100     05 FILLER PIC X(02) VALUE SPACES.
020200     05 DTL-NAME PIC X(25).
020300     05 FILLER PIC X(02) VALUE SPACES.
020400     05 DTL-STATUS PIC X(1).
020500     05 FILLER PIC X(03) VALUE SPACES.
020600     05 DTL-SALARY PIC ZZZ,ZZ9.
020700     05 FILLER PIC X(03) VALUE SPACES.
020800     05 DTL-MIN PIC ZZZ,ZZ9.
020900     05 FILLER PIC X(03) VALUE SPACES.
021000     05 DTL-MID PIC ZZZ,ZZ9.
021100     05 FILLER PIC X(03) VALUE SPACES.
021200     05 DTL-MAX PIC ZZZ,ZZ9.
021300     05 FILLER PIC X(03) VALUE SPACES.
021400     05 DTL-COMPA PIC ZZZ9.9.
021500     05 FILLER PIC X(03) VALUE SPACES.
021600     05 DTL-POSITION PIC -ZZZ9.9.
021700     05 FILLER PIC X(03) VALUE SPACES.
021800     05 DTL-FLAG PIC X(5).
021900
022000 01  WS-GRADE-SUBTOTAL-LINE.
022100     05 FILLER PIC X(08) VALUE "  GRADE ".
022200     05 GSL-GRADE PIC X(02).
022300     05 FILLER PIC X(02) VALUE SPACES.
022400     05 GSL-DESC PIC X(25).
022500     05 FILLER PIC X(04) VALUE SPACES.
022600     05 GSL-COUNT PIC ZZZ9.
022700     05 FILLER PIC X(20) VALUE " EMPS  GROUP COMPA% ".
022800     05 GSL-COMPA PIC ZZZ9.9.
022900
023000 01  WS-DEPT-SUBTOTAL-LINE.
023100     05 FILLER PIC X(05) VALUE "DEPT ".
023200     05 STL-DEPT PIC X(04).
023300     05 FILLER PIC X(01) VALUE SPACE.
023400     05 STL-DEPT-NAME PIC X(25).
023500     05 FILLER PIC X(06) VALUE SPACES.
023600     05 STL-COUNT PIC ZZZ9.
023700     05 FILLER PIC X(20) VALUE " EMPS  GROUP COMPA% ".
023800     05 STL-COMPA PIC ZZZ9.9.
023900
024000 01  WS-GRAND-TOTAL-LINE.
024100     05 FILLER PIC X(41) VALUE "ALL DEPARTMENTS".
024200     05 GTL-COUNT PIC ZZZ9.
024300     05 FILLER PIC X(20) VALUE " EMPS  GROUP COMPA% ".
024400     05 GTL-COMPA PIC ZZZ9.9.
024500
024600 01  WS-CIRCLE-HEADER-LINE.
024700     05 FILLER PIC X(10) VALUE "EMP ID".
024800     05 FILLER PIC X(27) VALUE "NAME".
024900     05 FILLER PIC X(06) VALUE "DEPT".
025000     05 FILLER PIC X(04) VALUE "GR".
025100     05 FILLER PIC X(10) VALUE " SALARY".
025200     05 CHL-LIMIT PIC X(10) VALUE "MAXIMUM".
025300     05 CHL-DIFF PIC X(10) VALUE "OVER MAX".
025400     05 FILLER PIC X(06) VALUE "COMPA%".
025500
025600 01  WS-CIRCLE-DETAIL-LINE.
025700     05 CDL-ID PIC 9(8).
025800     05 FILLER PIC X(02) VALUE SPACES.
025900     05 CDL-NAME PIC X(25).
026000     05 FILLER PIC X(02) VALUE SPACES.
026100     05 CDL-DEPT PIC X(4).
026200     05 FILLER PIC X(02) VALUE SPACES.
026300     05 CDL-GRADE PIC X(2).
026400     05 FILLER PIC X(02) VALUE SPACES.
026500     05 CDL-SALARY PIC ZZZ,ZZ9.
026600     05 FILLER PIC X(03) VALUE SPACES.
026700     05 CDL-LIMIT PIC ZZZ,ZZ9.
026800     05 FILLER PIC X(03) VALUE SPACES.
026900     05 CDL-DIFF PIC ZZZ,ZZ9.
027000     05 FILLER PIC X(03) VALUE SPACES.
027100     05 CDL-COMPA PIC ZZZ9.9.
027200
027300 01  WS-CIRCLE-TOTAL-LINE.
027400     05 CTL-LABEL PIC X(32).
027500     05 CTL-COUNT PIC ZZZ9.
027600     05 FILLER PIC X(04) VALUE SPACES.
027700     05 CTL-AMOUNT-LABEL PIC X(22).
027800     05 CTL-AMOUNT PIC $$$$,$$$,$$9.
027900
028000 PROCEDURE DIVISION.
028100*================================================================
028200* 0000-MAIN-PROCESS
028300*     BATCH MAINLINE.  WRITES ONE WORK RECORD PER GRADED ACTIVE
028400*     OR ON-LEAVE EMPLOYEE (AND ONE MORE FOR EACH OUTSIDE THE
028500*     RANGE), THEN SORTS AND PRINTS THEM.
028600*================================================================
028700 0000-MAIN-PROCESS.
028800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
028900     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-PROCESS-EMPLOYEE-EXIT
029000         UNTIL WS-EOF = "Y"
029100     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT
029200     PERFORM 5000-WRAP-UP THRU 5000-WRAP-UP-EXIT
029300     STOP RUN.
029400
029500*================================================================
029600* 1000-INITIALIZE
029700*     OPENS THE MASTER, THE GRADE FILE, AND THE WORK FILE, AND
029800*     PRIMES THE FIRST READ.  A MISSING EMPMAST OR SALGRADE STOPS
029900*     THE RUN WITH RETURN-CODE 8.
030000*================================================================
030100 1000-INITIALIZE.
030200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
030300     MOVE WS-RUN-DATE TO TTL-RUN-DATE
030400     OPEN INPUT EMPLOYEE-MASTER
030500     IF WS-MASTER-STATUS NOT = "00"
030600         DISPLAY "Unable to open EMPLOYEE-MASTER, status: "
030700             WS-MASTER-STATUS
030800         DISPLAY "Run EMPCONV to build EMPLOYEE-MASTER first."
030900         MOVE 8 TO RETURN-CODE
031000         STOP RUN
031100     END-IF
031200     OPEN INPUT GRADE-FILE
031300     IF WS-GRADE-STATUS NOT = "00"
031400         DISPLAY "Unable to open salary grade file, status: "
031500             WS-GRADE-STATUS
031600         DISPLAY "Run GRADMNT to build SALGRADE first."
031700         CLOSE EMPLOYEE-MASTER
031800         MOVE 8 TO RETURN-CODE
031900         STOP RUN
032000     END-IF
032100     OPEN OUTPUT WORK-FILE
032200     READ EMPLOYEE-MASTER NEXT
032300         AT END MOVE "Y" TO WS-EOF
032400     END-READ.
032500 1000-INITIALIZE-EXIT.
032600     EXIT.
032700
032800*================================================================
032900* 2000-PROCESS-EMPLOYEE
033000*     LOOKS UP THE EMPLOYEE'S GRADE AND WRITES THE COMPA-RATIO
033100*     WORK RECORD, PLUS A RED- OR GREEN-CIRCLE WORK RECORD WHEN
033200*     THE SALARY IS OUTSIDE THE RANGE.  TERMINATED, UNGRADED, AND
033300*     UNKNOWN-GRADE EMPLOYEES ARE ONLY COUNTED.
033400*================================================================
033500 2000-PROCESS-EMPLOYEE.
033600     ADD 1 TO WS-EMP-READ
033700     IF E-STATUS = "T"
033800         ADD 1 TO WS-TERM-SKIPPED
033900         GO TO 2000-PROCESS-EMPLOYEE-NEXT
034000     END-IF
034100     IF E-GRADE = SPACES
034200         ADD 1 TO WS-UNGRADED-COUNT
034300         GO TO 2000-PROCESS-EMPLOYEE-NEXT
034400     END-IF
034500     MOVE E-GRADE TO G-CODE
034600     READ GRADE-FILE
034700         KEY IS G-CODE
034800         INVALID KEY
034900             ADD 1 TO WS-UNKNOWN-GRADE-COUNT
035000             GO TO 2000-PROCESS-EMPLOYEE-NEXT
035100     END-READ
035200     MOVE 1 TO CRW-SECTION
035300     MOVE E-DEPT TO CRW-DEPT
035400     MOVE E-GRADE TO CRW-GRADE
035500     MOVE E-ID TO CRW-ID
035600     MOVE E-NAME TO CRW-NAME
035700     MOVE E-STATUS TO CRW-STATUS
035800     MOVE E-SALARY TO CRW-SALARY
035900     MOVE G-MIN TO CRW-MIN
036000     MOVE G-MID TO CRW-MID
036100     MOVE G-MAX TO CRW-MAX
036200     MOVE G-DESC TO CRW-GRADE-DESC
036300     PERFORM 2100-COMPUTE-RATIOS THRU 2100-COMPUTE-RATIOS-EXIT
036400     WRITE WORK-RECORD FROM WS-WORK-RECORD
036500     IF E-SALARY > G-MAX
036600         MOVE 2 TO CRW-SECTION
036700         WRITE WORK-RECORD FROM WS-WORK-RECORD
036800     END-IF
036900     IF E-SALARY < G-MIN
037000         MOVE 3 TO CRW-SECTION
037100         WRITE WORK-RECORD FROM WS-WORK-RECORD
037200     END-IF.
037300 2000-PROCESS-EMPLOYEE-NEXT.
037400     READ EMPLOYEE-MASTER NEXT
037500         AT END MOVE "Y" TO WS-EOF
037600     END-READ.
037700 2000-PROCESS-EMPLOYEE-EXIT.
037800     EXIT.
037900
038000*----------------------------------------------------------------
038100* 2100-COMPUTE-RATIOS
038200*     COMPA-RATIO = SALARY / MIDPOINT * 100.  POSITION IN RANGE =
038300*     (SALARY - MINIMUM) / (MAXIMUM - MINIMUM) * 100.  A GRADE
038400*     WITH NO WIDTH (MINIMUM = MAXIMUM) HAS NO POSITION TO SPEAK
038500*     OF: AT OR ABOVE ITS ONE RATE COUNTS AS 100, BELOW AS 0.
038600*----------------------------------------------------------------
038700 2100-COMPUTE-RATIOS.
038800     COMPUTE CRW-COMPA ROUNDED = E-SALARY * 100 / G-MID
038900         ON SIZE ERROR MOVE 9999.9 TO CRW-COMPA
039000     END-COMPUTE
039100     IF G-MAX > G-MIN
039200         COMPUTE CRW-POSITION ROUNDED =
039300             (E-SALARY - G-MIN) * 100 / (G-MAX - G-MIN)
039400             ON SIZE ERROR
039500                 IF E-SALARY < G-MIN
039600                     MOVE -9999.9 TO CRW-POSITION
039700                 ELSE
039800                     MOVE 9999.9 TO CRW-POSITION
039900                 END-IF
040000         END-COMPUTE
040100     ELSE
040200         IF E-SALARY < G-MIN
040300             MOVE 0 TO CRW-POSITION
040400         ELSE
040500             MOVE 100 TO CRW-POSITION
040600         END-IF
040700     END-IF.
040800 2100-COMPUTE-RATIOS-EXIT.
040900     EXIT.
041000
041100*================================================================
041200* 3000-PRINT-REPORT
041300*     SORTS THE WORK RECORDS AND PRINTS THE COMPA-RATIO LISTING
041400*     BY DEPARTMENT AND GRADE WITH ITS TOTALS, THEN THE
041500*     RED-CIRCLE AND GREEN-CIRCLE LISTS.  EACH PART IS STARTED
041600*     EVEN WHEN IT HAS NO RECORDS, SO THE REVIEW SEES "NONE"
041700*     RATHER THAN A MISSING PAGE.
041800*================================================================
041900 3000-PRINT-REPORT.
042000     CLOSE WORK-FILE
042100     SORT WORK-SORT-FILE
042200         ON ASCENDING KEY SRW-SECTION
042300         ON ASCENDING KEY SRW-DEPT
042400         ON ASCENDING KEY SRW-GRADE
042500         ON ASCENDING KEY SRW-ID
042600         USING WORK-FILE
042700         GIVING SORTED-WORK-FILE
042800     OPEN OUTPUT REPORT-FILE
042900     PERFORM 3200-WRITE-PAGE-HEADER
043000         THRU 3200-WRITE-PAGE-HEADER-EXIT
043100     OPEN INPUT SORTED-WORK-FILE
043200     PERFORM UNTIL WS-WORK-EOF = "Y"
043300         READ SORTED-WORK-FILE INTO WS-WORK-RECORD
043400             AT END MOVE "Y" TO WS-WORK-EOF
043500             NOT AT END
043600                 PERFORM 3600-NEXT-SECTION
043700                     THRU 3600-NEXT-SECTION-EXIT
043800                     UNTIL WS-CURRENT-SECTION = CRW-SECTION
043900                 IF CRW-IS-DETAIL
044000                     PERFORM 3100-PRINT-DETAIL
044100                         THRU 3100-PRINT-DETAIL-EXIT
044200                 ELSE
044300                     PERFORM 3500-PRINT-CIRCLE
044400                         THRU 3500-PRINT-CIRCLE-EXIT
044500                 END-IF
044600         END-READ
044700     END-PERFORM
044800     CLOSE SORTED-WORK-FILE
044900     PERFORM 3600-NEXT-SECTION THRU 3600-NEXT-SECTION-EXIT
045000         UNTIL WS-CURRENT-SECTION = 3
045100     PERFORM 3700-WRITE-CIRCLE-TOTAL
045200         THRU 3700-WRITE-CIRCLE-TOTAL-EXIT
045300     CLOSE REPORT-FILE.
045400 3000-PRINT-REPORT-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------------
045800* 3100-PRINT-DETAIL
045900*     HANDLES THE GRADE AND DEPARTMENT BREAKS AND PAGINATION AND
046000*     PRINTS ONE EMPLOYEE'S COMPA-RATIO LINE.
046100*----------------------------------------------------------------
046200 3100-PRINT-DETAIL.
046300     IF DEPT-GROUP-STARTED
046400         IF CRW-DEPT NOT = WS-PREV-DEPT
046500             PERFORM 3300-WRITE-GRADE-SUBTOTAL
046600                 THRU 3300-WRITE-GRADE-SUBTOTAL-EXIT
046700             PERFORM 3350-WRITE-DEPT-SUBTOTAL
046800                 THRU 3350-WRITE-DEPT-SUBTOTAL-EXIT
046900         ELSE
047000             IF CRW-GRADE NOT = WS-PREV-GRADE
047100                 PERFORM 3300-WRITE-GRADE-SUBTOTAL
047200                     THRU 3300-WRITE-GRADE-SUBTOTAL-EXIT
047300             END-IF
047400         END-IF
047500     END-IF
047600     IF CRW-DEPT NOT = WS-PREV-DEPT
047700         OR NOT DEPT-GROUP-STARTED
047800         MOVE 0 TO WS-DEPT-COUNT
047900         MOVE 0 TO WS-DEPT-SALARY
048000         MOVE 0 TO WS-DEPT-MIDS
048100         MOVE CRW-DEPT TO WS-PREV-DEPT
048200         MOVE SPACES TO WS-PREV-GRADE
048300         MOVE "Y" TO WS-DEPT-GROUP-STARTED
048400     END-IF
048500     IF CRW-GRADE NOT = WS-PREV-GRADE
048600         MOVE 0 TO WS-GRADE-COUNT
048700         MOVE 0 TO WS-GRADE-SALARY
048800         MOVE 0 TO WS-GRADE-MIDS
048900         MOVE CRW-GRADE TO WS-PREV-GRADE
049000         MOVE CRW-GRADE-DESC TO WS-PREV-GRADE-DESC
049100     END-IF
049200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
049300         PERFORM 3200-WRITE-PAGE-HEADER
049400             THRU 3200-WRITE-PAGE-HEADER-EXIT
049500     END-IF
049600     MOVE CRW-ID TO DTL-ID
049700     MOVE CRW-NAME TO DTL-NAME
049800     MOVE CRW-STATUS TO DTL-STATUS
049900     MOVE CRW-SALARY TO DTL-SALARY
050000     MOVE CRW-MIN TO DTL-MIN
050100     MOVE CRW-MID TO DTL-MID
050200     MOVE CRW-MAX TO DTL-MAX
050300     MOVE CRW-COMPA TO DTL-COMPA
050400     MOVE CRW-POSITION TO DTL-POSITION
050500     MOVE SPACES TO DTL-FLAG
050600     IF CRW-SALARY > CRW-MAX
050700         MOVE "RED" TO DTL-FLAG
050800     END-IF
050900     IF CRW-SALARY < CRW-MIN
051000         MOVE "GREEN" TO DTL-FLAG
051100     END-IF
051200     MOVE WS-DETAIL-LINE TO REPORT-LINE
051300     WRITE REPORT-LINE
051400     ADD 1 TO WS-LINE-COUNT
051500     ADD 1 TO WS-GRADE-COUNT
051600     ADD CRW-SALARY TO WS-GRADE-SALARY
051700     ADD CRW-MID TO WS-GRADE-MIDS.
051800 3100-PRINT-DETAIL-EXIT.
051900     EXIT.
052000
052100*----------------------------------------------------------------
052200* 3200-WRITE-PAGE-HEADER
052300*     STARTS A NEW PAGE: TITLE LINE WITH RUN DATE AND PAGE
052400*     NUMBER, THEN THE COLUMN HEADINGS FOR THE PART OF THE
052500*     REPORT BEING PRINTED.
052600*----------------------------------------------------------------
052700 3200-WRITE-PAGE-HEADER.
052800     ADD 1 TO WS-PAGE-COUNT
052900     MOVE WS-PAGE-COUNT TO TTL-PAGE-NO
053000     MOVE SPACES TO REPORT-LINE
053100     WRITE REPORT-LINE
053200     MOVE WS-TITLE-LINE TO REPORT-LINE
053300     WRITE REPORT-LINE
053400     IF WS-CURRENT-SECTION = 1
053500         MOVE WS-HEADER-LINE TO REPORT-LINE
053600     ELSE
053700         MOVE WS-CIRCLE-HEADER-LINE TO REPORT-LINE
053800     END-IF
053900     WRITE REPORT-LINE
054000     MOVE 0 TO WS-LINE-COUNT.
054100 3200-WRITE-PAGE-HEADER-EXIT.
054200     EXIT.
054300
054400*----------------------------------------------------------------
054500* 3300-WRITE-GRADE-SUBTOTAL
054600*     PRINTS THE SUBTOTAL FOR THE GRADE JUST FINISHED WITHIN THE
054700*     DEPARTMENT AND ADDS IT TO THE DEPARTMENT TOTALS.
054800*----------------------------------------------------------------
054900 3300-WRITE-GRADE-SUBTOTAL.
055000     MOVE WS-PREV-GRADE TO GSL-GRADE
055100     MOVE WS-PREV-GRADE-DESC TO GSL-DESC
055200     MOVE WS-GRADE-COUNT TO GSL-COUNT
055300     MOVE 0 TO WS-GROUP-COMPA
055400     IF WS-GRADE-MIDS > 0
055500         COMPUTE WS-GROUP-COMPA ROUNDED =
055600             WS-GRADE-SALARY * 100 / WS-GRADE-MIDS
055700             ON SIZE ERROR MOVE 9999.9 TO WS-GROUP-COMPA
055800         END-COMPUTE
055900     END-IF
056000     MOVE WS-GROUP-COMPA TO GSL-COMPA
056100     MOVE WS-GRADE-SUBTOTAL-LINE TO REPORT-LINE
056200     WRITE REPORT-LINE
056300     ADD 1 TO WS-LINE-COUNT
056400     ADD WS-GRADE-COUNT TO WS-DEPT-COUNT
056500     ADD WS-GRADE-SALARY TO WS-DEPT-SALARY
056600     ADD WS-GRADE-MIDS TO WS-DEPT-MIDS.
056700 3300-WRITE-GRADE-SUBTOTAL-EXIT.
056800     EXIT.
056900
057000*----------------------------------------------------------------
057100* 3350-WRITE-DEPT-SUBTOTAL
057200*     PRINTS THE SUBTOTAL FOR THE DEPARTMENT JUST FINISHED, WITH
057300*     ITS NAME FROM DEPTMAST, AND ADDS IT TO THE RUN TOTALS.
057400*----------------------------------------------------------------
057500 3350-WRITE-DEPT-SUBTOTAL.
057600     MOVE WS-PREV-DEPT TO STL-DEPT
057700     MOVE WS-PREV-DEPT TO D-CODE
057800     PERFORM 6000-GET-DEPT-NAME THRU 6000-GET-DEPT-NAME-EXIT
057900     MOVE WS-DEPT-NAME-OUT TO STL-DEPT-NAME
058000     MOVE WS-DEPT-COUNT TO STL-COUNT
058100     MOVE 0 TO WS-GROUP-COMPA
058200     IF WS-DEPT-MIDS > 0
058300         COMPUTE WS-GROUP-COMPA ROUNDED =
058400             WS-DEPT-SALARY * 100 / WS-DEPT-MIDS
058500             ON SIZE ERROR MOVE 9999.9 TO WS-GROUP-COMPA
058600         END-COMPUTE
058700     END-IF
058800     MOVE WS-GROUP-COMPA TO STL-COMPA
058900     MOVE WS-DEPT-SUBTOTAL-LINE TO REPORT-LINE
059000     WRITE REPORT-LINE
059100     MOVE SPACES TO REPORT-LINE
059200     WRITE REPORT-LINE
059300     ADD 2 TO WS-LINE-COUNT
059400     ADD WS-DEPT-COUNT TO WS-TOTAL-COUNT
059500     ADD WS-DEPT-SALARY TO WS-TOTAL-SALARY
059600     ADD WS-DEPT-MIDS TO WS-TOTAL-MIDS.
059700 3350-WRITE-DEPT-SUBTOTAL-EXIT.
059800     EXIT.
059900
060000*----------------------------------------------------------------
060100* 3400-WRITE-TOTALS
060200*     CLOSES OFF THE LAST GRADE AND DEPARTMENT AND PRINTS THE
060300*     COMPANY-WIDE COMPA-RATIO.
060400*----------------------------------------------------------------
060500 3400-WRITE-TOTALS.
060600     IF DEPT-GROUP-STARTED
060700         PERFORM 3300-WRITE-GRADE-SUBTOTAL
060800             THRU 3300-WRITE-GRADE-SUBTOTAL-EXIT
060900         PERFORM 3350-WRITE-DEPT-SUBTOTAL
061000             THRU 3350-WRITE-DEPT-SUBTOTAL-EXIT
061100     ELSE
061200         MOVE "NO GRADED ACTIVE EMPLOYEES ON FILE." TO REPORT-LINE
061300         WRITE REPORT-LINE
061400     END-IF
061500     MOVE WS-TOTAL-COUNT TO GTL-COUNT
061600     MOVE 0 TO WS-GROUP-COMPA
061700     IF WS-TOTAL-MIDS > 0
061800         COMPUTE WS-GROUP-COMPA ROUNDED =
061900             WS-TOTAL-SALARY * 100 / WS-TOTAL-MIDS
062000             ON SIZE ERROR MOVE 9999.9 TO WS-GROUP-COMPA
062100         END-COMPUTE
062200     END-IF
062300     MOVE WS-GROUP-COMPA TO GTL-COMPA
062400     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
062500     WRITE REPORT-LINE.
062600 3400-WRITE-TOTALS-EXIT.
062700     EXIT.
062800
062900*----------------------------------------------------------------
063000* 3500-PRINT-CIRCLE
063100*     PRINTS ONE RED- OR GREEN-CIRCLE EMPLOYEE WITH THE LIMIT
063200*     THEY ARE OUTSIDE AND BY HOW MUCH.
063300*----------------------------------------------------------------
063400 3500-PRINT-CIRCLE.
063500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
063600         PERFORM 3200-WRITE-PAGE-HEADER
063700             THRU 3200-WRITE-PAGE-HEADER-EXIT
063800     END-IF
063900     IF CRW-IS-RED-CIRCLE
064000         MOVE CRW-MAX TO CDL-LIMIT
064100         COMPUTE WS-CIRCLE-DIFF = CRW-SALARY - CRW-MAX
064200         ADD 1 TO WS-RED-COUNT
064300     ELSE
064400         MOVE CRW-MIN TO CDL-LIMIT
064500         COMPUTE WS-CIRCLE-DIFF = CRW-MIN - CRW-SALARY
064600         ADD 1 TO WS-GREEN-COUNT
064700     END-IF
064800     MOVE CRW-ID TO CDL-ID
064900     MOVE CRW-NAME TO CDL-NAME
065000     MOVE CRW-DEPT TO CDL-DEPT
065100     MOVE CRW-GRADE TO CDL-GRADE
065200     MOVE CRW-SALARY TO CDL-SALARY
065300     MOVE WS-CIRCLE-DIFF TO CDL-DIFF
065400     MOVE CRW-COMPA TO CDL-COMPA
065500     MOVE WS-CIRCLE-DETAIL-LINE TO REPORT-LINE
065600     WRITE REPORT-LINE
065700     ADD 1 TO WS-LINE-COUNT
065800     ADD 1 TO WS-CIRCLE-COUNT
065900     ADD WS-CIRCLE-DIFF TO WS-CIRCLE-AMOUNT.
066000 3500-PRINT-CIRCLE-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------------
066400* 3600-NEXT-SECTION
066500*     CLOSES OFF THE PART OF THE REPORT BEING PRINTED (THE
066600*     COMPA-RATIO TOTALS OR A CIRCLE LIST'S TOTAL) AND STARTS
066700*     THE NEXT ONE ON A NEW PAGE WITH ITS OWN TITLE AND HEADINGS.
066800*----------------------------------------------------------------
066900 3600-NEXT-SECTION.
067000     IF WS-CURRENT-SECTION = 1
067100         PERFORM 3400-WRITE-TOTALS THRU 3400-WRITE-TOTALS-EXIT
067200     ELSE
067300         PERFORM 3700-WRITE-CIRCLE-TOTAL
067400             THRU 3700-WRITE-CIRCLE-TOTAL-EXIT
067500     END-IF
067600     ADD 1 TO WS-CURRENT-SECTION
067700     MOVE 0 TO WS-CIRCLE-COUNT
067800     MOVE 0 TO WS-CIRCLE-AMOUNT
067900     IF WS-CURRENT-SECTION = 2
068000         MOVE "RED-CIRCLE - SALARY ABOVE GRADE MAXIMUM"
068100             TO TTL-TITLE
068200         MOVE "MAXIMUM" TO CHL-LIMIT
068300         MOVE "OVER MAX" TO CHL-DIFF
068400     ELSE
068500         MOVE "GREEN-CIRCLE - SALARY BELOW GRADE MINIMUM"
068600             TO TTL-TITLE
068700         MOVE "MINIMUM" TO CHL-LIMIT
068800         MOVE "UNDER MIN" TO CHL-DIFF
068900     END-IF
069000     PERFORM 3200-WRITE-PAGE-HEADER
069100         THRU 3200-WRITE-PAGE-HEADER-EXIT.
069200 3600-NEXT-SECTION-EXIT.
069300     EXIT.
069400
069500*----------------------------------------------------------------
069600* 3700-WRITE-CIRCLE-TOTAL
069700*     PRINTS THE COUNT AND AMOUNT FOR THE CIRCLE LIST JUST
069800*     FINISHED: THE TOTAL PAID OVER THE MAXIMUMS, OR THE COST OF
069900*     BRINGING EVERYONE UP TO THEIR MINIMUM.
070000*----------------------------------------------------------------
070100 3700-WRITE-CIRCLE-TOTAL.
070200     IF WS-CIRCLE-COUNT = 0
070300         MOVE "NONE." TO REPORT-LINE
070400         WRITE REPORT-LINE
070500     END-IF
070600     IF WS-CURRENT-SECTION = 2
070700         MOVE "EMPLOYEES ABOVE GRADE MAXIMUM:" TO CTL-LABEL
070800         MOVE "TOTAL OVER MAXIMUM" TO CTL-AMOUNT-LABEL
070900     ELSE
071000         MOVE "EMPLOYEES BELOW GRADE MINIMUM:" TO CTL-LABEL
071100         MOVE "COST TO REACH MINIMUM" TO CTL-AMOUNT-LABEL
071200     END-IF
071300     MOVE WS-CIRCLE-COUNT TO CTL-COUNT
071400     MOVE WS-CIRCLE-AMOUNT TO CTL-AMOUNT
071500     MOVE SPACES TO REPORT-LINE
071600     WRITE REPORT-LINE
071700     MOVE WS-CIRCLE-TOTAL-LINE TO REPORT-LINE
071800     WRITE REPORT-LINE.
071900 3700-WRITE-CIRCLE-TOTAL-EXIT.
072000     EXIT.
072100
072200*================================================================
072300* 6000-GET-DEPT-NAME
072400*     RETURNS THE DEPARTMENT NAME FOR THE CODE IN D-CODE IN
072500*     WS-DEPT-NAME-OUT, OR "*UNKNOWN*" WHEN THE CODE (OR THE
072600*     DEPARTMENT MASTER ITSELF) IS NOT ON FILE, SAME AS LEAVRPT.
072700*================================================================
072800 6000-GET-DEPT-NAME.
072900     MOVE "*UNKNOWN*" TO WS-DEPT-NAME-OUT
073000     OPEN INPUT DEPT-MASTER
073100     IF WS-DEPT-STATUS NOT = "00"
073200         GO TO 6000-GET-DEPT-NAME-EXIT
073300     END-IF
073400     READ DEPT-MASTER
073500         KEY IS D-CODE
073600         INVALID KEY
073700             MOVE "*UNKNOWN*" TO WS-DEPT-NAME-OUT
073800         NOT INVALID KEY
073900             MOVE D-NAME TO WS-DEPT-NAME-OUT
074000     END-READ
074100     CLOSE DEPT-MASTER.
074200 6000-GET-DEPT-NAME-EXIT.
074300     EXIT.
074400
074500*================================================================
074600* 5000-WRAP-UP
074700*     CLOSES THE FILES AND DISPLAYS A RUN SUMMARY.
074800*================================================================
074900 5000-WRAP-UP.
075000     CLOSE EMPLOYEE-MASTER
075100     CLOSE GRADE-FILE
075200     DISPLAY " "
075300     DISPLAY "COMPARPT run summary:"
075400     DISPLAY "  Employees read        : " WS-EMP-READ
075500     DISPLAY "  Terminated, skipped   : " WS-TERM-SKIPPED
075600     DISPLAY "  Ungraded, not listed  : " WS-UNGRADED-COUNT
075700     DISPLAY "  Grade not on SALGRADE : " WS-UNKNOWN-GRADE-COUNT
075800     DISPLAY "  Listed by grade       : " WS-TOTAL-COUNT
075900     DISPLAY "  Red-circle (over max) : " WS-RED-COUNT
076000     DISPLAY "  Green-circle (< min)  : " WS-GREEN-COUNT
076100     DISPLAY "Report written to COMPARPT."
076200     IF WS-UNKNOWN-GRADE-COUNT > 0
076300         DISPLAY "WARNING: SOME EMPLOYEES CARRY A GRADE NOT ON "
076400             "SALGRADE; SEE EMPINTEG."
076500     END-IF.
076600 5000-WRAP-UP-EXIT.
076700     EXIT.
