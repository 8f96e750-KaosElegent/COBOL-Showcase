000590*                  COUNTED IN THE RUN SUMMARY, AS IS ANY RECORD
000600*                  WITH A BLANK STATUS FROM BEFORE THE FIELD
000610*                  EXISTED - EMPVALID REPORTS THOSE.
000611* 2026-10-15  RAM  FINAL PAY.  A TERMINATED EMPLOYEE WHOSE
000612*                  E-TERM-DATE FALLS IN THE PAY PERIOD IS NO
000613*                  LONGER SKIPPED: THE MONTH'S GROSS IS
000614*                  PRORATED BY CALENDAR DAYS UP TO AND
000615*                  INCLUDING THE TERMINATION DATE, THE TAX BAND
000616*                  IS STILL PICKED BY ANNUAL SALARY, AND THE
000617*                  FLAT BENEFITS AMOUNT IS TAKEN IN FULL (COVER
000618*                  RUNS TO MONTH END).  THE REGISTER LINE IS
000619*                  MARKED "FINAL PAY", EACH DEPARTMENT WITH A
000620*                  LEAVER GETS A FINAL-PAY SUBTOTAL UNDER ITS
000621*                  DEPARTMENT SUBTOTAL, THE REGISTER ENDS WITH A
000622*                  FINAL-PAY TOTAL, AND THE PAYHIST ROW CARRIES
000623*                  PAY-TYPE "F" (REGULAR ROWS "R") SO PAYVAR AND
000624*                  GLEXTR CAN TELL THEM APART.  TERMINATIONS
000625*                  DATED IN AN EARLIER PERIOD ARE STILL SKIPPED.
000626* 2026-10-15  RAM  RETRO PAY.  THE ADJUSTMENTS RETROPAY LEAVES
000627*                  ON RETROADJ FOR SALARY CHANGES BACKDATED INTO
000628*                  PERIODS ALREADY PAID ARE PAID WITH THIS RUN:
000629*                  THEY PRINT AS A SEPARATE RETRO PAY SECTION
000630*                  AFTER THE LAST DEPARTMENT, ONE LINE PER
000631*                  ADJUSTMENT SHOWING THE PERIOD IT CORRECTS,
000632*                  ARE INCLUDED IN THE GRAND TOTAL WITH AN
000633*                  "OF WHICH RETRO PAY" LINE UNDER IT, AND ARE
000634*                  FILED ON PAYHIST UNDER THIS PERIOD AS
000635*                  PAY-TYPE "A" ROWS CARRYING THE CORRECTED PERIOD
000636*                  IN PAY-RETRO-PERIOD, SO GLEXTR AND PAYDDEP PICK
000637*                  THEM UP.  RETROADJ IS EMPTIED ONLY IF EVERY ROW
000638*                  WAS PAID.  NO RETROADJ MEANS NO RETRO PAY.
000639*================================================================
000640 ENVIRONMENT DIVISION.
000641 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000670         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS PR-EFF-DATE
000890         FILE STATUS IS WS-PARM-STATUS.
000895     SELECT OPTIONAL RETRO-ADJ-FILE ASSIGN TO "RETROADJ"
000896         ORGANIZATION IS LINE SEQUENTIAL
000897         FILE STATUS IS WS-RETRO-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000990                   ==EMP-SALARY== BY ==E-SALARY==
001000                   ==EMP-DEPT==   BY ==E-DEPT==
001010                   ==EMP-STATUS== BY ==E-STATUS==
001020                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
001025                   ==EMP-GRADE== BY ==E-GRADE==.
001030
001040 SD  SORT-FILE.
001050 01  SORT-RECORD.
001100                   ==EMP-SALARY== BY ==SRT-SALARY==
001110                   ==EMP-DEPT==   BY ==SRT-DEPT==
001120                   ==EMP-STATUS== BY ==SRT-STATUS==
001130                   ==EMP-TERM-DATE== BY ==SRT-TERM-DATE==
001135                   ==EMP-GRADE== BY ==SRT-GRADE==.
001140
001150 FD  SORTED-MASTER.
001160 01  SORTED-EMPLOYEE-RECORD.
001210                   ==EMP-SALARY== BY ==SO-SALARY==
001220                   ==EMP-DEPT==   BY ==SO-DEPT==
001230                   ==EMP-STATUS== BY ==SO-STATUS==
001240                   ==EMP-TERM-DATE== BY ==SO-TERM-DATE==
001245                   ==EMP-GRADE== BY ==SO-GRADE==.
001250
001260 FD  REGISTER-FILE.
001270 01  REGISTER-LINE PIC X(96).
001350                   ==PAY-GROSS==    BY ==PH-GROSS==
001360                   ==PAY-TAX==      BY ==PH-TAX==
001370                   ==PAY-BENEFITS== BY ==PH-BENEFITS==
001380                   ==PAY-NET==      BY ==PH-NET==
001385                   ==PAY-TYPE==     BY ==PH-TYPE==
001386                   ==PAY-RETRO-PERIOD== BY ==PH-RETRO-PERIOD==.
001390
001400 FD  DEPT-MASTER.
001410 01  DEPARTMENT-RECORD.
001490 01  PARAMETER-RECORD.
001500     COPY PARMREC
001510         REPLACING LEADING ==PRM== BY ==PR==.
001515
001516 FD  RETRO-ADJ-FILE.
001517 01  RETRO-ADJ-RECORD.
001518     COPY PAYREC
001519         REPLACING ==PAY-ID==       BY ==RA-ID==
001520                   ==PAY-PERIOD==   BY ==RA-PERIOD==
001521                   ==PAY-DEPT==     BY ==RA-DEPT==
001522                   ==PAY-GROSS==    BY ==RA-GROSS==
001523                   ==PAY-TAX==      BY ==RA-TAX==
001524                   ==PAY-BENEFITS== BY ==RA-BENEFITS==
001525                   ==PAY-NET==      BY ==RA-NET==
001526                   ==PAY-TYPE==     BY ==RA-TYPE==
001527                   ==PAY-RETRO-PERIOD== BY ==RA-RETRO-PERIOD==.
001528
001530 WORKING-STORAGE SECTION.
001540 01  WS-EMPLOYEE.
001550     COPY EMPREC
001590                   ==EMP-SALARY== BY ==WS-SALARY==
001600                   ==EMP-DEPT==   BY ==WS-DEPT==
001610                   ==EMP-STATUS== BY ==WS-STATUS==
001620                   ==EMP-TERM-DATE== BY ==WS-TERM-DATE==
001625                   ==EMP-GRADE== BY ==WS-GRADE==.
001630 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
001640 01  WS-DEPT-STATUS PIC X(2) VALUE "00".
001650 01  WS-EOF PIC A(1) VALUE "N".
002180 01  WS-PAY-NET-SIGNED PIC S9(7)V9(2) VALUE 0.
002190 01  WS-PAY-NET PIC 9(6)V9(2) VALUE 0.
002200 01  WS-PAY-PERIOD PIC 9(6) VALUE 0.
002201 01  FILLER REDEFINES WS-PAY-PERIOD.
002202     05 WS-PAY-YEAR PIC 9(4).
002203     05 WS-PAY-MONTH PIC 9(2).
002210 01  WS-PAYHIST-EOF PIC A(1) VALUE "N".
002220 01  WS-PERIOD-ON-FILE PIC A(1) VALUE "N".
002230     88 PERIOD-ON-FILE VALUE "Y".
002250 01  FILLER REDEFINES WS-CURRENT-DATE.
002260     05 WS-CURRENT-YYYYMM PIC 9(6).
002270     05 FILLER PIC 9(2).
002274
002275*----------------------------------------------------------------
002276* FINAL PAY WORKING FIELDS.  A TERMINATED EMPLOYEE WHOSE
002277* TERMINATION DATE FALLS IN THE PAY PERIOD IS PAID FOR THE
002278* CALENDAR DAYS UP TO AND INCLUDING THAT DATE, OUT OF THE DAYS
002279* IN THE PERIOD'S MONTH (FEBRUARY ADJUSTED FOR LEAP YEARS).
002280*----------------------------------------------------------------
002281 01  WS-FINAL-PAY PIC A(1) VALUE "N".
002282     88 FINAL-PAY VALUE "Y".
002283 01  WS-TERM-WORK PIC 9(8) VALUE 0.
002284 01  FILLER REDEFINES WS-TERM-WORK.
002285     05 WS-TERM-YYYYMM PIC 9(6).
002286     05 WS-TERM-DD PIC 9(2).
002287 01  WS-MONTH-DAYS-VALUES PIC X(24)
002288         VALUE "312831303130313130313031".
002289 01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
002290     05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
002291 01  WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
002292 01  WS-DAYS-WORKED PIC 9(2) VALUE 0.
002293 01  WS-LEAP-QUOT PIC 9(4) VALUE 0.
002294 01  WS-LEAP-REM-4 PIC 9(4) VALUE 0.
002295 01  WS-LEAP-REM-100 PIC 9(4) VALUE 0.
002296 01  WS-LEAP-REM-400 PIC 9(4) VALUE 0.
002297
002298 01  WS-PAID-COUNT PIC 9(7) COMP VALUE 0.
002300 01  WS-INACTIVE-SKIPPED PIC 9(7) COMP VALUE 0.
002305 01  WS-FINAL-PAY-COUNT PIC 9(7) COMP VALUE 0.
002306
002307*----------------------------------------------------------------
002308* RETRO PAY WORKING FIELDS.  RETROADJ ROWS ARE PAID AS THEY
002309* STAND - RETROPAY HAS ALREADY WORKED OUT THE GROSS, TAX, AND
002310* NET - AND ONLY COUNTED INTO THE GRAND TOTAL HERE.
002311*----------------------------------------------------------------
002312 01  WS-RETRO-STATUS PIC X(2) VALUE "00".
002313 01  WS-RETRO-EOF PIC A(1) VALUE "N".
002314 01  WS-RETRO-COUNT PIC 9(7) COMP VALUE 0.
002315 01  WS-RETRO-SKIPPED PIC 9(7) COMP VALUE 0.
002316 01  WS-GRAND-RETRO-GROSS PIC 9(11)V9(2) VALUE 0.
002317 01  WS-GRAND-RETRO-TAX PIC 9(11)V9(2) VALUE 0.
002318 01  WS-GRAND-RETRO-BENEFITS PIC 9(11)V9(2) VALUE 0.
002319 01  WS-GRAND-RETRO-NET PIC 9(11)V9(2) VALUE 0.
002322
002325*----------------------------------------------------------------
002330* PAGINATED REGISTER WORKING FIELDS, IN THE STYLE OF SEQREAD'S
002340* 6000-PRINT-EMPLOYEE-REPORT.
002350*----------------------------------------------------------------
002490 01  WS-GRAND-TAX PIC 9(11)V9(2) VALUE 0.
002500 01  WS-GRAND-BENEFITS PIC 9(11)V9(2) VALUE 0.
002510 01  WS-GRAND-NET PIC 9(11)V9(2) VALUE 0.
002511 01  WS-DEPT-FINAL-COUNT PIC 9(7) COMP VALUE 0.
002512 01  WS-DEPT-FINAL-GROSS PIC 9(11)V9(2) VALUE 0.
002513 01  WS-DEPT-FINAL-TAX PIC 9(11)V9(2) VALUE 0.
002514 01  WS-DEPT-FINAL-BENEFITS PIC 9(11)V9(2) VALUE 0.
002515 01  WS-DEPT-FINAL-NET PIC 9(11)V9(2) VALUE 0.
002516 01  WS-GRAND-FINAL-GROSS PIC 9(11)V9(2) VALUE 0.
002517 01  WS-GRAND-FINAL-TAX PIC 9(11)V9(2) VALUE 0.
002518 01  WS-GRAND-FINAL-BENEFITS PIC 9(11)V9(2) VALUE 0.
002519 01  WS-GRAND-FINAL-NET PIC 9(11)V9(2) VALUE 0.
002520
002530 01  WS-TITLE-LINE.
002540     05 FILLER PIC X(26) VALUE "MONTHLY PAYROLL REGISTER".
002650     05 FILLER PIC X(12) VALUE "TAX".
002660     05 FILLER PIC X(12) VALUE "BENEFITS".
002670     05 FILLER PIC X(12) VALUE "NET".
002675     05 FILLER PIC X(09) VALUE "PAY TYPE".
002680
002690 01  WS-DETAIL-LINE.
002700     05 DTL-ID PIC 9(8).
002780     05 DTL-BENEFITS PIC $$$,$$9.99.
002790     05 FILLER PIC X(02) VALUE SPACES.
002800     05 DTL-NET PIC $$$,$$9.99.
002801     05 FILLER PIC X(02) VALUE SPACES.
002802     05 DTL-PAY-TYPE PIC X(09).
002810
002811 01  WS-RETRO-TITLE-LINE.
002812     05 FILLER PIC X(45)
002813         VALUE "RETRO PAY - PERIODS CORRECTED BY RETROPAY".
002814
002815 01  WS-RETRO-HEADER-LINE.
002816     05 FILLER PIC X(10) VALUE "EMP ID".
002817     05 FILLER PIC X(27) VALUE "NAME".
002818     05 FILLER PIC X(12) VALUE "GROSS".
002819     05 FILLER PIC X(12) VALUE "TAX".
002820     05 FILLER PIC X(12) VALUE "BENEFITS".
002821     05 FILLER PIC X(12) VALUE "NET".
002822     05 FILLER PIC X(09) VALUE "RETRO FOR".
002823
002824 01  WS-RETRO-DETAIL-LINE.
002825     05 RDL-ID PIC 9(8).
002826     05 FILLER PIC X(02) VALUE SPACES.
002827     05 RDL-NAME PIC X(25).
002828     05 FILLER PIC X(02) VALUE SPACES.
002829     05 RDL-GROSS PIC $$$,$$9.99.
002830     05 FILLER PIC X(02) VALUE SPACES.
002831     05 RDL-TAX PIC $$$,$$9.99.
002832     05 FILLER PIC X(02) VALUE SPACES.
002833     05 RDL-BENEFITS PIC $$$,$$9.99.
002834     05 FILLER PIC X(02) VALUE SPACES.
002835     05 RDL-NET PIC $$$,$$9.99.
002836     05 FILLER PIC X(02) VALUE SPACES.
002837     05 RDL-RETRO-PERIOD PIC 9(6).
002838
002839 01  WS-RETRO-SUBTOTAL-LINE.
002840     05 FILLER PIC X(12) VALUE "RETRO PAY ".
002841     05 RTL-COUNT PIC ZZZ9.
002842     05 FILLER PIC X(19) VALUE " ADJUSTMENT(S)".
002843     05 FILLER PIC X(02) VALUE SPACES.
002844     05 RTL-GROSS PIC $$$,$$$,$$9.99.
002845     05 FILLER PIC X(02) VALUE SPACES.
002846     05 RTL-TAX PIC $$$,$$$,$$9.99.
002847     05 FILLER PIC X(02) VALUE SPACES.
002848     05 RTL-BENEFITS PIC $$$$,$$9.99.
002849     05 FILLER PIC X(02) VALUE SPACES.
002850     05 RTL-NET PIC $$$,$$$,$$9.99.
002851
002852 01  WS-DEPT-SUBTOTAL-LINE.
002854     05 FILLER PIC X(05) VALUE "DEPT ".
002856     05 STL-DEPT PIC X(04).
002858     05 FILLER PIC X(01) VALUE SPACE.
002860     05 STL-DEPT-NAME PIC X(25).
002870     05 FILLER PIC X(02) VALUE SPACES.
002880     05 STL-GROSS PIC $$$,$$$,$$9.99.
002920     05 STL-BENEFITS PIC $$$$,$$9.99.
002930     05 FILLER PIC X(02) VALUE SPACES.
002940     05 STL-NET PIC $$$,$$$,$$9.99.
002941
002942 01  WS-FINAL-SUBTOTAL-LINE.
002943     05 FILLER PIC X(12) VALUE "  FINAL PAY ".
002944     05 FTL-COUNT PIC ZZZ9.
002945     05 FILLER PIC X(19) VALUE " LEAVER(S)".
002946     05 FILLER PIC X(02) VALUE SPACES.
002947     05 FTL-GROSS PIC $$$,$$$,$$9.99.
002948     05 FILLER PIC X(02) VALUE SPACES.
002949     05 FTL-TAX PIC $$$,$$$,$$9.99.
002950     05 FILLER PIC X(02) VALUE SPACES.
002951     05 FTL-BENEFITS PIC $$$$,$$9.99.
002952     05 FILLER PIC X(02) VALUE SPACES.
002953     05 FTL-NET PIC $$$,$$$,$$9.99.
002956
002960 01  WS-GRANDTOTAL-LINE.
002970     05 FILLER PIC X(20) VALUE "REGISTER GRAND TOTAL".
002980     05 FILLER PIC X(07) VALUE " GROSS:".
003030     05 GTL-BENEFITS PIC $$$$,$$9.99.
003040     05 FILLER PIC X(05) VALUE " NET:".
003050     05 GTL-NET PIC $$$,$$$,$$9.99.
003051
003052 01  WS-FINAL-TOTAL-LINE.
003053     05 FILLER PIC X(20) VALUE "  OF WHICH FINAL PAY".
003054     05 FILLER PIC X(07) VALUE " GROSS:".
003055     05 FGT-GROSS PIC $$$,$$$,$$9.99.
003056     05 FILLER PIC X(05) VALUE " TAX:".
003057     05 FGT-TAX PIC $$$,$$$,$$9.99.
003058     05 FILLER PIC X(05) VALUE " BEN:".
003059     05 FGT-BENEFITS PIC $$$$,$$9.99.
003060     05 FILLER PIC X(05) VALUE " NET:".
003061     05 FGT-NET PIC $$$,$$$,$$9.99.
003062
003063 01  WS-RETRO-TOTAL-LINE.
003064     05 FILLER PIC X(20) VALUE "  OF WHICH RETRO PAY".
003065     05 FILLER PIC X(07) VALUE " GROSS:".
003066     05 RGT-GROSS PIC $$$,$$$,$$9.99.
003067     05 FILLER PIC X(05) VALUE " TAX:".
003068     05 RGT-TAX PIC $$$,$$$,$$9.99.
003069     05 FILLER PIC X(05) VALUE " BEN:".
003070     05 RGT-BENEFITS PIC $$$$,$$9.99.
003071     05 FILLER PIC X(05) VALUE " NET:".
003072     05 RGT-NET PIC $$$,$$$,$$9.99.
003074
003076 PROCEDURE DIVISION.
003080*================================================================
003090* 0000-MAIN-PROCESS
003100*     BATCH MAINLINE.  SORTS THE MASTER BY DEPARTMENT, PRINTS
004480* 2000-PROCESS-EMPLOYEE
004490*     HANDLES THE DEPARTMENT CONTROL BREAK AND PAGINATION,
004500*     CALCULATES ONE EMPLOYEE'S PAY, PRINTS THE DETAIL LINE,
004510*     AND APPENDS THE PAY HISTORY RECORD.  A TERMINATED
004511*     EMPLOYEE IS PAID ONLY WHEN THE TERMINATION DATE FALLS IN
004512*     THE PAY PERIOD (FINAL PAY); EVERY OTHER NON-ACTIVE
004513*     EMPLOYEE IS SKIPPED.
004520*================================================================
004530 2000-PROCESS-EMPLOYEE.
004531     MOVE "N" TO WS-FINAL-PAY
004532     IF WS-STATUS = "T"
004533         MOVE WS-TERM-DATE TO WS-TERM-WORK
004534         IF WS-TERM-YYYYMM = WS-PAY-PERIOD
004535             MOVE "Y" TO WS-FINAL-PAY
004536         END-IF
004537     END-IF
004540     IF WS-STATUS NOT = "A"
004541         AND NOT FINAL-PAY
004550         ADD 1 TO WS-INACTIVE-SKIPPED
004560         READ SORTED-MASTER INTO WS-EMPLOYEE
004570             AT END MOVE "Y" TO WS-EOF
004690         MOVE 0 TO WS-DEPT-TAX
004700         MOVE 0 TO WS-DEPT-BENEFITS
004710         MOVE 0 TO WS-DEPT-NET
004711         MOVE 0 TO WS-DEPT-FINAL-COUNT
004712         MOVE 0 TO WS-DEPT-FINAL-GROSS
004713         MOVE 0 TO WS-DEPT-FINAL-TAX
004714         MOVE 0 TO WS-DEPT-FINAL-BENEFITS
004715         MOVE 0 TO WS-DEPT-FINAL-NET
004720         MOVE WS-DEPT TO WS-PREV-DEPT
004730         MOVE "Y" TO WS-DEPT-GROUP-STARTED
004740     END-IF
004920     ADD WS-BENEFIT-AMOUNT TO WS-GRAND-BENEFITS
004930     ADD WS-PAY-NET TO WS-GRAND-NET
004940     ADD 1 TO WS-PAID-COUNT
004941     IF FINAL-PAY
004942         ADD 1 TO WS-DEPT-FINAL-COUNT
004943         ADD WS-PAY-GROSS TO WS-DEPT-FINAL-GROSS
004944         ADD WS-PAY-TAX TO WS-DEPT-FINAL-TAX
004945         ADD WS-BENEFIT-AMOUNT TO WS-DEPT-FINAL-BENEFITS
004946         ADD WS-PAY-NET TO WS-DEPT-FINAL-NET
004947         ADD WS-PAY-GROSS TO WS-GRAND-FINAL-GROSS
004948         ADD WS-PAY-TAX TO WS-GRAND-FINAL-TAX
004949         ADD WS-BENEFIT-AMOUNT TO WS-GRAND-FINAL-BENEFITS
004950         ADD WS-PAY-NET TO WS-GRAND-FINAL-NET
004951         ADD 1 TO WS-FINAL-PAY-COUNT
004952     END-IF
004956     READ SORTED-MASTER INTO WS-EMPLOYEE
004960         AT END MOVE "Y" TO WS-EOF
004970     END-READ.
004980 2000-PROCESS-EMPLOYEE-EXIT.
005020* 2100-CALC-PAY
005030*     CONVERTS THE ANNUAL SALARY TO A MONTHLY GROSS, PICKS THE
005040*     TAX BAND BY ANNUAL SALARY RANGE, APPLIES THE FLAT MONTHLY
005050*     BENEFITS AMOUNT, AND FLOORS THE NET AT ZERO.  FINAL PAY
005051*     PRORATES THE GROSS STRAIGHT FROM THE ANNUAL SALARY SO
005052*     THE MONTHLY FIGURE IS NOT ROUNDED TWICE.
005060*----------------------------------------------------------------
005070 2100-CALC-PAY.
005071     IF FINAL-PAY
005072         PERFORM 2150-SET-PRORATION-DAYS
005073             THRU 2150-SET-PRORATION-DAYS-EXIT
005074         COMPUTE WS-PAY-GROSS ROUNDED =
005075             WS-SALARY * WS-DAYS-WORKED
005076             / (12 * WS-DAYS-IN-MONTH)
005077     ELSE
005080         COMPUTE WS-PAY-GROSS ROUNDED = WS-SALARY / 12
005081     END-IF
005090     EVALUATE TRUE
005100         WHEN WS-SALARY <= WS-TAX-BAND-1-LIMIT
005110             COMPUTE WS-PAY-TAX ROUNDED =
005260     END-IF.
005270 2100-CALC-PAY-EXIT.
005280     EXIT.
005281
005282*----------------------------------------------------------------
005283* 2150-SET-PRORATION-DAYS
005284*     SETS THE DAYS IN THE PAY PERIOD'S MONTH (29 FOR A LEAP
005285*     FEBRUARY) AND THE DAYS WORKED, WHICH IS THE DAY OF THE
005286*     TERMINATION DATE.  A DAY OF ZERO OR PAST MONTH END (BAD
005287*     DATA EMPVALID SHOULD HAVE CAUGHT) PAYS THE FULL MONTH
005288*     RATHER THAN NOTHING OR MORE THAN A MONTH.
005289*----------------------------------------------------------------
005290 2150-SET-PRORATION-DAYS.
005291     MOVE WS-MONTH-DAYS (WS-PAY-MONTH) TO WS-DAYS-IN-MONTH
005292     IF WS-PAY-MONTH = 2
005293         DIVIDE WS-PAY-YEAR BY 4 GIVING WS-LEAP-QUOT
005294             REMAINDER WS-LEAP-REM-4
005295         DIVIDE WS-PAY-YEAR BY 100 GIVING WS-LEAP-QUOT
005296             REMAINDER WS-LEAP-REM-100
005297         DIVIDE WS-PAY-YEAR BY 400 GIVING WS-LEAP-QUOT
005298             REMAINDER WS-LEAP-REM-400
005299         IF WS-LEAP-REM-400 = 0
005300             OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
005301             MOVE 29 TO WS-DAYS-IN-MONTH
005302         END-IF
005303     END-IF
005304     MOVE WS-TERM-DD TO WS-DAYS-WORKED
005305     IF WS-DAYS-WORKED = 0
005306         OR WS-DAYS-WORKED > WS-DAYS-IN-MONTH
005307         MOVE WS-DAYS-IN-MONTH TO WS-DAYS-WORKED
005308     END-IF.
005309 2150-SET-PRORATION-DAYS-EXIT.
005310     EXIT.
005312
005314*----------------------------------------------------------------
005316* 2200-WRITE-DETAIL
005320*     PRINTS ONE EMPLOYEE PAY LINE.
005330*----------------------------------------------------------------
005340 2200-WRITE-DETAIL.
005380     MOVE WS-PAY-TAX TO DTL-TAX
005390     MOVE WS-BENEFIT-AMOUNT TO DTL-BENEFITS
005400     MOVE WS-PAY-NET TO DTL-NET
005401     IF FINAL-PAY
005402         MOVE "FINAL PAY" TO DTL-PAY-TYPE
005403     ELSE
005404         MOVE SPACES TO DTL-PAY-TYPE
005405     END-IF
005410     MOVE WS-DETAIL-LINE TO REGISTER-LINE
005420     WRITE REGISTER-LINE
005430     ADD 1 TO WS-LINE-COUNT.
005470*----------------------------------------------------------------
005480* 2300-WRITE-PAY-HISTORY
005490*     APPENDS ONE PAY HISTORY RECORD FOR THE EMPLOYEE JUST
005500*     CALCULATED, KEYED BY EMPLOYEE ID AND PAY PERIOD, TYPED
005505*     "F" FOR FINAL PAY OR "R" FOR A REGULAR MONTH.
005510*----------------------------------------------------------------
005520 2300-WRITE-PAY-HISTORY.
005530     MOVE WS-ID TO PH-ID
005570     MOVE WS-PAY-TAX TO PH-TAX
005580     MOVE WS-BENEFIT-AMOUNT TO PH-BENEFITS
005590     MOVE WS-PAY-NET TO PH-NET
005591     IF FINAL-PAY
005592         MOVE "F" TO PH-TYPE
005593     ELSE
005594         MOVE "R" TO PH-TYPE
005595     END-IF
005596     MOVE 0 TO PH-RETRO-PERIOD
005600     WRITE PAY-HISTORY-RECORD.
005610 2300-WRITE-PAY-HISTORY-EXIT.
005620     EXIT.
005621
005622*----------------------------------------------------------------
005623* 2500-PAY-RETRO-ADJUSTMENTS
005624*     PAYS THE ADJUSTMENTS RETROPAY LEFT ON RETROADJ AS A SECTION
005625*     AFTER THE LAST DEPARTMENT, IN THE GRAND TOTAL.  RETROADJ IS
005626*     EMPTIED ONLY IF EVERY ROW WAS PAID.  A MISSING OR EMPTY
005627*     RETROADJ PRINTS NOTHING.
005628*----------------------------------------------------------------
005629 2500-PAY-RETRO-ADJUSTMENTS.
005630     OPEN INPUT RETRO-ADJ-FILE
005631     IF WS-RETRO-STATUS NOT = "00"
005632         GO TO 2500-PAY-RETRO-ADJUSTMENTS-EXIT
005633     END-IF
005634     OPEN INPUT EMPLOYEE-MASTER
005635     PERFORM UNTIL WS-RETRO-EOF = "Y"
005636         READ RETRO-ADJ-FILE
005637             AT END MOVE "Y" TO WS-RETRO-EOF
005638             NOT AT END
005639                 PERFORM 2510-PAY-RETRO-ROW
005640                     THRU 2510-PAY-RETRO-ROW-EXIT
005641         END-READ
005642     END-PERFORM
005643     CLOSE EMPLOYEE-MASTER
005644     CLOSE RETRO-ADJ-FILE
005645     IF WS-RETRO-COUNT > 0
005646         MOVE WS-RETRO-COUNT TO RTL-COUNT
005647         MOVE WS-GRAND-RETRO-GROSS TO RTL-GROSS
005648         MOVE WS-GRAND-RETRO-TAX TO RTL-TAX
005649         MOVE WS-GRAND-RETRO-BENEFITS TO RTL-BENEFITS
005650         MOVE WS-GRAND-RETRO-NET TO RTL-NET
005651         MOVE WS-RETRO-SUBTOTAL-LINE TO REGISTER-LINE
005652         WRITE REGISTER-LINE
005653         MOVE SPACES TO REGISTER-LINE
005654         WRITE REGISTER-LINE
005655         ADD 2 TO WS-LINE-COUNT
005656     END-IF
005657     IF WS-RETRO-SKIPPED = 0
005658         OPEN OUTPUT RETRO-ADJ-FILE
005659         CLOSE RETRO-ADJ-FILE
005660     END-IF.
005661 2500-PAY-RETRO-ADJUSTMENTS-EXIT.
005662     EXIT.
005663
005664*----------------------------------------------------------------
005665* 2510-PAY-RETRO-ROW
005666*     PRINTS ONE RETRO ADJUSTMENT (THE SECTION HEADING FIRST,
005667*     ON THE FIRST ONE) AND FILES IT ON PAYHIST UNDER THIS PAY
005668*     PERIOD AS A PAY-TYPE "A" ROW.  A ROW NOT TYPED "A" IS NOT
005669*     A RETROPAY ADJUSTMENT AND IS SKIPPED.
005670*----------------------------------------------------------------
005671 2510-PAY-RETRO-ROW.
005672     IF RA-TYPE NOT = "A"
005673         ADD 1 TO WS-RETRO-SKIPPED
005674         GO TO 2510-PAY-RETRO-ROW-EXIT
005675     END-IF
005676     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005677         OR WS-PAGE-COUNT = 0
005678         PERFORM 3000-WRITE-PAGE-HEADER
005679             THRU 3000-WRITE-PAGE-HEADER-EXIT
005680     END-IF
005681     IF WS-RETRO-COUNT = 0
005682         MOVE WS-RETRO-TITLE-LINE TO REGISTER-LINE
005683         WRITE REGISTER-LINE
005684         MOVE WS-RETRO-HEADER-LINE TO REGISTER-LINE
005685         WRITE REGISTER-LINE
005686         ADD 2 TO WS-LINE-COUNT
005687     END-IF
005688     MOVE RA-ID TO E-ID
005689     READ EMPLOYEE-MASTER
005690         KEY IS E-ID
005691         INVALID KEY
005692             MOVE "*NOT ON EMPMAST*" TO E-NAME
005693     END-READ
005694     IF WS-MASTER-STATUS NOT = "00"
005695         MOVE "*NOT ON EMPMAST*" TO E-NAME
005696     END-IF
005697     MOVE RA-ID TO RDL-ID
005698     MOVE E-NAME TO RDL-NAME
005699     MOVE RA-GROSS TO RDL-GROSS
005700     MOVE RA-TAX TO RDL-TAX
005701     MOVE RA-BENEFITS TO RDL-BENEFITS
005702     MOVE RA-NET TO RDL-NET
005703     MOVE RA-RETRO-PERIOD TO RDL-RETRO-PERIOD
005704     MOVE WS-RETRO-DETAIL-LINE TO REGISTER-LINE
005705     WRITE REGISTER-LINE
005706     ADD 1 TO WS-LINE-COUNT
005707     MOVE RA-ID TO PH-ID
005708     MOVE WS-PAY-PERIOD TO PH-PERIOD
005709     MOVE RA-DEPT TO PH-DEPT
005710     MOVE RA-GROSS TO PH-GROSS
005711     MOVE RA-TAX TO PH-TAX
005712     MOVE RA-BENEFITS TO PH-BENEFITS
005713     MOVE RA-NET TO PH-NET
005714     MOVE "A" TO PH-TYPE
005715     MOVE RA-RETRO-PERIOD TO PH-RETRO-PERIOD
005716     WRITE PAY-HISTORY-RECORD
005717     ADD 1 TO WS-RETRO-COUNT
005718     ADD RA-GROSS TO WS-GRAND-RETRO-GROSS
005719     ADD RA-TAX TO WS-GRAND-RETRO-TAX
005720     ADD RA-BENEFITS TO WS-GRAND-RETRO-BENEFITS
005721     ADD RA-NET TO WS-GRAND-RETRO-NET
005722     ADD RA-GROSS TO WS-GRAND-GROSS
005723     ADD RA-TAX TO WS-GRAND-TAX
005724     ADD RA-BENEFITS TO WS-GRAND-BENEFITS
005725     ADD RA-NET TO WS-GRAND-NET.
005726 2510-PAY-RETRO-ROW-EXIT.
005727     EXIT.
005728
005729*----------------------------------------------------------------
005730* 3000-WRITE-PAGE-HEADER
005731*     STARTS A NEW PAGE: TITLE LINE WITH PAY PERIOD AND PAGE
005732*     NUMBER, THEN COLUMN HEADINGS.
005733*----------------------------------------------------------------
005734 3000-WRITE-PAGE-HEADER.
005735     ADD 1 TO WS-PAGE-COUNT
005736     MOVE WS-PAGE-COUNT TO TTL-PAGE-NO
005737     MOVE SPACES TO REGISTER-LINE
005738     WRITE REGISTER-LINE
005740     MOVE WS-TITLE-LINE TO REGISTER-LINE
005750     WRITE REGISTER-LINE
005760     MOVE WS-PARM-LINE TO REGISTER-LINE
005840*----------------------------------------------------------------
005850* 3100-WRITE-DEPT-SUBTOTAL
005860*     PRINTS THE SUBTOTAL LINE FOR THE DEPARTMENT JUST FINISHED,
005870*     WITH THE DEPARTMENT NAME FROM DEPTMAST, FOLLOWED BY THE
005875*     FINAL-PAY SUBTOTAL WHEN THE DEPARTMENT PAID ANY LEAVERS.
005880*----------------------------------------------------------------
005890 3100-WRITE-DEPT-SUBTOTAL.
005900     MOVE WS-PREV-DEPT TO STL-DEPT
005970     MOVE WS-DEPT-NET TO STL-NET
005980     MOVE WS-DEPT-SUBTOTAL-LINE TO REGISTER-LINE
005990     WRITE REGISTER-LINE
005991     IF WS-DEPT-FINAL-COUNT > 0
005992         MOVE WS-DEPT-FINAL-COUNT TO FTL-COUNT
005993         MOVE WS-DEPT-FINAL-GROSS TO FTL-GROSS
005994         MOVE WS-DEPT-FINAL-TAX TO FTL-TAX
005995         MOVE WS-DEPT-FINAL-BENEFITS TO FTL-BENEFITS
005996         MOVE WS-DEPT-FINAL-NET TO FTL-NET
005997         MOVE WS-FINAL-SUBTOTAL-LINE TO REGISTER-LINE
005998         WRITE REGISTER-LINE
005999         ADD 1 TO WS-LINE-COUNT
006000     END-IF
006001     MOVE SPACES TO REGISTER-LINE
006010     WRITE REGISTER-LINE
006020     ADD 2 TO WS-LINE-COUNT.
006030 3100-WRITE-DEPT-SUBTOTAL-EXIT.
006280
006290*================================================================
006300* 4000-WRAP-UP
006310*     PRINTS THE FINAL DEPARTMENT SUBTOTAL, PAYS ANY RETRO
006311*     ADJUSTMENTS, AND PRINTS THE GRAND TOTAL (WITH THE
006315*     FINAL-PAY AND RETRO SHARES OF IT WHEN THERE ARE ANY),
006316*     CLOSES THE FILES, AND DISPLAYS A RUN SUMMARY.
006330*================================================================
006340 4000-WRAP-UP.
006350     IF DEPT-GROUP-STARTED
006360         PERFORM 3100-WRITE-DEPT-SUBTOTAL
006370             THRU 3100-WRITE-DEPT-SUBTOTAL-EXIT
006380     END-IF
006385     PERFORM 2500-PAY-RETRO-ADJUSTMENTS
006386         THRU 2500-PAY-RETRO-ADJUSTMENTS-EXIT
006390     MOVE WS-GRAND-GROSS TO GTL-GROSS
006400     MOVE WS-GRAND-TAX TO GTL-TAX
006410     MOVE WS-GRAND-BENEFITS TO GTL-BENEFITS
006420     MOVE WS-GRAND-NET TO GTL-NET
006430     MOVE WS-GRANDTOTAL-LINE TO REGISTER-LINE
006440     WRITE REGISTER-LINE
006441     IF WS-FINAL-PAY-COUNT > 0
006442         MOVE WS-GRAND-FINAL-GROSS TO FGT-GROSS
006443         MOVE WS-GRAND-FINAL-TAX TO FGT-TAX
006444         MOVE WS-GRAND-FINAL-BENEFITS TO FGT-BENEFITS
006445         MOVE WS-GRAND-FINAL-NET TO FGT-NET
006446         MOVE WS-FINAL-TOTAL-LINE TO REGISTER-LINE
006447         WRITE REGISTER-LINE
006448     END-IF
006449     IF WS-RETRO-COUNT > 0
006450         MOVE WS-GRAND-RETRO-GROSS TO RGT-GROSS
006451         MOVE WS-GRAND-RETRO-TAX TO RGT-TAX
006452         MOVE WS-GRAND-RETRO-BENEFITS TO RGT-BENEFITS
006453         MOVE WS-GRAND-RETRO-NET TO RGT-NET
006454         MOVE WS-RETRO-TOTAL-LINE TO REGISTER-LINE
006455         WRITE REGISTER-LINE
006456     END-IF
006458     CLOSE SORTED-MASTER
006460     CLOSE REGISTER-FILE
006470     CLOSE PAY-HISTORY-FILE
006480     DISPLAY " "
006490     DISPLAY "EMPPAYRL run summary:"
006500     DISPLAY "  Pay period      : " WS-PAY-PERIOD
006510     DISPLAY "  Employees paid  : " WS-PAID-COUNT
006515     DISPLAY "  Final pay       : " WS-FINAL-PAY-COUNT
006516     DISPLAY "  Retro adjustments: " WS-RETRO-COUNT
006517     IF WS-RETRO-SKIPPED > 0
006518         DISPLAY "  RETROADJ rows skipped (not type A): "
006519             WS-RETRO-SKIPPED
006520         DISPLAY "  RETROADJ left in place: fix the skipped rows"
006521             " and remove the paid ones before the next run."
006522     END-IF
006525     DISPLAY "  Inactive skipped: " WS-INACTIVE-SKIPPED
006530     DISPLAY "Payroll register written to PAYREG."
006540     DISPLAY "Pay history appended to PAYHIST.".
006550 4000-WRAP-UP-EXIT.
