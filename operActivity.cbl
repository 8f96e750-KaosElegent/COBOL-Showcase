000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPERACT.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  OPERATOR ACTIVITY REPORT
001300*                  (OPERACTR) FOR A KEYED RANGE OF AUDIT DATES,
001400*                  FROM THE ARCHIVED TRAIL (EMPAUDAR, WHEN ONE IS
001500*                  MOUNTED) AND THE LIVE TRAIL (EMPAUDIT).  ONE
001600*                  LINE PER AUD-USER WITH COUNTS OF ADDS,
001700*                  CHANGES, TERMINATIONS, AND (OLD TRAILS ONLY)
001800*                  DELETES, THE SALARY DOLLARS THE USER CHANGED
001900*                  (THE SIZE OF EACH CHANGE OR TERMINATION'S
002000*                  SALARY MOVE, UP OR DOWN; A NEW HIRE'S SALARY
002100*                  IS NOT A CHANGE), AND HOW MANY OF THEIR
002200*                  CHANGES FELL OUTSIDE BUSINESS HOURS (MONDAY
002300*                  TO FRIDAY, 07:00 TO 18:59).  ONLINE OPERATORS
002400*                  AND BATCH USERS ARE LISTED IN SEPARATE
002500*                  SECTIONS; A BATCH USER IS EMPBATCH OR ANY USER
002600*                  AN EMPBATCH RUN WAS STARTED UNDER ON RUNCTL.
002700*                  EVERY ONLINE CHANGE MADE OUTSIDE BUSINESS
002800*                  HOURS IS THEN LISTED ONE BY ONE.  AN ONLINE
002900*                  USER NOT ON OPERMAST IS FLAGGED.  NO EMPAUDIT
003000*                  OR A BAD DATE RANGE ENDS THE RUN WITH
003100*                  RETURN-CODE 8.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AUDIT-FILE ASSIGN TO "EMPAUDIT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-AUDIT-STATUS.
003900     SELECT ARCHIVE-FILE ASSIGN TO "EMPAUDAR"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-ARCH-STATUS.
004200     SELECT OPER-MASTER ASSIGN TO "OPERMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS O-USERID
004600         FILE STATUS IS WS-OPER-STATUS.
004700     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RUNCTL-STATUS.
005000     SELECT WORK-FILE ASSIGN TO "OAWORK"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT WORK-SORT-FILE ASSIGN TO "OASRTWK".
005300     SELECT SORTED-WORK-FILE ASSIGN TO "OASRT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT REPORT-FILE ASSIGN TO "OPERACTR"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  AUDIT-FILE.
006100 01  AUDIT-RECORD.
006200     COPY AUDITREC.
006300
006400 FD  ARCHIVE-FILE.
006500 01  ARCHIVE-RECORD.
006600     COPY AUDITREC REPLACING LEADING ==AUD== BY ==ARC==.
006700
006800 FD  OPER-MASTER.
006900 01  OPERATOR-RECORD.
007000     COPY OPERREC
007100         REPLACING LEADING ==OPR== BY ==O==.
007200
007300 FD  RUN-CONTROL-FILE.
007400 01  RUN-CONTROL-RECORD.
007500     COPY RUNREC.
007600
007700 FD  WORK-FILE.
007800 01  WORK-RECORD PIC X(80).
007900
008000 SD  WORK-SORT-FILE.
008100 01  WORK-SORT-RECORD.
008200     05 SRW-SECTION PIC X(1).
008300     05 SRW-USER PIC X(8).
008400     05 SRW-DATE PIC 9(8).
008500     05 SRW-TIME PIC 9(8).
008600     05 FILLER PIC X(55).
008700
008800 FD  SORTED-WORK-FILE.
008900 01  SORTED-WORK-RECORD PIC X(80).
009000
009100 FD  REPORT-FILE.
009200 01  REPORT-LINE PIC X(132).
009300
009400 WORKING-STORAGE SECTION.
009500 01  WS-AUDIT-STATUS PIC X(2) VALUE "00".
009600 01  WS-ARCH-STATUS PIC X(2) VALUE "00".
009700 01  WS-OPER-STATUS PIC X(2) VALUE "00".
009800 01  WS-RUNCTL-STATUS PIC X(2) VALUE "00".
009900 01  WS-EOF PIC A(1) VALUE "N".
010000 01  WS-WORK-EOF PIC A(1) VALUE "N".
010100 01  WS-OPER-PRESENT PIC A(1) VALUE "N".
010200     88 OPER-PRESENT VALUE "Y".
010300 01  WS-ARCH-PRESENT PIC A(1) VALUE "N".
010400     88 ARCH-PRESENT VALUE "Y".
010500
010600 01  WS-RUN-DATE PIC 9(8) VALUE 0.
010700 01  WS-FROM-DATE PIC 9(8) VALUE 0.
010800 01  FILLER REDEFINES WS-FROM-DATE.
010900     05 FILLER PIC 9(4).
011000     05 WS-FROM-MONTH PIC 9(2).
011100     05 WS-FROM-DAY PIC 9(2).
011200 01  WS-TO-DATE PIC 9(8) VALUE 0.
011300 01  FILLER REDEFINES WS-TO-DATE.
011400     05 FILLER PIC 9(4).
011500     05 WS-TO-MONTH PIC 9(2).
011600     05 WS-TO-DAY PIC 9(2).
011700
011800*----------------------------------------------------------------
011900* BUSINESS HOURS.  A CHANGE ON A SATURDAY OR SUNDAY, OR BEFORE
012000* THE START OR FROM THE END TIME (HHMM) ON A WEEKDAY, IS OUTSIDE
012100* BUSINESS HOURS.
012200*----------------------------------------------------------------
012300 01  WS-BUSINESS-START PIC 9(4) VALUE 0700.
012400 01  WS-BUSINESS-END PIC 9(4) VALUE 1900.
012500 01  WS-CHK-TIME PIC 9(8) VALUE 0.
012600 01  FILLER REDEFINES WS-CHK-TIME.
012700     05 WS-CHK-HHMM PIC 9(4).
012800     05 FILLER PIC 9(4).
012900
013000*----------------------------------------------------------------
013100* DAY NUMBER OF A YYYYMMDD DATE: DAYS SINCE A FIXED ORIGIN,
013200* COUNTING THE LEAP DAYS BEFORE THE DATE (THE CURRENT YEAR'S
013300* ONLY ONCE FEBRUARY IS PAST).  THE REMAINDER OVER 7 GIVES THE
013400* DAY OF THE WEEK: 0 SATURDAY, 1 SUNDAY, 2 MONDAY ... 6 FRIDAY.
013500*----------------------------------------------------------------
013600 01  WS-DN-DATE PIC 9(8) VALUE 0.
013700 01  FILLER REDEFINES WS-DN-DATE.
013800     05 WS-DN-YEAR PIC 9(4).
013900     05 WS-DN-MONTH PIC 9(2).
014000     05 WS-DN-DAY PIC 9(2).
014100 01  WS-DN-DAYS PIC 9(7) VALUE 0.
014200 01  WS-DN-LEAP-YEAR PIC 9(4) VALUE 0.
014300 01  WS-DN-QUOT-4 PIC 9(4) VALUE 0.
014400 01  WS-DN-QUOT-100 PIC 9(4) VALUE 0.
014500 01  WS-DN-QUOT-400 PIC 9(4) VALUE 0.
014600 01  WS-DN-WEEKS PIC 9(7) VALUE 0.
014700 01  WS-DN-WEEKDAY PIC 9(1) VALUE 0.
014800 01  WS-CUM-DAYS-VALUES PIC X(36)
014900         VALUE "000031059090120151181212243273304334".
015000 01  FILLER REDEFINES WS-CUM-DAYS-VALUES.
015100     05 WS-CUM-DAYS PIC 9(3) OCCURS 12 TIMES.
015200
015300*----------------------------------------------------------------
015400* BATCH USERS: EMPBATCH ITSELF PLUS EVERY USER AN EMPBATCH RUN
015500* WAS STARTED UNDER ON RUNCTL.
015600*----------------------------------------------------------------
015700 01  WS-BATCH-USER-TABLE.
015800     05 WS-BATCH-USER PIC X(8) OCCURS 50 TIMES.
015900 01  WS-BATCH-USER-COUNT PIC 9(2) COMP VALUE 0.
016000 01  WS-BATCH-SUB PIC 9(2) COMP VALUE 0.
016100 01  WS-BATCH-FOUND PIC A(1) VALUE "N".
016200     88 BATCH-FOUND VALUE "Y".
016300 01  WS-BATCH-TABLE-FULL PIC A(1) VALUE "N".
016400     88 BATCH-TABLE-FULL VALUE "Y".
016500 01  WS-LOOKUP-USER PIC X(8) VALUE SPACES.
016600
016700*----------------------------------------------------------------
016800* REPORT WORK RECORD, ONE PER AUDIT RECORD IN THE DATE RANGE.
016900* SECTION "1" IS AN ONLINE OPERATOR'S CHANGE, SECTION "2" A
017000* BATCH USER'S; AN ONLINE CHANGE OUTSIDE BUSINESS HOURS IS
017100* WRITTEN A SECOND TIME AS SECTION "3" FOR THE DETAIL LISTING.
017200* SORTED BY SECTION, USER, DATE, AND TIME.
017300*----------------------------------------------------------------
017400 01  WS-WORK-RECORD.
017500     05 OAW-SECTION PIC X(1).
017600        88 OAW-IS-ONLINE VALUE "1".
017700        88 OAW-IS-BATCH VALUE "2".
017800        88 OAW-IS-OFF-HOURS VALUE "3".
017900     05 OAW-USER PIC X(8).
018000     05 OAW-DATE PIC 9(8).
018100     05 OAW-TIME PIC 9(8).
018200     05 OAW-ID PIC 9(8).
018300     05 OAW-OPERATION PIC X(1).
018400        88 OAW-IS-ADD VALUE "A".
018500        88 OAW-IS-CHANGE VALUE "C".
018600        88 OAW-IS-DELETE VALUE "D".
018700        88 OAW-IS-TERM VALUE "T".
018800     05 OAW-BEFORE-SALARY PIC 9(6).
018900     05 OAW-AFTER-SALARY PIC 9(6).
019000     05 OAW-APPROVER PIC X(8).
019100     05 OAW-WHEN PIC X(1).
019200        88 OAW-ON-SATURDAY VALUE "S".
019300        88 OAW-ON-SUNDAY VALUE "U".
019400        88 OAW-AFTER-HOURS VALUE "H".
019500     05 FILLER PIC X(25) VALUE SPACES.
019600
019700*----------------------------------------------------------------
019800* COUNTS AND TOTALS: PER USER, PER SECTION, AND FOR THE RUN.
019900*----------------------------------------------------------------
020000 01  WS-AUDIT-READ PIC 9(7) COMP VALUE 0.
020100 01  WS-ARCH-READ PIC 9(7) COMP VALUE 0.
020200 01  WS-IN-RANGE PIC 9(7) COMP VALUE 0.
020300 01  WS-SALARY-CHANGE PIC 9(6) VALUE 0.
020400
020500 01  WS-USER-TOTALS.
020600     05 WS-USER-ADDS PIC 9(7) COMP.
020700     05 WS-USER-CHANGES PIC 9(7) COMP.
020800     05 WS-USER-TERMS PIC 9(7) COMP.
020900     05 WS-USER-DELETES PIC 9(7) COMP.
021000     05 WS-USER-TOTAL PIC 9(7) COMP.
021100     05 WS-USER-SALARY PIC 9(11).
021200     05 WS-USER-OFF-HOURS PIC 9(7) COMP.
021300 01  WS-SECTION-TOTALS.
021400     05 WS-SECT-ADDS PIC 9(7) COMP.
021500     05 WS-SECT-CHANGES PIC 9(7) COMP.
021600     05 WS-SECT-TERMS PIC 9(7) COMP.
021700     05 WS-SECT-DELETES PIC 9(7) COMP.
021800     05 WS-SECT-TOTAL PIC 9(7) COMP.
021900     05 WS-SECT-SALARY PIC 9(11).
022000     05 WS-SECT-OFF-HOURS PIC 9(7) COMP.
022100 01  WS-RUN-TOTALS.
022200     05 WS-RUN-ADDS PIC 9(7) COMP.
022300     05 WS-RUN-CHANGES PIC 9(7) COMP.
022400     05 WS-RUN-TERMS PIC 9(7) COMP.
022500     05 WS-RUN-DELETES PIC 9(7) COMP.
022600     05 WS-RUN-TOTAL PIC 9(7) COMP.
022700     05 WS-RUN-SALARY PIC 9(11).
022800     05 WS-RUN-OFF-HOURS PIC 9(7) COMP.
022900 01  WS-OFF-HOURS-LISTED PIC 9(7) COMP VALUE 0.
023000 01  WS-USERS-LISTED PIC 9(7) COMP VALUE 0.
023100 01  WS-NOT-ON-OPERMAST PIC 9(7) COMP VALUE 0.
023200
023300*----------------------------------------------------------------
023400* CONTROL BREAKS.  WS-NEXT-SECTION IS THE NEXT SECTION WHOSE
023500* HEADING HAS NOT BEEN PRINTED; A SECTION WITH NOTHING IN IT
023600* STILL GETS ITS HEADING AND A "NONE" LINE.
023700*----------------------------------------------------------------
023800 01  WS-PREV-SECTION PIC X(1) VALUE SPACE.
023900 01  WS-PREV-USER PIC X(8) VALUE SPACES.
024000 01  WS-USER-GROUP-STARTED PIC A(1) VALUE "N".
024100     88 USER-GROUP-STARTED VALUE "Y".
024200 01  WS-NEXT-SECTION PIC 9(1) VALUE 1.
024300 01  WS-TARGET-SECTION PIC 9(1) VALUE 0.
024400
024500 01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
024600 01  WS-LINE-COUNT PIC 9(3) COMP VALUE 0.
024700 01  WS-PAGE-COUNT PIC 9(5) COMP VALUE 0.
024800
024900 01  WS-TITLE-LINE.
025000     05 FILLER PIC X(30)
025100         VALUE "OPERATOR ACTIVITY REPORT".
025200     05 FILLER PIC X(05) VALUE "FROM ".
025300     05 TTL-FROM-DATE PIC 9(8).
025400     05 FILLER PIC X(04) VALUE " TO ".
025500     05 TTL-TO-DATE PIC 9(8).
025600     05 FILLER PIC X(04) VALUE SPACES.
025700     05 FILLER PIC X(09) VALUE "RUN DATE ".
025800     05 TTL-RUN-DATE PIC 9(8).
025900     05 FILLER PIC X(06) VALUE SPACES.
026000     05 FILLER PIC X(05) VALUE "PAGE ".
026100     05 TTL-PAGE-NO PIC ZZZZ9.
026200
026300 01  WS-SECTION-LINE PIC X(132) VALUE SPACES.
026400 01  WS-OFF-HOURS-HEADING.
026500     05 FILLER PIC X(38)
026600         VALUE "ONLINE CHANGES OUTSIDE BUSINESS HOURS ".
026700     05 FILLER PIC X(30)
026800         VALUE "(MONDAY TO FRIDAY 07:00-18:59)".
026900
027000 01  WS-SUMMARY-HEADER-LINE.
027100     05 FILLER PIC X(10) VALUE "USER ID".
027200     05 FILLER PIC X(27) VALUE "NAME".
027300     05 FILLER PIC X(09) VALUE "   ADDS".
027400     05 FILLER PIC X(09) VALUE "CHANGES".
027500     05 FILLER PIC X(09) VALUE "  TERMS".
027600     05 FILLER PIC X(09) VALUE "DELETES".
027700     05 FILLER PIC X(09) VALUE "  TOTAL".
027800     05 FILLER PIC X(15) VALUE " SALARY CHANGED".
027900     05 FILLER PIC X(11) VALUE "  OFF-HOURS".
028000
028100 01  WS-SUMMARY-LINE.
028200     05 SUM-USER PIC X(8).
028300     05 FILLER PIC X(02) VALUE SPACES.
028400     05 SUM-NAME PIC X(25).
028500     05 FILLER PIC X(02) VALUE SPACES.
028600     05 SUM-ADDS PIC ZZZ,ZZ9.
028700     05 FILLER PIC X(02) VALUE SPACES.
028800     05 SUM-CHANGES PIC ZZZ,ZZ9.
028900     05 FILLER PIC X(02) VALUE SPACES.
029000     05 SUM-TERMS PIC ZZZ,ZZ9.
029100     05 FILLER PIC X(02) VALUE SPACES.
029200     05 SUM-DELETES PIC ZZZ,ZZ9.
029300     05 FILLER PIC X(02) VALUE SPACES.
029400     05 SUM-TOTAL PIC ZZZ,ZZ9.
029500     05 FILLER PIC X(02) VALUE SPACES.
029600     05 SUM-SALARY PIC $$,$$$,$$$,$$9.
029700     05 FILLER PIC X(04) VALUE SPACES.
029800     05 SUM-OFF-HOURS PIC ZZZ,ZZ9.
029900     05 FILLER PIC X(02) VALUE SPACES.
030000     05 SUM-NOTE PIC X(15).
030100
030200 01  WS-DETAIL-HEADER-LINE.
030300     05 FILLER PIC X(10) VALUE "DATE".
030400     05 FILLER PIC X(10) VALUE "TIME".
030500     05 FILLER PIC X(10) VALUE "DAY".
030600     05 FILLER PIC X(10) VALUE "USER ID".
030700     05 FILLER PIC X(10) VALUE "EMP ID".
030800     05 FILLER PIC X(12) VALUE "OPERATION".
030900     05 FILLER PIC X(16) VALUE "SALARY".
031000     05 FILLER PIC X(11) VALUE "APPROVED BY".
031100
031200 01  WS-DETAIL-LINE.
031300     05 DTL-DATE PIC 9(8).
031400     05 FILLER PIC X(02) VALUE SPACES.
031500     05 DTL-HH PIC 9(2).
031600     05 FILLER PIC X(01) VALUE ":".
031700     05 DTL-MM PIC 9(2).
031800     05 FILLER PIC X(01) VALUE ":".
031900     05 DTL-SS PIC 9(2).
032000     05 FILLER PIC X(02) VALUE SPACES.
032100     05 DTL-DAY PIC X(8).
032200     05 FILLER PIC X(02) VALUE SPACES.
032300     05 DTL-USER PIC X(8).
032400     05 FILLER PIC X(02) VALUE SPACES.
032500     05 DTL-ID PIC 9(8).
032600     05 FILLER PIC X(02) VALUE SPACES.
032700     05 DTL-OPERATION PIC X(10).
032800     05 FILLER PIC X(02) VALUE SPACES.
032900     05 DTL-BEFORE-SALARY PIC ZZZZZ9.
033000     05 FILLER PIC X(02) VALUE "->".
033100     05 DTL-AFTER-SALARY PIC ZZZZZ9.
033200     05 FILLER PIC X(02) VALUE SPACES.
033300     05 DTL-APPROVER PIC X(8).
033400
033500 01  WS-DETAIL-TIME PIC 9(8) VALUE 0.
033600 01  FILLER REDEFINES WS-DETAIL-TIME.
033700     05 WS-DETAIL-HH PIC 9(2).
033800     05 WS-DETAIL-MM PIC 9(2).
033900     05 WS-DETAIL-SS PIC 9(2).
034000     05 FILLER PIC 9(2).
034100
034200 PROCEDURE DIVISION.
034300*================================================================
034400* 0000-MAIN-PROCESS
034500*     BATCH MAINLINE.  WRITES ONE WORK RECORD PER AUDIT RECORD IN
034600*     THE DATE RANGE FROM BOTH TRAILS, THEN SORTS AND PRINTS
034700*     THEM.
034800*================================================================
034900 0000-MAIN-PROCESS.
035000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
035100     PERFORM 2000-COLLECT-ARCHIVED THRU 2000-COLLECT-ARCHIVED-EXIT
035200     PERFORM 2100-COLLECT-LIVE THRU 2100-COLLECT-LIVE-EXIT
035300     PERFORM 3000-PRINT-REPORT THRU 3000-PRINT-REPORT-EXIT
035400     PERFORM 5000-WRAP-UP THRU 5000-WRAP-UP-EXIT
035500     STOP RUN.
035600
035700*================================================================
035800* 1000-INITIALIZE
035900*     TAKES THE DATE RANGE, LOADS THE BATCH USERS FROM RUNCTL,
036000*     AND OPENS OPERMAST FOR OPERATOR NAMES AND THE WORK FILE.  A
036100*     BAD RANGE OR A MISSING EMPAUDIT STOPS THE RUN WITH
036200*     RETURN-CODE 8; WITHOUT OPERMAST THE NAMES ARE LEFT BLANK.
036300*================================================================
036400 1000-INITIALIZE.
036500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
036600     MOVE WS-RUN-DATE TO TTL-RUN-DATE
036700     DISPLAY "Enter first audit date (YYYYMMDD): "
036800         WITH NO ADVANCING
036900     ACCEPT WS-FROM-DATE
037000     DISPLAY "Enter last audit date (YYYYMMDD): "
037100         WITH NO ADVANCING
037200     ACCEPT WS-TO-DATE
037300     IF WS-FROM-DATE IS NOT NUMERIC
037400         OR WS-TO-DATE IS NOT NUMERIC
037500         OR WS-FROM-MONTH < 1 OR WS-FROM-MONTH > 12
037600         OR WS-TO-MONTH < 1 OR WS-TO-MONTH > 12
037700         OR WS-FROM-DAY < 1 OR WS-FROM-DAY > 31
037800         OR WS-TO-DAY < 1 OR WS-TO-DAY > 31
037900         OR WS-FROM-DATE > WS-TO-DATE
038000         DISPLAY "INVALID DATE RANGE!"
038100         MOVE 8 TO RETURN-CODE
038200         STOP RUN
038300     END-IF
038400     MOVE WS-FROM-DATE TO TTL-FROM-DATE
038500     MOVE WS-TO-DATE TO TTL-TO-DATE
038600     OPEN INPUT AUDIT-FILE
038700     IF WS-AUDIT-STATUS NOT = "00"
038800         DISPLAY "Unable to open EMPAUDIT, status: "
038900             WS-AUDIT-STATUS
039000         MOVE 8 TO RETURN-CODE
039100         STOP RUN
039200     END-IF
039300     PERFORM 1100-LOAD-BATCH-USERS
039400         THRU 1100-LOAD-BATCH-USERS-EXIT
039500     OPEN INPUT OPER-MASTER
039600     IF WS-OPER-STATUS = "00"
039700         MOVE "Y" TO WS-OPER-PRESENT
039800     ELSE
039900         DISPLAY "No operator master on file (status "
040000             WS-OPER-STATUS "); operator names not shown."
040100     END-IF
040200     INITIALIZE WS-RUN-TOTALS
040300     OPEN OUTPUT WORK-FILE.
040400 1000-INITIALIZE-EXIT.
040500     EXIT.
040600
040700*----------------------------------------------------------------
040800* 1100-LOAD-BATCH-USERS
040900*     EMPBATCH IS ALWAYS A BATCH USER (THE DEFAULT WHEN NO USER
041000*     IS KEYED AT ITS START).  EVERY OTHER USER NAMED ON AN
041100*     EMPBATCH START RECORD ON RUNCTL IS ADDED ONCE.
041200*----------------------------------------------------------------
041300 1100-LOAD-BATCH-USERS.
041400     MOVE "EMPBATCH" TO WS-BATCH-USER (1)
041500     MOVE 1 TO WS-BATCH-USER-COUNT
041600     OPEN INPUT RUN-CONTROL-FILE
041700     IF WS-RUNCTL-STATUS NOT = "00"
041800         AND WS-RUNCTL-STATUS NOT = "05"
041900         GO TO 1100-LOAD-BATCH-USERS-EXIT
042000     END-IF
042100     PERFORM UNTIL WS-EOF = "Y"
042200         READ RUN-CONTROL-FILE
042300             AT END MOVE "Y" TO WS-EOF
042400             NOT AT END
042500                 IF RUN-PROGRAM = "EMPBATCH"
042600                     AND RUN-IS-START
042700                     AND RUN-USER NOT = SPACES
042800                     MOVE RUN-USER TO WS-LOOKUP-USER
042900                     PERFORM 1200-FIND-BATCH-USER
043000                         THRU 1200-FIND-BATCH-USER-EXIT
043100                     IF NOT BATCH-FOUND
043200                         PERFORM 1150-ADD-BATCH-USER
043300                             THRU 1150-ADD-BATCH-USER-EXIT
043400                     END-IF
043500                 END-IF
043600         END-READ
043700     END-PERFORM
043800     MOVE "N" TO WS-EOF
043900     CLOSE RUN-CONTROL-FILE.
044000 1100-LOAD-BATCH-USERS-EXIT.
044100     EXIT.
044200
044300*----------------------------------------------------------------
044400* 1150-ADD-BATCH-USER
044500*     ADDS WS-LOOKUP-USER TO THE BATCH USER TABLE, WARNING ONCE
044600*     IF THE TABLE IS FULL.
044700*----------------------------------------------------------------
044800 1150-ADD-BATCH-USER.
044900     IF WS-BATCH-USER-COUNT >= 50
045000         IF NOT BATCH-TABLE-FULL
045100             DISPLAY "More than 50 batch users on RUNCTL; the "
045200                 "rest are reported as online operators."
045300             MOVE "Y" TO WS-BATCH-TABLE-FULL
045400         END-IF
045500         GO TO 1150-ADD-BATCH-USER-EXIT
045600     END-IF
045700     ADD 1 TO WS-BATCH-USER-COUNT
045800     MOVE WS-LOOKUP-USER TO WS-BATCH-USER (WS-BATCH-USER-COUNT).
045900 1150-ADD-BATCH-USER-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------
046300* 1200-FIND-BATCH-USER
046400*     SETS BATCH-FOUND WHEN WS-LOOKUP-USER IS IN THE TABLE.
046500*----------------------------------------------------------------
046600 1200-FIND-BATCH-USER.
046700     MOVE "N" TO WS-BATCH-FOUND
046800     MOVE 1 TO WS-BATCH-SUB
046900     PERFORM UNTIL WS-BATCH-SUB > WS-BATCH-USER-COUNT
047000         OR BATCH-FOUND
047100         IF WS-BATCH-USER (WS-BATCH-SUB) = WS-LOOKUP-USER
047200             MOVE "Y" TO WS-BATCH-FOUND
047300         END-IF
047400         ADD 1 TO WS-BATCH-SUB
047500     END-PERFORM.
047600 1200-FIND-BATCH-USER-EXIT.
047700     EXIT.
047800
047900*================================================================
048000* 2000-COLLECT-ARCHIVED
048100*     TAKES EVERY RECORD IN THE DATE RANGE FROM THE ARCHIVED
048200*     TRAIL.  EACH ONE IS MOVED INTO THE AUDIT-RECORD AREA FIRST,
048300*     SINCE THE LAYOUTS ARE THE SAME AUDITREC COPYBOOK.  NO
048400*     ARCHIVE MOUNTED IS NORMAL BEFORE THE FIRST AUDARCH RUN, OR
048500*     WHEN THE RANGE IS ALL ON THE LIVE TRAIL.
048600*================================================================
048700 2000-COLLECT-ARCHIVED.
048800     OPEN INPUT ARCHIVE-FILE
048900     IF WS-ARCH-STATUS NOT = "00"
049000         GO TO 2000-COLLECT-ARCHIVED-EXIT
049100     END-IF
049200     MOVE "Y" TO WS-ARCH-PRESENT
049300     PERFORM UNTIL WS-EOF = "Y"
049400         READ ARCHIVE-FILE
049500             AT END MOVE "Y" TO WS-EOF
049600             NOT AT END
049700                 ADD 1 TO WS-ARCH-READ
049800                 MOVE ARCHIVE-RECORD TO AUDIT-RECORD
049900                 PERFORM 2200-WRITE-WORK-RECORD
050000                     THRU 2200-WRITE-WORK-RECORD-EXIT
050100         END-READ
050200     END-PERFORM
050300     MOVE "N" TO WS-EOF
050400     CLOSE ARCHIVE-FILE.
050500 2000-COLLECT-ARCHIVED-EXIT.
050600     EXIT.
050700
050800*================================================================
050900* 2100-COLLECT-LIVE
051000*     TAKES EVERY RECORD IN THE DATE RANGE FROM THE LIVE TRAIL.
051100*================================================================
051200 2100-COLLECT-LIVE.
051300     PERFORM UNTIL WS-EOF = "Y"
051400         READ AUDIT-FILE
051500             AT END MOVE "Y" TO WS-EOF
051600             NOT AT END
051700                 ADD 1 TO WS-AUDIT-READ
051800                 PERFORM 2200-WRITE-WORK-RECORD
051900                     THRU 2200-WRITE-WORK-RECORD-EXIT
052000         END-READ
052100     END-PERFORM
052200     MOVE "N" TO WS-EOF
052300     CLOSE AUDIT-FILE.
052400 2100-COLLECT-LIVE-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------------
052800* 2200-WRITE-WORK-RECORD
052900*     WRITES THE WORK RECORD FOR THE AUDIT RECORD IN THE
053000*     AUDIT-RECORD AREA WHEN IT FALLS IN THE DATE RANGE: ONLINE
053100*     OR BATCH BY ITS USER, AND AGAIN FOR THE OFF-HOURS LISTING
053200*     WHEN AN ONLINE CHANGE WAS MADE OUTSIDE BUSINESS HOURS.
053300*----------------------------------------------------------------
053400 2200-WRITE-WORK-RECORD.
053500     IF AUD-DATE < WS-FROM-DATE OR AUD-DATE > WS-TO-DATE
053600         GO TO 2200-WRITE-WORK-RECORD-EXIT
053700     END-IF
053800     ADD 1 TO WS-IN-RANGE
053900     MOVE AUD-USER TO OAW-USER
054000     MOVE AUD-DATE TO OAW-DATE
054100     MOVE AUD-TIME TO OAW-TIME
054200     MOVE AUD-ID TO OAW-ID
054300     MOVE AUD-OPERATION TO OAW-OPERATION
054400     MOVE AUD-BEFORE-SALARY TO OAW-BEFORE-SALARY
054500     MOVE AUD-AFTER-SALARY TO OAW-AFTER-SALARY
054600     MOVE AUD-APPROVER TO OAW-APPROVER
054700     PERFORM 2300-CLASSIFY-TIME THRU 2300-CLASSIFY-TIME-EXIT
054800     MOVE AUD-USER TO WS-LOOKUP-USER
054900     PERFORM 1200-FIND-BATCH-USER THRU 1200-FIND-BATCH-USER-EXIT
055000     IF BATCH-FOUND
055100         MOVE "2" TO OAW-SECTION
055200     ELSE
055300         MOVE "1" TO OAW-SECTION
055400     END-IF
055500     WRITE WORK-RECORD FROM WS-WORK-RECORD
055600     IF OAW-IS-ONLINE AND OAW-WHEN NOT = SPACE
055700         MOVE "3" TO OAW-SECTION
055800         WRITE WORK-RECORD FROM WS-WORK-RECORD
055900     END-IF.
056000 2200-WRITE-WORK-RECORD-EXIT.
056100     EXIT.
056200
056300*----------------------------------------------------------------
056400* 2300-CLASSIFY-TIME
056500*     SETS OAW-WHEN: "S" SATURDAY, "U" SUNDAY, "H" A WEEKDAY
056600*     OUTSIDE BUSINESS HOURS, SPACE IN BUSINESS HOURS.
056700*----------------------------------------------------------------
056800 2300-CLASSIFY-TIME.
056900     MOVE SPACE TO OAW-WHEN
057000     MOVE AUD-DATE TO WS-DN-DATE
057100     PERFORM 4000-DATE-TO-DAYS THRU 4000-DATE-TO-DAYS-EXIT
057200     DIVIDE WS-DN-DAYS BY 7 GIVING WS-DN-WEEKS
057300         REMAINDER WS-DN-WEEKDAY
057400     MOVE AUD-TIME TO WS-CHK-TIME
057500     EVALUATE TRUE
057600         WHEN WS-DN-WEEKDAY = 0
057700             MOVE "S" TO OAW-WHEN
057800         WHEN WS-DN-WEEKDAY = 1
057900             MOVE "U" TO OAW-WHEN
058000         WHEN WS-CHK-HHMM < WS-BUSINESS-START
058100             OR WS-CHK-HHMM >= WS-BUSINESS-END
058200             MOVE "H" TO OAW-WHEN
058300     END-EVALUATE.
058400 2300-CLASSIFY-TIME-EXIT.
058500     EXIT.
058600
058700*================================================================
058800* 3000-PRINT-REPORT
058900*     SORTS THE WORK RECORDS AND PRINTS THE ONLINE OPERATOR AND
059000*     BATCH USER SUMMARIES AND THE OFF-HOURS LISTING, THEN THE
059100*     RUN TOTAL.
059200*================================================================
059300 3000-PRINT-REPORT.
059400     CLOSE WORK-FILE
059500     SORT WORK-SORT-FILE
059600         ON ASCENDING KEY SRW-SECTION
059700         ON ASCENDING KEY SRW-USER
059800         ON ASCENDING KEY SRW-DATE
059900         ON ASCENDING KEY SRW-TIME
060000         USING WORK-FILE
060100         GIVING SORTED-WORK-FILE
060200     OPEN OUTPUT REPORT-FILE
060300     PERFORM 3200-WRITE-PAGE-HEADER
060400         THRU 3200-WRITE-PAGE-HEADER-EXIT
060500     OPEN INPUT SORTED-WORK-FILE
060600     PERFORM UNTIL WS-WORK-EOF = "Y"
060700         READ SORTED-WORK-FILE INTO WS-WORK-RECORD
060800             AT END MOVE "Y" TO WS-WORK-EOF
060900             NOT AT END
061000                 PERFORM 3100-PROCESS-WORK-RECORD
061100                     THRU 3100-PROCESS-WORK-RECORD-EXIT
061200         END-READ
061300     END-PERFORM
061400     CLOSE SORTED-WORK-FILE
061500     PERFORM 3600-END-SECTION THRU 3600-END-SECTION-EXIT
061600     MOVE SPACE TO WS-PREV-SECTION
061700     MOVE 3 TO WS-TARGET-SECTION
061800     IF WS-NEXT-SECTION <= 3
061900         PERFORM 3300-START-SECTIONS THRU 3300-START-SECTIONS-EXIT
062000         MOVE "NONE IN THE DATE RANGE." TO REPORT-LINE
062100         WRITE REPORT-LINE
062200     END-IF
062300     MOVE SPACES TO REPORT-LINE
062400     WRITE REPORT-LINE
062500     MOVE SPACES TO WS-SUMMARY-LINE
062600     MOVE "ALL USERS" TO SUM-NAME
062700     MOVE WS-RUN-ADDS TO SUM-ADDS
062800     MOVE WS-RUN-CHANGES TO SUM-CHANGES
062900     MOVE WS-RUN-TERMS TO SUM-TERMS
063000     MOVE WS-RUN-DELETES TO SUM-DELETES
063100     MOVE WS-RUN-TOTAL TO SUM-TOTAL
063200     MOVE WS-RUN-SALARY TO SUM-SALARY
063300     MOVE WS-RUN-OFF-HOURS TO SUM-OFF-HOURS
063400     MOVE WS-SUMMARY-LINE TO REPORT-LINE
063500     WRITE REPORT-LINE
063600     IF NOT ARCH-PRESENT
063700         MOVE "NO ARCHIVED TRAIL (EMPAUDAR) MOUNTED; LIVE ONLY."
063800             TO REPORT-LINE
063900         WRITE REPORT-LINE
064000     END-IF
064100     CLOSE REPORT-FILE.
064200 3000-PRINT-REPORT-EXIT.
064300     EXIT.
064400
064500*----------------------------------------------------------------
064600* 3100-PROCESS-WORK-RECORD
064700*     HANDLES THE SECTION AND USER BREAKS, THEN COUNTS A SUMMARY
064800*     RECORD OR PRINTS AN OFF-HOURS ONE.
064900*----------------------------------------------------------------
065000 3100-PROCESS-WORK-RECORD.
065100     IF OAW-SECTION NOT = WS-PREV-SECTION
065200         PERFORM 3600-END-SECTION THRU 3600-END-SECTION-EXIT
065300         MOVE SPACE TO WS-PREV-SECTION
065400         MOVE OAW-SECTION TO WS-TARGET-SECTION
065500         PERFORM 3300-START-SECTIONS THRU 3300-START-SECTIONS-EXIT
065600         MOVE OAW-SECTION TO WS-PREV-SECTION
065700         INITIALIZE WS-SECTION-TOTALS
065800     END-IF
065900     IF OAW-IS-OFF-HOURS
066000         PERFORM 3700-PRINT-OFF-HOURS
066100             THRU 3700-PRINT-OFF-HOURS-EXIT
066200         GO TO 3100-PROCESS-WORK-RECORD-EXIT
066300     END-IF
066400     IF OAW-USER NOT = WS-PREV-USER
066500         AND USER-GROUP-STARTED
066600         PERFORM 3500-WRITE-USER-LINE
066700             THRU 3500-WRITE-USER-LINE-EXIT
066800     END-IF
066900     IF OAW-USER NOT = WS-PREV-USER
067000         OR NOT USER-GROUP-STARTED
067100         INITIALIZE WS-USER-TOTALS
067200         MOVE OAW-USER TO WS-PREV-USER
067300         MOVE "Y" TO WS-USER-GROUP-STARTED
067400     END-IF
067500     EVALUATE TRUE
067600         WHEN OAW-IS-ADD
067700             ADD 1 TO WS-USER-ADDS
067800         WHEN OAW-IS-CHANGE
067900             ADD 1 TO WS-USER-CHANGES
068000         WHEN OAW-IS-TERM
068100             ADD 1 TO WS-USER-TERMS
068200         WHEN OAW-IS-DELETE
068300             ADD 1 TO WS-USER-DELETES
068400     END-EVALUATE
068500     ADD 1 TO WS-USER-TOTAL
068600     IF OAW-IS-CHANGE OR OAW-IS-TERM
068700         IF OAW-AFTER-SALARY >= OAW-BEFORE-SALARY
068800             COMPUTE WS-SALARY-CHANGE =
068900                 OAW-AFTER-SALARY - OAW-BEFORE-SALARY
069000         ELSE
069100             COMPUTE WS-SALARY-CHANGE =
069200                 OAW-BEFORE-SALARY - OAW-AFTER-SALARY
069300         END-IF
069400         ADD WS-SALARY-CHANGE TO WS-USER-SALARY
069500     END-IF
069600     IF OAW-WHEN NOT = SPACE
069700         ADD 1 TO WS-USER-OFF-HOURS
069800     END-IF.
069900 3100-PROCESS-WORK-RECORD-EXIT.
070000     EXIT.
070100
070200*----------------------------------------------------------------
070300* 3200-WRITE-PAGE-HEADER
070400*     STARTS A NEW PAGE: TITLE LINE WITH THE DATE RANGE, RUN
070500*     DATE, AND PAGE NUMBER, THEN THE CURRENT SECTION'S COLUMN
070600*     HEADINGS ONCE A SECTION HAS STARTED.
070700*----------------------------------------------------------------
070800 3200-WRITE-PAGE-HEADER.
070900     ADD 1 TO WS-PAGE-COUNT
071000     MOVE WS-PAGE-COUNT TO TTL-PAGE-NO
071100     MOVE SPACES TO REPORT-LINE
071200     WRITE REPORT-LINE
071300     MOVE WS-TITLE-LINE TO REPORT-LINE
071400     WRITE REPORT-LINE
071500     EVALUATE WS-PREV-SECTION
071600         WHEN "1"
071700         WHEN "2"
071800             MOVE WS-SUMMARY-HEADER-LINE TO REPORT-LINE
071900             WRITE REPORT-LINE
072000         WHEN "3"
072100             MOVE WS-DETAIL-HEADER-LINE TO REPORT-LINE
072200             WRITE REPORT-LINE
072300     END-EVALUATE
072400     MOVE 0 TO WS-LINE-COUNT.
072500 3200-WRITE-PAGE-HEADER-EXIT.
072600     EXIT.
072700
072800*----------------------------------------------------------------
072900* 3300-START-SECTIONS
073000*     PRINTS THE HEADING AND COLUMN HEADINGS OF EVERY SECTION UP
073100*     TO WS-TARGET-SECTION NOT YET STARTED; ONE SKIPPED BECAUSE
073200*     IT HAS NOTHING IN IT GETS A "NONE" LINE.
073300*----------------------------------------------------------------
073400 3300-START-SECTIONS.
073500     PERFORM 3400-WRITE-SECTION-HEADING
073600         THRU 3400-WRITE-SECTION-HEADING-EXIT
073700         UNTIL WS-NEXT-SECTION > WS-TARGET-SECTION.
073800 3300-START-SECTIONS-EXIT.
073900     EXIT.
074000
074100*----------------------------------------------------------------
074200* 3400-WRITE-SECTION-HEADING
074300*     PRINTS THE HEADING FOR SECTION WS-NEXT-SECTION.
074400*----------------------------------------------------------------
074500 3400-WRITE-SECTION-HEADING.
074600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 5
074700         PERFORM 3200-WRITE-PAGE-HEADER
074800             THRU 3200-WRITE-PAGE-HEADER-EXIT
074900     END-IF
075000     MOVE SPACES TO REPORT-LINE
075100     WRITE REPORT-LINE
075200     EVALUATE WS-NEXT-SECTION
075300         WHEN 1
075400             MOVE "ONLINE OPERATORS" TO WS-SECTION-LINE
075500         WHEN 2
075600             MOVE "BATCH USERS" TO WS-SECTION-LINE
075700         WHEN 3
075800             MOVE WS-OFF-HOURS-HEADING TO WS-SECTION-LINE
075900     END-EVALUATE
076000     MOVE WS-SECTION-LINE TO REPORT-LINE
076100     WRITE REPORT-LINE
076200     IF WS-NEXT-SECTION = 3
076300         MOVE WS-DETAIL-HEADER-LINE TO REPORT-LINE
076400     ELSE
076500         MOVE WS-SUMMARY-HEADER-LINE TO REPORT-LINE
076600     END-IF
076700     WRITE REPORT-LINE
076800     ADD 3 TO WS-LINE-COUNT
076900     IF WS-NEXT-SECTION < WS-TARGET-SECTION
077000         MOVE "NONE IN THE DATE RANGE." TO REPORT-LINE
077100         WRITE REPORT-LINE
077200         ADD 1 TO WS-LINE-COUNT
077300     END-IF
077400     ADD 1 TO WS-NEXT-SECTION.
077500 3400-WRITE-SECTION-HEADING-EXIT.
077600     EXIT.
077700
077800*----------------------------------------------------------------
077900* 3500-WRITE-USER-LINE
078000*     PRINTS THE FINISHED USER'S SUMMARY LINE WITH THEIR NAME
078100*     FROM OPERMAST AND ADDS THEM TO THE SECTION TOTALS.  AN
078200*     ONLINE USER NOT ON OPERMAST IS FLAGGED.
078300*----------------------------------------------------------------
078400 3500-WRITE-USER-LINE.
078500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
078600         PERFORM 3200-WRITE-PAGE-HEADER
078700             THRU 3200-WRITE-PAGE-HEADER-EXIT
078800     END-IF
078900     MOVE SPACES TO WS-SUMMARY-LINE
079000     MOVE WS-PREV-USER TO SUM-USER
079100     IF OPER-PRESENT
079200         MOVE WS-PREV-USER TO O-USERID
079300         READ OPER-MASTER
079400             KEY IS O-USERID
079500             INVALID KEY
079600                 IF WS-PREV-SECTION = "1"
079700                     MOVE "NOT ON OPERMAST" TO SUM-NOTE
079800                     ADD 1 TO WS-NOT-ON-OPERMAST
079900                 END-IF
080000             NOT INVALID KEY
080100                 MOVE O-NAME TO SUM-NAME
080200         END-READ
080300     END-IF
080400     MOVE WS-USER-ADDS TO SUM-ADDS
080500     MOVE WS-USER-CHANGES TO SUM-CHANGES
080600     MOVE WS-USER-TERMS TO SUM-TERMS
080700     MOVE WS-USER-DELETES TO SUM-DELETES
080800     MOVE WS-USER-TOTAL TO SUM-TOTAL
080900     MOVE WS-USER-SALARY TO SUM-SALARY
081000     MOVE WS-USER-OFF-HOURS TO SUM-OFF-HOURS
081100     MOVE WS-SUMMARY-LINE TO REPORT-LINE
081200     WRITE REPORT-LINE
081300     ADD 1 TO WS-LINE-COUNT
081400     ADD 1 TO WS-USERS-LISTED
081500     ADD WS-USER-ADDS TO WS-SECT-ADDS
081600     ADD WS-USER-CHANGES TO WS-SECT-CHANGES
081700     ADD WS-USER-TERMS TO WS-SECT-TERMS
081800     ADD WS-USER-DELETES TO WS-SECT-DELETES
081900     ADD WS-USER-TOTAL TO WS-SECT-TOTAL
082000     ADD WS-USER-SALARY TO WS-SECT-SALARY
082100     ADD WS-USER-OFF-HOURS TO WS-SECT-OFF-HOURS
082200     MOVE "N" TO WS-USER-GROUP-STARTED.
082300 3500-WRITE-USER-LINE-EXIT.
082400     EXIT.
082500
082600*----------------------------------------------------------------
082700* 3600-END-SECTION
082800*     CLOSES OFF A SUMMARY SECTION: THE LAST USER'S LINE, THEN
082900*     THE SECTION TOTAL, WHICH IS ADDED TO THE RUN TOTAL.  THE
083000*     OFF-HOURS LISTING ENDS WITH ITS COUNT.
083100*----------------------------------------------------------------
083200 3600-END-SECTION.
083300     IF WS-PREV-SECTION = SPACE
083400         GO TO 3600-END-SECTION-EXIT
083500     END-IF
083600     IF WS-PREV-SECTION = "3"
083700         MOVE SPACES TO REPORT-LINE
083800         WRITE REPORT-LINE
083900         MOVE SPACES TO WS-SUMMARY-LINE
084000         MOVE "CHANGES LISTED" TO SUM-NAME
084100         MOVE WS-OFF-HOURS-LISTED TO SUM-TOTAL
084200         MOVE WS-SUMMARY-LINE TO REPORT-LINE
084300         WRITE REPORT-LINE
084400         ADD 2 TO WS-LINE-COUNT
084500         GO TO 3600-END-SECTION-EXIT
084600     END-IF
084700     IF USER-GROUP-STARTED
084800         PERFORM 3500-WRITE-USER-LINE
084900             THRU 3500-WRITE-USER-LINE-EXIT
085000     END-IF
085100     MOVE SPACES TO WS-SUMMARY-LINE
085200     IF WS-PREV-SECTION = "1"
085300         MOVE "ALL ONLINE OPERATORS" TO SUM-NAME
085400     ELSE
085500         MOVE "ALL BATCH USERS" TO SUM-NAME
085600     END-IF
085700     MOVE WS-SECT-ADDS TO SUM-ADDS
085800     MOVE WS-SECT-CHANGES TO SUM-CHANGES
085900     MOVE WS-SECT-TERMS TO SUM-TERMS
086000     MOVE WS-SECT-DELETES TO SUM-DELETES
086100     MOVE WS-SECT-TOTAL TO SUM-TOTAL
086200     MOVE WS-SECT-SALARY TO SUM-SALARY
086300     MOVE WS-SECT-OFF-HOURS TO SUM-OFF-HOURS
086400     MOVE WS-SUMMARY-LINE TO REPORT-LINE
086500     WRITE REPORT-LINE
086600     ADD 1 TO WS-LINE-COUNT
086700     ADD WS-SECT-ADDS TO WS-RUN-ADDS
086800     ADD WS-SECT-CHANGES TO WS-RUN-CHANGES
086900     ADD WS-SECT-TERMS TO WS-RUN-TERMS
087000     ADD WS-SECT-DELETES TO WS-RUN-DELETES
087100     ADD WS-SECT-TOTAL TO WS-RUN-TOTAL
087200     ADD WS-SECT-SALARY TO WS-RUN-SALARY
087300     ADD WS-SECT-OFF-HOURS TO WS-RUN-OFF-HOURS
087400     MOVE SPACES TO WS-PREV-USER.
087500 3600-END-SECTION-EXIT.
087600     EXIT.
087700
087800*----------------------------------------------------------------
087900* 3700-PRINT-OFF-HOURS
088000*     PRINTS ONE ONLINE CHANGE MADE OUTSIDE BUSINESS HOURS.
088100*----------------------------------------------------------------
088200 3700-PRINT-OFF-HOURS.
088300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
088400         PERFORM 3200-WRITE-PAGE-HEADER
088500             THRU 3200-WRITE-PAGE-HEADER-EXIT
088600     END-IF
088700     MOVE OAW-DATE TO DTL-DATE
088800     MOVE OAW-TIME TO WS-DETAIL-TIME
088900     MOVE WS-DETAIL-HH TO DTL-HH
089000     MOVE WS-DETAIL-MM TO DTL-MM
089100     MOVE WS-DETAIL-SS TO DTL-SS
089200     EVALUATE TRUE
089300         WHEN OAW-ON-SATURDAY
089400             MOVE "SATURDAY" TO DTL-DAY
089500         WHEN OAW-ON-SUNDAY
089600             MOVE "SUNDAY" TO DTL-DAY
089700         WHEN OTHER
089800             MOVE "WEEKDAY" TO DTL-DAY
089900     END-EVALUATE
090000     MOVE OAW-USER TO DTL-USER
090100     MOVE OAW-ID TO DTL-ID
090200     EVALUATE TRUE
090300         WHEN OAW-IS-ADD
090400             MOVE "ADD" TO DTL-OPERATION
090500         WHEN OAW-IS-CHANGE
090600             MOVE "CHANGE" TO DTL-OPERATION
090700         WHEN OAW-IS-TERM
090800             MOVE "TERMINATE" TO DTL-OPERATION
090900         WHEN OAW-IS-DELETE
091000             MOVE "DELETE" TO DTL-OPERATION
091100         WHEN OTHER
091200             MOVE OAW-OPERATION TO DTL-OPERATION
091300     END-EVALUATE
091400     MOVE OAW-BEFORE-SALARY TO DTL-BEFORE-SALARY
091500     MOVE OAW-AFTER-SALARY TO DTL-AFTER-SALARY
091600     MOVE OAW-APPROVER TO DTL-APPROVER
091700     MOVE WS-DETAIL-LINE TO REPORT-LINE
091800     WRITE REPORT-LINE
091900     ADD 1 TO WS-LINE-COUNT
092000     ADD 1 TO WS-OFF-HOURS-LISTED.
092100 3700-PRINT-OFF-HOURS-EXIT.
092200     EXIT.
092300
092400*================================================================
092500* 4000-DATE-TO-DAYS
092600*     TURNS THE YYYYMMDD DATE IN WS-DN-DATE INTO A DAY NUMBER IN
092700*     WS-DN-DAYS.  A JANUARY OR FEBRUARY DATE DOES NOT YET COUNT
092800*     ITS OWN YEAR'S LEAP DAY.
092900*================================================================
093000 4000-DATE-TO-DAYS.
093100     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
093200         MOVE 0 TO WS-DN-DAYS
093300         GO TO 4000-DATE-TO-DAYS-EXIT
093400     END-IF
093500     IF WS-DN-MONTH > 2
093600         MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR
093700     ELSE
093800         COMPUTE WS-DN-LEAP-YEAR = WS-DN-YEAR - 1
093900     END-IF
094000     DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-QUOT-4
094100     DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-QUOT-100
094200     DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-QUOT-400
094300     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365
094400         + WS-DN-QUOT-4 - WS-DN-QUOT-100 + WS-DN-QUOT-400
094500         + WS-CUM-DAYS (WS-DN-MONTH) + WS-DN-DAY.
094600 4000-DATE-TO-DAYS-EXIT.
094700     EXIT.
094800
094900*================================================================
095000* 5000-WRAP-UP
095100*     CLOSES OPERMAST AND DISPLAYS THE RUN COUNTS.
095200*================================================================
095300 5000-WRAP-UP.
095400     IF OPER-PRESENT
095500         CLOSE OPER-MASTER
095600     END-IF
095700     DISPLAY "OPERACT run summary:"
095800     DISPLAY "  Archived records read:    " WS-ARCH-READ
095900     DISPLAY "  Live trail records read:  " WS-AUDIT-READ
096000     DISPLAY "  Records in date range:    " WS-IN-RANGE
096100     DISPLAY "  Users listed:             " WS-USERS-LISTED
096200     DISPLAY "  Online users not on file: " WS-NOT-ON-OPERMAST
096300     DISPLAY "  Off-hours online changes: " WS-OFF-HOURS-LISTED.
096400 5000-WRAP-UP-EXIT.
096500     EXIT.
