000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HEADCNT.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  MONTHLY HEADCOUNT MOVEMENT
001300*                  AND TURNOVER REPORT (HEADCRPT) FOR A KEYED
001400*                  MONTH.  FOR EACH DEPARTMENT ON DEPTMAST IT
001500*                  SHOWS THE OPENING HEADCOUNT, HIRES,
001600*                  TERMINATIONS, TRANSFERS IN AND OUT, LEAVE
001700*                  STARTS AND RETURNS, AND THE CLOSING HEADCOUNT,
001800*                  WITH THE MONTH'S TURNOVER AND THE ROLLING
001900*                  TWELVE-MONTH TURNOVER, THEN THE SAME FOR THE
002000*                  COMPANY.  HEADCOUNT IS EVERY EMPLOYEE NOT
002100*                  TERMINATED (ACTIVE OR ON LEAVE).  THE MONTH-END
002200*                  HEADCOUNTS COME FROM EMPMAST ROLLED BACK TO
002300*                  EACH MONTH END: AN EMPLOYEE CHANGED AFTER THE
002400*                  MONTH END IS COUNTED FROM THE BEFORE IMAGE OF
002500*                  THE FIRST SUCH AUDIT RECORD, EVERYONE ELSE FROM
002600*                  THE MASTER AS IT STANDS (SO EMPLOYEES LOADED
002700*                  BEFORE THE TRAIL EXISTED ARE COUNTED TOO).  THE
002800*                  MOVEMENTS COME FROM THE AUDIT RECORDS DATED IN
002900*                  THE MONTH, EACH FROM ITS OWN BEFORE AND AFTER
003000*                  IMAGES.  OPENING PLUS MOVEMENTS THEREFORE
003100*                  EQUALS CLOSING ONLY WHEN THE TRAIL AGREES WITH
003200*                  ITSELF AND WITH THE MASTER; A DEPARTMENT WHERE
003300*                  IT DOES NOT IS FLAGGED AND THE RUN ENDS WITH
003400*                  RETURN-CODE 4.  A MOUNTED ARCHIVE GENERATION
003500*                  (EMPAUDAR) IS READ AHEAD OF THE LIVE TRAIL; IF
003600*                  THE TWELVE-MONTH WINDOW REACHES BACK BEFORE THE
003700*                  EMPBASE BASELINE AND NO ARCHIVE IS MOUNTED, THE
003800*                  REPORT SAYS SO.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS E-ID
004700         ALTERNATE RECORD KEY IS E-NAME
004800             WITH DUPLICATES
004900         FILE STATUS IS WS-MASTER-STATUS.
005000     SELECT DEPT-MASTER ASSIGN TO "DEPTMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS D-CODE
005400         FILE STATUS IS WS-DEPT-STATUS.
005500     SELECT AUDIT-FILE ASSIGN TO "EMPAUDIT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-AUDIT-STATUS.
005800     SELECT ARCHIVE-FILE ASSIGN TO "EMPAUDAR"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-ARCH-STATUS.
006100     SELECT OPTIONAL BASELINE-FILE ASSIGN TO "EMPBASE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-BASELINE-STATUS.
006400     SELECT REPORT-FILE ASSIGN TO "HEADCRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  EMPLOYEE-MASTER.
007000 01  EMPLOYEE-RECORD.
007100     COPY EMPREC
007200         REPLACING ==EMP-ID==     BY ==E-ID==
007300                   ==EMP-NAME==   BY ==E-NAME==
007400                   ==EMP-CITY==   BY ==E-CITY==
007500                   ==EMP-SALARY== BY ==E-SALARY==
007600                   ==EMP-DEPT==   BY ==E-DEPT==
007700                   ==EMP-STATUS== BY ==E-STATUS==
007800                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
007850                   ==EMP-GRADE== BY ==E-GRADE==.
007900
008000 FD  DEPT-MASTER.
008100 01  DEPARTMENT-RECORD.
008200     COPY DEPTREC
008300         REPLACING ==DEPT-CODE==    BY ==D-CODE==
008400                   ==DEPT-NAME==    BY ==D-NAME==
008500                   ==DEPT-COSTCTR== BY ==D-COSTCTR==
008600                   ==DEPT-MANAGER== BY ==D-MANAGER==.
008700
008800 FD  AUDIT-FILE.
008900 01  AUDIT-RECORD.
009000     COPY AUDITREC.
009100
009200 FD  ARCHIVE-FILE.
009300 01  ARCHIVE-RECORD.
009400     COPY AUDITREC REPLACING LEADING ==AUD== BY ==ARC==.
009500
009600 FD  BASELINE-FILE.
009700 01  BASELINE-RECORD.
009800     COPY BKUPREC REPLACING LEADING ==BKP== BY ==BL==.
009900
010000 FD  REPORT-FILE.
010100 01  REPORT-LINE PIC X(132).
010200
010300 WORKING-STORAGE SECTION.
010400 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
010500 01  WS-DEPT-STATUS PIC X(2) VALUE "00".
010600 01  WS-AUDIT-STATUS PIC X(2) VALUE "00".
010700 01  WS-ARCH-STATUS PIC X(2) VALUE "00".
010800 01  WS-BASELINE-STATUS PIC X(2) VALUE "00".
010900 01  WS-EOF PIC A(1) VALUE "N".
011000 01  WS-RUN-DATE PIC 9(8) VALUE 0.
011100
011200*----------------------------------------------------------------
011300* THE KEYED MONTH AND THE MONTHS DERIVED FROM IT.  THE ROLLING
011400* TWELVE MONTHS ARE WS-WINDOW-START THROUGH THE KEYED MONTH.
011500*----------------------------------------------------------------
011600 01  WS-REPORT-MONTH PIC 9(6) VALUE 0.
011700 01  FILLER REDEFINES WS-REPORT-MONTH.
011800     05 WS-REPORT-YYYY PIC 9(4).
011900     05 WS-REPORT-MM PIC 9(2).
012000 01  WS-NEXT-MONTH PIC 9(6) VALUE 0.
012100 01  FILLER REDEFINES WS-NEXT-MONTH.
012200     05 WS-NEXT-YYYY PIC 9(4).
012300     05 WS-NEXT-MM PIC 9(2).
012400 01  WS-WINDOW-START PIC 9(6) VALUE 0.
012500 01  FILLER REDEFINES WS-WINDOW-START.
012600     05 WS-WINDOW-YYYY PIC 9(4).
012700     05 WS-WINDOW-MM PIC 9(2).
012800 01  WS-AUDIT-DATE PIC 9(8) VALUE 0.
012900 01  FILLER REDEFINES WS-AUDIT-DATE.
013000     05 WS-AUDIT-MONTH PIC 9(6).
013100     05 FILLER PIC 9(2).
013200
013300*----------------------------------------------------------------
013400* MONTH-END CUTOFFS.  CUTOFF 1 IS THE END OF THE KEYED MONTH
013500* (CLOSING), 2 THE END OF THE MONTH BEFORE (OPENING), AND 3 THE
013600* END OF THE MONTH BEFORE THE TWELVE-MONTH WINDOW.  WS-CUT-AFTER
013700* IS THE FIRST MONTH AFTER EACH CUTOFF: AN AUDIT RECORD DATED IN
013800* OR AFTER IT WAS NOT YET ON THE MASTER AT THE CUTOFF.
013900*----------------------------------------------------------------
014000 01  WS-CUTOFF-TABLE.
014100     05 WS-CUT-AFTER PIC 9(6) OCCURS 3 TIMES.
014200 01  WS-CUT-SUB PIC 9(1) COMP VALUE 0.
014300 01  WS-CLOSING-CUT PIC 9(1) COMP VALUE 1.
014400 01  WS-OPENING-CUT PIC 9(1) COMP VALUE 2.
014500 01  WS-WINDOW-CUT PIC 9(1) COMP VALUE 3.
014600
014700*----------------------------------------------------------------
014800* EMPLOYEE TABLE.  ONE ENTRY PER ID ON EMPMAST OR ON THE TRAIL:
014900* WHETHER THE EMPLOYEE IS IN THE HEADCOUNT NOW, AND IN WHICH
015000* DEPARTMENT, AND THE SAME AT EACH CUTOFF ONCE AN AUDIT RECORD
015100* AFTER THAT CUTOFF HAS BEEN SEEN.  SAME SIZING AND FULL-TABLE
015200* WARNING AS THE AS-OF TABLE IN EMPASOF.
015300*----------------------------------------------------------------
015400 01  WS-EMP-TABLE.
015500     05 WS-EMP-ENTRY OCCURS 5000 TIMES.
015600        10 WS-EMP-ID PIC 9(8).
015700        10 WS-EMP-NOW-IN PIC A(1).
015800        10 WS-EMP-NOW-DEPT PIC X(4).
015900        10 WS-EMP-AT-CUTOFF OCCURS 3 TIMES.
016000           15 WS-EMP-CUT-SEEN PIC A(1).
016100           15 WS-EMP-CUT-IN PIC A(1).
016200           15 WS-EMP-CUT-DEPT PIC X(4).
016300 01  WS-EMP-COUNT PIC 9(7) COMP VALUE 0.
016400 01  WS-EMP-SUB PIC 9(7) COMP VALUE 0.
016500 01  WS-EMP-FOUND-SUB PIC 9(7) COMP VALUE 0.
016600 01  WS-FIND-ID PIC 9(8) VALUE 0.
016700 01  WS-EMP-TABLE-FULL-WARNED PIC A(1) VALUE "N".
016800     88 EMP-TABLE-FULL-WARNED VALUE "Y".
016900
017000*----------------------------------------------------------------
017100* DEPARTMENT TABLE.  LOADED FROM DEPTMAST IN CODE ORDER; A CODE
017200* FOUND ONLY ON THE MASTER OR THE TRAIL IS ADDED AT THE END AND
017300* PRINTED AS NOT ON DEPTMAST.
017400*----------------------------------------------------------------
017500 01  WS-DEPT-TABLE.
017600     05 WS-DPT-ENTRY OCCURS 200 TIMES.
017700        10 WS-DPT-CODE PIC X(4).
017800        10 WS-DPT-NAME PIC X(25).
017900        10 WS-DPT-COUNTS.
018000           15 WS-DPT-OPENING PIC 9(5) COMP.
018100           15 WS-DPT-HIRES PIC 9(5) COMP.
018200           15 WS-DPT-TERMS PIC 9(5) COMP.
018300           15 WS-DPT-XFER-IN PIC 9(5) COMP.
018400           15 WS-DPT-XFER-OUT PIC 9(5) COMP.
018500           15 WS-DPT-LV-START PIC 9(5) COMP.
018600           15 WS-DPT-LV-RETURN PIC 9(5) COMP.
018700           15 WS-DPT-CLOSING PIC 9(5) COMP.
018800           15 WS-DPT-YR-OPENING PIC 9(5) COMP.
018900           15 WS-DPT-YR-TERMS PIC 9(5) COMP.
019000 01  WS-DEPT-COUNT PIC 9(3) COMP VALUE 0.
019100 01  WS-DEPT-SUB PIC 9(3) COMP VALUE 0.
019200 01  WS-DEPT-FOUND-SUB PIC 9(3) COMP VALUE 0.
019300 01  WS-FIND-DEPT PIC X(4) VALUE SPACES.
019400 01  WS-DEPT-TABLE-FULL-WARNED PIC A(1) VALUE "N".
019500     88 DEPT-TABLE-FULL-WARNED VALUE "Y".
019600
019700*----------------------------------------------------------------
019800* ONE AUDIT RECORD'S BEFORE AND AFTER STATE: IN THE HEADCOUNT OR
019900* NOT, AND THE DEPARTMENT.  AN ADD HAS NO BEFORE STATE AND A
020000* DELETE NO AFTER STATE.
020100*----------------------------------------------------------------
020200 01  WS-BEFORE-IN PIC A(1) VALUE "N".
020300     88 BEFORE-IN VALUE "Y".
020400 01  WS-AFTER-IN PIC A(1) VALUE "N".
020500     88 AFTER-IN VALUE "Y".
020600 01  WS-IN-MONTH PIC A(1) VALUE "N".
020700     88 IN-REPORT-MONTH VALUE "Y".
020800 01  WS-IN-WINDOW PIC A(1) VALUE "N".
020900     88 IN-WINDOW VALUE "Y".
021000
021100*----------------------------------------------------------------
021200* COMPANY TOTALS, ARCHIVE AND BASELINE STATE, AND RUN COUNTS.
021300*----------------------------------------------------------------
021400 01  WS-COMPANY-COUNTS.
021500     05 WS-CO-OPENING PIC 9(7) COMP.
021600     05 WS-CO-HIRES PIC 9(7) COMP.
021700     05 WS-CO-TERMS PIC 9(7) COMP.
021800     05 WS-CO-XFER-IN PIC 9(7) COMP.
021900     05 WS-CO-XFER-OUT PIC 9(7) COMP.
022000     05 WS-CO-LV-START PIC 9(7) COMP.
022100     05 WS-CO-LV-RETURN PIC 9(7) COMP.
022200     05 WS-CO-CLOSING PIC 9(7) COMP.
022300     05 WS-CO-YR-OPENING PIC 9(7) COMP.
022400     05 WS-CO-YR-TERMS PIC 9(7) COMP.
022500 01  WS-ARCH-PRESENT PIC A(1) VALUE "N".
022600     88 ARCH-PRESENT VALUE "Y".
022700 01  WS-BASELINE-DATE PIC 9(8) VALUE 0.
022800 01  FILLER REDEFINES WS-BASELINE-DATE.
022900     05 WS-BASELINE-MONTH PIC 9(6).
023000     05 FILLER PIC 9(2).
023100 01  WS-AUDIT-READ PIC 9(7) COMP VALUE 0.
023200 01  WS-ARCH-READ PIC 9(7) COMP VALUE 0.
023300 01  WS-MOVEMENTS PIC 9(7) COMP VALUE 0.
023400 01  WS-DEPTS-NOT-FOOTING PIC 9(3) COMP VALUE 0.
023500
023600*----------------------------------------------------------------
023700* FOOTING AND TURNOVER WORK FIELDS.  TURNOVER IS TERMINATIONS
023800* AS A PERCENTAGE OF THE AVERAGE OF THE OPENING AND CLOSING
023900* HEADCOUNTS FOR THE PERIOD; NO HEADCOUNT AT EITHER END PRINTS
024000* AS N/A.
024100*----------------------------------------------------------------
024200 01  WS-CALC-OPENING PIC 9(7) COMP VALUE 0.
024300 01  WS-CALC-HIRES PIC 9(7) COMP VALUE 0.
024400 01  WS-CALC-TERMS PIC 9(7) COMP VALUE 0.
024500 01  WS-CALC-XFER-IN PIC 9(7) COMP VALUE 0.
024600 01  WS-CALC-XFER-OUT PIC 9(7) COMP VALUE 0.
024700 01  WS-CALC-CLOSING PIC 9(7) COMP VALUE 0.
024800 01  WS-CALC-YR-OPENING PIC 9(7) COMP VALUE 0.
024900 01  WS-CALC-YR-TERMS PIC 9(7) COMP VALUE 0.
025000 01  WS-FOOT-DIFF PIC S9(7) VALUE 0.
025100 01  WS-RATE-TERMS PIC 9(7) VALUE 0.
025200 01  WS-RATE-BASE PIC 9(8) VALUE 0.
025300 01  WS-RATE PIC 9(5)V9 VALUE 0.
025400 01  WS-RATE-EDIT PIC ZZZZ9.9.
025500 01  WS-RATE-TEXT PIC X(7) VALUE SPACES.
025600
025700 01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
025800 01  WS-LINE-COUNT PIC 9(3) COMP VALUE 0.
025900 01  WS-PAGE-COUNT PIC 9(5) COMP VALUE 0.
026000
026100 01  WS-TITLE-LINE.
026200     05 FILLER PIC X(40)
026300         VALUE "HEADCOUNT MOVEMENT AND TURNOVER REPORT".
026400     05 FILLER PIC X(06) VALUE "MONTH ".
026500     05 TTL-MONTH PIC 9(6).
026600     05 FILLER PIC X(06) VALUE SPACES.
026700     05 FILLER PIC X(09) VALUE "RUN DATE ".
026800     05 TTL-RUN-DATE PIC 9(8).
026900     05 FILLER PIC X(06) VALUE SPACES.
027000     05 FILLER PIC X(05) VALUE "PAGE ".
027100     05 TTL-PAGE-NO PIC ZZZZ9.
027200
027300 01  WS-HEADER-LINE-1.
027400     05 FILLER PIC X(31) VALUE SPACES.
027500     05 FILLER PIC X(08) VALUE "OPENING".
027600     05 FILLER PIC X(16) VALUE SPACES.
027700     05 FILLER PIC X(16) VALUE "---TRANSFER---".
027800     05 FILLER PIC X(16) VALUE "-----LEAVE----".
027900     05 FILLER PIC X(08) VALUE "CLOSING".
028000     05 FILLER PIC X(18) VALUE "---TURNOVER %---".
028100 01  WS-HEADER-LINE-2.
028200     05 FILLER PIC X(06) VALUE "DEPT".
028300     05 FILLER PIC X(25) VALUE "NAME".
028400     05 FILLER PIC X(08) VALUE " COUNT".
028500     05 FILLER PIC X(08) VALUE " HIRES".
028600     05 FILLER PIC X(08) VALUE " TERMS".
028700     05 FILLER PIC X(08) VALUE "    IN".
028800     05 FILLER PIC X(08) VALUE "   OUT".
028900     05 FILLER PIC X(08) VALUE "STARTS".
029000     05 FILLER PIC X(08) VALUE "RETRNS".
029100     05 FILLER PIC X(08) VALUE " COUNT".
029200     05 FILLER PIC X(09) VALUE "  MONTH".
029300     05 FILLER PIC X(09) VALUE "12 MONTHS".
029400
029500 01  WS-DETAIL-LINE.
029600     05 DTL-DEPT PIC X(4).
029700     05 FILLER PIC X(02) VALUE SPACES.
029800     05 DTL-NAME PIC X(23).
029900     05 FILLER PIC X(02) VALUE SPACES.
030000     05 DTL-OPENING PIC ZZ,ZZ9.
030100     05 FILLER PIC X(02) VALUE SPACES.
030200     05 DTL-HIRES PIC ZZ,ZZ9.
030300     05 FILLER PIC X(02) VALUE SPACES.
030400     05 DTL-TERMS PIC ZZ,ZZ9.
030500     05 FILLER PIC X(02) VALUE SPACES.
030600     05 DTL-XFER-IN PIC ZZ,ZZ9.
030700     05 FILLER PIC X(02) VALUE SPACES.
030800     05 DTL-XFER-OUT PIC ZZ,ZZ9.
030900     05 FILLER PIC X(02) VALUE SPACES.
031000     05 DTL-LV-START PIC ZZ,ZZ9.
031100     05 FILLER PIC X(02) VALUE SPACES.
031200     05 DTL-LV-RETURN PIC ZZ,ZZ9.
031300     05 FILLER PIC X(02) VALUE SPACES.
031400     05 DTL-CLOSING PIC ZZ,ZZ9.
031500     05 FILLER PIC X(02) VALUE SPACES.
031600     05 DTL-MONTH-RATE PIC X(7).
031700     05 FILLER PIC X(02) VALUE SPACES.
031800     05 DTL-YEAR-RATE PIC X(7).
031900     05 FILLER PIC X(02) VALUE SPACES.
032000     05 DTL-FLAG PIC X(17).
032100
032200 01  WS-NOTE-LINE PIC X(132) VALUE SPACES.
032300
032400 PROCEDURE DIVISION.
032500*================================================================
032600* 0000-MAIN-PROCESS
032700*     PROMPTS FOR THE MONTH, LOADS THE DEPARTMENTS AND THE
032800*     MASTER, READS THE TRAIL (ARCHIVE FIRST, THEN LIVE), ROLLS
032900*     THE MASTER BACK TO EACH MONTH END, AND PRINTS THE REPORT.
033000*================================================================
033100 0000-MAIN-PROCESS.
033200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
033300     PERFORM 1100-LOAD-DEPARTMENTS THRU 1100-LOAD-DEPARTMENTS-EXIT
033400     PERFORM 1200-LOAD-MASTER THRU 1200-LOAD-MASTER-EXIT
033500     PERFORM 2000-READ-ARCHIVE THRU 2000-READ-ARCHIVE-EXIT
033600     PERFORM 2100-READ-LIVE-TRAIL THRU 2100-READ-LIVE-TRAIL-EXIT
033700     PERFORM 3000-COUNT-HEADCOUNTS THRU 3000-COUNT-HEADCOUNTS-EXIT
033800     PERFORM 4000-PRINT-REPORT THRU 4000-PRINT-REPORT-EXIT
033900     PERFORM 5000-WRAP-UP THRU 5000-WRAP-UP-EXIT
034000     STOP RUN.
034100
034200*================================================================
034300* 1000-INITIALIZE
034400*     PROMPTS FOR THE REPORT MONTH, WORKS OUT THE FOLLOWING MONTH
034500*     AND THE START OF THE TWELVE-MONTH WINDOW, AND OPENS THE
034600*     FILES.  A BAD MONTH OR A MISSING EMPMAST, DEPTMAST, OR
034700*     EMPAUDIT STOPS THE RUN WITH RETURN-CODE 8.
034800*================================================================
034900 1000-INITIALIZE.
035000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
035100     MOVE WS-RUN-DATE TO TTL-RUN-DATE
035200     DISPLAY "Enter report month (YYYYMM): " WITH NO ADVANCING
035300     ACCEPT WS-REPORT-MONTH
035400     IF WS-REPORT-MONTH IS NOT NUMERIC
035500         OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
035600         DISPLAY "INVALID REPORT MONTH!"
035700         MOVE 8 TO RETURN-CODE
035800         STOP RUN
035900     END-IF
036000     MOVE WS-REPORT-MONTH TO TTL-MONTH
036100     IF WS-REPORT-MM = 12
036200         COMPUTE WS-NEXT-YYYY = WS-REPORT-YYYY + 1
036300         MOVE 1 TO WS-NEXT-MM
036400         MOVE WS-REPORT-YYYY TO WS-WINDOW-YYYY
036500         MOVE 1 TO WS-WINDOW-MM
036600     ELSE
036700         MOVE WS-REPORT-YYYY TO WS-NEXT-YYYY
036800         COMPUTE WS-NEXT-MM = WS-REPORT-MM + 1
036900         COMPUTE WS-WINDOW-YYYY = WS-REPORT-YYYY - 1
037000         COMPUTE WS-WINDOW-MM = WS-REPORT-MM + 1
037100     END-IF
037200     MOVE WS-NEXT-MONTH TO WS-CUT-AFTER (WS-CLOSING-CUT)
037300     MOVE WS-REPORT-MONTH TO WS-CUT-AFTER (WS-OPENING-CUT)
037400     MOVE WS-WINDOW-START TO WS-CUT-AFTER (WS-WINDOW-CUT)
037500     INITIALIZE WS-COMPANY-COUNTS
037600     OPEN INPUT EMPLOYEE-MASTER
037700     IF WS-MASTER-STATUS NOT = "00"
037800         DISPLAY "Unable to open EMPLOYEE-MASTER, status: "
037900             WS-MASTER-STATUS
038000         MOVE 8 TO RETURN-CODE
038100         STOP RUN
038200     END-IF
038300     OPEN INPUT DEPT-MASTER
038400     IF WS-DEPT-STATUS NOT = "00"
038500         DISPLAY "Unable to open DEPTMAST, status: "
038600             WS-DEPT-STATUS
038700         CLOSE EMPLOYEE-MASTER
038800         MOVE 8 TO RETURN-CODE
038900         STOP RUN
039000     END-IF
039100     OPEN INPUT AUDIT-FILE
039200     IF WS-AUDIT-STATUS NOT = "00"
039300         DISPLAY "Unable to open EMPAUDIT, status: "
039400             WS-AUDIT-STATUS
039500         CLOSE EMPLOYEE-MASTER
039600         CLOSE DEPT-MASTER
039700         MOVE 8 TO RETURN-CODE
039800         STOP RUN
039900     END-IF
040000     OPEN INPUT BASELINE-FILE
040100     READ BASELINE-FILE
040200         AT END CONTINUE
040300         NOT AT END
040400             IF BL-IS-HEADER
040500                 MOVE BL-GEN-DATE TO WS-BASELINE-DATE
040600             END-IF
040700     END-READ
040800     CLOSE BASELINE-FILE
040900     OPEN OUTPUT REPORT-FILE.
041000 1000-INITIALIZE-EXIT.
041100     EXIT.
041200
041300*================================================================
041400* 1100-LOAD-DEPARTMENTS
041500*     LOADS EVERY DEPTMAST DEPARTMENT, IN CODE ORDER, WITH ITS
041600*     COUNTS AT ZERO.
041700*================================================================
041800 1100-LOAD-DEPARTMENTS.
041900     MOVE "N" TO WS-EOF
042000     PERFORM UNTIL WS-EOF = "Y"
042100         READ DEPT-MASTER NEXT
042200             AT END MOVE "Y" TO WS-EOF
042300             NOT AT END
042400                 MOVE D-CODE TO WS-FIND-DEPT
042500                 PERFORM 7100-ADD-DEPT-ENTRY
042600                     THRU 7100-ADD-DEPT-ENTRY-EXIT
042700                 IF WS-DEPT-FOUND-SUB > 0
042800                     MOVE D-NAME
042900                         TO WS-DPT-NAME (WS-DEPT-FOUND-SUB)
043000                 END-IF
043100         END-READ
043200     END-PERFORM
043300     CLOSE DEPT-MASTER.
043400 1100-LOAD-DEPARTMENTS-EXIT.
043500     EXIT.
043600
043700*================================================================
043800* 1200-LOAD-MASTER
043900*     LOADS EVERY EMPLOYEE ON EMPMAST WITH ITS CURRENT STATE.
044000*================================================================
044100 1200-LOAD-MASTER.
044200     MOVE "N" TO WS-EOF
044300     PERFORM UNTIL WS-EOF = "Y"
044400         READ EMPLOYEE-MASTER NEXT
044500             AT END MOVE "Y" TO WS-EOF
044600             NOT AT END
044700                 MOVE E-ID TO WS-FIND-ID
044800                 PERFORM 7000-FIND-EMP-ENTRY
044900                     THRU 7000-FIND-EMP-ENTRY-EXIT
045000                 IF WS-EMP-FOUND-SUB > 0
045100                     IF E-STATUS NOT = "T"
045200                         MOVE "Y"
045300                             TO WS-EMP-NOW-IN (WS-EMP-FOUND-SUB)
045400                     END-IF
045500                     MOVE E-DEPT
045600                         TO WS-EMP-NOW-DEPT (WS-EMP-FOUND-SUB)
045700                 END-IF
045800         END-READ
045900     END-PERFORM
046000     CLOSE EMPLOYEE-MASTER.
046100 1200-LOAD-MASTER-EXIT.
046200     EXIT.
046300
046400*================================================================
046500* 2000-READ-ARCHIVE
046600*     READS THE ARCHIVE GENERATION(S) MOUNTED ON EMPAUDAR, IF
046700*     ANY.  ARCHIVED RECORDS ALL PREDATE THE LIVE TRAIL, SO
046800*     READING THEM FIRST KEEPS THE RECORDS IN THE ORDER THE
046900*     CHANGES WERE MADE.  EACH IS MOVED INTO THE AUDIT-RECORD
047000*     AREA (SAME AUDITREC LAYOUT) AND APPLIED THROUGH 2200.
047100*================================================================
047200 2000-READ-ARCHIVE.
047300     OPEN INPUT ARCHIVE-FILE
047400     IF WS-ARCH-STATUS NOT = "00"
047500         GO TO 2000-READ-ARCHIVE-EXIT
047600     END-IF
047700     MOVE "Y" TO WS-ARCH-PRESENT
047800     MOVE "N" TO WS-EOF
047900     PERFORM UNTIL WS-EOF = "Y"
048000         READ ARCHIVE-FILE
048100             AT END MOVE "Y" TO WS-EOF
048200             NOT AT END
048300                 ADD 1 TO WS-ARCH-READ
048400                 MOVE ARCHIVE-RECORD TO AUDIT-RECORD
048500                 PERFORM 2200-APPLY-AUDIT-RECORD
048600                     THRU 2200-APPLY-AUDIT-RECORD-EXIT
048700         END-READ
048800     END-PERFORM
048900     CLOSE ARCHIVE-FILE.
049000 2000-READ-ARCHIVE-EXIT.
049100     EXIT.
049200
049300*================================================================
049400* 2100-READ-LIVE-TRAIL
049500*     READS THE LIVE TRAIL THROUGH 2200.
049600*================================================================
049700 2100-READ-LIVE-TRAIL.
049800     MOVE "N" TO WS-EOF
049900     PERFORM UNTIL WS-EOF = "Y"
050000         READ AUDIT-FILE
050100             AT END MOVE "Y" TO WS-EOF
050200             NOT AT END
050300                 ADD 1 TO WS-AUDIT-READ
050400                 PERFORM 2200-APPLY-AUDIT-RECORD
050500                     THRU 2200-APPLY-AUDIT-RECORD-EXIT
050600         END-READ
050700     END-PERFORM
050800     CLOSE AUDIT-FILE.
050900 2100-READ-LIVE-TRAIL-EXIT.
051000     EXIT.
051100
051200*----------------------------------------------------------------
051300* 2200-APPLY-AUDIT-RECORD
051400*     WORKS OUT THE RECORD'S BEFORE AND AFTER STATE, CAPTURES
051500*     THE BEFORE STATE AS THE EMPLOYEE'S STATE AT EACH CUTOFF
051600*     THE RECORD IS THE FIRST TO FALL AFTER, AND COUNTS THE
051700*     MOVEMENT WHEN THE RECORD IS DATED IN THE REPORT MONTH OR
051800*     (FOR TERMINATIONS) IN THE TWELVE-MONTH WINDOW.  RECORDS
051900*     ARE PLACED IN A MONTH BY AUD-DATE, THE DAY THE CHANGE
052000*     REACHED THE MASTER, SO THE MOVEMENTS AND THE HEADCOUNTS
052100*     ARE ON THE SAME FOOTING.
052200*----------------------------------------------------------------
052300 2200-APPLY-AUDIT-RECORD.
052400     MOVE AUD-DATE TO WS-AUDIT-DATE
052500     IF WS-AUDIT-MONTH < WS-WINDOW-START
052600         GO TO 2200-APPLY-AUDIT-RECORD-EXIT
052700     END-IF
052800     MOVE AUD-ID TO WS-FIND-ID
052900     PERFORM 7000-FIND-EMP-ENTRY THRU 7000-FIND-EMP-ENTRY-EXIT
053000     IF WS-EMP-FOUND-SUB = 0
053100         GO TO 2200-APPLY-AUDIT-RECORD-EXIT
053200     END-IF
053300     MOVE "N" TO WS-BEFORE-IN
053400     MOVE "N" TO WS-AFTER-IN
053500     IF NOT AUD-IS-ADD AND AUD-BEFORE-STATUS NOT = "T"
053600         MOVE "Y" TO WS-BEFORE-IN
053700     END-IF
053800     IF NOT AUD-IS-DELETE AND AUD-AFTER-STATUS NOT = "T"
053900         MOVE "Y" TO WS-AFTER-IN
054000     END-IF
054100     MOVE 1 TO WS-CUT-SUB
054200     PERFORM UNTIL WS-CUT-SUB > 3
054300         IF WS-AUDIT-MONTH >= WS-CUT-AFTER (WS-CUT-SUB)
054400             AND WS-EMP-CUT-SEEN (WS-EMP-FOUND-SUB, WS-CUT-SUB)
054500                 = "N"
054600             MOVE "Y"
054700                 TO WS-EMP-CUT-SEEN (WS-EMP-FOUND-SUB, WS-CUT-SUB)
054800             MOVE WS-BEFORE-IN
054900                 TO WS-EMP-CUT-IN (WS-EMP-FOUND-SUB, WS-CUT-SUB)
055000             MOVE AUD-BEFORE-DEPT
055100                 TO WS-EMP-CUT-DEPT (WS-EMP-FOUND-SUB, WS-CUT-SUB)
055200         END-IF
055300         ADD 1 TO WS-CUT-SUB
055400     END-PERFORM
055500     MOVE "N" TO WS-IN-MONTH
055600     MOVE "N" TO WS-IN-WINDOW
055700     IF WS-AUDIT-MONTH = WS-REPORT-MONTH
055800         MOVE "Y" TO WS-IN-MONTH
055900     END-IF
056000     IF WS-AUDIT-MONTH NOT > WS-REPORT-MONTH
056100         MOVE "Y" TO WS-IN-WINDOW
056200     END-IF
056300     IF IN-WINDOW
056400         PERFORM 2300-COUNT-MOVEMENT THRU 2300-COUNT-MOVEMENT-EXIT
056500     END-IF.
056600 2200-APPLY-AUDIT-RECORD-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------------
057000* 2300-COUNT-MOVEMENT
057100*     COUNTS ONE RECORD'S MOVEMENT.  INTO THE HEADCOUNT IS A HIRE
057200*     (AN ADD, OR A TERMINATED EMPLOYEE REINSTATED); OUT OF IT IS
057300*     A TERMINATION (A "T", OR A DELETE ON AN OLD TRAIL); STAYING
057400*     IN IT UNDER ANOTHER DEPARTMENT IS A TRANSFER OUT OF THE
057500*     BEFORE DEPARTMENT AND INTO THE AFTER DEPARTMENT; A STATUS
057600*     CHANGE TO OR FROM "L" IS A LEAVE START OR RETURN AND DOES
057700*     NOT MOVE THE HEADCOUNT.  TERMINATIONS ARE COUNTED FOR THE
057800*     WHOLE WINDOW, EVERYTHING ELSE FOR THE REPORT MONTH ONLY.
057900*----------------------------------------------------------------
058000 2300-COUNT-MOVEMENT.
058100     IF BEFORE-IN AND NOT AFTER-IN
058200         MOVE AUD-BEFORE-DEPT TO WS-FIND-DEPT
058300         PERFORM 7200-FIND-DEPT-ENTRY
058400             THRU 7200-FIND-DEPT-ENTRY-EXIT
058500         IF WS-DEPT-FOUND-SUB > 0
058600             ADD 1 TO WS-DPT-YR-TERMS (WS-DEPT-FOUND-SUB)
058700             IF IN-REPORT-MONTH
058800                 ADD 1 TO WS-DPT-TERMS (WS-DEPT-FOUND-SUB)
058900                 ADD 1 TO WS-MOVEMENTS
059000             END-IF
059100         END-IF
059200     END-IF
059300     IF NOT IN-REPORT-MONTH
059400         GO TO 2300-COUNT-MOVEMENT-EXIT
059500     END-IF
059600     IF AFTER-IN AND NOT BEFORE-IN
059700         MOVE AUD-AFTER-DEPT TO WS-FIND-DEPT
059800         PERFORM 7200-FIND-DEPT-ENTRY
059900             THRU 7200-FIND-DEPT-ENTRY-EXIT
060000         IF WS-DEPT-FOUND-SUB > 0
060100             ADD 1 TO WS-DPT-HIRES (WS-DEPT-FOUND-SUB)
060200             ADD 1 TO WS-MOVEMENTS
060300         END-IF
060400     END-IF
060500     IF NOT BEFORE-IN OR NOT AFTER-IN
060600         GO TO 2300-COUNT-MOVEMENT-EXIT
060700     END-IF
060800     IF AUD-BEFORE-DEPT NOT = AUD-AFTER-DEPT
060900         MOVE AUD-BEFORE-DEPT TO WS-FIND-DEPT
061000         PERFORM 7200-FIND-DEPT-ENTRY
061100             THRU 7200-FIND-DEPT-ENTRY-EXIT
061200         IF WS-DEPT-FOUND-SUB > 0
061300             ADD 1 TO WS-DPT-XFER-OUT (WS-DEPT-FOUND-SUB)
061400         END-IF
061500         MOVE AUD-AFTER-DEPT TO WS-FIND-DEPT
061600         PERFORM 7200-FIND-DEPT-ENTRY
061700             THRU 7200-FIND-DEPT-ENTRY-EXIT
061800         IF WS-DEPT-FOUND-SUB > 0
061900             ADD 1 TO WS-DPT-XFER-IN (WS-DEPT-FOUND-SUB)
062000         END-IF
062100         ADD 1 TO WS-MOVEMENTS
062200     END-IF
062300     MOVE AUD-AFTER-DEPT TO WS-FIND-DEPT
062400     EVALUATE TRUE
062500         WHEN AUD-BEFORE-STATUS NOT = "L"
062600             AND AUD-AFTER-STATUS = "L"
062700             PERFORM 7200-FIND-DEPT-ENTRY
062800                 THRU 7200-FIND-DEPT-ENTRY-EXIT
062900             IF WS-DEPT-FOUND-SUB > 0
063000                 ADD 1 TO WS-DPT-LV-START (WS-DEPT-FOUND-SUB)
063100                 ADD 1 TO WS-MOVEMENTS
063200             END-IF
063300         WHEN AUD-BEFORE-STATUS = "L"
063400             AND AUD-AFTER-STATUS NOT = "L"
063500             PERFORM 7200-FIND-DEPT-ENTRY
063600                 THRU 7200-FIND-DEPT-ENTRY-EXIT
063700             IF WS-DEPT-FOUND-SUB > 0
063800                 ADD 1 TO WS-DPT-LV-RETURN (WS-DEPT-FOUND-SUB)
063900                 ADD 1 TO WS-MOVEMENTS
064000             END-IF
064100         WHEN OTHER
064200             CONTINUE
064300     END-EVALUATE.
064400 2300-COUNT-MOVEMENT-EXIT.
064500     EXIT.
064600
064700*================================================================
064800* 3000-COUNT-HEADCOUNTS
064900*     COUNTS EVERY EMPLOYEE IN THE HEADCOUNT AT EACH CUTOFF
065000*     AGAINST THE DEPARTMENT THEY WERE IN THEN: FROM THE
065100*     CAPTURED BEFORE IMAGE WHEN A LATER AUDIT RECORD WAS SEEN,
065200*     ELSE FROM THE MASTER AS IT STANDS.
065300*================================================================
065400 3000-COUNT-HEADCOUNTS.
065500     MOVE 1 TO WS-EMP-SUB
065600     PERFORM UNTIL WS-EMP-SUB > WS-EMP-COUNT
065700         MOVE 1 TO WS-CUT-SUB
065800         PERFORM UNTIL WS-CUT-SUB > 3
065900             PERFORM 3100-COUNT-ONE-CUTOFF
066000                 THRU 3100-COUNT-ONE-CUTOFF-EXIT
066100             ADD 1 TO WS-CUT-SUB
066200         END-PERFORM
066300         ADD 1 TO WS-EMP-SUB
066400     END-PERFORM.
066500 3000-COUNT-HEADCOUNTS-EXIT.
066600     EXIT.
066700
066800*----------------------------------------------------------------
066900* 3100-COUNT-ONE-CUTOFF
067000*     COUNTS EMPLOYEE WS-EMP-SUB AT CUTOFF WS-CUT-SUB.
067100*----------------------------------------------------------------
067200 3100-COUNT-ONE-CUTOFF.
067300     IF WS-EMP-CUT-SEEN (WS-EMP-SUB, WS-CUT-SUB) = "Y"
067400         IF WS-EMP-CUT-IN (WS-EMP-SUB, WS-CUT-SUB) NOT = "Y"
067500             GO TO 3100-COUNT-ONE-CUTOFF-EXIT
067600         END-IF
067700         MOVE WS-EMP-CUT-DEPT (WS-EMP-SUB, WS-CUT-SUB)
067800             TO WS-FIND-DEPT
067900     ELSE
068000         IF WS-EMP-NOW-IN (WS-EMP-SUB) NOT = "Y"
068100             GO TO 3100-COUNT-ONE-CUTOFF-EXIT
068200         END-IF
068300         MOVE WS-EMP-NOW-DEPT (WS-EMP-SUB) TO WS-FIND-DEPT
068400     END-IF
068500     PERFORM 7200-FIND-DEPT-ENTRY THRU 7200-FIND-DEPT-ENTRY-EXIT
068600     IF WS-DEPT-FOUND-SUB = 0
068700         GO TO 3100-COUNT-ONE-CUTOFF-EXIT
068800     END-IF
068900     EVALUATE WS-CUT-SUB
069000         WHEN 1
069100             ADD 1 TO WS-DPT-CLOSING (WS-DEPT-FOUND-SUB)
069200         WHEN 2
069300             ADD 1 TO WS-DPT-OPENING (WS-DEPT-FOUND-SUB)
069400         WHEN 3
069500             ADD 1 TO WS-DPT-YR-OPENING (WS-DEPT-FOUND-SUB)
069600     END-EVALUATE.
069700 3100-COUNT-ONE-CUTOFF-EXIT.
069800     EXIT.
069900
070000*================================================================
070100* 4000-PRINT-REPORT
070200*     ONE LINE PER DEPARTMENT, THE COMPANY LINE, AND THE NOTES.
070300*================================================================
070400 4000-PRINT-REPORT.
070500     PERFORM 8100-WRITE-PAGE-HEADER
070600         THRU 8100-WRITE-PAGE-HEADER-EXIT
070700     MOVE 1 TO WS-DEPT-SUB
070800     PERFORM UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
070900         PERFORM 4100-PRINT-DEPARTMENT
071000             THRU 4100-PRINT-DEPARTMENT-EXIT
071100         ADD 1 TO WS-DEPT-SUB
071200     END-PERFORM
071300     MOVE SPACES TO REPORT-LINE
071400     WRITE REPORT-LINE
071500     MOVE WS-CO-OPENING TO WS-CALC-OPENING
071600     MOVE WS-CO-HIRES TO WS-CALC-HIRES
071700     MOVE WS-CO-TERMS TO WS-CALC-TERMS
071800     MOVE WS-CO-XFER-IN TO WS-CALC-XFER-IN
071900     MOVE WS-CO-XFER-OUT TO WS-CALC-XFER-OUT
072000     MOVE WS-CO-CLOSING TO WS-CALC-CLOSING
072100     MOVE WS-CO-YR-OPENING TO WS-CALC-YR-OPENING
072200     MOVE WS-CO-YR-TERMS TO WS-CALC-YR-TERMS
072300     MOVE "****" TO DTL-DEPT
072400     MOVE "COMPANY" TO DTL-NAME
072500     MOVE WS-CO-LV-START TO DTL-LV-START
072600     MOVE WS-CO-LV-RETURN TO DTL-LV-RETURN
072700     PERFORM 4200-FINISH-LINE THRU 4200-FINISH-LINE-EXIT
072800     PERFORM 4300-WRITE-NOTES THRU 4300-WRITE-NOTES-EXIT.
072900 4000-PRINT-REPORT-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------------
073300* 4100-PRINT-DEPARTMENT
073400*     PRINTS DEPARTMENT WS-DEPT-SUB AND ADDS IT TO THE COMPANY
073500*     TOTALS.
073600*----------------------------------------------------------------
073700 4100-PRINT-DEPARTMENT.
073800     MOVE WS-DPT-OPENING (WS-DEPT-SUB) TO WS-CALC-OPENING
073900     MOVE WS-DPT-HIRES (WS-DEPT-SUB) TO WS-CALC-HIRES
074000     MOVE WS-DPT-TERMS (WS-DEPT-SUB) TO WS-CALC-TERMS
074100     MOVE WS-DPT-XFER-IN (WS-DEPT-SUB) TO WS-CALC-XFER-IN
074200     MOVE WS-DPT-XFER-OUT (WS-DEPT-SUB) TO WS-CALC-XFER-OUT
074300     MOVE WS-DPT-CLOSING (WS-DEPT-SUB) TO WS-CALC-CLOSING
074400     MOVE WS-DPT-YR-OPENING (WS-DEPT-SUB) TO WS-CALC-YR-OPENING
074500     MOVE WS-DPT-YR-TERMS (WS-DEPT-SUB) TO WS-CALC-YR-TERMS
074600     ADD WS-CALC-OPENING TO WS-CO-OPENING
074700     ADD WS-CALC-HIRES TO WS-CO-HIRES
074800     ADD WS-CALC-TERMS TO WS-CO-TERMS
074900     ADD WS-CALC-XFER-IN TO WS-CO-XFER-IN
075000     ADD WS-CALC-XFER-OUT TO WS-CO-XFER-OUT
075100     ADD WS-CALC-CLOSING TO WS-CO-CLOSING
075200     ADD WS-CALC-YR-OPENING TO WS-CO-YR-OPENING
075300     ADD WS-CALC-YR-TERMS TO WS-CO-YR-TERMS
075400     ADD WS-DPT-LV-START (WS-DEPT-SUB) TO WS-CO-LV-START
075500     ADD WS-DPT-LV-RETURN (WS-DEPT-SUB) TO WS-CO-LV-RETURN
075600     MOVE WS-DPT-CODE (WS-DEPT-SUB) TO DTL-DEPT
075700     MOVE WS-DPT-NAME (WS-DEPT-SUB) TO DTL-NAME
075800     MOVE WS-DPT-LV-START (WS-DEPT-SUB) TO DTL-LV-START
075900     MOVE WS-DPT-LV-RETURN (WS-DEPT-SUB) TO DTL-LV-RETURN
076000     PERFORM 4200-FINISH-LINE THRU 4200-FINISH-LINE-EXIT.
076100 4100-PRINT-DEPARTMENT-EXIT.
076200     EXIT.
076300
076400*----------------------------------------------------------------
076500* 4200-FINISH-LINE
076600*     FILLS THE COUNTS AND RATES FROM THE WS-CALC FIELDS, CHECKS
076700*     THAT OPENING PLUS MOVEMENTS EQUALS CLOSING, AND WRITES THE
076800*     LINE.  THE NAME, DEPARTMENT, AND LEAVE COLUMNS ARE SET BY
076900*     THE CALLER.
077000*----------------------------------------------------------------
077100 4200-FINISH-LINE.
077200     MOVE WS-CALC-OPENING TO DTL-OPENING
077300     MOVE WS-CALC-HIRES TO DTL-HIRES
077400     MOVE WS-CALC-TERMS TO DTL-TERMS
077500     MOVE WS-CALC-XFER-IN TO DTL-XFER-IN
077600     MOVE WS-CALC-XFER-OUT TO DTL-XFER-OUT
077700     MOVE WS-CALC-CLOSING TO DTL-CLOSING
077800     COMPUTE WS-RATE-BASE = WS-CALC-OPENING + WS-CALC-CLOSING
077900     MOVE WS-CALC-TERMS TO WS-RATE-TERMS
078000     PERFORM 4250-FORMAT-RATE THRU 4250-FORMAT-RATE-EXIT
078100     MOVE WS-RATE-TEXT TO DTL-MONTH-RATE
078200     COMPUTE WS-RATE-BASE = WS-CALC-YR-OPENING + WS-CALC-CLOSING
078300     MOVE WS-CALC-YR-TERMS TO WS-RATE-TERMS
078400     PERFORM 4250-FORMAT-RATE THRU 4250-FORMAT-RATE-EXIT
078500     MOVE WS-RATE-TEXT TO DTL-YEAR-RATE
078600     COMPUTE WS-FOOT-DIFF = WS-CALC-OPENING + WS-CALC-HIRES
078700         + WS-CALC-XFER-IN - WS-CALC-TERMS - WS-CALC-XFER-OUT
078800         - WS-CALC-CLOSING
078900     IF WS-FOOT-DIFF = 0
079000         MOVE SPACES TO DTL-FLAG
079100     ELSE
079200         MOVE "** NOT FOOTING **" TO DTL-FLAG
079300         IF DTL-DEPT NOT = "****"
079400             ADD 1 TO WS-DEPTS-NOT-FOOTING
079500         END-IF
079600     END-IF
079700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
079800         PERFORM 8100-WRITE-PAGE-HEADER
079900             THRU 8100-WRITE-PAGE-HEADER-EXIT
080000     END-IF
080100     MOVE WS-DETAIL-LINE TO REPORT-LINE
080200     WRITE REPORT-LINE
080300     ADD 1 TO WS-LINE-COUNT.
080400 4200-FINISH-LINE-EXIT.
080500     EXIT.
080600
080700*----------------------------------------------------------------
080800* 4250-FORMAT-RATE
080900*     TURNOVER PERCENTAGE: THE TERMINATIONS IN WS-RATE-TERMS OVER
081000*     THE AVERAGE HEADCOUNT, WHICH IS HALF OF WS-RATE-BASE.
081100*----------------------------------------------------------------
081200 4250-FORMAT-RATE.
081300     IF WS-RATE-BASE = 0
081400         MOVE "    N/A" TO WS-RATE-TEXT
081500         GO TO 4250-FORMAT-RATE-EXIT
081600     END-IF
081700     COMPUTE WS-RATE ROUNDED = WS-RATE-TERMS * 200 / WS-RATE-BASE
081800     MOVE WS-RATE TO WS-RATE-EDIT
081900     MOVE WS-RATE-EDIT TO WS-RATE-TEXT.
082000 4250-FORMAT-RATE-EXIT.
082100     EXIT.
082200
082300*----------------------------------------------------------------
082400* 4300-WRITE-NOTES
082500*     EXPLAINS THE BASIS OF THE FIGURES AND ANY GAP IN THE TRAIL.
082600*----------------------------------------------------------------
082700 4300-WRITE-NOTES.
082800     MOVE SPACES TO REPORT-LINE
082900     WRITE REPORT-LINE
083000     MOVE SPACES TO WS-NOTE-LINE
083100     STRING "HEADCOUNT IS EVERY EMPLOYEE NOT TERMINATED "
083200         "(ACTIVE OR ON LEAVE) AT THE MONTH END."
083300         DELIMITED BY SIZE INTO WS-NOTE-LINE
083400     MOVE WS-NOTE-LINE TO REPORT-LINE
083500     WRITE REPORT-LINE
083600     MOVE SPACES TO WS-NOTE-LINE
083700     STRING "TURNOVER IS TERMINATIONS OVER AVERAGE HEADCOUNT; "
083800         "THE 12 MONTHS RUN FROM " WS-WINDOW-START " THROUGH "
083900         WS-REPORT-MONTH "."
084000         DELIMITED BY SIZE INTO WS-NOTE-LINE
084100     MOVE WS-NOTE-LINE TO REPORT-LINE
084200     WRITE REPORT-LINE
084300     IF WS-DEPTS-NOT-FOOTING > 0
084400         MOVE SPACES TO WS-NOTE-LINE
084500         STRING "** NOT FOOTING: OPENING + MOVEMENTS DOES NOT "
084600             "EQUAL CLOSING; "
084700             "THE AUDIT TRAIL AND EMPMAST DISAGREE."
084800             DELIMITED BY SIZE INTO WS-NOTE-LINE
084900         MOVE WS-NOTE-LINE TO REPORT-LINE
085000         WRITE REPORT-LINE
085100     END-IF
085200     IF WS-BASELINE-DATE > 0
085300         AND WS-BASELINE-MONTH >= WS-WINDOW-START
085400         AND NOT ARCH-PRESENT
085500         MOVE SPACES TO WS-NOTE-LINE
085600         STRING "TRAIL THROUGH " WS-BASELINE-DATE
085700             " IS ARCHIVED AND NO EMPAUDAR IS MOUNTED; "
085800             "12-MONTH FIGURES MAY BE INCOMPLETE."
085900             DELIMITED BY SIZE INTO WS-NOTE-LINE
086000         MOVE WS-NOTE-LINE TO REPORT-LINE
086100         WRITE REPORT-LINE
086200     END-IF
086300     IF EMP-TABLE-FULL-WARNED OR DEPT-TABLE-FULL-WARNED
086400         MOVE SPACES TO WS-NOTE-LINE
086500         STRING "TABLE FULL: SOME EMPLOYEES OR DEPARTMENTS WERE "
086600             "NOT COUNTED; FIGURES ARE INCOMPLETE."
086700             DELIMITED BY SIZE INTO WS-NOTE-LINE
086800         MOVE WS-NOTE-LINE TO REPORT-LINE
086900         WRITE REPORT-LINE
087000     END-IF.
087100 4300-WRITE-NOTES-EXIT.
087200     EXIT.
087300
087400*================================================================
087500* 5000-WRAP-UP
087600*     CLOSES THE REPORT, DISPLAYS A RUN SUMMARY, AND SETS
087700*     RETURN-CODE 4 WHEN ANY DEPARTMENT DOES NOT FOOT.
087800*================================================================
087900 5000-WRAP-UP.
088000     CLOSE REPORT-FILE
088100     DISPLAY "HEADCNT run summary:"
088200     DISPLAY "  Report month        : " WS-REPORT-MONTH
088300     DISPLAY "  Archive rows read   : " WS-ARCH-READ
088400     DISPLAY "  Audit rows read     : " WS-AUDIT-READ
088500     DISPLAY "  Movements in month  : " WS-MOVEMENTS
088600     DISPLAY "  Opening headcount   : " WS-CO-OPENING
088700     DISPLAY "  Closing headcount   : " WS-CO-CLOSING
088800     DISPLAY "  Depts not footing   : " WS-DEPTS-NOT-FOOTING
088900     DISPLAY "Report written to HEADCRPT."
089000     IF WS-DEPTS-NOT-FOOTING > 0
089100         MOVE 4 TO RETURN-CODE
089200     ELSE
089300         MOVE 0 TO RETURN-CODE
089400     END-IF.
089500 5000-WRAP-UP-EXIT.
089600     EXIT.
089700
089800*----------------------------------------------------------------
089900* 7000-FIND-EMP-ENTRY
090000*     LOCATES THE EMPLOYEE TABLE ENTRY FOR WS-FIND-ID, CREATING
090100*     ONE (NOT IN THE HEADCOUNT NOW, NO CUTOFF SEEN) IF THE ID IS
090200*     NEW.  RETURNS THE SUBSCRIPT IN WS-EMP-FOUND-SUB, OR 0 WHEN
090300*     THE TABLE IS FULL.
090400*----------------------------------------------------------------
090500 7000-FIND-EMP-ENTRY.
090600     MOVE 0 TO WS-EMP-FOUND-SUB
090700     MOVE 1 TO WS-EMP-SUB
090800     PERFORM UNTIL WS-EMP-SUB > WS-EMP-COUNT
090900         OR WS-EMP-FOUND-SUB > 0
091000         IF WS-EMP-ID (WS-EMP-SUB) = WS-FIND-ID
091100             MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
091200         END-IF
091300         ADD 1 TO WS-EMP-SUB
091400     END-PERFORM
091500     IF WS-EMP-FOUND-SUB > 0
091600         GO TO 7000-FIND-EMP-ENTRY-EXIT
091700     END-IF
091800     IF WS-EMP-COUNT >= 5000
091900         IF NOT EMP-TABLE-FULL-WARNED
092000             DISPLAY "WARNING: EMPLOYEE TABLE FULL; "
092100                 "HEADCOUNTS ARE INCOMPLETE."
092200             MOVE "Y" TO WS-EMP-TABLE-FULL-WARNED
092300         END-IF
092400         GO TO 7000-FIND-EMP-ENTRY-EXIT
092500     END-IF
092600     ADD 1 TO WS-EMP-COUNT
092700     MOVE WS-EMP-COUNT TO WS-EMP-FOUND-SUB
092800     MOVE WS-FIND-ID TO WS-EMP-ID (WS-EMP-FOUND-SUB)
092900     MOVE "N" TO WS-EMP-NOW-IN (WS-EMP-FOUND-SUB)
093000     MOVE SPACES TO WS-EMP-NOW-DEPT (WS-EMP-FOUND-SUB)
093100     MOVE 1 TO WS-CUT-SUB
093200     PERFORM UNTIL WS-CUT-SUB > 3
093300         MOVE "N"
093400             TO WS-EMP-CUT-SEEN (WS-EMP-FOUND-SUB, WS-CUT-SUB)
093500         MOVE "N" TO WS-EMP-CUT-IN (WS-EMP-FOUND-SUB, WS-CUT-SUB)
093600         MOVE SPACES
093700             TO WS-EMP-CUT-DEPT (WS-EMP-FOUND-SUB, WS-CUT-SUB)
093800         ADD 1 TO WS-CUT-SUB
093900     END-PERFORM.
094000 7000-FIND-EMP-ENTRY-EXIT.
094100     EXIT.
094200
094300*----------------------------------------------------------------
094400* 7100-ADD-DEPT-ENTRY
094500*     ADDS A DEPARTMENT TABLE ENTRY FOR WS-FIND-DEPT WITH ITS
094600*     COUNTS AT ZERO AND THE NOT-ON-DEPTMAST NAME (1100 OVERLAYS
094700*     THE REAL NAME).  RETURNS THE SUBSCRIPT IN
094800*     WS-DEPT-FOUND-SUB, OR 0 WHEN THE TABLE IS FULL.
094900*----------------------------------------------------------------
095000 7100-ADD-DEPT-ENTRY.
095100     MOVE 0 TO WS-DEPT-FOUND-SUB
095200     IF WS-DEPT-COUNT >= 200
095300         IF NOT DEPT-TABLE-FULL-WARNED
095400             DISPLAY "WARNING: DEPARTMENT TABLE FULL; "
095500                 "HEADCOUNTS ARE INCOMPLETE."
095600             MOVE "Y" TO WS-DEPT-TABLE-FULL-WARNED
095700         END-IF
095800         GO TO 7100-ADD-DEPT-ENTRY-EXIT
095900     END-IF
096000     ADD 1 TO WS-DEPT-COUNT
096100     MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
096200     MOVE WS-FIND-DEPT TO WS-DPT-CODE (WS-DEPT-FOUND-SUB)
096300     MOVE "** NOT ON DEPTMAST **"
096400         TO WS-DPT-NAME (WS-DEPT-FOUND-SUB)
096500     INITIALIZE WS-DPT-COUNTS (WS-DEPT-FOUND-SUB).
096600 7100-ADD-DEPT-ENTRY-EXIT.
096700     EXIT.
096800
096900*----------------------------------------------------------------
097000* 7200-FIND-DEPT-ENTRY
097100*     LOCATES THE DEPARTMENT TABLE ENTRY FOR WS-FIND-DEPT,
097200*     ADDING ONE THROUGH 7100 IF THE CODE IS NOT ON DEPTMAST.
097300*----------------------------------------------------------------
097400 7200-FIND-DEPT-ENTRY.
097500     MOVE 0 TO WS-DEPT-FOUND-SUB
097600     MOVE 1 TO WS-DEPT-SUB
097700     PERFORM UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
097800         OR WS-DEPT-FOUND-SUB > 0
097900         IF WS-DPT-CODE (WS-DEPT-SUB) = WS-FIND-DEPT
098000             MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
098100         END-IF
098200         ADD 1 TO WS-DEPT-SUB
098300     END-PERFORM
098400     IF WS-DEPT-FOUND-SUB = 0
098500         PERFORM 7100-ADD-DEPT-ENTRY THRU 7100-ADD-DEPT-ENTRY-EXIT
098600     END-IF.
098700 7200-FIND-DEPT-ENTRY-EXIT.
098800     EXIT.
098900
099000*----------------------------------------------------------------
099100* 8100-WRITE-PAGE-HEADER
099200*     STARTS A NEW PAGE: TITLE LINE WITH THE MONTH, RUN DATE, AND
099300*     PAGE NUMBER, THEN THE TWO COLUMN HEADING LINES.
099400*----------------------------------------------------------------
099500 8100-WRITE-PAGE-HEADER.
099600     ADD 1 TO WS-PAGE-COUNT
099700     MOVE WS-PAGE-COUNT TO TTL-PAGE-NO
099800     MOVE SPACES TO REPORT-LINE
099900     WRITE REPORT-LINE
100000     MOVE WS-TITLE-LINE TO REPORT-LINE
100100     WRITE REPORT-LINE
100200     MOVE SPACES TO REPORT-LINE
100300     WRITE REPORT-LINE
100400     MOVE WS-HEADER-LINE-1 TO REPORT-LINE
100500     WRITE REPORT-LINE
100600     MOVE WS-HEADER-LINE-2 TO REPORT-LINE
100700     WRITE REPORT-LINE
100800     MOVE 0 TO WS-LINE-COUNT.
100900 8100-WRITE-PAGE-HEADER-EXIT.
101000     EXIT.
