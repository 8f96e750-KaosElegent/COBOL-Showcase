000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPRAGE.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  AGING REPORT (APPRAGRP) OF
001300*                  THE EMPLOYEE CHANGES HELD ON EMPAPPR BY SEQREAD
001400*                  FOR TWO-PERSON APPROVAL AND STILL WAITING: A
001500*                  RAISE OVER THE APPRCTL LIMIT, A DEPARTMENT
001600*                  TRANSFER, OR A TERMINATION.  ONE LINE PER
001700*                  CHANGE, OLDEST FIRST, WITH WHO KEYED IT, WHY
001800*                  IT WAS HELD, THE SALARY AND DEPARTMENT BEFORE
001900*                  AND AFTER, AND ITS AGE IN DAYS SINCE IT WAS
002000*                  KEYED; A CHANGE WAITING MORE THAN A WEEK IS
002100*                  FLAGGED OVERDUE.  THE REPORT ENDS WITH A COUNT
002200*                  BY AGE BAND AND THE NUMBER OF CHANGES ALREADY
002300*                  APPROVED AND REJECTED.  NO EMPAPPR MEANS
002400*                  NOTHING HAS EVER BEEN HELD AND THE REPORT SAYS
002500*                  SO; ANY OTHER OPEN FAILURE ENDS THE RUN WITH
002600*                  RETURN-CODE 8.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT APPROVAL-FILE ASSIGN TO "EMPAPPR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS AP-KEY
003500         FILE STATUS IS WS-APPR-STATUS.
003600     SELECT APPR-SORT-FILE ASSIGN TO "APSRTWK".
003700     SELECT SORTED-APPR-FILE ASSIGN TO "APSRT"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT REPORT-FILE ASSIGN TO "APPRAGRP"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  APPROVAL-FILE.
004500 01  APPROVAL-RECORD.
004600     COPY APPRREC
004700         REPLACING LEADING ==APR== BY ==AP==.
004800
004900 SD  APPR-SORT-FILE.
005000 01  APPR-SORT-RECORD.
005100     COPY APPRREC
005200         REPLACING LEADING ==APR== BY ==SRA==.
005300
005400 FD  SORTED-APPR-FILE.
005500 01  SORTED-APPR-RECORD.
005600     COPY APPRREC
005700         REPLACING LEADING ==APR== BY ==SO==.
005800
005900 FD  REPORT-FILE.
006000 01  REPORT-LINE PIC X(132).
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-APPR-STATUS PIC X(2) VALUE "00".
006400 01  WS-EOF PIC A(1) VALUE "N".
006500
006600 01  WS-RUN-DATE PIC 9(8) VALUE 0.
006700 01  WS-RUN-DAYS PIC 9(7) VALUE 0.
006800
006900*----------------------------------------------------------------
007000* DAY NUMBER OF A YYYYMMDD DATE, FOR THE AGE OF A CHANGE: DAYS
007100* SINCE A FIXED ORIGIN, COUNTING THE LEAP DAYS BEFORE THE DATE
007200* (THE CURRENT YEAR'S ONLY ONCE FEBRUARY IS PAST).
007300*----------------------------------------------------------------
007400 01  WS-DN-DATE PIC 9(8) VALUE 0.
007500 01  FILLER REDEFINES WS-DN-DATE.
007600     05 WS-DN-YEAR PIC 9(4).
007700     05 WS-DN-MONTH PIC 9(2).
007800     05 WS-DN-DAY PIC 9(2).
007900 01  WS-DN-DAYS PIC 9(7) VALUE 0.
008000 01  WS-DN-LEAP-YEAR PIC 9(4) VALUE 0.
008100 01  WS-DN-QUOT-4 PIC 9(4) VALUE 0.
008200 01  WS-DN-QUOT-100 PIC 9(4) VALUE 0.
008300 01  WS-DN-QUOT-400 PIC 9(4) VALUE 0.
008400 01  WS-CUM-DAYS-VALUES PIC X(36)
008500         VALUE "000031059090120151181212243273304334".
008600 01  FILLER REDEFINES WS-CUM-DAYS-VALUES.
008700     05 WS-CUM-DAYS PIC 9(3) OCCURS 12 TIMES.
008800
008900*----------------------------------------------------------------
009000* AGE BANDS, IN DAYS SINCE THE CHANGE WAS KEYED.  THE LAST BAND
009100* CATCHES EVERYTHING OLDER.  A CHANGE OLDER THAN WS-OVERDUE-DAYS
009200* IS FLAGGED ON ITS LINE.
009300*----------------------------------------------------------------
009400 01  WS-BAND-LIMIT-VALUES PIC X(20)
009500         VALUE "00020007001400309999".
009600 01  FILLER REDEFINES WS-BAND-LIMIT-VALUES.
009700     05 WS-BAND-LIMIT PIC 9(4) OCCURS 5 TIMES.
009800 01  WS-BAND-LABEL-VALUES.
009900     05 FILLER PIC X(12) VALUE "0 - 2 DAYS".
010000     05 FILLER PIC X(12) VALUE "3 - 7 DAYS".
010100     05 FILLER PIC X(12) VALUE "8 - 14 DAYS".
010200     05 FILLER PIC X(12) VALUE "15 - 30 DAYS".
010300     05 FILLER PIC X(12) VALUE "OVER 30 DAYS".
010400 01  FILLER REDEFINES WS-BAND-LABEL-VALUES.
010500     05 WS-BAND-LABEL PIC X(12) OCCURS 5 TIMES.
010600 01  WS-BAND-COUNT-TABLE.
010700     05 WS-BAND-COUNT PIC 9(7) COMP OCCURS 5 TIMES.
010800 01  WS-BAND-SUB PIC 9(2) COMP VALUE 0.
010900 01  WS-OVERDUE-DAYS PIC 9(4) VALUE 7.
011000 01  WS-AGE-DAYS PIC 9(7) VALUE 0.
011100
011200*----------------------------------------------------------------
011300* COUNTS.
011400*----------------------------------------------------------------
011500 01  WS-PENDING-COUNT PIC 9(7) COMP VALUE 0.
011600 01  WS-OVERDUE-COUNT PIC 9(7) COMP VALUE 0.
011700 01  WS-APPROVED-COUNT PIC 9(7) COMP VALUE 0.
011800 01  WS-REJECTED-COUNT PIC 9(7) COMP VALUE 0.
011900
012000 01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
012100 01  WS-LINE-COUNT PIC 9(3) COMP VALUE 0.
012200 01  WS-PAGE-COUNT PIC 9(5) COMP VALUE 0.
012300
012400 01  WS-TITLE-LINE.
012500     05 FILLER PIC X(47)
012600         VALUE "EMPLOYEE CHANGES WAITING FOR APPROVAL - AGING".
012700     05 FILLER PIC X(09) VALUE "RUN DATE ".
012800     05 TTL-RUN-DATE PIC 9(8).
012900     05 FILLER PIC X(06) VALUE SPACES.
013000     05 FILLER PIC X(05) VALUE "PAGE ".
013100     05 TTL-PAGE-NO PIC ZZZZ9.
013200
013300 01  WS-HEADER-LINE.
013400     05 FILLER PIC X(10) VALUE "EMP ID".
013500     05 FILLER PIC X(27) VALUE "NAME".
013600     05 FILLER PIC X(10) VALUE "KEYED BY".
013700     05 FILLER PIC X(10) VALUE "KEYED ON".
013800     05 FILLER PIC X(17) VALUE "HELD FOR".
013900     05 FILLER PIC X(17) VALUE "SALARY".
014000     05 FILLER PIC X(12) VALUE "DEPT".
014100     05 FILLER PIC X(06) VALUE "  AGE".
014200
014300 01  WS-DETAIL-LINE.
014400     05 DTL-ID PIC 9(8).
014500     05 FILLER PIC X(02) VALUE SPACES.
014600     05 DTL-NAME PIC X(25).
014700     05 FILLER PIC X(02) VALUE SPACES.
014800     05 DTL-KEYED-BY PIC X(8).
014900     05 FILLER PIC X(02) VALUE SPACES.
015000     05 DTL-KEYED-DATE PIC 9(8).
015100     05 FILLER PIC X(02) VALUE SPACES.
015200     05 DTL-RAISE PIC X(5).
015300     05 FILLER PIC X(01) VALUE SPACE.
015400     05 DTL-TRANSFER PIC X(4).
015500     05 FILLER PIC X(01) VALUE SPACE.
015600     05 DTL-TERM PIC X(4).
015700     05 FILLER PIC X(02) VALUE SPACES.
015800     05 DTL-BEFORE-SALARY PIC ZZZZZ9.
015900     05 FILLER PIC X(02) VALUE "->".
016000     05 DTL-AFTER-SALARY PIC ZZZZZ9.
016100     05 FILLER PIC X(03) VALUE SPACES.
016200     05 DTL-BEFORE-DEPT PIC X(4).
016300     05 FILLER PIC X(02) VALUE "->".
016400     05 DTL-AFTER-DEPT PIC X(4).
016500     05 FILLER PIC X(02) VALUE SPACES.
016600     05 DTL-AGE PIC ZZZZ9.
016700     05 FILLER PIC X(02) VALUE SPACES.
016800     05 DTL-FLAG PIC X(07).
016900
017000 01  WS-BAND-LINE.
017100     05 FILLER PIC X(10) VALUE SPACES.
017200     05 BND-LABEL PIC X(12).
017300     05 FILLER PIC X(02) VALUE SPACES.
017400     05 BND-COUNT PIC ZZZ,ZZ9.
017500
017600 01  WS-COUNT-LINE.
017700     05 CNT-LABEL PIC X(40).
017800     05 CNT-VALUE PIC ZZZ,ZZ9.
017900
018000 PROCEDURE DIVISION.
018100*================================================================
018200* 0000-MAIN-PROCESS
018300*     BATCH MAINLINE.  SORTS EMPAPPR OLDEST FIRST, PRINTS EVERY
018400*     CHANGE STILL WAITING WITH ITS AGE, AND PRINTS THE AGE-BAND
018500*     SUMMARY.
018600*================================================================
018700 0000-MAIN-PROCESS.
018800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018900     PERFORM 2000-PRINT-PENDING THRU 2000-PRINT-PENDING-EXIT
019000         UNTIL WS-EOF = "Y"
019100     PERFORM 3000-PRINT-SUMMARY THRU 3000-PRINT-SUMMARY-EXIT
019200     STOP RUN.
019300
019400*================================================================
019500* 1000-INITIALIZE
019600*     SETS THE RUN DATE AND ITS DAY NUMBER, CHECKS EMPAPPR CAN BE
019700*     OPENED, SORTS IT BY THE DATE AND TIME EACH CHANGE WAS
019800*     KEYED, AND PRIMES THE FIRST READ.  NO EMPAPPR PRINTS AN
019900*     EMPTY REPORT; ANY OTHER OPEN FAILURE IS FATAL.
020000*================================================================
020100 1000-INITIALIZE.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020300     MOVE WS-RUN-DATE TO TTL-RUN-DATE
020400     MOVE WS-RUN-DATE TO WS-DN-DATE
020500     PERFORM 4000-DATE-TO-DAYS THRU 4000-DATE-TO-DAYS-EXIT
020600     MOVE WS-DN-DAYS TO WS-RUN-DAYS
020700     MOVE 0 TO WS-BAND-COUNT (1)
020800     MOVE 0 TO WS-BAND-COUNT (2)
020900     MOVE 0 TO WS-BAND-COUNT (3)
021000     MOVE 0 TO WS-BAND-COUNT (4)
021100     MOVE 0 TO WS-BAND-COUNT (5)
021200     OPEN OUTPUT REPORT-FILE
021300     PERFORM 2200-WRITE-PAGE-HEADER
021400         THRU 2200-WRITE-PAGE-HEADER-EXIT
021500     OPEN INPUT APPROVAL-FILE
021600     IF WS-APPR-STATUS = "35"
021700         MOVE "Y" TO WS-EOF
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF
022000     IF WS-APPR-STATUS NOT = "00"
022100         DISPLAY "Unable to open EMPAPPR, status: " WS-APPR-STATUS
022200         CLOSE REPORT-FILE
022300         MOVE 8 TO RETURN-CODE
022400         STOP RUN
022500     END-IF
022600     CLOSE APPROVAL-FILE
022700     SORT APPR-SORT-FILE
022800         ON ASCENDING KEY SRA-KEYED-DATE
022900         ON ASCENDING KEY SRA-KEYED-TIME
023000         ON ASCENDING KEY SRA-ID
023100         USING APPROVAL-FILE
023200         GIVING SORTED-APPR-FILE
023300     OPEN INPUT SORTED-APPR-FILE
023400     READ SORTED-APPR-FILE
023500         AT END MOVE "Y" TO WS-EOF
023600     END-READ.
023700 1000-INITIALIZE-EXIT.
023800     EXIT.
023900
024000*================================================================
024100* 2000-PRINT-PENDING
024200*     COUNTS A DECIDED CHANGE, OR PRINTS A PENDING ONE WITH ITS
024300*     AGE AND ADDS IT TO ITS AGE BAND, THEN READS THE NEXT.
024400*================================================================
024500 2000-PRINT-PENDING.
024600     EVALUATE TRUE
024700         WHEN SO-IS-APPROVED
024800             ADD 1 TO WS-APPROVED-COUNT
024900         WHEN SO-IS-REJECTED
025000             ADD 1 TO WS-REJECTED-COUNT
025100         WHEN OTHER
025200             PERFORM 2100-PRINT-DETAIL THRU 2100-PRINT-DETAIL-EXIT
025300     END-EVALUATE
025400     READ SORTED-APPR-FILE
025500         AT END MOVE "Y" TO WS-EOF
025600     END-READ.
025700 2000-PRINT-PENDING-EXIT.
025800     EXIT.
025900
026000*----------------------------------------------------------------
026100* 2100-PRINT-DETAIL
026200*     WORKS OUT THE AGE OF ONE PENDING CHANGE AND ITS BAND AND
026300*     PRINTS ITS LINE.
026400*----------------------------------------------------------------
026500 2100-PRINT-DETAIL.
026600     ADD 1 TO WS-PENDING-COUNT
026700     MOVE SO-KEYED-DATE TO WS-DN-DATE
026800     PERFORM 4000-DATE-TO-DAYS THRU 4000-DATE-TO-DAYS-EXIT
026900     IF WS-DN-DAYS > WS-RUN-DAYS
027000         MOVE 0 TO WS-AGE-DAYS
027100     ELSE
027200         COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DN-DAYS
027300     END-IF
027400     EVALUATE TRUE
027500         WHEN WS-AGE-DAYS <= WS-BAND-LIMIT (1)
027600             MOVE 1 TO WS-BAND-SUB
027700         WHEN WS-AGE-DAYS <= WS-BAND-LIMIT (2)
027800             MOVE 2 TO WS-BAND-SUB
027900         WHEN WS-AGE-DAYS <= WS-BAND-LIMIT (3)
028000             MOVE 3 TO WS-BAND-SUB
028100         WHEN WS-AGE-DAYS <= WS-BAND-LIMIT (4)
028200             MOVE 4 TO WS-BAND-SUB
028300         WHEN OTHER
028400             MOVE 5 TO WS-BAND-SUB
028500     END-EVALUATE
028600     ADD 1 TO WS-BAND-COUNT (WS-BAND-SUB)
028700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
028800         PERFORM 2200-WRITE-PAGE-HEADER
028900             THRU 2200-WRITE-PAGE-HEADER-EXIT
029000     END-IF
029100     MOVE SO-ID TO DTL-ID
029200     MOVE SO-BEFORE-NAME TO DTL-NAME
029300     MOVE SO-KEYED-BY TO DTL-KEYED-BY
029400     MOVE SO-KEYED-DATE TO DTL-KEYED-DATE
029500     MOVE SPACES TO DTL-RAISE
029600     MOVE SPACES TO DTL-TRANSFER
029700     MOVE SPACES TO DTL-TERM
029800     IF SO-RAISE-OVER-LIMIT
029900         MOVE "RAISE" TO DTL-RAISE
030000     END-IF
030100     IF SO-DEPT-TRANSFER
030200         MOVE "XFER" TO DTL-TRANSFER
030300     END-IF
030400     IF SO-TERMINATION
030500         MOVE "TERM" TO DTL-TERM
030600     END-IF
030700     MOVE SO-BEFORE-SALARY TO DTL-BEFORE-SALARY
030800     MOVE SO-AFTER-SALARY TO DTL-AFTER-SALARY
030900     MOVE SO-BEFORE-DEPT TO DTL-BEFORE-DEPT
031000     MOVE SO-AFTER-DEPT TO DTL-AFTER-DEPT
031100     MOVE WS-AGE-DAYS TO DTL-AGE
031200     IF WS-AGE-DAYS > WS-OVERDUE-DAYS
031300         MOVE "OVERDUE" TO DTL-FLAG
031400         ADD 1 TO WS-OVERDUE-COUNT
031500     ELSE
031600         MOVE SPACES TO DTL-FLAG
031700     END-IF
031800     MOVE WS-DETAIL-LINE TO REPORT-LINE
031900     WRITE REPORT-LINE
032000     ADD 1 TO WS-LINE-COUNT.
032100 2100-PRINT-DETAIL-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------------
032500* 2200-WRITE-PAGE-HEADER
032600*     STARTS A NEW PAGE: TITLE LINE WITH RUN DATE AND PAGE
032700*     NUMBER, THEN THE COLUMN HEADINGS.
032800*----------------------------------------------------------------
032900 2200-WRITE-PAGE-HEADER.
033000     ADD 1 TO WS-PAGE-COUNT
033100     MOVE WS-PAGE-COUNT TO TTL-PAGE-NO
033200     MOVE SPACES TO REPORT-LINE
033300     WRITE REPORT-LINE
033400     MOVE WS-TITLE-LINE TO REPORT-LINE
033500     WRITE REPORT-LINE
033600     MOVE WS-HEADER-LINE TO REPORT-LINE
033700     WRITE REPORT-LINE
033800     MOVE 0 TO WS-LINE-COUNT.
033900 2200-WRITE-PAGE-HEADER-EXIT.
034000     EXIT.
034100
034200*================================================================
034300* 3000-PRINT-SUMMARY
034400*     PRINTS THE COUNT OF WAITING CHANGES BY AGE BAND, THE
034500*     OVERDUE COUNT, AND THE DECIDED COUNTS, AND CLOSES UP.
034600*================================================================
034700 3000-PRINT-SUMMARY.
034800     IF WS-APPR-STATUS = "00"
034900         CLOSE SORTED-APPR-FILE
035000     END-IF
035100     MOVE SPACES TO REPORT-LINE
035200     WRITE REPORT-LINE
035300     IF WS-PENDING-COUNT = 0
035400         MOVE "NO CHANGES ARE WAITING FOR APPROVAL."
035500             TO REPORT-LINE
035600         WRITE REPORT-LINE
035700         MOVE SPACES TO REPORT-LINE
035800         WRITE REPORT-LINE
035900     END-IF
036000     MOVE "CHANGES WAITING BY AGE:" TO REPORT-LINE
036100     WRITE REPORT-LINE
036200     MOVE 1 TO WS-BAND-SUB
036300     PERFORM 3100-PRINT-BAND THRU 3100-PRINT-BAND-EXIT
036400         UNTIL WS-BAND-SUB > 5
036500     MOVE SPACES TO REPORT-LINE
036600     WRITE REPORT-LINE
036700     MOVE "CHANGES WAITING FOR APPROVAL" TO CNT-LABEL
036800     MOVE WS-PENDING-COUNT TO CNT-VALUE
036900     MOVE WS-COUNT-LINE TO REPORT-LINE
037000     WRITE REPORT-LINE
037100     MOVE "  OF WHICH OVERDUE (OVER 7 DAYS)" TO CNT-LABEL
037200     MOVE WS-OVERDUE-COUNT TO CNT-VALUE
037300     MOVE WS-COUNT-LINE TO REPORT-LINE
037400     WRITE REPORT-LINE
037500     MOVE "CHANGES APPROVED (ON FILE)" TO CNT-LABEL
037600     MOVE WS-APPROVED-COUNT TO CNT-VALUE
037700     MOVE WS-COUNT-LINE TO REPORT-LINE
037800     WRITE REPORT-LINE
037900     MOVE "CHANGES REJECTED (ON FILE)" TO CNT-LABEL
038000     MOVE WS-REJECTED-COUNT TO CNT-VALUE
038100     MOVE WS-COUNT-LINE TO REPORT-LINE
038200     WRITE REPORT-LINE
038300     CLOSE REPORT-FILE
038400     DISPLAY "Changes waiting for approval: " WS-PENDING-COUNT
038500     DISPLAY "Overdue:                      " WS-OVERDUE-COUNT.
038600 3000-PRINT-SUMMARY-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------------
039000* 3100-PRINT-BAND
039100*     PRINTS ONE AGE BAND'S COUNT.
039200*----------------------------------------------------------------
039300 3100-PRINT-BAND.
039400     MOVE WS-BAND-LABEL (WS-BAND-SUB) TO BND-LABEL
039500     MOVE WS-BAND-COUNT (WS-BAND-SUB) TO BND-COUNT
039600     MOVE WS-BAND-LINE TO REPORT-LINE
039700     WRITE REPORT-LINE
039800     ADD 1 TO WS-BAND-SUB.
039900 3100-PRINT-BAND-EXIT.
040000     EXIT.
040100
040200*================================================================
040300* 4000-DATE-TO-DAYS
040400*     TURNS THE YYYYMMDD DATE IN WS-DN-DATE INTO A DAY NUMBER IN
040500*     WS-DN-DAYS, SO THE DIFFERENCE OF TWO DAY NUMBERS IS THE
040600*     DAYS BETWEEN THEM.  A JANUARY OR FEBRUARY DATE DOES NOT
040700*     YET COUNT ITS OWN YEAR'S LEAP DAY.
040800*================================================================
040900 4000-DATE-TO-DAYS.
041000     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
041100         MOVE 0 TO WS-DN-DAYS
041200         GO TO 4000-DATE-TO-DAYS-EXIT
041300     END-IF
041400     IF WS-DN-MONTH > 2
041500         MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR
041600     ELSE
041700         COMPUTE WS-DN-LEAP-YEAR = WS-DN-YEAR - 1
041800     END-IF
041900     DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-QUOT-4
042000     DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-QUOT-100
042100     DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-QUOT-400
042200     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365
042300         + WS-DN-QUOT-4 - WS-DN-QUOT-100 + WS-DN-QUOT-400
042400         + WS-CUM-DAYS (WS-DN-MONTH) + WS-DN-DAY.
042500 4000-DATE-TO-DAYS-EXIT.
042600     EXIT.
