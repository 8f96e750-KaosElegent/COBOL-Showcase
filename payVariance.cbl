002500*                  EITHER DIRECTION.  REPLACES THE MANUAL
002600*                  SPREADSHEET COMPARISON OF TWO MONTHS' PAYREG
002700*                  LISTINGS AT MONTH END.
002710* 2026-10-15  RAM  FINAL PAY.  A PAYHIST ROW TYPED "F" (THE
002720*                  PRORATED LAST PAY EMPPAYRL NOW WRITES FOR A
002730*                  LEAVER) IN THE NEW PERIOD PUTS THE EMPLOYEE
002740*                  IN THE TERMINATIONS SECTION, MARKED FINAL
002750*                  PAY, INSTEAD OF THE MOVERS SECTION, WHERE
002760*                  THE PRORATED DROP IN GROSS USED TO LAND.  AN
002770*                  OLD-PERIOD-ONLY LEAVER WHOSE LAST ROW WAS
002780*                  FINAL PAY IS MARKED THE SAME WAY, AND THE
002790*                  CONTROL TOTALS COUNT THE FINAL-PAY ROWS.
002791* 2026-10-15  RAM  RETRO PAY.  A PAYHIST ROW TYPED "A" (A RETRO
002792*                  ADJUSTMENT FOR AN EARLIER PERIOD, PAID BY
002793*                  EMPPAYRL FROM RETROADJ) STILL COUNTS IN ITS
002794*                  DEPARTMENT'S GROSS, TAX, AND NET FOR THE
002795*                  PERIOD IT WAS PAID IN, BUT IS KEPT OUT OF THE
002796*                  EMPLOYEE COMPARISON, SO BACK PAY NEITHER
002797*                  MAKES AN EMPLOYEE A MOVER NOR PUTS A LEAVER
002798*                  BACK AMONG THE NEW HIRES.  THE CONTROL TOTALS
002799*                  COUNT THE RETRO ROWS.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005100                   ==PAY-GROSS==    BY ==PH-GROSS==
005200                   ==PAY-TAX==      BY ==PH-TAX==
005300                   ==PAY-BENEFITS== BY ==PH-BENEFITS==
005400                   ==PAY-NET==      BY ==PH-NET==
005405                   ==PAY-TYPE==     BY ==PH-TYPE==
005406                   ==PAY-RETRO-PERIOD== BY ==PH-RETRO-PERIOD==.
005500
005600 FD  VARIANCE-FILE.
005700 01  VARIANCE-LINE PIC X(132).
009400        10 WS-EMP-IN-NEW PIC A(1).
009500        10 WS-EMP-OLD-GROSS PIC 9(6)V9(2).
009600        10 WS-EMP-NEW-GROSS PIC 9(6)V9(2).
009610        10 WS-EMP-OLD-FINAL PIC A(1).
009620        10 WS-EMP-NEW-FINAL PIC A(1).
009700 01  WS-EMP-COUNT PIC 9(7) COMP VALUE 0.
009800 01  WS-EMP-SUB PIC 9(7) COMP VALUE 0.
009900 01  WS-EMP-FOUND-SUB PIC 9(7) COMP VALUE 0.
012600 01  WS-NEWHIRE-COUNT PIC 9(7) COMP VALUE 0.
012700 01  WS-TERM-COUNT PIC 9(7) COMP VALUE 0.
012800 01  WS-MOVER-COUNT PIC 9(7) COMP VALUE 0.
012810 01  WS-FINAL-ROW-COUNT PIC 9(7) COMP VALUE 0.
012820 01  WS-RETRO-ROW-COUNT PIC 9(7) COMP VALUE 0.
012900
013000*----------------------------------------------------------------
013100* VARIANCE CALCULATION WORK FIELDS.  THE PERCENT MOVEMENT IS
018000     "PAID IN NEW PERIOD ONLY (NEW HIRES)".
018100
018200 01  WS-TERM-SECTION-LINE PIC X(132) VALUE
018300     "LEFT: OLD PERIOD ONLY OR FINAL PAY IN NEW (TERMINATIONS)".
018400
018500 01  WS-MOVER-SECTION-LINE PIC X(132) VALUE
018600     "GROSS MOVED MORE THAN THE THRESHOLD".
019000     05 FILLER PIC X(06) VALUE "DEPT".
019100     05 FILLER PIC X(16) VALUE "OLD GROSS".
019200     05 FILLER PIC X(16) VALUE "NEW GROSS".
019300     05 FILLER PIC X(12) VALUE "PCT CHANGE".
019310     05 FILLER PIC X(09) VALUE "NOTE".
019400
019500 01  WS-EXC-DETAIL-LINE.
019600     05 XVL-ID PIC 9(8).
020200     05 XVL-NEW-GROSS PIC $$$,$$$,$$9.99.
020300     05 FILLER PIC X(02) VALUE SPACES.
020400     05 XVL-PCT PIC ZZ,ZZ9.99-.
020410     05 FILLER PIC X(02) VALUE SPACES.
020420     05 XVL-NOTE PIC X(09).
020500
020600 01  WS-NONE-LINE PIC X(132) VALUE "  (NONE)".
020700
029900* 2000-LOAD-PAY-RECORD
030000*     LOADS ONE PAYHIST ROW INTO THE EMPLOYEE AND DEPARTMENT
030100*     TABLES WHEN IT BELONGS TO EITHER REQUESTED PERIOD, AND
030200*     COUNTS EVERY OTHER PERIOD'S ROW AS IGNORED.  A RETRO
030210*     ROW GOES TO THE DEPARTMENT TOTALS ONLY.
030300*================================================================
030400 2000-LOAD-PAY-RECORD.
030500     ADD 1 TO WS-ROWS-READ
030800         ADD 1 TO WS-ROWS-IGNORED
030900         GO TO 2000-LOAD-PAY-RECORD-NEXT
031000     END-IF
031010     IF PH-TYPE = "A"
031020         PERFORM 2200-FIND-DEPT-ENTRY
031030             THRU 2200-FIND-DEPT-ENTRY-EXIT
031040         IF WS-DEPT-FOUND-SUB = 0
031050             GO TO 2000-LOAD-PAY-RECORD-NEXT
031060         END-IF
031070         ADD 1 TO WS-ROWS-LOADED
031080         ADD 1 TO WS-RETRO-ROW-COUNT
031090         IF PH-PERIOD = WS-OLD-PERIOD
031091             ADD PH-GROSS TO WS-DPT-OLD-GROSS (WS-DEPT-FOUND-SUB)
031092             ADD PH-TAX TO WS-DPT-OLD-TAX (WS-DEPT-FOUND-SUB)
031093             ADD PH-NET TO WS-DPT-OLD-NET (WS-DEPT-FOUND-SUB)
031094         ELSE
031095             ADD PH-GROSS TO WS-DPT-NEW-GROSS (WS-DEPT-FOUND-SUB)
031096             ADD PH-TAX TO WS-DPT-NEW-TAX (WS-DEPT-FOUND-SUB)
031097             ADD PH-NET TO WS-DPT-NEW-NET (WS-DEPT-FOUND-SUB)
031098         END-IF
031099         GO TO 2000-LOAD-PAY-RECORD-NEXT
031100     END-IF
031105     PERFORM 2100-FIND-EMP-ENTRY THRU 2100-FIND-EMP-ENTRY-EXIT
031200     PERFORM 2200-FIND-DEPT-ENTRY THRU 2200-FIND-DEPT-ENTRY-EXIT
031300     IF WS-EMP-FOUND-SUB = 0 OR WS-DEPT-FOUND-SUB = 0
031400         GO TO 2000-LOAD-PAY-RECORD-NEXT
031500     END-IF
031600     ADD 1 TO WS-ROWS-LOADED
031610     IF PH-TYPE = "F"
031620         ADD 1 TO WS-FINAL-ROW-COUNT
031630     END-IF
031700     IF PH-PERIOD = WS-OLD-PERIOD
031800         MOVE "Y" TO WS-EMP-IN-OLD (WS-EMP-FOUND-SUB)
031900         MOVE PH-GROSS TO WS-EMP-OLD-GROSS (WS-EMP-FOUND-SUB)
031910         IF PH-TYPE = "F"
031920             MOVE "Y" TO WS-EMP-OLD-FINAL (WS-EMP-FOUND-SUB)
031930         END-IF
032000         ADD PH-GROSS TO WS-DPT-OLD-GROSS (WS-DEPT-FOUND-SUB)
032100         ADD PH-TAX TO WS-DPT-OLD-TAX (WS-DEPT-FOUND-SUB)
032200         ADD PH-NET TO WS-DPT-OLD-NET (WS-DEPT-FOUND-SUB)
032300     ELSE
032400         MOVE "Y" TO WS-EMP-IN-NEW (WS-EMP-FOUND-SUB)
032500         MOVE PH-GROSS TO WS-EMP-NEW-GROSS (WS-EMP-FOUND-SUB)
032510         IF PH-TYPE = "F"
032520             MOVE "Y" TO WS-EMP-NEW-FINAL (WS-EMP-FOUND-SUB)
032530         END-IF
032600         MOVE PH-DEPT TO WS-EMP-DEPT (WS-EMP-FOUND-SUB)
032700         ADD PH-GROSS TO WS-DPT-NEW-GROSS (WS-DEPT-FOUND-SUB)
032800         ADD PH-TAX TO WS-DPT-NEW-TAX (WS-DEPT-FOUND-SUB)
036400             MOVE "N" TO WS-EMP-IN-NEW (WS-EMP-FOUND-SUB)
036500             MOVE 0 TO WS-EMP-OLD-GROSS (WS-EMP-FOUND-SUB)
036600             MOVE 0 TO WS-EMP-NEW-GROSS (WS-EMP-FOUND-SUB)
036610             MOVE "N" TO WS-EMP-OLD-FINAL (WS-EMP-FOUND-SUB)
036620             MOVE "N" TO WS-EMP-NEW-FINAL (WS-EMP-FOUND-SUB)
036700         ELSE
036800             IF NOT EMP-TABLE-FULL-WARNED
036900                 DISPLAY "WARNING: EMPLOYEE TABLE FULL; "
049800*================================================================
049900* 4100-WRITE-TERMINATIONS
050000*     LISTS EVERY EMPLOYEE PAID IN THE OLD PERIOD BUT NOT THE
050100*     NEW, AND EVERY EMPLOYEE WHOSE NEW-PERIOD ROW IS FINAL PAY.
050200*================================================================
050300 4100-WRITE-TERMINATIONS.
050400     MOVE WS-TERM-SECTION-LINE TO VARIANCE-LINE
050700     WRITE VARIANCE-LINE
050800     MOVE 1 TO WS-EMP-SUB
050900     PERFORM UNTIL WS-EMP-SUB > WS-EMP-COUNT
051000         IF (WS-EMP-IN-OLD (WS-EMP-SUB) = "Y"
051100             AND WS-EMP-IN-NEW (WS-EMP-SUB) = "N")
051110             OR WS-EMP-NEW-FINAL (WS-EMP-SUB) = "Y"
051200             PERFORM 4300-WRITE-EXCEPTION-LINE
051300                 THRU 4300-WRITE-EXCEPTION-LINE-EXIT
051400             ADD 1 TO WS-TERM-COUNT
052800* 4200-WRITE-MOVERS
052900*     LISTS EVERY EMPLOYEE PAID IN BOTH PERIODS WHOSE GROSS
053000*     MOVED MORE THAN THE KEYED THRESHOLD IN EITHER DIRECTION.
053010*     A FINAL-PAY NEW ROW IS LEFT TO THE TERMINATIONS SECTION.
053100*================================================================
053200 4200-WRITE-MOVERS.
053300     MOVE WS-MOVER-SECTION-LINE TO VARIANCE-LINE
053800     PERFORM UNTIL WS-EMP-SUB > WS-EMP-COUNT
053900         IF WS-EMP-IN-OLD (WS-EMP-SUB) = "Y"
054000             AND WS-EMP-IN-NEW (WS-EMP-SUB) = "Y"
054010             AND WS-EMP-NEW-FINAL (WS-EMP-SUB) NOT = "Y"
054100             PERFORM 4400-CHECK-MOVEMENT
054200                 THRU 4400-CHECK-MOVEMENT-EXIT
054300         END-IF
055600* 4300-WRITE-EXCEPTION-LINE
055700*     WRITES ONE EXCEPTION SECTION LINE FOR THE EMPLOYEE TABLE
055800*     ENTRY AT WS-EMP-SUB, WITH THE PERCENT MOVEMENT WHEN BOTH
055900*     PERIODS PAID THE EMPLOYEE, AND A FINAL PAY NOTE WHEN THE
055910*     LATEST ROW SEEN FOR THE EMPLOYEE WAS FINAL PAY.
056000*----------------------------------------------------------------
056100 4300-WRITE-EXCEPTION-LINE.
056200     MOVE WS-EMP-ID (WS-EMP-SUB) TO XVL-ID
057000     ELSE
057100         MOVE 0 TO XVL-PCT
057200     END-IF
057210     MOVE SPACES TO XVL-NOTE
057220     IF WS-EMP-NEW-FINAL (WS-EMP-SUB) = "Y"
057230         OR (WS-EMP-IN-NEW (WS-EMP-SUB) = "N"
057240         AND WS-EMP-OLD-FINAL (WS-EMP-SUB) = "Y")
057250         MOVE "FINAL PAY" TO XVL-NOTE
057260     END-IF
057300     MOVE WS-EXC-DETAIL-LINE TO VARIANCE-LINE
057400     WRITE VARIANCE-LINE.
057500 4300-WRITE-EXCEPTION-LINE-EXIT.
066600     MOVE WS-MOVER-COUNT TO TOT-VALUE
066700     MOVE WS-TOTAL-LINE TO VARIANCE-LINE
066800     WRITE VARIANCE-LINE
066810     MOVE "FINAL PAY ROWS LOADED" TO TOT-LABEL
066820     MOVE WS-FINAL-ROW-COUNT TO TOT-VALUE
066830     MOVE WS-TOTAL-LINE TO VARIANCE-LINE
066840     WRITE VARIANCE-LINE
066850     MOVE "RETRO PAY ROWS LOADED" TO TOT-LABEL
066860     MOVE WS-RETRO-ROW-COUNT TO TOT-VALUE
066870     MOVE WS-TOTAL-LINE TO VARIANCE-LINE
066880     WRITE VARIANCE-LINE
066900     CLOSE PAY-HISTORY-FILE
067000     CLOSE VARIANCE-FILE
067100     DISPLAY " "
067600     DISPLAY "  New hires           : " WS-NEWHIRE-COUNT
067700     DISPLAY "  Terminations        : " WS-TERM-COUNT
067800     DISPLAY "  Movers over thresh  : " WS-MOVER-COUNT
067810     DISPLAY "  Final pay rows      : " WS-FINAL-ROW-COUNT
067820     DISPLAY "  Retro pay rows      : " WS-RETRO-ROW-COUNT
067900     DISPLAY "Variance report written to PAYVARPT.".
068000 5000-WRAP-UP-EXIT.
068100     EXIT.
