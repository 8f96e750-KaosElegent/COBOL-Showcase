002900*                  STOPS LOUDLY IF IT EVER DOES NOT.  REPLACES
003000*                  THE MONTHLY RETYPING OF PAYREG DEPARTMENT
003100*                  SUBTOTALS INTO THE GL.
003110* 2026-10-15  RAM  FINAL PAY.  PAYHIST ROWS TYPED "F" (A
003120*                  LEAVER'S PRORATED LAST PAY FROM EMPPAYRL) ARE
003130*                  KEPT APART FROM THE REGULAR GROSS: A
003140*                  DEPARTMENT THAT PAID ANY LEAVERS GETS A
003150*                  SECOND DEBIT TO THE SAME COST CENTER
003160*                  DESCRIBED "FINAL PAY", SO THE LEDGER SHOWS
003170*                  SEPARATION COST WITHOUT A SIDE SCHEDULE.  THE
003180*                  CREDITS AND THE TRAILER ARE UNCHANGED; THE
003190*                  RUN SUMMARY SHOWS THE FINAL-PAY ROWS AND
003195*                  GROSS.
003196* 2026-10-15  RAM  RETRO PAY.  PAYHIST ROWS TYPED "A" (RETRO
003197*                  ADJUSTMENTS EMPPAYRL PAID FROM RETROADJ FOR
003198*                  BACKDATED SALARY CHANGES) GET THEIR OWN DEBIT
003199*                  PER DEPARTMENT, DESCRIBED "RETRO PAY", THE
003224*                  SAME WAY AS FINAL PAY, AND THE RUN SUMMARY
003249*                  SHOWS THE RETRO ROWS AND GROSS.
003274*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
005500                   ==PAY-GROSS==    BY ==PH-GROSS==
005600                   ==PAY-TAX==      BY ==PH-TAX==
005700                   ==PAY-BENEFITS== BY ==PH-BENEFITS==
005800                   ==PAY-NET==      BY ==PH-NET==
005805                   ==PAY-TYPE==     BY ==PH-TYPE==
005806                   ==PAY-RETRO-PERIOD== BY ==PH-RETRO-PERIOD==.
005900
006000 FD  JOURNAL-FILE.
006100 01  JOURNAL-LINE PIC X(96).
009400     05 WS-DEPT-ENTRY OCCURS 200 TIMES.
009500        10 WS-DPT-CODE PIC X(4).
009600        10 WS-DPT-GROSS PIC 9(11)V9(2).
009610        10 WS-DPT-FINAL-GROSS PIC 9(11)V9(2).
009620        10 WS-DPT-RETRO-GROSS PIC 9(11)V9(2).
009700 01  WS-DEPT-COUNT PIC 9(7) COMP VALUE 0.
009800 01  WS-DEPT-SUB PIC 9(7) COMP VALUE 0.
009900 01  WS-DEPT-FOUND-SUB PIC 9(7) COMP VALUE 0.
010400 01  WS-ROWS-LOADED PIC 9(7) COMP VALUE 0.
010500 01  WS-DEBIT-LINES PIC 9(7) COMP VALUE 0.
010600 01  WS-UNKNOWN-CC-COUNT PIC 9(7) COMP VALUE 0.
010610 01  WS-FINAL-ROWS PIC 9(7) COMP VALUE 0.
010620 01  WS-FINAL-GROSS-TOTAL PIC 9(11)V9(2) VALUE 0.
010630 01  WS-RETRO-ROWS PIC 9(7) COMP VALUE 0.
010640 01  WS-RETRO-GROSS-TOTAL PIC 9(11)V9(2) VALUE 0.
010700
010800 01  WS-TAX-TOTAL PIC 9(11)V9(2) VALUE 0.
010900 01  WS-DED-TOTAL PIC 9(11)V9(2) VALUE 0.
019000* 2000-LOAD-PAY-RECORD
019100*     ACCUMULATES ONE PAYHIST ROW WHEN IT BELONGS TO THE
019200*     EXTRACT PERIOD: THE GROSS GOES TO ITS DEPARTMENT'S TABLE
019300*     ENTRY (ITS FINAL-PAY GROSS WHEN THE ROW IS TYPED "F",
019310*     ITS RETRO GROSS WHEN TYPED "A")
019400*     AND THE TAX, DEDUCTIONS (GROSS - TAX - NET), AND NET GO
019410*     TO THE CREDIT TOTALS.
019500*================================================================
019600 2000-LOAD-PAY-RECORD.
019700     ADD 1 TO WS-ROWS-READ
020300         GO TO 2000-LOAD-PAY-RECORD-NEXT
020400     END-IF
020500     ADD 1 TO WS-ROWS-LOADED
020600     EVALUATE PH-TYPE
020605         WHEN "F"
020610             ADD PH-GROSS
020615                 TO WS-DPT-FINAL-GROSS (WS-DEPT-FOUND-SUB)
020620             ADD PH-GROSS TO WS-FINAL-GROSS-TOTAL
020630             ADD 1 TO WS-FINAL-ROWS
020632         WHEN "A"
020634             ADD PH-GROSS
020636                 TO WS-DPT-RETRO-GROSS (WS-DEPT-FOUND-SUB)
020637             ADD PH-GROSS TO WS-RETRO-GROSS-TOTAL
020638             ADD 1 TO WS-RETRO-ROWS
020640         WHEN OTHER
020650             ADD PH-GROSS TO WS-DPT-GROSS (WS-DEPT-FOUND-SUB)
020660     END-EVALUATE
020700     ADD PH-TAX TO WS-TAX-TOTAL
020800     COMPUTE WS-DED-WORK = PH-GROSS - PH-TAX - PH-NET
020900     ADD WS-DED-WORK TO WS-DED-TOTAL
023800             MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
023900             MOVE PH-DEPT TO WS-DPT-CODE (WS-DEPT-FOUND-SUB)
024000             MOVE 0 TO WS-DPT-GROSS (WS-DEPT-FOUND-SUB)
024010             MOVE 0 TO WS-DPT-FINAL-GROSS (WS-DEPT-FOUND-SUB)
024020             MOVE 0 TO WS-DPT-RETRO-GROSS (WS-DEPT-FOUND-SUB)
024100         ELSE
024200             IF NOT DEPT-TABLE-FULL-WARNED
024300                 DISPLAY "WARNING: DEPARTMENT TABLE FULL; "
029200*----------------------------------------------------------------
029300* 3100-WRITE-DEBIT-LINE
029400*     WRITES THE GROSS-PAY DEBIT FOR THE DEPARTMENT TABLE ENTRY
029500*     AT WS-DEPT-SUB, TO THE COST CENTER ON ITS DEPTMAST RECORD,
029510*     AND A SEPARATE FINAL-PAY DEBIT TO THE SAME COST CENTER
029520*     WHEN THE DEPARTMENT PAID ANY LEAVERS, THEN A RETRO PAY
029530*     DEBIT WHEN IT PAID ANY RETRO ADJUSTMENTS.
029600*----------------------------------------------------------------
029700 3100-WRITE-DEBIT-LINE.
029800     MOVE WS-DPT-CODE (WS-DEPT-SUB) TO D-CODE
031000     PERFORM 3200-WRITE-JOURNAL-LINE
031100         THRU 3200-WRITE-JOURNAL-LINE-EXIT
031200     ADD WS-DPT-GROSS (WS-DEPT-SUB) TO WS-DEBIT-TOTAL
031300     ADD 1 TO WS-DEBIT-LINES
031310     IF WS-DPT-FINAL-GROSS (WS-DEPT-SUB) > 0
031320         MOVE WS-DPT-FINAL-GROSS (WS-DEPT-SUB) TO WS-JRN-AMOUNT
031330         MOVE SPACES TO WS-JRN-DESC
031340         STRING "DEPT " DELIMITED BY SIZE
031350                WS-DPT-CODE (WS-DEPT-SUB) DELIMITED BY SIZE
031360                " FINAL PAY" DELIMITED BY SIZE
031370             INTO WS-JRN-DESC
031380         END-STRING
031390         PERFORM 3200-WRITE-JOURNAL-LINE
031391             THRU 3200-WRITE-JOURNAL-LINE-EXIT
031392         ADD WS-DPT-FINAL-GROSS (WS-DEPT-SUB) TO WS-DEBIT-TOTAL
031393         ADD 1 TO WS-DEBIT-LINES
031394     END-IF
031395     IF WS-DPT-RETRO-GROSS (WS-DEPT-SUB) > 0
031396         MOVE WS-DPT-RETRO-GROSS (WS-DEPT-SUB) TO WS-JRN-AMOUNT
031397         MOVE SPACES TO WS-JRN-DESC
031398         STRING "DEPT " DELIMITED BY SIZE
031399                WS-DPT-CODE (WS-DEPT-SUB) DELIMITED BY SIZE
031409                " RETRO PAY" DELIMITED BY SIZE
031419             INTO WS-JRN-DESC
031429         END-STRING
031439         PERFORM 3200-WRITE-JOURNAL-LINE
031449             THRU 3200-WRITE-JOURNAL-LINE-EXIT
031459         ADD WS-DPT-RETRO-GROSS (WS-DEPT-SUB) TO WS-DEBIT-TOTAL
031469         ADD 1 TO WS-DEBIT-LINES
031479     END-IF.
031489 3100-WRITE-DEBIT-LINE-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------------
041100     DISPLAY "  Debit total         : " WS-DEBIT-TOTAL
041200     DISPLAY "  Credit total        : " WS-CREDIT-TOTAL
041300     DISPLAY "  Unknown cost ctrs   : " WS-UNKNOWN-CC-COUNT
041310     DISPLAY "  Final pay rows      : " WS-FINAL-ROWS
041320     DISPLAY "  Final pay gross     : " WS-FINAL-GROSS-TOTAL
041330     DISPLAY "  Retro pay rows      : " WS-RETRO-ROWS
041340     DISPLAY "  Retro pay gross     : " WS-RETRO-GROSS-TOTAL
041400     DISPLAY "Journal extract written to GLJRNL."
041500     IF WS-UNKNOWN-CC-COUNT > 0
041600         DISPLAY "FIX THE UNKNOWN COST CENTERS IN DEPTMNT AND "
