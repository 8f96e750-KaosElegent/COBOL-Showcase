000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEAVPOST.
000300 AUTHOR. RAM.
000400 INSTALLATION. HOME OFFICE.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ----------------------------------------------
001200* 2026-10-15  RAM  INITIAL VERSION.  POSTS LEAVE TAKEN, AND
001300*                  BALANCES PAID OUT WITH A LEAVER'S FINAL PAY,
001400*                  FROM THE LEAVE TRANSACTION FILE (LEAVTRAN,
001500*                  LVTRREC LAYOUT) AGAINST THE LEAVE LEDGER
001600*                  (LEAVLEDG).  EACH TRANSACTION IS CHECKED
001700*                  AGAINST EMPMAST AND THE LEDGER AND REJECTED
001800*                  WITH A REASON CODE - MOST IMPORTANTLY WHEN IT
001900*                  WOULD OVERDRAW THE BALANCE - OTHERWISE THE
002000*                  DAYS ARE DEBITED IN THE RUN MONTH'S LEDGER
002100*                  PERIOD, ROLLING THE RECORD FORWARD FIRST THE
002200*                  SAME WAY LEAVACCR DOES.  LEAVE TAKEN IS
002300*                  REFUSED FOR A TERMINATED EMPLOYEE AND A
002400*                  PAYOUT IS REFUSED FOR ANYONE ELSE.  EVERY
002500*                  TRANSACTION IS LISTED ON THE POSTING REGISTER
002600*                  (LEAVPREG); REJECTS ARE ALSO WRITTEN TO
002700*                  LEAVRCYC IN THE LEAVTRAN LAYOUT, READY TO BE
002800*                  CORRECTED AND RESUBMITTED, THE SAME IDEA AS
002900*                  EMPBATCH'S EMPRCYCL.  LEAVTRAN IS EMPTIED AT
003000*                  THE END OF A COMPLETED RUN SO THE SAME DAYS
003100*                  CANNOT BE DEBITED TWICE BY A RERUN.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT LEAVE-TRANS-FILE ASSIGN TO "LEAVTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-TRANS-STATUS.
003900     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS E-ID
004300         ALTERNATE RECORD KEY IS E-NAME
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-MASTER-STATUS.
004600     SELECT LEAVE-LEDGER ASSIGN TO "LEAVLEDG"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS LV-KEY
005000         FILE STATUS IS WS-LEDGER-STATUS.
005100     SELECT RECYCLE-FILE ASSIGN TO "LEAVRCYC"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT REGISTER-FILE ASSIGN TO "LEAVPREG"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  LEAVE-TRANS-FILE.
005900 01  LEAVE-TRANS-RECORD.
006000     COPY LVTRREC.
006100
006200 FD  EMPLOYEE-MASTER.
006300 01  EMPLOYEE-RECORD.
006400     COPY EMPREC
006500         REPLACING ==EMP-ID==     BY ==E-ID==
006600                   ==EMP-NAME==   BY ==E-NAME==
006700                   ==EMP-CITY==   BY ==E-CITY==
006800                   ==EMP-SALARY== BY ==E-SALARY==
006900                   ==EMP-DEPT==   BY ==E-DEPT==
007000                   ==EMP-STATUS== BY ==E-STATUS==
007100                   ==EMP-TERM-DATE== BY ==E-TERM-DATE==
007150                   ==EMP-GRADE== BY ==E-GRADE==.
007200
007300 FD  LEAVE-LEDGER.
007400 01  LEAVE-LEDGER-RECORD.
007500     COPY LEAVREC
007600         REPLACING LEADING ==LVE== BY ==LV==.
007700
007800 FD  RECYCLE-FILE.
007900 01  RECYCLE-RECORD.
008000     COPY LVTRREC
008100         REPLACING LEADING ==LVT== BY ==RCY==.
008200     05 RCY-REASON PIC X(04).
008300
008400 FD  REGISTER-FILE.
008500 01  REGISTER-LINE PIC X(132).
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-TRANS-STATUS PIC X(2) VALUE "00".
008900 01  WS-MASTER-STATUS PIC X(2) VALUE "00".
009000 01  WS-LEDGER-STATUS PIC X(2) VALUE "00".
009100 01  WS-EOF PIC A(1) VALUE "N".
009200
009300 01  WS-RUN-DATE PIC 9(8) VALUE 0.
009400 01  FILLER REDEFINES WS-RUN-DATE.
009500     05 WS-RUN-PERIOD PIC 9(6).
009600     05 FILLER PIC 9(2).
009700
009800*----------------------------------------------------------------
009900* REJECT REASON CODES, AS CARRIED ON LEAVRCYC AND THE REGISTER:
010000*   BADA - UNKNOWN ACTION             BADV - DAYS OR DATE INVALID
010100*   NOID - ID NOT ON MASTER           TERM - EMPLOYEE TERMINATED
010200*   NTRM - PAYOUT, NOT TERMINATED     NOLV - NO LEDGER FOR TYPE
010300*   OVER - WOULD OVERDRAW BALANCE     IOER - LEDGER I/O FAILED
010400*----------------------------------------------------------------
010500 01  WS-REJECT-REASON PIC X(4) VALUE SPACES.
010600 01  WS-EMP-NAME PIC X(25) VALUE SPACES.
010700
010800 01  WS-TITLE-LINE.
010900     05 FILLER PIC X(40) VALUE "LEAVE POSTING REGISTER".
011000     05 FILLER PIC X(09) VALUE "RUN DATE ".
011100     05 TTL-RUN-DATE PIC 9(8).
011200     05 FILLER PIC X(16) VALUE "  LEDGER PERIOD ".
011300     05 TTL-PERIOD PIC 9(6).
011400
011500 01  WS-HEADER-LINE.
011600     05 FILLER PIC X(08) VALUE "SEQ".
011700     05 FILLER PIC X(04) VALUE "ACT".
011800     05 FILLER PIC X(10) VALUE "EMP ID".
011900     05 FILLER PIC X(27) VALUE "NAME".
012000     05 FILLER PIC X(06) VALUE "TYPE".
012100     05 FILLER PIC X(10) VALUE "START".
012200     05 FILLER PIC X(09) VALUE "DAYS".
012300     05 FILLER PIC X(10) VALUE "BALANCE".
012400     05 FILLER PIC X(20) VALUE "RESULT".
012500
012600 01  WS-DETAIL-LINE.
012700     05 DTL-SEQ PIC 9(6).
012800     05 FILLER PIC X(02) VALUE SPACES.
012900     05 DTL-ACTION PIC X(1).
013000     05 FILLER PIC X(03) VALUE SPACES.
013100     05 DTL-ID PIC 9(8).
013200     05 FILLER PIC X(02) VALUE SPACES.
013300     05 DTL-NAME PIC X(25).
013400     05 FILLER PIC X(02) VALUE SPACES.
013500     05 DTL-TYPE PIC X(1).
013600     05 FILLER PIC X(05) VALUE SPACES.
013700     05 DTL-START-DATE PIC 9(8).
013800     05 FILLER PIC X(02) VALUE SPACES.
013900     05 DTL-DAYS PIC ZZ9.99.
014000     05 FILLER PIC X(03) VALUE SPACES.
014100     05 DTL-BALANCE PIC ZZ9.99.
014200     05 FILLER PIC X(04) VALUE SPACES.
014300     05 DTL-REASON PIC X(4).
014400     05 FILLER PIC X(02) VALUE SPACES.
014500     05 DTL-DESC PIC X(30).
014600
014700 01  WS-COUNT-LINE.
014800     05 FILLER PIC X(02) VALUE SPACES.
014900     05 CNT-LABEL PIC X(30).
015000     05 CNT-VALUE PIC ZZZ,ZZ9.
015100     05 FILLER PIC X(04) VALUE SPACES.
015200     05 CNT-DAYS PIC ZZZ,ZZ9.99.
015300
015400*----------------------------------------------------------------
015500* COUNTS AND TOTALS.
015600*----------------------------------------------------------------
015700 01  WS-TRANS-READ PIC 9(7) COMP VALUE 0.
015800 01  WS-TAKEN-POSTED PIC 9(7) COMP VALUE 0.
015900 01  WS-PAYOUT-POSTED PIC 9(7) COMP VALUE 0.
016000 01  WS-REJECT-COUNT PIC 9(7) COMP VALUE 0.
016100 01  WS-OVERDRAW-COUNT PIC 9(7) COMP VALUE 0.
016200 01  WS-IO-ERRORS PIC 9(7) COMP VALUE 0.
016300 01  WS-TAKEN-DAYS PIC 9(7)V9(2) VALUE 0.
016400 01  WS-PAYOUT-DAYS PIC 9(7)V9(2) VALUE 0.
016500 01  WS-REJECT-DAYS PIC 9(7)V9(2) VALUE 0.
016600
016700 PROCEDURE DIVISION.
016800*================================================================
016900* 0000-MAIN-PROCESS
017000*     BATCH MAINLINE.  POSTS EVERY LEAVE TRANSACTION AND WRAPS
017100*     UP.
017200*================================================================
017300 0000-MAIN-PROCESS.
017400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017500     PERFORM 2000-PROCESS-TRANSACTION
017600         THRU 2000-PROCESS-TRANSACTION-EXIT
017700         UNTIL WS-EOF = "Y"
017800     PERFORM 4000-WRAP-UP THRU 4000-WRAP-UP-EXIT
017900     STOP RUN.
018000
018100*================================================================
018200* 1000-INITIALIZE
018300*     OPENS THE TRANSACTION FILE, THE MASTER, AND THE LEDGER,
018400*     STARTS THE REGISTER, AND PRIMES THE FIRST READ.  A
018500*     MISSING LEAVTRAN, EMPMAST, OR LEAVLEDG STOPS THE RUN WITH
018600*     RETURN-CODE 8.
018700*================================================================
018800 1000-INITIALIZE.
018900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019000     MOVE WS-RUN-DATE TO TTL-RUN-DATE
019100     MOVE WS-RUN-PERIOD TO TTL-PERIOD
019200     OPEN INPUT LEAVE-TRANS-FILE
019300     IF WS-TRANS-STATUS NOT = "00"
019400         DISPLAY "Unable to open LEAVTRAN, status: "
019500             WS-TRANS-STATUS
019600         MOVE 8 TO RETURN-CODE
019700         STOP RUN
019800     END-IF
019900     OPEN INPUT EMPLOYEE-MASTER
020000     IF WS-MASTER-STATUS NOT = "00"
020100         DISPLAY "Unable to open EMPLOYEE-MASTER, status: "
020200             WS-MASTER-STATUS
020300         DISPLAY "Run EMPCONV to build EMPLOYEE-MASTER first."
020400         CLOSE LEAVE-TRANS-FILE
020500         MOVE 8 TO RETURN-CODE
020600         STOP RUN
020700     END-IF
020800     OPEN I-O LEAVE-LEDGER
020900     IF WS-LEDGER-STATUS NOT = "00"
021000         DISPLAY "Unable to open leave ledger, status: "
021100             WS-LEDGER-STATUS
021200         DISPLAY "Run LEAVACCR to build the leave ledger first."
021300         CLOSE LEAVE-TRANS-FILE
021400         CLOSE EMPLOYEE-MASTER
021500         MOVE 8 TO RETURN-CODE
021600         STOP RUN
021700     END-IF
021800     OPEN OUTPUT RECYCLE-FILE
021900     OPEN OUTPUT REGISTER-FILE
022000     MOVE WS-TITLE-LINE TO REGISTER-LINE
022100     WRITE REGISTER-LINE
022200     MOVE WS-HEADER-LINE TO REGISTER-LINE
022300     WRITE REGISTER-LINE
022400     READ LEAVE-TRANS-FILE
022500         AT END MOVE "Y" TO WS-EOF
022600     END-READ.
022700 1000-INITIALIZE-EXIT.
022800     EXIT.
022900
023000*================================================================
023100* 2000-PROCESS-TRANSACTION
023200*     VALIDATES ONE LEAVE TRANSACTION AND EITHER POSTS IT OR
023300*     REJECTS IT, THEN READS THE NEXT.  EACH REJECT SITE SETS
023400*     WS-REJECT-REASON AND BRANCHES TO THE -REJECT PARAGRAPH.
023500*================================================================
023600 2000-PROCESS-TRANSACTION.
023700     ADD 1 TO WS-TRANS-READ
023800     MOVE SPACES TO WS-EMP-NAME
023900     MOVE 0 TO DTL-BALANCE
024000     IF NOT LVT-IS-TAKEN AND NOT LVT-IS-PAYOUT
024100         MOVE "BADA" TO WS-REJECT-REASON
024200         GO TO 2000-PROCESS-TRANSACTION-REJECT
024300     END-IF
024400     IF LVT-DAYS IS NOT NUMERIC OR LVT-DAYS = 0
024500         OR LVT-START-DATE IS NOT NUMERIC
024600         MOVE "BADV" TO WS-REJECT-REASON
024700         GO TO 2000-PROCESS-TRANSACTION-REJECT
024800     END-IF
024900     MOVE LVT-ID TO E-ID
025000     READ EMPLOYEE-MASTER
025100         KEY IS E-ID
025200         INVALID KEY
025300             MOVE "NOID" TO WS-REJECT-REASON
025400             GO TO 2000-PROCESS-TRANSACTION-REJECT
025500     END-READ
025600     MOVE E-NAME TO WS-EMP-NAME
025700     IF LVT-IS-TAKEN AND E-STATUS = "T"
025800         MOVE "TERM" TO WS-REJECT-REASON
025900         GO TO 2000-PROCESS-TRANSACTION-REJECT
026000     END-IF
026100     IF LVT-IS-PAYOUT AND E-STATUS NOT = "T"
026200         MOVE "NTRM" TO WS-REJECT-REASON
026300         GO TO 2000-PROCESS-TRANSACTION-REJECT
026400     END-IF
026500     MOVE LVT-ID TO LV-ID
026600     MOVE LVT-TYPE TO LV-TYPE
026700     READ LEAVE-LEDGER
026800         KEY IS LV-KEY
026900         INVALID KEY
027000             MOVE "NOLV" TO WS-REJECT-REASON
027100             GO TO 2000-PROCESS-TRANSACTION-REJECT
027200     END-READ
027300     MOVE LV-BALANCE TO DTL-BALANCE
027400     IF LVT-DAYS > LV-BALANCE
027500         MOVE "OVER" TO WS-REJECT-REASON
027600         ADD 1 TO WS-OVERDRAW-COUNT
027700         GO TO 2000-PROCESS-TRANSACTION-REJECT
027800     END-IF
027900     IF LV-PERIOD < WS-RUN-PERIOD
028000         MOVE WS-RUN-PERIOD TO LV-PERIOD
028100         MOVE LV-BALANCE TO LV-OPEN-BAL
028200         MOVE 0 TO LV-ACCRUED
028300         MOVE 0 TO LV-TAKEN
028400     END-IF
028500     ADD LVT-DAYS TO LV-TAKEN
028600     SUBTRACT LVT-DAYS FROM LV-BALANCE
028700     REWRITE LEAVE-LEDGER-RECORD
028800         INVALID KEY
028900             ADD 1 TO WS-IO-ERRORS
029000             MOVE "IOER" TO WS-REJECT-REASON
029100             GO TO 2000-PROCESS-TRANSACTION-REJECT
029200     END-REWRITE
029300     IF LVT-IS-TAKEN
029400         ADD 1 TO WS-TAKEN-POSTED
029500         ADD LVT-DAYS TO WS-TAKEN-DAYS
029600         MOVE "LEAVE TAKEN POSTED" TO DTL-DESC
029700     ELSE
029800         ADD 1 TO WS-PAYOUT-POSTED
029900         ADD LVT-DAYS TO WS-PAYOUT-DAYS
030000         MOVE "PAID OUT WITH FINAL PAY" TO DTL-DESC
030100     END-IF
030200     MOVE LV-BALANCE TO DTL-BALANCE
030300     MOVE SPACES TO DTL-REASON
030400     PERFORM 2100-WRITE-REGISTER-LINE
030500         THRU 2100-WRITE-REGISTER-LINE-EXIT
030600     GO TO 2000-PROCESS-TRANSACTION-NEXT.
030700 2000-PROCESS-TRANSACTION-REJECT.
030800     PERFORM 2200-WRITE-REJECT THRU 2200-WRITE-REJECT-EXIT.
030900 2000-PROCESS-TRANSACTION-NEXT.
031000     READ LEAVE-TRANS-FILE
031100         AT END MOVE "Y" TO WS-EOF
031200     END-READ.
031300 2000-PROCESS-TRANSACTION-EXIT.
031400     EXIT.
031500
031600*----------------------------------------------------------------
031700* 2100-WRITE-REGISTER-LINE
031800*     PRINTS THE REGISTER LINE FOR THE CURRENT TRANSACTION.
031900*     THE CALLER HAS SET THE BALANCE, REASON, AND DESCRIPTION.
032000*----------------------------------------------------------------
032100 2100-WRITE-REGISTER-LINE.
032200     MOVE LVT-SEQ TO DTL-SEQ
032300     MOVE LVT-ACTION TO DTL-ACTION
032400     MOVE LVT-ID TO DTL-ID
032500     MOVE WS-EMP-NAME TO DTL-NAME
032600     MOVE LVT-TYPE TO DTL-TYPE
032700     MOVE LVT-START-DATE TO DTL-START-DATE
032800     MOVE LVT-DAYS TO DTL-DAYS
032900     MOVE WS-DETAIL-LINE TO REGISTER-LINE
033000     WRITE REGISTER-LINE.
033100 2100-WRITE-REGISTER-LINE-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------------
033500* 2200-WRITE-REJECT
033600*     WRITES THE TRANSACTION JUST REJECTED TO LEAVRCYC WITH THE
033700*     REASON CODE IN WS-REJECT-REASON, PRINTS ITS REGISTER LINE,
033800*     AND COUNTS THE REJECT.
033900*----------------------------------------------------------------
034000 2200-WRITE-REJECT.
034100     MOVE LVT-SEQ TO RCY-SEQ
034200     MOVE LVT-ACTION TO RCY-ACTION
034300     MOVE LVT-ID TO RCY-ID
034400     MOVE LVT-TYPE TO RCY-TYPE
034500     MOVE LVT-START-DATE TO RCY-START-DATE
034600     MOVE LVT-DAYS TO RCY-DAYS
034700     MOVE WS-REJECT-REASON TO RCY-REASON
034800     WRITE RECYCLE-RECORD
034900     MOVE WS-REJECT-REASON TO DTL-REASON
035000     EVALUATE WS-REJECT-REASON
035100         WHEN "BADA"
035200             MOVE "UNKNOWN ACTION" TO DTL-DESC
035300         WHEN "BADV"
035400             MOVE "DAYS OR START DATE INVALID" TO DTL-DESC
035500         WHEN "NOID"
035600             MOVE "ID NOT ON MASTER" TO DTL-DESC
035700         WHEN "TERM"
035800             MOVE "EMPLOYEE TERMINATED" TO DTL-DESC
035900         WHEN "NTRM"
036000             MOVE "PAYOUT, NOT TERMINATED" TO DTL-DESC
036100         WHEN "NOLV"
036200             MOVE "NO LEDGER RECORD FOR TYPE" TO DTL-DESC
036300         WHEN "OVER"
036400             MOVE "WOULD OVERDRAW THE BALANCE" TO DTL-DESC
036500         WHEN "IOER"
036600             MOVE "LEDGER I/O FAILED" TO DTL-DESC
036700         WHEN OTHER
036800             MOVE SPACES TO DTL-DESC
036900     END-EVALUATE
037000     PERFORM 2100-WRITE-REGISTER-LINE
037100         THRU 2100-WRITE-REGISTER-LINE-EXIT
037200     ADD 1 TO WS-REJECT-COUNT
037300     IF LVT-DAYS IS NUMERIC
037400         ADD LVT-DAYS TO WS-REJECT-DAYS
037500     END-IF.
037600 2200-WRITE-REJECT-EXIT.
037700     EXIT.
037800
037900*================================================================
038000* 4000-WRAP-UP
038100*     PRINTS THE REGISTER TOTALS, CLOSES THE FILES, EMPTIES
038200*     LEAVTRAN, AND DISPLAYS A RUN SUMMARY.  A LEDGER WRITE THAT
038300*     FAILED ENDS THE RUN WITH RETURN-CODE 8; THE TRANSACTION IS
038400*     ON LEAVRCYC LIKE ANY OTHER REJECT.
038500*================================================================
038600 4000-WRAP-UP.
038700     MOVE SPACES TO REGISTER-LINE
038800     WRITE REGISTER-LINE
038900     MOVE "LEAVE POSTING TOTALS" TO REGISTER-LINE
039000     WRITE REGISTER-LINE
039100     MOVE "TRANSACTIONS READ" TO CNT-LABEL
039200     MOVE WS-TRANS-READ TO CNT-VALUE
039300     MOVE 0 TO CNT-DAYS
039400     MOVE WS-COUNT-LINE TO REGISTER-LINE
039500     WRITE REGISTER-LINE
039600     MOVE "LEAVE TAKEN POSTED" TO CNT-LABEL
039700     MOVE WS-TAKEN-POSTED TO CNT-VALUE
039800     MOVE WS-TAKEN-DAYS TO CNT-DAYS
039900     MOVE WS-COUNT-LINE TO REGISTER-LINE
040000     WRITE REGISTER-LINE
040100     MOVE "PAID OUT WITH FINAL PAY" TO CNT-LABEL
040200     MOVE WS-PAYOUT-POSTED TO CNT-VALUE
040300     MOVE WS-PAYOUT-DAYS TO CNT-DAYS
040400     MOVE WS-COUNT-LINE TO REGISTER-LINE
040500     WRITE REGISTER-LINE
040600     MOVE "REJECTED (SEE LEAVRCYC)" TO CNT-LABEL
040700     MOVE WS-REJECT-COUNT TO CNT-VALUE
040800     MOVE WS-REJECT-DAYS TO CNT-DAYS
040900     MOVE WS-COUNT-LINE TO REGISTER-LINE
041000     WRITE REGISTER-LINE
041100     MOVE "  OF WHICH WOULD OVERDRAW" TO CNT-LABEL
041200     MOVE WS-OVERDRAW-COUNT TO CNT-VALUE
041300     MOVE 0 TO CNT-DAYS
041400     MOVE WS-COUNT-LINE TO REGISTER-LINE
041500     WRITE REGISTER-LINE
041600     CLOSE LEAVE-TRANS-FILE
041700     CLOSE EMPLOYEE-MASTER
041800     CLOSE LEAVE-LEDGER
041900     CLOSE RECYCLE-FILE
042000     CLOSE REGISTER-FILE
042100     OPEN OUTPUT LEAVE-TRANS-FILE
042200     CLOSE LEAVE-TRANS-FILE
042300     DISPLAY " "
042400     DISPLAY "LEAVPOST run summary:"
042500     DISPLAY "  Transactions read : " WS-TRANS-READ
042600     DISPLAY "  Leave taken posted: " WS-TAKEN-POSTED
042700     DISPLAY "  Payouts posted    : " WS-PAYOUT-POSTED
042800     DISPLAY "  Rejected          : " WS-REJECT-COUNT
042900     DISPLAY "    would overdraw  : " WS-OVERDRAW-COUNT
043000     DISPLAY "Register written to LEAVPREG; rejects to LEAVRCYC."
043100     IF WS-IO-ERRORS > 0
043200         DISPLAY "LEDGER I/O FAILED; SEE IOER LINES ON LEAVPREG."
043300         MOVE 8 TO RETURN-CODE
043400     END-IF.
043500 4000-WRAP-UP-EXIT.
043600     EXIT.
