000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GRADMNT.
000120 AUTHOR. RAM.
000130 INSTALLATION. HOME OFFICE.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*================================================================
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ----------------------------------------------
000210* 2026-10-15  RAM  INITIAL VERSION.  INTERACTIVE MAINTENANCE FOR
000220*                  THE SALARY GRADE MASTER (SALGRADE), KEYED BY
000230*                  GRADE CODE, IN THE STYLE OF BUDGMNT.  EACH
000240*                  RECORD CARRIES THE GRADE'S DESCRIPTION AND ITS
000250*                  ANNUAL SALARY RANGE - MINIMUM, MIDPOINT, AND
000260*                  MAXIMUM - THAT SEQREAD, EMPBATCH, AND SALMASS
000270*                  WARN AGAINST AND THAT COMPARPT REPORTS
000280*                  AGAINST.  THE RANGE MUST SATISFY
000290*                  0 < MIN <= MID <= MAX.  THE OPERATOR SIGNS ON
000300*                  AGAINST OPERMAST SAME AS BUDGMNT; AN
000310*                  INQUIRY-ONLY OPERATOR ("I") GETS THE DISPLAY
000320*                  AND LOOKUP OPTIONS ONLY.  ON FIRST USE, WHEN NO
000330*                  SALGRADE EXISTS YET, THE ADD OPTION CREATES
000340*                  THE FILE.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT GRADE-FILE ASSIGN TO "SALGRADE"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS G-CODE
000430         FILE STATUS IS WS-FILE-STATUS.
000440     SELECT OPER-MASTER ASSIGN TO "OPERMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS O-USERID
000480         FILE STATUS IS WS-OPER-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  GRADE-FILE.
000530 01  GRADE-RECORD.
000540     COPY GRADREC
000550         REPLACING LEADING ==GRD== BY ==G==.
000560
000570 FD  OPER-MASTER.
000580 01  OPERATOR-RECORD.
000590     COPY OPERREC
000600         REPLACING LEADING ==OPR== BY ==O==.
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-GRADE.
000640     COPY GRADREC
000650         REPLACING LEADING ==GRD== BY ==WS-GRD==.
000660 01  WS-EOF PIC A(1) VALUE "N".
000670 01  WS-FILE-STATUS PIC X(2) VALUE "00".
000680     88 FILE-STATUS-OK VALUE "00".
000690     88 FILE-STATUS-NOT-FOUND VALUE "23".
000700     88 FILE-STATUS-NO-FILE VALUE "35".
000710
000720*----------------------------------------------------------------
000730* OPERATOR SIGN-ON WORKING FIELDS, SAME AS BUDGMNT'S: THE
000740* AUTHORITY GATES THE MAINTENANCE OPTIONS.
000750*----------------------------------------------------------------
000760 01  WS-OPER-STATUS PIC X(2) VALUE "00".
000770 01  WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000780 01  WS-OPERATOR-AUTH PIC X(1) VALUE SPACE.
000790     88 OPERATOR-CAN-UPDATE VALUE "U".
000800 01  WS-INPUT-USERID.
000810     05 WS-USERID-IN PIC X(8).
000820     05 WS-USEREXTRA-2 PIC X(72).
000830
000840*----------------------------------------------------------------
000850* MAINTENANCE (ADD / UPDATE / DELETE) WORKING FIELDS
000860*----------------------------------------------------------------
000870 01  WS-MAINT-CODE PIC X(02) VALUE SPACES.
000880 01  WS-MAINT-DESC PIC X(25) VALUE SPACES.
000890 01  WS-MAINT-MIN PIC 9(06) VALUE 0.
000900 01  WS-MAINT-MID PIC 9(06) VALUE 0.
000910 01  WS-MAINT-MAX PIC 9(06) VALUE 0.
000920 01  WS-RANGE-VALID PIC A(1) VALUE "N".
000930     88 RANGE-VALID VALUE "Y".
000940
000950 01  WS-INPUT-CHOICE.
000960     05 WS-USERINPUT PIC S9(1) VALUE -1.
000970     05 WS-USEREXTRA-1 PIC X(79).
000980        88 INPUT-IS-OK-1 VALUE SPACE.
000990
001000 PROCEDURE DIVISION.
001010*================================================================
001020* 0000-MAIN-PROCESS
001030*     PROGRAM MAINLINE.  DRIVES THE MENU UNTIL THE OPERATOR
001040*     CHOOSES TO EXIT.
001050*================================================================
001060 0000-MAIN-PROCESS.
001070     PERFORM 0100-SIGN-ON THRU 0100-SIGN-ON-EXIT
001080     PERFORM 1000-UI-CYCLE WITH TEST AFTER UNTIL WS-USERINPUT = 0
001090     STOP RUN.
001100
001110*================================================================
001120* 0100-SIGN-ON
001130*     PROMPTS FOR THE OPERATOR'S USER ID AND CHECKS IT AGAINST
001140*     THE OPERATOR MASTER, SAME AS BUDGMNT AND SEQREAD.  AN
001150*     UNKNOWN ID IS REFUSED; A MISSING OPERMAST WARNS AND
001160*     GRANTS FULL AUTHORITY SO FIRST-TIME SETUP IS NOT LOCKED
001170*     OUT.
001180*================================================================
001190 0100-SIGN-ON.
001200     DISPLAY "Enter your user ID: " WITH NO ADVANCING
001210     ACCEPT WS-INPUT-USERID
001220     IF WS-USERID-IN = SPACES
001230         DISPLAY "A USER ID IS REQUIRED."
001240         STOP RUN
001250     END-IF
001260     MOVE WS-USERID-IN TO WS-OPERATOR-ID
001270     OPEN INPUT OPER-MASTER
001280     IF WS-OPER-STATUS NOT = "00"
001290         DISPLAY "No operator master on file (status "
001300             WS-OPER-STATUS "); running with full authority."
001310         DISPLAY "Set up OPERMAST in OPERMNT so sign-on can "
001320             "be enforced."
001330         MOVE "U" TO WS-OPERATOR-AUTH
001340         GO TO 0100-SIGN-ON-EXIT
001350     END-IF
001360     MOVE WS-USERID-IN TO O-USERID
001370     READ OPER-MASTER
001380         KEY IS O-USERID
001390         INVALID KEY
001400             DISPLAY "UNKNOWN USER ID.  SEE OPERMNT."
001410             CLOSE OPER-MASTER
001420             STOP RUN
001430         NOT INVALID KEY
001440             MOVE O-AUTH TO WS-OPERATOR-AUTH
001450             DISPLAY "Signed on: " O-NAME
001460             IF NOT OPERATOR-CAN-UPDATE
001470                 DISPLAY "Inquiry-only authority; maintenance "
001480                     "options are disabled."
001490             END-IF
001500     END-READ
001510     CLOSE OPER-MASTER
001520     DISPLAY " ".
001530 0100-SIGN-ON-EXIT.
001540     EXIT.
001550
001560*================================================================
001570* 1000-UI-CYCLE
001580*     DISPLAYS THE MENU, ACCEPTS A CHOICE, AND DISPATCHES IT.
001590*================================================================
001600 1000-UI-CYCLE.
001610     PERFORM 1100-DISPLAY-MENU THRU 1100-DISPLAY-MENU-EXIT
001620     PERFORM 1200-PROCESS-CHOICE THRU 1200-PROCESS-CHOICE-EXIT.
001630
001640 1100-DISPLAY-MENU.
001650     DISPLAY "SALARY GRADE MAINTENANCE - SELECT AN OPTION:"
001660     DISPLAY "1) Display all grades"
001670     DISPLAY "2) Look up one grade"
001680     DISPLAY "3) Add a new grade"
001690     DISPLAY "4) Update a grade"
001700     DISPLAY "5) Delete a grade"
001710     DISPLAY "0) Exit"
001720     DISPLAY "(1-5/0): " WITH NO ADVANCING
001730     ACCEPT WS-INPUT-CHOICE.
001740 1100-DISPLAY-MENU-EXIT.
001750     EXIT.
001760
001770 1200-PROCESS-CHOICE.
001780     EVALUATE TRUE
001790         WHEN WS-USERINPUT NUMERIC AND INPUT-IS-OK-1
001800             EVALUATE TRUE
001810                 WHEN WS-USERINPUT = 1
001820                     PERFORM 2000-DISPLAY-ALL
001830                         THRU 2000-DISPLAY-ALL-EXIT
001840                 WHEN WS-USERINPUT = 2
001850                     PERFORM 3000-LOOKUP-GRADE
001860                         THRU 3000-LOOKUP-GRADE-EXIT
001870                 WHEN WS-USERINPUT = 3
001880                     IF OPERATOR-CAN-UPDATE
001890                         PERFORM 4000-ADD-GRADE
001900                             THRU 4000-ADD-GRADE-EXIT
001910                     ELSE
001920                         PERFORM 1250-REFUSE-MAINTENANCE
001930                             THRU 1250-REFUSE-MAINTENANCE-EXIT
001940                     END-IF
001950                 WHEN WS-USERINPUT = 4
001960                     IF OPERATOR-CAN-UPDATE
001970                         PERFORM 4100-UPDATE-GRADE
001980                             THRU 4100-UPDATE-GRADE-EXIT
001990                     ELSE
002000                         PERFORM 1250-REFUSE-MAINTENANCE
002010                             THRU 1250-REFUSE-MAINTENANCE-EXIT
002020                     END-IF
002030                 WHEN WS-USERINPUT = 5
002040                     IF OPERATOR-CAN-UPDATE
002050                         PERFORM 4200-DELETE-GRADE
002060                             THRU 4200-DELETE-GRADE-EXIT
002070                     ELSE
002080                         PERFORM 1250-REFUSE-MAINTENANCE
002090                             THRU 1250-REFUSE-MAINTENANCE-EXIT
002100                     END-IF
002110                 WHEN WS-USERINPUT = 0
002120                     PERFORM 9999-END-RUN THRU 9999-END-RUN-EXIT
002130                 WHEN OTHER
002140                     DISPLAY "INVALID INPUT!"
002150                     DISPLAY " "
002160             END-EVALUATE
002170         WHEN OTHER
002180             DISPLAY "INVALID INPUT!"
002190             DISPLAY " "
002200     END-EVALUATE.
002210 1200-PROCESS-CHOICE-EXIT.
002220     EXIT.
002230
002240*----------------------------------------------------------------
002250* 1250-REFUSE-MAINTENANCE
002260*     TELLS AN INQUIRY-ONLY OPERATOR THE MAINTENANCE OPTION
002270*     THEY PICKED IS NOT AVAILABLE TO THEM.
002280*----------------------------------------------------------------
002290 1250-REFUSE-MAINTENANCE.
002300     DISPLAY "NOT AUTHORIZED: YOUR USER ID HAS INQUIRY-ONLY "
002310         "AUTHORITY."
002320     DISPLAY " ".
002330 1250-REFUSE-MAINTENANCE-EXIT.
002340     EXIT.
002350
002360*================================================================
002370* 2000-DISPLAY-ALL
002380*     LISTS EVERY RECORD ON THE GRADE FILE IN GRADE CODE ORDER
002390*     (THE RECORD KEY ORDER OF THE INDEXED FILE).
002400*================================================================
002410 2000-DISPLAY-ALL.
002420     OPEN INPUT GRADE-FILE
002430     IF NOT FILE-STATUS-OK
002440         DISPLAY "Unable to open salary grade file, status: "
002450             WS-FILE-STATUS
002460         GO TO 2000-DISPLAY-ALL-EXIT
002470     END-IF
002480     PERFORM UNTIL WS-EOF = "Y"
002490         READ GRADE-FILE NEXT INTO WS-GRADE
002500             AT END MOVE "Y" TO WS-EOF
002510             NOT AT END DISPLAY WS-GRADE
002520         END-READ
002530     END-PERFORM
002540     MOVE "N" TO WS-EOF
002550     CLOSE GRADE-FILE
002560     DISPLAY " ".
002570 2000-DISPLAY-ALL-EXIT.
002580     EXIT.
002590
002600*================================================================
002610* 3000-LOOKUP-GRADE
002620*     PROMPTS FOR A GRADE CODE AND RETURNS THE MATCHING RECORD
002630*     WITH A SINGLE KEYED READ.
002640*================================================================
002650 3000-LOOKUP-GRADE.
002660     DISPLAY "Enter grade code: " WITH NO ADVANCING
002670     ACCEPT WS-MAINT-CODE
002680     MOVE WS-MAINT-CODE TO G-CODE
002690     OPEN INPUT GRADE-FILE
002700     IF NOT FILE-STATUS-OK
002710         DISPLAY "Unable to open salary grade file, status: "
002720             WS-FILE-STATUS
002730         GO TO 3000-LOOKUP-GRADE-EXIT
002740     END-IF
002750     READ GRADE-FILE INTO WS-GRADE
002760         KEY IS G-CODE
002770         INVALID KEY
002780             DISPLAY "No grade found with that code"
002790         NOT INVALID KEY
002800             DISPLAY WS-GRADE
002810     END-READ
002820     CLOSE GRADE-FILE
002830     DISPLAY " ".
002840 3000-LOOKUP-GRADE-EXIT.
002850     EXIT.
002860
002870*================================================================
002880* 4000-ADD-GRADE
002890*     PROMPTS FOR A NEW GRADE AND WRITES IT, REJECTING THE ADD
002900*     IF THE CODE IS ALREADY ON FILE OR THE RANGE IS NOT
002910*     0 < MIN <= MID <= MAX.  IF NO SALGRADE EXISTS YET (STATUS
002920*     35 ON THE OPEN) AN EMPTY ONE IS CREATED FIRST.
002930*================================================================
002940 4000-ADD-GRADE.
002950     DISPLAY "Enter grade code: " WITH NO ADVANCING
002960     ACCEPT WS-MAINT-CODE
002970     IF WS-MAINT-CODE = SPACES
002980         DISPLAY "Grade code may not be blank!"
002990         GO TO 4000-ADD-GRADE-EXIT
003000     END-IF
003010     OPEN I-O GRADE-FILE
003020     IF FILE-STATUS-NO-FILE
003030         OPEN OUTPUT GRADE-FILE
003040         CLOSE GRADE-FILE
003050         OPEN I-O GRADE-FILE
003060     END-IF
003070     IF NOT FILE-STATUS-OK
003080         DISPLAY "Unable to open salary grade file, status: "
003090             WS-FILE-STATUS
003100         GO TO 4000-ADD-GRADE-EXIT
003110     END-IF
003120     MOVE WS-MAINT-CODE TO G-CODE
003130     READ GRADE-FILE
003140         KEY IS G-CODE
003150         INVALID KEY
003160             CONTINUE
003170         NOT INVALID KEY
003180             DISPLAY "A grade with that code already exists!"
003190             CLOSE GRADE-FILE
003200             GO TO 4000-ADD-GRADE-EXIT
003210     END-READ
003220     DISPLAY "Enter grade description: " WITH NO ADVANCING
003230     ACCEPT WS-MAINT-DESC
003240     PERFORM 4300-PROMPT-RANGE THRU 4300-PROMPT-RANGE-EXIT
003250     IF NOT RANGE-VALID
003260         CLOSE GRADE-FILE
003270         GO TO 4000-ADD-GRADE-EXIT
003280     END-IF
003290     MOVE WS-MAINT-CODE TO G-CODE
003300     MOVE WS-MAINT-DESC TO G-DESC
003310     MOVE WS-MAINT-MIN TO G-MIN
003320     MOVE WS-MAINT-MID TO G-MID
003330     MOVE WS-MAINT-MAX TO G-MAX
003340     WRITE GRADE-RECORD
003350         INVALID KEY
003360             DISPLAY "Unable to add grade record!"
003370         NOT INVALID KEY
003380             DISPLAY "Grade added."
003390     END-WRITE
003400     CLOSE GRADE-FILE
003410     DISPLAY " ".
003420 4000-ADD-GRADE-EXIT.
003430     EXIT.
003440
003450*================================================================
003460* 4100-UPDATE-GRADE
003470*     PROMPTS FOR AN EXISTING GRADE CODE AND REPLACES ITS
003480*     DESCRIPTION AND RANGE.  A BLANK DESCRIPTION KEEPS THE
003490*     CURRENT ONE.  EMPLOYEES IN THE GRADE ARE NOT TOUCHED; A
003500*     SALARY THE NEW RANGE LEAVES OUTSIDE IT SHOWS ON THE NEXT
003510*     COMPARPT RUN.
003520*================================================================
003530 4100-UPDATE-GRADE.
003540     DISPLAY "Enter grade code: " WITH NO ADVANCING
003550     ACCEPT WS-MAINT-CODE
003560     MOVE WS-MAINT-CODE TO G-CODE
003570     OPEN I-O GRADE-FILE
003580     IF NOT FILE-STATUS-OK
003590         DISPLAY "Unable to open salary grade file, status: "
003600             WS-FILE-STATUS
003610         GO TO 4100-UPDATE-GRADE-EXIT
003620     END-IF
003630     READ GRADE-FILE
003640         KEY IS G-CODE
003650         INVALID KEY
003660             DISPLAY "No grade found with that code"
003670             CLOSE GRADE-FILE
003680             GO TO 4100-UPDATE-GRADE-EXIT
003690     END-READ
003700     DISPLAY "Enter new description (blank = keep "
003710         G-DESC "): " WITH NO ADVANCING
003720     ACCEPT WS-MAINT-DESC
003730     IF WS-MAINT-DESC = SPACES
003740         MOVE G-DESC TO WS-MAINT-DESC
003750     END-IF
003760     PERFORM 4300-PROMPT-RANGE THRU 4300-PROMPT-RANGE-EXIT
003770     IF NOT RANGE-VALID
003780         CLOSE GRADE-FILE
003790         GO TO 4100-UPDATE-GRADE-EXIT
003800     END-IF
003810     MOVE WS-MAINT-DESC TO G-DESC
003820     MOVE WS-MAINT-MIN TO G-MIN
003830     MOVE WS-MAINT-MID TO G-MID
003840     MOVE WS-MAINT-MAX TO G-MAX
003850     REWRITE GRADE-RECORD
003860         INVALID KEY
003870             DISPLAY "Unable to update grade record!"
003880         NOT INVALID KEY
003890             DISPLAY "Grade updated."
003900     END-REWRITE
003910     CLOSE GRADE-FILE
003920     DISPLAY " ".
003930 4100-UPDATE-GRADE-EXIT.
003940     EXIT.
003950
003960*================================================================
003970* 4200-DELETE-GRADE
003980*     PROMPTS FOR AN EXISTING GRADE CODE AND REMOVES THE
003990*     MATCHING RECORD.  EMPLOYEE RECORDS STILL CARRYING THE CODE
004000*     ARE NOT TOUCHED; EMPINTEG WILL REPORT THEM ON ITS NEXT
004010*     RUN, SAME AS A RETIRED DEPARTMENT.
004020*================================================================
004030 4200-DELETE-GRADE.
004040     DISPLAY "Enter grade code to delete: " WITH NO ADVANCING
004050     ACCEPT WS-MAINT-CODE
004060     MOVE WS-MAINT-CODE TO G-CODE
004070     OPEN I-O GRADE-FILE
004080     IF NOT FILE-STATUS-OK
004090         DISPLAY "Unable to open salary grade file, status: "
004100             WS-FILE-STATUS
004110         GO TO 4200-DELETE-GRADE-EXIT
004120     END-IF
004130     READ GRADE-FILE
004140         KEY IS G-CODE
004150         INVALID KEY
004160             DISPLAY "No grade found with that code"
004170             CLOSE GRADE-FILE
004180             GO TO 4200-DELETE-GRADE-EXIT
004190     END-READ
004200     DELETE GRADE-FILE RECORD
004210         INVALID KEY
004220             DISPLAY "Unable to delete grade record!"
004230         NOT INVALID KEY
004240             DISPLAY "Grade deleted."
004250     END-DELETE
004260     CLOSE GRADE-FILE
004270     DISPLAY " ".
004280 4200-DELETE-GRADE-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------
004320* 4300-PROMPT-RANGE
004330*     PROMPTS FOR THE MINIMUM, MIDPOINT, AND MAXIMUM INTO THE
004340*     MAINT FIELDS AND SETS WS-RANGE-VALID WHEN ALL THREE ARE
004350*     NUMERIC AND 0 < MIN <= MID <= MAX.
004360*----------------------------------------------------------------
004370 4300-PROMPT-RANGE.
004380     MOVE "N" TO WS-RANGE-VALID
004390     DISPLAY "Enter range minimum in whole dollars: "
004400         WITH NO ADVANCING
004410     ACCEPT WS-MAINT-MIN
004420     DISPLAY "Enter range midpoint in whole dollars: "
004430         WITH NO ADVANCING
004440     ACCEPT WS-MAINT-MID
004450     DISPLAY "Enter range maximum in whole dollars: "
004460         WITH NO ADVANCING
004470     ACCEPT WS-MAINT-MAX
004480     IF WS-MAINT-MIN IS NOT NUMERIC
004490         OR WS-MAINT-MID IS NOT NUMERIC
004500         OR WS-MAINT-MAX IS NOT NUMERIC
004510         DISPLAY "Range amounts must be numeric!"
004520         GO TO 4300-PROMPT-RANGE-EXIT
004530     END-IF
004540     IF WS-MAINT-MIN = 0
004550         DISPLAY "Range minimum must be greater than zero!"
004560         GO TO 4300-PROMPT-RANGE-EXIT
004570     END-IF
004580     IF WS-MAINT-MID < WS-MAINT-MIN
004590         OR WS-MAINT-MAX < WS-MAINT-MID
004600         DISPLAY "Range must run minimum <= midpoint <= maximum!"
004610         GO TO 4300-PROMPT-RANGE-EXIT
004620     END-IF
004630     MOVE "Y" TO WS-RANGE-VALID.
004640 4300-PROMPT-RANGE-EXIT.
004650     EXIT.
004660
004670*================================================================
004680* 9999-END-RUN
004690*     OPERATOR CHOSE TO EXIT THE PROGRAM.
004700*================================================================
004710 9999-END-RUN.
004720     DISPLAY "Thank You for using the program!"
004730     STOP RUN.
004740 9999-END-RUN-EXIT.
004750     EXIT.
