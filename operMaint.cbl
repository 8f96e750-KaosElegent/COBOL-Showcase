000280*                  MAINTENANCE) OR "I" (INQUIRY ONLY: LOOKUPS,
000290*                  SEARCHES, AND REPORTS, BUT NO ADD, UPDATE,
000300*                  OR TERMINATE).
000301* 2026-10-15  RAM  ADDED OPTION 6, THE RAISE APPROVAL LIMIT ON
000302*                  APPRCTL: THE LARGEST SALARY INCREASE, AS A
000303*                  PERCENTAGE OF THE CURRENT SALARY, ONE
000304*                  OPERATOR MAY KEY IN SEQREAD WITHOUT A SECOND
000305*                  OPERATOR'S APPROVAL.  IT LIVES HERE, WITH
000306*                  THE AUTHORITY LEVELS, RATHER THAN IN SEQREAD,
000307*                  SO THE OPERATORS IT CONTROLS CANNOT RAISE IT
000308*                  FROM THE MAINTENANCE MENU.  NO APPRCTL MEANS
000309*                  10.00 PERCENT; THE FIRST SET CREATES IT.
000310*================================================================
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS O-USERID
000390         FILE STATUS IS WS-FILE-STATUS.
000392     SELECT APPROVAL-CONTROL-FILE ASSIGN TO "APPRCTL"
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS WS-APCTL-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000440 01  OPERATOR-RECORD.
000450     COPY OPERREC
000460         REPLACING LEADING ==OPR== BY ==O==.
000461
000462 FD  APPROVAL-CONTROL-FILE.
000463 01  APPROVAL-CONTROL-RECORD.
000464     COPY APCTLREC
000465         REPLACING LEADING ==APC== BY ==AC==.
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-OPERATOR.
000610 01  WS-MAINT-USERID PIC X(08) VALUE SPACES.
000620 01  WS-MAINT-NAME PIC X(25) VALUE SPACES.
000630 01  WS-MAINT-AUTH PIC X(01) VALUE SPACE.
000631
000632*----------------------------------------------------------------
000633* RAISE APPROVAL LIMIT (OPTION 6).  THE LIMIT IS KEYED AS WHOLE
000634* HUNDREDTHS OF A PERCENT (1000 = 10.00 PERCENT).
000635*----------------------------------------------------------------
000636 01  WS-APCTL-STATUS PIC X(2) VALUE "00".
000637 01  WS-RAISE-LIMIT PIC 9(3)V9(2) VALUE 10.00.
000638 01  WS-DISP-RAISE-LIMIT PIC ZZ9.99.
000639 01  WS-MAINT-LIMIT PIC 9(5) VALUE 0.
000640 01  WS-LIMIT-DATE PIC 9(8) VALUE 0.
000641 01  WS-LIMIT-TIME PIC 9(8) VALUE 0.
000642
000650 01  WS-INPUT-CHOICE.
000660     05 WS-USERINPUT PIC S9(1) VALUE -1.
000670     05 WS-USEREXTRA-1 PIC X(79).
000920     DISPLAY "3) Add a new operator"
000930     DISPLAY "4) Update an operator"
000940     DISPLAY "5) Delete an operator"
000945     DISPLAY "6) Set the raise approval limit"
000950     DISPLAY "0) Exit"
000960     DISPLAY "(1-6/0): " WITH NO ADVANCING
000970     ACCEPT WS-INPUT-CHOICE.
000980 1100-DISPLAY-MENU-EXIT.
000990     EXIT.
001170                 WHEN WS-USERINPUT = 5
001180                     PERFORM 4200-DELETE-OPERATOR
001190                         THRU 4200-DELETE-OPERATOR-EXIT
001192                 WHEN WS-USERINPUT = 6
001194                     PERFORM 5000-SET-RAISE-LIMIT
001196                         THRU 5000-SET-RAISE-LIMIT-EXIT
001200                 WHEN WS-USERINPUT = 0
001210                     PERFORM 9999-END-RUN THRU 9999-END-RUN-EXIT
001220                 WHEN OTHER
003290 4300-PROMPT-VALUES-EXIT.
003300     EXIT.
003310
003311*================================================================
003312* 5000-SET-RAISE-LIMIT
003313*     SHOWS THE RAISE APPROVAL LIMIT NOW ON APPRCTL (10.00
003314*     PERCENT WHEN THERE IS NO APPRCTL YET), PROMPTS FOR THE
003315*     NEW ONE, AND REPLACES THE CONTROL RECORD.  A LIMIT OF 0
003316*     SENDS EVERY RAISE KEYED IN SEQREAD FOR APPROVAL.
003317*================================================================
003318 5000-SET-RAISE-LIMIT.
003319     MOVE 10.00 TO WS-RAISE-LIMIT
003320     OPEN INPUT APPROVAL-CONTROL-FILE
003321     IF WS-APCTL-STATUS = "00"
003322         READ APPROVAL-CONTROL-FILE
003323             AT END CONTINUE
003324             NOT AT END MOVE AC-RAISE-PCT TO WS-RAISE-LIMIT
003325         END-READ
003326         CLOSE APPROVAL-CONTROL-FILE
003327     END-IF
003328     MOVE WS-RAISE-LIMIT TO WS-DISP-RAISE-LIMIT
003329     DISPLAY "Current raise approval limit: " WS-DISP-RAISE-LIMIT
003330         " percent"
003331     DISPLAY "Enter new limit in hundredths of a percent "
003332         "(1000 = 10.00): " WITH NO ADVANCING
003333     ACCEPT WS-MAINT-LIMIT
003334     IF WS-MAINT-LIMIT IS NOT NUMERIC
003335         DISPLAY "Limit must be numeric!"
003336         GO TO 5000-SET-RAISE-LIMIT-EXIT
003337     END-IF
003338     ACCEPT WS-LIMIT-DATE FROM DATE YYYYMMDD
003339     ACCEPT WS-LIMIT-TIME FROM TIME
003340     COMPUTE AC-RAISE-PCT = WS-MAINT-LIMIT / 100
003341     MOVE WS-LIMIT-DATE TO AC-SET-DATE
003342     MOVE WS-LIMIT-TIME TO AC-SET-TIME
003343     OPEN OUTPUT APPROVAL-CONTROL-FILE
003344     IF WS-APCTL-STATUS NOT = "00"
003345         DISPLAY "Unable to open approval control file, "
003346             "status: " WS-APCTL-STATUS
003347         GO TO 5000-SET-RAISE-LIMIT-EXIT
003348     END-IF
003349     WRITE APPROVAL-CONTROL-RECORD
003350     CLOSE APPROVAL-CONTROL-FILE
003351     MOVE AC-RAISE-PCT TO WS-DISP-RAISE-LIMIT
003352     DISPLAY "Raise approval limit set to " WS-DISP-RAISE-LIMIT
003353         " percent."
003354     DISPLAY " ".
003355 5000-SET-RAISE-LIMIT-EXIT.
003356     EXIT.
003357
003358*================================================================
003359* 9999-END-RUN
003360*     OPERATOR CHOSE TO EXIT THE PROGRAM.
003361*================================================================
003362 9999-END-RUN.
003370     DISPLAY "Thank You for using the program!"
003380     STOP RUN.
003390 9999-END-RUN-EXIT.
