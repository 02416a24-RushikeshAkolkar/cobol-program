000100*****************************************************************
000110*  PROGRAM-ID.   BUDRPT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - MANAGEMENT REPORTING
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     DEPARTMENT LABOR BUDGET VERSUS ACTUAL REPORT. THE OPERATOR
000190*     KEYS A PAY GROUP, THE END DATE OF ONE OF ITS PAY-CALENDAR
000200*     PERIODS, AND A TOLERANCE PERCENT. FOR EVERY DEPARTMENT THE
000210*     REPORT SETS THE BUDGET ROWS BUDMAINT KEEPS ON DEPTBUD
000220*     AGAINST WHAT THE PAY HISTORY SHOWS WAS PAID, FOR THE PERIOD
000230*     (HEADCOUNT, GROSS AND BONUS) AND FOR THE YEAR TO DATE
000240*     (GROSS AND BONUS, FROM JANUARY 1 OF THE PERIOD'S YEAR), WITH
000250*     THE VARIANCE IN AMOUNT AND PERCENT OF BUDGET. A FIGURE
000260*     OVER BUDGET BY MORE THAN THE TOLERANCE IS FLAGGED *OVER*,
000270*     AS IS ANY SPEND AGAINST A ZERO BUDGET, AND A DEPARTMENT
000280*     WITH ANY FLAGGED FIGURE IS COUNTED ON THE TOTALS PAGE.
000290*
000300*     ACTUALS COME FROM THE REGULAR, RETURNED, REVERSAL, RETRO
000310*     AND OFF-CYCLE HISTORY LINES WHOSE PERIOD END FALLS IN THE
000320*     RANGE, FOR EMPLOYEES WHOSE MASTER IS IN THE GROUP, AND ARE
000330*     CHARGED TO THE EMPLOYEE'S HOME DEPARTMENT ON THE MASTER.
000340*     GROSS IS PH-GROSS-PAY PLUS PH-CITY-TAX - THE SAME FIGURE
000350*     GLEXTRCT POSTS TO 5100. ACTUAL HEADCOUNT IS THE NUMBER OF
000360*     EMPLOYEES WHOSE GROSS FOR THE PERIOD NETS ABOVE ZERO, SO A
000370*     REVERSED RUN DROPS ITS PEOPLE BACK OUT. A HISTORY LINE FOR
000380*     AN EMPLOYEE NO LONGER ON THE MASTER CANNOT BE PLACED IN A
000390*     GROUP OR DEPARTMENT AND IS COUNTED ON THE TOTALS PAGE.
000400*-----------------------------------------------------------------
000410*  MODIFICATION HISTORY.
000420*  DATE       INIT  DESCRIPTION
000430*  ---------  ----  -----------------------------------------
000440*  10/14/26   RCA   ORIGINAL PROGRAM.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. BUDRPT.
000480 AUTHOR. R. AKOLKAR.
000490 INSTALLATION. PAYROLL SYSTEMS - MANAGEMENT REPORTING.
000500 DATE-WRITTEN. 10/14/26.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT DEPARTMENT-TABLE ASSIGN TO "DEPTTAB"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS DT-DEPT-CODE
000600         FILE STATUS IS WS-DEPTTAB-STATUS.
000610     SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUD"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS DB-BUDGET-KEY
000650         FILE STATUS IS WS-DEPTBUD-STATUS.
000660     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-PAYCAL-STATUS.
000690     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-PAYHIST-STATUS.
000720     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS EMP-NO.
000760     SELECT BUDGET-REPORT ASSIGN TO "BUDRPT"
000770         ORGANIZATION IS SEQUENTIAL.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  DEPARTMENT-TABLE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY DEPTTAB.
000840
000850 FD  DEPT-BUDGET-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY DEPTBUD.
000880
000890 FD  PAY-CALENDAR
000900     LABEL RECORDS ARE STANDARD.
000910     COPY PAYCAL.
000920
000930 FD  PAY-HISTORY-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY PAYHST.
000960
000970 FD  EMPLOYEE-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990     COPY EMPREC.
001000
001010 FD  BUDGET-REPORT
001020     LABEL RECORDS ARE STANDARD.
001030 01  RPT-LINE                    PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001070     88  WS-END-OF-FILE                      VALUE "Y".
001080 01  WS-DEPTTAB-STATUS            PIC X(02) VALUE SPACES.
001090 01  WS-DEPTBUD-STATUS            PIC X(02) VALUE SPACES.
001100 01  WS-PAYCAL-STATUS             PIC X(02) VALUE SPACES.
001110 01  WS-PAYHIST-STATUS            PIC X(02) VALUE SPACES.
001120
001130 01  WS-PAY-GROUP                 PIC X(01) VALUE SPACES.
001140     88  WS-PAY-GROUP-VALID                  VALUE "W" "B" "M".
001150 01  WS-CAL-GROUP                 PIC X(01) VALUE SPACES.
001160 01  WS-EMP-GROUP                 PIC X(01) VALUE SPACES.
001170 01  WS-PERIOD-START              PIC 9(08) VALUE ZERO.
001180 01  WS-PERIOD-END                PIC 9(08) VALUE ZERO.
001190 01  WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
001200     05  WS-PERIOD-END-CCYY       PIC 9(04).
001210     05  WS-PERIOD-END-MMDD       PIC 9(04).
001220 01  WS-YEAR-START                PIC 9(08) VALUE ZERO.
001230 01  WS-YEAR-START-R REDEFINES WS-YEAR-START.
001240     05  WS-YEAR-START-CCYY       PIC 9(04).
001250     05  WS-YEAR-START-MMDD       PIC 9(04).
001260 01  WS-TOLERANCE                 PIC 9(02)V9 VALUE ZERO.
001270 01  WS-GROUP-OK-SW               PIC X(01) VALUE "N".
001280     88  WS-GROUP-OK                         VALUE "Y".
001290 01  WS-PERIOD-OK-SW              PIC X(01) VALUE "N".
001300     88  WS-PERIOD-OK                        VALUE "Y".
001310 01  WS-TOL-OK-SW                 PIC X(01) VALUE "N".
001320     88  WS-TOL-OK                           VALUE "Y".
001330
001340 01  WS-WORK-DEPT                 PIC X(04).
001350 01  WS-WORK-GROSS                PIC S9(09)V99 VALUE ZERO.
001360
001370*  ONE SLOT PER DEPARTMENT, LOADED IN KEY ORDER FROM THE
001380*  DEPARTMENT TABLE. A BUDGET ROW OR AN EMPLOYEE CARRYING A
001390*  DEPARTMENT NOT ON THE TABLE OPENS A SLOT OF ITS OWN AT THE
001400*  END WITH NO NAME. SLOT 50 TAKES ANY OVERFLOW AS ****.
001410 01  WS-DEPT-TABLE.
001420     05  WS-DEPT-ENTRY            OCCURS 50 TIMES.
001430         10  WS-DEPT-CODE         PIC X(04).
001440         10  WS-DEPT-NAME         PIC X(20).
001450         10  WS-BUD-HEADCOUNT     PIC 9(05).
001460         10  WS-BUD-GROSS         PIC S9(11)V99.
001470         10  WS-BUD-BONUS         PIC S9(11)V99.
001480         10  WS-BUD-YTD-GROSS     PIC S9(11)V99.
001490         10  WS-BUD-YTD-BONUS     PIC S9(11)V99.
001500         10  WS-ACT-HEADCOUNT     PIC 9(05).
001510         10  WS-ACT-GROSS         PIC S9(11)V99.
001520         10  WS-ACT-BONUS         PIC S9(11)V99.
001530         10  WS-ACT-YTD-GROSS     PIC S9(11)V99.
001540         10  WS-ACT-YTD-BONUS     PIC S9(11)V99.
001550 01  WS-DEPT-COUNT                PIC 9(02) VALUE ZERO.
001560 01  WS-DEPT-SUB                  PIC 9(02) VALUE ZERO.
001570 01  WS-DEPT-USE                  PIC 9(02) VALUE ZERO.
001580 01  WS-DEPT-FOUND-SW             PIC X(01) VALUE "N".
001590     88  WS-DEPT-FOUND                       VALUE "Y".
001600
001610*  ONE ENTRY PER DISTINCT EMPLOYEE/DEPARTMENT PAIR PAID IN THE
001620*  PERIOD, WITH THE PERIOD GROSS NETTED ACROSS ITS LINES, SO
001630*  THE ACTUAL HEADCOUNT COUNTS PEOPLE, NOT PAYMENT LINES.
001640 01  WS-SEEN-TABLE.
001650     05  WS-SEEN-ENTRY            OCCURS 500 TIMES.
001660         10  WS-SEEN-EMP-NO       PIC 9(05).
001670         10  WS-SEEN-DEPT-SUB     PIC 9(02).
001680         10  WS-SEEN-GROSS        PIC S9(09)V99.
001690 01  WS-SEEN-COUNT                PIC 9(03) VALUE ZERO.
001700 01  WS-SEEN-SUB                  PIC 9(03) VALUE ZERO.
001710 01  WS-SEEN-FOUND-SW             PIC X(01) VALUE "N".
001720     88  WS-SEEN-FOUND                       VALUE "Y".
001730 01  WS-SEEN-FULL-SW              PIC X(01) VALUE "N".
001740     88  WS-SEEN-FULL                        VALUE "Y".
001750
001760*  THE FIGURES FOR THE BLOCK BEING PRINTED - ONE DEPARTMENT'S
001770*  SLOT OR THE GRAND TOTALS.
001780 01  WS-BLOCK-FIGURES.
001790     05  WS-BLK-BUD-HEADCOUNT     PIC 9(07).
001800     05  WS-BLK-BUD-GROSS         PIC S9(11)V99.
001810     05  WS-BLK-BUD-BONUS         PIC S9(11)V99.
001820     05  WS-BLK-BUD-YTD-GROSS     PIC S9(11)V99.
001830     05  WS-BLK-BUD-YTD-BONUS     PIC S9(11)V99.
001840     05  WS-BLK-ACT-HEADCOUNT     PIC 9(07).
001850     05  WS-BLK-ACT-GROSS         PIC S9(11)V99.
001860     05  WS-BLK-ACT-BONUS         PIC S9(11)V99.
001870     05  WS-BLK-ACT-YTD-GROSS     PIC S9(11)V99.
001880     05  WS-BLK-ACT-YTD-BONUS     PIC S9(11)V99.
001890 01  WS-GRAND-FIGURES.
001900     05  WS-GRD-BUD-HEADCOUNT     PIC 9(07) VALUE ZERO.
001910     05  WS-GRD-BUD-GROSS         PIC S9(11)V99 VALUE ZERO.
001920     05  WS-GRD-BUD-BONUS         PIC S9(11)V99 VALUE ZERO.
001930     05  WS-GRD-BUD-YTD-GROSS     PIC S9(11)V99 VALUE ZERO.
001940     05  WS-GRD-BUD-YTD-BONUS     PIC S9(11)V99 VALUE ZERO.
001950     05  WS-GRD-ACT-HEADCOUNT     PIC 9(07) VALUE ZERO.
001960     05  WS-GRD-ACT-GROSS         PIC S9(11)V99 VALUE ZERO.
001970     05  WS-GRD-ACT-BONUS         PIC S9(11)V99 VALUE ZERO.
001980     05  WS-GRD-ACT-YTD-GROSS     PIC S9(11)V99 VALUE ZERO.
001990     05  WS-GRD-ACT-YTD-BONUS     PIC S9(11)V99 VALUE ZERO.
002000
002010*  ONE COMPARISON LINE AT A TIME - 5000-COMPARE-ONE WORKS THE
002020*  VARIANCE, PERCENT AND FLAG FROM THE BUDGET AND ACTUAL HERE.
002030 01  WS-CMP-LABEL                 PIC X(14).
002040 01  WS-CMP-BUDGET                PIC S9(11)V99.
002050 01  WS-CMP-ACTUAL                PIC S9(11)V99.
002060 01  WS-CMP-VARIANCE              PIC S9(11)V99.
002070 01  WS-CMP-PERCENT               PIC S9(04)V9.
002080 01  WS-CMP-COUNT-SW              PIC X(01) VALUE "N".
002090     88  WS-CMP-IS-COUNT                     VALUE "Y".
002100 01  WS-CMP-OVER-SW               PIC X(01) VALUE "N".
002110     88  WS-CMP-OVER                         VALUE "Y".
002120 01  WS-BLOCK-OVER-SW             PIC X(01) VALUE "N".
002130     88  WS-BLOCK-OVER                       VALUE "Y".
002140
002150 01  WS-DEPTS-PRINTED             PIC 9(03) VALUE ZERO.
002160 01  WS-DEPTS-OVER                PIC 9(03) VALUE ZERO.
002170 01  WS-HIST-LINES-USED           PIC 9(07) VALUE ZERO.
002180 01  WS-HIST-NOT-ON-MAST          PIC 9(07) VALUE ZERO.
002190 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
002200 01  WS-LINE-COUNT                PIC 9(03) VALUE 99.
002210
002220 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "BUDRPT".
002230 01  WS-AUDIT-MESSAGE             PIC X(60).
002240 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "W".
002250 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
002260
002270 01  WS-RPT-HEADING-1.
002280     05  FILLER                  PIC X(20)
002290         VALUE "PAYROLL SYSTEMS".
002300     05  FILLER                  PIC X(40)
002310         VALUE "DEPARTMENT LABOR BUDGET VERSUS ACTUAL".
002320     05  FILLER                  PIC X(14) VALUE SPACES.
002330     05  FILLER                  PIC X(02) VALUE "P.".
002340     05  HDG-PAGE                PIC ZZZ9.
002350
002360 01  WS-RPT-PERIOD-LINE.
002370     05  FILLER                  PIC X(06) VALUE "GROUP ".
002380     05  HDG-PAY-GROUP           PIC X(01).
002390     05  FILLER                  PIC X(09) VALUE "  PERIOD ".
002400     05  HDG-PERIOD-START        PIC 9(08).
002410     05  FILLER                  PIC X(04) VALUE " TO ".
002420     05  HDG-PERIOD-END          PIC 9(08).
002430     05  FILLER                  PIC X(11) VALUE "  YTD FROM ".
002440     05  HDG-YEAR-START          PIC 9(08).
002450     05  FILLER                  PIC X(13) VALUE "  TOLERANCE ".
002460     05  HDG-TOLERANCE           PIC Z9.9.
002470     05  FILLER                  PIC X(08) VALUE "%".
002480
002490 01  WS-RPT-HEADING-2.
002500     05  FILLER                  PIC X(15) VALUE SPACES.
002510     05  FILLER                  PIC X(16)
002520         VALUE "         BUDGET".
002530     05  FILLER                  PIC X(16)
002540         VALUE "         ACTUAL".
002550     05  FILLER                  PIC X(16)
002560         VALUE "       VARIANCE".
002570     05  FILLER                  PIC X(17)
002580         VALUE "   PCT".
002590
002600 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
002610
002620 01  WS-RPT-DEPT-LINE.
002630     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
002640     05  DPT-CODE                PIC X(04).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  DPT-NAME                PIC X(20).
002670     05  FILLER                  PIC X(43) VALUE SPACES.
002680
002690 01  WS-RPT-AMOUNT-LINE.
002700     05  CMP-LABEL               PIC X(14).
002710     05  FILLER                  PIC X(01) VALUE SPACES.
002720     05  CMP-BUDGET              PIC ZZZ,ZZZ,ZZ9.99-.
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  CMP-ACTUAL              PIC ZZZ,ZZZ,ZZ9.99-.
002750     05  FILLER                  PIC X(01) VALUE SPACES.
002760     05  CMP-VARIANCE            PIC ZZZ,ZZZ,ZZ9.99-.
002770     05  FILLER                  PIC X(01) VALUE SPACES.
002780     05  CMP-PERCENT             PIC X(07).
002790     05  FILLER                  PIC X(01) VALUE SPACES.
002800     05  CMP-FLAG                PIC X(06).
002810     05  FILLER                  PIC X(03) VALUE SPACES.
002820
002830 01  WS-RPT-COUNT-LINE.
002840     05  CNT-LABEL               PIC X(14).
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860     05  CNT-BUDGET              PIC ZZZ,ZZZ,ZZ9.
002870     05  FILLER                  PIC X(05) VALUE SPACES.
002880     05  CNT-ACTUAL              PIC ZZZ,ZZZ,ZZ9.
002890     05  FILLER                  PIC X(05) VALUE SPACES.
002900     05  CNT-VARIANCE            PIC ZZZ,ZZZ,ZZ9-.
002910     05  FILLER                  PIC X(04) VALUE SPACES.
002920     05  CNT-PERCENT             PIC X(07).
002930     05  FILLER                  PIC X(01) VALUE SPACES.
002940     05  CNT-FLAG                PIC X(06).
002950     05  FILLER                  PIC X(03) VALUE SPACES.
002960
002970 01  WS-PERCENT-EDIT             PIC ZZZ9.9-.
002980
002990 01  WS-RPT-TOTAL-LINE.
003000     05  TOT-LABEL               PIC X(40).
003010     05  TOT-VALUE               PIC ZZZZZZ9.
003020     05  FILLER                  PIC X(33) VALUE SPACES.
003030
003040 PROCEDURE DIVISION.
003050
003060*-----------------------------------------------------------------
003070*  0000-MAINLINE.
003080*-----------------------------------------------------------------
003090 0000-MAINLINE.
003100     MOVE "N" TO WS-GROUP-OK-SW.
003110     PERFORM 0510-GET-GROUP
003120         THRU 0510-EXIT
003130         UNTIL WS-GROUP-OK.
003140     MOVE "N" TO WS-PERIOD-OK-SW.
003150     PERFORM 0520-GET-PERIOD
003160         THRU 0520-EXIT
003170         UNTIL WS-PERIOD-OK.
003180     MOVE "N" TO WS-TOL-OK-SW.
003190     PERFORM 0540-GET-TOLERANCE
003200         THRU 0540-EXIT
003210         UNTIL WS-TOL-OK.
003220     MOVE WS-PERIOD-END-CCYY TO WS-YEAR-START-CCYY.
003230     MOVE 0101               TO WS-YEAR-START-MMDD.
003240     PERFORM 1000-LOAD-DEPARTMENTS
003250         THRU 1000-EXIT.
003260     PERFORM 2000-LOAD-BUDGETS
003270         THRU 2000-EXIT.
003280     PERFORM 3000-SCAN-PAY-HISTORY
003290         THRU 3000-EXIT.
003300     PERFORM 3500-COUNT-HEADCOUNT
003310         THRU 3500-EXIT
003320         VARYING WS-SEEN-SUB FROM 1 BY 1
003330         UNTIL WS-SEEN-SUB GREATER THAN WS-SEEN-COUNT.
003340     PERFORM 4000-PRINT-REPORT
003350         THRU 4000-EXIT.
003360     GOBACK.
003370
003380 0510-GET-GROUP.
003390     DISPLAY "ENTER PAY GROUP - W=WEEKLY, B=BIWEEKLY, "
003400         "M=MONTHLY: ".
003410     ACCEPT WS-PAY-GROUP.
003420     IF WS-PAY-GROUP-VALID
003430         SET WS-GROUP-OK TO TRUE
003440     ELSE
003450         DISPLAY "INVALID PAY GROUP - MUST BE W, B OR M. "
003460             "RE-ENTER."
003470     END-IF.
003480 0510-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520*  0520-GET-PERIOD.
003530*  THE PERIOD END MUST BE THE END DATE OF A PAY-CALENDAR ROW FOR
003540*  THE GROUP - A BLANK CALENDAR GROUP IS MONTHLY. THE MATCHING
003550*  ROW SUPPLIES THE PERIOD START.
003560*-----------------------------------------------------------------
003570 0520-GET-PERIOD.
003580     DISPLAY "ENTER PAY PERIOD END DATE (CCYYMMDD): ".
003590     ACCEPT WS-PERIOD-END.
003600     IF WS-PERIOD-END IS NOT NUMERIC
003610             OR WS-PERIOD-END EQUAL ZERO
003620         DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD. "
003630             "RE-ENTER."
003640         GO TO 0520-EXIT
003650     END-IF.
003660     OPEN INPUT PAY-CALENDAR.
003670     IF WS-PAYCAL-STATUS NOT EQUAL "00"
003680         DISPLAY "BUDRPT - PAY CALENDAR NOT AVAILABLE - "
003690             "NOTHING TO REPORT."
003700         GOBACK
003710     END-IF.
003720     MOVE "N" TO WS-EOF-SW.
003730     PERFORM 0530-MATCH-ONE-PERIOD
003740         THRU 0530-EXIT
003750         UNTIL WS-END-OF-FILE
003760             OR WS-PERIOD-OK.
003770     CLOSE PAY-CALENDAR.
003780     IF NOT WS-PERIOD-OK
003790         DISPLAY "NO PAY-CALENDAR PERIOD FOR GROUP " WS-PAY-GROUP
003800             " ENDS ON " WS-PERIOD-END ". RE-ENTER."
003810     END-IF.
003820 0520-EXIT.
003830     EXIT.
003840
003850*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
003860*  ERROR CANNOT SPIN.
003870 0530-MATCH-ONE-PERIOD.
003880     READ PAY-CALENDAR
003890         AT END
003900             SET WS-END-OF-FILE TO TRUE
003910             GO TO 0530-EXIT
003920     END-READ.
003930     IF WS-PAYCAL-STATUS NOT EQUAL "00"
003940         SET WS-END-OF-FILE TO TRUE
003950         GO TO 0530-EXIT
003960     END-IF.
003970     MOVE PC-PAY-GROUP TO WS-CAL-GROUP.
003980     IF PC-PAY-GROUP EQUAL SPACE
003990         MOVE "M" TO WS-CAL-GROUP
004000     END-IF.
004010     IF WS-CAL-GROUP EQUAL WS-PAY-GROUP
004020             AND PC-PERIOD-END EQUAL WS-PERIOD-END
004030         MOVE PC-PERIOD-START TO WS-PERIOD-START
004040         SET WS-PERIOD-OK TO TRUE
004050     END-IF.
004060 0530-EXIT.
004070     EXIT.
004080
004090*  THREE DIGITS WITH ONE IMPLIED DECIMAL - 050 MEANS 5.0 PERCENT.
004100 0540-GET-TOLERANCE.
004110     DISPLAY "ENTER OVER-BUDGET TOLERANCE PERCENT AS 3 DIGITS, "
004120         "1 IMPLIED DECIMAL (050 = 5.0): ".
004130     ACCEPT WS-TOLERANCE.
004140     IF WS-TOLERANCE IS NUMERIC
004150         SET WS-TOL-OK TO TRUE
004160     ELSE
004170         DISPLAY "INVALID TOLERANCE - MUST BE NUMERIC. "
004180             "RE-ENTER."
004190     END-IF.
004200 0540-EXIT.
004210     EXIT.
004220
004230*-----------------------------------------------------------------
004240*  1000-LOAD-DEPARTMENTS.
004250*  LOADS THE DEPARTMENT TABLE IN KEY ORDER SO THE REPORT PRINTS
004260*  DEPARTMENTS IN CODE ORDER. A MISSING TABLE IS NOT FATAL - THE
004270*  DEPARTMENTS THE BUDGET AND HISTORY NAME STILL GET SLOTS.
004280*-----------------------------------------------------------------
004290 1000-LOAD-DEPARTMENTS.
004300     OPEN INPUT DEPARTMENT-TABLE.
004310     IF WS-DEPTTAB-STATUS NOT EQUAL "00"
004320         DISPLAY "BUDRPT - DEPARTMENT TABLE NOT AVAILABLE - "
004330             "DEPARTMENTS PRINT WITHOUT NAMES."
004340         GO TO 1000-EXIT
004350     END-IF.
004360     MOVE "N" TO WS-EOF-SW.
004370     PERFORM 1100-LOAD-ONE-DEPT
004380         THRU 1100-EXIT
004390         UNTIL WS-END-OF-FILE.
004400     CLOSE DEPARTMENT-TABLE.
004410 1000-EXIT.
004420     EXIT.
004430
004440*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
004450*  ERROR CANNOT SPIN.
004460 1100-LOAD-ONE-DEPT.
004470     READ DEPARTMENT-TABLE NEXT RECORD
004480         AT END
004490             SET WS-END-OF-FILE TO TRUE
004500             GO TO 1100-EXIT
004510     END-READ.
004520     IF WS-DEPTTAB-STATUS NOT EQUAL "00"
004530         SET WS-END-OF-FILE TO TRUE
004540         GO TO 1100-EXIT
004550     END-IF.
004560     MOVE DT-DEPT-CODE TO WS-WORK-DEPT.
004570     PERFORM 1200-FIND-DEPT-SLOT
004580         THRU 1200-EXIT.
004590     MOVE DT-DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-USE).
004600 1100-EXIT.
004610     EXIT.
004620
004630*-----------------------------------------------------------------
004640*  1200-FIND-DEPT-SLOT.
004650*  RETURNS THE SLOT FOR WS-WORK-DEPT IN WS-DEPT-USE, OPENING A
004660*  ZEROED SLOT THE FIRST TIME A DEPARTMENT IS SEEN. WITH ALL 50
004670*  SLOTS IN USE THE LAST SLOT IS FLAGGED **** AND TAKES THE
004680*  OVERFLOW SO THE GRAND TOTALS STILL CROSS-FOOT, THE SAME
004690*  CONVENTION THE DEPARTMENT SUBTOTALS USE IN PAYRPT.
004700*-----------------------------------------------------------------
004710 1200-FIND-DEPT-SLOT.
004720     MOVE "N" TO WS-DEPT-FOUND-SW.
004730     MOVE ZERO TO WS-DEPT-USE.
004740     PERFORM 1210-MATCH-DEPT-SLOT
004750         THRU 1210-EXIT
004760         VARYING WS-DEPT-SUB FROM 1 BY 1
004770         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT
004780             OR WS-DEPT-FOUND.
004790     IF WS-DEPT-FOUND
004800         GO TO 1200-EXIT
004810     END-IF.
004820     IF WS-DEPT-COUNT LESS THAN 50
004830         ADD 1 TO WS-DEPT-COUNT
004840         MOVE WS-DEPT-COUNT TO WS-DEPT-USE
004850         MOVE WS-WORK-DEPT TO WS-DEPT-CODE(WS-DEPT-USE)
004860         MOVE SPACES TO WS-DEPT-NAME(WS-DEPT-USE)
004870         MOVE ZERO TO WS-BUD-HEADCOUNT(WS-DEPT-USE)
004880         MOVE ZERO TO WS-BUD-GROSS(WS-DEPT-USE)
004890         MOVE ZERO TO WS-BUD-BONUS(WS-DEPT-USE)
004900         MOVE ZERO TO WS-BUD-YTD-GROSS(WS-DEPT-USE)
004910         MOVE ZERO TO WS-BUD-YTD-BONUS(WS-DEPT-USE)
004920         MOVE ZERO TO WS-ACT-HEADCOUNT(WS-DEPT-USE)
004930         MOVE ZERO TO WS-ACT-GROSS(WS-DEPT-USE)
004940         MOVE ZERO TO WS-ACT-BONUS(WS-DEPT-USE)
004950         MOVE ZERO TO WS-ACT-YTD-GROSS(WS-DEPT-USE)
004960         MOVE ZERO TO WS-ACT-YTD-BONUS(WS-DEPT-USE)
004970     ELSE
004980         MOVE 50 TO WS-DEPT-USE
004990         MOVE "****" TO WS-DEPT-CODE(WS-DEPT-USE)
005000         MOVE "OVERFLOW" TO WS-DEPT-NAME(WS-DEPT-USE)
005010     END-IF.
005020 1200-EXIT.
005030     EXIT.
005040
005050 1210-MATCH-DEPT-SLOT.
005060     IF WS-DEPT-CODE(WS-DEPT-SUB) EQUAL WS-WORK-DEPT
005070         SET WS-DEPT-FOUND TO TRUE
005080         MOVE WS-DEPT-SUB TO WS-DEPT-USE
005090     END-IF.
005100 1210-EXIT.
005110     EXIT.
005120
005130*-----------------------------------------------------------------
005140*  2000-LOAD-BUDGETS.
005150*  PICKS EVERY BUDGET ROW FOR THE GROUP FROM JANUARY 1 UP TO THE
005160*  PERIOD END. THE ROW FOR THE PERIOD ITSELF IS THE PERIOD
005170*  BUDGET; ALL OF THEM TOGETHER ARE THE YEAR-TO-DATE BUDGET.
005180*-----------------------------------------------------------------
005190 2000-LOAD-BUDGETS.
005200     OPEN INPUT DEPT-BUDGET-FILE.
005210     IF WS-DEPTBUD-STATUS NOT EQUAL "00"
005220         DISPLAY "BUDRPT - BUDGET FILE NOT AVAILABLE - "
005230             "BUDGETS WILL SHOW ZERO."
005240         GO TO 2000-EXIT
005250     END-IF.
005260     MOVE "N" TO WS-EOF-SW.
005270     PERFORM 2100-LOAD-ONE-BUDGET
005280         THRU 2100-EXIT
005290         UNTIL WS-END-OF-FILE.
005300     CLOSE DEPT-BUDGET-FILE.
005310 2000-EXIT.
005320     EXIT.
005330
005340*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005350*  ERROR CANNOT SPIN.
005360 2100-LOAD-ONE-BUDGET.
005370     READ DEPT-BUDGET-FILE NEXT RECORD
005380         AT END
005390             SET WS-END-OF-FILE TO TRUE
005400             GO TO 2100-EXIT
005410     END-READ.
005420     IF WS-DEPTBUD-STATUS NOT EQUAL "00"
005430         SET WS-END-OF-FILE TO TRUE
005440         GO TO 2100-EXIT
005450     END-IF.
005460     IF DB-PAY-GROUP NOT EQUAL WS-PAY-GROUP
005470             OR DB-PERIOD-END LESS THAN WS-YEAR-START
005480             OR DB-PERIOD-END GREATER THAN WS-PERIOD-END
005490         GO TO 2100-EXIT
005500     END-IF.
005510     MOVE DB-DEPT-CODE TO WS-WORK-DEPT.
005520     PERFORM 1200-FIND-DEPT-SLOT
005530         THRU 1200-EXIT.
005540     IF DB-PERIOD-END EQUAL WS-PERIOD-END
005550         ADD DB-HEADCOUNT TO WS-BUD-HEADCOUNT(WS-DEPT-USE)
005560         ADD DB-GROSS     TO WS-BUD-GROSS(WS-DEPT-USE)
005570         ADD DB-BONUS     TO WS-BUD-BONUS(WS-DEPT-USE)
005580     END-IF.
005590     ADD DB-GROSS TO WS-BUD-YTD-GROSS(WS-DEPT-USE).
005600     ADD DB-BONUS TO WS-BUD-YTD-BONUS(WS-DEPT-USE).
005610 2100-EXIT.
005620     EXIT.
005630
005640*-----------------------------------------------------------------
005650*  3000-SCAN-PAY-HISTORY.
005660*  READS THE PAY HISTORY TOP TO BOTTOM AND CHARGES EVERY LINE IN
005670*  THE YEAR-TO-DATE RANGE TO ITS EMPLOYEE'S HOME DEPARTMENT. THE
005680*  MASTER IS OPEN INPUT HERE PURELY FOR THE GROUP AND DEPARTMENT
005690*  LOOKUP.
005700*-----------------------------------------------------------------
005710 3000-SCAN-PAY-HISTORY.
005720     OPEN INPUT PAY-HISTORY-FILE.
005730     IF WS-PAYHIST-STATUS NOT EQUAL "00"
005740         DISPLAY "BUDRPT - PAY HISTORY NOT AVAILABLE - "
005750             "ACTUALS WILL SHOW ZERO."
005760         GO TO 3000-EXIT
005770     END-IF.
005780     OPEN INPUT EMPLOYEE-MASTER.
005790     MOVE "N" TO WS-EOF-SW.
005800     PERFORM 3100-SCAN-ONE-LINE
005810         THRU 3100-EXIT
005820         UNTIL WS-END-OF-FILE.
005830     CLOSE EMPLOYEE-MASTER.
005840     CLOSE PAY-HISTORY-FILE.
005850 3000-EXIT.
005860     EXIT.
005870
005880*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005890*  ERROR CANNOT SPIN.
005900 3100-SCAN-ONE-LINE.
005910     READ PAY-HISTORY-FILE
005920         AT END
005930             SET WS-END-OF-FILE TO TRUE
005940             GO TO 3100-EXIT
005950     END-READ.
005960     IF WS-PAYHIST-STATUS NOT EQUAL "00"
005970         SET WS-END-OF-FILE TO TRUE
005980         GO TO 3100-EXIT
005990     END-IF.
006000     IF PH-PERIOD-END LESS THAN WS-YEAR-START
006010             OR PH-PERIOD-END GREATER THAN WS-PERIOD-END
006020         GO TO 3100-EXIT
006030     END-IF.
006040     IF NOT PH-REGULAR AND NOT PH-RETURNED AND NOT PH-REVERSAL
006050             AND NOT PH-ADJUSTMENT AND NOT PH-OFFCYCLE
006060         GO TO 3100-EXIT
006070     END-IF.
006080     MOVE PH-EMP-NO TO EMP-NO.
006090     READ EMPLOYEE-MASTER
006100         INVALID KEY
006110             ADD 1 TO WS-HIST-NOT-ON-MAST
006120             GO TO 3100-EXIT
006130     END-READ.
006140     MOVE EMP-PAY-GROUP TO WS-EMP-GROUP.
006150     IF EMP-PAY-GROUP EQUAL SPACE
006160         MOVE "M" TO WS-EMP-GROUP
006170     END-IF.
006180     IF WS-EMP-GROUP NOT EQUAL WS-PAY-GROUP
006190         GO TO 3100-EXIT
006200     END-IF.
006210     MOVE EMP-DEPT TO WS-WORK-DEPT.
006220     IF EMP-DEPT EQUAL SPACES
006230         MOVE "*UNK" TO WS-WORK-DEPT
006240     END-IF.
006250     PERFORM 1200-FIND-DEPT-SLOT
006260         THRU 1200-EXIT.
006270     ADD 1 TO WS-HIST-LINES-USED.
006280     COMPUTE WS-WORK-GROSS = PH-GROSS-PAY + PH-CITY-TAX.
006290     ADD WS-WORK-GROSS TO WS-ACT-YTD-GROSS(WS-DEPT-USE).
006300     ADD PH-BONUS      TO WS-ACT-YTD-BONUS(WS-DEPT-USE).
006310     IF PH-PERIOD-END LESS THAN WS-PERIOD-START
006320         GO TO 3100-EXIT
006330     END-IF.
006340     ADD WS-WORK-GROSS TO WS-ACT-GROSS(WS-DEPT-USE).
006350     ADD PH-BONUS      TO WS-ACT-BONUS(WS-DEPT-USE).
006360     PERFORM 3200-NOTE-PERIOD-EMP
006370         THRU 3200-EXIT.
006380 3100-EXIT.
006390     EXIT.
006400
006410*-----------------------------------------------------------------
006420*  3200-NOTE-PERIOD-EMP.
006430*  NETS THE LINE'S GROSS INTO THE EMPLOYEE'S ENTRY FOR THIS
006440*  DEPARTMENT, OPENING ONE THE FIRST TIME THE EMPLOYEE IS SEEN.
006450*  A FULL SEEN-TABLE STOPS THE COUNTING WITH A WARNING - THE
006460*  MONEY TOTALS ARE NOT AFFECTED.
006470*-----------------------------------------------------------------
006480 3200-NOTE-PERIOD-EMP.
006490     MOVE "N" TO WS-SEEN-FOUND-SW.
006500     PERFORM 3210-MATCH-ONE-SEEN
006510         THRU 3210-EXIT
006520         VARYING WS-SEEN-SUB FROM 1 BY 1
006530         UNTIL WS-SEEN-SUB GREATER THAN WS-SEEN-COUNT
006540             OR WS-SEEN-FOUND.
006550     IF WS-SEEN-FOUND
006560         GO TO 3200-EXIT
006570     END-IF.
006580     IF WS-SEEN-COUNT LESS THAN 500
006590         ADD 1 TO WS-SEEN-COUNT
006600         MOVE PH-EMP-NO     TO WS-SEEN-EMP-NO(WS-SEEN-COUNT)
006610         MOVE WS-DEPT-USE   TO WS-SEEN-DEPT-SUB(WS-SEEN-COUNT)
006620         MOVE WS-WORK-GROSS TO WS-SEEN-GROSS(WS-SEEN-COUNT)
006630     ELSE
006640         IF NOT WS-SEEN-FULL
006650             SET WS-SEEN-FULL TO TRUE
006660             MOVE SPACES TO WS-EXCP-MESSAGE
006670             STRING "EMPLOYEE SEEN-TABLE FULL AT 500 - "
006680                 "HEADCOUNT UNDERSTATED"
006690                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
006700             MOVE "W" TO WS-EXCP-SEVERITY
006710             CALL "EXCPTLOG" USING
006720                 BY CONTENT WS-AUDIT-PROGRAM-ID
006730                 BY CONTENT WS-EXCP-SEVERITY
006740                 BY CONTENT WS-EXCP-MESSAGE
006750         END-IF
006760     END-IF.
006770 3200-EXIT.
006780     EXIT.
006790
006800*  THE SUBSCRIPT IS LEFT ONE PAST THE MATCH BY THE VARYING LOOP,
006810*  SO THE GROSS IS NETTED HERE WHILE IT STILL POINTS AT IT.
006820 3210-MATCH-ONE-SEEN.
006830     IF WS-SEEN-EMP-NO(WS-SEEN-SUB) EQUAL PH-EMP-NO
006840             AND WS-SEEN-DEPT-SUB(WS-SEEN-SUB) EQUAL WS-DEPT-USE
006850         SET WS-SEEN-FOUND TO TRUE
006860         ADD WS-WORK-GROSS TO WS-SEEN-GROSS(WS-SEEN-SUB)
006870     END-IF.
006880 3210-EXIT.
006890     EXIT.
006900
006910*  AN EMPLOYEE COUNTS TOWARD THE ACTUAL HEADCOUNT ONLY WHEN THE
006920*  PERIOD'S GROSS NETS ABOVE ZERO.
006930 3500-COUNT-HEADCOUNT.
006940     IF WS-SEEN-GROSS(WS-SEEN-SUB) GREATER THAN ZERO
006950         MOVE WS-SEEN-DEPT-SUB(WS-SEEN-SUB) TO WS-DEPT-USE
006960         ADD 1 TO WS-ACT-HEADCOUNT(WS-DEPT-USE)
006970     END-IF.
006980 3500-EXIT.
006990     EXIT.
007000
007010*-----------------------------------------------------------------
007020*  4000-PRINT-REPORT.
007030*  ONE BLOCK PER DEPARTMENT WITH A BUDGET OR AN ACTUAL, THEN THE
007040*  GRAND-TOTAL BLOCK AND THE COUNTS.
007050*-----------------------------------------------------------------
007060 4000-PRINT-REPORT.
007070     OPEN OUTPUT BUDGET-REPORT.
007080     PERFORM 4100-PRINT-ONE-DEPT
007090         THRU 4100-EXIT
007100         VARYING WS-DEPT-SUB FROM 1 BY 1
007110         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
007120     PERFORM 4500-PRINT-TOTALS
007130         THRU 4500-EXIT.
007140     CLOSE BUDGET-REPORT.
007150     STRING "BUDGET VS ACTUAL PRINTED - GROUP " WS-PAY-GROUP
007160         " PERIOD " WS-PERIOD-END " DEPTS OVER " WS-DEPTS-OVER
007170         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
007180     CALL "AUDITLOG" USING
007190         BY CONTENT WS-AUDIT-PROGRAM-ID
007200         BY CONTENT WS-AUDIT-MESSAGE.
007210 4000-EXIT.
007220     EXIT.
007230
007240*  A DEPARTMENT WITH NEITHER A BUDGET NOR ANY PAY IN THE YEAR
007250*  HAS NOTHING TO SAY AND IS LEFT OFF.
007260 4100-PRINT-ONE-DEPT.
007270     MOVE WS-BUD-HEADCOUNT(WS-DEPT-SUB)
007280                                  TO WS-BLK-BUD-HEADCOUNT.
007290     MOVE WS-BUD-GROSS(WS-DEPT-SUB)     TO WS-BLK-BUD-GROSS.
007300     MOVE WS-BUD-BONUS(WS-DEPT-SUB)     TO WS-BLK-BUD-BONUS.
007310     MOVE WS-BUD-YTD-GROSS(WS-DEPT-SUB) TO WS-BLK-BUD-YTD-GROSS.
007320     MOVE WS-BUD-YTD-BONUS(WS-DEPT-SUB) TO WS-BLK-BUD-YTD-BONUS.
007330     MOVE WS-ACT-HEADCOUNT(WS-DEPT-SUB)
007340                                  TO WS-BLK-ACT-HEADCOUNT.
007350     MOVE WS-ACT-GROSS(WS-DEPT-SUB)     TO WS-BLK-ACT-GROSS.
007360     MOVE WS-ACT-BONUS(WS-DEPT-SUB)     TO WS-BLK-ACT-BONUS.
007370     MOVE WS-ACT-YTD-GROSS(WS-DEPT-SUB) TO WS-BLK-ACT-YTD-GROSS.
007380     MOVE WS-ACT-YTD-BONUS(WS-DEPT-SUB) TO WS-BLK-ACT-YTD-BONUS.
007390     IF WS-BLK-BUD-HEADCOUNT EQUAL ZERO
007400             AND WS-BLK-BUD-YTD-GROSS EQUAL ZERO
007410             AND WS-BLK-BUD-YTD-BONUS EQUAL ZERO
007420             AND WS-BLK-ACT-YTD-GROSS EQUAL ZERO
007430             AND WS-BLK-ACT-YTD-BONUS EQUAL ZERO
007440         GO TO 4100-EXIT
007450     END-IF.
007460     ADD WS-BLK-BUD-HEADCOUNT TO WS-GRD-BUD-HEADCOUNT.
007470     ADD WS-BLK-BUD-GROSS     TO WS-GRD-BUD-GROSS.
007480     ADD WS-BLK-BUD-BONUS     TO WS-GRD-BUD-BONUS.
007490     ADD WS-BLK-BUD-YTD-GROSS TO WS-GRD-BUD-YTD-GROSS.
007500     ADD WS-BLK-BUD-YTD-BONUS TO WS-GRD-BUD-YTD-BONUS.
007510     ADD WS-BLK-ACT-HEADCOUNT TO WS-GRD-ACT-HEADCOUNT.
007520     ADD WS-BLK-ACT-GROSS     TO WS-GRD-ACT-GROSS.
007530     ADD WS-BLK-ACT-BONUS     TO WS-GRD-ACT-BONUS.
007540     ADD WS-BLK-ACT-YTD-GROSS TO WS-GRD-ACT-YTD-GROSS.
007550     ADD WS-BLK-ACT-YTD-BONUS TO WS-GRD-ACT-YTD-BONUS.
007560     MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO DPT-CODE.
007570     MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO DPT-NAME.
007580     PERFORM 4200-PRINT-BLOCK
007590         THRU 4200-EXIT.
007600     ADD 1 TO WS-DEPTS-PRINTED.
007610     IF WS-BLOCK-OVER
007620         ADD 1 TO WS-DEPTS-OVER
007630     END-IF.
007640 4100-EXIT.
007650     EXIT.
007660
007670*-----------------------------------------------------------------
007680*  4200-PRINT-BLOCK.
007690*  PRINTS THE FIVE COMPARISON LINES FOR THE FIGURES IN
007700*  WS-BLOCK-FIGURES UNDER THE DEPARTMENT LINE ALREADY BUILT.
007710*  A BLOCK NEVER SPLITS ACROSS A PAGE.
007720*-----------------------------------------------------------------
007730 4200-PRINT-BLOCK.
007740     IF WS-LINE-COUNT GREATER THAN 48
007750         PERFORM 8000-START-PAGE
007760             THRU 8000-EXIT
007770     END-IF.
007780     MOVE "N" TO WS-BLOCK-OVER-SW.
007790     WRITE RPT-LINE FROM WS-RPT-DEPT-LINE
007800         AFTER ADVANCING 2 LINES.
007810     ADD 2 TO WS-LINE-COUNT.
007820     MOVE "PERIOD HEADCT" TO WS-CMP-LABEL.
007830     MOVE WS-BLK-BUD-HEADCOUNT TO WS-CMP-BUDGET.
007840     MOVE WS-BLK-ACT-HEADCOUNT TO WS-CMP-ACTUAL.
007850     SET WS-CMP-IS-COUNT TO TRUE.
007860     PERFORM 5000-COMPARE-ONE
007870         THRU 5000-EXIT.
007880     MOVE "N" TO WS-CMP-COUNT-SW.
007890     MOVE "PERIOD GROSS" TO WS-CMP-LABEL.
007900     MOVE WS-BLK-BUD-GROSS TO WS-CMP-BUDGET.
007910     MOVE WS-BLK-ACT-GROSS TO WS-CMP-ACTUAL.
007920     PERFORM 5000-COMPARE-ONE
007930         THRU 5000-EXIT.
007940     MOVE "PERIOD BONUS" TO WS-CMP-LABEL.
007950     MOVE WS-BLK-BUD-BONUS TO WS-CMP-BUDGET.
007960     MOVE WS-BLK-ACT-BONUS TO WS-CMP-ACTUAL.
007970     PERFORM 5000-COMPARE-ONE
007980         THRU 5000-EXIT.
007990     MOVE "YTD GROSS" TO WS-CMP-LABEL.
008000     MOVE WS-BLK-BUD-YTD-GROSS TO WS-CMP-BUDGET.
008010     MOVE WS-BLK-ACT-YTD-GROSS TO WS-CMP-ACTUAL.
008020     PERFORM 5000-COMPARE-ONE
008030         THRU 5000-EXIT.
008040     MOVE "YTD BONUS" TO WS-CMP-LABEL.
008050     MOVE WS-BLK-BUD-YTD-BONUS TO WS-CMP-BUDGET.
008060     MOVE WS-BLK-ACT-YTD-BONUS TO WS-CMP-ACTUAL.
008070     PERFORM 5000-COMPARE-ONE
008080         THRU 5000-EXIT.
008090 4200-EXIT.
008100     EXIT.
008110
008120*-----------------------------------------------------------------
008130*  4500-PRINT-TOTALS.
008140*  THE GRAND-TOTAL BLOCK ACROSS EVERY DEPARTMENT PRINTED, FOLLOWED
008150*  BY HOW MANY DEPARTMENTS WERE OVER AND THE HISTORY COUNTS.
008160*-----------------------------------------------------------------
008170 4500-PRINT-TOTALS.
008180     MOVE WS-GRAND-FIGURES TO WS-BLOCK-FIGURES.
008190     MOVE "ALL"             TO DPT-CODE.
008200     MOVE "GRAND TOTAL"     TO DPT-NAME.
008210     MOVE 99 TO WS-LINE-COUNT.
008220     PERFORM 4200-PRINT-BLOCK
008230         THRU 4200-EXIT.
008240     WRITE RPT-LINE FROM WS-RPT-HEADING-3
008250         AFTER ADVANCING 2 LINES.
008260     MOVE "DEPARTMENTS REPORTED" TO TOT-LABEL.
008270     MOVE WS-DEPTS-PRINTED        TO TOT-VALUE.
008280     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
008290         AFTER ADVANCING 1 LINE.
008300     MOVE "DEPARTMENTS OVER TOLERANCE" TO TOT-LABEL.
008310     MOVE WS-DEPTS-OVER                TO TOT-VALUE.
008320     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
008330         AFTER ADVANCING 1 LINE.
008340     MOVE "HISTORY LINES CHARGED" TO TOT-LABEL.
008350     MOVE WS-HIST-LINES-USED       TO TOT-VALUE.
008360     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
008370         AFTER ADVANCING 1 LINE.
008380     MOVE "HISTORY LINES - EMPLOYEE NOT ON MASTER" TO TOT-LABEL.
008390     MOVE WS-HIST-NOT-ON-MAST                      TO TOT-VALUE.
008400     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
008410         AFTER ADVANCING 1 LINE.
008420 4500-EXIT.
008430     EXIT.
008440
008450*-----------------------------------------------------------------
008460*  5000-COMPARE-ONE.
008470*  VARIANCE IS ACTUAL LESS BUDGET, SO OVER BUDGET IS POSITIVE.
008480*  THE PERCENT IS OF BUDGET AND IS LEFT BLANK WHEN THERE IS NO
008490*  BUDGET TO DIVIDE BY. A LINE IS OVER WHEN ITS PERCENT IS ABOVE
008500*  THE TOLERANCE, OR WHEN THERE IS SPEND AGAINST A ZERO BUDGET.
008510*-----------------------------------------------------------------
008520 5000-COMPARE-ONE.
008530     MOVE "N" TO WS-CMP-OVER-SW.
008540     COMPUTE WS-CMP-VARIANCE = WS-CMP-ACTUAL - WS-CMP-BUDGET.
008550     MOVE SPACES TO CMP-PERCENT.
008560     IF WS-CMP-BUDGET EQUAL ZERO
008570         IF WS-CMP-ACTUAL GREATER THAN ZERO
008580             SET WS-CMP-OVER TO TRUE
008590         END-IF
008600     ELSE
008610         COMPUTE WS-CMP-PERCENT ROUNDED =
008620             WS-CMP-VARIANCE * 100 / WS-CMP-BUDGET
008630             ON SIZE ERROR
008640                 MOVE 9999.9 TO WS-CMP-PERCENT
008650         END-COMPUTE
008660         MOVE WS-CMP-PERCENT TO WS-PERCENT-EDIT
008670         MOVE WS-PERCENT-EDIT TO CMP-PERCENT
008680         IF WS-CMP-PERCENT GREATER THAN WS-TOLERANCE
008690             SET WS-CMP-OVER TO TRUE
008700         END-IF
008710     END-IF.
008720     MOVE SPACES TO CMP-FLAG.
008730     IF WS-CMP-OVER
008740         MOVE "*OVER*" TO CMP-FLAG
008750         SET WS-BLOCK-OVER TO TRUE
008760     END-IF.
008770     IF WS-CMP-IS-COUNT
008780         MOVE WS-CMP-LABEL    TO CNT-LABEL
008790         MOVE WS-CMP-BUDGET   TO CNT-BUDGET
008800         MOVE WS-CMP-ACTUAL   TO CNT-ACTUAL
008810         MOVE WS-CMP-VARIANCE TO CNT-VARIANCE
008820         MOVE CMP-PERCENT     TO CNT-PERCENT
008830         MOVE CMP-FLAG        TO CNT-FLAG
008840         WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
008850             AFTER ADVANCING 1 LINE
008860     ELSE
008870         MOVE WS-CMP-LABEL    TO CMP-LABEL
008880         MOVE WS-CMP-BUDGET   TO CMP-BUDGET
008890         MOVE WS-CMP-ACTUAL   TO CMP-ACTUAL
008900         MOVE WS-CMP-VARIANCE TO CMP-VARIANCE
008910         WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
008920             AFTER ADVANCING 1 LINE
008930     END-IF.
008940     ADD 1 TO WS-LINE-COUNT.
008950 5000-EXIT.
008960     EXIT.
008970
008980*-----------------------------------------------------------------
008990*  8000-START-PAGE.
009000*  STARTS A FRESH PAGE WITH THE REPORT, PERIOD AND COLUMN
009010*  HEADINGS. THE VERY FIRST PAGE IS NOT PRECEDED BY A PAGE EJECT.
009020*-----------------------------------------------------------------
009030 8000-START-PAGE.
009040     ADD 1 TO WS-PAGE-COUNT.
009050     MOVE WS-PAGE-COUNT TO HDG-PAGE.
009060     IF WS-PAGE-COUNT = 1
009070         WRITE RPT-LINE FROM WS-RPT-HEADING-1
009080             AFTER ADVANCING 1 LINE
009090     ELSE
009100         WRITE RPT-LINE FROM WS-RPT-HEADING-1
009110             AFTER ADVANCING PAGE
009120     END-IF.
009130     MOVE WS-PAY-GROUP    TO HDG-PAY-GROUP.
009140     MOVE WS-PERIOD-START TO HDG-PERIOD-START.
009150     MOVE WS-PERIOD-END   TO HDG-PERIOD-END.
009160     MOVE WS-YEAR-START   TO HDG-YEAR-START.
009170     MOVE WS-TOLERANCE    TO HDG-TOLERANCE.
009180     WRITE RPT-LINE FROM WS-RPT-PERIOD-LINE
009190         AFTER ADVANCING 1 LINE.
009200     WRITE RPT-LINE FROM WS-RPT-HEADING-2
009210         AFTER ADVANCING 2 LINES.
009220     WRITE RPT-LINE FROM WS-RPT-HEADING-3
009230         AFTER ADVANCING 1 LINE.
009240     MOVE 5 TO WS-LINE-COUNT.
009250 8000-EXIT.
009260     EXIT.
