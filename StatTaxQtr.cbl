000100*****************************************************************
000110*  PROGRAM-ID.   STATQTR
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - TAX REPORTING
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     QUARTERLY STATUTORY INCOME-TAX RETURN. THE OPERATOR KEYS
000190*     THE YEAR AND QUARTER; EVERY PAY-HISTORY LINE WHOSE RUN
000200*     DATE FALLS IN THE QUARTER IS ROLLED UP BY EMPLOYEE, AND
000210*     ONE LINE IS PRINTED PER EMPLOYEE WITH THE QUARTER'S
000220*     STATUTORY WAGES (THE GROSS THE BRACKET TABLE WAS APPLIED
000230*     TO, PH-GROSS-PAY) AND THE STATUTORY TAX WITHHELD
000240*     (PH-STAT-TAX), IN EMPLOYEE NUMBER ORDER, FOLLOWED BY THE
000250*     RETURN TOTALS.
000260*
000270*     THE TAX WITHHELD BY THE NIGHTLY RUNS - REGULAR (R),
000280*     RETURNED (X) AND REVERSAL (V) LINES, THE SAME TYPES
000290*     CTYQTRPT PROVES - IS PROVED AGAINST THE 2500 STATUTORY
000300*     TAX PAYABLE POSTINGS GLEXTRCT APPENDED TO GLHIST FOR THE
000310*     QUARTER. OFF-CYCLE (O) PAY AND RETRO ADJUSTMENTS (A) ARE
000320*     WAGES AND WITHHOLDING OF THE EMPLOYEE FOR THE QUARTER AND
000330*     ARE IN THE EMPLOYEE'S FIGURES, BUT NEVER POST 2500, SO
000340*     THEY PRINT ON THEIR OWN RECAP LINES OUTSIDE THE PROOF.
000350*
000360*     AN EMPLOYEE NO LONGER ON THE MASTER IS STILL REPORTED,
000370*     WITH *UNKNOWN* IN THE NAME FIELD. HISTORY WRITTEN BEFORE
000380*     THE PAY HISTORY CARRIED THE STATUTORY TAX SHOWS WAGES WITH
000390*     NO TAX, AND THE PROOF SHOWS THE DIFFERENCE.
000390*
000390*     EACH COMPANY ON THE COMPANY TABLE FILES ITS OWN RETURN, SO
000390*     EACH GETS ITS OWN SECTION, STARTING ON A NEW PAGE, WITH ITS
000390*     OWN EMPLOYEES, TOTALS AND PROOF. AN EMPLOYEE'S COMPANY IS
000390*     TAKEN FROM THE MASTER (BLANK, OR NOT ON THE MASTER, IS THE
000390*     HOME COMPANY 01), AND EACH COMPANY IS PROVED ONLY AGAINST
000390*     THE 2500 LINES POSTED UNDER ITS OWN GL-COMPANY. HISTORY OR
000390*     POSTINGS FOR A COMPANY NOT ON THE TABLE ARE LEFT OUT OF
000390*     EVERY RETURN, COUNTED AT THE END AND SENT TO EXCPTLOG.
000400*-----------------------------------------------------------------
000410*  MODIFICATION HISTORY.
000420*  DATE       INIT  DESCRIPTION
000430*  ---------  ----  -----------------------------------------
000440*  10/14/26   RCA   ORIGINAL PROGRAM.
000440*  10/15/26   RCA   ONE SECTION, TOTALS AND PROOF PER COMPANY.
000440*                   EACH LINE'S COMPANY COMES FROM THE MASTER AND
000440*                   EACH COMPANY IS PROVED ONLY AGAINST ITS OWN
000440*                   GL-COMPANY 2500 LINES; UNKNOWN COMPANIES ARE
000440*                   LEFT OUT AND LOGGED.
000440*  10/15/26   RCA   THE COMPANY TABLE IS CLEARED ENTRY BY ENTRY.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. STATQTR.
000480 AUTHOR. R. AKOLKAR.
000490 INSTALLATION. PAYROLL SYSTEMS - TAX REPORTING.
000500 DATE-WRITTEN. 10/14/26.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PAYHIST-STATUS.
000590     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS EMP-NO
000630         FILE STATUS IS WS-EMPMAST-STATUS.
000640     SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-GLHIST-STATUS.
000670     SELECT RETURN-REPORT ASSIGN TO "STATQRPT"
000680         ORGANIZATION IS SEQUENTIAL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PAY-HISTORY-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY PAYHST.
000750
000760 FD  EMPLOYEE-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780     COPY EMPREC.
000790
000800 FD  GL-HISTORY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY GLPOST.
000830
000840 FD  RETURN-REPORT
000850     LABEL RECORDS ARE STANDARD.
000860 01  RPT-LINE                    PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000900     88  WS-END-OF-FILE                      VALUE "Y".
000910 01  WS-PAYHIST-STATUS            PIC X(02) VALUE SPACES.
000920 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
000920 01  WS-EMPMAST-OK-SW             PIC X(01) VALUE "N".
000920     88  WS-EMPMAST-OK                       VALUE "Y".
000930 01  WS-GLHIST-STATUS             PIC X(02) VALUE SPACES.
000940
000950 01  WS-YEAR                      PIC 9(04) VALUE ZERO.
000960 01  WS-QUARTER                   PIC 9(01) VALUE ZERO.
000970 01  WS-INPUT-OK-SW               PIC X(01) VALUE "N".
000980     88  WS-INPUT-OK                         VALUE "Y".
000990 01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
001000 01  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
001010 01  WS-FIRST-MONTH               PIC 9(02) VALUE ZERO.
001020
001030*  ONE ENTRY PER EMPLOYEE PAID IN THE QUARTER, KEPT IN EMPLOYEE
001040*  NUMBER ORDER AS IT IS BUILT. RUN FIGURES ARE THE R/X/V LINES
001050*  THE 2500 PROOF COVERS; OTHER FIGURES ARE THE O AND A LINES.
001060 01  WS-EMP-TABLE.
001070     05  WS-EMP-ENTRY             OCCURS 500 TIMES.
001080         10  WS-EMP-NO            PIC 9(05).
001090         10  WS-EMP-RUN-WAGES     PIC S9(09)V99.
001100         10  WS-EMP-RUN-TAX       PIC S9(09)V99.
001110         10  WS-EMP-OTH-WAGES     PIC S9(09)V99.
001120         10  WS-EMP-OTH-TAX       PIC S9(09)V99.
001130         10  WS-EMP-LINES         PIC 9(05).
001130         10  WS-EMP-CO-SUB        PIC 9(02).
001140 01  WS-EMP-COUNT                 PIC 9(03) VALUE ZERO.
001150 01  WS-EMP-SUB                   PIC 9(03) VALUE ZERO.
001160 01  WS-EMP-USE                   PIC 9(03) VALUE ZERO.
001170 01  WS-EMP-FOUND-SW              PIC X(01) VALUE "N".
001180     88  WS-EMP-FOUND                        VALUE "Y".
001190 01  WS-EMP-FULL-SW               PIC X(01) VALUE "N".
001200     88  WS-EMP-FULL                         VALUE "Y".
001210 01  WS-SKIPPED-LINES             PIC 9(05) VALUE ZERO.
001220
001220*  THE RETURN TOTALS, ONE ENTRY PER COMPANY ON THE COMPANY TABLE.
001220 01  WS-CO-TABLE.
001220     05  WS-CO-ENTRY              OCCURS 10 TIMES.
001220         10  WS-CO-EMP-COUNT      PIC 9(03).
001220         10  WS-CO-RUN-WAGES      PIC S9(11)V99.
001220         10  WS-CO-RUN-TAX        PIC S9(11)V99.
001220         10  WS-CO-OC-WAGES       PIC S9(11)V99.
001220         10  WS-CO-OC-TAX         PIC S9(11)V99.
001220         10  WS-CO-ADJ-WAGES      PIC S9(11)V99.
001220         10  WS-CO-ADJ-TAX        PIC S9(11)V99.
001220         10  WS-CO-GRAND-WAGES    PIC S9(11)V99.
001220         10  WS-CO-GRAND-TAX      PIC S9(11)V99.
001220         10  WS-CO-GRAND-LINES    PIC 9(07).
001220         10  WS-CO-GL-STAT-TAX    PIC S9(11)V99.
001220 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001220 01  WS-WORK-COMPANY              PIC X(02) VALUE SPACES.
001220 01  WS-NO-CO-LINES               PIC 9(05) VALUE ZERO.
001220 01  WS-NO-CO-GL-TAX              PIC S9(11)V99 VALUE ZERO.
001330 01  WS-WORK-AMOUNT               PIC S9(11)V99 VALUE ZERO.
001340
001350 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
001360 01  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
001370
001380 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "STATQTR".
001390 01  WS-AUDIT-MESSAGE             PIC X(60).
001400 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "W".
001410 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
001420
001430 01  WS-RPT-HEADING-1.
001440     05  FILLER                  PIC X(20)
001450         VALUE "PAYROLL SYSTEMS".
001460     05  FILLER                  PIC X(40)
001470         VALUE "QUARTERLY STATUTORY INCOME-TAX RETURN".
001480     05  FILLER                  PIC X(20) VALUE SPACES.
001490
001500 01  WS-RPT-PERIOD-LINE.
001510     05  FILLER                  PIC X(08) VALUE "QUARTER".
001520     05  HDG-QUARTER             PIC 9(01).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  HDG-YEAR                PIC 9(04).
001550     05  FILLER                  PIC X(04) VALUE SPACES.
001560     05  HDG-FROM-DATE           PIC 9(08).
001570     05  FILLER                  PIC X(04) VALUE " TO ".
001580     05  HDG-TO-DATE             PIC 9(08).
001590     05  FILLER                  PIC X(42) VALUE SPACES.
001600
001600 01  WS-RPT-COMPANY-LINE.
001600     05  FILLER                  PIC X(08) VALUE "COMPANY".
001600     05  HDG-CO-CODE             PIC X(02).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  HDG-CO-NAME             PIC X(30).
001600     05  FILLER                  PIC X(38) VALUE SPACES.
001600
001610 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
001620
001630 01  WS-RPT-COLUMN-HEADING.
001640     05  FILLER                  PIC X(08) VALUE "EMP NO".
001650     05  FILLER                  PIC X(12) VALUE "NAME".
001660     05  FILLER                  PIC X(20)
001670         VALUE "   STATUTORY WAGES".
001680     05  FILLER                  PIC X(20)
001690         VALUE "      TAX WITHHELD".
001700     05  FILLER                  PIC X(20) VALUE "   LINES".
001710
001720 01  WS-RPT-DETAIL-LINE.
001730     05  DTL-EMP-NO              PIC 9(05).
001740     05  FILLER                  PIC X(03) VALUE SPACES.
001750     05  DTL-NAME                PIC X(10).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  DTL-WAGES               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  DTL-TAX                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001800     05  FILLER                  PIC X(03) VALUE SPACES.
001810     05  DTL-LINES               PIC ZZZZ9.
001820     05  FILLER                  PIC X(14) VALUE SPACES.
001830
001840 01  WS-RPT-COUNT-LINE.
001850     05  RPT-COUNT-LABEL         PIC X(30).
001860     05  RPT-COUNT-VALUE         PIC ZZZZZZ9.
001870     05  FILLER                  PIC X(43) VALUE SPACES.
001880
001890 01  WS-RPT-AMOUNT-LINE.
001900     05  RPT-AMT-LABEL           PIC X(30).
001910     05  RPT-AMT-WAGES           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  RPT-AMT-TAX             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001940     05  FILLER                  PIC X(12) VALUE SPACES.
001950
001960 01  WS-RPT-RECAP-HEADING.
001970     05  FILLER                  PIC X(30) VALUE SPACES.
001980     05  FILLER                  PIC X(20)
001990         VALUE "   STATUTORY WAGES".
002000     05  FILLER                  PIC X(30)
002010         VALUE "      TAX WITHHELD".
002020
002030 01  WS-RPT-PROOF-LINE            PIC X(80).
002030
002030     COPY COMPTBL.
002040
002050 PROCEDURE DIVISION.
002060
002070*-----------------------------------------------------------------
002080*  0000-MAINLINE.
002090*-----------------------------------------------------------------
002100 0000-MAINLINE.
002110     MOVE "N" TO WS-INPUT-OK-SW.
002120     PERFORM 0510-GET-YEAR
002130         THRU 0510-EXIT
002140         UNTIL WS-INPUT-OK.
002150     MOVE "N" TO WS-INPUT-OK-SW.
002160     PERFORM 0520-GET-QUARTER
002170         THRU 0520-EXIT
002180         UNTIL WS-INPUT-OK.
002190     COMPUTE WS-FIRST-MONTH = (WS-QUARTER - 1) * 3 + 1.
002200     COMPUTE WS-FROM-DATE =
002210         WS-YEAR * 10000 + WS-FIRST-MONTH * 100 + 1.
002220     COMPUTE WS-TO-DATE =
002230         WS-YEAR * 10000 + (WS-FIRST-MONTH + 2) * 100 + 31.
002230     MOVE "L" TO CM-FUNCTION.
002230     CALL "COMPTAB" USING
002230         BY REFERENCE COMPANY-TABLE-AREA.
002230     PERFORM 0530-CLEAR-COMPANY
002230         THRU 0530-EXIT
002230         VARYING WS-CO-SUB FROM 1 BY 1
002230         UNTIL WS-CO-SUB GREATER THAN 10.
002230     OPEN INPUT EMPLOYEE-MASTER.
002230     IF WS-EMPMAST-STATUS EQUAL "00"
002230         SET WS-EMPMAST-OK TO TRUE
002230     END-IF.
002240     PERFORM 1000-SCAN-PAY-HISTORY
002250         THRU 1000-EXIT.
002260     PERFORM 3000-SUM-GL-POSTINGS
002270         THRU 3000-EXIT.
002280     PERFORM 4000-PRINT-REPORT
002290         THRU 4000-EXIT.
002290     IF WS-EMPMAST-OK
002290         CLOSE EMPLOYEE-MASTER
002290     END-IF.
002300     GOBACK.
002310
002320 0510-GET-YEAR.
002330     DISPLAY "ENTER RETURN YEAR (CCYY): ".
002340     ACCEPT WS-YEAR.
002350     IF WS-YEAR IS NUMERIC
002360             AND WS-YEAR GREATER THAN 1900
002370         SET WS-INPUT-OK TO TRUE
002380     ELSE
002390         DISPLAY "INVALID YEAR - MUST BE NUMERIC CCYY. RE-ENTER."
002400     END-IF.
002410 0510-EXIT.
002420     EXIT.
002430
002440 0520-GET-QUARTER.
002450     DISPLAY "ENTER QUARTER (1-4): ".
002460     ACCEPT WS-QUARTER.
002470     IF WS-QUARTER IS NUMERIC
002480             AND WS-QUARTER GREATER THAN ZERO
002490             AND WS-QUARTER LESS THAN 5
002500         SET WS-INPUT-OK TO TRUE
002510     ELSE
002520         DISPLAY "INVALID QUARTER - MUST BE 1, 2, 3 OR 4. "
002530             "RE-ENTER."
002540     END-IF.
002550 0520-EXIT.
002560     EXIT.
002560
002560 0530-CLEAR-COMPANY.
002560     MOVE ZERO TO WS-CO-EMP-COUNT(WS-CO-SUB).
002560     MOVE ZERO TO WS-CO-RUN-WAGES(WS-CO-SUB).
002560     MOVE ZERO TO WS-CO-RUN-TAX(WS-CO-SUB).
002560     MOVE ZERO TO WS-CO-OC-WAGES(WS-CO-SUB).
002560     MOVE ZERO TO WS-CO-OC-TAX(WS-CO-SUB).
002560     MOVE ZERO TO WS-CO-ADJ-WAGES(WS-CO-SUB).
002560     MOVE ZERO TO WS-CO-ADJ-TAX(WS-CO-SUB).
002560     MOVE ZERO TO WS-CO-GRAND-WAGES(WS-CO-SUB).
002560     MOVE ZERO TO WS-CO-GRAND-TAX(WS-CO-SUB).
002560     MOVE ZERO TO WS-CO-GRAND-LINES(WS-CO-SUB).
002560     MOVE ZERO TO WS-CO-GL-STAT-TAX(WS-CO-SUB).
002560 0530-EXIT.
002560     EXIT.
002570
002580*-----------------------------------------------------------------
002590*  1000-SCAN-PAY-HISTORY.
002600*  READS THE PAY HISTORY TOP TO BOTTOM AND ROLLS EVERY LINE IN
002600*  THE QUARTER INTO ITS EMPLOYEE'S ENTRY AND ITS COMPANY'S
002600*  TOTALS.
002620*-----------------------------------------------------------------
002630 1000-SCAN-PAY-HISTORY.
002640     OPEN INPUT PAY-HISTORY-FILE.
002650     IF WS-PAYHIST-STATUS NOT EQUAL "00"
002660         DISPLAY "STATQTR - PAY HISTORY NOT AVAILABLE - "
002670             "NOTHING TO REPORT."
002680         GO TO 1000-EXIT
002690     END-IF.
002700     PERFORM 1100-SCAN-ONE-LINE
002710         THRU 1100-EXIT
002720         UNTIL WS-END-OF-FILE.
002730     CLOSE PAY-HISTORY-FILE.
002740 1000-EXIT.
002750     EXIT.
002760
002770*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
002780*  ERROR CANNOT SPIN.
002790 1100-SCAN-ONE-LINE.
002800     READ PAY-HISTORY-FILE
002810         AT END
002820             SET WS-END-OF-FILE TO TRUE
002830             GO TO 1100-EXIT
002840     END-READ.
002850     IF WS-PAYHIST-STATUS NOT EQUAL "00"
002860         SET WS-END-OF-FILE TO TRUE
002870         GO TO 1100-EXIT
002880     END-IF.
002890     IF PH-RUN-DATE LESS THAN WS-FROM-DATE
002900             OR PH-RUN-DATE GREATER THAN WS-TO-DATE
002910         GO TO 1100-EXIT
002920     END-IF.
002930     PERFORM 1200-FIND-EMPLOYEE
002940         THRU 1200-EXIT.
002950     IF WS-EMP-USE EQUAL ZERO
002960         ADD 1 TO WS-SKIPPED-LINES
002970         GO TO 1100-EXIT
002980     END-IF.
002980     MOVE WS-EMP-CO-SUB(WS-EMP-USE) TO WS-CO-SUB.
002980     IF WS-CO-SUB EQUAL ZERO
002980         ADD 1 TO WS-NO-CO-LINES
002970         GO TO 1100-EXIT
002980     END-IF.
002990     ADD 1 TO WS-EMP-LINES(WS-EMP-USE).
002990     ADD 1 TO WS-CO-GRAND-LINES(WS-CO-SUB).
002990     ADD PH-GROSS-PAY TO WS-CO-GRAND-WAGES(WS-CO-SUB).
002990     ADD PH-STAT-TAX  TO WS-CO-GRAND-TAX(WS-CO-SUB).
003030*  REGULAR, RETURNED AND REVERSAL LINES ARE THE NIGHTLY RUNS'
003040*  WITHHOLDING, POSTED TO 2500 - A RETURNED DEPOSIT DOES NOT
003050*  UNDO THE WITHHOLDING, AND A REVERSAL NETS ITS RUN OUT THE
003060*  SAME WAY ITS 2500 REVERSING LINE DOES.
003070     IF PH-REGULAR OR PH-RETURNED OR PH-REVERSAL
003080         ADD PH-GROSS-PAY TO WS-EMP-RUN-WAGES(WS-EMP-USE)
003090         ADD PH-STAT-TAX  TO WS-EMP-RUN-TAX(WS-EMP-USE)
003090         ADD PH-GROSS-PAY TO WS-CO-RUN-WAGES(WS-CO-SUB)
003090         ADD PH-STAT-TAX  TO WS-CO-RUN-TAX(WS-CO-SUB)
003120         GO TO 1100-EXIT
003130     END-IF.
003140     ADD PH-GROSS-PAY TO WS-EMP-OTH-WAGES(WS-EMP-USE).
003150     ADD PH-STAT-TAX  TO WS-EMP-OTH-TAX(WS-EMP-USE).
003160     IF PH-OFFCYCLE
003160         ADD PH-GROSS-PAY TO WS-CO-OC-WAGES(WS-CO-SUB)
003160         ADD PH-STAT-TAX  TO WS-CO-OC-TAX(WS-CO-SUB)
003190     ELSE
003190         ADD PH-GROSS-PAY TO WS-CO-ADJ-WAGES(WS-CO-SUB)
003190         ADD PH-STAT-TAX  TO WS-CO-ADJ-TAX(WS-CO-SUB)
003220     END-IF.
003230 1100-EXIT.
003240     EXIT.
003250
003260*-----------------------------------------------------------------
003270*  1200-FIND-EMPLOYEE.
003280*  POINTS WS-EMP-USE AT THE EMPLOYEE'S ENTRY, OPENING ONE IN
003280*  EMPLOYEE NUMBER ORDER THE FIRST TIME THE EMPLOYEE IS SEEN,
003280*  WITH THE EMPLOYEE'S COMPANY. WITH ALL 500 ENTRIES IN USE THE
003280*  LINE IS LEFT OUT, WITH A WARNING, AND WS-EMP-USE IS ZERO.
003320*-----------------------------------------------------------------
003330 1200-FIND-EMPLOYEE.
003340     MOVE "N" TO WS-EMP-FOUND-SW.
003350     MOVE ZERO TO WS-EMP-USE.
003360     PERFORM 1210-MATCH-ONE-EMP
003370         THRU 1210-EXIT
003380         VARYING WS-EMP-SUB FROM 1 BY 1
003390         UNTIL WS-EMP-SUB GREATER THAN WS-EMP-COUNT
003400             OR WS-EMP-FOUND
003410             OR WS-EMP-USE GREATER THAN ZERO.
003420     IF WS-EMP-FOUND
003430         GO TO 1200-EXIT
003440     END-IF.
003450     IF WS-EMP-COUNT EQUAL 500
003460         MOVE ZERO TO WS-EMP-USE
003470         IF NOT WS-EMP-FULL
003480             SET WS-EMP-FULL TO TRUE
003490             MOVE SPACES TO WS-EXCP-MESSAGE
003500             STRING "EMPLOYEE TABLE FULL AT 500 - RETURN IS "
003510                 "INCOMPLETE"
003520                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
003530             MOVE "E" TO WS-EXCP-SEVERITY
003540             CALL "EXCPTLOG" USING
003550                 BY CONTENT WS-AUDIT-PROGRAM-ID
003560                 BY CONTENT WS-EXCP-SEVERITY
003570                 BY CONTENT WS-EXCP-MESSAGE
003580         END-IF
003590         GO TO 1200-EXIT
003600     END-IF.
003610*  NO HIGHER NUMBER ON THE TABLE - THE NEW ENTRY GOES ON THE END.
003620     IF WS-EMP-USE EQUAL ZERO
003630         COMPUTE WS-EMP-USE = WS-EMP-COUNT + 1
003640     END-IF.
003650     PERFORM 1220-SHIFT-ONE-EMP
003660         THRU 1220-EXIT
003670         VARYING WS-EMP-SUB FROM WS-EMP-COUNT BY -1
003680         UNTIL WS-EMP-SUB LESS THAN WS-EMP-USE.
003690     ADD 1 TO WS-EMP-COUNT.
003700     MOVE PH-EMP-NO TO WS-EMP-NO(WS-EMP-USE).
003710     MOVE ZERO TO WS-EMP-RUN-WAGES(WS-EMP-USE).
003720     MOVE ZERO TO WS-EMP-RUN-TAX(WS-EMP-USE).
003730     MOVE ZERO TO WS-EMP-OTH-WAGES(WS-EMP-USE).
003740     MOVE ZERO TO WS-EMP-OTH-TAX(WS-EMP-USE).
003750     MOVE ZERO TO WS-EMP-LINES(WS-EMP-USE).
003750     PERFORM 1300-FIND-COMPANY
003750         THRU 1300-EXIT.
003750     MOVE WS-CO-SUB TO WS-EMP-CO-SUB(WS-EMP-USE).
003750     IF WS-CO-SUB GREATER THAN ZERO
003750         ADD 1 TO WS-CO-EMP-COUNT(WS-CO-SUB)
003750     END-IF.
003760 1200-EXIT.
003770     EXIT.
003780
003790*  STOPS ON THE EMPLOYEE, OR ON THE FIRST HIGHER NUMBER - THE
003800*  SLOT THE NEW ENTRY WILL TAKE.
003810 1210-MATCH-ONE-EMP.
003820     IF WS-EMP-NO(WS-EMP-SUB) EQUAL PH-EMP-NO
003830         SET WS-EMP-FOUND TO TRUE
003840         MOVE WS-EMP-SUB TO WS-EMP-USE
003850     ELSE
003860         IF WS-EMP-NO(WS-EMP-SUB) GREATER THAN PH-EMP-NO
003870             MOVE WS-EMP-SUB TO WS-EMP-USE
003880         END-IF
003890     END-IF.
003900 1210-EXIT.
003910     EXIT.
003920
003930 1220-SHIFT-ONE-EMP.
003940     IF WS-EMP-SUB EQUAL ZERO
003950         GO TO 1220-EXIT
003960     END-IF.
003970     MOVE WS-EMP-ENTRY(WS-EMP-SUB)
003980         TO WS-EMP-ENTRY(WS-EMP-SUB + 1).
003990 1220-EXIT.
004000     EXIT.
004000
004000*-----------------------------------------------------------------
004000*  1300-FIND-COMPANY.
004000*  SETS WS-CO-SUB TO THE COMPANY THE MASTER PAYS THE HISTORY
004000*  LINE'S EMPLOYEE UNDER - BLANK, OR NO MASTER ROW, IS THE HOME
004000*  COMPANY. A COMPANY NOT ON THE TABLE LEAVES WS-CO-SUB ZERO.
004000*-----------------------------------------------------------------
004000 1300-FIND-COMPANY.
004000     MOVE SPACES TO WS-WORK-COMPANY.
004000     IF WS-EMPMAST-OK
004000         MOVE PH-EMP-NO TO EMP-NO
004000         READ EMPLOYEE-MASTER
004000             INVALID KEY
004000                 CONTINUE
004000             NOT INVALID KEY
004000                 MOVE EMP-COMPANY TO WS-WORK-COMPANY
004000         END-READ
004000     END-IF.
004000     MOVE ZERO TO WS-CO-SUB.
004000     MOVE WS-WORK-COMPANY TO CM-COMPANY-CODE.
004000     MOVE "F" TO CM-FUNCTION.
004000     CALL "COMPTAB" USING
004000         BY REFERENCE COMPANY-TABLE-AREA.
004000     IF CM-RESULT-OK
004000         MOVE CM-SUB TO WS-CO-SUB
004000     END-IF.
004000 1300-EXIT.
004000     EXIT.
004010
004020*-----------------------------------------------------------------
004030*  3000-SUM-GL-POSTINGS.
004040*  SUMS THE 2500 STATUTORY-TAX-PAYABLE POSTINGS GLEXTRCT
004040*  APPENDED TO THE POSTING HISTORY FOR THE QUARTER, EACH UNDER
004040*  THE COMPANY ON THE POSTING (BLANK IS THE HOME COMPANY), SO
004040*  EACH COMPANY'S RUN WITHHOLDING CAN BE PROVED AGAINST ITS OWN
004040*  LEDGER.
004070*-----------------------------------------------------------------
004080 3000-SUM-GL-POSTINGS.
004090     MOVE "N" TO WS-EOF-SW.
004100     OPEN INPUT GL-HISTORY-FILE.
004110     IF WS-GLHIST-STATUS NOT EQUAL "00"
004120         DISPLAY "STATQTR - GL POSTING HISTORY NOT AVAILABLE "
004130             "- PROOF WILL SHOW ZERO."
004140         GO TO 3000-EXIT
004150     END-IF.
004160     PERFORM 3100-SUM-ONE-POSTING
004170         THRU 3100-EXIT
004180         UNTIL WS-END-OF-FILE.
004190     CLOSE GL-HISTORY-FILE.
004200 3000-EXIT.
004210     EXIT.
004220
004230*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
004240*  ERROR CANNOT SPIN.
004250 3100-SUM-ONE-POSTING.
004260     READ GL-HISTORY-FILE
004270         AT END
004280             SET WS-END-OF-FILE TO TRUE
004290             GO TO 3100-EXIT
004300     END-READ.
004310     IF WS-GLHIST-STATUS NOT EQUAL "00"
004320         SET WS-END-OF-FILE TO TRUE
004330         GO TO 3100-EXIT
004340     END-IF.
004340     IF GL-ACCOUNT NOT EQUAL "2500"
004340             OR GL-RUN-DATE LESS THAN WS-FROM-DATE
004340             OR GL-RUN-DATE GREATER THAN WS-TO-DATE
004340         GO TO 3100-EXIT
004390     END-IF.
004390     MOVE GL-COMPANY TO CM-COMPANY-CODE.
004390     MOVE "F" TO CM-FUNCTION.
004390     CALL "COMPTAB" USING
004390         BY REFERENCE COMPANY-TABLE-AREA.
004390     IF CM-RESULT-OK
004390         ADD GL-AMOUNT TO WS-CO-GL-STAT-TAX(CM-SUB)
004390     ELSE
004390         ADD GL-AMOUNT TO WS-NO-CO-GL-TAX
004390     END-IF.
004400 3100-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------------------
004440*  4000-PRINT-REPORT.
004440*  ONE SECTION PER COMPANY, THEN WHATEVER BELONGED TO NO
004440*  COMPANY ON THE TABLE.
004480*-----------------------------------------------------------------
004490 4000-PRINT-REPORT.
004500     OPEN OUTPUT RETURN-REPORT.
004500     PERFORM 4050-PRINT-ONE-COMPANY
004500         THRU 4050-EXIT
004500         VARYING WS-CO-SUB FROM 1 BY 1
004500         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
004500     PERFORM 4900-PRINT-NO-COMPANY
004500         THRU 4900-EXIT.
004610     CLOSE RETURN-REPORT.
004620     MOVE SPACES TO WS-AUDIT-MESSAGE.
004630     STRING "STATUTORY RETURN PRINTED - Q" WS-QUARTER " "
004640         WS-YEAR " EMPLOYEES " WS-EMP-COUNT
004650         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
004660     CALL "AUDITLOG" USING
004670         BY CONTENT WS-AUDIT-PROGRAM-ID
004680         BY CONTENT WS-AUDIT-MESSAGE.
004690 4000-EXIT.
004700     EXIT.
004710
004710*-----------------------------------------------------------------
004710*  4050-PRINT-ONE-COMPANY.
004710*  THE COMPANY'S EMPLOYEE LINES, THEN ITS RETURN TOTALS WITH THE
004710*  PROOF AGAINST ITS OWN LEDGER.
004710*-----------------------------------------------------------------
004710 4050-PRINT-ONE-COMPANY.
004710     PERFORM 8000-START-PAGE
004710         THRU 8000-EXIT.
004710     PERFORM 4100-PRINT-ONE-EMPLOYEE
004710         THRU 4100-EXIT
004710         VARYING WS-EMP-SUB FROM 1 BY 1
004710         UNTIL WS-EMP-SUB GREATER THAN WS-EMP-COUNT.
004710     PERFORM 4500-PRINT-TOTALS
004710         THRU 4500-EXIT.
004710 4050-EXIT.
004710     EXIT.
004710
004710*-----------------------------------------------------------------
004710*  4100-PRINT-ONE-EMPLOYEE.
004710*  ONE LINE FOR AN EMPLOYEE OF THE COMPANY BEING PRINTED. THE
004710*  MASTER IS READ HERE PURELY FOR THE NAME.
004710*-----------------------------------------------------------------
004720 4100-PRINT-ONE-EMPLOYEE.
004720     IF WS-EMP-CO-SUB(WS-EMP-SUB) NOT EQUAL WS-CO-SUB
004720         GO TO 4100-EXIT
004720     END-IF.
004730     IF WS-LINE-COUNT GREATER THAN 50
004740         PERFORM 8000-START-PAGE
004750             THRU 8000-EXIT
004760     END-IF.
004770     MOVE WS-EMP-NO(WS-EMP-SUB) TO DTL-EMP-NO.
004770     MOVE "*UNKNOWN*" TO DTL-NAME.
004770     IF WS-EMPMAST-OK
004770         MOVE WS-EMP-NO(WS-EMP-SUB) TO EMP-NO
004770         READ EMPLOYEE-MASTER
004770             INVALID KEY
004770                 CONTINUE
004770             NOT INVALID KEY
004770                 MOVE EMP-NAME TO DTL-NAME
004770         END-READ
004770     END-IF.
004850     COMPUTE WS-WORK-AMOUNT = WS-EMP-RUN-WAGES(WS-EMP-SUB)
004860         + WS-EMP-OTH-WAGES(WS-EMP-SUB).
004870     MOVE WS-WORK-AMOUNT TO DTL-WAGES.
004880     COMPUTE WS-WORK-AMOUNT = WS-EMP-RUN-TAX(WS-EMP-SUB)
004890         + WS-EMP-OTH-TAX(WS-EMP-SUB).
004900     MOVE WS-WORK-AMOUNT TO DTL-TAX.
004910     MOVE WS-EMP-LINES(WS-EMP-SUB) TO DTL-LINES.
004920     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
004930         AFTER ADVANCING 1 LINE.
004940     ADD 1 TO WS-LINE-COUNT.
004950 4100-EXIT.
004960     EXIT.
004970
004980*-----------------------------------------------------------------
004990*  4500-PRINT-TOTALS.
004990*  THE COMPANY'S RETURN TOTALS, SPLIT BY WHERE THE WITHHOLDING
004990*  CAME FROM, AND THE PROOF OF ITS NIGHTLY-RUN WITHHOLDING
004990*  AGAINST ITS OWN 2500 POSTINGS.
005020*-----------------------------------------------------------------
005030 4500-PRINT-TOTALS.
005040     PERFORM 8000-START-PAGE
005050         THRU 8000-EXIT.
005060     MOVE "EMPLOYEES REPORTED"      TO RPT-COUNT-LABEL.
005060     MOVE WS-CO-EMP-COUNT(WS-CO-SUB) TO RPT-COUNT-VALUE.
005120     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
005430         AFTER ADVANCING 1 LINE.
005100     MOVE "PAY-HISTORY LINES"       TO RPT-COUNT-LABEL.
005100     MOVE WS-CO-GRAND-LINES(WS-CO-SUB) TO RPT-COUNT-VALUE.
005120     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
005430         AFTER ADVANCING 1 LINE.
005140     IF WS-SKIPPED-LINES GREATER THAN ZERO
005150         MOVE "*** LINES LEFT OUT (TABLE)" TO RPT-COUNT-LABEL
005160         MOVE WS-SKIPPED-LINES      TO RPT-COUNT-VALUE
005170         WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
005180             AFTER ADVANCING 1 LINE
005190     END-IF.
005200     WRITE RPT-LINE FROM WS-RPT-RECAP-HEADING
005480         AFTER ADVANCING 2 LINES.
005220     MOVE "NIGHTLY RUNS (R/X/V)"    TO RPT-AMT-LABEL.
005220     MOVE WS-CO-RUN-WAGES(WS-CO-SUB) TO RPT-AMT-WAGES.
005220     MOVE WS-CO-RUN-TAX(WS-CO-SUB)  TO RPT-AMT-TAX.
005470     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
005430         AFTER ADVANCING 1 LINE.
005270     MOVE "OFF-CYCLE (TYPE O)"      TO RPT-AMT-LABEL.
005270     MOVE WS-CO-OC-WAGES(WS-CO-SUB) TO RPT-AMT-WAGES.
005270     MOVE WS-CO-OC-TAX(WS-CO-SUB)   TO RPT-AMT-TAX.
005470     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
005430         AFTER ADVANCING 1 LINE.
005320     MOVE "RETRO ADJUSTMENT (TYPE A)" TO RPT-AMT-LABEL.
005320     MOVE WS-CO-ADJ-WAGES(WS-CO-SUB) TO RPT-AMT-WAGES.
005320     MOVE WS-CO-ADJ-TAX(WS-CO-SUB)  TO RPT-AMT-TAX.
005470     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
005430         AFTER ADVANCING 1 LINE.
005370     WRITE RPT-LINE FROM WS-RPT-HEADING-3
005430         AFTER ADVANCING 1 LINE.
005390     MOVE "RETURN TOTAL"            TO RPT-AMT-LABEL.
005390     MOVE WS-CO-GRAND-WAGES(WS-CO-SUB) TO RPT-AMT-WAGES.
005390     MOVE WS-CO-GRAND-TAX(WS-CO-SUB) TO RPT-AMT-TAX.
005470     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
005430         AFTER ADVANCING 1 LINE.
005440     MOVE "GL 2500 POSTINGS"        TO RPT-AMT-LABEL.
005450     MOVE ZERO                      TO RPT-AMT-WAGES.
005450     MOVE WS-CO-GL-STAT-TAX(WS-CO-SUB) TO RPT-AMT-TAX.
005470     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
005480         AFTER ADVANCING 2 LINES.
005480     IF WS-CO-RUN-TAX(WS-CO-SUB)
005480             EQUAL WS-CO-GL-STAT-TAX(WS-CO-SUB)
005500         MOVE "RUN WITHHOLDING EQUALS LEDGER POSTINGS - PROVED"
005510             TO WS-RPT-PROOF-LINE
005520     ELSE
005530         MOVE "*** RUN WITHHOLDING DOES NOT EQUAL LEDGER ***"
005540             TO WS-RPT-PROOF-LINE
005550     END-IF.
005560     WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
005570         AFTER ADVANCING 2 LINES.
005580 4500-EXIT.
005590     EXIT.
005590
005590*-----------------------------------------------------------------
005590*  4900-PRINT-NO-COMPANY.
005590*  HISTORY AND 2500 POSTINGS FOR A COMPANY NOT ON THE COMPANY
005590*  TABLE ARE ON NO COMPANY'S RETURN. THEY ARE SHOWN AFTER THE
005590*  LAST SECTION AND SENT TO EXCPTLOG SO THE TABLE CAN BE PUT
005590*  RIGHT AND THE RETURNS RUN AGAIN.
005590*-----------------------------------------------------------------
005590 4900-PRINT-NO-COMPANY.
005590     IF WS-NO-CO-LINES EQUAL ZERO
005590             AND WS-NO-CO-GL-TAX EQUAL ZERO
005590         GO TO 4900-EXIT
005590     END-IF.
005590     MOVE "*** LINES NOT ON ANY RETURN" TO RPT-COUNT-LABEL.
005590     MOVE WS-NO-CO-LINES            TO RPT-COUNT-VALUE.
005590     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
005590         AFTER ADVANCING 3 LINES.
005590     MOVE "*** GL 2500 ON NO RETURN" TO RPT-AMT-LABEL.
005590     MOVE ZERO                      TO RPT-AMT-WAGES.
005590     MOVE WS-NO-CO-GL-TAX           TO RPT-AMT-TAX.
005590     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
005590         AFTER ADVANCING 1 LINE.
005590     MOVE SPACES TO WS-EXCP-MESSAGE.
005590     STRING WS-NO-CO-LINES " HISTORY LINES FOR A COMPANY NOT ON "
005590         "THE TABLE - LEFT OUT"
005590         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
005590     MOVE "E" TO WS-EXCP-SEVERITY.
005590     CALL "EXCPTLOG" USING
005590         BY CONTENT WS-AUDIT-PROGRAM-ID
005590         BY CONTENT WS-EXCP-SEVERITY
005590         BY CONTENT WS-EXCP-MESSAGE.
005590 4900-EXIT.
005590     EXIT.
005600
005610*-----------------------------------------------------------------
005620*  8000-START-PAGE.
005620*  STARTS A FRESH PAGE WITH THE REPORT, PERIOD AND COMPANY
005620*  HEADINGS. THE VERY FIRST PAGE IS NOT PRECEDED BY A PAGE
005620*  EJECT.
005650*-----------------------------------------------------------------
005660 8000-START-PAGE.
005670     ADD 1 TO WS-PAGE-COUNT.
005680     IF WS-PAGE-COUNT = 1
005690         WRITE RPT-LINE FROM WS-RPT-HEADING-1
005700             AFTER ADVANCING 1 LINE
005710     ELSE
005720         WRITE RPT-LINE FROM WS-RPT-HEADING-1
005730             AFTER ADVANCING PAGE
005740     END-IF.
005750     MOVE WS-QUARTER   TO HDG-QUARTER.
005760     MOVE WS-YEAR      TO HDG-YEAR.
005770     MOVE WS-FROM-DATE TO HDG-FROM-DATE.
005780     MOVE WS-TO-DATE   TO HDG-TO-DATE.
005790     WRITE RPT-LINE FROM WS-RPT-PERIOD-LINE
005820         AFTER ADVANCING 1 LINE.
005820     MOVE CM-CODE(WS-CO-SUB) TO HDG-CO-CODE.
005820     MOVE CM-NAME(WS-CO-SUB) TO HDG-CO-NAME.
005820     WRITE RPT-LINE FROM WS-RPT-COMPANY-LINE
005820         AFTER ADVANCING 1 LINE.
005810     WRITE RPT-LINE FROM WS-RPT-HEADING-3
005820         AFTER ADVANCING 1 LINE.
005830     WRITE RPT-LINE FROM WS-RPT-COLUMN-HEADING
005840         AFTER ADVANCING 1 LINE.
005850     MOVE ZERO TO WS-LINE-COUNT.
005860 8000-EXIT.
005870     EXIT.
