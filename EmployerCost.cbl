000100*****************************************************************
000110*  PROGRAM-ID.   EMPLRCST
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - DEDUCTIONS CALCULATION
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     WORKS OUT WHAT THE COMPANY ITSELF OWES ON TOP OF EACH
000190*     EMPLOYEE'S PAY THIS RUN. RUNS RIGHT AFTER THE DEDUCTIONS
000200*     STEP (PROG001) AND READS ITS TWO OUTPUTS IN STEP:
000210*       - EVERY DEDUCTIONS-REPORT LINE (DEDRPT) IS ONE EMPLOYEE
000220*         PAID; EVERY EMPLOYER TAX ROW (TYPE T) ON THE
000230*         EMPLOYER-RATE TABLE (ERRATE, MAINTAINED BY ERMAINT) IS
000240*         TAKEN AGAINST THAT LINE'S GROSS PAY,
000250*       - EVERY ELECTION THE DEDUCTIONS STEP APPLIED (DEDELECT)
000260*         WHOSE DEDUCTION CODE HAS A MATCH ROW (TYPE M) ON THE
000270*         TABLE EARNS THE EMPLOYER CONTRIBUTION AT THAT ROW'S
000280*         RATE AGAINST THE AMOUNT THE EMPLOYEE HAD WITHHELD.
000290*     EACH RATE ROW APPLIES ONLY INSIDE ITS START/STOP WINDOW AND
000300*     IS CAPPED AT ITS MAXIMUM PER EMPLOYEE PER RUN. ONE ROW PER
000310*     EMPLOYEE IS WRITTEN TO THE EMPLOYER-COST FILE (ERCOST) FOR
000320*     GLEXTRCT TO POST AS EMPLOYER EXPENSE AGAINST EMPLOYER
000330*     LIABILITY, AND A CONTROL REPORT (ERCOSTR) LISTS EACH
000340*     EMPLOYEE'S COST WITH THE RUN TOTALS.
000350*     NOTHING ON THE MASTER IS CHANGED, SO A RESTART SIMPLY
000360*     REWRITES BOTH FILES.
000370*-----------------------------------------------------------------
000380*  MODIFICATION HISTORY.
000390*  DATE       INIT  DESCRIPTION
000400*  ---------  ----  -----------------------------------------
000410*  10/14/26   RCA   ORIGINAL PROGRAM - EMPLOYER TAXES AND BENEFIT
000420*                   MATCHES WERE UNTIL NOW ADDED BY FINANCE ON A
000430*                   SPREADSHEET OUTSIDE THE PAYROLL BOOKS.
000430*  10/15/26   RCA   THE AUDIT MESSAGE IS CLEARED BEFORE IT IS
000430*                   BUILT.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. EMPLRCST.
000470 AUTHOR. R. AKOLKAR.
000480 INSTALLATION. PAYROLL SYSTEMS - DEDUCTIONS CALCULATION.
000490 DATE-WRITTEN. 10/14/26.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT DEDUCTIONS-REPORT ASSIGN TO "DEDRPT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-DEDRPT-STATUS.
000580     SELECT ELECTION-DETAIL ASSIGN TO "DEDELECT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-DEDELECT-STATUS.
000610     SELECT EMPLOYER-RATE-TABLE ASSIGN TO "ERRATE"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS ER-RATE-KEY
000650         FILE STATUS IS WS-ERRATE-STATUS.
000660     SELECT EMPLOYER-COST-FILE ASSIGN TO "ERCOST"
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT COST-REPORT ASSIGN TO "ERCOSTR"
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DEDUCTIONS-REPORT
000740     LABEL RECORDS ARE STANDARD.
000750     COPY DEDRPT.
000760
000770 FD  ELECTION-DETAIL
000780     LABEL RECORDS ARE STANDARD.
000790     COPY DEDELEC.
000800
000810 FD  EMPLOYER-RATE-TABLE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY ERRATE.
000840
000850 FD  EMPLOYER-COST-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY ERCOST.
000880
000890 FD  COST-REPORT
000900     LABEL RECORDS ARE STANDARD.
000910 01  RPT-LINE                    PIC X(80).
000920
000930 WORKING-STORAGE SECTION.
000940 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
000950 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000960     88  WS-END-OF-FILE                      VALUE "Y".
000970 01  WS-ED-EOF-SW                 PIC X(01) VALUE "N".
000980     88  WS-ED-EOF                           VALUE "Y".
000990 01  WS-RATE-EOF-SW               PIC X(01) VALUE "N".
001000     88  WS-RATE-EOF                         VALUE "Y".
001010 01  WS-DEDRPT-STATUS             PIC X(02) VALUE SPACES.
001020 01  WS-DEDELECT-STATUS           PIC X(02) VALUE SPACES.
001030 01  WS-ERRATE-STATUS             PIC X(02) VALUE SPACES.
001040
001050*  THE WHOLE EMPLOYER-RATE TABLE IS SMALL AND IS HELD IN STORAGE
001060*  FOR THE RUN, SO EACH EMPLOYEE IS COSTED WITHOUT RE-READING IT.
001070 01  WS-RATE-TABLE.
001080     05  WS-RATE-ENTRY            OCCURS 50 TIMES.
001090         10  WS-RT-TYPE           PIC X(01).
001100         10  WS-RT-CODE           PIC X(04).
001110         10  WS-RT-RATE           PIC 9V9999.
001120         10  WS-RT-MAX            PIC 9(05)V99.
001130         10  WS-RT-START          PIC 9(08).
001140         10  WS-RT-STOP           PIC 9(08).
001150 01  WS-RATE-COUNT                PIC 9(02) VALUE ZERO.
001160 01  WS-RATE-SUB                  PIC 9(02) VALUE ZERO.
001170 01  WS-RATE-FULL-SW              PIC X(01) VALUE "N".
001180     88  WS-RATE-FULL                        VALUE "Y".
001190
001200 01  WS-BASE-AMT                  PIC 9(07)V99 VALUE ZERO.
001210 01  WS-ONE-COST-AMT              PIC 9(07)V99 VALUE ZERO.
001220 01  WS-EMP-TAX-AMT               PIC 9(07)V99 VALUE ZERO.
001230 01  WS-EMP-BENEFIT-AMT           PIC 9(07)V99 VALUE ZERO.
001240 01  WS-EMP-COUNT                 PIC 9(05) VALUE ZERO.
001250 01  WS-TOTAL-GROSS               PIC 9(11)V99 VALUE ZERO.
001260 01  WS-TOTAL-TAX                 PIC 9(11)V99 VALUE ZERO.
001270 01  WS-TOTAL-BENEFIT             PIC 9(11)V99 VALUE ZERO.
001280 01  WS-TOTAL-COST                PIC 9(11)V99 VALUE ZERO.
001290
001300 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "EMPLRCST".
001310 01  WS-AUDIT-MESSAGE             PIC X(60).
001320 01  WS-AUDIT-AMT-DISP            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001330 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "E".
001340 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
001350
001360 01  WS-LINE-COUNT                PIC 9(03) VALUE 99.
001370 01  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
001380
001390 01  WS-RPT-HEADING-1.
001400     05  FILLER                  PIC X(20)
001410         VALUE "PAYROLL SYSTEMS".
001420     05  FILLER                  PIC X(34)
001430         VALUE "EMPLOYER COST REGISTER".
001440     05  FILLER                  PIC X(12) VALUE "PERIOD END ".
001450     05  RPT-PERIOD-END          PIC 9(08).
001460     05  FILLER                  PIC X(06) VALUE SPACES.
001470
001480 01  WS-RPT-HEADING-2.
001490     05  FILLER                  PIC X(10) VALUE "EMP NO".
001500     05  FILLER                  PIC X(17) VALUE "GROSS PAY".
001510     05  FILLER                  PIC X(17) VALUE "EMPLOYER TAX".
001520     05  FILLER                  PIC X(17)
001525         VALUE "EMPLOYER BENEFIT".
001530     05  FILLER                  PIC X(19) VALUE "TOTAL COST".
001540
001550 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
001560
001570 01  WS-RPT-DETAIL-LINE.
001580     05  RPT-EMP-NO              PIC ZZZZ9.
001590     05  FILLER                  PIC X(03) VALUE SPACES.
001600     05  RPT-GROSS-PAY           PIC ZZ,ZZZ,ZZ9.99.
001610     05  FILLER                  PIC X(04) VALUE SPACES.
001620     05  RPT-TAX-AMT             PIC ZZ,ZZZ,ZZ9.99.
001630     05  FILLER                  PIC X(04) VALUE SPACES.
001640     05  RPT-BENEFIT-AMT         PIC ZZ,ZZZ,ZZ9.99.
001650     05  FILLER                  PIC X(04) VALUE SPACES.
001660     05  RPT-TOTAL-COST          PIC ZZ,ZZZ,ZZ9.99.
001670     05  FILLER                  PIC X(08) VALUE SPACES.
001680
001690 01  WS-RPT-TOTAL-LINE.
001700     05  FILLER                  PIC X(06) VALUE "TOTAL".
001710     05  RPT-TOT-GROSS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001720     05  RPT-TOT-TAX             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001730     05  RPT-TOT-BENEFIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001740     05  RPT-TOT-COST            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001750     05  FILLER                  PIC X(06) VALUE SPACES.
001760
001770 PROCEDURE DIVISION.
001780
001790*-----------------------------------------------------------------
001800*  0000-MAINLINE.
001810*-----------------------------------------------------------------
001820 0000-MAINLINE.
001830     MOVE ZERO TO RETURN-CODE.
001840     PERFORM 1000-INITIALIZE
001850         THRU 1000-EXIT.
001860     PERFORM 2000-COST-ONE-EMPLOYEE
001870         THRU 2000-EXIT
001880         UNTIL WS-END-OF-FILE.
001890     PERFORM 3000-PRINT-TOTALS
001900         THRU 3000-EXIT.
001910     PERFORM 9999-TERMINATE
001920         THRU 9999-EXIT.
001930*  THE RETURN CODE IS SET LAST OF ALL - A CALL TO A COMMON
001940*  ROUTINE AFTER THIS POINT WOULD HAND ITS OWN (ZERO) RETURN
001950*  CODE BACK AND WIPE THE FAILURE STATUS OUT.
001960     IF WS-RATE-FULL
001970         MOVE 8 TO RETURN-CODE
001980     END-IF.
001990     GOBACK.
002000
002010*-----------------------------------------------------------------
002020*  1000-INITIALIZE.
002030*  A MISSING RATE TABLE COSTS EVERY EMPLOYEE AT ZERO, WHICH IS
002040*  WORTH ONE EXCEPTION RATHER THAN ONE PER EMPLOYEE. A TABLE TOO
002050*  BIG FOR STORAGE WOULD UNDERSTATE EVERY COST AND IS FATAL.
002060*-----------------------------------------------------------------
002070 1000-INITIALIZE.
002080     PERFORM 1100-LOAD-RATE-TABLE
002090         THRU 1100-EXIT.
002100     OPEN INPUT DEDUCTIONS-REPORT.
002110     IF WS-DEDRPT-STATUS NOT EQUAL "00"
002120         SET WS-END-OF-FILE TO TRUE
002130     END-IF.
002140     OPEN INPUT ELECTION-DETAIL.
002150     IF WS-DEDELECT-STATUS NOT EQUAL "00"
002160         SET WS-ED-EOF TO TRUE
002170     END-IF.
002180     OPEN OUTPUT EMPLOYER-COST-FILE.
002190     OPEN OUTPUT COST-REPORT.
002200     IF NOT WS-END-OF-FILE
002210         PERFORM 1900-READ-DEDUCTION
002220             THRU 1900-EXIT
002230     END-IF.
002240     IF NOT WS-ED-EOF
002250         PERFORM 1950-READ-ELECTION
002260             THRU 1950-EXIT
002270     END-IF.
002280 1000-EXIT.
002290     EXIT.
002300
002310*-----------------------------------------------------------------
002320*  1100-LOAD-RATE-TABLE.
002330*-----------------------------------------------------------------
002340 1100-LOAD-RATE-TABLE.
002350     OPEN INPUT EMPLOYER-RATE-TABLE.
002360     IF WS-ERRATE-STATUS NOT EQUAL "00"
002370         MOVE SPACES TO WS-EXCP-MESSAGE
002380         STRING "EMPLOYER RATE TABLE NOT AVAILABLE - NO "
002390             "EMPLOYER COST TAKEN"
002400             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
002410         MOVE "E" TO WS-EXCP-SEVERITY
002420         CALL "EXCPTLOG" USING
002430             BY CONTENT WS-AUDIT-PROGRAM-ID
002440             BY CONTENT WS-EXCP-SEVERITY
002450             BY CONTENT WS-EXCP-MESSAGE
002460         GO TO 1100-EXIT
002470     END-IF.
002480     PERFORM 1200-LOAD-ONE-RATE
002490         THRU 1200-EXIT
002500         UNTIL WS-RATE-EOF.
002510     CLOSE EMPLOYER-RATE-TABLE.
002520 1100-EXIT.
002530     EXIT.
002540
002550*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
002560*  ERROR CANNOT SPIN.
002570 1200-LOAD-ONE-RATE.
002580     READ EMPLOYER-RATE-TABLE NEXT RECORD
002590         AT END
002600             SET WS-RATE-EOF TO TRUE
002610             GO TO 1200-EXIT
002620     END-READ.
002630     IF WS-ERRATE-STATUS NOT EQUAL "00"
002640         SET WS-RATE-EOF TO TRUE
002650         GO TO 1200-EXIT
002660     END-IF.
002670     IF WS-RATE-COUNT EQUAL 50
002680         SET WS-RATE-FULL TO TRUE
002690         SET WS-RATE-EOF TO TRUE
002700         MOVE SPACES TO WS-EXCP-MESSAGE
002710         STRING "EMPLOYER RATE TABLE OVER 50 ROWS - COSTS "
002720             "UNDERSTATED"
002730             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
002740         MOVE "F" TO WS-EXCP-SEVERITY
002750         CALL "EXCPTLOG" USING
002760             BY CONTENT WS-AUDIT-PROGRAM-ID
002770             BY CONTENT WS-EXCP-SEVERITY
002780             BY CONTENT WS-EXCP-MESSAGE
002790         GO TO 1200-EXIT
002800     END-IF.
002810     ADD 1 TO WS-RATE-COUNT.
002820     MOVE ER-RATE-TYPE  TO WS-RT-TYPE(WS-RATE-COUNT).
002830     MOVE ER-CODE       TO WS-RT-CODE(WS-RATE-COUNT).
002840     MOVE ER-RATE       TO WS-RT-RATE(WS-RATE-COUNT).
002850     MOVE ER-MAX-AMOUNT TO WS-RT-MAX(WS-RATE-COUNT).
002860     MOVE ER-START-DATE TO WS-RT-START(WS-RATE-COUNT).
002870     MOVE ER-STOP-DATE  TO WS-RT-STOP(WS-RATE-COUNT).
002880 1200-EXIT.
002890     EXIT.
002900
002910 1900-READ-DEDUCTION.
002920     READ DEDUCTIONS-REPORT
002930         AT END
002940             SET WS-END-OF-FILE TO TRUE
002950     END-READ.
002960     IF WS-DEDRPT-STATUS NOT EQUAL "00"
002970         SET WS-END-OF-FILE TO TRUE
002980     END-IF.
002990 1900-EXIT.
003000     EXIT.
003010
003020 1950-READ-ELECTION.
003030     READ ELECTION-DETAIL
003040         AT END
003050             SET WS-ED-EOF TO TRUE
003060     END-READ.
003070     IF WS-DEDELECT-STATUS NOT EQUAL "00"
003080         SET WS-ED-EOF TO TRUE
003090     END-IF.
003100 1950-EXIT.
003110     EXIT.
003120
003130*-----------------------------------------------------------------
003140*  2000-COST-ONE-EMPLOYEE.
003150*  THE ELECTION DETAIL WAS WRITTEN IN THE SAME EMPLOYEE ORDER AS
003160*  THE DEDUCTIONS REPORT, SO THE TWO ARE MATCHED IN STEP: ANY
003170*  DETAIL ROW FOR AN EARLIER EMPLOYEE IS PASSED OVER, AND EVERY
003180*  ROW FOR THIS EMPLOYEE IS TESTED FOR A MATCH RATE.
003190*-----------------------------------------------------------------
003200 2000-COST-ONE-EMPLOYEE.
003210     MOVE ZERO TO WS-EMP-TAX-AMT.
003220     MOVE ZERO TO WS-EMP-BENEFIT-AMT.
003230     MOVE DR-GROSS-PAY TO WS-BASE-AMT.
003240     PERFORM 2100-APPLY-ONE-TAX-RATE
003250         THRU 2100-EXIT
003260         VARYING WS-RATE-SUB FROM 1 BY 1
003270         UNTIL WS-RATE-SUB GREATER THAN WS-RATE-COUNT.
003280     PERFORM 2200-SKIP-ELECTION
003290         THRU 2200-EXIT
003300         UNTIL WS-ED-EOF
003310             OR ED-EMP-NO NOT LESS THAN DR-EMP-NO.
003320     PERFORM 2300-MATCH-ONE-ELECTION
003330         THRU 2300-EXIT
003340         UNTIL WS-ED-EOF
003350             OR ED-EMP-NO NOT EQUAL DR-EMP-NO.
003360     PERFORM 2500-WRITE-COST
003370         THRU 2500-EXIT.
003380     PERFORM 1900-READ-DEDUCTION
003390         THRU 1900-EXIT.
003400 2000-EXIT.
003410     EXIT.
003420
003430*-----------------------------------------------------------------
003440*  2100-APPLY-ONE-TAX-RATE.
003450*  TAKES ONE EMPLOYER TAX ROW IN FORCE FOR THE LINE'S PERIOD
003460*  AGAINST THE GROSS PAY, CAPPED AT THE ROW'S MAXIMUM.
003470*-----------------------------------------------------------------
003480 2100-APPLY-ONE-TAX-RATE.
003490     IF WS-RT-TYPE(WS-RATE-SUB) NOT EQUAL "T"
003500         GO TO 2100-EXIT
003510     END-IF.
003520     PERFORM 2400-COMPUTE-ONE-COST
003530         THRU 2400-EXIT.
003540     ADD WS-ONE-COST-AMT TO WS-EMP-TAX-AMT.
003550 2100-EXIT.
003560     EXIT.
003570
003580 2200-SKIP-ELECTION.
003590     PERFORM 1950-READ-ELECTION
003600         THRU 1950-EXIT.
003610 2200-EXIT.
003620     EXIT.
003630
003640*-----------------------------------------------------------------
003650*  2300-MATCH-ONE-ELECTION.
003660*  LOOKS FOR THE MATCH ROW CARRYING THIS ELECTION'S DEDUCTION
003670*  CODE AND TAKES THE EMPLOYER CONTRIBUTION AGAINST THE AMOUNT
003680*  WITHHELD, THEN STEPS TO THE NEXT DETAIL ROW.
003690*-----------------------------------------------------------------
003700 2300-MATCH-ONE-ELECTION.
003710     MOVE ED-AMOUNT TO WS-BASE-AMT.
003720     PERFORM 2350-TRY-ONE-MATCH-RATE
003730         THRU 2350-EXIT
003740         VARYING WS-RATE-SUB FROM 1 BY 1
003750         UNTIL WS-RATE-SUB GREATER THAN WS-RATE-COUNT.
003760     PERFORM 1950-READ-ELECTION
003770         THRU 1950-EXIT.
003780 2300-EXIT.
003790     EXIT.
003800
003810 2350-TRY-ONE-MATCH-RATE.
003820     IF WS-RT-TYPE(WS-RATE-SUB) NOT EQUAL "M"
003830             OR WS-RT-CODE(WS-RATE-SUB) NOT EQUAL ED-DEDUCT-CODE
003840         GO TO 2350-EXIT
003850     END-IF.
003860     PERFORM 2400-COMPUTE-ONE-COST
003870         THRU 2400-EXIT.
003880     ADD WS-ONE-COST-AMT TO WS-EMP-BENEFIT-AMT.
003890 2350-EXIT.
003900     EXIT.
003910
003920*-----------------------------------------------------------------
003930*  2400-COMPUTE-ONE-COST.
003940*  THE CURRENT RATE ROW AGAINST WS-BASE-AMT, ZERO OUTSIDE THE
003950*  ROW'S START/STOP WINDOW, CLIPPED TO A NON-ZERO MAXIMUM.
003960*-----------------------------------------------------------------
003970 2400-COMPUTE-ONE-COST.
003980     MOVE ZERO TO WS-ONE-COST-AMT.
003990     IF DR-PERIOD-END LESS THAN WS-RT-START(WS-RATE-SUB)
004000             OR DR-PERIOD-END GREATER THAN WS-RT-STOP(WS-RATE-SUB)
004010         GO TO 2400-EXIT
004020     END-IF.
004030     COMPUTE WS-ONE-COST-AMT ROUNDED =
004040         WS-BASE-AMT * WS-RT-RATE(WS-RATE-SUB).
004050     IF WS-RT-MAX(WS-RATE-SUB) GREATER THAN ZERO
004060             AND WS-ONE-COST-AMT GREATER THAN
004065                 WS-RT-MAX(WS-RATE-SUB)
004070         MOVE WS-RT-MAX(WS-RATE-SUB) TO WS-ONE-COST-AMT
004080     END-IF.
004090 2400-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------------
004130*  2500-WRITE-COST.
004140*-----------------------------------------------------------------
004150 2500-WRITE-COST.
004160     MOVE DR-EMP-NO          TO EC-EMP-NO.
004170     MOVE DR-PERIOD-END      TO EC-PERIOD-END.
004180     MOVE DR-GROSS-PAY       TO EC-GROSS-PAY.
004190     MOVE WS-EMP-TAX-AMT     TO EC-TAX-AMT.
004200     MOVE WS-EMP-BENEFIT-AMT TO EC-BENEFIT-AMT.
004210     COMPUTE EC-TOTAL-COST = WS-EMP-TAX-AMT + WS-EMP-BENEFIT-AMT.
004220     WRITE EMPLOYER-COST-RECORD.
004230     ADD 1 TO WS-EMP-COUNT.
004240     ADD EC-GROSS-PAY   TO WS-TOTAL-GROSS.
004250     ADD EC-TAX-AMT     TO WS-TOTAL-TAX.
004260     ADD EC-BENEFIT-AMT TO WS-TOTAL-BENEFIT.
004270     ADD EC-TOTAL-COST  TO WS-TOTAL-COST.
004280     IF WS-LINE-COUNT GREATER THAN 50
004290         MOVE DR-PERIOD-END TO RPT-PERIOD-END
004300         PERFORM 8000-START-PAGE
004310             THRU 8000-EXIT
004320     END-IF.
004330     MOVE EC-EMP-NO      TO RPT-EMP-NO.
004340     MOVE EC-GROSS-PAY   TO RPT-GROSS-PAY.
004350     MOVE EC-TAX-AMT     TO RPT-TAX-AMT.
004360     MOVE EC-BENEFIT-AMT TO RPT-BENEFIT-AMT.
004370     MOVE EC-TOTAL-COST  TO RPT-TOTAL-COST.
004380     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
004390         AFTER ADVANCING 1 LINE.
004400     ADD 1 TO WS-LINE-COUNT.
004410 2500-EXIT.
004420     EXIT.
004430
004440*-----------------------------------------------------------------
004450*  3000-PRINT-TOTALS.
004460*-----------------------------------------------------------------
004470 3000-PRINT-TOTALS.
004480     IF WS-PAGE-COUNT EQUAL ZERO
004490         MOVE ZERO TO RPT-PERIOD-END
004500         PERFORM 8000-START-PAGE
004510             THRU 8000-EXIT
004520     END-IF.
004530     WRITE RPT-LINE FROM WS-RPT-HEADING-3
004540         AFTER ADVANCING 1 LINE.
004550     MOVE WS-TOTAL-GROSS   TO RPT-TOT-GROSS.
004560     MOVE WS-TOTAL-TAX     TO RPT-TOT-TAX.
004570     MOVE WS-TOTAL-BENEFIT TO RPT-TOT-BENEFIT.
004580     MOVE WS-TOTAL-COST    TO RPT-TOT-COST.
004590     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004600         AFTER ADVANCING 1 LINE.
004610     MOVE WS-TOTAL-COST TO WS-AUDIT-AMT-DISP.
004610     MOVE SPACES TO WS-AUDIT-MESSAGE.
004620     STRING "EMPLOYER COST TAKEN - EMPLOYEES " WS-EMP-COUNT
004630         " TOTAL " WS-AUDIT-AMT-DISP
004640         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
004650     CALL "AUDITLOG" USING
004660         BY CONTENT WS-AUDIT-PROGRAM-ID
004670         BY CONTENT WS-AUDIT-MESSAGE.
004680 3000-EXIT.
004690     EXIT.
004700
004710*-----------------------------------------------------------------
004720*  8000-START-PAGE.
004730*-----------------------------------------------------------------
004740 8000-START-PAGE.
004750     ADD 1 TO WS-PAGE-COUNT.
004760     WRITE RPT-LINE FROM WS-RPT-HEADING-1
004770         AFTER ADVANCING PAGE.
004780     WRITE RPT-LINE FROM WS-RPT-HEADING-2
004790         AFTER ADVANCING 2 LINES.
004800     WRITE RPT-LINE FROM WS-RPT-HEADING-3
004810         AFTER ADVANCING 1 LINE.
004820     MOVE ZERO TO WS-LINE-COUNT.
004830 8000-EXIT.
004840     EXIT.
004850
004860*-----------------------------------------------------------------
004870*  9999-TERMINATE.
004880*-----------------------------------------------------------------
004890 9999-TERMINATE.
004900     CLOSE DEDUCTIONS-REPORT.
004910     CLOSE ELECTION-DETAIL.
004920     CLOSE EMPLOYER-COST-FILE.
004930     CLOSE COST-REPORT.
004940     MOVE WS-EMP-COUNT TO WS-STEP-COUNT-OUT.
004950     CALL "STEPCNT" USING
004960         BY CONTENT WS-STEP-COUNT-OUT.
004970 9999-EXIT.
004980     EXIT.
