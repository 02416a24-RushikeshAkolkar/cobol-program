000100*****************************************************************
000110*  PROGRAM-ID.   TRLCOMP
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - NIGHTLY BATCH
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     TRIAL-RUN COMPARISON REPORT. NIGHTRUN CALLS THIS AT THE END
000190*     OF A TRIAL RUN, AFTER THE CALCULATION STEPS HAVE RUN
000200*     AGAINST THE TRIAL FILES (SEE TRLCOPY). FOR EVERY EMPLOYEE
000210*     THE TRIAL PAID IT PRINTS THE TRIAL GROSS, TAX, DEDUCTIONS
000220*     AND NET OFF THE TRIAL DEDUCTIONS REPORT (DEDTRIAL), THE
000230*     SAME FIGURES FROM THE EMPLOYEE'S LAST REAL RUN ON THE PAY
000240*     HISTORY, AND THE CHANGE BETWEEN THEM, THEN THE SAME THREE
000250*     LINES TOTALED BY DEPARTMENT AND FOR THE WHOLE TRIAL, AND
000260*     FINALLY EVERY EXCEPTION THE TRIAL RAISED. THE REPORT
000270*     (TRLRPT) IS WHAT A TABLE CHANGE IS SIGNED OFF AGAINST.
000280*
000290*     THE FIGURES ARE THE ONES THE PAY HISTORY CARRIES, SO THE
000290*     TWO SIDES COMPARE LIKE FOR LIKE: TAX IS THE CITY TAX PLUS
000290*     THE STATUTORY TAX AND DEDUCTIONS IS THE RATE-BASED
000290*     DEDUCTION. ELECTIONS, GARNISHMENTS AND ADVANCE RECOVERIES
000290*     SHOW THROUGH IN THE NET. A HISTORY LINE WRITTEN BEFORE THE
000290*     PAY HISTORY CARRIED THE STATUTORY TAX SHOWS CITY TAX ONLY.
000340*
000350*     THE LAST REAL RUN IS THE EMPLOYEE'S LATEST REGULAR (OR
000360*     RETURNED) PAY-HISTORY LINE. A RUN SINCE BACKED OUT BY
000370*     RUNREVRS DOES NOT COUNT; AN EMPLOYEE WHOSE LATEST RUN WAS
000380*     REVERSED, OR WHO HAS NEVER BEEN PAID, SHOWS NO PRIOR RUN
000390*     AND THE WHOLE TRIAL AMOUNT AS THE CHANGE. OFF-CYCLE AND
000400*     ADJUSTMENT LINES ARE NOT RUNS AND ARE IGNORED.
000410*
000420*     NOTHING IS READ FROM OR WRITTEN TO A LIVE FILE EXCEPT THE
000430*     PAY HISTORY, WHICH IS ONLY READ.
000440*-----------------------------------------------------------------
000450*  MODIFICATION HISTORY.
000460*  DATE       INIT  DESCRIPTION
000470*  ---------  ----  -----------------------------------------
000480*  10/14/26   RCA   ORIGINAL PROGRAM.
000480*  10/14/26   RCA   THE TAX COLUMN NOW CARRIES THE STATUTORY TAX
000480*                   AS WELL AS THE CITY TAX, ON BOTH THE TRIAL AND
000480*                   THE LAST-RUN SIDE, NOW THAT THE PAY HISTORY
000480*                   CARRIES IT.
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. TRLCOMP.
000520 AUTHOR. R. AKOLKAR.
000530 INSTALLATION. PAYROLL SYSTEMS - NIGHTLY BATCH.
000540 DATE-WRITTEN. 10/14/26.
000550 DATE-COMPILED.
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT TRIAL-DEDUCTIONS ASSIGN TO "DEDTRIAL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-DEDTRIAL-STATUS.
000630     SELECT TRIAL-MASTER ASSIGN TO "EMPTRIAL"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EMP-NO
000670         FILE STATUS IS WS-EMPTRIAL-STATUS.
000680     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-PAYHIST-STATUS.
000710     SELECT TRIAL-EXCEPTIONS ASSIGN TO "EXCTRIAL"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-EXCTRIAL-STATUS.
000740     SELECT COMPARISON-REPORT ASSIGN TO "TRLRPT"
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  TRIAL-DEDUCTIONS
000800     LABEL RECORDS ARE STANDARD.
000810     COPY DEDRPT.
000820
000830 FD  TRIAL-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850     COPY EMPREC.
000860
000870 FD  PAY-HISTORY-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY PAYHST.
000900
000910 FD  TRIAL-EXCEPTIONS
000920     LABEL RECORDS ARE STANDARD.
000930     COPY EXCPREC.
000940
000950 FD  COMPARISON-REPORT
000960     LABEL RECORDS ARE STANDARD.
000970 01  RPT-LINE                    PIC X(80).
000980
000990 WORKING-STORAGE SECTION.
001000 01  WS-DEDTRIAL-STATUS           PIC X(02) VALUE SPACES.
001010 01  WS-EMPTRIAL-STATUS           PIC X(02) VALUE SPACES.
001020 01  WS-PAYHIST-STATUS            PIC X(02) VALUE SPACES.
001030 01  WS-EXCTRIAL-STATUS           PIC X(02) VALUE SPACES.
001040 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001050     88  WS-END-OF-FILE                      VALUE "Y".
001060 01  WS-MASTER-OPEN-SW            PIC X(01) VALUE "N".
001070     88  WS-MASTER-OPEN                      VALUE "Y".
001080
001090*  ONE ENTRY PER EMPLOYEE THE TRIAL PAID, IN DEDUCTIONS-REPORT
001100*  ORDER: THE TRIAL FIGURES, THEN THE LAST REAL RUN'S. A ZERO
001110*  LAST-RUN DATE MEANS NO PRIOR RUN. 500 MATCHES THE HISTORY
001120*  BUFFER IN HISTWRIT - A TRIAL CANNOT PAY MORE THAN A REAL RUN
001130*  CAN RECORD.
001140 01  WS-CMP-TABLE.
001150     05  WS-CMP-ENTRY             OCCURS 500 TIMES
001160                                  INDEXED BY WS-CMP-IDX.
001170         10  WS-CMP-EMP-NO        PIC 9(05).
001180         10  WS-CMP-GROUP         PIC X(01).
001190         10  WS-CMP-TRIAL-GROSS   PIC S9(07)V99.
001200         10  WS-CMP-TRIAL-TAX     PIC S9(07)V99.
001210         10  WS-CMP-TRIAL-DED     PIC S9(07)V99.
001220         10  WS-CMP-TRIAL-NET     PIC S9(07)V99.
001230         10  WS-CMP-LAST-DATE     PIC 9(08).
001240         10  WS-CMP-LAST-GROSS    PIC S9(07)V99.
001250         10  WS-CMP-LAST-TAX      PIC S9(07)V99.
001260         10  WS-CMP-LAST-DED      PIC S9(07)V99.
001270         10  WS-CMP-LAST-NET      PIC S9(07)V99.
001280 01  WS-CMP-COUNT                 PIC 9(03) VALUE ZERO.
001290 01  WS-CMP-SUB                   PIC 9(03) VALUE ZERO.
001300 01  WS-OVERFLOW-COUNT            PIC 9(05) VALUE ZERO.
001310 01  WS-NO-PRIOR-COUNT            PIC 9(05) VALUE ZERO.
001320 01  WS-CHANGED-COUNT             PIC 9(05) VALUE ZERO.
001330 01  WS-EXCP-COUNT                PIC 9(05) VALUE ZERO.
001340
001350*  DEPARTMENT TOTALS, BUILT AS DEPARTMENTS ARE MET, THE SAME WAY
001360*  PAYRPT BUILDS ITS OWN. SLOT 50 TAKES ANY OVERFLOW.
001370 01  WS-DEPT-TABLE.
001380     05  WS-DEPT-ENTRY            OCCURS 50 TIMES.
001390         10  WS-DEPT-CODE         PIC X(04).
001400         10  WS-DEPT-TRIAL-GROSS  PIC S9(09)V99.
001410         10  WS-DEPT-TRIAL-TAX    PIC S9(09)V99.
001420         10  WS-DEPT-TRIAL-DED    PIC S9(09)V99.
001430         10  WS-DEPT-TRIAL-NET    PIC S9(09)V99.
001440         10  WS-DEPT-LAST-GROSS   PIC S9(09)V99.
001450         10  WS-DEPT-LAST-TAX     PIC S9(09)V99.
001460         10  WS-DEPT-LAST-DED     PIC S9(09)V99.
001470         10  WS-DEPT-LAST-NET     PIC S9(09)V99.
001480 01  WS-DEPT-COUNT                PIC 9(02) VALUE ZERO.
001490 01  WS-DEPT-SUB                  PIC 9(02) VALUE ZERO.
001500 01  WS-DEPT-USE                  PIC 9(02) VALUE ZERO.
001510 01  WS-DEPT-FOUND-SW             PIC X(01) VALUE "N".
001520     88  WS-DEPT-FOUND                       VALUE "Y".
001530 01  WS-MATCH-NAME                PIC X(10).
001540 01  WS-MATCH-DEPT                PIC X(04).
001550
001560*  THE FOUR FIGURES OF WHATEVER THREE-LINE BLOCK IS BEING
001570*  PRINTED - AN EMPLOYEE, A DEPARTMENT, OR THE WHOLE TRIAL.
001580 01  WS-BLOCK-FIGURES.
001590     05  WS-BLK-TRIAL-GROSS       PIC S9(09)V99.
001600     05  WS-BLK-TRIAL-TAX         PIC S9(09)V99.
001610     05  WS-BLK-TRIAL-DED         PIC S9(09)V99.
001620     05  WS-BLK-TRIAL-NET         PIC S9(09)V99.
001630     05  WS-BLK-LAST-GROSS        PIC S9(09)V99.
001640     05  WS-BLK-LAST-TAX          PIC S9(09)V99.
001650     05  WS-BLK-LAST-DED          PIC S9(09)V99.
001660     05  WS-BLK-LAST-NET          PIC S9(09)V99.
001670 01  WS-GRAND-FIGURES.
001680     05  WS-GRD-TRIAL-GROSS       PIC S9(09)V99 VALUE ZERO.
001690     05  WS-GRD-TRIAL-TAX         PIC S9(09)V99 VALUE ZERO.
001700     05  WS-GRD-TRIAL-DED         PIC S9(09)V99 VALUE ZERO.
001710     05  WS-GRD-TRIAL-NET         PIC S9(09)V99 VALUE ZERO.
001720     05  WS-GRD-LAST-GROSS        PIC S9(09)V99 VALUE ZERO.
001730     05  WS-GRD-LAST-TAX          PIC S9(09)V99 VALUE ZERO.
001740     05  WS-GRD-LAST-DED          PIC S9(09)V99 VALUE ZERO.
001750     05  WS-GRD-LAST-NET          PIC S9(09)V99 VALUE ZERO.
001760 01  WS-BLK-NAME                  PIC X(10) VALUE SPACES.
001770 01  WS-BLK-LAST-NAME             PIC X(10) VALUE SPACES.
001780 01  WS-BLK-DEPT                  PIC X(04) VALUE SPACES.
001790
001800 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
001810 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 56.
001820 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
001830
001840 01  WS-SOURCE-NAMES.
001850     05  WS-TAX-SOURCE-NAME       PIC X(06) VALUE SPACES.
001860     05  WS-CITY-SOURCE-NAME      PIC X(06) VALUE SPACES.
001870     05  WS-SAL-SOURCE-NAME       PIC X(06) VALUE SPACES.
001880
001890 01  WS-HEADING-1.
001900     05  FILLER                  PIC X(20)
001910         VALUE "PAYROLL SYSTEMS".
001920     05  FILLER                  PIC X(40)
001930         VALUE "TRIAL RUN COMPARISON - NOTHING POSTED".
001940     05  FILLER                  PIC X(05) VALUE "PAGE ".
001950     05  HDG-PAGE-NO             PIC ZZZ9.
001960     05  FILLER                  PIC X(11) VALUE SPACES.
001970
001980 01  WS-HEADING-1B.
001990     05  FILLER                  PIC X(11) VALUE "TRIAL DATE ".
002000     05  HDG-TRIAL-DATE          PIC 9(08).
002010     05  FILLER                  PIC X(20)
002020         VALUE "   TABLES: BRACKETS ".
002030     05  HDG-TAX-SOURCE          PIC X(06).
002040     05  FILLER                  PIC X(07) VALUE "  CITY ".
002050     05  HDG-CITY-SOURCE         PIC X(06).
002060     05  FILLER                  PIC X(09) VALUE "  SALARY ".
002070     05  HDG-SAL-SOURCE          PIC X(06).
002080     05  FILLER                  PIC X(07) VALUE SPACES.
002090
002100 01  WS-HEADING-2.
002110     05  FILLER                  PIC X(30)
002120         VALUE "EMP   NAME/RUN   DEPT G".
002130     05  FILLER                  PIC X(12) VALUE "       GROSS".
002140     05  FILLER                  PIC X(12) VALUE "         TAX".
002150     05  FILLER                  PIC X(12) VALUE "  DEDUCTIONS".
002160     05  FILLER                  PIC X(12) VALUE "         NET".
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180
002190 01  WS-HEADING-3                 PIC X(80) VALUE ALL "-".
002200
002210 01  WS-DETAIL-LINE.
002220     05  DTL-EMP-NO              PIC X(05).
002230     05  FILLER                  PIC X(01) VALUE SPACES.
002240     05  DTL-NAME                PIC X(10).
002250     05  FILLER                  PIC X(01) VALUE SPACES.
002260     05  DTL-DEPT                PIC X(04).
002270     05  FILLER                  PIC X(01) VALUE SPACES.
002280     05  DTL-GROUP               PIC X(01).
002290     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  DTL-LABEL               PIC X(06).
002310     05  FILLER                  PIC X(01) VALUE SPACES.
002320     05  DTL-GROSS               PIC ZZZZZZ9.99-.
002330     05  FILLER                  PIC X(01) VALUE SPACES.
002340     05  DTL-TAX                 PIC ZZZZZZ9.99-.
002350     05  FILLER                  PIC X(01) VALUE SPACES.
002360     05  DTL-DED                 PIC ZZZZZZ9.99-.
002370     05  FILLER                  PIC X(01) VALUE SPACES.
002380     05  DTL-NET                 PIC ZZZZZZ9.99-.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400
002410 01  WS-SECTION-LINE              PIC X(80) VALUE SPACES.
002420
002430 01  WS-COUNT-LINE.
002440     05  CNT-LABEL               PIC X(40).
002450     05  CNT-VALUE               PIC ZZZZ9.
002460     05  FILLER                  PIC X(35) VALUE SPACES.
002470
002480 01  WS-EXCP-LINE.
002490     05  EXL-PROGRAM-ID          PIC X(08).
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  EXL-SEVERITY            PIC X(01).
002520     05  FILLER                  PIC X(01) VALUE SPACES.
002530     05  EXL-MESSAGE             PIC X(60).
002540     05  FILLER                  PIC X(09) VALUE SPACES.
002550
002560 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "TRLCOMP".
002570 01  WS-AUDIT-MESSAGE             PIC X(60).
002580
002590 LINKAGE SECTION.
002600 01  LS-TRIAL-DATE                PIC 9(08).
002610*  WHICH VERSION OF EACH RATE TABLE THE TRIAL USED, AS TRLCOPY
002620*  HANDED IT BACK - S THE STAGED LOAD, L THE LIVE TABLE.
002630 01  LS-TRIAL-SOURCES.
002640     05  LS-TAX-SOURCE            PIC X(01).
002650         88  LS-TAX-STAGED                   VALUE "S".
002660     05  LS-CITY-SOURCE           PIC X(01).
002670         88  LS-CITY-STAGED                  VALUE "S".
002680     05  LS-SAL-SOURCE            PIC X(01).
002690         88  LS-SAL-STAGED                   VALUE "S".
002700
002710 PROCEDURE DIVISION USING LS-TRIAL-DATE
002720                          LS-TRIAL-SOURCES.
002730
002740*-----------------------------------------------------------------
002750*  0000-MAINLINE.
002760*-----------------------------------------------------------------
002770 0000-MAINLINE.
002780     MOVE ZERO TO RETURN-CODE.
002790     PERFORM 1000-LOAD-TRIAL
002800         THRU 1000-EXIT.
002810     IF RETURN-CODE NOT EQUAL ZERO
002820         GOBACK
002830     END-IF.
002840     PERFORM 2000-LOAD-LAST-RUNS
002850         THRU 2000-EXIT.
002860     PERFORM 3000-INITIALIZE-REPORT
002870         THRU 3000-EXIT.
002880     PERFORM 4000-PRINT-ONE-EMPLOYEE
002890         THRU 4000-EXIT
002900         VARYING WS-CMP-SUB FROM 1 BY 1
002910         UNTIL WS-CMP-SUB GREATER THAN WS-CMP-COUNT.
002920     PERFORM 5000-PRINT-DEPT-TOTALS
002930         THRU 5000-EXIT.
002940     PERFORM 6000-PRINT-SUMMARY
002950         THRU 6000-EXIT.
002960     PERFORM 7000-PRINT-EXCEPTIONS
002970         THRU 7000-EXIT.
002980     PERFORM 9999-TERMINATE
002990         THRU 9999-EXIT.
003000     GOBACK.
003010
003020*-----------------------------------------------------------------
003030*  1000-LOAD-TRIAL.
003040*  TABLES EVERY LINE OF THE TRIAL DEDUCTIONS REPORT. NO REPORT
003050*  MEANS THE TRIAL NEVER REACHED THE DEDUCTIONS STEP.
003060*-----------------------------------------------------------------
003070 1000-LOAD-TRIAL.
003080     MOVE ZERO TO WS-CMP-COUNT.
003090     MOVE "N" TO WS-EOF-SW.
003100     OPEN INPUT TRIAL-DEDUCTIONS.
003110     IF WS-DEDTRIAL-STATUS NOT EQUAL "00"
003120         DISPLAY "TRLCOMP - NO TRIAL DEDUCTIONS REPORT (STATUS "
003130             WS-DEDTRIAL-STATUS ") - NO COMPARISON PRINTED."
003140         MOVE 8 TO RETURN-CODE
003150         GO TO 1000-EXIT
003160     END-IF.
003170     PERFORM 1100-LOAD-ONE-LINE
003180         THRU 1100-EXIT
003190         UNTIL WS-END-OF-FILE.
003200     CLOSE TRIAL-DEDUCTIONS.
003210 1000-EXIT.
003220     EXIT.
003230
003240 1100-LOAD-ONE-LINE.
003250     READ TRIAL-DEDUCTIONS
003260         AT END
003270             SET WS-END-OF-FILE TO TRUE
003280             GO TO 1100-EXIT
003290     END-READ.
003300     IF WS-CMP-COUNT EQUAL 500
003310         ADD 1 TO WS-OVERFLOW-COUNT
003320         GO TO 1100-EXIT
003330     END-IF.
003340     ADD 1 TO WS-CMP-COUNT.
003350     MOVE DR-EMP-NO        TO WS-CMP-EMP-NO(WS-CMP-COUNT).
003360     MOVE DR-PAY-GROUP     TO WS-CMP-GROUP(WS-CMP-COUNT).
003370     MOVE DR-GROSS-PAY     TO WS-CMP-TRIAL-GROSS(WS-CMP-COUNT).
003370     COMPUTE WS-CMP-TRIAL-TAX(WS-CMP-COUNT) =
003370         DR-CITY-TAX-AMT + DR-STAT-TAX-AMT.
003390     MOVE DR-DEDUCTION-AMT TO WS-CMP-TRIAL-DED(WS-CMP-COUNT).
003400     MOVE DR-NET-PAY       TO WS-CMP-TRIAL-NET(WS-CMP-COUNT).
003410     MOVE ZERO TO WS-CMP-LAST-DATE(WS-CMP-COUNT).
003420     MOVE ZERO TO WS-CMP-LAST-GROSS(WS-CMP-COUNT).
003430     MOVE ZERO TO WS-CMP-LAST-TAX(WS-CMP-COUNT).
003440     MOVE ZERO TO WS-CMP-LAST-DED(WS-CMP-COUNT).
003450     MOVE ZERO TO WS-CMP-LAST-NET(WS-CMP-COUNT).
003460 1100-EXIT.
003470     EXIT.
003480
003490*-----------------------------------------------------------------
003500*  2000-LOAD-LAST-RUNS.
003510*  ONE PASS OF THE PAY HISTORY. EACH REGULAR OR RETURNED LINE
003520*  NO OLDER THAN THE ONE HELD REPLACES IT; A REVERSAL LINE FOR
003530*  THE RUN HELD CANCELS IT. THE HISTORY IS IN RUN ORDER, SO A
003540*  RE-RUN AFTER A REVERSAL TAKES ITS PLACE AGAIN.
003550*-----------------------------------------------------------------
003560 2000-LOAD-LAST-RUNS.
003570     MOVE "N" TO WS-EOF-SW.
003580     OPEN INPUT PAY-HISTORY-FILE.
003590     IF WS-PAYHIST-STATUS NOT EQUAL "00"
003600         GO TO 2000-EXIT
003610     END-IF.
003620     PERFORM 2100-MATCH-ONE-LINE
003630         THRU 2100-EXIT
003640         UNTIL WS-END-OF-FILE.
003650     CLOSE PAY-HISTORY-FILE.
003660 2000-EXIT.
003670     EXIT.
003680
003690 2100-MATCH-ONE-LINE.
003700     READ PAY-HISTORY-FILE
003710         AT END
003720             SET WS-END-OF-FILE TO TRUE
003730             GO TO 2100-EXIT
003740     END-READ.
003750     IF NOT PH-REGULAR AND NOT PH-RETURNED AND NOT PH-REVERSAL
003760         GO TO 2100-EXIT
003770     END-IF.
003780     SET WS-CMP-IDX TO 1.
003790     SEARCH WS-CMP-ENTRY
003800         AT END
003810             GO TO 2100-EXIT
003820         WHEN WS-CMP-IDX GREATER THAN WS-CMP-COUNT
003830             GO TO 2100-EXIT
003840         WHEN WS-CMP-EMP-NO(WS-CMP-IDX) EQUAL PH-EMP-NO
003850             CONTINUE
003860     END-SEARCH.
003870     IF PH-REVERSAL
003880         IF PH-RUN-DATE EQUAL WS-CMP-LAST-DATE(WS-CMP-IDX)
003890             MOVE ZERO TO WS-CMP-LAST-DATE(WS-CMP-IDX)
003900             MOVE ZERO TO WS-CMP-LAST-GROSS(WS-CMP-IDX)
003910             MOVE ZERO TO WS-CMP-LAST-TAX(WS-CMP-IDX)
003920             MOVE ZERO TO WS-CMP-LAST-DED(WS-CMP-IDX)
003930             MOVE ZERO TO WS-CMP-LAST-NET(WS-CMP-IDX)
003940         END-IF
003950         GO TO 2100-EXIT
003960     END-IF.
003970     IF PH-RUN-DATE LESS THAN WS-CMP-LAST-DATE(WS-CMP-IDX)
003980         GO TO 2100-EXIT
003990     END-IF.
004000     MOVE PH-RUN-DATE  TO WS-CMP-LAST-DATE(WS-CMP-IDX).
004010     MOVE PH-GROSS-PAY TO WS-CMP-LAST-GROSS(WS-CMP-IDX).
004010     COMPUTE WS-CMP-LAST-TAX(WS-CMP-IDX) =
004010         PH-CITY-TAX + PH-STAT-TAX.
004030     MOVE PH-DEDUCTION TO WS-CMP-LAST-DED(WS-CMP-IDX).
004040     MOVE PH-NET-PAY   TO WS-CMP-LAST-NET(WS-CMP-IDX).
004050 2100-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------------------
004090*  3000-INITIALIZE-REPORT.
004100*-----------------------------------------------------------------
004110 3000-INITIALIZE-REPORT.
004120     OPEN INPUT TRIAL-MASTER.
004130     IF WS-EMPTRIAL-STATUS EQUAL "00"
004140         SET WS-MASTER-OPEN TO TRUE
004150     END-IF.
004160     OPEN OUTPUT COMPARISON-REPORT.
004170     MOVE "LIVE"   TO WS-TAX-SOURCE-NAME.
004180     MOVE "LIVE"   TO WS-CITY-SOURCE-NAME.
004190     MOVE "LIVE"   TO WS-SAL-SOURCE-NAME.
004200     IF LS-TAX-STAGED
004210         MOVE "STAGED" TO WS-TAX-SOURCE-NAME
004220     END-IF.
004230     IF LS-CITY-STAGED
004240         MOVE "STAGED" TO WS-CITY-SOURCE-NAME
004250     END-IF.
004260     IF LS-SAL-STAGED
004270         MOVE "STAGED" TO WS-SAL-SOURCE-NAME
004280     END-IF.
004290     MOVE LS-TRIAL-DATE       TO HDG-TRIAL-DATE.
004300     MOVE WS-TAX-SOURCE-NAME  TO HDG-TAX-SOURCE.
004310     MOVE WS-CITY-SOURCE-NAME TO HDG-CITY-SOURCE.
004320     MOVE WS-SAL-SOURCE-NAME  TO HDG-SAL-SOURCE.
004330     PERFORM 8000-PRINT-HEADINGS
004340         THRU 8000-EXIT.
004350 3000-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------------
004390*  4000-PRINT-ONE-EMPLOYEE.
004400*  TRIAL, LAST AND CHANGE LINES FOR ONE EMPLOYEE, ROLLED INTO
004410*  THE DEPARTMENT AND GRAND TOTALS.
004420*-----------------------------------------------------------------
004430 4000-PRINT-ONE-EMPLOYEE.
004440     MOVE SPACES TO WS-MATCH-NAME.
004450     MOVE SPACES TO WS-MATCH-DEPT.
004460     IF WS-MASTER-OPEN
004470         MOVE WS-CMP-EMP-NO(WS-CMP-SUB) TO EMP-NO
004480         READ TRIAL-MASTER
004490             INVALID KEY
004500                 MOVE "*NOT ON MST" TO WS-MATCH-NAME
004510             NOT INVALID KEY
004520                 MOVE EMP-NAME TO WS-MATCH-NAME
004530                 MOVE EMP-DEPT TO WS-MATCH-DEPT
004540         END-READ
004550     END-IF.
004560     MOVE WS-CMP-TRIAL-GROSS(WS-CMP-SUB) TO WS-BLK-TRIAL-GROSS.
004570     MOVE WS-CMP-TRIAL-TAX(WS-CMP-SUB)   TO WS-BLK-TRIAL-TAX.
004580     MOVE WS-CMP-TRIAL-DED(WS-CMP-SUB)   TO WS-BLK-TRIAL-DED.
004590     MOVE WS-CMP-TRIAL-NET(WS-CMP-SUB)   TO WS-BLK-TRIAL-NET.
004600     MOVE WS-CMP-LAST-GROSS(WS-CMP-SUB)  TO WS-BLK-LAST-GROSS.
004610     MOVE WS-CMP-LAST-TAX(WS-CMP-SUB)    TO WS-BLK-LAST-TAX.
004620     MOVE WS-CMP-LAST-DED(WS-CMP-SUB)    TO WS-BLK-LAST-DED.
004630     MOVE WS-CMP-LAST-NET(WS-CMP-SUB)    TO WS-BLK-LAST-NET.
004640     IF WS-CMP-LAST-DATE(WS-CMP-SUB) EQUAL ZERO
004650         MOVE "NO PRIOR" TO WS-BLK-LAST-NAME
004660         ADD 1 TO WS-NO-PRIOR-COUNT
004670     ELSE
004680         MOVE WS-CMP-LAST-DATE(WS-CMP-SUB) TO WS-BLK-LAST-NAME
004690     END-IF.
004700     IF WS-BLK-TRIAL-NET NOT EQUAL WS-BLK-LAST-NET
004710         ADD 1 TO WS-CHANGED-COUNT
004720     END-IF.
004730     MOVE WS-CMP-EMP-NO(WS-CMP-SUB) TO DTL-EMP-NO.
004740     MOVE WS-MATCH-NAME              TO WS-BLK-NAME.
004750     MOVE WS-MATCH-DEPT              TO WS-BLK-DEPT.
004760     MOVE WS-CMP-GROUP(WS-CMP-SUB)   TO DTL-GROUP.
004770     PERFORM 8100-PRINT-BLOCK
004780         THRU 8100-EXIT.
004790     PERFORM 4100-ACCUM-DEPT-TOTALS
004800         THRU 4100-EXIT.
004810     ADD WS-BLK-TRIAL-GROSS TO WS-GRD-TRIAL-GROSS.
004820     ADD WS-BLK-TRIAL-TAX   TO WS-GRD-TRIAL-TAX.
004830     ADD WS-BLK-TRIAL-DED   TO WS-GRD-TRIAL-DED.
004840     ADD WS-BLK-TRIAL-NET   TO WS-GRD-TRIAL-NET.
004850     ADD WS-BLK-LAST-GROSS  TO WS-GRD-LAST-GROSS.
004860     ADD WS-BLK-LAST-TAX    TO WS-GRD-LAST-TAX.
004870     ADD WS-BLK-LAST-DED    TO WS-GRD-LAST-DED.
004880     ADD WS-BLK-LAST-NET    TO WS-GRD-LAST-NET.
004890 4000-EXIT.
004900     EXIT.
004910
004920 4100-ACCUM-DEPT-TOTALS.
004930     MOVE "N" TO WS-DEPT-FOUND-SW.
004940     MOVE ZERO TO WS-DEPT-USE.
004950     PERFORM 4110-MATCH-DEPT-SLOT
004960         THRU 4110-EXIT
004970         VARYING WS-DEPT-SUB FROM 1 BY 1
004980         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT
004990             OR WS-DEPT-FOUND.
005000     IF NOT WS-DEPT-FOUND
005010         IF WS-DEPT-COUNT LESS THAN 50
005020             ADD 1 TO WS-DEPT-COUNT
005030             MOVE WS-DEPT-COUNT TO WS-DEPT-USE
005040             MOVE WS-MATCH-DEPT TO WS-DEPT-CODE(WS-DEPT-USE)
005050             MOVE ZERO TO WS-DEPT-TRIAL-GROSS(WS-DEPT-USE)
005060             MOVE ZERO TO WS-DEPT-TRIAL-TAX(WS-DEPT-USE)
005070             MOVE ZERO TO WS-DEPT-TRIAL-DED(WS-DEPT-USE)
005080             MOVE ZERO TO WS-DEPT-TRIAL-NET(WS-DEPT-USE)
005090             MOVE ZERO TO WS-DEPT-LAST-GROSS(WS-DEPT-USE)
005100             MOVE ZERO TO WS-DEPT-LAST-TAX(WS-DEPT-USE)
005110             MOVE ZERO TO WS-DEPT-LAST-DED(WS-DEPT-USE)
005120             MOVE ZERO TO WS-DEPT-LAST-NET(WS-DEPT-USE)
005130         ELSE
005140             MOVE 50 TO WS-DEPT-USE
005150             MOVE "****" TO WS-DEPT-CODE(WS-DEPT-USE)
005160         END-IF
005170     END-IF.
005180     ADD WS-BLK-TRIAL-GROSS TO WS-DEPT-TRIAL-GROSS(WS-DEPT-USE).
005190     ADD WS-BLK-TRIAL-TAX   TO WS-DEPT-TRIAL-TAX(WS-DEPT-USE).
005200     ADD WS-BLK-TRIAL-DED   TO WS-DEPT-TRIAL-DED(WS-DEPT-USE).
005210     ADD WS-BLK-TRIAL-NET   TO WS-DEPT-TRIAL-NET(WS-DEPT-USE).
005220     ADD WS-BLK-LAST-GROSS  TO WS-DEPT-LAST-GROSS(WS-DEPT-USE).
005230     ADD WS-BLK-LAST-TAX    TO WS-DEPT-LAST-TAX(WS-DEPT-USE).
005240     ADD WS-BLK-LAST-DED    TO WS-DEPT-LAST-DED(WS-DEPT-USE).
005250     ADD WS-BLK-LAST-NET    TO WS-DEPT-LAST-NET(WS-DEPT-USE).
005260 4100-EXIT.
005270     EXIT.
005280
005290 4110-MATCH-DEPT-SLOT.
005300     IF WS-DEPT-CODE(WS-DEPT-SUB) EQUAL WS-MATCH-DEPT
005310         SET WS-DEPT-FOUND TO TRUE
005320         MOVE WS-DEPT-SUB TO WS-DEPT-USE
005330     END-IF.
005340 4110-EXIT.
005350     EXIT.
005360
005370*-----------------------------------------------------------------
005380*  5000-PRINT-DEPT-TOTALS.
005390*  THE SAME THREE LINES PER DEPARTMENT, THEN FOR THE WHOLE TRIAL.
005400*-----------------------------------------------------------------
005410 5000-PRINT-DEPT-TOTALS.
005420     MOVE "DEPARTMENT TOTALS" TO WS-SECTION-LINE.
005430     PERFORM 8200-PRINT-SECTION-HEAD
005440         THRU 8200-EXIT.
005450     PERFORM 5100-PRINT-ONE-DEPT
005460         THRU 5100-EXIT
005470         VARYING WS-DEPT-SUB FROM 1 BY 1
005480         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
005490     MOVE WS-GRAND-FIGURES TO WS-BLOCK-FIGURES.
005500     MOVE SPACES      TO DTL-EMP-NO.
005510     MOVE "ALL DEPTS" TO WS-BLK-NAME.
005520     MOVE SPACES      TO WS-BLK-DEPT.
005530     MOVE SPACES      TO WS-BLK-LAST-NAME.
005540     MOVE SPACES      TO DTL-GROUP.
005550     PERFORM 8100-PRINT-BLOCK
005560         THRU 8100-EXIT.
005570 5000-EXIT.
005580     EXIT.
005590
005600 5100-PRINT-ONE-DEPT.
005610     MOVE WS-DEPT-TRIAL-GROSS(WS-DEPT-SUB) TO WS-BLK-TRIAL-GROSS.
005620     MOVE WS-DEPT-TRIAL-TAX(WS-DEPT-SUB)   TO WS-BLK-TRIAL-TAX.
005630     MOVE WS-DEPT-TRIAL-DED(WS-DEPT-SUB)   TO WS-BLK-TRIAL-DED.
005640     MOVE WS-DEPT-TRIAL-NET(WS-DEPT-SUB)   TO WS-BLK-TRIAL-NET.
005650     MOVE WS-DEPT-LAST-GROSS(WS-DEPT-SUB)  TO WS-BLK-LAST-GROSS.
005660     MOVE WS-DEPT-LAST-TAX(WS-DEPT-SUB)    TO WS-BLK-LAST-TAX.
005670     MOVE WS-DEPT-LAST-DED(WS-DEPT-SUB)    TO WS-BLK-LAST-DED.
005680     MOVE WS-DEPT-LAST-NET(WS-DEPT-SUB)    TO WS-BLK-LAST-NET.
005690     MOVE SPACES                    TO DTL-EMP-NO.
005700     MOVE "DEPT TOTAL"              TO WS-BLK-NAME.
005710     MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO WS-BLK-DEPT.
005720     MOVE SPACES                    TO WS-BLK-LAST-NAME.
005730     MOVE SPACES                    TO DTL-GROUP.
005740     PERFORM 8100-PRINT-BLOCK
005750         THRU 8100-EXIT.
005760 5100-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------------
005800*  6000-PRINT-SUMMARY.
005810*-----------------------------------------------------------------
005820 6000-PRINT-SUMMARY.
005830     MOVE "TRIAL SUMMARY" TO WS-SECTION-LINE.
005840     PERFORM 8200-PRINT-SECTION-HEAD
005850         THRU 8200-EXIT.
005860     MOVE "EMPLOYEES COMPARED" TO CNT-LABEL.
005870     MOVE WS-CMP-COUNT TO CNT-VALUE.
005880     PERFORM 8300-PRINT-COUNT
005890         THRU 8300-EXIT.
005900     MOVE "  WITH A CHANGE IN NET PAY" TO CNT-LABEL.
005910     MOVE WS-CHANGED-COUNT TO CNT-VALUE.
005920     PERFORM 8300-PRINT-COUNT
005930         THRU 8300-EXIT.
005940     MOVE "  WITH NO PRIOR RUN ON THE PAY HISTORY" TO CNT-LABEL.
005950     MOVE WS-NO-PRIOR-COUNT TO CNT-VALUE.
005960     PERFORM 8300-PRINT-COUNT
005970         THRU 8300-EXIT.
005980     IF WS-OVERFLOW-COUNT GREATER THAN ZERO
005990         MOVE "NOT COMPARED - OVER 500 TRIAL LINES" TO CNT-LABEL
006000         MOVE WS-OVERFLOW-COUNT TO CNT-VALUE
006010         PERFORM 8300-PRINT-COUNT
006020             THRU 8300-EXIT
006030     END-IF.
006040 6000-EXIT.
006050     EXIT.
006060
006070*-----------------------------------------------------------------
006080*  7000-PRINT-EXCEPTIONS.
006090*  EVERY EXCEPTION THE CALCULATION STEPS RAISED DURING THE
006100*  TRIAL. THEY WENT TO THE TRIAL EXCEPTION FILE, NOT THE LIVE
006110*  ONE, SO NOTHING HERE REACHES THE EXCPACK WORK QUEUE.
006120*-----------------------------------------------------------------
006130 7000-PRINT-EXCEPTIONS.
006140     MOVE "TRIAL EXCEPTIONS" TO WS-SECTION-LINE.
006150     PERFORM 8200-PRINT-SECTION-HEAD
006160         THRU 8200-EXIT.
006170     MOVE "N" TO WS-EOF-SW.
006180     OPEN INPUT TRIAL-EXCEPTIONS.
006190     IF WS-EXCTRIAL-STATUS EQUAL "00"
006200         PERFORM 7100-PRINT-ONE-EXCEPTION
006210             THRU 7100-EXIT
006220             UNTIL WS-END-OF-FILE
006230         CLOSE TRIAL-EXCEPTIONS
006240     END-IF.
006250     IF WS-EXCP-COUNT EQUAL ZERO
006260         MOVE "NONE" TO RPT-LINE
006270         WRITE RPT-LINE
006280             AFTER ADVANCING 1 LINE
006290     END-IF.
006300 7000-EXIT.
006310     EXIT.
006320
006330*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
006340*  ERROR CANNOT SPIN.
006350 7100-PRINT-ONE-EXCEPTION.
006360     READ TRIAL-EXCEPTIONS
006370         AT END
006380             SET WS-END-OF-FILE TO TRUE
006390             GO TO 7100-EXIT
006400     END-READ.
006410     IF WS-EXCTRIAL-STATUS NOT EQUAL "00"
006420         SET WS-END-OF-FILE TO TRUE
006430         GO TO 7100-EXIT
006440     END-IF.
006450     IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
006460         PERFORM 8000-PRINT-HEADINGS
006470             THRU 8000-EXIT
006480     END-IF.
006490     MOVE EX-PROGRAM-ID TO EXL-PROGRAM-ID.
006500     MOVE EX-SEVERITY   TO EXL-SEVERITY.
006510     MOVE EX-MESSAGE    TO EXL-MESSAGE.
006520     WRITE RPT-LINE FROM WS-EXCP-LINE
006530         AFTER ADVANCING 1 LINE.
006540     ADD 1 TO WS-LINE-COUNT.
006550     ADD 1 TO WS-EXCP-COUNT.
006560 7100-EXIT.
006570     EXIT.
006580
006590*-----------------------------------------------------------------
006600*  8000-PRINT-HEADINGS.
006610*-----------------------------------------------------------------
006620 8000-PRINT-HEADINGS.
006630     ADD 1 TO WS-PAGE-COUNT.
006640     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
006650     IF WS-PAGE-COUNT = 1
006660         WRITE RPT-LINE FROM WS-HEADING-1
006670             AFTER ADVANCING 1 LINE
006680     ELSE
006690         WRITE RPT-LINE FROM WS-HEADING-1
006700             AFTER ADVANCING PAGE
006710     END-IF.
006720     WRITE RPT-LINE FROM WS-HEADING-1B
006730         AFTER ADVANCING 1 LINE.
006740     WRITE RPT-LINE FROM WS-HEADING-2
006750         AFTER ADVANCING 2 LINES.
006760     WRITE RPT-LINE FROM WS-HEADING-3
006770         AFTER ADVANCING 1 LINE.
006780     MOVE ZERO TO WS-LINE-COUNT.
006790 8000-EXIT.
006800     EXIT.
006810
006820*-----------------------------------------------------------------
006830*  8100-PRINT-BLOCK.
006840*  PRINTS THE TRIAL, LAST AND CHANGE LINES FOR THE FIGURES IN
006850*  WS-BLOCK-FIGURES, KEPT TOGETHER ON ONE PAGE. THE CALLER SETS
006860*  DTL-EMP-NO, DTL-GROUP AND THE BLOCK'S NAME, DEPARTMENT AND
006870*  LAST-RUN CAPTION.
006880*-----------------------------------------------------------------
006890 8100-PRINT-BLOCK.
006900     IF WS-LINE-COUNT GREATER THAN WS-LINES-PER-PAGE - 4
006910         PERFORM 8000-PRINT-HEADINGS
006920             THRU 8000-EXIT
006930     END-IF.
006940     MOVE WS-BLK-NAME        TO DTL-NAME.
006950     MOVE WS-BLK-DEPT        TO DTL-DEPT.
006960     MOVE "TRIAL"            TO DTL-LABEL.
006970     MOVE WS-BLK-TRIAL-GROSS TO DTL-GROSS.
006980     MOVE WS-BLK-TRIAL-TAX   TO DTL-TAX.
006990     MOVE WS-BLK-TRIAL-DED   TO DTL-DED.
007000     MOVE WS-BLK-TRIAL-NET   TO DTL-NET.
007010     WRITE RPT-LINE FROM WS-DETAIL-LINE
007020         AFTER ADVANCING 2 LINES.
007030     MOVE SPACES             TO DTL-EMP-NO.
007040     MOVE WS-BLK-LAST-NAME   TO DTL-NAME.
007050     MOVE SPACES             TO DTL-DEPT.
007060     MOVE SPACES             TO DTL-GROUP.
007070     MOVE "LAST"             TO DTL-LABEL.
007080     MOVE WS-BLK-LAST-GROSS  TO DTL-GROSS.
007090     MOVE WS-BLK-LAST-TAX    TO DTL-TAX.
007100     MOVE WS-BLK-LAST-DED    TO DTL-DED.
007110     MOVE WS-BLK-LAST-NET    TO DTL-NET.
007120     WRITE RPT-LINE FROM WS-DETAIL-LINE
007130         AFTER ADVANCING 1 LINE.
007140     MOVE SPACES             TO DTL-NAME.
007150     MOVE "CHANGE"           TO DTL-LABEL.
007160     COMPUTE DTL-GROSS = WS-BLK-TRIAL-GROSS - WS-BLK-LAST-GROSS.
007170     COMPUTE DTL-TAX   = WS-BLK-TRIAL-TAX   - WS-BLK-LAST-TAX.
007180     COMPUTE DTL-DED   = WS-BLK-TRIAL-DED   - WS-BLK-LAST-DED.
007190     COMPUTE DTL-NET   = WS-BLK-TRIAL-NET   - WS-BLK-LAST-NET.
007200     WRITE RPT-LINE FROM WS-DETAIL-LINE
007210         AFTER ADVANCING 1 LINE.
007220     ADD 4 TO WS-LINE-COUNT.
007230 8100-EXIT.
007240     EXIT.
007250
007260*-----------------------------------------------------------------
007270*  8200-PRINT-SECTION-HEAD.
007280*-----------------------------------------------------------------
007290 8200-PRINT-SECTION-HEAD.
007300     IF WS-LINE-COUNT GREATER THAN WS-LINES-PER-PAGE - 6
007310         PERFORM 8000-PRINT-HEADINGS
007320             THRU 8000-EXIT
007330     END-IF.
007340     WRITE RPT-LINE FROM WS-HEADING-3
007350         AFTER ADVANCING 2 LINES.
007360     WRITE RPT-LINE FROM WS-SECTION-LINE
007370         AFTER ADVANCING 1 LINE.
007380     ADD 3 TO WS-LINE-COUNT.
007390 8200-EXIT.
007400     EXIT.
007410
007420 8300-PRINT-COUNT.
007430     WRITE RPT-LINE FROM WS-COUNT-LINE
007440         AFTER ADVANCING 1 LINE.
007450     ADD 1 TO WS-LINE-COUNT.
007460 8300-EXIT.
007470     EXIT.
007480
007490*-----------------------------------------------------------------
007500*  9999-TERMINATE.
007510*-----------------------------------------------------------------
007520 9999-TERMINATE.
007530     IF WS-MASTER-OPEN
007540         CLOSE TRIAL-MASTER
007550     END-IF.
007560     CLOSE COMPARISON-REPORT.
007570     MOVE SPACES TO WS-AUDIT-MESSAGE.
007580     STRING "TRIAL COMPARED " WS-CMP-COUNT " EMPLOYEES - "
007590         WS-CHANGED-COUNT " NET CHANGES, " WS-EXCP-COUNT
007600         " EXCEPTIONS"
007610         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
007620     CALL "AUDITLOG" USING
007630         BY CONTENT WS-AUDIT-PROGRAM-ID
007640         BY CONTENT WS-AUDIT-MESSAGE.
007650 9999-EXIT.
007660     EXIT.
