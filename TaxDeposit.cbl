000100*****************************************************************
000110*  PROGRAM-ID.   TAXDEPST
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - TAX REPORTING
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     STATUTORY TAX DEPOSIT SCHEDULE. FOR A KEYED DATE RANGE AND
000190*     DEPOSIT SCHEDULE THIS PRINTS ONE LINE PER PAY DATE IN THE
000200*     PAY HISTORY: THE STATUTORY TAX THE NIGHTLY RUN WITHHELD
000210*     (REGULAR, RETURNED AND REVERSAL LINES), THE TAX WITHHELD
000220*     THE SAME DAY OFF-CYCLE OR ON A RETRO ADJUSTMENT, THE TOTAL
000230*     LIABILITY THE DATE CREATED, THE 2500 STATUTORY TAX PAYABLE
000240*     POSTED FOR IT, AND THE DATE THE DEPOSIT IS DUE. A DATE
000250*     WHOSE RUN WITHHOLDING DOES NOT EQUAL ITS 2500 POSTINGS IS
000260*     FLAGGED *. A SECOND SECTION TOTALS THE LIABILITY BY DUE
000270*     DATE - THE DEPOSITS TO MAKE.
000280*
000290*     DUE DATES -
000300*       M  MONTHLY DEPOSITOR - THE 15TH OF THE FOLLOWING MONTH.
000310*       S  SEMIWEEKLY DEPOSITOR - A WEDNESDAY, THURSDAY OR FRIDAY
000320*          PAY DATE IS DUE THE FOLLOWING WEDNESDAY; A SATURDAY TO
000330*          TUESDAY PAY DATE IS DUE THE FOLLOWING FRIDAY.
000340*       N  WHATEVER THE SCHEDULE, A PAY DATE WHOSE LIABILITY IS
000350*          100,000.00 OR MORE IS DUE THE NEXT BUSINESS DAY.
000360*     A DUE DATE FALLING ON A SATURDAY OR SUNDAY MOVES TO THE
000370*     MONDAY. BANK HOLIDAYS ARE NOT KNOWN TO THE SYSTEM - A DUE
000380*     DATE ON A HOLIDAY MUST BE MOVED BY HAND TO THE NEXT
000390*     BUSINESS DAY, AS THE REPORT FOOTING REMINDS.
000390*
000390*     EACH COMPANY ON THE COMPANY TABLE MAKES ITS OWN DEPOSITS,
000390*     SO THE SCHEDULE IS PRINTED IN ONE SECTION PER COMPANY, EACH
000390*     WITH ITS OWN PAY DATES, TOTALS, PROOF AND DEPOSITS DUE, AND
000390*     THE NEXT-DAY RULE IS APPLIED TO EACH COMPANY'S LIABILITY ON
000390*     ITS OWN. A LINE'S COMPANY IS TAKEN FROM THE MASTER (BLANK,
000390*     OR NOT ON THE MASTER, IS THE HOME COMPANY 01), AND EACH
000390*     COMPANY IS PROVED ONLY AGAINST THE 2500 LINES POSTED UNDER
000390*     ITS OWN GL-COMPANY. HISTORY OR POSTINGS FOR A COMPANY NOT ON
000390*     THE TABLE ARE LEFT OUT OF EVERY SECTION, COUNTED AT THE END
000390*     AND SENT TO EXCPTLOG.
000400*-----------------------------------------------------------------
000410*  MODIFICATION HISTORY.
000420*  DATE       INIT  DESCRIPTION
000430*  ---------  ----  -----------------------------------------
000440*  10/14/26   RCA   ORIGINAL PROGRAM.
000440*  10/15/26   RCA   ONE SECTION PER COMPANY WITH ITS OWN TOTALS,
000440*                   PROOF AND DEPOSITS DUE; THE NEXT-DAY RULE IS
000440*                   TESTED PER COMPANY. EACH LINE'S COMPANY COMES
000440*                   FROM THE MASTER AND EACH COMPANY IS PROVED
000440*                   ONLY AGAINST ITS OWN GL-COMPANY 2500 LINES.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. TAXDEPST.
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
000580     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000580         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS EMP-NO
000580         FILE STATUS IS WS-EMPMAST-STATUS.
000590     SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-GLHIST-STATUS.
000620     SELECT DEPOSIT-REPORT ASSIGN TO "TAXDEPRT"
000630         ORGANIZATION IS SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PAY-HISTORY-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY PAYHST.
000690
000690 FD  EMPLOYEE-MASTER
000690     LABEL RECORDS ARE STANDARD.
000690     COPY EMPREC.
000690
000710 FD  GL-HISTORY-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY GLPOST.
000740
000750 FD  DEPOSIT-REPORT
000760     LABEL RECORDS ARE STANDARD.
000770 01  RPT-LINE                    PIC X(80).
000780
000790 WORKING-STORAGE SECTION.
000800 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000810     88  WS-END-OF-FILE                      VALUE "Y".
000820 01  WS-PAYHIST-STATUS            PIC X(02) VALUE SPACES.
000820 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
000820 01  WS-EMPMAST-OK-SW             PIC X(01) VALUE "N".
000820     88  WS-EMPMAST-OK                       VALUE "Y".
000830 01  WS-GLHIST-STATUS             PIC X(02) VALUE SPACES.
000840
000850 01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
000860 01  WS-TO-DATE                   PIC 9(08) VALUE ZERO.
000870 01  WS-DATE-OK-SW                PIC X(01) VALUE "N".
000880     88  WS-DATE-OK                          VALUE "Y".
000890 01  WS-SCHEDULE                  PIC X(01) VALUE SPACE.
000900     88  WS-MONTHLY                          VALUE "M".
000910     88  WS-SEMIWEEKLY                       VALUE "S".
000920     88  WS-SCHEDULE-VALID                   VALUE "M" "S".
000930
000930*  ONE ENTRY PER COMPANY AND PAY DATE IN THE RANGE, KEPT IN
000930*  COMPANY THEN DATE ORDER AS IT IS BUILT. RUN TAX IS THE R/X/V
000930*  WITHHOLDING 2500 SHOULD CARRY; OTHER TAX IS THE O AND A
000930*  WITHHOLDING OF THE SAME DATE.
000970 01  WS-DATE-TABLE.
000980     05  WS-DT-ENTRY              OCCURS 200 TIMES.
000980         10  WS-DT-KEY.
000980             15  WS-DT-CO-SUB     PIC 9(02).
000980             15  WS-DT-RUN-DATE   PIC 9(08).
001000         10  WS-DT-RUN-TAX        PIC S9(09)V99.
001010         10  WS-DT-OTH-TAX        PIC S9(09)V99.
001020         10  WS-DT-GL-TAX         PIC S9(09)V99.
001030         10  WS-DT-DUE-DATE       PIC 9(08).
001040         10  WS-DT-DUE-DAY        PIC 9(01).
001050         10  WS-DT-RULE           PIC X(01).
001060 01  WS-DT-COUNT                  PIC 9(03) VALUE ZERO.
001070 01  WS-DT-SUB                    PIC 9(03) VALUE ZERO.
001080 01  WS-DT-USE                    PIC 9(03) VALUE ZERO.
001090 01  WS-DT-FOUND-SW               PIC X(01) VALUE "N".
001100     88  WS-DT-FOUND                         VALUE "Y".
001110 01  WS-DT-FULL-SW                PIC X(01) VALUE "N".
001120     88  WS-DT-FULL                          VALUE "Y".
001130 01  WS-SKIPPED-LINES             PIC 9(05) VALUE ZERO.
001130 01  WS-SEARCH-KEY.
001130     05  WS-SEARCH-CO-SUB         PIC 9(02) VALUE ZERO.
001130     05  WS-SEARCH-DATE           PIC 9(08) VALUE ZERO.
001150
001150*  THE DEPOSITS TO MAKE - LIABILITY TOTALLED BY COMPANY AND DUE
001150*  DATE.
001170 01  WS-DUE-TABLE.
001180     05  WS-DU-ENTRY              OCCURS 200 TIMES.
001180         10  WS-DU-KEY.
001180             15  WS-DU-CO-SUB     PIC 9(02).
001180             15  WS-DU-DUE-DATE   PIC 9(08).
001200         10  WS-DU-DUE-DAY        PIC 9(01).
001210         10  WS-DU-AMOUNT         PIC S9(11)V99.
001220         10  WS-DU-DATES          PIC 9(03).
001230 01  WS-DU-COUNT                  PIC 9(03) VALUE ZERO.
001240 01  WS-DU-SUB                    PIC 9(03) VALUE ZERO.
001250 01  WS-DU-USE                    PIC 9(03) VALUE ZERO.
001260 01  WS-DU-FOUND-SW               PIC X(01) VALUE "N".
001270     88  WS-DU-FOUND                         VALUE "Y".
001270 01  WS-DUE-SEARCH-KEY.
001270     05  WS-DUE-SEARCH-CO-SUB     PIC 9(02) VALUE ZERO.
001270     05  WS-DUE-SEARCH-DATE       PIC 9(08) VALUE ZERO.
001280
001290 01  WS-TOTAL-RUN-TAX             PIC S9(11)V99 VALUE ZERO.
001300 01  WS-TOTAL-OTH-TAX             PIC S9(11)V99 VALUE ZERO.
001310 01  WS-TOTAL-LIABILITY           PIC S9(11)V99 VALUE ZERO.
001320 01  WS-TOTAL-GL-TAX              PIC S9(11)V99 VALUE ZERO.
001330 01  WS-LIABILITY                 PIC S9(11)V99 VALUE ZERO.
001340 01  WS-NEXT-DAY-LIMIT            PIC S9(11)V99 VALUE 100000.00.
001350 01  WS-OUT-OF-PROOF              PIC 9(03) VALUE ZERO.
001350 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001350 01  WS-WORK-COMPANY              PIC X(02) VALUE SPACES.
001350 01  WS-NO-CO-LINES               PIC 9(05) VALUE ZERO.
001350 01  WS-NO-CO-GL-TAX              PIC S9(11)V99 VALUE ZERO.
001360
001370*  DATE ARITHMETIC WORK AREA. WS-DAY-OF-WEEK RUNS 1 (MONDAY)
001380*  TO 7 (SUNDAY).
001390 01  WS-DATE-WORK                 PIC 9(08) VALUE ZERO.
001400 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001410     05  WS-DW-CCYY               PIC 9(04).
001420     05  WS-DW-MM                 PIC 9(02).
001430     05  WS-DW-DD                 PIC 9(02).
001440 01  WS-DAY-OF-WEEK               PIC 9(01) VALUE ZERO.
001450     88  WS-WEEKEND                          VALUE 6 7.
001460 01  WS-DAYS-TO-ADD               PIC 9(02) VALUE ZERO.
001470 01  WS-DAY-COUNT                 PIC 9(02) VALUE ZERO.
001480 01  WS-ZL-MONTH                  PIC 9(02) VALUE ZERO.
001490 01  WS-ZL-YEAR                   PIC 9(04) VALUE ZERO.
001500 01  WS-ZL-CENTURY                PIC 9(02) VALUE ZERO.
001510 01  WS-ZL-YEAR-OF-CENT           PIC 9(02) VALUE ZERO.
001520 01  WS-ZL-TERM                   PIC 9(05) VALUE ZERO.
001530 01  WS-ZL-SUM                    PIC 9(05) VALUE ZERO.
001540 01  WS-ZL-QUOTIENT               PIC 9(05) VALUE ZERO.
001550 01  WS-ZL-H                      PIC 9(01) VALUE ZERO.
001560 01  WS-LEAP-QUOTIENT             PIC 9(04) VALUE ZERO.
001570 01  WS-LEAP-REM-4                PIC 9(03) VALUE ZERO.
001580 01  WS-LEAP-REM-100              PIC 9(03) VALUE ZERO.
001590 01  WS-LEAP-REM-400              PIC 9(03) VALUE ZERO.
001600 01  WS-MONTH-LENGTH              PIC 9(02) VALUE ZERO.
001610
001620 01  WS-MONTH-DAYS-LIST           PIC X(24)
001630         VALUE "312831303130313130313031".
001640 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIST.
001650     05  WS-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.
001660
001670*  DAYS FROM A SEMIWEEKLY PAY DATE TO ITS DEPOSIT DATE, BY DAY
001680*  OF WEEK - MONDAY AND TUESDAY TO FRIDAY, WEDNESDAY TO FRIDAY
001690*  TO THE NEXT WEDNESDAY, SATURDAY AND SUNDAY TO FRIDAY.
001700 01  WS-SEMIWEEKLY-LIST           PIC X(07) VALUE "4376565".
001710 01  WS-SEMIWEEKLY-R REDEFINES WS-SEMIWEEKLY-LIST.
001720     05  WS-SEMIWEEKLY-DAYS       PIC 9(01) OCCURS 7 TIMES.
001730
001740 01  WS-DAY-NAME-LIST             PIC X(21)
001750         VALUE "MONTUEWEDTHUFRISATSUN".
001760 01  WS-DAY-NAME-R REDEFINES WS-DAY-NAME-LIST.
001770     05  WS-DAY-NAME              PIC X(03) OCCURS 7 TIMES.
001780
001790 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
001800 01  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
001810
001820 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "TAXDEPST".
001830 01  WS-AUDIT-MESSAGE             PIC X(60).
001840 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "W".
001850 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
001860
001870 01  WS-RPT-HEADING-1.
001880     05  FILLER                  PIC X(20)
001890         VALUE "PAYROLL SYSTEMS".
001900     05  FILLER                  PIC X(40)
001910         VALUE "STATUTORY TAX DEPOSIT SCHEDULE".
001920     05  FILLER                  PIC X(20) VALUE SPACES.
001930
001940 01  WS-RPT-PERIOD-LINE.
001950     05  FILLER                  PIC X(07) VALUE "PERIOD".
001960     05  HDG-FROM-DATE           PIC 9(08).
001970     05  FILLER                  PIC X(04) VALUE " TO ".
001980     05  HDG-TO-DATE             PIC 9(08).
001990     05  FILLER                  PIC X(04) VALUE SPACES.
002000     05  HDG-SCHEDULE            PIC X(20).
002010     05  FILLER                  PIC X(29) VALUE SPACES.
002020
002020 01  WS-RPT-COMPANY-LINE.
002020     05  FILLER                  PIC X(08) VALUE "COMPANY".
002020     05  HDG-CO-CODE             PIC X(02).
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  HDG-CO-NAME             PIC X(30).
002020     05  FILLER                  PIC X(38) VALUE SPACES.
002020
002030 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
002040
002050 01  WS-RPT-COLUMN-HEADING.
002060     05  FILLER                  PIC X(09) VALUE "PAY DATE".
002070     05  FILLER                  PIC X(13) VALUE "     RUN TAX".
002080     05  FILLER                  PIC X(13) VALUE "   OTHER TAX".
002090     05  FILLER                  PIC X(13) VALUE "   LIABILITY".
002100     05  FILLER                  PIC X(13) VALUE "     GL 2500".
002110     05  FILLER                  PIC X(19)
002120         VALUE " DUE DATE DAY RULE".
002130
002140 01  WS-RPT-DETAIL-LINE.
002150     05  DTL-RUN-DATE            PIC 9(08).
002160     05  FILLER                  PIC X(01) VALUE SPACE.
002170     05  DTL-RUN-TAX             PIC ZZZZ,ZZ9.99-.
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  DTL-OTH-TAX             PIC ZZZZ,ZZ9.99-.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  DTL-LIABILITY           PIC ZZZZ,ZZ9.99-.
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  DTL-GL-TAX              PIC ZZZZ,ZZ9.99-.
002240     05  DTL-PROOF-FLAG          PIC X(01).
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  DTL-DUE-DATE            PIC 9(08).
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  DTL-DUE-DAY             PIC X(03).
002290     05  FILLER                  PIC X(03) VALUE SPACES.
002300     05  DTL-RULE                PIC X(01).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320
002330 01  WS-RPT-TOTAL-LINE.
002340     05  FILLER                  PIC X(08) VALUE "TOTALS".
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  TOT-RUN-TAX             PIC ZZZZ,ZZ9.99-.
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  TOT-OTH-TAX             PIC ZZZZ,ZZ9.99-.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  TOT-LIABILITY           PIC ZZZZ,ZZ9.99-.
002410     05  FILLER                  PIC X(01) VALUE SPACE.
002420     05  TOT-GL-TAX              PIC ZZZZ,ZZ9.99-.
002430     05  FILLER                  PIC X(20) VALUE SPACES.
002440
002450 01  WS-RPT-DUE-HEADING.
002460     05  FILLER                  PIC X(20) VALUE "DEPOSITS DUE".
002470     05  FILLER                  PIC X(60) VALUE SPACES.
002480
002490 01  WS-RPT-DUE-COLUMN-HEADING.
002500     05  FILLER                  PIC X(13) VALUE "DUE DATE DAY".
002510     05  FILLER                  PIC X(20)
002520         VALUE "      DEPOSIT AMOUNT".
002530     05  FILLER                  PIC X(47) VALUE "   PAY DATES".
002540
002550 01  WS-RPT-DUE-LINE.
002560     05  DUE-DUE-DATE            PIC 9(08).
002570     05  FILLER                  PIC X(01) VALUE SPACE.
002580     05  DUE-DUE-DAY             PIC X(03).
002590     05  FILLER                  PIC X(03) VALUE SPACES.
002600     05  DUE-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002610     05  FILLER                  PIC X(07) VALUE SPACES.
002620     05  DUE-DATES               PIC ZZ9.
002630     05  FILLER                  PIC X(37) VALUE SPACES.
002640
002650 01  WS-RPT-MESSAGE-LINE          PIC X(80).
002650
002650     COPY COMPTBL.
002660
002670 PROCEDURE DIVISION.
002680
002690*-----------------------------------------------------------------
002700*  0000-MAINLINE.
002710*-----------------------------------------------------------------
002720 0000-MAINLINE.
002730     MOVE "N" TO WS-DATE-OK-SW.
002740     PERFORM 0510-GET-FROM-DATE
002750         THRU 0510-EXIT
002760         UNTIL WS-DATE-OK.
002770     MOVE "N" TO WS-DATE-OK-SW.
002780     PERFORM 0520-GET-TO-DATE
002790         THRU 0520-EXIT
002800         UNTIL WS-DATE-OK.
002810     MOVE SPACE TO WS-SCHEDULE.
002820     PERFORM 0530-GET-SCHEDULE
002830         THRU 0530-EXIT
002840         UNTIL WS-SCHEDULE-VALID.
002840     MOVE "L" TO CM-FUNCTION.
002840     CALL "COMPTAB" USING
002840         BY REFERENCE COMPANY-TABLE-AREA.
002850     PERFORM 1000-SCAN-PAY-HISTORY
002860         THRU 1000-EXIT.
002870     PERFORM 3000-SUM-GL-POSTINGS
002880         THRU 3000-EXIT.
002890     PERFORM 5000-SET-DUE-DATES
002900         THRU 5000-EXIT.
002910     PERFORM 4000-PRINT-REPORT
002920         THRU 4000-EXIT.
002930     GOBACK.
002940
002950 0510-GET-FROM-DATE.
002960     DISPLAY "ENTER PERIOD FROM DATE (CCYYMMDD): ".
002970     ACCEPT WS-FROM-DATE.
002980     IF WS-FROM-DATE IS NUMERIC
002990             AND WS-FROM-DATE GREATER THAN ZERO
003000         SET WS-DATE-OK TO TRUE
003010     ELSE
003020         DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD. "
003030             "RE-ENTER."
003040     END-IF.
003050 0510-EXIT.
003060     EXIT.
003070
003080 0520-GET-TO-DATE.
003090     DISPLAY "ENTER PERIOD TO DATE (CCYYMMDD): ".
003100     ACCEPT WS-TO-DATE.
003110     IF WS-TO-DATE IS NUMERIC
003120             AND WS-TO-DATE NOT LESS THAN WS-FROM-DATE
003130         SET WS-DATE-OK TO TRUE
003140     ELSE
003150         DISPLAY "INVALID DATE - MUST BE NUMERIC AND NOT "
003160             "BEFORE THE FROM DATE. RE-ENTER."
003170     END-IF.
003180 0520-EXIT.
003190     EXIT.
003200
003210 0530-GET-SCHEDULE.
003220     DISPLAY "ENTER DEPOSIT SCHEDULE (M=MONTHLY, S=SEMIWEEKLY): ".
003230     ACCEPT WS-SCHEDULE.
003240     IF NOT WS-SCHEDULE-VALID
003250         DISPLAY "INVALID SCHEDULE - MUST BE M OR S. RE-ENTER."
003260     END-IF.
003270 0530-EXIT.
003280     EXIT.
003290
003300*-----------------------------------------------------------------
003310*  1000-SCAN-PAY-HISTORY.
003320*  READS THE PAY HISTORY TOP TO BOTTOM AND ROLLS THE STATUTORY
003320*  TAX ON EVERY LINE IN THE RANGE INTO ITS COMPANY AND PAY
003320*  DATE'S ENTRY. THE MASTER IS OPEN INPUT HERE PURELY FOR THE
003320*  COMPANY LOOKUP.
003340*-----------------------------------------------------------------
003350 1000-SCAN-PAY-HISTORY.
003360     OPEN INPUT PAY-HISTORY-FILE.
003370     IF WS-PAYHIST-STATUS NOT EQUAL "00"
003380         DISPLAY "TAXDEPST - PAY HISTORY NOT AVAILABLE - "
003390             "NOTHING TO REPORT."
003400         GO TO 1000-EXIT
003410     END-IF.
003410     OPEN INPUT EMPLOYEE-MASTER.
003410     IF WS-EMPMAST-STATUS EQUAL "00"
003410         SET WS-EMPMAST-OK TO TRUE
003410     END-IF.
003420     PERFORM 1100-SCAN-ONE-LINE
003430         THRU 1100-EXIT
003440         UNTIL WS-END-OF-FILE.
003440     IF WS-EMPMAST-OK
003440         CLOSE EMPLOYEE-MASTER
003410     END-IF.
003450     CLOSE PAY-HISTORY-FILE.
003460 1000-EXIT.
003470     EXIT.
003480
003490*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
003500*  ERROR CANNOT SPIN.
003510 1100-SCAN-ONE-LINE.
003520     READ PAY-HISTORY-FILE
003530         AT END
003540             SET WS-END-OF-FILE TO TRUE
003550             GO TO 1100-EXIT
003560     END-READ.
003570     IF WS-PAYHIST-STATUS NOT EQUAL "00"
003580         SET WS-END-OF-FILE TO TRUE
003590         GO TO 1100-EXIT
003600     END-IF.
003610     IF PH-RUN-DATE LESS THAN WS-FROM-DATE
003620             OR PH-RUN-DATE GREATER THAN WS-TO-DATE
003630         GO TO 1100-EXIT
003640     END-IF.
003640     PERFORM 1300-FIND-COMPANY
003640         THRU 1300-EXIT.
003640     IF WS-SEARCH-CO-SUB EQUAL ZERO
003640         ADD 1 TO WS-NO-CO-LINES
003630         GO TO 1100-EXIT
003640     END-IF.
003650     MOVE PH-RUN-DATE TO WS-SEARCH-DATE.
003660     PERFORM 1200-FIND-DATE
003670         THRU 1200-EXIT.
003680     IF WS-DT-USE EQUAL ZERO
003690         ADD 1 TO WS-SKIPPED-LINES
003700         GO TO 1100-EXIT
003710     END-IF.
003720*  REGULAR, RETURNED AND REVERSAL LINES ARE THE NIGHTLY RUN'S
003730*  WITHHOLDING, POSTED TO 2500 UNDER THE SAME RUN DATE.
003740     IF PH-REGULAR OR PH-RETURNED OR PH-REVERSAL
003750         ADD PH-STAT-TAX TO WS-DT-RUN-TAX(WS-DT-USE)
003760     ELSE
003770         ADD PH-STAT-TAX TO WS-DT-OTH-TAX(WS-DT-USE)
003780     END-IF.
003790 1100-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------------
003830*  1200-FIND-DATE.
003830*  POINTS WS-DT-USE AT THE ENTRY FOR WS-SEARCH-KEY (COMPANY AND
003830*  DATE), OPENING ONE IN KEY ORDER THE FIRST TIME THE KEY IS
003830*  SEEN. WITH ALL 200 ENTRIES IN USE A NEW KEY IS LEFT OUT, WITH
003830*  AN EXCEPTION, AND WS-DT-USE IS ZERO.
003880*-----------------------------------------------------------------
003890 1200-FIND-DATE.
003900     MOVE "N" TO WS-DT-FOUND-SW.
003910     MOVE ZERO TO WS-DT-USE.
003920     PERFORM 1210-MATCH-ONE-DATE
003930         THRU 1210-EXIT
003940         VARYING WS-DT-SUB FROM 1 BY 1
003950         UNTIL WS-DT-SUB GREATER THAN WS-DT-COUNT
003960             OR WS-DT-FOUND
003970             OR WS-DT-USE GREATER THAN ZERO.
003980     IF WS-DT-FOUND
003990         GO TO 1200-EXIT
004000     END-IF.
004010     IF WS-DT-COUNT EQUAL 200
004020         MOVE ZERO TO WS-DT-USE
004030         IF NOT WS-DT-FULL
004040             SET WS-DT-FULL TO TRUE
004050             MOVE SPACES TO WS-EXCP-MESSAGE
004060             STRING "PAY DATE TABLE FULL AT 200 - SCHEDULE IS "
004070                 "INCOMPLETE"
004080                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
004090             MOVE "E" TO WS-EXCP-SEVERITY
004100             CALL "EXCPTLOG" USING
004110                 BY CONTENT WS-AUDIT-PROGRAM-ID
004120                 BY CONTENT WS-EXCP-SEVERITY
004130                 BY CONTENT WS-EXCP-MESSAGE
004140         END-IF
004150         GO TO 1200-EXIT
004160     END-IF.
004170*  NO LATER DATE ON THE TABLE - THE NEW ENTRY GOES ON THE END.
004180     IF WS-DT-USE EQUAL ZERO
004190         COMPUTE WS-DT-USE = WS-DT-COUNT + 1
004200     END-IF.
004210     PERFORM 1220-SHIFT-ONE-DATE
004220         THRU 1220-EXIT
004230         VARYING WS-DT-SUB FROM WS-DT-COUNT BY -1
004240         UNTIL WS-DT-SUB LESS THAN WS-DT-USE.
004250     ADD 1 TO WS-DT-COUNT.
004250     MOVE WS-SEARCH-KEY TO WS-DT-KEY(WS-DT-USE).
004270     MOVE ZERO TO WS-DT-RUN-TAX(WS-DT-USE).
004280     MOVE ZERO TO WS-DT-OTH-TAX(WS-DT-USE).
004290     MOVE ZERO TO WS-DT-GL-TAX(WS-DT-USE).
004300     MOVE ZERO TO WS-DT-DUE-DATE(WS-DT-USE).
004310     MOVE ZERO TO WS-DT-DUE-DAY(WS-DT-USE).
004320     MOVE SPACE TO WS-DT-RULE(WS-DT-USE).
004330 1200-EXIT.
004340     EXIT.
004350
004350*  STOPS ON THE KEY, OR ON THE FIRST LATER KEY - THE SLOT THE
004370*  NEW ENTRY WILL TAKE.
004380 1210-MATCH-ONE-DATE.
004380     IF WS-DT-KEY(WS-DT-SUB) EQUAL WS-SEARCH-KEY
004400         SET WS-DT-FOUND TO TRUE
004410         MOVE WS-DT-SUB TO WS-DT-USE
004420     ELSE
004420         IF WS-DT-KEY(WS-DT-SUB) GREATER THAN WS-SEARCH-KEY
004440             MOVE WS-DT-SUB TO WS-DT-USE
004450         END-IF
004460     END-IF.
004470 1210-EXIT.
004480     EXIT.
004490
004500 1220-SHIFT-ONE-DATE.
004510     IF WS-DT-SUB EQUAL ZERO
004520         GO TO 1220-EXIT
004530     END-IF.
004540     MOVE WS-DT-ENTRY(WS-DT-SUB)
004550         TO WS-DT-ENTRY(WS-DT-SUB + 1).
004560 1220-EXIT.
004570     EXIT.
004570
004570*-----------------------------------------------------------------
004570*  1300-FIND-COMPANY.
004570*  SETS WS-SEARCH-CO-SUB TO THE COMPANY THE MASTER PAYS THE
004570*  HISTORY LINE'S EMPLOYEE UNDER - BLANK, OR NO MASTER ROW, IS
004570*  THE HOME COMPANY. A COMPANY NOT ON THE TABLE LEAVES IT ZERO.
004570*-----------------------------------------------------------------
004570 1300-FIND-COMPANY.
004570     MOVE SPACES TO WS-WORK-COMPANY.
004570     IF WS-EMPMAST-OK
004570         MOVE PH-EMP-NO TO EMP-NO
004570         READ EMPLOYEE-MASTER
004570             INVALID KEY
004570                 CONTINUE
004570             NOT INVALID KEY
004570                 MOVE EMP-COMPANY TO WS-WORK-COMPANY
004570         END-READ
004570     END-IF.
004570     MOVE ZERO TO WS-SEARCH-CO-SUB.
004570     MOVE WS-WORK-COMPANY TO CM-COMPANY-CODE.
004570     MOVE "F" TO CM-FUNCTION.
004570     CALL "COMPTAB" USING
004570         BY REFERENCE COMPANY-TABLE-AREA.
004570     IF CM-RESULT-OK
004570         MOVE CM-SUB TO WS-SEARCH-CO-SUB
004570     END-IF.
004570 1300-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------------
004600*  3000-SUM-GL-POSTINGS.
004610*  ADDS EACH 2500 STATUTORY-TAX-PAYABLE POSTING IN THE RANGE TO
004610*  THE ENTRY FOR ITS COMPANY (BLANK IS THE HOME COMPANY) AND RUN
004610*  DATE. A POSTING DATE WITH NO PAY HISTORY STILL GETS AN ENTRY,
004610*  SO IT SHOWS UP OUT OF PROOF.
004640*-----------------------------------------------------------------
004650 3000-SUM-GL-POSTINGS.
004660     MOVE "N" TO WS-EOF-SW.
004670     OPEN INPUT GL-HISTORY-FILE.
004680     IF WS-GLHIST-STATUS NOT EQUAL "00"
004690         DISPLAY "TAXDEPST - GL POSTING HISTORY NOT AVAILABLE "
004700             "- PROOF WILL SHOW ZERO."
004710         GO TO 3000-EXIT
004720     END-IF.
004730     PERFORM 3100-SUM-ONE-POSTING
004740         THRU 3100-EXIT
004750         UNTIL WS-END-OF-FILE.
004760     CLOSE GL-HISTORY-FILE.
004770 3000-EXIT.
004780     EXIT.
004790
004800*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
004810*  ERROR CANNOT SPIN.
004820 3100-SUM-ONE-POSTING.
004830     READ GL-HISTORY-FILE
004840         AT END
004850             SET WS-END-OF-FILE TO TRUE
004860             GO TO 3100-EXIT
004870     END-READ.
004880     IF WS-GLHIST-STATUS NOT EQUAL "00"
004890         SET WS-END-OF-FILE TO TRUE
004900         GO TO 3100-EXIT
004910     END-IF.
004920     IF GL-ACCOUNT NOT EQUAL "2500"
004930             OR GL-RUN-DATE LESS THAN WS-FROM-DATE
004940             OR GL-RUN-DATE GREATER THAN WS-TO-DATE
004950         GO TO 3100-EXIT
004960     END-IF.
004960     MOVE GL-COMPANY TO CM-COMPANY-CODE.
004960     MOVE "F" TO CM-FUNCTION.
004960     CALL "COMPTAB" USING
004960         BY REFERENCE COMPANY-TABLE-AREA.
004960     IF NOT CM-RESULT-OK
004960         ADD GL-AMOUNT TO WS-NO-CO-GL-TAX
004950         GO TO 3100-EXIT
004960     END-IF.
004960     MOVE CM-SUB TO WS-SEARCH-CO-SUB.
004970     MOVE GL-RUN-DATE TO WS-SEARCH-DATE.
004980     PERFORM 1200-FIND-DATE
004990         THRU 1200-EXIT.
005000     IF WS-DT-USE GREATER THAN ZERO
005010         ADD GL-AMOUNT TO WS-DT-GL-TAX(WS-DT-USE)
005020     END-IF.
005030 3100-EXIT.
005040     EXIT.
005050
005060*-----------------------------------------------------------------
005070*  4000-PRINT-REPORT.
005070*  ONE SECTION PER COMPANY, THEN WHATEVER BELONGED TO NO
005070*  COMPANY ON THE TABLE.
005100*-----------------------------------------------------------------
005110 4000-PRINT-REPORT.
005120     OPEN OUTPUT DEPOSIT-REPORT.
005120     PERFORM 4050-PRINT-ONE-COMPANY
005120         THRU 4050-EXIT
005120         VARYING WS-CO-SUB FROM 1 BY 1
005120         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
005120     PERFORM 4900-PRINT-NO-COMPANY
005120         THRU 4900-EXIT.
005120     CLOSE DEPOSIT-REPORT.
005120     MOVE SPACES TO WS-AUDIT-MESSAGE.
005120     STRING "DEPOSIT SCHEDULE PRINTED " WS-FROM-DATE " TO "
005120         WS-TO-DATE " SCHEDULE " WS-SCHEDULE
005120         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005120     CALL "AUDITLOG" USING
005120         BY CONTENT WS-AUDIT-PROGRAM-ID
005120         BY CONTENT WS-AUDIT-MESSAGE.
005120 4000-EXIT.
005120     EXIT.
005120
005100*-----------------------------------------------------------------
005100*  4050-PRINT-ONE-COMPANY.
005100*  ONE LINE PER PAY DATE OF THE COMPANY WITH ITS DUE DATE, THE
005100*  COMPANY'S RANGE TOTALS, THEN ITS DEPOSITS DUE.
005100*-----------------------------------------------------------------
005100 4050-PRINT-ONE-COMPANY.
005100     MOVE ZERO TO WS-TOTAL-RUN-TAX.
005100     MOVE ZERO TO WS-TOTAL-OTH-TAX.
005100     MOVE ZERO TO WS-TOTAL-LIABILITY.
005100     MOVE ZERO TO WS-TOTAL-GL-TAX.
005100     MOVE ZERO TO WS-OUT-OF-PROOF.
005130     PERFORM 8000-START-PAGE
005140         THRU 8000-EXIT.
005150     PERFORM 4100-PRINT-ONE-DATE
005160         THRU 4100-EXIT
005170         VARYING WS-DT-SUB FROM 1 BY 1
005180         UNTIL WS-DT-SUB GREATER THAN WS-DT-COUNT.
005190     WRITE RPT-LINE FROM WS-RPT-HEADING-3
005200         AFTER ADVANCING 1 LINE.
005210     MOVE WS-TOTAL-RUN-TAX   TO TOT-RUN-TAX.
005220     MOVE WS-TOTAL-OTH-TAX   TO TOT-OTH-TAX.
005230     MOVE WS-TOTAL-LIABILITY TO TOT-LIABILITY.
005240     MOVE WS-TOTAL-GL-TAX    TO TOT-GL-TAX.
005250     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
005260         AFTER ADVANCING 1 LINE.
005270     IF WS-OUT-OF-PROOF GREATER THAN ZERO
005280         MOVE SPACES TO WS-RPT-MESSAGE-LINE
005290         STRING "*** " WS-OUT-OF-PROOF " PAY DATE(S) WHERE RUN "
005300             "TAX DOES NOT EQUAL GL 2500 ***"
005310             DELIMITED BY SIZE INTO WS-RPT-MESSAGE-LINE
005320         WRITE RPT-LINE FROM WS-RPT-MESSAGE-LINE
005330             AFTER ADVANCING 2 LINES
005340     END-IF.
005350     IF WS-SKIPPED-LINES GREATER THAN ZERO
005360         MOVE SPACES TO WS-RPT-MESSAGE-LINE
005370         STRING "*** " WS-SKIPPED-LINES " PAY-HISTORY LINES LEFT "
005380             "OUT - TABLE FULL ***"
005390             DELIMITED BY SIZE INTO WS-RPT-MESSAGE-LINE
005400         WRITE RPT-LINE FROM WS-RPT-MESSAGE-LINE
005410             AFTER ADVANCING 1 LINE
005420     END-IF.
005430     PERFORM 4500-PRINT-DEPOSITS-DUE
005440         THRU 4500-EXIT.
005440 4050-EXIT.
005540     EXIT.
005540
005560 4100-PRINT-ONE-DATE.
005560     IF WS-DT-CO-SUB(WS-DT-SUB) NOT EQUAL WS-CO-SUB
005560         GO TO 4100-EXIT
005560     END-IF.
005570     IF WS-LINE-COUNT GREATER THAN 50
005580         PERFORM 8000-START-PAGE
005590             THRU 8000-EXIT
005600     END-IF.
005610     COMPUTE WS-LIABILITY = WS-DT-RUN-TAX(WS-DT-SUB)
005620         + WS-DT-OTH-TAX(WS-DT-SUB).
005630     MOVE WS-DT-RUN-DATE(WS-DT-SUB) TO DTL-RUN-DATE.
005640     MOVE WS-DT-RUN-TAX(WS-DT-SUB)  TO DTL-RUN-TAX.
005650     MOVE WS-DT-OTH-TAX(WS-DT-SUB)  TO DTL-OTH-TAX.
005660     MOVE WS-LIABILITY              TO DTL-LIABILITY.
005670     MOVE WS-DT-GL-TAX(WS-DT-SUB)   TO DTL-GL-TAX.
005680     IF WS-DT-RUN-TAX(WS-DT-SUB) EQUAL WS-DT-GL-TAX(WS-DT-SUB)
005690         MOVE SPACE TO DTL-PROOF-FLAG
005700     ELSE
005710         MOVE "*" TO DTL-PROOF-FLAG
005720         ADD 1 TO WS-OUT-OF-PROOF
005730     END-IF.
005740     MOVE WS-DT-DUE-DATE(WS-DT-SUB) TO DTL-DUE-DATE.
005750     MOVE WS-DAY-NAME(WS-DT-DUE-DAY(WS-DT-SUB)) TO DTL-DUE-DAY.
005760     MOVE WS-DT-RULE(WS-DT-SUB)     TO DTL-RULE.
005770     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
005780         AFTER ADVANCING 1 LINE.
005790     ADD 1 TO WS-LINE-COUNT.
005800     ADD WS-DT-RUN-TAX(WS-DT-SUB) TO WS-TOTAL-RUN-TAX.
005810     ADD WS-DT-OTH-TAX(WS-DT-SUB) TO WS-TOTAL-OTH-TAX.
005820     ADD WS-LIABILITY             TO WS-TOTAL-LIABILITY.
005830     ADD WS-DT-GL-TAX(WS-DT-SUB)  TO WS-TOTAL-GL-TAX.
005840 4100-EXIT.
005850     EXIT.
005860
005870*-----------------------------------------------------------------
005880*  4500-PRINT-DEPOSITS-DUE.
005880*  THE COMPANY'S LIABILITY TOTALLED BY DUE DATE, WITH THE
005880*  HOLIDAY REMINDER.
005910*-----------------------------------------------------------------
005920 4500-PRINT-DEPOSITS-DUE.
005930     IF WS-LINE-COUNT GREATER THAN 40
005940         PERFORM 8000-START-PAGE
005950             THRU 8000-EXIT
005960     END-IF.
005970     WRITE RPT-LINE FROM WS-RPT-DUE-HEADING
005980         AFTER ADVANCING 3 LINES.
005990     WRITE RPT-LINE FROM WS-RPT-DUE-COLUMN-HEADING
006000         AFTER ADVANCING 1 LINE.
006010     PERFORM 4510-PRINT-ONE-DUE-DATE
006020         THRU 4510-EXIT
006030         VARYING WS-DU-SUB FROM 1 BY 1
006040         UNTIL WS-DU-SUB GREATER THAN WS-DU-COUNT.
006050     MOVE "DUE DATES ARE NOT ADJUSTED FOR BANK HOLIDAYS - A DUE "
006060         TO WS-RPT-MESSAGE-LINE.
006070     WRITE RPT-LINE FROM WS-RPT-MESSAGE-LINE
006080         AFTER ADVANCING 2 LINES.
006090     MOVE "DATE ON A HOLIDAY MOVES TO THE NEXT BUSINESS DAY."
006100         TO WS-RPT-MESSAGE-LINE.
006110     WRITE RPT-LINE FROM WS-RPT-MESSAGE-LINE
006120         AFTER ADVANCING 1 LINE.
006130 4500-EXIT.
006140     EXIT.
006150
006160 4510-PRINT-ONE-DUE-DATE.
006160     IF WS-DU-CO-SUB(WS-DU-SUB) NOT EQUAL WS-CO-SUB
006160         GO TO 4510-EXIT
006160     END-IF.
006170     MOVE WS-DU-DUE-DATE(WS-DU-SUB) TO DUE-DUE-DATE.
006180     MOVE WS-DAY-NAME(WS-DU-DUE-DAY(WS-DU-SUB)) TO DUE-DUE-DAY.
006190     MOVE WS-DU-AMOUNT(WS-DU-SUB)   TO DUE-AMOUNT.
006200     MOVE WS-DU-DATES(WS-DU-SUB)    TO DUE-DATES.
006210     WRITE RPT-LINE FROM WS-RPT-DUE-LINE
006220         AFTER ADVANCING 1 LINE.
006230     ADD 1 TO WS-LINE-COUNT.
006240 4510-EXIT.
006250     EXIT.
006250
006250*-----------------------------------------------------------------
006250*  4900-PRINT-NO-COMPANY.
006250*  HISTORY AND 2500 POSTINGS FOR A COMPANY NOT ON THE COMPANY
006250*  TABLE ARE IN NO COMPANY'S SECTION. THEY ARE SHOWN AFTER THE
006250*  LAST SECTION AND SENT TO EXCPTLOG SO THE TABLE CAN BE PUT
006250*  RIGHT AND THE SCHEDULE RUN AGAIN.
006250*-----------------------------------------------------------------
006250 4900-PRINT-NO-COMPANY.
006250     IF WS-NO-CO-LINES EQUAL ZERO
006250             AND WS-NO-CO-GL-TAX EQUAL ZERO
006250         GO TO 4900-EXIT
006250     END-IF.
006250     MOVE SPACES TO WS-RPT-MESSAGE-LINE.
006250     STRING "*** " WS-NO-CO-LINES " PAY-HISTORY LINES FOR A "
006250         "COMPANY NOT ON THE TABLE - LEFT OUT ***"
006250         DELIMITED BY SIZE INTO WS-RPT-MESSAGE-LINE.
006250     WRITE RPT-LINE FROM WS-RPT-MESSAGE-LINE
006250         AFTER ADVANCING 3 LINES.
006250     MOVE ZERO            TO TOT-RUN-TAX.
006250     MOVE ZERO            TO TOT-OTH-TAX.
006250     MOVE ZERO            TO TOT-LIABILITY.
006250     MOVE WS-NO-CO-GL-TAX TO TOT-GL-TAX.
006250     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
006250         AFTER ADVANCING 1 LINE.
006250     MOVE SPACES TO WS-EXCP-MESSAGE.
006250     STRING WS-NO-CO-LINES " HISTORY LINES FOR A COMPANY NOT ON "
006250         "THE TABLE - LEFT OUT"
006250         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
006250     MOVE "E" TO WS-EXCP-SEVERITY.
006250     CALL "EXCPTLOG" USING
006250         BY CONTENT WS-AUDIT-PROGRAM-ID
006250         BY CONTENT WS-EXCP-SEVERITY
006250         BY CONTENT WS-EXCP-MESSAGE.
006250 4900-EXIT.
006250     EXIT.
006260
006270*-----------------------------------------------------------------
006280*  5000-SET-DUE-DATES.
006290*  WORKS OUT EACH PAY DATE'S DEPOSIT DUE DATE AND ROLLS ITS
006290*  LIABILITY INTO ITS COMPANY'S ENTRY IN THE DEPOSITS-DUE TABLE.
006290*  EACH ENTRY IS ONE COMPANY'S DATE, SO THE NEXT-DAY LIMIT IS
006290*  TESTED AGAINST THAT COMPANY'S LIABILITY ALONE.
006310*-----------------------------------------------------------------
006320 5000-SET-DUE-DATES.
006330     PERFORM 5100-SET-ONE-DUE-DATE
006340         THRU 5100-EXIT
006350         VARYING WS-DT-SUB FROM 1 BY 1
006360         UNTIL WS-DT-SUB GREATER THAN WS-DT-COUNT.
006370 5000-EXIT.
006380     EXIT.
006390
006400 5100-SET-ONE-DUE-DATE.
006410     COMPUTE WS-LIABILITY = WS-DT-RUN-TAX(WS-DT-SUB)
006420         + WS-DT-OTH-TAX(WS-DT-SUB).
006430     MOVE WS-DT-RUN-DATE(WS-DT-SUB) TO WS-DATE-WORK.
006440     IF WS-LIABILITY NOT LESS THAN WS-NEXT-DAY-LIMIT
006450         MOVE "N" TO WS-DT-RULE(WS-DT-SUB)
006460         MOVE 1 TO WS-DAYS-TO-ADD
006470         PERFORM 6200-ADD-DAYS
006480             THRU 6200-EXIT
006490         GO TO 5100-ROLL-WEEKEND
006500     END-IF.
006510     IF WS-MONTHLY
006520         MOVE "M" TO WS-DT-RULE(WS-DT-SUB)
006530         ADD 1 TO WS-DW-MM
006540         IF WS-DW-MM GREATER THAN 12
006550             MOVE 1 TO WS-DW-MM
006560             ADD 1 TO WS-DW-CCYY
006570         END-IF
006580         MOVE 15 TO WS-DW-DD
006590         GO TO 5100-ROLL-WEEKEND
006600     END-IF.
006610     MOVE "S" TO WS-DT-RULE(WS-DT-SUB).
006620     PERFORM 6000-DAY-OF-WEEK
006630         THRU 6000-EXIT.
006640     MOVE WS-SEMIWEEKLY-DAYS(WS-DAY-OF-WEEK) TO WS-DAYS-TO-ADD.
006650     PERFORM 6200-ADD-DAYS
006660         THRU 6200-EXIT.
006670*  A DUE DATE ON A SATURDAY OR SUNDAY MOVES TO THE MONDAY.
006680 5100-ROLL-WEEKEND.
006690     PERFORM 6000-DAY-OF-WEEK
006700         THRU 6000-EXIT.
006710     IF WS-WEEKEND
006720         COMPUTE WS-DAYS-TO-ADD = 8 - WS-DAY-OF-WEEK
006730         PERFORM 6200-ADD-DAYS
006740             THRU 6200-EXIT
006750         PERFORM 6000-DAY-OF-WEEK
006760             THRU 6000-EXIT
006770     END-IF.
006780     MOVE WS-DATE-WORK    TO WS-DT-DUE-DATE(WS-DT-SUB).
006790     MOVE WS-DAY-OF-WEEK  TO WS-DT-DUE-DAY(WS-DT-SUB).
006800     PERFORM 5200-ADD-TO-DUE-TABLE
006810         THRU 5200-EXIT.
006820 5100-EXIT.
006830     EXIT.
006840
006850*-----------------------------------------------------------------
006860*  5200-ADD-TO-DUE-TABLE.
006860*  ADDS WS-LIABILITY TO THE ENTRY FOR THE PAY DATE'S COMPANY AND
006860*  THE DUE DATE JUST SET, OPENING ONE IN KEY ORDER. THERE CAN BE
006860*  NO MORE DUE DATES THAN PAY DATES, SO THIS TABLE CANNOT FILL.
006900*-----------------------------------------------------------------
006910 5200-ADD-TO-DUE-TABLE.
006910     MOVE WS-DT-CO-SUB(WS-DT-SUB) TO WS-DUE-SEARCH-CO-SUB.
006910     MOVE WS-DATE-WORK TO WS-DUE-SEARCH-DATE.
006920     MOVE "N" TO WS-DU-FOUND-SW.
006930     MOVE ZERO TO WS-DU-USE.
006940     PERFORM 5210-MATCH-ONE-DUE-DATE
006950         THRU 5210-EXIT
006960         VARYING WS-DU-SUB FROM 1 BY 1
006970         UNTIL WS-DU-SUB GREATER THAN WS-DU-COUNT
006980             OR WS-DU-FOUND
006990             OR WS-DU-USE GREATER THAN ZERO.
007000     IF WS-DU-FOUND
007010         GO TO 5200-ADD-AMOUNT
007020     END-IF.
007030     IF WS-DU-USE EQUAL ZERO
007040         COMPUTE WS-DU-USE = WS-DU-COUNT + 1
007050     END-IF.
007060     PERFORM 5220-SHIFT-ONE-DUE-DATE
007070         THRU 5220-EXIT
007080         VARYING WS-DU-SUB FROM WS-DU-COUNT BY -1
007090         UNTIL WS-DU-SUB LESS THAN WS-DU-USE.
007100     ADD 1 TO WS-DU-COUNT.
007100     MOVE WS-DUE-SEARCH-KEY TO WS-DU-KEY(WS-DU-USE).
007120     MOVE WS-DAY-OF-WEEK TO WS-DU-DUE-DAY(WS-DU-USE).
007130     MOVE ZERO           TO WS-DU-AMOUNT(WS-DU-USE).
007140     MOVE ZERO           TO WS-DU-DATES(WS-DU-USE).
007150 5200-ADD-AMOUNT.
007160     ADD WS-LIABILITY TO WS-DU-AMOUNT(WS-DU-USE).
007170     ADD 1 TO WS-DU-DATES(WS-DU-USE).
007180 5200-EXIT.
007190     EXIT.
007200
007210 5210-MATCH-ONE-DUE-DATE.
007210     IF WS-DU-KEY(WS-DU-SUB) EQUAL WS-DUE-SEARCH-KEY
007230         SET WS-DU-FOUND TO TRUE
007240         MOVE WS-DU-SUB TO WS-DU-USE
007250     ELSE
007250         IF WS-DU-KEY(WS-DU-SUB) GREATER THAN WS-DUE-SEARCH-KEY
007270             MOVE WS-DU-SUB TO WS-DU-USE
007280         END-IF
007290     END-IF.
007300 5210-EXIT.
007310     EXIT.
007320
007330 5220-SHIFT-ONE-DUE-DATE.
007340     IF WS-DU-SUB EQUAL ZERO
007350         GO TO 5220-EXIT
007360     END-IF.
007370     MOVE WS-DU-ENTRY(WS-DU-SUB)
007380         TO WS-DU-ENTRY(WS-DU-SUB + 1).
007390 5220-EXIT.
007400     EXIT.
007410
007420*-----------------------------------------------------------------
007430*  6000-DAY-OF-WEEK.
007440*  DAY OF THE WEEK OF WS-DATE-WORK INTO WS-DAY-OF-WEEK, 1 FOR
007450*  MONDAY TO 7 FOR SUNDAY, BY ZELLER'S CONGRUENCE - JANUARY AND
007460*  FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE. THE
007470*  CONGRUENCE GIVES 0 FOR SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY.
007480*-----------------------------------------------------------------
007490 6000-DAY-OF-WEEK.
007500     MOVE WS-DW-MM   TO WS-ZL-MONTH.
007510     MOVE WS-DW-CCYY TO WS-ZL-YEAR.
007520     IF WS-ZL-MONTH LESS THAN 3
007530         ADD 12 TO WS-ZL-MONTH
007540         SUBTRACT 1 FROM WS-ZL-YEAR
007550     END-IF.
007560     DIVIDE WS-ZL-YEAR BY 100 GIVING WS-ZL-CENTURY
007570         REMAINDER WS-ZL-YEAR-OF-CENT.
007580     MOVE WS-DW-DD TO WS-ZL-SUM.
007590     COMPUTE WS-ZL-TERM = (13 * (WS-ZL-MONTH + 1)) / 5.
007600     ADD WS-ZL-TERM TO WS-ZL-SUM.
007610     ADD WS-ZL-YEAR-OF-CENT TO WS-ZL-SUM.
007620     DIVIDE WS-ZL-YEAR-OF-CENT BY 4 GIVING WS-ZL-TERM.
007630     ADD WS-ZL-TERM TO WS-ZL-SUM.
007640     DIVIDE WS-ZL-CENTURY BY 4 GIVING WS-ZL-TERM.
007650     ADD WS-ZL-TERM TO WS-ZL-SUM.
007660     COMPUTE WS-ZL-TERM = 5 * WS-ZL-CENTURY.
007670     ADD WS-ZL-TERM TO WS-ZL-SUM.
007680     DIVIDE WS-ZL-SUM BY 7 GIVING WS-ZL-QUOTIENT
007690         REMAINDER WS-ZL-H.
007700     ADD 5 TO WS-ZL-H GIVING WS-ZL-SUM.
007710     DIVIDE WS-ZL-SUM BY 7 GIVING WS-ZL-QUOTIENT
007720         REMAINDER WS-DAY-OF-WEEK.
007730     ADD 1 TO WS-DAY-OF-WEEK.
007740 6000-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------------
007780*  6200-ADD-DAYS.
007790*  MOVES WS-DATE-WORK FORWARD WS-DAYS-TO-ADD CALENDAR DAYS.
007800*-----------------------------------------------------------------
007810 6200-ADD-DAYS.
007820     PERFORM 6210-ADD-ONE-DAY
007830         THRU 6210-EXIT
007840         VARYING WS-DAY-COUNT FROM 1 BY 1
007850         UNTIL WS-DAY-COUNT GREATER THAN WS-DAYS-TO-ADD.
007860 6200-EXIT.
007870     EXIT.
007880
007890 6210-ADD-ONE-DAY.
007900     MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-MONTH-LENGTH.
007910     IF WS-DW-MM EQUAL 2
007920         PERFORM 6220-CHECK-LEAP-YEAR
007930             THRU 6220-EXIT
007940     END-IF.
007950     ADD 1 TO WS-DW-DD.
007960     IF WS-DW-DD GREATER THAN WS-MONTH-LENGTH
007970         MOVE 1 TO WS-DW-DD
007980         ADD 1 TO WS-DW-MM
007990         IF WS-DW-MM GREATER THAN 12
008000             MOVE 1 TO WS-DW-MM
008010             ADD 1 TO WS-DW-CCYY
008020         END-IF
008030     END-IF.
008040 6210-EXIT.
008050     EXIT.
008060
008070*  A YEAR DIVISIBLE BY 4 IS A LEAP YEAR, EXCEPT A CENTURY YEAR
008080*  NOT DIVISIBLE BY 400.
008090 6220-CHECK-LEAP-YEAR.
008100     DIVIDE WS-DW-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
008110         REMAINDER WS-LEAP-REM-4.
008120     DIVIDE WS-DW-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
008130         REMAINDER WS-LEAP-REM-100.
008140     DIVIDE WS-DW-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
008150         REMAINDER WS-LEAP-REM-400.
008160     IF WS-LEAP-REM-4 EQUAL ZERO
008170             AND (WS-LEAP-REM-100 NOT EQUAL ZERO
008180                 OR WS-LEAP-REM-400 EQUAL ZERO)
008190         MOVE 29 TO WS-MONTH-LENGTH
008200     END-IF.
008210 6220-EXIT.
008220     EXIT.
008230
008240*-----------------------------------------------------------------
008250*  8000-START-PAGE.
008250*  STARTS A FRESH PAGE WITH THE REPORT, PERIOD AND COMPANY
008250*  HEADINGS. THE VERY FIRST PAGE IS NOT PRECEDED BY A PAGE
008250*  EJECT.
008280*-----------------------------------------------------------------
008290 8000-START-PAGE.
008300     ADD 1 TO WS-PAGE-COUNT.
008310     IF WS-PAGE-COUNT = 1
008320         WRITE RPT-LINE FROM WS-RPT-HEADING-1
008330             AFTER ADVANCING 1 LINE
008340     ELSE
008350         WRITE RPT-LINE FROM WS-RPT-HEADING-1
008360             AFTER ADVANCING PAGE
008370     END-IF.
008380     MOVE WS-FROM-DATE TO HDG-FROM-DATE.
008390     MOVE WS-TO-DATE   TO HDG-TO-DATE.
008400     IF WS-MONTHLY
008410         MOVE "MONTHLY DEPOSITOR" TO HDG-SCHEDULE
008420     ELSE
008430         MOVE "SEMIWEEKLY DEPOSITOR" TO HDG-SCHEDULE
008440     END-IF.
008450     WRITE RPT-LINE FROM WS-RPT-PERIOD-LINE
008460         AFTER ADVANCING 1 LINE.
008460     MOVE CM-CODE(WS-CO-SUB) TO HDG-CO-CODE.
008460     MOVE CM-NAME(WS-CO-SUB) TO HDG-CO-NAME.
008460     WRITE RPT-LINE FROM WS-RPT-COMPANY-LINE
008460         AFTER ADVANCING 1 LINE.
008470     WRITE RPT-LINE FROM WS-RPT-HEADING-3
008480         AFTER ADVANCING 1 LINE.
008490     WRITE RPT-LINE FROM WS-RPT-COLUMN-HEADING
008500         AFTER ADVANCING 1 LINE.
008510     MOVE ZERO TO WS-LINE-COUNT.
008520 8000-EXIT.
008530     EXIT.
