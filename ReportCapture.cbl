000100*****************************************************************
000110*  PROGRAM-ID.   RPTCAPT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     COMMON REPORT-CAPTURE ROUTINE. NIGHTRUN CALLS THIS AS SOON
000190*     AS A REPORT STEP FINISHES CLEAN, WITH THE STEP'S PRINT FILE
000200*     NAME, THE STEP NAME, AND THE PERIOD ID AND RUN DATE OF THE
000210*     RUN. THE PRINT FILE IS COPIED LINE FOR LINE INTO THE REPORT
000220*     REPOSITORY (RPTREPO) UNDER THAT NAME, PERIOD AND DATE, SO
000230*     THE NEXT RUN CAN OVERWRITE THE PRINT FILE WITHOUT LOSING
000240*     TONIGHT'S OUTPUT. A STEP RE-RUN ON A RESTART REPLACES ITS
000250*     EARLIER COPY FOR THE SAME RUN RATHER THAN ADDING TO IT.
000260*
000270*     THE PRINT FILE IS READ UNDER THE NAME RPTSRCE, POINTED AT
000280*     WHEREVER THE STEP'S OWN FILE NAME POINTS (THE SAME
000290*     ENVIRONMENT-NAME MECHANISM NIGHTRUN USES FOR A TRIAL RUN),
000300*     SO ONE ROUTINE CAN READ ANY REPORT.
000310*
000320*     EACH REPORT'S RETENTION ROW (RPTRETN) SAYS HOW MANY MONTHS
000330*     A COPY IS KEPT, THE LINE WIDTH, AND WHETHER PAGES ARE ONE
000340*     PER EMPLOYEE. A REPORT CAPTURED FOR THE FIRST TIME GETS ITS
000350*     ROW FROM THE STANDARD VALUES BELOW. AFTER EACH CAPTURE THE
000360*     REPORT'S COPIES WHOSE PURGE DATE HAS PASSED ARE DELETED.
000370*
000380*     NOTHING HERE STOPS THE RUN - A PRINT FILE OR REPOSITORY
000390*     THAT CANNOT BE OPENED IS A WARNING ON THE EXCEPTION FILE,
000400*     AND THE REPORT STAYS ON ITS PRINT FILE UNTIL THE NEXT RUN.
000410*-----------------------------------------------------------------
000420*  MODIFICATION HISTORY.
000430*  DATE       INIT  DESCRIPTION
000440*  ---------  ----  -----------------------------------------
000450*  10/14/26   RCA   ORIGINAL PROGRAM.
000450*  10/14/26   RCA   CARRRPT, THE BENEFITS CARRIER REMITTANCE
000450*                   REPORT, ADDED TO THE STANDARD RETENTION TABLE
000450*                   AS A MONEY REPORT KEPT 84 MONTHS.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. RPTCAPT.
000490 AUTHOR. R. AKOLKAR.
000500 INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES.
000510 DATE-WRITTEN. 10/14/26.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT REPORT-REPOSITORY ASSIGN TO "RPTREPO"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS RR-KEY
000610         FILE STATUS IS WS-RPTREPO-STATUS.
000620     SELECT REPORT-RETENTION ASSIGN TO "RPTRETN"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS RT-REPORT-NAME
000660         FILE STATUS IS WS-RPTRETN-STATUS.
000670     SELECT PRINT-FILE-80 ASSIGN TO "RPTSRCE"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-SOURCE-STATUS.
000700     SELECT PRINT-FILE-100 ASSIGN TO "RPTSRCE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SOURCE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  REPORT-REPOSITORY
000770     LABEL RECORDS ARE STANDARD.
000780     COPY RPTREPO.
000790
000800 FD  REPORT-RETENTION
000810     LABEL RECORDS ARE STANDARD.
000820     COPY RPTRETN.
000830
000840 FD  PRINT-FILE-80
000850     LABEL RECORDS ARE STANDARD.
000860 01  PRINT-LINE-80               PIC X(80).
000870
000880 FD  PRINT-FILE-100
000890     LABEL RECORDS ARE STANDARD.
000900 01  PRINT-LINE-100              PIC X(100).
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-RPTREPO-STATUS            PIC X(02) VALUE SPACES.
000940     88  WS-RPTREPO-NOT-FOUND                VALUE "35".
000950 01  WS-RPTRETN-STATUS            PIC X(02) VALUE SPACES.
000960     88  WS-RPTRETN-NOT-FOUND                VALUE "35".
000970 01  WS-SOURCE-STATUS             PIC X(02) VALUE SPACES.
000980 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000990     88  WS-END-OF-FILE                      VALUE "Y".
001000 01  WS-SCAN-DONE-SW              PIC X(01) VALUE "N".
001010     88  WS-SCAN-DONE                        VALUE "Y".
001020 01  WS-PURGE-SW                  PIC X(01) VALUE "N".
001030     88  WS-PURGE-THIS                       VALUE "Y".
001040
001050 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
001060 01  WS-NOW                       PIC 9(08) VALUE ZERO.
001070 01  WS-PRINT-FILE-VALUE          PIC X(80) VALUE SPACES.
001080 01  WS-SOURCE-LINE               PIC X(100) VALUE SPACES.
001090 01  WS-LINE-NO                   PIC 9(06) VALUE ZERO.
001100 01  WS-PAGE-NO                   PIC 9(05) VALUE ZERO.
001110 01  WS-PURGED-COUNT              PIC 9(05) VALUE ZERO.
001120 01  WS-CLEARED-COUNT             PIC 9(06) VALUE ZERO.
001130
001140*  THE RETENTION IN FORCE FOR THIS CAPTURE.
001150 01  WS-RETAIN-MONTHS             PIC 9(03) VALUE 13.
001160 01  WS-LINE-WIDTH                PIC 9(03) VALUE 80.
001170 01  WS-PAGE-BY-EMP               PIC X(01) VALUE "N".
001180
001190*  PURGE DATE ARITHMETIC - THE RUN DATE MOVED ON BY THE RETENTION
001200*  MONTHS.
001210 01  WS-DATE-WORK                 PIC 9(08) VALUE ZERO.
001220 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001230     05  WS-DW-CCYY               PIC 9(04).
001240     05  WS-DW-MM                 PIC 9(02).
001250     05  WS-DW-DD                 PIC 9(02).
001260 01  WS-MONTH-TOTAL               PIC 9(04) VALUE ZERO.
001270 01  WS-YEARS-ADDED               PIC 9(03) VALUE ZERO.
001280
001290*  STANDARD RETENTION FOR THE NIGHTLY REPORTS - NAME, WHAT IT IS,
001300*  MONTHS KEPT, LINE WIDTH, ONE PAGE PER EMPLOYEE. MONEY REPORTS
001310*  ARE KEPT SEVEN YEARS, RUN-OPERATIONS REPORTS THIRTEEN MONTHS.
001320*  A REPORT NOT LISTED IS TAKEN AS 80 COLUMNS, KEPT 13 MONTHS.
001330 01  WS-STANDARD-RETENTION.
001340     05  FILLER                   PIC X(45) VALUE
001350         "RDYRPT  READINESS CHECK               013080N".
001360     05  FILLER                   PIC X(45) VALUE
001370         "ERCOSTR EMPLOYER COST REPORT          084080N".
001380     05  FILLER                   PIC X(45) VALUE
001390         "PAYRPT  PAYROLL SUMMARY REPORT        084080N".
001400     05  FILLER                   PIC X(45) VALUE
001410         "PAYSTUBSEMPLOYEE PAY STUBS            084080Y".
001420     05  FILLER                   PIC X(45) VALUE
001430         "BANKRPT BANK EXTRACT CONTROL REPORT   084080N".
001440     05  FILLER                   PIC X(45) VALUE
001450         "POSPAYR POSITIVE PAY CONTROL REPORT   084080N".
001460     05  FILLER                   PIC X(45) VALUE
001470         "LDRPT   LABOR DISTRIBUTION REPORT     084080N".
001480     05  FILLER                   PIC X(45) VALUE
001490         "GARNRPT GARNISHMENT REMITTANCE CONTROL084080N".
001490     05  FILLER                   PIC X(45) VALUE
001490         "CARRRPT BENEFITS CARRIER REMITTANCE   084080N".
001500     05  FILLER                   PIC X(45) VALUE
001510         "BALCERT BALANCING CERTIFICATE         084080N".
001520     05  FILLER                   PIC X(45) VALUE
001530         "EXCPSUM EXCEPTION SUMMARY             013100N".
001540     05  FILLER                   PIC X(45) VALUE
001550         "RUNSUMM MORNING RUN SUMMARY           013080N".
001560 01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-RETENTION.
001560     05  WS-STD-ENTRY             OCCURS 12 TIMES.
001580         10  WS-STD-NAME          PIC X(08).
001590         10  WS-STD-DESCRIPTION   PIC X(30).
001600         10  WS-STD-MONTHS        PIC 9(03).
001610         10  WS-STD-WIDTH         PIC 9(03).
001620         10  WS-STD-PAGE-BY-EMP   PIC X(01).
001620 01  WS-STD-COUNT                 PIC 9(02) VALUE 12.
001640 01  WS-STD-SUB                   PIC 9(02) VALUE ZERO.
001650
001660 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "RPTCAPT".
001670 01  WS-AUDIT-MESSAGE             PIC X(60).
001680 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "W".
001690 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
001700
001710 LINKAGE SECTION.
001720 01  LS-REPORT-NAME               PIC X(08).
001730 01  LS-STEP-NAME                 PIC X(08).
001740 01  LS-PERIOD-ID                 PIC 9(06).
001750 01  LS-RUN-DATE                  PIC 9(08).
001760
001770 PROCEDURE DIVISION USING LS-REPORT-NAME, LS-STEP-NAME,
001780     LS-PERIOD-ID, LS-RUN-DATE.
001790
001800*-----------------------------------------------------------------
001810*  0000-MAINLINE.
001820*  THE REPOSITORY AND RETENTION FILES ARE PERMANENT. THE FIRST
001830*  CAPTURE OF A FRESH INSTALLATION FINDS NO FILE, SO A FIRST OPEN
001840*  OUTPUT CREATES IT EMPTY BEFORE THE OPEN I-O IS TRIED AGAIN.
001850*-----------------------------------------------------------------
001860 0000-MAINLINE.
001870     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001880     ACCEPT WS-NOW FROM TIME.
001890     MOVE ZERO TO WS-LINE-NO.
001900     MOVE ZERO TO WS-PAGE-NO.
001910     MOVE ZERO TO WS-PURGED-COUNT.
001920     MOVE ZERO TO WS-CLEARED-COUNT.
001930     PERFORM 1000-LOAD-RETENTION
001940         THRU 1000-EXIT.
001950     PERFORM 2000-POINT-AT-PRINT-FILE
001960         THRU 2000-EXIT.
001970     OPEN I-O REPORT-REPOSITORY.
001980     IF WS-RPTREPO-NOT-FOUND
001990         OPEN OUTPUT REPORT-REPOSITORY
002000         CLOSE REPORT-REPOSITORY
002010         OPEN I-O REPORT-REPOSITORY
002020     END-IF.
002030     IF WS-RPTREPO-STATUS NOT EQUAL "00"
002040         MOVE SPACES TO WS-EXCP-MESSAGE
002050         STRING "REPORT REPOSITORY NOT AVAILABLE - "
002060             LS-REPORT-NAME " NOT CAPTURED"
002070             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
002080         PERFORM 8000-LOG-WARNING
002090             THRU 8000-EXIT
002100         GOBACK
002110     END-IF.
002120     IF WS-LINE-WIDTH EQUAL 100
002130         OPEN INPUT PRINT-FILE-100
002140     ELSE
002150         OPEN INPUT PRINT-FILE-80
002160     END-IF.
002170     IF WS-SOURCE-STATUS NOT EQUAL "00"
002180         MOVE SPACES TO WS-EXCP-MESSAGE
002190         STRING "PRINT FILE " LS-REPORT-NAME " NOT AVAILABLE - "
002200             "NOT CAPTURED"
002210             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
002220         PERFORM 8000-LOG-WARNING
002230             THRU 8000-EXIT
002240         CLOSE REPORT-REPOSITORY
002250         GOBACK
002260     END-IF.
002270     PERFORM 3000-CLEAR-EARLIER-COPY
002280         THRU 3000-EXIT.
002290     MOVE "N" TO WS-EOF-SW.
002300     PERFORM 4000-COPY-ONE-LINE
002310         THRU 4000-EXIT
002320         UNTIL WS-END-OF-FILE.
002330     IF WS-LINE-WIDTH EQUAL 100
002340         CLOSE PRINT-FILE-100
002350     ELSE
002360         CLOSE PRINT-FILE-80
002370     END-IF.
002380     PERFORM 4500-WRITE-DIRECTORY
002390         THRU 4500-EXIT.
002400     PERFORM 5000-PURGE-EXPIRED
002410         THRU 5000-EXIT.
002420     CLOSE REPORT-REPOSITORY.
002430     MOVE SPACES TO WS-AUDIT-MESSAGE.
002440     STRING "REPORT " LS-REPORT-NAME " CAPTURED - " WS-LINE-NO
002450         " LINES, " WS-PURGED-COUNT " OLD COPIES PURGED"
002460         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
002470     CALL "AUDITLOG" USING
002480         BY CONTENT WS-AUDIT-PROGRAM-ID
002490         BY CONTENT WS-AUDIT-MESSAGE.
002500     GOBACK.
002510
002520*-----------------------------------------------------------------
002530*  1000-LOAD-RETENTION.
002540*  THE REPORT'S RETENTION ROW, WRITTEN FROM THE STANDARD VALUES
002550*  THE FIRST TIME THE REPORT IS SEEN. WITHOUT THE RETENTION FILE
002560*  THE STANDARD VALUES ARE USED FOR THIS CAPTURE ONLY.
002570*-----------------------------------------------------------------
002580 1000-LOAD-RETENTION.
002590     MOVE LS-REPORT-NAME TO RT-REPORT-NAME.
002600     MOVE "REPORT"       TO RT-DESCRIPTION.
002610     MOVE 13             TO RT-RETAIN-MONTHS.
002620     MOVE 80             TO RT-LINE-WIDTH.
002630     MOVE "N"            TO RT-PAGE-BY-EMP.
002640     PERFORM 1100-MATCH-STANDARD
002650         THRU 1100-EXIT
002660         VARYING WS-STD-SUB FROM 1 BY 1
002670         UNTIL WS-STD-SUB GREATER THAN WS-STD-COUNT.
002680     MOVE RT-RETAIN-MONTHS TO WS-RETAIN-MONTHS.
002690     MOVE RT-LINE-WIDTH    TO WS-LINE-WIDTH.
002700     MOVE RT-PAGE-BY-EMP   TO WS-PAGE-BY-EMP.
002710     OPEN I-O REPORT-RETENTION.
002720     IF WS-RPTRETN-NOT-FOUND
002730         OPEN OUTPUT REPORT-RETENTION
002740         CLOSE REPORT-RETENTION
002750         OPEN I-O REPORT-RETENTION
002760     END-IF.
002770     IF WS-RPTRETN-STATUS NOT EQUAL "00"
002780         GO TO 1000-EXIT
002790     END-IF.
002800     READ REPORT-RETENTION
002810         INVALID KEY
002820             MOVE WS-AUDIT-PROGRAM-ID TO RT-CHANGED-BY
002830             MOVE WS-TODAY            TO RT-CHANGED-DATE
002840             WRITE REPORT-RETENTION-RECORD
002850         NOT INVALID KEY
002860             MOVE RT-RETAIN-MONTHS TO WS-RETAIN-MONTHS
002870             MOVE RT-LINE-WIDTH    TO WS-LINE-WIDTH
002880             MOVE RT-PAGE-BY-EMP   TO WS-PAGE-BY-EMP
002890     END-READ.
002900     CLOSE REPORT-RETENTION.
002910 1000-EXIT.
002920     EXIT.
002930
002940 1100-MATCH-STANDARD.
002950     IF WS-STD-NAME(WS-STD-SUB) EQUAL LS-REPORT-NAME
002960         MOVE WS-STD-DESCRIPTION(WS-STD-SUB) TO RT-DESCRIPTION
002970         MOVE WS-STD-MONTHS(WS-STD-SUB)      TO RT-RETAIN-MONTHS
002980         MOVE WS-STD-WIDTH(WS-STD-SUB)       TO RT-LINE-WIDTH
002990         MOVE WS-STD-PAGE-BY-EMP(WS-STD-SUB) TO RT-PAGE-BY-EMP
003000     END-IF.
003010 1100-EXIT.
003020     EXIT.
003030
003040*-----------------------------------------------------------------
003050*  2000-POINT-AT-PRINT-FILE.
003060*  POINTS RPTSRCE AT WHATEVER THE STEP'S PRINT FILE NAME POINTS
003070*  AT - THE NAME ITSELF IF IT IS NOT POINTED ANYWHERE.
003080*-----------------------------------------------------------------
003090 2000-POINT-AT-PRINT-FILE.
003100     DISPLAY LS-REPORT-NAME UPON ENVIRONMENT-NAME.
003110     MOVE SPACES TO WS-PRINT-FILE-VALUE.
003120     ACCEPT WS-PRINT-FILE-VALUE FROM ENVIRONMENT-VALUE.
003130     IF WS-PRINT-FILE-VALUE EQUAL SPACES
003140         MOVE LS-REPORT-NAME TO WS-PRINT-FILE-VALUE
003150     END-IF.
003160     DISPLAY "RPTSRCE" UPON ENVIRONMENT-NAME.
003170     DISPLAY WS-PRINT-FILE-VALUE UPON ENVIRONMENT-VALUE.
003180 2000-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------------
003220*  3000-CLEAR-EARLIER-COPY.
003230*  A STEP RE-RUN ON A RESTART, OR A PERIOD RE-RUN THE SAME DAY
003240*  UNDER THE DUPLICATE-RUN OVERRIDE, REPLACES ITS EARLIER COPY.
003250*-----------------------------------------------------------------
003260 3000-CLEAR-EARLIER-COPY.
003270     MOVE LS-REPORT-NAME TO RR-REPORT-NAME.
003280     MOVE LS-PERIOD-ID   TO RR-PERIOD-ID.
003290     MOVE LS-RUN-DATE    TO RR-RUN-DATE.
003300     MOVE ZERO           TO RR-LINE-NO.
003310     START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-KEY
003320         INVALID KEY
003330             GO TO 3000-EXIT
003340     END-START.
003350     MOVE "N" TO WS-SCAN-DONE-SW.
003360     PERFORM 3100-CLEAR-ONE-LINE
003370         THRU 3100-EXIT
003380         UNTIL WS-SCAN-DONE.
003390 3000-EXIT.
003400     EXIT.
003410
003420 3100-CLEAR-ONE-LINE.
003430     READ REPORT-REPOSITORY NEXT RECORD
003440         AT END
003450             SET WS-SCAN-DONE TO TRUE
003460             GO TO 3100-EXIT
003470     END-READ.
003480     IF RR-REPORT-NAME NOT EQUAL LS-REPORT-NAME
003490             OR RR-PERIOD-ID NOT EQUAL LS-PERIOD-ID
003500             OR RR-RUN-DATE NOT EQUAL LS-RUN-DATE
003510         SET WS-SCAN-DONE TO TRUE
003520         GO TO 3100-EXIT
003530     END-IF.
003540     DELETE REPORT-REPOSITORY RECORD
003550         INVALID KEY
003560             SET WS-SCAN-DONE TO TRUE
003570         NOT INVALID KEY
003580             ADD 1 TO WS-CLEARED-COUNT
003590     END-DELETE.
003600 3100-EXIT.
003610     EXIT.
003620
003630*-----------------------------------------------------------------
003640*  4000-COPY-ONE-LINE.
003650*  ONE PRINT LINE TO ONE REPOSITORY ROW. A "PAYROLL SYSTEMS"
003660*  HEADING LINE STARTS A NEW PAGE.
003670*-----------------------------------------------------------------
003680 4000-COPY-ONE-LINE.
003690     MOVE SPACES TO WS-SOURCE-LINE.
003700     IF WS-LINE-WIDTH EQUAL 100
003710         READ PRINT-FILE-100 INTO WS-SOURCE-LINE
003720             AT END
003730                 SET WS-END-OF-FILE TO TRUE
003740         END-READ
003750     ELSE
003760         READ PRINT-FILE-80 INTO WS-SOURCE-LINE
003770             AT END
003780                 SET WS-END-OF-FILE TO TRUE
003790         END-READ
003800     END-IF.
003810     IF WS-END-OF-FILE
003820         GO TO 4000-EXIT
003830     END-IF.
003840     IF WS-SOURCE-STATUS NOT EQUAL "00"
003850         SET WS-END-OF-FILE TO TRUE
003860         GO TO 4000-EXIT
003870     END-IF.
003880     IF WS-SOURCE-LINE(1:15) EQUAL "PAYROLL SYSTEMS"
003890             OR WS-PAGE-NO EQUAL ZERO
003900         ADD 1 TO WS-PAGE-NO
003910     END-IF.
003920     ADD 1 TO WS-LINE-NO.
003930     MOVE LS-REPORT-NAME TO RR-REPORT-NAME.
003940     MOVE LS-PERIOD-ID   TO RR-PERIOD-ID.
003950     MOVE LS-RUN-DATE    TO RR-RUN-DATE.
003960     MOVE WS-LINE-NO     TO RR-LINE-NO.
003970     MOVE WS-PAGE-NO     TO RR-PAGE-NO.
003980     MOVE WS-SOURCE-LINE TO RR-LINE-TEXT.
003990     WRITE REPORT-REPOSITORY-RECORD
004000         INVALID KEY
004010             SET WS-END-OF-FILE TO TRUE
004020     END-WRITE.
004030 4000-EXIT.
004040     EXIT.
004050
004060*-----------------------------------------------------------------
004070*  4500-WRITE-DIRECTORY.
004080*  LINE ZERO - WHAT WAS CAPTURED AND WHEN IT IS TO BE PURGED.
004090*-----------------------------------------------------------------
004100 4500-WRITE-DIRECTORY.
004110     MOVE LS-RUN-DATE TO WS-DATE-WORK.
004120     COMPUTE WS-MONTH-TOTAL = WS-DW-MM - 1 + WS-RETAIN-MONTHS.
004130     DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEARS-ADDED
004140         REMAINDER WS-DW-MM.
004150     ADD 1 TO WS-DW-MM.
004160     ADD WS-YEARS-ADDED TO WS-DW-CCYY.
004170     MOVE LS-REPORT-NAME  TO RR-REPORT-NAME.
004180     MOVE LS-PERIOD-ID    TO RR-PERIOD-ID.
004190     MOVE LS-RUN-DATE     TO RR-RUN-DATE.
004200     MOVE ZERO            TO RR-LINE-NO.
004210     MOVE ZERO            TO RR-PAGE-NO.
004220     MOVE SPACES          TO RR-LINE-TEXT.
004230     MOVE LS-STEP-NAME    TO RR-STEP-NAME.
004240     MOVE WS-TODAY        TO RR-CAPTURE-DATE.
004250     MOVE WS-NOW          TO RR-CAPTURE-TIME.
004260     MOVE WS-LINE-NO      TO RR-LINE-COUNT.
004270     MOVE WS-PAGE-NO      TO RR-PAGE-COUNT.
004280     MOVE WS-LINE-WIDTH   TO RR-LINE-WIDTH.
004290     MOVE WS-PAGE-BY-EMP  TO RR-PAGE-BY-EMP.
004300     MOVE WS-DATE-WORK    TO RR-PURGE-DATE.
004310     WRITE REPORT-REPOSITORY-RECORD
004320         INVALID KEY
004330             MOVE SPACES TO WS-EXCP-MESSAGE
004340             STRING "DIRECTORY ENTRY FOR " LS-REPORT-NAME
004350                 " NOT WRITTEN"
004360                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
004370             PERFORM 8000-LOG-WARNING
004380                 THRU 8000-EXIT
004390     END-WRITE.
004400 4500-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------------------
004440*  5000-PURGE-EXPIRED.
004450*  DELETES EVERY COPY OF THIS REPORT WHOSE PURGE DATE HAS PASSED.
004460*  EACH COPY'S DIRECTORY ENTRY COMES FIRST IN KEY ORDER, SO IT
004470*  DECIDES FOR THE LINES THAT FOLLOW IT. TONIGHT'S COPY IS NEVER
004480*  PURGED, WHATEVER ITS RETENTION.
004490*-----------------------------------------------------------------
004500 5000-PURGE-EXPIRED.
004510     MOVE LS-REPORT-NAME TO RR-REPORT-NAME.
004520     MOVE ZERO           TO RR-PERIOD-ID.
004530     MOVE ZERO           TO RR-RUN-DATE.
004540     MOVE ZERO           TO RR-LINE-NO.
004550     START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-KEY
004560         INVALID KEY
004570             GO TO 5000-EXIT
004580     END-START.
004590     MOVE "N" TO WS-SCAN-DONE-SW.
004600     MOVE "N" TO WS-PURGE-SW.
004610     PERFORM 5100-PURGE-ONE-LINE
004620         THRU 5100-EXIT
004630         UNTIL WS-SCAN-DONE.
004640 5000-EXIT.
004650     EXIT.
004660
004670 5100-PURGE-ONE-LINE.
004680     READ REPORT-REPOSITORY NEXT RECORD
004690         AT END
004700             SET WS-SCAN-DONE TO TRUE
004710             GO TO 5100-EXIT
004720     END-READ.
004730     IF RR-REPORT-NAME NOT EQUAL LS-REPORT-NAME
004740         SET WS-SCAN-DONE TO TRUE
004750         GO TO 5100-EXIT
004760     END-IF.
004770     IF RR-DIRECTORY-ENTRY
004780         MOVE "N" TO WS-PURGE-SW
004790         IF RR-PURGE-DATE LESS THAN WS-TODAY
004800                 AND (RR-PERIOD-ID NOT EQUAL LS-PERIOD-ID
004810                     OR RR-RUN-DATE NOT EQUAL LS-RUN-DATE)
004820             SET WS-PURGE-THIS TO TRUE
004830             ADD 1 TO WS-PURGED-COUNT
004840         END-IF
004850     END-IF.
004860     IF NOT WS-PURGE-THIS
004870         GO TO 5100-EXIT
004880     END-IF.
004890     DELETE REPORT-REPOSITORY RECORD
004900         INVALID KEY
004910             SET WS-SCAN-DONE TO TRUE
004920     END-DELETE.
004930 5100-EXIT.
004940     EXIT.
004950
004960*-----------------------------------------------------------------
004970*  8000-LOG-WARNING.
004980*-----------------------------------------------------------------
004990 8000-LOG-WARNING.
005000     MOVE "W" TO WS-EXCP-SEVERITY.
005010     CALL "EXCPTLOG" USING
005020         BY CONTENT WS-AUDIT-PROGRAM-ID
005030         BY CONTENT WS-EXCP-SEVERITY
005040         BY CONTENT WS-EXCP-MESSAGE.
005050 8000-EXIT.
005060     EXIT.
