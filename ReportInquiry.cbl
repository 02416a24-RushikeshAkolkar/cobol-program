000100*****************************************************************
000110*  PROGRAM-ID.   RPTINQ
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - RUN CONTROL
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     REPORT REPOSITORY INQUIRY AND REPRINT. EVERY NIGHTLY REPORT
000190*     IS CAPTURED INTO RPTREPO BY RPTCAPT AS ITS STEP FINISHES;
000200*     THIS PROGRAM GETS ANY PAST RUN'S REPORT BACK EXACTLY AS IT
000210*     PRINTED, WITHOUT RE-RUNNING ANYTHING AGAINST DATA THAT HAS
000220*     SINCE CHANGED. ONE MODE PER RUN, AS IN SALMAINT:
000230*         L - LIST THE REPORTS ON FILE, FOR ONE REPORT NAME OR
000240*             ALL, WITH THEIR RETENTION AND PURGE DATES
000250*         R - REPRINT ONE REPORT (NAME, PERIOD ID, RUN DATE) TO
000260*             THE RPTRPRNT PRINT FILE
000270*         E - REPRINT ONE EMPLOYEE'S PAGE OF A REPORT PRINTED ONE
000280*             PAGE PER EMPLOYEE (THE PAY STUBS)
000290*         T - CHANGE A REPORT'S RETENTION IN MONTHS (SUPERVISOR,
000300*             AUTHORITY 3). THE PURGE DATE OF EVERY COPY ALREADY
000310*             ON FILE IS MOVED TO MATCH.
000320*     EVERY REPRINT AND RETENTION CHANGE IS WRITTEN TO THE AUDIT
000330*     TRAIL UNDER THE SIGNED-ON OPERATOR.
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY.
000360*  DATE       INIT  DESCRIPTION
000370*  ---------  ----  -----------------------------------------
000380*  10/14/26   RCA   ORIGINAL PROGRAM.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. RPTINQ.
000420 AUTHOR. R. AKOLKAR.
000430 INSTALLATION. PAYROLL SYSTEMS - RUN CONTROL.
000440 DATE-WRITTEN. 10/14/26.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT REPORT-REPOSITORY ASSIGN TO "RPTREPO"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS RR-KEY
000540         FILE STATUS IS WS-RPTREPO-STATUS.
000550     SELECT REPORT-RETENTION ASSIGN TO "RPTRETN"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS RT-REPORT-NAME
000590         FILE STATUS IS WS-RPTRETN-STATUS.
000600     SELECT REPRINT-FILE ASSIGN TO "RPTRPRNT"
000610         ORGANIZATION IS SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  REPORT-REPOSITORY
000660     LABEL RECORDS ARE STANDARD.
000670     COPY RPTREPO.
000680
000690 FD  REPORT-RETENTION
000700     LABEL RECORDS ARE STANDARD.
000710     COPY RPTRETN.
000720
000730 FD  REPRINT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  RPR-LINE                    PIC X(100).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000790 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000800 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000810     88  WS-SIGNON-OK                        VALUE "Y".
000820 01  WS-RPTREPO-STATUS            PIC X(02) VALUE SPACES.
000830 01  WS-RPTRETN-STATUS            PIC X(02) VALUE SPACES.
000840 01  WS-RUN-MODE                  PIC X(01) VALUE SPACE.
000850     88  WS-MODE-LIST                        VALUE "L".
000860     88  WS-MODE-REPRINT                     VALUE "R".
000870     88  WS-MODE-EMPLOYEE                    VALUE "E".
000880     88  WS-MODE-RETENTION                   VALUE "T".
000890 01  WS-SCAN-DONE-SW              PIC X(01) VALUE "N".
000900     88  WS-SCAN-DONE                        VALUE "Y".
000910 01  WS-INPUT-OK-SW               PIC X(01) VALUE "N".
000920     88  WS-INPUT-OK                         VALUE "Y".
000930
000940 01  WS-REPORT-NAME               PIC X(08) VALUE SPACES.
000950 01  WS-PERIOD-ID                 PIC 9(06) VALUE ZERO.
000960 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000970 01  WS-EMP-NO                    PIC 9(05) VALUE ZERO.
000980 01  WS-EMP-EDIT                  PIC ZZZZZZ9.
000990 01  WS-NEW-MONTHS                PIC 9(03) VALUE ZERO.
001000 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
001010
001020 01  WS-LIST-COUNT                PIC 9(05) VALUE ZERO.
001030 01  WS-PRINTED-LINES             PIC 9(06) VALUE ZERO.
001040 01  WS-PRINTED-PAGES             PIC 9(05) VALUE ZERO.
001050 01  WS-REPRICED-COUNT            PIC 9(05) VALUE ZERO.
001060 01  WS-LAST-PAGE-NO              PIC 9(05) VALUE ZERO.
001070
001080*  ONE PAGE OF THE REPORT BEING SEARCHED FOR AN EMPLOYEE, HELD
001090*  UNTIL THE PAGE ENDS AND IT IS KNOWN WHOSE PAGE IT IS. A STUB
001100*  PAGE IS FAR SHORTER THAN 100 LINES; ANY EXCESS IS DROPPED.
001110 01  WS-PAGE-BUFFER.
001120     05  WS-BUF-LINE              PIC X(100) OCCURS 100 TIMES.
001130 01  WS-BUF-COUNT                 PIC 9(03) VALUE ZERO.
001140 01  WS-BUF-SUB                   PIC 9(03) VALUE ZERO.
001150 01  WS-BUF-PAGE-NO               PIC 9(05) VALUE ZERO.
001160 01  WS-PAGE-MATCH-SW             PIC X(01) VALUE "N".
001170     88  WS-PAGE-MATCH                       VALUE "Y".
001180
001190*  PURGE DATE ARITHMETIC, AS RPTCAPT DOES IT.
001200 01  WS-DATE-WORK                 PIC 9(08) VALUE ZERO.
001210 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001220     05  WS-DW-CCYY               PIC 9(04).
001230     05  WS-DW-MM                 PIC 9(02).
001240     05  WS-DW-DD                 PIC 9(02).
001250 01  WS-MONTH-TOTAL               PIC 9(04) VALUE ZERO.
001260 01  WS-YEARS-ADDED               PIC 9(03) VALUE ZERO.
001270
001280 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "RPTINQ".
001290 01  WS-AUDIT-MESSAGE             PIC X(60).
001300
001310 PROCEDURE DIVISION.
001320
001330*-----------------------------------------------------------------
001340*  0000-MAINLINE.
001350*-----------------------------------------------------------------
001360 0000-MAINLINE.
001370*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
001380*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
001390     CALL "OPERSGN" USING
001400         BY REFERENCE WS-OPERATOR-ID
001410         BY REFERENCE WS-OPER-AUTH
001420         BY REFERENCE WS-SIGNON-OK-SW.
001430     IF NOT WS-SIGNON-OK
001440         DISPLAY "RPTINQ - SIGN-ON REFUSED - NOTHING DONE."
001450         GOBACK
001460     END-IF.
001470     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001480     PERFORM 0500-GET-RUN-MODE
001490         THRU 0500-EXIT.
001500     PERFORM 1000-INITIALIZE
001510         THRU 1000-EXIT.
001520     IF WS-RPTREPO-STATUS NOT EQUAL "00"
001530         DISPLAY "RPTINQ - NO REPORT REPOSITORY ON HAND - "
001540             "NOTHING HAS BEEN CAPTURED YET."
001550         GOBACK
001560     END-IF.
001570     EVALUATE TRUE
001580         WHEN WS-MODE-REPRINT
001590             PERFORM 3000-REPRINT-REPORT
001600                 THRU 3000-EXIT
001610         WHEN WS-MODE-EMPLOYEE
001620             PERFORM 4000-REPRINT-EMPLOYEE
001630                 THRU 4000-EXIT
001640         WHEN WS-MODE-RETENTION
001650             PERFORM 5000-CHANGE-RETENTION
001660                 THRU 5000-EXIT
001670         WHEN OTHER
001680             PERFORM 2000-LIST-REPORTS
001690                 THRU 2000-EXIT
001700     END-EVALUATE.
001710     PERFORM 9999-TERMINATE
001720         THRU 9999-EXIT.
001730     GOBACK.
001740
001750*-----------------------------------------------------------------
001760*  0500-GET-RUN-MODE.
001770*-----------------------------------------------------------------
001780 0500-GET-RUN-MODE.
001790     DISPLAY "ENTER MODE - L=LIST, R=REPRINT REPORT, "
001800         "E=REPRINT EMPLOYEE PAGE, T=RETENTION: ".
001810     ACCEPT WS-RUN-MODE.
001820 0500-EXIT.
001830     EXIT.
001840
001850*-----------------------------------------------------------------
001860*  1000-INITIALIZE.
001870*  THE REPOSITORY IS ONLY READ HERE EXCEPT FOR A RETENTION
001880*  CHANGE, WHICH MOVES THE PURGE DATES. RPTCAPT CREATES BOTH
001890*  FILES; A MISSING REPOSITORY MEANS NOTHING IS CAPTURED YET.
001900*-----------------------------------------------------------------
001910 1000-INITIALIZE.
001920     IF WS-MODE-RETENTION
001930         OPEN I-O REPORT-REPOSITORY
001940     ELSE
001950         OPEN INPUT REPORT-REPOSITORY
001960     END-IF.
001970 1000-EXIT.
001980     EXIT.
001990
002000*-----------------------------------------------------------------
002010*  1100-GET-REPORT-NAME THRU 1400-GET-EMP-NO.
002020*  THE KEY OF THE REPORT TO WORK ON. A BLANK NAME IS ALLOWED
002030*  ONLY WHEN LISTING, WHERE IT MEANS EVERY REPORT.
002040*-----------------------------------------------------------------
002050 1100-GET-REPORT-NAME.
002060     DISPLAY "ENTER REPORT NAME (PRINT FILE, E.G. PAYRPT, "
002070         "PAYSTUBS, BALCERT): ".
002080     ACCEPT WS-REPORT-NAME.
002090     IF WS-REPORT-NAME EQUAL SPACES AND NOT WS-MODE-LIST
002100         DISPLAY "A REPORT NAME IS REQUIRED. PLEASE RE-ENTER."
002110     ELSE
002120         SET WS-INPUT-OK TO TRUE
002130     END-IF.
002140 1100-EXIT.
002150     EXIT.
002160
002170 1200-GET-PERIOD-ID.
002180     DISPLAY "ENTER PERIOD ID (6 DIGITS): ".
002190     ACCEPT WS-PERIOD-ID.
002200     IF WS-PERIOD-ID IS NUMERIC
002210         SET WS-INPUT-OK TO TRUE
002220     ELSE
002230         DISPLAY "INVALID PERIOD ID - MUST BE NUMERIC. "
002240             "PLEASE RE-ENTER."
002250     END-IF.
002260 1200-EXIT.
002270     EXIT.
002280
002290 1300-GET-RUN-DATE.
002300     DISPLAY "ENTER RUN DATE (CCYYMMDD): ".
002310     ACCEPT WS-RUN-DATE.
002320     IF WS-RUN-DATE IS NUMERIC AND WS-RUN-DATE GREATER THAN ZERO
002330         SET WS-INPUT-OK TO TRUE
002340     ELSE
002350         DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD. "
002360             "PLEASE RE-ENTER."
002370     END-IF.
002380 1300-EXIT.
002390     EXIT.
002400
002410 1400-GET-EMP-NO.
002420     DISPLAY "ENTER EMPLOYEE NUMBER (5 DIGITS): ".
002430     ACCEPT WS-EMP-NO.
002440     IF WS-EMP-NO IS NUMERIC AND WS-EMP-NO GREATER THAN ZERO
002450         SET WS-INPUT-OK TO TRUE
002460     ELSE
002470         DISPLAY "INVALID EMPLOYEE NUMBER - MUST BE NUMERIC "
002480             "AND GREATER THAN ZERO. PLEASE RE-ENTER."
002490     END-IF.
002500 1400-EXIT.
002510     EXIT.
002520
002530*-----------------------------------------------------------------
002540*  1500-GET-REPORT-KEY.
002550*  NAME, PERIOD AND RUN DATE OF ONE CAPTURED REPORT, AND ITS
002560*  DIRECTORY ENTRY. WS-INPUT-OK IS LEFT OFF IF IT IS NOT ON FILE.
002570*-----------------------------------------------------------------
002580 1500-GET-REPORT-KEY.
002590     MOVE "N" TO WS-INPUT-OK-SW.
002600     PERFORM 1100-GET-REPORT-NAME
002610         THRU 1100-EXIT
002620         UNTIL WS-INPUT-OK.
002630     MOVE "N" TO WS-INPUT-OK-SW.
002640     PERFORM 1200-GET-PERIOD-ID
002650         THRU 1200-EXIT
002660         UNTIL WS-INPUT-OK.
002670     MOVE "N" TO WS-INPUT-OK-SW.
002680     PERFORM 1300-GET-RUN-DATE
002690         THRU 1300-EXIT
002700         UNTIL WS-INPUT-OK.
002710     MOVE WS-REPORT-NAME TO RR-REPORT-NAME.
002720     MOVE WS-PERIOD-ID   TO RR-PERIOD-ID.
002730     MOVE WS-RUN-DATE    TO RR-RUN-DATE.
002740     MOVE ZERO           TO RR-LINE-NO.
002750     READ REPORT-REPOSITORY
002760         INVALID KEY
002770             MOVE "N" TO WS-INPUT-OK-SW
002780             DISPLAY "REPORT " WS-REPORT-NAME " PERIOD "
002790                 WS-PERIOD-ID " RUN " WS-RUN-DATE
002800                 " IS NOT ON FILE."
002810     END-READ.
002820 1500-EXIT.
002830     EXIT.
002840
002850*-----------------------------------------------------------------
002860*  2000-LIST-REPORTS.
002870*  EVERY DIRECTORY ENTRY ON FILE, OR ONE REPORT NAME'S, IN KEY
002880*  ORDER - REPORT NAME, THEN PERIOD, THEN RUN DATE.
002890*-----------------------------------------------------------------
002900 2000-LIST-REPORTS.
002910     MOVE "N" TO WS-INPUT-OK-SW.
002920     PERFORM 1100-GET-REPORT-NAME
002930         THRU 1100-EXIT
002940         UNTIL WS-INPUT-OK.
002950     MOVE WS-REPORT-NAME TO RR-REPORT-NAME.
002960     MOVE ZERO           TO RR-PERIOD-ID.
002970     MOVE ZERO           TO RR-RUN-DATE.
002980     MOVE ZERO           TO RR-LINE-NO.
002990     MOVE ZERO           TO WS-LIST-COUNT.
003000     MOVE "N" TO WS-SCAN-DONE-SW.
003010     START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-KEY
003020         INVALID KEY
003030             SET WS-SCAN-DONE TO TRUE
003040     END-START.
003050     DISPLAY " ".
003060     DISPLAY "REPORT   PERIOD RUN DATE STEP     LINES  PAGES "
003070         "CAPTURED PURGE ON".
003080     PERFORM 2100-LIST-ONE-LINE
003090         THRU 2100-EXIT
003100         UNTIL WS-SCAN-DONE.
003110     DISPLAY "REPORTS ON FILE: " WS-LIST-COUNT.
003120     IF WS-REPORT-NAME NOT EQUAL SPACES
003130         PERFORM 2200-SHOW-RETENTION
003140             THRU 2200-EXIT
003150     END-IF.
003160 2000-EXIT.
003170     EXIT.
003180
003190 2100-LIST-ONE-LINE.
003200     READ REPORT-REPOSITORY NEXT RECORD
003210         AT END
003220             SET WS-SCAN-DONE TO TRUE
003230             GO TO 2100-EXIT
003240     END-READ.
003250     IF WS-RPTREPO-STATUS NOT EQUAL "00"
003260         SET WS-SCAN-DONE TO TRUE
003270         GO TO 2100-EXIT
003280     END-IF.
003290     IF WS-REPORT-NAME NOT EQUAL SPACES
003300             AND RR-REPORT-NAME NOT EQUAL WS-REPORT-NAME
003310         SET WS-SCAN-DONE TO TRUE
003320         GO TO 2100-EXIT
003330     END-IF.
003340     IF NOT RR-DIRECTORY-ENTRY
003350         GO TO 2100-EXIT
003360     END-IF.
003370     ADD 1 TO WS-LIST-COUNT.
003380     DISPLAY RR-REPORT-NAME " " RR-PERIOD-ID " " RR-RUN-DATE " "
003390         RR-STEP-NAME " " RR-LINE-COUNT " " RR-PAGE-COUNT " "
003400         RR-CAPTURE-DATE " " RR-PURGE-DATE.
003410 2100-EXIT.
003420     EXIT.
003430
003440 2200-SHOW-RETENTION.
003450     OPEN INPUT REPORT-RETENTION.
003460     IF WS-RPTRETN-STATUS NOT EQUAL "00"
003470         GO TO 2200-EXIT
003480     END-IF.
003490     MOVE WS-REPORT-NAME TO RT-REPORT-NAME.
003500     READ REPORT-RETENTION
003510         INVALID KEY
003520             DISPLAY "NO RETENTION ROW FOR " WS-REPORT-NAME
003530         NOT INVALID KEY
003540             DISPLAY RT-REPORT-NAME " " RT-DESCRIPTION
003550                 " KEPT " RT-RETAIN-MONTHS " MONTHS"
003560     END-READ.
003570     CLOSE REPORT-RETENTION.
003580 2200-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------------
003620*  3000-REPRINT-REPORT.
003630*  THE WHOLE REPORT, LINE FOR LINE, WITH A PAGE EJECT WHERE THE
003640*  ORIGINAL HAD ONE.
003650*-----------------------------------------------------------------
003660 3000-REPRINT-REPORT.
003670     PERFORM 1500-GET-REPORT-KEY
003680         THRU 1500-EXIT.
003690     IF NOT WS-INPUT-OK
003700         GO TO 3000-EXIT
003710     END-IF.
003720     OPEN OUTPUT REPRINT-FILE.
003730     MOVE ZERO TO WS-PRINTED-LINES.
003740     MOVE ZERO TO WS-PRINTED-PAGES.
003750     MOVE ZERO TO WS-LAST-PAGE-NO.
003760     MOVE "N" TO WS-SCAN-DONE-SW.
003770     PERFORM 3100-REPRINT-ONE-LINE
003780         THRU 3100-EXIT
003790         UNTIL WS-SCAN-DONE.
003800     CLOSE REPRINT-FILE.
003810     DISPLAY "REPRINTED TO RPTRPRNT - " WS-PRINTED-LINES
003820         " LINES, " WS-PRINTED-PAGES " PAGES.".
003830     MOVE SPACES TO WS-AUDIT-MESSAGE.
003840     STRING "REPRINTED " WS-REPORT-NAME " PERIOD " WS-PERIOD-ID
003850         " RUN " WS-RUN-DATE
003860         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
003870     CALL "AUDITLOG" USING
003880         BY CONTENT WS-AUDIT-PROGRAM-ID
003890         BY CONTENT WS-AUDIT-MESSAGE.
003900 3000-EXIT.
003910     EXIT.
003920
003930*  THE DIRECTORY ENTRY JUST READ IS THE POSITION - THE NEXT READ
003940*  IS THE REPORT'S FIRST LINE.
003950 3100-REPRINT-ONE-LINE.
003960     READ REPORT-REPOSITORY NEXT RECORD
003970         AT END
003980             SET WS-SCAN-DONE TO TRUE
003990             GO TO 3100-EXIT
004000     END-READ.
004010     IF WS-RPTREPO-STATUS NOT EQUAL "00"
004020             OR RR-REPORT-NAME NOT EQUAL WS-REPORT-NAME
004030             OR RR-PERIOD-ID NOT EQUAL WS-PERIOD-ID
004040             OR RR-RUN-DATE NOT EQUAL WS-RUN-DATE
004050         SET WS-SCAN-DONE TO TRUE
004060         GO TO 3100-EXIT
004070     END-IF.
004080     IF RR-PAGE-NO NOT EQUAL WS-LAST-PAGE-NO
004090         MOVE RR-PAGE-NO TO WS-LAST-PAGE-NO
004100         ADD 1 TO WS-PRINTED-PAGES
004110     END-IF.
004120     PERFORM 8000-PRINT-LINE
004130         THRU 8000-EXIT.
004140 3100-EXIT.
004150     EXIT.
004160
004170*-----------------------------------------------------------------
004180*  4000-REPRINT-EMPLOYEE.
004190*  EACH PAGE IS HELD UNTIL IT ENDS; A PAGE WHOSE EMPLOYEE LINE
004200*  CARRIES THE EMPLOYEE ASKED FOR IS PRINTED. AN EMPLOYEE PAID
004210*  TWICE IN ONE RUN HAS TWO PAGES AND GETS BOTH.
004220*-----------------------------------------------------------------
004230 4000-REPRINT-EMPLOYEE.
004240     PERFORM 1500-GET-REPORT-KEY
004250         THRU 1500-EXIT.
004260     IF NOT WS-INPUT-OK
004270         GO TO 4000-EXIT
004280     END-IF.
004290     IF NOT RR-EMPLOYEE-PAGES
004300         DISPLAY "REPORT " WS-REPORT-NAME " IS NOT PRINTED ONE "
004310             "PAGE PER EMPLOYEE - USE MODE R."
004320         GO TO 4000-EXIT
004330     END-IF.
004340     MOVE "N" TO WS-INPUT-OK-SW.
004350     PERFORM 1400-GET-EMP-NO
004360         THRU 1400-EXIT
004370         UNTIL WS-INPUT-OK.
004380     MOVE WS-EMP-NO TO WS-EMP-EDIT.
004390     OPEN OUTPUT REPRINT-FILE.
004400     MOVE ZERO TO WS-PRINTED-LINES.
004410     MOVE ZERO TO WS-PRINTED-PAGES.
004420     MOVE ZERO TO WS-BUF-COUNT.
004430     MOVE ZERO TO WS-BUF-PAGE-NO.
004440     MOVE "N" TO WS-PAGE-MATCH-SW.
004450     MOVE "N" TO WS-SCAN-DONE-SW.
004460     PERFORM 4100-HOLD-ONE-LINE
004470         THRU 4100-EXIT
004480         UNTIL WS-SCAN-DONE.
004490     PERFORM 4200-FLUSH-PAGE
004500         THRU 4200-EXIT.
004510     CLOSE REPRINT-FILE.
004520     IF WS-PRINTED-PAGES EQUAL ZERO
004530         DISPLAY "EMPLOYEE " WS-EMP-NO " HAS NO PAGE IN THIS "
004540             "REPORT."
004550         GO TO 4000-EXIT
004560     END-IF.
004570     DISPLAY "REPRINTED TO RPTRPRNT - " WS-PRINTED-PAGES
004580         " PAGE(S) FOR EMPLOYEE " WS-EMP-NO ".".
004590     MOVE SPACES TO WS-AUDIT-MESSAGE.
004600     STRING "REPRINTED " WS-REPORT-NAME " RUN " WS-RUN-DATE
004610         " PAGE OF EMPLOYEE " WS-EMP-NO
004620         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
004630     CALL "AUDITLOG" USING
004640         BY CONTENT WS-AUDIT-PROGRAM-ID
004650         BY CONTENT WS-AUDIT-MESSAGE.
004660 4000-EXIT.
004670     EXIT.
004680
004690 4100-HOLD-ONE-LINE.
004700     READ REPORT-REPOSITORY NEXT RECORD
004710         AT END
004720             SET WS-SCAN-DONE TO TRUE
004730             GO TO 4100-EXIT
004740     END-READ.
004750     IF WS-RPTREPO-STATUS NOT EQUAL "00"
004760             OR RR-REPORT-NAME NOT EQUAL WS-REPORT-NAME
004770             OR RR-PERIOD-ID NOT EQUAL WS-PERIOD-ID
004780             OR RR-RUN-DATE NOT EQUAL WS-RUN-DATE
004790         SET WS-SCAN-DONE TO TRUE
004800         GO TO 4100-EXIT
004810     END-IF.
004820     IF RR-PAGE-NO NOT EQUAL WS-BUF-PAGE-NO
004830         PERFORM 4200-FLUSH-PAGE
004840             THRU 4200-EXIT
004850         MOVE RR-PAGE-NO TO WS-BUF-PAGE-NO
004860     END-IF.
004870*  THE STUB'S EMPLOYEE LINE - "EMPLOYEE" IN COLUMN 1 AND THE
004880*  EDITED NUMBER IN COLUMNS 13-19.
004890     IF RR-LINE-TEXT(1:8) EQUAL "EMPLOYEE"
004900             AND RR-LINE-TEXT(13:7) EQUAL WS-EMP-EDIT
004910         SET WS-PAGE-MATCH TO TRUE
004920     END-IF.
004930     IF WS-BUF-COUNT LESS THAN 100
004940         ADD 1 TO WS-BUF-COUNT
004950         MOVE RR-LINE-TEXT TO WS-BUF-LINE(WS-BUF-COUNT)
004960     END-IF.
004970 4100-EXIT.
004980     EXIT.
004990
005000*  PRINTS THE HELD PAGE IF IT IS THE EMPLOYEE'S, AND EMPTIES IT.
005010 4200-FLUSH-PAGE.
005020     IF WS-PAGE-MATCH
005030         ADD 1 TO WS-PRINTED-PAGES
005040         PERFORM 4210-PRINT-HELD-LINE
005050             THRU 4210-EXIT
005060             VARYING WS-BUF-SUB FROM 1 BY 1
005070             UNTIL WS-BUF-SUB GREATER THAN WS-BUF-COUNT
005080     END-IF.
005090     MOVE ZERO TO WS-BUF-COUNT.
005100     MOVE "N" TO WS-PAGE-MATCH-SW.
005110 4200-EXIT.
005120     EXIT.
005130
005140 4210-PRINT-HELD-LINE.
005150     MOVE WS-BUF-LINE(WS-BUF-SUB) TO RR-LINE-TEXT.
005160     PERFORM 8000-PRINT-LINE
005170         THRU 8000-EXIT.
005180 4210-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220*  5000-CHANGE-RETENTION.
005230*  SUPERVISOR ONLY. THE NEW MONTHS GO ON THE RETENTION ROW FOR
005240*  FUTURE CAPTURES, AND EVERY COPY ALREADY ON FILE HAS ITS PURGE
005250*  DATE WORKED OUT AGAIN FROM ITS RUN DATE.
005260*-----------------------------------------------------------------
005270 5000-CHANGE-RETENTION.
005280     IF WS-OPER-AUTH LESS THAN 3
005290         DISPLAY "RPTINQ - RETENTION CHANGES NEED SUPERVISOR "
005300             "AUTHORITY (3) - NOTHING DONE."
005310         GO TO 5000-EXIT
005320     END-IF.
005330     MOVE "N" TO WS-INPUT-OK-SW.
005340     PERFORM 1100-GET-REPORT-NAME
005350         THRU 1100-EXIT
005360         UNTIL WS-INPUT-OK.
005370     OPEN I-O REPORT-RETENTION.
005380     IF WS-RPTRETN-STATUS NOT EQUAL "00"
005390         DISPLAY "RPTINQ - RETENTION FILE NOT AVAILABLE - "
005400             "NOTHING DONE."
005410         GO TO 5000-EXIT
005420     END-IF.
005430     MOVE WS-REPORT-NAME TO RT-REPORT-NAME.
005440     READ REPORT-RETENTION
005450         INVALID KEY
005460             DISPLAY "NO RETENTION ROW FOR " WS-REPORT-NAME
005470                 " - IT HAS NEVER BEEN CAPTURED."
005480             CLOSE REPORT-RETENTION
005490             GO TO 5000-EXIT
005500     END-READ.
005510     DISPLAY RT-REPORT-NAME " " RT-DESCRIPTION " KEPT "
005520         RT-RETAIN-MONTHS " MONTHS".
005530     MOVE "N" TO WS-INPUT-OK-SW.
005540     PERFORM 5010-GET-MONTHS
005550         THRU 5010-EXIT
005560         UNTIL WS-INPUT-OK.
005570     MOVE SPACES TO WS-AUDIT-MESSAGE.
005580     STRING "RETENTION " WS-REPORT-NAME " FROM " RT-RETAIN-MONTHS
005590         " TO " WS-NEW-MONTHS " MONTHS"
005600         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005610     MOVE WS-NEW-MONTHS  TO RT-RETAIN-MONTHS.
005620     MOVE WS-OPERATOR-ID TO RT-CHANGED-BY.
005630     MOVE WS-TODAY       TO RT-CHANGED-DATE.
005640     REWRITE REPORT-RETENTION-RECORD
005650         INVALID KEY
005660             DISPLAY "RPTINQ - RETENTION ROW NOT UPDATED."
005670             CLOSE REPORT-RETENTION
005680             GO TO 5000-EXIT
005690     END-REWRITE.
005700     CLOSE REPORT-RETENTION.
005710     CALL "AUDITLOG" USING
005720         BY CONTENT WS-AUDIT-PROGRAM-ID
005730         BY CONTENT WS-AUDIT-MESSAGE.
005740     MOVE WS-REPORT-NAME TO RR-REPORT-NAME.
005750     MOVE ZERO           TO RR-PERIOD-ID.
005760     MOVE ZERO           TO RR-RUN-DATE.
005770     MOVE ZERO           TO RR-LINE-NO.
005780     MOVE ZERO           TO WS-REPRICED-COUNT.
005790     MOVE "N" TO WS-SCAN-DONE-SW.
005800     START REPORT-REPOSITORY KEY IS NOT LESS THAN RR-KEY
005810         INVALID KEY
005820             SET WS-SCAN-DONE TO TRUE
005830     END-START.
005840     PERFORM 5100-REDATE-ONE-COPY
005850         THRU 5100-EXIT
005860         UNTIL WS-SCAN-DONE.
005870     DISPLAY "RETENTION NOW " WS-NEW-MONTHS " MONTHS - "
005880         WS-REPRICED-COUNT " COPIES ON FILE RE-DATED.".
005890 5000-EXIT.
005900     EXIT.
005910
005920 5010-GET-MONTHS.
005930     DISPLAY "ENTER NEW RETENTION IN MONTHS (1-999): ".
005940     ACCEPT WS-NEW-MONTHS.
005950     IF WS-NEW-MONTHS IS NUMERIC
005960             AND WS-NEW-MONTHS GREATER THAN ZERO
005970         SET WS-INPUT-OK TO TRUE
005980     ELSE
005990         DISPLAY "INVALID RETENTION - MUST BE 1 TO 999 MONTHS. "
006000             "PLEASE RE-ENTER."
006010     END-IF.
006020 5010-EXIT.
006030     EXIT.
006040
006050 5100-REDATE-ONE-COPY.
006060     READ REPORT-REPOSITORY NEXT RECORD
006070         AT END
006080             SET WS-SCAN-DONE TO TRUE
006090             GO TO 5100-EXIT
006100     END-READ.
006110     IF WS-RPTREPO-STATUS NOT EQUAL "00"
006120             OR RR-REPORT-NAME NOT EQUAL WS-REPORT-NAME
006130         SET WS-SCAN-DONE TO TRUE
006140         GO TO 5100-EXIT
006150     END-IF.
006160     IF NOT RR-DIRECTORY-ENTRY
006170         GO TO 5100-EXIT
006180     END-IF.
006190     MOVE RR-RUN-DATE TO WS-DATE-WORK.
006200     COMPUTE WS-MONTH-TOTAL = WS-DW-MM - 1 + WS-NEW-MONTHS.
006210     DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEARS-ADDED
006220         REMAINDER WS-DW-MM.
006230     ADD 1 TO WS-DW-MM.
006240     ADD WS-YEARS-ADDED TO WS-DW-CCYY.
006250     MOVE WS-DATE-WORK TO RR-PURGE-DATE.
006260     REWRITE REPORT-REPOSITORY-RECORD
006270         INVALID KEY
006280             CONTINUE
006290         NOT INVALID KEY
006300             ADD 1 TO WS-REPRICED-COUNT
006310     END-REWRITE.
006320 5100-EXIT.
006330     EXIT.
006340
006350*-----------------------------------------------------------------
006360*  8000-PRINT-LINE.
006370*  ONE LINE TO THE REPRINT FILE. A "PAYROLL SYSTEMS" HEADING
006380*  AFTER THE FIRST LINE STARTS A NEW PAGE, AS IT DID ORIGINALLY.
006390*-----------------------------------------------------------------
006400 8000-PRINT-LINE.
006410     IF WS-PRINTED-LINES GREATER THAN ZERO
006420             AND RR-LINE-TEXT(1:15) EQUAL "PAYROLL SYSTEMS"
006430         WRITE RPR-LINE FROM RR-LINE-TEXT
006440             AFTER ADVANCING PAGE
006450     ELSE
006460         WRITE RPR-LINE FROM RR-LINE-TEXT
006470             AFTER ADVANCING 1 LINE
006480     END-IF.
006490     ADD 1 TO WS-PRINTED-LINES.
006500 8000-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------------
006540*  9999-TERMINATE.
006550*-----------------------------------------------------------------
006560 9999-TERMINATE.
006570     CLOSE REPORT-REPOSITORY.
006580 9999-EXIT.
006590     EXIT.
