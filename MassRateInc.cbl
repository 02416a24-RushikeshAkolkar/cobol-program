000100*****************************************************************
000110*  PROGRAM-ID.   RATEINC
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     MASS PAY-RATE INCREASE. ANNUAL RAISES AND COST-OF-LIVING
000190*     ADJUSTMENTS ARE APPLIED TO THE EFFECTIVE-DATED SALARY-RATE
000200*     FILE AS ONE RULE INSTEAD OF ONE SALMAINT ROW AT A TIME. THE
000210*     RULE IS A PERCENTAGE OR A FLAT AMOUNT PER HOUR, FOR ALL
000220*     ACTIVE EMPLOYEES, ONE DEPARTMENT OR ONE CITY, WITH ONE
000230*     EFFECTIVE DATE SHARED BY EVERYONE IT RAISES. ONE MODE PER
000240*     RUN, AS IN SALMAINT:
000250*         V - PREVIEW. THE OPERATOR KEYS THE RULE AND RATERPT
000260*             PRINTS EVERY EMPLOYEE'S OLD RATE, NEW RATE AND
000270*             ANNUALIZED COST, THE COST IMPACT BY DEPARTMENT, AND
000280*             THE EXCEPTION LIST. NOTHING IS POSTED; THE RULE IS
000290*             FILED ON RATEPROP AS THE PENDING PROPOSAL.
000300*         P - POST. A SUPERVISOR (AUTHORITY 3) OTHER THAN THE
000310*             OPERATOR WHO PREPARED THE PROPOSAL SEES THE RULE AND
000320*             THE PREVIEW TOTALS AND CONFIRMS. THE RULE IS RUN
000330*             AGAIN WITHOUT POSTING FIRST; IF IT NO LONGER AGREES
000340*             WITH THE PREVIEW, SOMETHING HAS CHANGED AND NOTHING
000350*             IS POSTED.
000360*         X - WITHDRAW THE PENDING PROPOSAL (ITS PREPARER OR A
000370*             SUPERVISOR).
000380*
000390*     THE SUPERVISOR'S RELEASE OF THE WHOLE PROPOSAL IS THE DUAL
000400*     CONTROL FOR THE RATE ROWS IT WRITES, IN PLACE OF ONE CHGAPPR
000410*     ITEM PER ROW. POSTING CLOSES THE ROW IN FORCE ON THE
000420*     EFFECTIVE DATE THE DAY BEFORE IT AND WRITES THE NEW ROW FROM
000430*     THE EFFECTIVE DATE TO WHERE THE OLD ROW ENDED. AN EMPLOYEE
000440*     WITH NO ROW IN FORCE IS RAISED FROM EMP-SAL AND GETS AN
000450*     OPEN-ENDED ROW. EVERY ROW CLOSED OR ADDED IS WRITTEN TO THE
000460*     AUDIT TRAIL AND TO THE CHANGE JOURNAL (CHGJRNLF), AS CHGAPPR
000470*     DOES FOR A RELEASED SALMAINT ROW.
000480*
000490*     AN EMPLOYEE IS NOT RAISED, AND IS LISTED ON THE EXCEPTION
000500*     PAGE INSTEAD, WHEN THE NEW RATE WOULD BREAK THE 99.99
000510*     CEILING ACCEPTDI AND SALMAINT ENFORCE, WHEN A RATE ROW
000520*     ALREADY STARTS ON THE EFFECTIVE DATE, OR WHEN A LATER-DATED
000530*     ROW IS ALREADY ON FILE - THOSE ARE CHANGES SOMEONE HAS
000540*     ALREADY KEYED AND ARE LEFT FOR SALMAINT.
000550*
000560*     ANNUALIZED COST IS THE RATE TIMES THE EMPLOYEE'S PAY GROUP'S
000570*     STANDARD HOURS (FROM PAYGRPCK) TIMES ITS PERIODS IN A YEAR -
000580*     52 WEEKLY, 26 BIWEEKLY, 12 MONTHLY. THE RATE FILE IS NOT
000590*     POSTED WHILE THE NIGHTLY RUN'S LOCK IS HELD.
000600*-----------------------------------------------------------------
000610*  MODIFICATION HISTORY.
000620*  DATE       INIT  DESCRIPTION
000630*  ---------  ----  -----------------------------------------
000640*  10/14/26   RCA   ORIGINAL PROGRAM.
000640*  10/14/26   RCA   JOURNAL IMAGES WIDENED TO 142 BYTES FOR THE
000640*                   COMPANY CODE ON EMPREC.
000650*****************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. RATEINC.
000680 AUTHOR. R. AKOLKAR.
000690 INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY.
000700 DATE-WRITTEN. 10/14/26.
000710 DATE-COMPILED.
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS EMP-NO
000800         FILE STATUS IS WS-EMPMAST-STATUS.
000810     SELECT SALARY-RATE-FILE ASSIGN TO "SALRATE"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS SR-RATE-KEY
000850         FILE STATUS IS WS-SALRATE-STATUS.
000860     SELECT DEPARTMENT-TABLE ASSIGN TO "DEPTTAB"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS DT-DEPT-CODE
000900         FILE STATUS IS WS-DEPTTAB-STATUS.
000910     SELECT RATE-PROPOSAL-FILE ASSIGN TO "RATEPROP"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-RATEPROP-STATUS.
000940     SELECT RATE-REPORT ASSIGN TO "RATERPT"
000950         ORGANIZATION IS SEQUENTIAL.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  EMPLOYEE-MASTER
001000     LABEL RECORDS ARE STANDARD.
001010     COPY EMPREC.
001020
001030 FD  SALARY-RATE-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY SALRATE.
001060
001070 FD  DEPARTMENT-TABLE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY DEPTTAB.
001100
001110 FD  RATE-PROPOSAL-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  PROP-LINE                   PIC X(90).
001140
001150 FD  RATE-REPORT
001160     LABEL RECORDS ARE STANDARD.
001170 01  RPT-LINE                    PIC X(80).
001180
001190 WORKING-STORAGE SECTION.
001200 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001210 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
001220 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
001230     88  WS-SIGNON-OK                        VALUE "Y".
001240 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
001250     88  WS-LOCK-HELD                        VALUE "Y".
001260
001270 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
001280 01  WS-SALRATE-STATUS            PIC X(02) VALUE SPACES.
001290 01  WS-DEPTTAB-STATUS            PIC X(02) VALUE SPACES.
001300 01  WS-RATEPROP-STATUS           PIC X(02) VALUE SPACES.
001310
001320 01  WS-RUN-MODE                  PIC X(01) VALUE "V".
001330     88  WS-MODE-PREVIEW                     VALUE "V" "v".
001340     88  WS-MODE-POST                        VALUE "P" "p".
001350     88  WS-MODE-WITHDRAW                    VALUE "X" "x".
001360 01  WS-FILES-OPEN-SW             PIC X(01) VALUE "N".
001370     88  WS-FILES-OPEN                       VALUE "Y".
001380 01  WS-DEPTTAB-OK-SW             PIC X(01) VALUE "N".
001390     88  WS-DEPTTAB-OK                       VALUE "Y".
001400 01  WS-POSTING-SW                PIC X(01) VALUE "N".
001410     88  WS-POSTING                          VALUE "Y".
001420 01  WS-PRINTING-SW               PIC X(01) VALUE "N".
001430     88  WS-PRINTING                         VALUE "Y".
001440 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001450     88  WS-END-OF-FILE                      VALUE "Y".
001460 01  WS-ROWS-DONE-SW              PIC X(01) VALUE "N".
001470     88  WS-ROWS-DONE                        VALUE "Y".
001480 01  WS-CURR-FOUND-SW             PIC X(01) VALUE "N".
001490     88  WS-CURR-FOUND                       VALUE "Y".
001500 01  WS-LATER-FOUND-SW            PIC X(01) VALUE "N".
001510     88  WS-LATER-FOUND                      VALUE "Y".
001520 01  WS-INPUT-OK-SW               PIC X(01) VALUE "N".
001530     88  WS-INPUT-OK                         VALUE "Y".
001540 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001550     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001560
001570 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
001580 01  WS-NOW                       PIC 9(08) VALUE ZERO.
001590 01  WS-DAY-BEFORE                PIC 9(08) VALUE ZERO.
001600
001610*  THE RULE BEING PREVIEWED OR POSTED, AS FILED ON RATEPROP.
001620     COPY RATEPRP.
001630
001640 01  WS-CURR-START                PIC 9(08) VALUE ZERO.
001650 01  WS-CURR-END                  PIC 9(08) VALUE ZERO.
001660 01  WS-CURR-RATE                 PIC 99V99 VALUE ZERO.
001670 01  WS-OLD-RATE                  PIC 99V99 VALUE ZERO.
001680 01  WS-NEW-RATE-WORK             PIC 9(03)V99 VALUE ZERO.
001690 01  WS-NEW-RATE                  PIC 99V99 VALUE ZERO.
001700 01  WS-ANNUAL-HOURS              PIC 9(05) VALUE ZERO.
001710 01  WS-OLD-ANNUAL                PIC S9(09)V99 VALUE ZERO.
001720 01  WS-NEW-ANNUAL                PIC S9(09)V99 VALUE ZERO.
001730 01  WS-IMPACT                    PIC S9(09)V99 VALUE ZERO.
001740 01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
001750
001760 01  WS-SELECTED-COUNT            PIC 9(05) VALUE ZERO.
001770 01  WS-INCREASE-COUNT            PIC 9(05) VALUE ZERO.
001780 01  WS-REJECT-COUNT              PIC 9(05) VALUE ZERO.
001790 01  WS-CLOSED-COUNT              PIC 9(05) VALUE ZERO.
001800 01  WS-ADDED-COUNT               PIC 9(05) VALUE ZERO.
001810 01  WS-POST-ERROR-COUNT          PIC 9(05) VALUE ZERO.
001820 01  WS-TOTAL-OLD-ANNUAL          PIC S9(11)V99 VALUE ZERO.
001830 01  WS-TOTAL-NEW-ANNUAL          PIC S9(11)V99 VALUE ZERO.
001840 01  WS-TOTAL-IMPACT              PIC S9(11)V99 VALUE ZERO.
001850
001860*  COST IMPACT BY DEPARTMENT, IN THE ORDER DEPARTMENTS ARE FIRST
001870*  MET ON THE MASTER.
001880 01  WS-DEPT-TABLE.
001890     05  WS-DEPT-ENTRY            OCCURS 200 TIMES.
001900         10  WS-DPT-CODE          PIC X(04).
001910         10  WS-DPT-HEADS         PIC 9(05).
001920         10  WS-DPT-OLD-ANNUAL    PIC S9(11)V99.
001930         10  WS-DPT-NEW-ANNUAL    PIC S9(11)V99.
001940         10  WS-DPT-IMPACT        PIC S9(11)V99.
001950 01  WS-DEPT-COUNT                PIC 9(03) VALUE ZERO.
001960 01  WS-DEPT-SUB                  PIC 9(03) VALUE ZERO.
001970 01  WS-DEPT-USE                  PIC 9(03) VALUE ZERO.
001980 01  WS-DEPT-FOUND-SW             PIC X(01) VALUE "N".
001990     88  WS-DEPT-FOUND                       VALUE "Y".
002000 01  WS-DEPT-OVERFLOW             PIC 9(05) VALUE ZERO.
002010
002020*  EMPLOYEES NOT RAISED, FOR THE EXCEPTION PAGE.
002030 01  WS-REJECT-TABLE.
002040     05  WS-REJECT-ENTRY          OCCURS 500 TIMES.
002050         10  WS-REJ-EMP-NO        PIC 9(05).
002060         10  WS-REJ-NAME          PIC X(10).
002070         10  WS-REJ-DEPT          PIC X(04).
002080         10  WS-REJ-OLD-RATE      PIC 99V99.
002090         10  WS-REJ-NEW-RATE      PIC 9(03)V99.
002100         10  WS-REJ-REASON        PIC X(30).
002110 01  WS-REJ-LISTED                PIC 9(03) VALUE ZERO.
002120 01  WS-REJ-SUB                   PIC 9(03) VALUE ZERO.
002130
002140     COPY PAYGRP.
002150
002160*  DAY-BEFORE ARITHMETIC.
002170 01  WS-DATE-WORK                 PIC 9(08) VALUE ZERO.
002180 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002190     05  WS-DW-CCYY               PIC 9(04).
002200     05  WS-DW-MM                 PIC 9(02).
002210     05  WS-DW-DD                 PIC 9(02).
002220 01  WS-MONTH-DAYS-VALUES         PIC X(24)
002230         VALUE "312831303130313130313031".
002240 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002250     05  WS-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.
002260 01  WS-LEAP-QUOT                 PIC 9(04) VALUE ZERO.
002270 01  WS-LEAP-REM-4                PIC 9(04) VALUE ZERO.
002280 01  WS-LEAP-REM-100              PIC 9(04) VALUE ZERO.
002290 01  WS-LEAP-REM-400              PIC 9(04) VALUE ZERO.
002300
002310*  ROW IMAGES FOR THE CHANGE JOURNAL.
002320 01  WS-BEFORE-IMAGE              PIC X(142) VALUE SPACES.
002330 01  WS-AFTER-IMAGE               PIC X(142) VALUE SPACES.
002340 01  WS-JRNL-EMP-NO               PIC 9(05) VALUE ZERO.
002350 01  WS-JRNL-FILE-ID              PIC X(08) VALUE "SALRATE".
002360
002370 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "RATEINC".
002380 01  WS-AUDIT-MESSAGE             PIC X(60).
002390 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "W".
002400 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
002410 01  WS-RATE-DISP                 PIC Z9.99.
002420 01  WS-RATE-DISP-2               PIC Z9.99.
002430 01  WS-COUNT-DISP                PIC ZZZZ9.
002440 01  WS-AMOUNT-DISP               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002450
002460 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
002470 01  WS-LINE-COUNT                PIC 9(03) VALUE ZERO.
002480
002490 01  WS-RPT-HEADING-1.
002500     05  FILLER                  PIC X(20)
002510         VALUE "PAYROLL SYSTEMS".
002520     05  FILLER                  PIC X(30)
002530         VALUE "MASS PAY-RATE INCREASE".
002540     05  HDG-MODE                PIC X(10).
002550     05  FILLER                  PIC X(20) VALUE SPACES.
002560
002570 01  WS-RPT-RULE-LINE             PIC X(80) VALUE SPACES.
002580 01  WS-RPT-SCOPE-LINE            PIC X(80) VALUE SPACES.
002590
002600 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
002610
002620 01  WS-RPT-COLUMN-HEADING.
002630     05  FILLER                  PIC X(08) VALUE "EMP NO".
002640     05  FILLER                  PIC X(12) VALUE "NAME".
002650     05  FILLER                  PIC X(07) VALUE "DEPT".
002660     05  FILLER                  PIC X(10) VALUE "OLD RATE".
002670     05  FILLER                  PIC X(10) VALUE "NEW RATE".
002680     05  FILLER                  PIC X(09) VALUE "HRS/YR".
002690     05  FILLER                  PIC X(24)
002700         VALUE "  ANNUAL COST IMPACT".
002710
002720 01  WS-RPT-DETAIL-LINE.
002730     05  DTL-EMP-NO              PIC 9(05).
002740     05  FILLER                  PIC X(03) VALUE SPACES.
002750     05  DTL-NAME                PIC X(10).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  DTL-DEPT                PIC X(04).
002780     05  FILLER                  PIC X(04) VALUE SPACES.
002790     05  DTL-OLD-RATE            PIC Z9.99.
002800     05  FILLER                  PIC X(05) VALUE SPACES.
002810     05  DTL-NEW-RATE            PIC Z9.99.
002820     05  FILLER                  PIC X(05) VALUE SPACES.
002830     05  DTL-HOURS               PIC ZZZZ9.
002840     05  FILLER                  PIC X(03) VALUE SPACES.
002850     05  DTL-IMPACT              PIC ZZZ,ZZZ,ZZ9.99-.
002860     05  FILLER                  PIC X(09) VALUE SPACES.
002870
002880 01  WS-RPT-DEPT-TITLE.
002890     05  FILLER                  PIC X(40)
002900         VALUE "ANNUALIZED COST IMPACT BY DEPARTMENT".
002910     05  FILLER                  PIC X(40) VALUE SPACES.
002920
002930 01  WS-RPT-DEPT-HEADING.
002940     05  FILLER                  PIC X(06) VALUE "DEPT".
002950     05  FILLER                  PIC X(21) VALUE "NAME".
002960     05  FILLER                  PIC X(07) VALUE " HEADS".
002970     05  FILLER                  PIC X(15) VALUE "  OLD ANNUAL".
002980     05  FILLER                  PIC X(15) VALUE "  NEW ANNUAL".
002990     05  FILLER                  PIC X(16) VALUE "   IMPACT".
003000
003010 01  WS-RPT-DEPT-LINE.
003020     05  DPL-DEPT                PIC X(04).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  DPL-NAME                PIC X(20).
003050     05  FILLER                  PIC X(01) VALUE SPACES.
003060     05  DPL-HEADS               PIC ZZZZ9.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  DPL-OLD-ANNUAL          PIC ZZ,ZZZ,ZZ9.99.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  DPL-NEW-ANNUAL          PIC ZZ,ZZZ,ZZ9.99.
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  DPL-IMPACT              PIC Z,ZZZ,ZZ9.99-.
003130     05  FILLER                  PIC X(03) VALUE SPACES.
003140
003150 01  WS-RPT-REJECT-TITLE.
003160     05  FILLER                  PIC X(40)
003170         VALUE "EXCEPTIONS - EMPLOYEES NOT INCREASED".
003180     05  FILLER                  PIC X(40) VALUE SPACES.
003190
003200 01  WS-RPT-REJECT-HEADING.
003210     05  FILLER                  PIC X(08) VALUE "EMP NO".
003220     05  FILLER                  PIC X(12) VALUE "NAME".
003230     05  FILLER                  PIC X(07) VALUE "DEPT".
003240     05  FILLER                  PIC X(10) VALUE "OLD RATE".
003250     05  FILLER                  PIC X(10) VALUE "NEW RATE".
003260     05  FILLER                  PIC X(33) VALUE "REASON".
003270
003280 01  WS-RPT-REJECT-LINE.
003290     05  RJL-EMP-NO              PIC 9(05).
003300     05  FILLER                  PIC X(03) VALUE SPACES.
003310     05  RJL-NAME                PIC X(10).
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  RJL-DEPT                PIC X(04).
003340     05  FILLER                  PIC X(04) VALUE SPACES.
003350     05  RJL-OLD-RATE            PIC Z9.99.
003360     05  FILLER                  PIC X(04) VALUE SPACES.
003370     05  RJL-NEW-RATE            PIC ZZ9.99.
003380     05  FILLER                  PIC X(04) VALUE SPACES.
003390     05  RJL-REASON              PIC X(30).
003400     05  FILLER                  PIC X(03) VALUE SPACES.
003410
003420 01  WS-RPT-COUNT-LINE.
003430     05  RPT-COUNT-LABEL         PIC X(30).
003440     05  RPT-COUNT-VALUE         PIC ZZZZZZ9.
003450     05  FILLER                  PIC X(43) VALUE SPACES.
003460
003470 01  WS-RPT-NOTE-LINE             PIC X(80) VALUE SPACES.
003480
003490 PROCEDURE DIVISION.
003500
003510*-----------------------------------------------------------------
003520*  0000-MAINLINE.
003530*-----------------------------------------------------------------
003540 0000-MAINLINE.
003550*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
003560*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
003570     CALL "OPERSGN" USING
003580         BY REFERENCE WS-OPERATOR-ID
003590         BY REFERENCE WS-OPER-AUTH
003600         BY REFERENCE WS-SIGNON-OK-SW.
003610     IF NOT WS-SIGNON-OK
003620         DISPLAY "RATEINC - SIGN-ON REFUSED - NOTHING DONE."
003630         GOBACK
003640     END-IF.
003650     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003660     ACCEPT WS-NOW FROM TIME.
003670     PERFORM 0500-GET-RUN-MODE
003680         THRU 0500-EXIT.
003690     EVALUATE TRUE
003700         WHEN WS-MODE-POST
003710             PERFORM 4000-POST-INCREASE
003720                 THRU 4000-EXIT
003730         WHEN WS-MODE-WITHDRAW
003740             PERFORM 5000-WITHDRAW-PROPOSAL
003750                 THRU 5000-EXIT
003760         WHEN OTHER
003770             PERFORM 2000-PREVIEW-INCREASE
003780                 THRU 2000-EXIT
003790     END-EVALUATE.
003800     PERFORM 9999-TERMINATE
003810         THRU 9999-EXIT.
003820     GOBACK.
003830
003840*-----------------------------------------------------------------
003850*  0500-GET-RUN-MODE.
003860*-----------------------------------------------------------------
003870 0500-GET-RUN-MODE.
003880     DISPLAY "ENTER MODE - V=PREVIEW, P=POST, "
003890         "X=WITHDRAW PROPOSAL: ".
003900     ACCEPT WS-RUN-MODE.
003910 0500-EXIT.
003920     EXIT.
003930
003940*-----------------------------------------------------------------
003950*  1000-OPEN-FILES.
003960*  THE RATE FILE IS OPENED I-O ONLY TO POST. SALMAINT CREATES IT,
003970*  SO A MISSING FILE STOPS THE RUN HERE. THE DEPARTMENT TABLE
003980*  ONLY SUPPLIES NAMES FOR THE RECAP AND IS NOT REQUIRED.
003990*-----------------------------------------------------------------
004000 1000-OPEN-FILES.
004010     OPEN INPUT EMPLOYEE-MASTER.
004020     IF WS-EMPMAST-STATUS NOT EQUAL "00"
004030         DISPLAY "RATEINC - EMPLOYEE MASTER NOT AVAILABLE - "
004040             "NOTHING DONE."
004050         GO TO 1000-EXIT
004060     END-IF.
004070     IF WS-MODE-POST
004080         OPEN I-O SALARY-RATE-FILE
004090     ELSE
004100         OPEN INPUT SALARY-RATE-FILE
004110     END-IF.
004120     IF WS-SALRATE-STATUS NOT EQUAL "00"
004130         DISPLAY "RATEINC - SALARY-RATE FILE NOT AVAILABLE - "
004140             "NOTHING DONE."
004150         CLOSE EMPLOYEE-MASTER
004160         GO TO 1000-EXIT
004170     END-IF.
004180     OPEN INPUT DEPARTMENT-TABLE.
004190     IF WS-DEPTTAB-STATUS EQUAL "00"
004200         SET WS-DEPTTAB-OK TO TRUE
004210     END-IF.
004220     CALL "PAYGRPCK" USING PAY-GROUP-TABLE.
004230     SET WS-FILES-OPEN TO TRUE.
004240 1000-EXIT.
004250     EXIT.
004260
004270*-----------------------------------------------------------------
004280*  1100-READ-PROPOSAL.
004290*  LEAVES RI-STATUS SPACE WHEN NO PROPOSAL HAS EVER BEEN FILED.
004300*-----------------------------------------------------------------
004310 1100-READ-PROPOSAL.
004320     MOVE SPACES TO RATE-INCREASE-PROPOSAL.
004330     OPEN INPUT RATE-PROPOSAL-FILE.
004340     IF WS-RATEPROP-STATUS NOT EQUAL "00"
004350         GO TO 1100-EXIT
004360     END-IF.
004370     READ RATE-PROPOSAL-FILE INTO RATE-INCREASE-PROPOSAL
004380         AT END
004390             MOVE SPACES TO RATE-INCREASE-PROPOSAL
004400     END-READ.
004410     CLOSE RATE-PROPOSAL-FILE.
004420 1100-EXIT.
004430     EXIT.
004440
004450 1200-WRITE-PROPOSAL.
004460     OPEN OUTPUT RATE-PROPOSAL-FILE.
004470     WRITE PROP-LINE FROM RATE-INCREASE-PROPOSAL.
004480     CLOSE RATE-PROPOSAL-FILE.
004490 1200-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------------------
004530*  1300-SHOW-PROPOSAL.
004540*  THE RULE AND THE PREVIEW'S TOTALS, ON THE CONSOLE.
004550*-----------------------------------------------------------------
004560 1300-SHOW-PROPOSAL.
004570     PERFORM 8100-BUILD-RULE-LINES
004580         THRU 8100-EXIT.
004590     DISPLAY WS-RPT-RULE-LINE.
004600     DISPLAY WS-RPT-SCOPE-LINE.
004610     MOVE RI-ANNUAL-IMPACT TO WS-AMOUNT-DISP.
004620     DISPLAY "PREPARED BY " RI-PREPARED-BY " ON " RI-PREPARED-DATE
004630         " - " RI-EMP-COUNT " TO RAISE, " RI-REJECT-COUNT
004640         " REJECTED".
004650     DISPLAY "ANNUALIZED COST IMPACT " WS-AMOUNT-DISP.
004660 1300-EXIT.
004670     EXIT.
004680
004690*-----------------------------------------------------------------
004700*  2000-PREVIEW-INCREASE.
004710*  KEYS THE RULE, PRINTS WHAT IT WOULD DO, AND FILES IT AS THE
004720*  PENDING PROPOSAL. A PENDING PROPOSAL ALREADY ON FILE IS
004730*  REPLACED ONLY IF THE OPERATOR SAYS SO.
004740*-----------------------------------------------------------------
004750 2000-PREVIEW-INCREASE.
004760     PERFORM 1100-READ-PROPOSAL
004770         THRU 1100-EXIT.
004780     IF RI-PENDING
004790         DISPLAY "A PROPOSAL IS ALREADY PENDING:"
004800         PERFORM 1300-SHOW-PROPOSAL
004810             THRU 1300-EXIT
004820         DISPLAY "REPLACE IT WITH A NEW ONE? (Y/N): "
004830         ACCEPT WS-CONFIRM-ANS
004840         IF NOT WS-CONFIRM-YES
004850             DISPLAY "PENDING PROPOSAL KEPT - NOTHING DONE."
004860             GO TO 2000-EXIT
004870         END-IF
004880     END-IF.
004890     MOVE SPACES TO RATE-INCREASE-PROPOSAL.
004900     MOVE ZERO   TO RI-PERCENT.
004910     MOVE ZERO   TO RI-FLAT-AMT.
004920     MOVE "N" TO WS-INPUT-OK-SW.
004930     PERFORM 2010-GET-BASIS
004940         THRU 2010-EXIT
004950         UNTIL WS-INPUT-OK.
004960     MOVE "N" TO WS-INPUT-OK-SW.
004970     PERFORM 2020-GET-AMOUNT
004980         THRU 2020-EXIT
004990         UNTIL WS-INPUT-OK.
005000     MOVE "N" TO WS-INPUT-OK-SW.
005010     PERFORM 2030-GET-SCOPE
005020         THRU 2030-EXIT
005030         UNTIL WS-INPUT-OK.
005040     MOVE "N" TO WS-INPUT-OK-SW.
005050     PERFORM 2040-GET-SCOPE-VALUE
005060         THRU 2040-EXIT
005070         UNTIL WS-INPUT-OK.
005080     MOVE "N" TO WS-INPUT-OK-SW.
005090     PERFORM 2050-GET-EFF-DATE
005100         THRU 2050-EXIT
005110         UNTIL WS-INPUT-OK.
005120     PERFORM 1000-OPEN-FILES
005130         THRU 1000-EXIT.
005140     IF NOT WS-FILES-OPEN
005150         GO TO 2000-EXIT
005160     END-IF.
005170     MOVE "PREVIEW" TO HDG-MODE.
005180     SET WS-PRINTING TO TRUE.
005190     MOVE "N" TO WS-POSTING-SW.
005200     PERFORM 3000-APPLY-RULE
005210         THRU 3000-EXIT.
005220     MOVE "P"               TO RI-STATUS.
005230     MOVE WS-OPERATOR-ID    TO RI-PREPARED-BY.
005240     MOVE WS-TODAY          TO RI-PREPARED-DATE.
005250     MOVE WS-NOW            TO RI-PREPARED-TIME.
005260     MOVE WS-INCREASE-COUNT TO RI-EMP-COUNT.
005270     MOVE WS-REJECT-COUNT   TO RI-REJECT-COUNT.
005280     MOVE WS-TOTAL-IMPACT   TO RI-ANNUAL-IMPACT.
005290     MOVE SPACES            TO RI-POSTED-BY.
005300     MOVE ZERO              TO RI-POSTED-DATE.
005310     PERFORM 1200-WRITE-PROPOSAL
005320         THRU 1200-EXIT.
005330     PERFORM 1300-SHOW-PROPOSAL
005340         THRU 1300-EXIT.
005350     DISPLAY "PREVIEW PRINTED TO RATERPT AND FILED AS THE "
005360         "PENDING PROPOSAL.".
005370     DISPLAY "A SUPERVISOR OTHER THAN " WS-OPERATOR-ID
005380         " POSTS IT WITH MODE P.".
005390     MOVE SPACES TO WS-AUDIT-MESSAGE.
005400     STRING "RATE INCREASE PROPOSED - " RI-EMP-COUNT
005410         " EMPLOYEES EFFECTIVE " RI-EFF-DATE
005420         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005430     CALL "AUDITLOG" USING
005440         BY CONTENT WS-AUDIT-PROGRAM-ID
005450         BY CONTENT WS-AUDIT-MESSAGE.
005460 2000-EXIT.
005470     EXIT.
005480
005490 2010-GET-BASIS.
005500     DISPLAY "INCREASE BY P=PERCENTAGE OR F=FLAT AMOUNT "
005510         "PER HOUR: ".
005520     ACCEPT RI-BASIS.
005530     IF RI-BASIS EQUAL "p"
005540         MOVE "P" TO RI-BASIS
005550     END-IF.
005560     IF RI-BASIS EQUAL "f"
005570         MOVE "F" TO RI-BASIS
005580     END-IF.
005590     IF RI-BY-PERCENT OR RI-BY-AMOUNT
005600         SET WS-INPUT-OK TO TRUE
005610     ELSE
005620         DISPLAY "INVALID CHOICE - P OR F. PLEASE RE-ENTER."
005630     END-IF.
005640 2010-EXIT.
005650     EXIT.
005660
005670*  BOTH ARE KEYED AS FOUR DIGITS WITH AN IMPLIED DECIMAL, AS
005680*  SALMAINT KEYS A RATE.
005690 2020-GET-AMOUNT.
005700     IF RI-BY-PERCENT
005710         DISPLAY "ENTER PERCENTAGE AS 4 DIGITS, IMPLIED DECIMAL "
005720             "(0350 = 3.50%): "
005730         ACCEPT RI-PERCENT
005740         IF RI-PERCENT IS NUMERIC
005750                 AND RI-PERCENT GREATER THAN ZERO
005760             SET WS-INPUT-OK TO TRUE
005770         END-IF
005780     ELSE
005790         DISPLAY "ENTER AMOUNT PER HOUR AS 4 DIGITS, IMPLIED "
005800             "DECIMAL (0050 = 0.50): "
005810         ACCEPT RI-FLAT-AMT
005820         IF RI-FLAT-AMT IS NUMERIC
005830                 AND RI-FLAT-AMT GREATER THAN ZERO
005840             SET WS-INPUT-OK TO TRUE
005850         END-IF
005860     END-IF.
005870     IF NOT WS-INPUT-OK
005880         DISPLAY "INVALID INCREASE - MUST BE NUMERIC AND GREATER "
005890             "THAN ZERO. PLEASE RE-ENTER."
005900     END-IF.
005910 2020-EXIT.
005920     EXIT.
005930
005940 2030-GET-SCOPE.
005950     DISPLAY "APPLY TO A=ALL EMPLOYEES, D=ONE DEPARTMENT, "
005960         "C=ONE CITY: ".
005970     ACCEPT RI-SCOPE.
005980     IF RI-SCOPE EQUAL "a"
005990         MOVE "A" TO RI-SCOPE
006000     END-IF.
006010     IF RI-SCOPE EQUAL "d"
006020         MOVE "D" TO RI-SCOPE
006030     END-IF.
006040     IF RI-SCOPE EQUAL "c"
006050         MOVE "C" TO RI-SCOPE
006060     END-IF.
006070     IF RI-ALL-EMPLOYEES OR RI-ONE-DEPT OR RI-ONE-CITY
006080         SET WS-INPUT-OK TO TRUE
006090     ELSE
006100         DISPLAY "INVALID CHOICE - A, D OR C. PLEASE RE-ENTER."
006110     END-IF.
006120 2030-EXIT.
006130     EXIT.
006140
006150 2040-GET-SCOPE-VALUE.
006160     MOVE SPACES TO RI-SCOPE-VALUE.
006170     IF RI-ALL-EMPLOYEES
006180         SET WS-INPUT-OK TO TRUE
006190         GO TO 2040-EXIT
006200     END-IF.
006210     IF RI-ONE-DEPT
006220         DISPLAY "ENTER DEPARTMENT CODE (4 CHARACTERS): "
006230         ACCEPT RI-SCOPE-VALUE(1:4)
006240     ELSE
006250         DISPLAY "ENTER CITY (AS ON THE MASTER): "
006260         ACCEPT RI-SCOPE-VALUE
006270     END-IF.
006280     IF RI-SCOPE-VALUE EQUAL SPACES
006290         DISPLAY "A VALUE IS REQUIRED. PLEASE RE-ENTER."
006300     ELSE
006310         SET WS-INPUT-OK TO TRUE
006320     END-IF.
006330 2040-EXIT.
006340     EXIT.
006350
006360 2050-GET-EFF-DATE.
006370     DISPLAY "ENTER EFFECTIVE DATE OF THE INCREASE (CCYYMMDD): ".
006380     ACCEPT RI-EFF-DATE.
006390     IF RI-EFF-DATE IS NOT NUMERIC
006400         DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD. "
006410             "PLEASE RE-ENTER."
006420         GO TO 2050-EXIT
006430     END-IF.
006440     MOVE RI-EFF-DATE TO WS-DATE-WORK.
006450     IF WS-DW-CCYY LESS THAN 1900
006460             OR WS-DW-MM LESS THAN 1 OR WS-DW-MM GREATER THAN 12
006470             OR WS-DW-DD LESS THAN 1 OR WS-DW-DD GREATER THAN 31
006480         DISPLAY "INVALID DATE - MUST BE A CALENDAR DATE "
006490             "CCYYMMDD. PLEASE RE-ENTER."
006500     ELSE
006510         SET WS-INPUT-OK TO TRUE
006520     END-IF.
006530 2050-EXIT.
006540     EXIT.
006550
006560*-----------------------------------------------------------------
006570*  3000-APPLY-RULE.
006580*  ONE PASS OF THE MASTER UNDER THE RULE. WS-PRINTING SAYS
006590*  WHETHER RATERPT IS WRITTEN, WS-POSTING WHETHER THE RATE FILE
006600*  IS CHANGED; THE SAME ARITHMETIC SERVES THE PREVIEW, THE
006610*  CHECK BEFORE POSTING, AND THE POSTING ITSELF.
006620*-----------------------------------------------------------------
006630 3000-APPLY-RULE.
006640     MOVE ZERO TO WS-SELECTED-COUNT.
006650     MOVE ZERO TO WS-INCREASE-COUNT.
006660     MOVE ZERO TO WS-REJECT-COUNT.
006670     MOVE ZERO TO WS-CLOSED-COUNT.
006680     MOVE ZERO TO WS-ADDED-COUNT.
006690     MOVE ZERO TO WS-POST-ERROR-COUNT.
006700     MOVE ZERO TO WS-TOTAL-OLD-ANNUAL.
006710     MOVE ZERO TO WS-TOTAL-NEW-ANNUAL.
006720     MOVE ZERO TO WS-TOTAL-IMPACT.
006730     MOVE ZERO TO WS-DEPT-COUNT.
006740     MOVE ZERO TO WS-DEPT-OVERFLOW.
006750     MOVE ZERO TO WS-REJ-LISTED.
006760     MOVE ZERO TO WS-PAGE-COUNT.
006770     PERFORM 6000-DAY-BEFORE
006780         THRU 6000-EXIT.
006790     IF WS-PRINTING
006800         OPEN OUTPUT RATE-REPORT
006810         PERFORM 8100-BUILD-RULE-LINES
006820             THRU 8100-EXIT
006830         PERFORM 8000-START-PAGE
006840             THRU 8000-EXIT
006850     END-IF.
006860     MOVE "N" TO WS-EOF-SW.
006870     MOVE ZERO TO EMP-NO.
006880     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-NO
006890         INVALID KEY
006900             SET WS-END-OF-FILE TO TRUE
006910     END-START.
006920     PERFORM 3100-ONE-EMPLOYEE
006930         THRU 3100-EXIT
006940         UNTIL WS-END-OF-FILE.
006950     IF WS-PRINTING
006960         PERFORM 8200-PRINT-DEPT-RECAP
006970             THRU 8200-EXIT
006980         PERFORM 8300-PRINT-EXCEPTIONS
006990             THRU 8300-EXIT
007000         PERFORM 8400-PRINT-COUNTS
007010             THRU 8400-EXIT
007020         CLOSE RATE-REPORT
007030     END-IF.
007040 3000-EXIT.
007050     EXIT.
007060
007070*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
007080*  ERROR CANNOT SPIN.
007090 3100-ONE-EMPLOYEE.
007100     READ EMPLOYEE-MASTER NEXT RECORD
007110         AT END
007120             SET WS-END-OF-FILE TO TRUE
007130             GO TO 3100-EXIT
007140     END-READ.
007150     IF WS-EMPMAST-STATUS NOT EQUAL "00"
007160         SET WS-END-OF-FILE TO TRUE
007170         GO TO 3100-EXIT
007180     END-IF.
007190     IF NOT EMP-ACTIVE
007200         GO TO 3100-EXIT
007210     END-IF.
007220     IF RI-ONE-DEPT AND EMP-DEPT NOT EQUAL RI-SCOPE-VALUE(1:4)
007230         GO TO 3100-EXIT
007240     END-IF.
007250     IF RI-ONE-CITY AND EMP-CITY NOT EQUAL RI-SCOPE-VALUE
007260         GO TO 3100-EXIT
007270     END-IF.
007280     ADD 1 TO WS-SELECTED-COUNT.
007290     PERFORM 3200-FIND-CURRENT-ROW
007300         THRU 3200-EXIT.
007310     IF WS-CURR-FOUND
007320         MOVE WS-CURR-RATE TO WS-OLD-RATE
007330     ELSE
007340         MOVE EMP-SAL TO WS-OLD-RATE
007350     END-IF.
007360     IF RI-BY-PERCENT
007370         COMPUTE WS-NEW-RATE-WORK ROUNDED =
007380             WS-OLD-RATE * (100 + RI-PERCENT) / 100
007390     ELSE
007400         COMPUTE WS-NEW-RATE-WORK =
007410             WS-OLD-RATE + RI-FLAT-AMT
007420     END-IF.
007430     MOVE SPACES TO WS-REJECT-REASON.
007440     EVALUATE TRUE
007450         WHEN WS-LATER-FOUND
007460             MOVE "LATER RATE ROW ALREADY ON FILE"
007470                 TO WS-REJECT-REASON
007480         WHEN WS-CURR-FOUND AND WS-CURR-START EQUAL RI-EFF-DATE
007490             MOVE "ROW ALREADY STARTS ON THE DATE"
007500                 TO WS-REJECT-REASON
007510         WHEN WS-NEW-RATE-WORK GREATER THAN 99.99
007520             MOVE "NEW RATE OVER 99.99 CEILING"
007530                 TO WS-REJECT-REASON
007540     END-EVALUATE.
007550     IF WS-REJECT-REASON NOT EQUAL SPACES
007560         PERFORM 3300-REJECT-EMPLOYEE
007570             THRU 3300-EXIT
007580         GO TO 3100-EXIT
007590     END-IF.
007600     MOVE WS-NEW-RATE-WORK TO WS-NEW-RATE.
007610     EVALUATE TRUE
007620         WHEN EMP-PAY-WEEKLY
007630             COMPUTE WS-ANNUAL-HOURS = PG-STD-HOURS(1) * 52
007640         WHEN EMP-PAY-BIWEEKLY
007650             COMPUTE WS-ANNUAL-HOURS = PG-STD-HOURS(2) * 26
007660         WHEN OTHER
007670             COMPUTE WS-ANNUAL-HOURS = PG-STD-HOURS(3) * 12
007680     END-EVALUATE.
007690     COMPUTE WS-OLD-ANNUAL = WS-OLD-RATE * WS-ANNUAL-HOURS.
007700     COMPUTE WS-NEW-ANNUAL = WS-NEW-RATE * WS-ANNUAL-HOURS.
007710     COMPUTE WS-IMPACT = WS-NEW-ANNUAL - WS-OLD-ANNUAL.
007720     ADD 1 TO WS-INCREASE-COUNT.
007730     ADD WS-OLD-ANNUAL TO WS-TOTAL-OLD-ANNUAL.
007740     ADD WS-NEW-ANNUAL TO WS-TOTAL-NEW-ANNUAL.
007750     ADD WS-IMPACT     TO WS-TOTAL-IMPACT.
007760     PERFORM 3400-ADD-TO-DEPT
007770         THRU 3400-EXIT.
007780     IF WS-PRINTING
007790         IF WS-LINE-COUNT GREATER THAN 50
007800             PERFORM 8000-START-PAGE
007810                 THRU 8000-EXIT
007820         END-IF
007830         MOVE EMP-NO          TO DTL-EMP-NO
007840         MOVE EMP-NAME        TO DTL-NAME
007850         MOVE EMP-DEPT        TO DTL-DEPT
007860         MOVE WS-OLD-RATE     TO DTL-OLD-RATE
007870         MOVE WS-NEW-RATE     TO DTL-NEW-RATE
007880         MOVE WS-ANNUAL-HOURS TO DTL-HOURS
007890         MOVE WS-IMPACT       TO DTL-IMPACT
007900         WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
007910             AFTER ADVANCING 1 LINE
007920         ADD 1 TO WS-LINE-COUNT
007930     END-IF.
007940     IF WS-POSTING
007950         PERFORM 3500-POST-ROWS
007960             THRU 3500-EXIT
007970     END-IF.
007980 3100-EXIT.
007990     EXIT.
008000
008010*-----------------------------------------------------------------
008020*  3200-FIND-CURRENT-ROW.
008030*  READS ALL THE EMPLOYEE'S RATE ROWS: THE ONE IN FORCE ON THE
008040*  EFFECTIVE DATE, IF ANY, AND WHETHER ANY ROW STARTS AFTER IT.
008050*-----------------------------------------------------------------
008060 3200-FIND-CURRENT-ROW.
008070     MOVE "N" TO WS-CURR-FOUND-SW.
008080     MOVE "N" TO WS-LATER-FOUND-SW.
008090     MOVE "N" TO WS-ROWS-DONE-SW.
008100     MOVE EMP-NO TO SR-EMP-NO.
008110     MOVE ZERO   TO SR-EFF-START.
008120     START SALARY-RATE-FILE
008130         KEY IS NOT LESS THAN SR-RATE-KEY
008140         INVALID KEY
008150             SET WS-ROWS-DONE TO TRUE
008160     END-START.
008170     PERFORM 3210-SCAN-ONE-ROW
008180         THRU 3210-EXIT
008190         UNTIL WS-ROWS-DONE.
008200 3200-EXIT.
008210     EXIT.
008220
008230 3210-SCAN-ONE-ROW.
008240     READ SALARY-RATE-FILE NEXT RECORD
008250         AT END
008260             SET WS-ROWS-DONE TO TRUE
008270             GO TO 3210-EXIT
008280     END-READ.
008290     IF WS-SALRATE-STATUS NOT EQUAL "00"
008300             OR SR-EMP-NO NOT EQUAL EMP-NO
008310         SET WS-ROWS-DONE TO TRUE
008320         GO TO 3210-EXIT
008330     END-IF.
008340     IF SR-EFF-START GREATER THAN RI-EFF-DATE
008350         SET WS-LATER-FOUND TO TRUE
008360         GO TO 3210-EXIT
008370     END-IF.
008380     IF SR-EFF-END NOT LESS THAN RI-EFF-DATE
008390         SET WS-CURR-FOUND TO TRUE
008400         MOVE SR-EFF-START TO WS-CURR-START
008410         MOVE SR-EFF-END   TO WS-CURR-END
008420         MOVE SR-RATE      TO WS-CURR-RATE
008430     END-IF.
008440 3210-EXIT.
008450     EXIT.
008460
008470*-----------------------------------------------------------------
008480*  3300-REJECT-EMPLOYEE.
008490*  HOLDS THE EMPLOYEE FOR THE EXCEPTION PAGE. PAST 500 ONLY THE
008500*  COUNT IS KEPT AND THE PAGE SAYS SO.
008510*-----------------------------------------------------------------
008520 3300-REJECT-EMPLOYEE.
008530     ADD 1 TO WS-REJECT-COUNT.
008540     IF WS-REJ-LISTED LESS THAN 500
008550         ADD 1 TO WS-REJ-LISTED
008560         MOVE EMP-NO           TO WS-REJ-EMP-NO(WS-REJ-LISTED)
008570         MOVE EMP-NAME         TO WS-REJ-NAME(WS-REJ-LISTED)
008580         MOVE EMP-DEPT         TO WS-REJ-DEPT(WS-REJ-LISTED)
008590         MOVE WS-OLD-RATE      TO WS-REJ-OLD-RATE(WS-REJ-LISTED)
008600         MOVE WS-NEW-RATE-WORK TO WS-REJ-NEW-RATE(WS-REJ-LISTED)
008610         MOVE WS-REJECT-REASON TO WS-REJ-REASON(WS-REJ-LISTED)
008620     END-IF.
008630 3300-EXIT.
008640     EXIT.
008650
008660*-----------------------------------------------------------------
008670*  3400-ADD-TO-DEPT.
008680*  PAST 200 DEPARTMENTS THE EMPLOYEE STILL COUNTS IN THE GRAND
008690*  TOTALS AND THE RECAP NOTES HOW MANY WERE LEFT OFF IT.
008700*-----------------------------------------------------------------
008710 3400-ADD-TO-DEPT.
008720     MOVE "N" TO WS-DEPT-FOUND-SW.
008730     MOVE ZERO TO WS-DEPT-USE.
008740     PERFORM 3410-MATCH-ONE-DEPT
008750         THRU 3410-EXIT
008760         VARYING WS-DEPT-SUB FROM 1 BY 1
008770         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT
008780             OR WS-DEPT-FOUND.
008790     IF NOT WS-DEPT-FOUND
008800         IF WS-DEPT-COUNT EQUAL 200
008810             ADD 1 TO WS-DEPT-OVERFLOW
008820             GO TO 3400-EXIT
008830         END-IF
008840         ADD 1 TO WS-DEPT-COUNT
008850         MOVE WS-DEPT-COUNT TO WS-DEPT-USE
008860         MOVE EMP-DEPT TO WS-DPT-CODE(WS-DEPT-USE)
008870         MOVE ZERO TO WS-DPT-HEADS(WS-DEPT-USE)
008880         MOVE ZERO TO WS-DPT-OLD-ANNUAL(WS-DEPT-USE)
008890         MOVE ZERO TO WS-DPT-NEW-ANNUAL(WS-DEPT-USE)
008900         MOVE ZERO TO WS-DPT-IMPACT(WS-DEPT-USE)
008910     END-IF.
008920     ADD 1             TO WS-DPT-HEADS(WS-DEPT-USE).
008930     ADD WS-OLD-ANNUAL TO WS-DPT-OLD-ANNUAL(WS-DEPT-USE).
008940     ADD WS-NEW-ANNUAL TO WS-DPT-NEW-ANNUAL(WS-DEPT-USE).
008950     ADD WS-IMPACT     TO WS-DPT-IMPACT(WS-DEPT-USE).
008960 3400-EXIT.
008970     EXIT.
008980
008990 3410-MATCH-ONE-DEPT.
009000     IF WS-DPT-CODE(WS-DEPT-SUB) EQUAL EMP-DEPT
009010         SET WS-DEPT-FOUND TO TRUE
009020         MOVE WS-DEPT-SUB TO WS-DEPT-USE
009030     END-IF.
009040 3410-EXIT.
009050     EXIT.
009060
009070*-----------------------------------------------------------------
009080*  3500-POST-ROWS.
009090*  CLOSES THE ROW IN FORCE THE DAY BEFORE THE EFFECTIVE DATE AND
009100*  WRITES THE NEW ROW. EACH ROW GOES TO THE AUDIT TRAIL AND THE
009110*  CHANGE JOURNAL. A ROW THAT CANNOT BE WRITTEN IS LOGGED AS AN
009120*  ERROR AND COUNTED; THE EMPLOYEE IS LEFT AS FOUND IF THE CLOSE
009130*  FAILED.
009140*-----------------------------------------------------------------
009150 3500-POST-ROWS.
009160     MOVE EMP-NO TO WS-JRNL-EMP-NO.
009170     IF NOT WS-CURR-FOUND
009180         GO TO 3500-ADD-ROW
009190     END-IF.
009200     MOVE EMP-NO        TO SR-EMP-NO.
009210     MOVE WS-CURR-START TO SR-EFF-START.
009220     READ SALARY-RATE-FILE
009230         INVALID KEY
009240             MOVE "RATE ROW IN FORCE COULD NOT BE RE-READ"
009250                 TO WS-REJECT-REASON
009260             PERFORM 3590-POST-ERROR
009270                 THRU 3590-EXIT
009280             GO TO 3500-EXIT
009290     END-READ.
009300     MOVE SPACES TO WS-BEFORE-IMAGE.
009310     MOVE SPACES TO WS-AFTER-IMAGE.
009320     MOVE SALARY-RATE-RECORD TO WS-BEFORE-IMAGE.
009330     MOVE WS-DAY-BEFORE TO SR-EFF-END.
009340     REWRITE SALARY-RATE-RECORD
009350         INVALID KEY
009360             MOVE "RATE ROW IN FORCE COULD NOT BE CLOSED"
009370                 TO WS-REJECT-REASON
009380             PERFORM 3590-POST-ERROR
009390                 THRU 3590-EXIT
009400             GO TO 3500-EXIT
009410     END-REWRITE.
009420     MOVE SALARY-RATE-RECORD TO WS-AFTER-IMAGE.
009430     ADD 1 TO WS-CLOSED-COUNT.
009440     PERFORM 3580-JOURNAL-ROW
009450         THRU 3580-EXIT.
009460     MOVE SPACES TO WS-AUDIT-MESSAGE.
009470     STRING "RATE ROW CLOSED - EMP " EMP-NO " FROM " WS-CURR-START
009480         " TO " WS-DAY-BEFORE
009490         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
009500     CALL "AUDITLOG" USING
009510         BY CONTENT WS-AUDIT-PROGRAM-ID
009520         BY CONTENT WS-AUDIT-MESSAGE.
009530 3500-ADD-ROW.
009540     MOVE EMP-NO      TO SR-EMP-NO.
009550     MOVE RI-EFF-DATE TO SR-EFF-START.
009560     IF WS-CURR-FOUND
009570         MOVE WS-CURR-END TO SR-EFF-END
009580     ELSE
009590         MOVE 99999999 TO SR-EFF-END
009600     END-IF.
009610     MOVE WS-NEW-RATE TO SR-RATE.
009620     WRITE SALARY-RATE-RECORD
009630         INVALID KEY
009640             MOVE "NEW RATE ROW COULD NOT BE WRITTEN"
009650                 TO WS-REJECT-REASON
009660             PERFORM 3590-POST-ERROR
009670                 THRU 3590-EXIT
009680             GO TO 3500-EXIT
009690     END-WRITE.
009700     MOVE SPACES TO WS-BEFORE-IMAGE.
009710     MOVE SPACES TO WS-AFTER-IMAGE.
009720     MOVE SALARY-RATE-RECORD TO WS-AFTER-IMAGE.
009730     ADD 1 TO WS-ADDED-COUNT.
009740     PERFORM 3580-JOURNAL-ROW
009750         THRU 3580-EXIT.
009760     MOVE WS-OLD-RATE TO WS-RATE-DISP.
009770     MOVE WS-NEW-RATE TO WS-RATE-DISP-2.
009780     MOVE SPACES TO WS-AUDIT-MESSAGE.
009790     STRING "RATE ROW ADDED - EMP " EMP-NO " FROM " RI-EFF-DATE
009800         " " WS-RATE-DISP " -> " WS-RATE-DISP-2
009810         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
009820     CALL "AUDITLOG" USING
009830         BY CONTENT WS-AUDIT-PROGRAM-ID
009840         BY CONTENT WS-AUDIT-MESSAGE.
009850 3500-EXIT.
009860     EXIT.
009870
009880 3580-JOURNAL-ROW.
009890     CALL "CHGJRNLF" USING
009900         BY CONTENT WS-AUDIT-PROGRAM-ID
009910         BY CONTENT WS-JRNL-EMP-NO
009920         BY CONTENT WS-BEFORE-IMAGE
009930         BY CONTENT WS-AFTER-IMAGE
009940         BY CONTENT WS-JRNL-FILE-ID.
009950 3580-EXIT.
009960     EXIT.
009970
009980 3590-POST-ERROR.
009990     ADD 1 TO WS-POST-ERROR-COUNT.
010000     MOVE SPACES TO WS-EXCP-MESSAGE.
010010     STRING "EMP " EMP-NO " " WS-REJECT-REASON
010020         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
010030     MOVE "E" TO WS-EXCP-SEVERITY.
010040     CALL "EXCPTLOG" USING
010050         BY CONTENT WS-AUDIT-PROGRAM-ID
010060         BY CONTENT WS-EXCP-SEVERITY
010070         BY CONTENT WS-EXCP-MESSAGE.
010080     DISPLAY "RATEINC - " WS-EXCP-MESSAGE.
010090 3590-EXIT.
010100     EXIT.
010110
010120*-----------------------------------------------------------------
010130*  4000-POST-INCREASE.
010140*  SUPERVISOR ONLY, AND NOT THE PREPARER. A CHECK PASS WITH
010150*  NOTHING PRINTED OR POSTED MUST REPRODUCE THE PREVIEW'S TOTALS
010160*  BEFORE THE SUPERVISOR IS ASKED TO CONFIRM.
010170*-----------------------------------------------------------------
010180 4000-POST-INCREASE.
010190     IF WS-OPER-AUTH LESS THAN 3
010200         DISPLAY "RATEINC - SUPERVISOR AUTHORITY (3) IS NEEDED "
010210             "TO POST AN INCREASE - NOTHING DONE."
010220         GO TO 4000-EXIT
010230     END-IF.
010240     CALL "LOCKCHK" USING
010250         BY REFERENCE WS-LOCK-HELD-SW.
010260     IF WS-LOCK-HELD
010270         DISPLAY "RATEINC - THE NIGHTLY RUN IS IN PROGRESS - "
010280             "NOTHING DONE."
010290         GO TO 4000-EXIT
010300     END-IF.
010310     PERFORM 1100-READ-PROPOSAL
010320         THRU 1100-EXIT.
010330     IF NOT RI-PENDING
010340         DISPLAY "RATEINC - NO PENDING PROPOSAL ON FILE - RUN A "
010350             "PREVIEW FIRST."
010360         GO TO 4000-EXIT
010370     END-IF.
010380     PERFORM 1300-SHOW-PROPOSAL
010390         THRU 1300-EXIT.
010400     IF RI-PREPARED-BY EQUAL WS-OPERATOR-ID
010410         DISPLAY "RATEINC - THE OPERATOR WHO PREPARED THE "
010420             "INCREASE CANNOT POST IT - NOTHING DONE."
010430         GO TO 4000-EXIT
010440     END-IF.
010450     PERFORM 1000-OPEN-FILES
010460         THRU 1000-EXIT.
010470     IF NOT WS-FILES-OPEN
010480         GO TO 4000-EXIT
010490     END-IF.
010500     MOVE "N" TO WS-PRINTING-SW.
010510     MOVE "N" TO WS-POSTING-SW.
010520     PERFORM 3000-APPLY-RULE
010530         THRU 3000-EXIT.
010540     IF WS-INCREASE-COUNT NOT EQUAL RI-EMP-COUNT
010550             OR WS-REJECT-COUNT NOT EQUAL RI-REJECT-COUNT
010560             OR WS-TOTAL-IMPACT NOT EQUAL RI-ANNUAL-IMPACT
010570         DISPLAY "RATEINC - THE MASTER OR RATE FILE HAS CHANGED "
010580             "SINCE THE PREVIEW - NOTHING POSTED."
010590         DISPLAY "RUN THE PREVIEW AGAIN."
010600         GO TO 4000-EXIT
010610     END-IF.
010620     DISPLAY "POST THIS INCREASE TO THE SALARY-RATE FILE? "
010630         "(Y/N): ".
010640     ACCEPT WS-CONFIRM-ANS.
010650     IF NOT WS-CONFIRM-YES
010660         DISPLAY "POST NOT CONFIRMED - NOTHING POSTED."
010670         GO TO 4000-EXIT
010680     END-IF.
010690     MOVE "POSTED" TO HDG-MODE.
010700     SET WS-PRINTING TO TRUE.
010710     SET WS-POSTING TO TRUE.
010720     PERFORM 3000-APPLY-RULE
010730         THRU 3000-EXIT.
010740     MOVE "D"            TO RI-STATUS.
010750     MOVE WS-OPERATOR-ID TO RI-POSTED-BY.
010760     MOVE WS-TODAY       TO RI-POSTED-DATE.
010770     PERFORM 1200-WRITE-PROPOSAL
010780         THRU 1200-EXIT.
010790     DISPLAY "RATE INCREASE POSTED - " WS-CLOSED-COUNT
010800         " ROWS CLOSED, " WS-ADDED-COUNT " ROWS ADDED, "
010810         WS-POST-ERROR-COUNT " ERRORS. SEE RATERPT.".
010820     MOVE SPACES TO WS-AUDIT-MESSAGE.
010830     STRING "RATE INCREASE POSTED - " WS-ADDED-COUNT
010840         " ROWS EFFECTIVE " RI-EFF-DATE " PREP " RI-PREPARED-BY
010850         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
010860     CALL "AUDITLOG" USING
010870         BY CONTENT WS-AUDIT-PROGRAM-ID
010880         BY CONTENT WS-AUDIT-MESSAGE.
010890     IF WS-REJECT-COUNT GREATER THAN ZERO
010900         MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
010910         MOVE SPACES TO WS-EXCP-MESSAGE
010920         STRING "RATE INCREASE - " WS-COUNT-DISP
010930             " EMPLOYEES NOT INCREASED - SEE RATERPT"
010940             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
010950         MOVE "W" TO WS-EXCP-SEVERITY
010960         CALL "EXCPTLOG" USING
010970             BY CONTENT WS-AUDIT-PROGRAM-ID
010980             BY CONTENT WS-EXCP-SEVERITY
010990             BY CONTENT WS-EXCP-MESSAGE
011000     END-IF.
011010 4000-EXIT.
011020     EXIT.
011030
011040*-----------------------------------------------------------------
011050*  5000-WITHDRAW-PROPOSAL.
011060*  THE PREPARER OR A SUPERVISOR MAY WITHDRAW A PENDING PROPOSAL.
011070*-----------------------------------------------------------------
011080 5000-WITHDRAW-PROPOSAL.
011090     PERFORM 1100-READ-PROPOSAL
011100         THRU 1100-EXIT.
011110     IF NOT RI-PENDING
011120         DISPLAY "RATEINC - NO PENDING PROPOSAL ON FILE."
011130         GO TO 5000-EXIT
011140     END-IF.
011150     PERFORM 1300-SHOW-PROPOSAL
011160         THRU 1300-EXIT.
011170     IF RI-PREPARED-BY NOT EQUAL WS-OPERATOR-ID
011180             AND WS-OPER-AUTH LESS THAN 3
011190         DISPLAY "RATEINC - ONLY THE PREPARER OR A SUPERVISOR "
011200             "MAY WITHDRAW IT - NOTHING DONE."
011210         GO TO 5000-EXIT
011220     END-IF.
011230     DISPLAY "WITHDRAW THIS PROPOSAL? (Y/N): ".
011240     ACCEPT WS-CONFIRM-ANS.
011250     IF NOT WS-CONFIRM-YES
011260         DISPLAY "WITHDRAWAL NOT CONFIRMED - PROPOSAL KEPT."
011270         GO TO 5000-EXIT
011280     END-IF.
011290     MOVE "X"            TO RI-STATUS.
011300     MOVE WS-OPERATOR-ID TO RI-POSTED-BY.
011310     MOVE WS-TODAY       TO RI-POSTED-DATE.
011320     PERFORM 1200-WRITE-PROPOSAL
011330         THRU 1200-EXIT.
011340     DISPLAY "PROPOSAL WITHDRAWN.".
011350     MOVE SPACES TO WS-AUDIT-MESSAGE.
011360     STRING "RATE INCREASE WITHDRAWN - EFFECTIVE " RI-EFF-DATE
011370         " PREP " RI-PREPARED-BY
011380         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
011390     CALL "AUDITLOG" USING
011400         BY CONTENT WS-AUDIT-PROGRAM-ID
011410         BY CONTENT WS-AUDIT-MESSAGE.
011420 5000-EXIT.
011430     EXIT.
011440
011450*-----------------------------------------------------------------
011460*  6000-DAY-BEFORE.
011470*  THE DAY BEFORE THE EFFECTIVE DATE - THE END DATE OF EVERY
011480*  ROW THE INCREASE CLOSES.
011490*-----------------------------------------------------------------
011500 6000-DAY-BEFORE.
011510     MOVE RI-EFF-DATE TO WS-DATE-WORK.
011520     IF WS-DW-DD GREATER THAN 1
011530         SUBTRACT 1 FROM WS-DW-DD
011540         GO TO 6000-STORE
011550     END-IF.
011560     IF WS-DW-MM EQUAL 1
011570         MOVE 12 TO WS-DW-MM
011580         SUBTRACT 1 FROM WS-DW-CCYY
011590     ELSE
011600         SUBTRACT 1 FROM WS-DW-MM
011610     END-IF.
011620     MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-DW-DD.
011630     IF WS-DW-MM EQUAL 2
011640         DIVIDE WS-DW-CCYY BY 4 GIVING WS-LEAP-QUOT
011650             REMAINDER WS-LEAP-REM-4
011660         DIVIDE WS-DW-CCYY BY 100 GIVING WS-LEAP-QUOT
011670             REMAINDER WS-LEAP-REM-100
011680         DIVIDE WS-DW-CCYY BY 400 GIVING WS-LEAP-QUOT
011690             REMAINDER WS-LEAP-REM-400
011700         IF WS-LEAP-REM-400 EQUAL ZERO
011710                 OR (WS-LEAP-REM-4 EQUAL ZERO
011720                     AND WS-LEAP-REM-100 NOT EQUAL ZERO)
011730             MOVE 29 TO WS-DW-DD
011740         END-IF
011750     END-IF.
011760 6000-STORE.
011770     MOVE WS-DATE-WORK TO WS-DAY-BEFORE.
011780 6000-EXIT.
011790     EXIT.
011800
011810*-----------------------------------------------------------------
011820*  8000-START-PAGE.
011830*  STARTS A FRESH PAGE WITH THE REPORT AND RULE HEADINGS. THE
011840*  VERY FIRST PAGE IS NOT PRECEDED BY A PAGE EJECT.
011850*-----------------------------------------------------------------
011860 8000-START-PAGE.
011870     ADD 1 TO WS-PAGE-COUNT.
011880     IF WS-PAGE-COUNT = 1
011890         WRITE RPT-LINE FROM WS-RPT-HEADING-1
011900             AFTER ADVANCING 1 LINE
011910     ELSE
011920         WRITE RPT-LINE FROM WS-RPT-HEADING-1
011930             AFTER ADVANCING PAGE
011940     END-IF.
011950     WRITE RPT-LINE FROM WS-RPT-RULE-LINE
011960         AFTER ADVANCING 1 LINE.
011970     WRITE RPT-LINE FROM WS-RPT-SCOPE-LINE
011980         AFTER ADVANCING 1 LINE.
011990     WRITE RPT-LINE FROM WS-RPT-HEADING-3
012000         AFTER ADVANCING 1 LINE.
012010     WRITE RPT-LINE FROM WS-RPT-COLUMN-HEADING
012020         AFTER ADVANCING 1 LINE.
012030     MOVE ZERO TO WS-LINE-COUNT.
012040 8000-EXIT.
012050     EXIT.
012060
012070*-----------------------------------------------------------------
012080*  8100-BUILD-RULE-LINES.
012090*  THE RULE IN WORDS, FOR THE PAGE HEADINGS AND THE CONSOLE.
012100*-----------------------------------------------------------------
012110 8100-BUILD-RULE-LINES.
012120     MOVE SPACES TO WS-RPT-RULE-LINE.
012130     MOVE SPACES TO WS-RPT-SCOPE-LINE.
012140     IF RI-BY-PERCENT
012150         MOVE RI-PERCENT TO WS-RATE-DISP
012160         STRING "INCREASE " WS-RATE-DISP " PERCENT, EFFECTIVE "
012170             RI-EFF-DATE
012180             DELIMITED BY SIZE INTO WS-RPT-RULE-LINE
012190     ELSE
012200         MOVE RI-FLAT-AMT TO WS-RATE-DISP
012210         STRING "INCREASE " WS-RATE-DISP " PER HOUR, EFFECTIVE "
012220             RI-EFF-DATE
012230             DELIMITED BY SIZE INTO WS-RPT-RULE-LINE
012240     END-IF.
012250     EVALUATE TRUE
012260         WHEN RI-ONE-DEPT
012270             STRING "ACTIVE EMPLOYEES OF DEPARTMENT "
012280                 RI-SCOPE-VALUE(1:4)
012290                 DELIMITED BY SIZE INTO WS-RPT-SCOPE-LINE
012300         WHEN RI-ONE-CITY
012310             STRING "ACTIVE EMPLOYEES IN CITY " RI-SCOPE-VALUE
012320                 DELIMITED BY SIZE INTO WS-RPT-SCOPE-LINE
012330         WHEN OTHER
012340             MOVE "ALL ACTIVE EMPLOYEES" TO WS-RPT-SCOPE-LINE
012350     END-EVALUATE.
012360 8100-EXIT.
012370     EXIT.
012380
012390*-----------------------------------------------------------------
012400*  8200-PRINT-DEPT-RECAP.
012410*-----------------------------------------------------------------
012420 8200-PRINT-DEPT-RECAP.
012430     PERFORM 8000-START-PAGE
012440         THRU 8000-EXIT.
012450     WRITE RPT-LINE FROM WS-RPT-DEPT-TITLE
012460         AFTER ADVANCING 2 LINES.
012470     WRITE RPT-LINE FROM WS-RPT-DEPT-HEADING
012480         AFTER ADVANCING 2 LINES.
012490     PERFORM 8210-PRINT-ONE-DEPT
012500         THRU 8210-EXIT
012510         VARYING WS-DEPT-SUB FROM 1 BY 1
012520         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
012530     WRITE RPT-LINE FROM WS-RPT-HEADING-3
012540         AFTER ADVANCING 1 LINE.
012550     MOVE SPACES              TO DPL-DEPT.
012560     MOVE "ALL DEPARTMENTS"   TO DPL-NAME.
012570     MOVE WS-INCREASE-COUNT   TO DPL-HEADS.
012580     MOVE WS-TOTAL-OLD-ANNUAL TO DPL-OLD-ANNUAL.
012590     MOVE WS-TOTAL-NEW-ANNUAL TO DPL-NEW-ANNUAL.
012600     MOVE WS-TOTAL-IMPACT     TO DPL-IMPACT.
012610     WRITE RPT-LINE FROM WS-RPT-DEPT-LINE
012620         AFTER ADVANCING 1 LINE.
012630     IF WS-DEPT-OVERFLOW GREATER THAN ZERO
012640         MOVE WS-DEPT-OVERFLOW TO WS-COUNT-DISP
012650         MOVE SPACES TO WS-RPT-NOTE-LINE
012660         STRING "*** " WS-COUNT-DISP " EMPLOYEES IN DEPARTMENTS "
012670             "BEYOND THE FIRST 200 - IN TOTAL ONLY ***"
012680             DELIMITED BY SIZE INTO WS-RPT-NOTE-LINE
012690         WRITE RPT-LINE FROM WS-RPT-NOTE-LINE
012700             AFTER ADVANCING 2 LINES
012710     END-IF.
012720 8200-EXIT.
012730     EXIT.
012740
012750 8210-PRINT-ONE-DEPT.
012760     MOVE WS-DPT-CODE(WS-DEPT-SUB) TO DPL-DEPT.
012770     MOVE SPACES TO DPL-NAME.
012780     IF WS-DEPTTAB-OK
012790         MOVE WS-DPT-CODE(WS-DEPT-SUB) TO DT-DEPT-CODE
012800         READ DEPARTMENT-TABLE
012810             INVALID KEY
012820                 MOVE "*UNKNOWN*" TO DPL-NAME
012830             NOT INVALID KEY
012840                 MOVE DT-DEPT-NAME TO DPL-NAME
012850         END-READ
012860     END-IF.
012870     MOVE WS-DPT-HEADS(WS-DEPT-SUB)      TO DPL-HEADS.
012880     MOVE WS-DPT-OLD-ANNUAL(WS-DEPT-SUB) TO DPL-OLD-ANNUAL.
012890     MOVE WS-DPT-NEW-ANNUAL(WS-DEPT-SUB) TO DPL-NEW-ANNUAL.
012900     MOVE WS-DPT-IMPACT(WS-DEPT-SUB)     TO DPL-IMPACT.
012910     WRITE RPT-LINE FROM WS-RPT-DEPT-LINE
012920         AFTER ADVANCING 1 LINE.
012930 8210-EXIT.
012940     EXIT.
012950
012960*-----------------------------------------------------------------
012970*  8300-PRINT-EXCEPTIONS.
012980*-----------------------------------------------------------------
012990 8300-PRINT-EXCEPTIONS.
013000     PERFORM 8000-START-PAGE
013010         THRU 8000-EXIT.
013020     WRITE RPT-LINE FROM WS-RPT-REJECT-TITLE
013030         AFTER ADVANCING 2 LINES.
013040     IF WS-REJECT-COUNT EQUAL ZERO
013050         MOVE "NONE - EVERY SELECTED EMPLOYEE WAS INCREASED."
013060             TO WS-RPT-NOTE-LINE
013070         WRITE RPT-LINE FROM WS-RPT-NOTE-LINE
013080             AFTER ADVANCING 2 LINES
013090         GO TO 8300-EXIT
013100     END-IF.
013110     WRITE RPT-LINE FROM WS-RPT-REJECT-HEADING
013120         AFTER ADVANCING 2 LINES.
013130     MOVE 4 TO WS-LINE-COUNT.
013140     PERFORM 8310-PRINT-ONE-REJECT
013150         THRU 8310-EXIT
013160         VARYING WS-REJ-SUB FROM 1 BY 1
013170         UNTIL WS-REJ-SUB GREATER THAN WS-REJ-LISTED.
013180     IF WS-REJECT-COUNT GREATER THAN WS-REJ-LISTED
013190         MOVE SPACES TO WS-RPT-NOTE-LINE
013200         STRING "*** ONLY THE FIRST 500 ARE LISTED ***"
013210             DELIMITED BY SIZE INTO WS-RPT-NOTE-LINE
013220         WRITE RPT-LINE FROM WS-RPT-NOTE-LINE
013230             AFTER ADVANCING 2 LINES
013240     END-IF.
013250 8300-EXIT.
013260     EXIT.
013270
013280 8310-PRINT-ONE-REJECT.
013290     IF WS-LINE-COUNT GREATER THAN 50
013300         PERFORM 8000-START-PAGE
013310             THRU 8000-EXIT
013320         WRITE RPT-LINE FROM WS-RPT-REJECT-HEADING
013330             AFTER ADVANCING 2 LINES
013340     END-IF.
013350     MOVE WS-REJ-EMP-NO(WS-REJ-SUB)   TO RJL-EMP-NO.
013360     MOVE WS-REJ-NAME(WS-REJ-SUB)     TO RJL-NAME.
013370     MOVE WS-REJ-DEPT(WS-REJ-SUB)     TO RJL-DEPT.
013380     MOVE WS-REJ-OLD-RATE(WS-REJ-SUB) TO RJL-OLD-RATE.
013390     MOVE WS-REJ-NEW-RATE(WS-REJ-SUB) TO RJL-NEW-RATE.
013400     MOVE WS-REJ-REASON(WS-REJ-SUB)   TO RJL-REASON.
013410     WRITE RPT-LINE FROM WS-RPT-REJECT-LINE
013420         AFTER ADVANCING 1 LINE.
013430     ADD 1 TO WS-LINE-COUNT.
013440 8310-EXIT.
013450     EXIT.
013460
013470*-----------------------------------------------------------------
013480*  8400-PRINT-COUNTS.
013490*-----------------------------------------------------------------
013500 8400-PRINT-COUNTS.
013510     WRITE RPT-LINE FROM WS-RPT-HEADING-3
013520         AFTER ADVANCING 2 LINES.
013530     MOVE "EMPLOYEES SELECTED BY THE RULE" TO RPT-COUNT-LABEL.
013540     MOVE WS-SELECTED-COUNT TO RPT-COUNT-VALUE.
013550     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
013560         AFTER ADVANCING 1 LINE.
013570     MOVE "EMPLOYEES INCREASED" TO RPT-COUNT-LABEL.
013580     MOVE WS-INCREASE-COUNT TO RPT-COUNT-VALUE.
013590     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
013600         AFTER ADVANCING 1 LINE.
013610     MOVE "EMPLOYEES NOT INCREASED" TO RPT-COUNT-LABEL.
013620     MOVE WS-REJECT-COUNT TO RPT-COUNT-VALUE.
013630     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
013640         AFTER ADVANCING 1 LINE.
013650     IF NOT WS-POSTING
013660         MOVE "PREVIEW ONLY - NOTHING HAS BEEN POSTED."
013670             TO WS-RPT-NOTE-LINE
013680         WRITE RPT-LINE FROM WS-RPT-NOTE-LINE
013690             AFTER ADVANCING 2 LINES
013700         GO TO 8400-EXIT
013710     END-IF.
013720     MOVE "RATE ROWS CLOSED" TO RPT-COUNT-LABEL.
013730     MOVE WS-CLOSED-COUNT TO RPT-COUNT-VALUE.
013740     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
013750         AFTER ADVANCING 1 LINE.
013760     MOVE "RATE ROWS ADDED" TO RPT-COUNT-LABEL.
013770     MOVE WS-ADDED-COUNT TO RPT-COUNT-VALUE.
013780     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
013790         AFTER ADVANCING 1 LINE.
013800     MOVE "ROWS NOT POSTED - ERRORS" TO RPT-COUNT-LABEL.
013810     MOVE WS-POST-ERROR-COUNT TO RPT-COUNT-VALUE.
013820     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
013830         AFTER ADVANCING 1 LINE.
013840     MOVE SPACES TO WS-RPT-NOTE-LINE.
013850     STRING "PREPARED BY " RI-PREPARED-BY " ON " RI-PREPARED-DATE
013860         " - POSTED BY " WS-OPERATOR-ID " ON " WS-TODAY
013870         DELIMITED BY SIZE INTO WS-RPT-NOTE-LINE.
013880     WRITE RPT-LINE FROM WS-RPT-NOTE-LINE
013890         AFTER ADVANCING 2 LINES.
013900 8400-EXIT.
013910     EXIT.
013920
013930*-----------------------------------------------------------------
013940*  9999-TERMINATE.
013950*-----------------------------------------------------------------
013960 9999-TERMINATE.
013970     IF WS-FILES-OPEN
013980         CLOSE EMPLOYEE-MASTER
013990         CLOSE SALARY-RATE-FILE
014000         IF WS-DEPTTAB-OK
014010             CLOSE DEPARTMENT-TABLE
014020         END-IF
014030     END-IF.
014040 9999-EXIT.
014050     EXIT.
