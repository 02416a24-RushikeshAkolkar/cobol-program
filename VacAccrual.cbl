000100*****************************************************************
000110*  PROGRAM-ID.   VACACCR
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - ACCOUNTING INTERFACE
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     MONTH-END VACATION LIABILITY ACCRUAL. THE OPERATOR KEYS THE
000190*     MONTH-END DATE. EVERY EMPLOYEE'S VACATION BALANCE ON THE
000200*     LEAVE-BALANCE FILE IS VALUED AT THE SALRATE RATE IN FORCE
000210*     ON THAT DATE, OR AT EMP-SAL WHEN NO ROW IS IN FORCE, THE
000220*     SAME FALLBACK THE GROSS-PAY STEP USES. A NEGATIVE BALANCE
000230*     IS VALUED AT ZERO AND LISTED ON ITS OWN. THE LIABILITY IS
000240*     CHARGED TO THE EMPLOYEE'S HOME DEPARTMENT ON THE MASTER.
000250*
000260*     THE LAST MONTH END'S VALUATION IS KEPT ON THE VACLIAB
000270*     SNAPSHOT, AND ONLY THE CHANGE SINCE THEN IS POSTED, AS
000280*     BALANCED ACCRUAL LINES APPENDED TO THE GLHIST POSTING
000290*     HISTORY IN THE GLPOST LAYOUT, DATED THE MONTH END:
000300*         DR 5500 VACATION EXPENSE     CHANGE, ONE LINE PER DEPT
000310*         CR 2950 ACCRUED VACATION     TOTAL CHANGE
000320*     A FALL IN THE LIABILITY POSTS THE SAME LINES WITH NEGATIVE
000330*     AMOUNTS, THE WAY RUNREVRS BACKS OUT A RUN. A DEPARTMENT'S
000340*     CHANGE IS ITS LIABILITY NOW LESS WHAT WAS BOOKED TO IT LAST
000350*     MONTH, SO AN EMPLOYEE WHO TRANSFERRED TAKES THEIR OLD
000360*     LIABILITY OFF THE OLD DEPARTMENT AND BOOKS THE NEW ONE TO
000370*     THE NEW DEPARTMENT. THE VERY FIRST RUN HAS NO SNAPSHOT AND
000380*     BOOKS THE WHOLE LIABILITY.
000380*     EACH EMPLOYEE'S LIABILITY IS BOOKED TO THEIR OWN COMPANY
000380*     (EMP-COMPANY, BLANK MEANING THE HOME COMPANY 01), AND EACH
000380*     COMPANY GETS ITS OWN 5500 AND 2950 LINES UNDER ITS CODE AND
000380*     GL ACCOUNT PREFIX, SO NO COMPANY'S BOOKS CARRY ANOTHER'S
000380*     LIABILITY. THE SNAPSHOT REMEMBERS THE COMPANY TOO, SO AN
000380*     EMPLOYEE WHO MOVED COMPANY TAKES THEIR OLD LIABILITY OFF THE
000380*     OLD COMPANY'S BOOKS. A COMPANY NOT ON THE COMPANY TABLE
000380*     ABANDONS THE ACCRUAL.
000390*
000400*     THE POSTING IS APPENDED BEFORE THE SNAPSHOT IS REWRITTEN,
000410*     AND A MONTH END NOT LATER THAN THE ONE ON THE SNAPSHOT IS
000420*     REFUSED, SO THE SAME MONTH CANNOT BE POSTED TWICE. THE
000430*     LIABILITY REPORT (VACLRPT) LISTS EACH DEPARTMENT WITH ITS
000440*     EMPLOYEES, THEN THE NEGATIVE BALANCES, THEN THE TOTALS AND
000450*     THE POSTING PROOF.
000460*-----------------------------------------------------------------
000470*  MODIFICATION HISTORY.
000480*  DATE       INIT  DESCRIPTION
000490*  ---------  ----  -----------------------------------------
000500*  10/14/26   RCA   ORIGINAL PROGRAM.
000500*  10/14/26   RCA   THE ACCRUAL LINES NOW CARRY THE HOME COMPANY
000500*                   01 AND ITS GL ACCOUNT PREFIX OFF THE COMPANY
000500*                   TABLE, IN THE WIDENED GLPOST LAYOUT.
000500*  10/15/26   RCA   EACH EMPLOYEE'S VACATION LIABILITY IS NOW
000500*                   BOOKED TO THEIR OWN COMPANY RATHER THAN ALL TO
000500*                   THE HOME COMPANY 01. THE DEPARTMENT AND
000500*                   PRIOR-LIABILITY FIGURES ARE KEPT PER COMPANY,
000500*                   EACH COMPANY GETS ITS OWN 5500/2950 LINES
000500*                   UNDER ITS CODE AND GL PREFIX, THE SNAPSHOT
000500*                   CARRIES THE COMPANY, AND THE REPORT SHOWS EACH
000500*                   COMPANY'S SHARE.
000500*  10/15/26   RCA   THE COMPANY TABLE IS CLEARED ENTRY BY ENTRY.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. VACACCR.
000540 AUTHOR. R. AKOLKAR.
000550 INSTALLATION. PAYROLL SYSTEMS - ACCOUNTING INTERFACE.
000560 DATE-WRITTEN. 10/14/26.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS LB-EMP-NO
000660         FILE STATUS IS WS-LEAVBAL-STATUS.
000670     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS EMP-NO.
000710     SELECT SALARY-RATE-FILE ASSIGN TO "SALRATE"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS SR-RATE-KEY
000750         FILE STATUS IS WS-SALRATE-STATUS.
000760     SELECT DEPARTMENT-TABLE ASSIGN TO "DEPTTAB"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS DT-DEPT-CODE
000800         FILE STATUS IS WS-DEPTTAB-STATUS.
000810     SELECT VAC-LIABILITY-FILE ASSIGN TO "VACLIAB"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-VACLIAB-STATUS.
000840     SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-GLHIST-STATUS.
000870     SELECT LIABILITY-REPORT ASSIGN TO "VACLRPT"
000880         ORGANIZATION IS SEQUENTIAL.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  LEAVE-BALANCE-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY LEAVBAL.
000950
000960 FD  EMPLOYEE-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980     COPY EMPREC.
000990
001000 FD  SALARY-RATE-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY SALRATE.
001030
001040 FD  DEPARTMENT-TABLE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY DEPTTAB.
001070
001080 FD  VAC-LIABILITY-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY VACLIAB.
001110
001120 FD  GL-HISTORY-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY GLPOST.
001150
001160 FD  LIABILITY-REPORT
001170     LABEL RECORDS ARE STANDARD.
001180 01  RPT-LINE                    PIC X(80).
001190
001200 WORKING-STORAGE SECTION.
001210 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001220     88  WS-END-OF-FILE                      VALUE "Y".
001230 01  WS-RATE-EOF-SW               PIC X(01) VALUE "N".
001240     88  WS-RATE-EOF                         VALUE "Y".
001250 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
001260     88  WS-LOCK-HELD                        VALUE "Y".
001270 01  WS-REFUSED-SW                PIC X(01) VALUE "N".
001280     88  WS-REFUSED                          VALUE "Y".
001290 01  WS-SALRATE-OPEN-SW           PIC X(01) VALUE "N".
001300     88  WS-SALRATE-OPEN                     VALUE "Y".
001310 01  WS-LEAVBAL-STATUS            PIC X(02) VALUE SPACES.
001320 01  WS-SALRATE-STATUS            PIC X(02) VALUE SPACES.
001330 01  WS-DEPTTAB-STATUS            PIC X(02) VALUE SPACES.
001340 01  WS-VACLIAB-STATUS            PIC X(02) VALUE SPACES.
001350 01  WS-GLHIST-STATUS             PIC X(02) VALUE SPACES.
001360     88  WS-GLHIST-NOT-FOUND                 VALUE "35".
001370
001380 01  WS-MONTH-END                 PIC 9(08) VALUE ZERO.
001390 01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
001400     05  WS-MONTH-END-CCYY        PIC 9(04).
001410     05  WS-MONTH-END-MM          PIC 9(02).
001420     05  WS-MONTH-END-DD          PIC 9(02).
001430 01  WS-PRIOR-MONTH-END           PIC 9(08) VALUE ZERO.
001440 01  WS-DATE-OK-SW                PIC X(01) VALUE "N".
001450     88  WS-DATE-OK                          VALUE "Y".
001460
001470 01  WS-WORK-DEPT                 PIC X(04).
001480 01  WS-WORK-RATE                 PIC 99V99 VALUE ZERO.
001490
001500*  ONE SLOT PER DEPARTMENT, LOADED IN KEY ORDER FROM THE
001510*  DEPARTMENT TABLE SO THE REPORT AND THE POSTING RUN IN CODE
001520*  ORDER. A DEPARTMENT NOT ON THE TABLE OPENS A SLOT OF ITS OWN
001530*  AT THE END. SLOT 50 TAKES ANY OVERFLOW AS ****.
001540 01  WS-DEPT-TABLE.
001550     05  WS-DEPT-ENTRY            OCCURS 50 TIMES.
001560         10  WS-DEPT-CODE         PIC X(04).
001570         10  WS-DEPT-NAME         PIC X(20).
001580         10  WS-DEPT-EMPS         PIC 9(05).
001590         10  WS-DEPT-LIABILITY    PIC S9(11)V99.
001600         10  WS-DEPT-PRIOR        PIC S9(11)V99.
001610         10  WS-DEPT-CHANGE       PIC S9(11)V99.
001620 01  WS-DEPT-COUNT                PIC 9(02) VALUE ZERO.
001630 01  WS-DEPT-SUB                  PIC 9(02) VALUE ZERO.
001640 01  WS-DEPT-USE                  PIC 9(02) VALUE ZERO.
001650 01  WS-DEPT-FOUND-SW             PIC X(01) VALUE "N".
001660     88  WS-DEPT-FOUND                       VALUE "Y".
001670
001680*  LAST MONTH END'S LIABILITY PER EMPLOYEE, OFF THE SNAPSHOT.
001690 01  WS-PRIOR-TABLE.
001700     05  WS-PRIOR-ENTRY           OCCURS 500 TIMES.
001710         10  WS-PRI-EMP-NO        PIC 9(05).
001720         10  WS-PRI-LIABILITY     PIC S9(09)V99.
001730 01  WS-PRI-COUNT                 PIC 9(03) VALUE ZERO.
001740 01  WS-PRI-SUB                   PIC 9(03) VALUE ZERO.
001750 01  WS-PRI-FOUND-SW              PIC X(01) VALUE "N".
001760     88  WS-PRI-FOUND                        VALUE "Y".
001770
001780*  THIS MONTH END'S VALUATION PER EMPLOYEE. NOTHING IS POSTED
001790*  OR REWRITTEN UNTIL THE WHOLE BALANCE FILE HAS BEEN VALUED.
001800 01  WS-EMP-BUFFER.
001810     05  WS-EB-ENTRY              OCCURS 500 TIMES.
001820         10  WS-EB-EMP-NO         PIC 9(05).
001830         10  WS-EB-NAME           PIC X(10).
001840         10  WS-EB-DEPT-SUB       PIC 9(02).
001840         10  WS-EB-CO-SUB         PIC 9(02).
001850         10  WS-EB-HOURS          PIC S9(05)V99.
001860         10  WS-EB-RATE           PIC 99V99.
001870         10  WS-EB-LIABILITY      PIC S9(09)V99.
001880         10  WS-EB-PRIOR          PIC S9(09)V99.
001890 01  WS-EB-COUNT                  PIC 9(03) VALUE ZERO.
001900 01  WS-EB-SUB                    PIC 9(03) VALUE ZERO.
001910
001920 01  WS-TOTAL-LIABILITY           PIC S9(11)V99 VALUE ZERO.
001930 01  WS-TOTAL-PRIOR               PIC S9(11)V99 VALUE ZERO.
001940 01  WS-TOTAL-CHANGE              PIC S9(11)V99 VALUE ZERO.
001950 01  WS-GL-DEBITS                 PIC S9(11)V99 VALUE ZERO.
001960 01  WS-GL-CREDITS                PIC S9(11)V99 VALUE ZERO.
001970 01  WS-GL-LINES                  PIC 9(03) VALUE ZERO.
001980 01  WS-NEG-COUNT                 PIC 9(05) VALUE ZERO.
001990 01  WS-NOT-ON-MAST               PIC 9(05) VALUE ZERO.
002000 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
002010 01  WS-LINE-COUNT                PIC 9(03) VALUE 99.
002020
002030 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "VACACCR".
002040 01  WS-AUDIT-MESSAGE             PIC X(60).
002050 01  WS-AUDIT-AMT-DISP            PIC -ZZZ,ZZZ,ZZ9.99.
002060 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "W".
002070 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
002080
002090 01  WS-RPT-HEADING-1.
002100     05  FILLER                  PIC X(20)
002110         VALUE "PAYROLL SYSTEMS".
002120     05  FILLER                  PIC X(40)
002130         VALUE "VACATION LIABILITY ACCRUAL".
002140     05  FILLER                  PIC X(14) VALUE SPACES.
002150     05  FILLER                  PIC X(02) VALUE "P.".
002160     05  HDG-PAGE                PIC ZZZ9.
002170
002180 01  WS-RPT-DATE-LINE.
002190     05  FILLER                  PIC X(11) VALUE "MONTH END ".
002200     05  HDG-MONTH-END           PIC 9(08).
002210     05  FILLER                  PIC X(20)
002220         VALUE "   LAST MONTH END ".
002230     05  HDG-PRIOR-MONTH-END     PIC 9(08).
002240     05  FILLER                  PIC X(33) VALUE SPACES.
002250
002260 01  WS-RPT-HEADING-2.
002270     05  FILLER                  PIC X(07) VALUE "EMP NO".
002280     05  FILLER                  PIC X(12) VALUE "NAME".
002290     05  FILLER                  PIC X(12) VALUE "     HOURS".
002300     05  FILLER                  PIC X(07) VALUE " RATE".
002310     05  FILLER                  PIC X(17)
002320         VALUE "      LIABILITY".
002330     05  FILLER                  PIC X(25)
002340         VALUE "         CHANGE".
002350
002360 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
002370
002380 01  WS-RPT-DEPT-LINE.
002390     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
002400     05  DPT-CODE                PIC X(04).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  DPT-NAME                PIC X(20).
002430     05  FILLER                  PIC X(43) VALUE SPACES.
002440
002450 01  WS-RPT-DETAIL-LINE.
002460     05  DTL-EMP-NO              PIC 9(05).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  DTL-NAME                PIC X(10).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  DTL-HOURS               PIC ZZ,ZZ9.99-.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  DTL-RATE                PIC Z9.99.
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  DTL-LIABILITY           PIC ZZZ,ZZZ,ZZ9.99-.
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  DTL-CHANGE              PIC ZZZ,ZZZ,ZZ9.99-.
002570     05  FILLER                  PIC X(10) VALUE SPACES.
002580
002590*  A NEGATIVE BALANCE SHOWS ITS DEPARTMENT WHERE THE LIABILITY
002600*  WOULD BE - IT IS VALUED AT ZERO. THE CHANGE COLUMN IS ANY
002610*  LIABILITY BOOKED FOR THE EMPLOYEE LAST MONTH COMING OFF.
002620 01  WS-RPT-NEGATIVE-LINE.
002630     05  NEG-EMP-NO              PIC 9(05).
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  NEG-NAME                PIC X(10).
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  NEG-HOURS               PIC ZZ,ZZ9.99-.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  NEG-RATE                PIC Z9.99.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  FILLER                  PIC X(05) VALUE "DEPT ".
002720     05  NEG-DEPT                PIC X(04).
002730     05  FILLER                  PIC X(08) VALUE SPACES.
002740     05  NEG-CHANGE              PIC ZZZ,ZZZ,ZZ9.99-.
002750     05  FILLER                  PIC X(10) VALUE SPACES.
002760
002770 01  WS-RPT-SUBTOTAL-LINE.
002780     05  SUB-LABEL               PIC X(38).
002790     05  SUB-LIABILITY           PIC ZZZ,ZZZ,ZZ9.99-.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  SUB-CHANGE              PIC ZZZ,ZZZ,ZZ9.99-.
002820     05  FILLER                  PIC X(10) VALUE SPACES.
002830
002840 01  WS-RPT-AMOUNT-LINE.
002850     05  AMT-LABEL               PIC X(38).
002860     05  AMT-VALUE               PIC ZZZ,ZZZ,ZZ9.99-.
002870     05  FILLER                  PIC X(27) VALUE SPACES.
002880
002890 01  WS-RPT-COUNT-LINE.
002900     05  CNT-LABEL               PIC X(38).
002910     05  CNT-VALUE               PIC ZZZ,ZZZ,ZZ9.
002920     05  FILLER                  PIC X(31) VALUE SPACES.
002930
002940 01  WS-RPT-PROOF-LINE            PIC X(80).
002940
002940*  THE SAME FIGURES PER COMPANY, AND PER COMPANY AND DEPARTMENT
002940*  SLOT, FOR THE POSTING - THE DEPARTMENT SLOTS ABOVE SPAN THE
002940*  WHOLE SHOP FOR THE REPORT.
002940 01  WS-CO-TABLE.
002940     05  WS-CO-ENTRY              OCCURS 10 TIMES.
002940         10  WS-CO-LIABILITY      PIC S9(11)V99.
002940         10  WS-CO-PRIOR          PIC S9(11)V99.
002940         10  WS-CO-CHANGE         PIC S9(11)V99.
002940         10  WS-CO-DEPT-ENTRY     OCCURS 50 TIMES.
002940             15  WS-CD-LIABILITY  PIC S9(11)V99.
002940             15  WS-CD-PRIOR      PIC S9(11)V99.
002940 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
002940 01  WS-CD-CHANGE                 PIC S9(11)V99 VALUE ZERO.
002940 01  WS-WORK-COMPANY              PIC X(02) VALUE SPACES.
002940 01  WS-WORK-EMP-NO               PIC 9(05) VALUE ZERO.
002940
002940     COPY COMPTBL.
002950
002960 PROCEDURE DIVISION.
002970
002980*-----------------------------------------------------------------
002990*  0000-MAINLINE.
003000*-----------------------------------------------------------------
003010 0000-MAINLINE.
003020*  THE BALANCES ARE NOT VALUED WHILE THE NIGHTLY RUN'S
003030*  RUN-IN-FLIGHT LOCK IS HELD - THE GROSS-PAY STEP MAY BE HALF
003040*  WAY THROUGH ACCRUING THEM.
003050     CALL "LOCKCHK" USING
003060         BY REFERENCE WS-LOCK-HELD-SW.
003070     IF WS-LOCK-HELD
003080         DISPLAY "VACACCR - THE LEAVE BALANCES ARE LOCKED BY THE "
003090             "NIGHTLY RUN - NOTHING DONE."
003100         GOBACK
003110     END-IF.
003120     MOVE "N" TO WS-DATE-OK-SW.
003130     PERFORM 0510-GET-MONTH-END
003140         THRU 0510-EXIT
003150         UNTIL WS-DATE-OK.
003150     MOVE "L" TO CM-FUNCTION.
003150     CALL "COMPTAB" USING
003150         BY REFERENCE COMPANY-TABLE-AREA.
003150     PERFORM 0520-CLEAR-COMPANY
003150         THRU 0520-EXIT
003150         VARYING WS-CO-SUB FROM 1 BY 1
003150         UNTIL WS-CO-SUB GREATER THAN 10.
003160     PERFORM 1000-LOAD-DEPARTMENTS
003170         THRU 1000-EXIT.
003180     PERFORM 2000-LOAD-SNAPSHOT
003190         THRU 2000-EXIT.
003200     IF NOT WS-REFUSED
003210         PERFORM 3000-VALUE-BALANCES
003220             THRU 3000-EXIT
003230     END-IF.
003240     IF WS-REFUSED
003250         STRING "VACATION ACCRUAL REFUSED - MONTH END "
003260             WS-MONTH-END
003270             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
003280         CALL "AUDITLOG" USING
003290             BY CONTENT WS-AUDIT-PROGRAM-ID
003300             BY CONTENT WS-AUDIT-MESSAGE
003310         GOBACK
003320     END-IF.
003330     PERFORM 3500-WORK-DEPT-CHANGE
003340         THRU 3500-EXIT
003350         VARYING WS-DEPT-SUB FROM 1 BY 1
003360         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
003370     PERFORM 4000-POST-ACCRUAL
003380         THRU 4000-EXIT.
003390     PERFORM 5000-WRITE-SNAPSHOT
003400         THRU 5000-EXIT.
003410     PERFORM 6000-PRINT-REPORT
003420         THRU 6000-EXIT.
003430     MOVE WS-TOTAL-CHANGE TO WS-AUDIT-AMT-DISP.
003440     STRING "VACATION ACCRUAL POSTED " WS-MONTH-END
003450         " CHANGE " WS-AUDIT-AMT-DISP
003460         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
003470     CALL "AUDITLOG" USING
003480         BY CONTENT WS-AUDIT-PROGRAM-ID
003490         BY CONTENT WS-AUDIT-MESSAGE.
003500     GOBACK.
003510
003520*  A MONTH END IS A REAL CALENDAR DATE FROM THE 28TH ON.
003530 0510-GET-MONTH-END.
003540     DISPLAY "ENTER MONTH-END DATE (CCYYMMDD): ".
003550     ACCEPT WS-MONTH-END.
003560     IF WS-MONTH-END IS NOT NUMERIC
003570             OR WS-MONTH-END-MM LESS THAN 01
003580             OR WS-MONTH-END-MM GREATER THAN 12
003590             OR WS-MONTH-END-DD LESS THAN 28
003600             OR WS-MONTH-END-DD GREATER THAN 31
003610         DISPLAY "INVALID DATE - MUST BE A NUMERIC CCYYMMDD "
003620             "MONTH END. RE-ENTER."
003630     ELSE
003640         SET WS-DATE-OK TO TRUE
003650     END-IF.
003660 0510-EXIT.
003670     EXIT.
003670
003670 0520-CLEAR-COMPANY.
003670     MOVE ZERO TO WS-CO-LIABILITY(WS-CO-SUB).
003670     MOVE ZERO TO WS-CO-PRIOR(WS-CO-SUB).
003670     MOVE ZERO TO WS-CO-CHANGE(WS-CO-SUB).
003670     PERFORM 0530-CLEAR-COMPANY-DEPT
003670         THRU 0530-EXIT
003670         VARYING WS-DEPT-SUB FROM 1 BY 1
003670         UNTIL WS-DEPT-SUB GREATER THAN 50.
003670 0520-EXIT.
003670     EXIT.
003670
003670 0530-CLEAR-COMPANY-DEPT.
003670     MOVE ZERO TO WS-CD-LIABILITY(WS-CO-SUB, WS-DEPT-SUB).
003670     MOVE ZERO TO WS-CD-PRIOR(WS-CO-SUB, WS-DEPT-SUB).
003670 0530-EXIT.
003670     EXIT.
003680
003690*-----------------------------------------------------------------
003700*  1000-LOAD-DEPARTMENTS.
003710*  LOADS THE DEPARTMENT TABLE IN KEY ORDER. A MISSING TABLE IS
003720*  NOT FATAL - THE DEPARTMENTS THE MASTER NAMES STILL GET SLOTS.
003730*-----------------------------------------------------------------
003740 1000-LOAD-DEPARTMENTS.
003750     OPEN INPUT DEPARTMENT-TABLE.
003760     IF WS-DEPTTAB-STATUS NOT EQUAL "00"
003770         DISPLAY "VACACCR - DEPARTMENT TABLE NOT AVAILABLE - "
003780             "DEPARTMENTS PRINT WITHOUT NAMES."
003790         GO TO 1000-EXIT
003800     END-IF.
003810     MOVE "N" TO WS-EOF-SW.
003820     PERFORM 1100-LOAD-ONE-DEPT
003830         THRU 1100-EXIT
003840         UNTIL WS-END-OF-FILE.
003850     CLOSE DEPARTMENT-TABLE.
003860 1000-EXIT.
003870     EXIT.
003880
003890*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
003900*  ERROR CANNOT SPIN.
003910 1100-LOAD-ONE-DEPT.
003920     READ DEPARTMENT-TABLE NEXT RECORD
003930         AT END
003940             SET WS-END-OF-FILE TO TRUE
003950             GO TO 1100-EXIT
003960     END-READ.
003970     IF WS-DEPTTAB-STATUS NOT EQUAL "00"
003980         SET WS-END-OF-FILE TO TRUE
003990         GO TO 1100-EXIT
004000     END-IF.
004010     MOVE DT-DEPT-CODE TO WS-WORK-DEPT.
004020     PERFORM 1200-FIND-DEPT-SLOT
004030         THRU 1200-EXIT.
004040     MOVE DT-DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-USE).
004050 1100-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------------------
004090*  1200-FIND-DEPT-SLOT.
004100*  RETURNS THE SLOT FOR WS-WORK-DEPT IN WS-DEPT-USE, OPENING A
004110*  ZEROED SLOT THE FIRST TIME A DEPARTMENT IS SEEN. WITH ALL 50
004120*  SLOTS IN USE THE LAST SLOT IS FLAGGED **** AND TAKES THE
004130*  OVERFLOW SO THE POSTING STILL BALANCES, THE SAME CONVENTION
004140*  THE DEPARTMENT SUBTOTALS USE IN PAYRPT.
004150*-----------------------------------------------------------------
004160 1200-FIND-DEPT-SLOT.
004170     MOVE "N" TO WS-DEPT-FOUND-SW.
004180     MOVE ZERO TO WS-DEPT-USE.
004190     PERFORM 1210-MATCH-DEPT-SLOT
004200         THRU 1210-EXIT
004210         VARYING WS-DEPT-SUB FROM 1 BY 1
004220         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT
004230             OR WS-DEPT-FOUND.
004240     IF WS-DEPT-FOUND
004250         GO TO 1200-EXIT
004260     END-IF.
004270     IF WS-DEPT-COUNT LESS THAN 50
004280         ADD 1 TO WS-DEPT-COUNT
004290         MOVE WS-DEPT-COUNT TO WS-DEPT-USE
004300         MOVE WS-WORK-DEPT TO WS-DEPT-CODE(WS-DEPT-USE)
004310         MOVE SPACES TO WS-DEPT-NAME(WS-DEPT-USE)
004320         MOVE ZERO TO WS-DEPT-EMPS(WS-DEPT-USE)
004330         MOVE ZERO TO WS-DEPT-LIABILITY(WS-DEPT-USE)
004340         MOVE ZERO TO WS-DEPT-PRIOR(WS-DEPT-USE)
004350         MOVE ZERO TO WS-DEPT-CHANGE(WS-DEPT-USE)
004360     ELSE
004370         MOVE 50 TO WS-DEPT-USE
004380         MOVE "****" TO WS-DEPT-CODE(WS-DEPT-USE)
004390         MOVE "OVERFLOW" TO WS-DEPT-NAME(WS-DEPT-USE)
004400     END-IF.
004410 1200-EXIT.
004420     EXIT.
004430
004440 1210-MATCH-DEPT-SLOT.
004450     IF WS-DEPT-CODE(WS-DEPT-SUB) EQUAL WS-WORK-DEPT
004460         SET WS-DEPT-FOUND TO TRUE
004470         MOVE WS-DEPT-SUB TO WS-DEPT-USE
004480     END-IF.
004490 1210-EXIT.
004500     EXIT.
004500
004500*-----------------------------------------------------------------
004500*  1300-FIND-COMPANY.
004500*  SETS WS-CO-SUB TO THE COMPANY IN WS-WORK-COMPANY (BLANK IS THE
004500*  HOME COMPANY). A COMPANY NOT ON THE TABLE ABANDONS THE ACCRUAL
004500*  RATHER THAN BOOK ITS LIABILITY TO SOME OTHER COMPANY.
004500*-----------------------------------------------------------------
004500 1300-FIND-COMPANY.
004500     MOVE WS-WORK-COMPANY TO CM-COMPANY-CODE.
004500     MOVE "F" TO CM-FUNCTION.
004500     CALL "COMPTAB" USING
004500         BY REFERENCE COMPANY-TABLE-AREA.
004500     IF CM-RESULT-OK
004500         MOVE CM-SUB TO WS-CO-SUB
004500         GO TO 1300-EXIT
004500     END-IF.
004500     MOVE SPACES TO WS-EXCP-MESSAGE.
004500     STRING "EMPLOYEE " WS-WORK-EMP-NO " COMPANY " WS-WORK-COMPANY
004500         " NOT ON COMPANY TABLE - ABANDONED"
004500         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
004500     PERFORM 8000-LOG-FATAL
004500         THRU 8000-EXIT.
004500     DISPLAY "VACACCR - " WS-EXCP-MESSAGE.
004500     SET WS-REFUSED TO TRUE.
004500     SET WS-END-OF-FILE TO TRUE.
004500 1300-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------------------
004530*  2000-LOAD-SNAPSHOT.
004540*  READS LAST MONTH END'S VALUATION. EACH ROW'S LIABILITY IS
004540*  ROLLED INTO THE COMPANY AND DEPARTMENT IT WAS BOOKED TO AND
004540*  KEPT PER EMPLOYEE FOR THE REPORT. A SNAPSHOT ALREADY STAMPED
004540*  WITH THIS MONTH END OR A LATER ONE REFUSES THE RUN. NO
004540*  SNAPSHOT AT ALL
004580*  IS THE FIRST MONTH END, WITH NOTHING BOOKED BEFORE IT.
004590*-----------------------------------------------------------------
004600 2000-LOAD-SNAPSHOT.
004610     OPEN INPUT VAC-LIABILITY-FILE.
004620     IF WS-VACLIAB-STATUS NOT EQUAL "00"
004630         DISPLAY "VACACCR - NO LIABILITY SNAPSHOT ON FILE - THE "
004640             "WHOLE LIABILITY WILL BE BOOKED."
004650         GO TO 2000-EXIT
004660     END-IF.
004670     MOVE "N" TO WS-EOF-SW.
004680     PERFORM 2100-LOAD-ONE-ROW
004690         THRU 2100-EXIT
004700         UNTIL WS-END-OF-FILE.
004710     CLOSE VAC-LIABILITY-FILE.
004720     IF WS-PRIOR-MONTH-END NOT LESS THAN WS-MONTH-END
004730         DISPLAY "VACACCR - MONTH END " WS-PRIOR-MONTH-END
004740             " IS ALREADY POSTED - NOTHING DONE."
004750         SET WS-REFUSED TO TRUE
004760     END-IF.
004770 2000-EXIT.
004780     EXIT.
004790
004800*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
004810*  ERROR CANNOT SPIN.
004820 2100-LOAD-ONE-ROW.
004830     READ VAC-LIABILITY-FILE
004840         AT END
004850             SET WS-END-OF-FILE TO TRUE
004860             GO TO 2100-EXIT
004870     END-READ.
004880     IF WS-VACLIAB-STATUS NOT EQUAL "00"
004890         SET WS-END-OF-FILE TO TRUE
004900         GO TO 2100-EXIT
004910     END-IF.
004920     IF VL-MONTH-END GREATER THAN WS-PRIOR-MONTH-END
004930         MOVE VL-MONTH-END TO WS-PRIOR-MONTH-END
004940     END-IF.
004950     IF WS-PRI-COUNT EQUAL 500
004960         MOVE SPACES TO WS-EXCP-MESSAGE
004970         STRING "LIABILITY SNAPSHOT OVER 500 ROWS - ACCRUAL "
004980             "ABANDONED"
004990             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
005000         PERFORM 8000-LOG-FATAL
005010             THRU 8000-EXIT
005020         SET WS-REFUSED TO TRUE
005030         SET WS-END-OF-FILE TO TRUE
005040         GO TO 2100-EXIT
005050     END-IF.
005060     ADD 1 TO WS-PRI-COUNT.
005070     MOVE VL-EMP-NO    TO WS-PRI-EMP-NO(WS-PRI-COUNT).
005080     MOVE VL-LIABILITY TO WS-PRI-LIABILITY(WS-PRI-COUNT).
005090     MOVE VL-DEPT-CODE TO WS-WORK-DEPT.
005100     PERFORM 1200-FIND-DEPT-SLOT
005110         THRU 1200-EXIT.
005110     MOVE VL-EMP-NO  TO WS-WORK-EMP-NO.
005110     MOVE VL-COMPANY TO WS-WORK-COMPANY.
005110     PERFORM 1300-FIND-COMPANY
005110         THRU 1300-EXIT.
005110     IF WS-REFUSED
005110         GO TO 2100-EXIT
005110     END-IF.
005120     ADD VL-LIABILITY TO WS-DEPT-PRIOR(WS-DEPT-USE).
005120     ADD VL-LIABILITY TO WS-CD-PRIOR(WS-CO-SUB, WS-DEPT-USE).
005120     ADD VL-LIABILITY TO WS-CO-PRIOR(WS-CO-SUB).
005130     ADD VL-LIABILITY TO WS-TOTAL-PRIOR.
005140 2100-EXIT.
005150     EXIT.
005160
005170*-----------------------------------------------------------------
005180*  3000-VALUE-BALANCES.
005190*  VALUES EVERY VACATION BALANCE INTO THE BUFFER. THE MASTER
005190*  SUPPLIES THE NAME, COMPANY, HOME DEPARTMENT AND FALLBACK RATE.
005190*  A BALANCE WITH NO MASTER IS BOOKED TO THE HOME COMPANY. A
005210*  MISSING SALRATE FILE SIMPLY LEAVES EVERYONE ON EMP-SAL.
005220*-----------------------------------------------------------------
005230 3000-VALUE-BALANCES.
005240     OPEN INPUT LEAVE-BALANCE-FILE.
005250     IF WS-LEAVBAL-STATUS NOT EQUAL "00"
005260         DISPLAY "VACACCR - LEAVE BALANCE FILE NOT AVAILABLE - "
005270             "NOTHING DONE."
005280         SET WS-REFUSED TO TRUE
005290         GO TO 3000-EXIT
005300     END-IF.
005310     OPEN INPUT EMPLOYEE-MASTER.
005320     OPEN INPUT SALARY-RATE-FILE.
005330     IF WS-SALRATE-STATUS EQUAL "00"
005340         SET WS-SALRATE-OPEN TO TRUE
005350     END-IF.
005360     MOVE "N" TO WS-EOF-SW.
005370     PERFORM 3100-VALUE-ONE-BALANCE
005380         THRU 3100-EXIT
005390         UNTIL WS-END-OF-FILE.
005400     IF WS-SALRATE-OPEN
005410         CLOSE SALARY-RATE-FILE
005420     END-IF.
005430     CLOSE EMPLOYEE-MASTER.
005440     CLOSE LEAVE-BALANCE-FILE.
005450 3000-EXIT.
005460     EXIT.
005470
005480*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005490*  ERROR CANNOT SPIN.
005500 3100-VALUE-ONE-BALANCE.
005510     READ LEAVE-BALANCE-FILE NEXT RECORD
005520         AT END
005530             SET WS-END-OF-FILE TO TRUE
005540             GO TO 3100-EXIT
005550     END-READ.
005560     IF WS-LEAVBAL-STATUS NOT EQUAL "00"
005570         SET WS-END-OF-FILE TO TRUE
005580         GO TO 3100-EXIT
005590     END-IF.
005600     IF WS-EB-COUNT EQUAL 500
005610         MOVE SPACES TO WS-EXCP-MESSAGE
005620         STRING "VALUATION BUFFER FULL AT 500 - ACCRUAL "
005630             "ABANDONED"
005640             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
005650         PERFORM 8000-LOG-FATAL
005660             THRU 8000-EXIT
005670         SET WS-REFUSED TO TRUE
005680         SET WS-END-OF-FILE TO TRUE
005690         GO TO 3100-EXIT
005700     END-IF.
005710     ADD 1 TO WS-EB-COUNT.
005720     MOVE LB-EMP-NO      TO WS-EB-EMP-NO(WS-EB-COUNT).
005730     MOVE LB-VAC-BALANCE TO WS-EB-HOURS(WS-EB-COUNT).
005740     MOVE LB-EMP-NO TO EMP-NO.
005750     READ EMPLOYEE-MASTER
005760         INVALID KEY
005770             ADD 1 TO WS-NOT-ON-MAST
005780             MOVE "*NO MASTER" TO WS-EB-NAME(WS-EB-COUNT)
005790             MOVE "*UNK" TO WS-WORK-DEPT
005790             MOVE SPACES TO WS-WORK-COMPANY
005800             MOVE ZERO TO EMP-SAL
005810         NOT INVALID KEY
005820             MOVE EMP-NAME TO WS-EB-NAME(WS-EB-COUNT)
005830             MOVE EMP-DEPT TO WS-WORK-DEPT
005830             MOVE EMP-COMPANY TO WS-WORK-COMPANY
005840     END-READ.
005840     MOVE LB-EMP-NO TO WS-WORK-EMP-NO.
005840     PERFORM 1300-FIND-COMPANY
005840         THRU 1300-EXIT.
005840     IF WS-REFUSED
005840         GO TO 3100-EXIT
005840     END-IF.
005840     MOVE WS-CO-SUB TO WS-EB-CO-SUB(WS-EB-COUNT).
005850     IF WS-WORK-DEPT EQUAL SPACES
005860         MOVE "*UNK" TO WS-WORK-DEPT
005870     END-IF.
005880     PERFORM 1200-FIND-DEPT-SLOT
005890         THRU 1200-EXIT.
005900     MOVE WS-DEPT-USE TO WS-EB-DEPT-SUB(WS-EB-COUNT).
005910     PERFORM 3200-FIND-RATE
005920         THRU 3200-EXIT.
005930     MOVE WS-WORK-RATE TO WS-EB-RATE(WS-EB-COUNT).
005940     IF LB-VAC-BALANCE GREATER THAN ZERO
005950         COMPUTE WS-EB-LIABILITY(WS-EB-COUNT) ROUNDED =
005960             LB-VAC-BALANCE * WS-WORK-RATE
005970     ELSE
005980         MOVE ZERO TO WS-EB-LIABILITY(WS-EB-COUNT)
005990         IF LB-VAC-BALANCE LESS THAN ZERO
006000             ADD 1 TO WS-NEG-COUNT
006010         END-IF
006020     END-IF.
006030     ADD 1 TO WS-DEPT-EMPS(WS-DEPT-USE).
006040     ADD WS-EB-LIABILITY(WS-EB-COUNT)
006050         TO WS-DEPT-LIABILITY(WS-DEPT-USE).
006050     ADD WS-EB-LIABILITY(WS-EB-COUNT)
006050         TO WS-CD-LIABILITY(WS-CO-SUB, WS-DEPT-USE).
006050     ADD WS-EB-LIABILITY(WS-EB-COUNT)
006050         TO WS-CO-LIABILITY(WS-CO-SUB).
006060     ADD WS-EB-LIABILITY(WS-EB-COUNT) TO WS-TOTAL-LIABILITY.
006070     PERFORM 3300-FIND-PRIOR
006080         THRU 3300-EXIT.
006090 3100-EXIT.
006100     EXIT.
006110
006120*-----------------------------------------------------------------
006130*  3200-FIND-RATE.
006140*  THE RATE IS THE SALRATE ROW WHOSE EFFECTIVE RANGE TAKES IN
006150*  THE MONTH END - THE LAST ONE READ WINS IF ROWS OVERLAP - OR
006160*  EMP-SAL WHEN NO ROW IS IN FORCE.
006170*-----------------------------------------------------------------
006180 3200-FIND-RATE.
006190     MOVE EMP-SAL TO WS-WORK-RATE.
006200     IF NOT WS-SALRATE-OPEN
006210         GO TO 3200-EXIT
006220     END-IF.
006230     MOVE "N" TO WS-RATE-EOF-SW.
006240     MOVE LB-EMP-NO TO SR-EMP-NO.
006250     MOVE ZERO TO SR-EFF-START.
006260     START SALARY-RATE-FILE
006270         KEY IS NOT LESS THAN SR-RATE-KEY
006280         INVALID KEY
006290             SET WS-RATE-EOF TO TRUE
006300     END-START.
006310     PERFORM 3210-TAKE-ONE-RATE-ROW
006320         THRU 3210-EXIT
006330         UNTIL WS-RATE-EOF.
006340 3200-EXIT.
006350     EXIT.
006360
006370 3210-TAKE-ONE-RATE-ROW.
006380     READ SALARY-RATE-FILE NEXT RECORD
006390         AT END
006400             SET WS-RATE-EOF TO TRUE
006410             GO TO 3210-EXIT
006420     END-READ.
006430     IF WS-SALRATE-STATUS NOT EQUAL "00"
006440             OR SR-EMP-NO NOT EQUAL LB-EMP-NO
006450         SET WS-RATE-EOF TO TRUE
006460         GO TO 3210-EXIT
006470     END-IF.
006480     IF SR-EFF-START NOT GREATER THAN WS-MONTH-END
006490             AND SR-EFF-END NOT LESS THAN WS-MONTH-END
006500         MOVE SR-RATE TO WS-WORK-RATE
006510     END-IF.
006520 3210-EXIT.
006530     EXIT.
006540
006550*  PICKS UP THE EMPLOYEE'S OWN LIABILITY FROM LAST MONTH END FOR
006560*  THE CHANGE COLUMN ON THE REPORT.
006570 3300-FIND-PRIOR.
006580     MOVE ZERO TO WS-EB-PRIOR(WS-EB-COUNT).
006590     MOVE "N" TO WS-PRI-FOUND-SW.
006600     PERFORM 3310-MATCH-ONE-PRIOR
006610         THRU 3310-EXIT
006620         VARYING WS-PRI-SUB FROM 1 BY 1
006630         UNTIL WS-PRI-SUB GREATER THAN WS-PRI-COUNT
006640             OR WS-PRI-FOUND.
006650 3300-EXIT.
006660     EXIT.
006670
006680 3310-MATCH-ONE-PRIOR.
006690     IF WS-PRI-EMP-NO(WS-PRI-SUB) EQUAL LB-EMP-NO
006700         SET WS-PRI-FOUND TO TRUE
006710         MOVE WS-PRI-LIABILITY(WS-PRI-SUB)
006720             TO WS-EB-PRIOR(WS-EB-COUNT)
006730     END-IF.
006740 3310-EXIT.
006750     EXIT.
006760
006770*  A DEPARTMENT'S CHANGE IS ITS LIABILITY NOW LESS WHAT WAS
006780*  BOOKED TO IT AT THE LAST MONTH END.
006790 3500-WORK-DEPT-CHANGE.
006800     COMPUTE WS-DEPT-CHANGE(WS-DEPT-SUB) =
006810         WS-DEPT-LIABILITY(WS-DEPT-SUB)
006820         - WS-DEPT-PRIOR(WS-DEPT-SUB).
006830 3500-EXIT.
006840     EXIT.
006850
006860*-----------------------------------------------------------------
006870*  4000-POST-ACCRUAL.
006870*  APPENDS, FOR EACH COMPANY, ONE 5500 LINE PER DEPARTMENT WHOSE
006870*  LIABILITY MOVED AND ONE 2950 LINE FOR THE COMPANY'S TOTAL
006870*  MOVEMENT TO THE POSTING HISTORY, UNDER THE COMPANY'S CODE AND
006870*  GL ACCOUNT PREFIX, BOOTSTRAPPING THE HISTORY ON THE FIRST
006870*  POSTING EVER. NOTHING MOVED, NOTHING IS POSTED.
006920*-----------------------------------------------------------------
006930 4000-POST-ACCRUAL.
006940     COMPUTE WS-TOTAL-CHANGE =
006950         WS-TOTAL-LIABILITY - WS-TOTAL-PRIOR.
006960     OPEN EXTEND GL-HISTORY-FILE.
006970     IF WS-GLHIST-NOT-FOUND
006980         OPEN OUTPUT GL-HISTORY-FILE
006990         CLOSE GL-HISTORY-FILE
007000         OPEN EXTEND GL-HISTORY-FILE
007010     END-IF.
007010     PERFORM 4050-POST-ONE-COMPANY
007010         THRU 4050-EXIT
007010         VARYING WS-CO-SUB FROM 1 BY 1
007010         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
007160     CLOSE GL-HISTORY-FILE.
007170 4000-EXIT.
007180     EXIT.
007180
007180 4050-POST-ONE-COMPANY.
007180     COMPUTE WS-CO-CHANGE(WS-CO-SUB) =
007180         WS-CO-LIABILITY(WS-CO-SUB) - WS-CO-PRIOR(WS-CO-SUB).
007180     MOVE WS-MONTH-END            TO GL-RUN-DATE.
007180     MOVE CM-CODE(WS-CO-SUB)      TO GL-COMPANY.
007180     MOVE CM-GL-PREFIX(WS-CO-SUB) TO GL-ACCT-PREFIX.
007030     PERFORM 4100-POST-DEPT-EXPENSE
007040         THRU 4100-EXIT
007050         VARYING WS-DEPT-SUB FROM 1 BY 1
007060         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
007060     IF WS-CO-CHANGE(WS-CO-SUB) NOT EQUAL ZERO
007060         MOVE "2950"                  TO GL-ACCOUNT
007060         MOVE "ACCRUED VACATION"      TO GL-DESCRIPTION
007060         MOVE "CR"                    TO GL-DR-CR
007060         MOVE WS-CO-CHANGE(WS-CO-SUB) TO GL-AMOUNT
007120         WRITE GL-POSTING-RECORD
007130         ADD GL-AMOUNT TO WS-GL-CREDITS
007140         ADD 1 TO WS-GL-LINES
007230     END-IF.
007230 4050-EXIT.
007180     EXIT.
007180
007200 4100-POST-DEPT-EXPENSE.
007200     COMPUTE WS-CD-CHANGE =
007200         WS-CD-LIABILITY(WS-CO-SUB, WS-DEPT-SUB)
007200         - WS-CD-PRIOR(WS-CO-SUB, WS-DEPT-SUB).
007200     IF WS-CD-CHANGE EQUAL ZERO
007220         GO TO 4100-EXIT
007230     END-IF.
007240     MOVE "5500"                      TO GL-ACCOUNT.
007250     MOVE "VACATION EXPENSE"          TO GL-DEPT-DESC.
007260     MOVE WS-DEPT-CODE(WS-DEPT-SUB)   TO GL-DEPT-CODE.
007270     MOVE "DR"                        TO GL-DR-CR.
007270     MOVE WS-CD-CHANGE                TO GL-AMOUNT.
007290     WRITE GL-POSTING-RECORD.
007300     ADD GL-AMOUNT TO WS-GL-DEBITS.
007310     ADD 1 TO WS-GL-LINES.
007320 4100-EXIT.
007330     EXIT.
007340
007350*-----------------------------------------------------------------
007360*  5000-WRITE-SNAPSHOT.
007370*  REPLACES THE SNAPSHOT WITH THIS MONTH END'S VALUATION, ONE
007370*  ROW PER EMPLOYEE, STAMPED WITH THE MONTH END AND THE COMPANY
007370*  AND DEPARTMENT THE LIABILITY WAS BOOKED TO.
007400*-----------------------------------------------------------------
007410 5000-WRITE-SNAPSHOT.
007420     OPEN OUTPUT VAC-LIABILITY-FILE.
007430     PERFORM 5100-WRITE-ONE-ROW
007440         THRU 5100-EXIT
007450         VARYING WS-EB-SUB FROM 1 BY 1
007460         UNTIL WS-EB-SUB GREATER THAN WS-EB-COUNT.
007470     CLOSE VAC-LIABILITY-FILE.
007480 5000-EXIT.
007490     EXIT.
007500
007510 5100-WRITE-ONE-ROW.
007520     MOVE WS-EB-EMP-NO(WS-EB-SUB)    TO VL-EMP-NO.
007530     MOVE WS-MONTH-END               TO VL-MONTH-END.
007540     MOVE WS-EB-DEPT-SUB(WS-EB-SUB)  TO WS-DEPT-USE.
007550     MOVE WS-DEPT-CODE(WS-DEPT-USE)  TO VL-DEPT-CODE.
007550     MOVE WS-EB-CO-SUB(WS-EB-SUB)    TO WS-CO-SUB.
007550     MOVE CM-CODE(WS-CO-SUB)         TO VL-COMPANY.
007560     MOVE WS-EB-HOURS(WS-EB-SUB)     TO VL-VAC-HOURS.
007570     MOVE WS-EB-RATE(WS-EB-SUB)      TO VL-RATE.
007580     MOVE WS-EB-LIABILITY(WS-EB-SUB) TO VL-LIABILITY.
007590     WRITE VACATION-LIABILITY-RECORD.
007600 5100-EXIT.
007610     EXIT.
007620
007630*-----------------------------------------------------------------
007640*  6000-PRINT-REPORT.
007650*  EACH DEPARTMENT WITH ITS EMPLOYEES AND ITS LIABILITY, PRIOR
007660*  AND POSTED CHANGE, THEN THE NEGATIVE BALANCES, THEN THE
007670*  TOTALS AND THE POSTING PROOF.
007680*-----------------------------------------------------------------
007690 6000-PRINT-REPORT.
007700     OPEN OUTPUT LIABILITY-REPORT.
007710     PERFORM 6100-PRINT-ONE-DEPT
007720         THRU 6100-EXIT
007730         VARYING WS-DEPT-SUB FROM 1 BY 1
007740         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
007750     PERFORM 6300-PRINT-NEGATIVES
007760         THRU 6300-EXIT.
007770     PERFORM 6500-PRINT-TOTALS
007780         THRU 6500-EXIT.
007790     CLOSE LIABILITY-REPORT.
007800 6000-EXIT.
007810     EXIT.
007820
007830*  A DEPARTMENT WITH NO BALANCES NOW AND NOTHING BOOKED LAST
007840*  MONTH END HAS NOTHING TO SAY AND IS LEFT OFF.
007850 6100-PRINT-ONE-DEPT.
007860     IF WS-DEPT-EMPS(WS-DEPT-SUB) EQUAL ZERO
007870             AND WS-DEPT-PRIOR(WS-DEPT-SUB) EQUAL ZERO
007880         GO TO 6100-EXIT
007890     END-IF.
007900     IF WS-LINE-COUNT GREATER THAN 50
007910         PERFORM 8100-START-PAGE
007920             THRU 8100-EXIT
007930     END-IF.
007940     MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO DPT-CODE.
007950     MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO DPT-NAME.
007960     WRITE RPT-LINE FROM WS-RPT-DEPT-LINE
007970         AFTER ADVANCING 2 LINES.
007980     ADD 2 TO WS-LINE-COUNT.
007990     PERFORM 6200-PRINT-ONE-EMP
008000         THRU 6200-EXIT
008010         VARYING WS-EB-SUB FROM 1 BY 1
008020         UNTIL WS-EB-SUB GREATER THAN WS-EB-COUNT.
008030     MOVE "  PRIOR BOOKED TO DEPARTMENT" TO AMT-LABEL.
008040     MOVE WS-DEPT-PRIOR(WS-DEPT-SUB)    TO AMT-VALUE.
008050     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
008060         AFTER ADVANCING 1 LINE.
008070     MOVE "  DEPARTMENT TOTAL / CHANGE POSTED" TO SUB-LABEL.
008080     MOVE WS-DEPT-LIABILITY(WS-DEPT-SUB) TO SUB-LIABILITY.
008090     MOVE WS-DEPT-CHANGE(WS-DEPT-SUB)    TO SUB-CHANGE.
008100     WRITE RPT-LINE FROM WS-RPT-SUBTOTAL-LINE
008110         AFTER ADVANCING 1 LINE.
008120     ADD 2 TO WS-LINE-COUNT.
008130 6100-EXIT.
008140     EXIT.
008150
008160*  NEGATIVE BALANCES ARE LEFT FOR THE SEPARATE LIST.
008170 6200-PRINT-ONE-EMP.
008180     IF WS-EB-DEPT-SUB(WS-EB-SUB) NOT EQUAL WS-DEPT-SUB
008190             OR WS-EB-HOURS(WS-EB-SUB) LESS THAN ZERO
008200         GO TO 6200-EXIT
008210     END-IF.
008220     IF WS-LINE-COUNT GREATER THAN 55
008230         PERFORM 8100-START-PAGE
008240             THRU 8100-EXIT
008250     END-IF.
008260     MOVE WS-EB-EMP-NO(WS-EB-SUB)    TO DTL-EMP-NO.
008270     MOVE WS-EB-NAME(WS-EB-SUB)      TO DTL-NAME.
008280     MOVE WS-EB-HOURS(WS-EB-SUB)     TO DTL-HOURS.
008290     MOVE WS-EB-RATE(WS-EB-SUB)      TO DTL-RATE.
008300     MOVE WS-EB-LIABILITY(WS-EB-SUB) TO DTL-LIABILITY.
008310     COMPUTE DTL-CHANGE =
008320         WS-EB-LIABILITY(WS-EB-SUB) - WS-EB-PRIOR(WS-EB-SUB).
008330     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
008340         AFTER ADVANCING 1 LINE.
008350     ADD 1 TO WS-LINE-COUNT.
008360 6200-EXIT.
008370     EXIT.
008380
008390 6300-PRINT-NEGATIVES.
008400     IF WS-LINE-COUNT GREATER THAN 50
008410         PERFORM 8100-START-PAGE
008420             THRU 8100-EXIT
008430     END-IF.
008440     MOVE "NEGATIVE BALANCES - VALUED AT ZERO"
008450         TO WS-RPT-PROOF-LINE.
008460     WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
008470         AFTER ADVANCING 2 LINES.
008480     WRITE RPT-LINE FROM WS-RPT-HEADING-3
008490         AFTER ADVANCING 1 LINE.
008500     ADD 3 TO WS-LINE-COUNT.
008510     PERFORM 6310-PRINT-ONE-NEGATIVE
008520         THRU 6310-EXIT
008530         VARYING WS-EB-SUB FROM 1 BY 1
008540         UNTIL WS-EB-SUB GREATER THAN WS-EB-COUNT.
008550 6300-EXIT.
008560     EXIT.
008570
008580 6310-PRINT-ONE-NEGATIVE.
008590     IF WS-EB-HOURS(WS-EB-SUB) NOT LESS THAN ZERO
008600         GO TO 6310-EXIT
008610     END-IF.
008620     IF WS-LINE-COUNT GREATER THAN 55
008630         PERFORM 8100-START-PAGE
008640             THRU 8100-EXIT
008650     END-IF.
008660     MOVE WS-EB-EMP-NO(WS-EB-SUB)    TO NEG-EMP-NO.
008670     MOVE WS-EB-NAME(WS-EB-SUB)      TO NEG-NAME.
008680     MOVE WS-EB-HOURS(WS-EB-SUB)     TO NEG-HOURS.
008690     MOVE WS-EB-RATE(WS-EB-SUB)      TO NEG-RATE.
008700     MOVE WS-EB-DEPT-SUB(WS-EB-SUB)  TO WS-DEPT-USE.
008710     MOVE WS-DEPT-CODE(WS-DEPT-USE)  TO NEG-DEPT.
008720     COMPUTE NEG-CHANGE = ZERO - WS-EB-PRIOR(WS-EB-SUB).
008730     WRITE RPT-LINE FROM WS-RPT-NEGATIVE-LINE
008740         AFTER ADVANCING 1 LINE.
008750     ADD 1 TO WS-LINE-COUNT.
008760 6310-EXIT.
008770     EXIT.
008780
008790*-----------------------------------------------------------------
008800*  6500-PRINT-TOTALS.
008800*  THE LIABILITY NOW AND AT THE LAST MONTH END, THE CHANGE, EACH
008800*  COMPANY'S SHARE OF IT AS POSTED TO ITS OWN BOOKS, AND THE
008800*  PROOF THAT THE 5500 DEBITS EQUAL THE 2950 CREDITS AND THE
008800*  CHANGE IN THE LIABILITY.
008840*-----------------------------------------------------------------
008850 6500-PRINT-TOTALS.
008860     PERFORM 8100-START-PAGE
008870         THRU 8100-EXIT.
008880     MOVE "TOTAL VACATION LIABILITY"    TO AMT-LABEL.
008890     MOVE WS-TOTAL-LIABILITY            TO AMT-VALUE.
008900     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
008910         AFTER ADVANCING 2 LINES.
008920     MOVE "LIABILITY AT LAST MONTH END" TO AMT-LABEL.
008930     MOVE WS-TOTAL-PRIOR                TO AMT-VALUE.
008940     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
008950         AFTER ADVANCING 1 LINE.
008960     MOVE "CHANGE IN LIABILITY"         TO AMT-LABEL.
008970     MOVE WS-TOTAL-CHANGE               TO AMT-VALUE.
008980     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
008990         AFTER ADVANCING 1 LINE.
008990     PERFORM 6510-PRINT-ONE-COMPANY
008990         THRU 6510-EXIT
008990         VARYING WS-CO-SUB FROM 1 BY 1
008990         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
009000     MOVE "GL 5500 VACATION EXPENSE DR" TO AMT-LABEL.
009010     MOVE WS-GL-DEBITS                  TO AMT-VALUE.
009020     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
009030         AFTER ADVANCING 2 LINES.
009040     MOVE "GL 2950 ACCRUED VACATION CR" TO AMT-LABEL.
009050     MOVE WS-GL-CREDITS                 TO AMT-VALUE.
009060     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
009070         AFTER ADVANCING 1 LINE.
009080     MOVE "GL LINES POSTED"             TO CNT-LABEL.
009090     MOVE WS-GL-LINES                   TO CNT-VALUE.
009100     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
009110         AFTER ADVANCING 1 LINE.
009120     MOVE "EMPLOYEES VALUED"            TO CNT-LABEL.
009130     MOVE WS-EB-COUNT                   TO CNT-VALUE.
009140     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
009150         AFTER ADVANCING 2 LINES.
009160     MOVE "NEGATIVE BALANCES AT ZERO"   TO CNT-LABEL.
009170     MOVE WS-NEG-COUNT                  TO CNT-VALUE.
009180     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
009190         AFTER ADVANCING 1 LINE.
009200     MOVE "BALANCES WITH NO MASTER (*UNK)" TO CNT-LABEL.
009210     MOVE WS-NOT-ON-MAST                TO CNT-VALUE.
009220     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
009230         AFTER ADVANCING 1 LINE.
009240     IF WS-GL-DEBITS EQUAL WS-GL-CREDITS
009250             AND WS-GL-CREDITS EQUAL WS-TOTAL-CHANGE
009260         MOVE "ACCRUAL DEBITS EQUAL CREDITS EQUAL CHANGE - PROVED"
009270             TO WS-RPT-PROOF-LINE
009280     ELSE
009290         MOVE "*** ACCRUAL POSTING DOES NOT PROVE ***"
009300             TO WS-RPT-PROOF-LINE
009310     END-IF.
009320     WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
009330         AFTER ADVANCING 2 LINES.
009340 6500-EXIT.
009350     EXIT.
009350
009350*  ONE LINE PER COMPANY - ITS LIABILITY AND THE CHANGE POSTED TO
009350*  ITS OWN BOOKS.
009350 6510-PRINT-ONE-COMPANY.
009350     MOVE SPACES TO SUB-LABEL.
009350     STRING "  COMPANY " CM-CODE(WS-CO-SUB)
009350         " LIABILITY / CHANGE POSTED"
009350         DELIMITED BY SIZE INTO SUB-LABEL.
009350     MOVE WS-CO-LIABILITY(WS-CO-SUB) TO SUB-LIABILITY.
009350     MOVE WS-CO-CHANGE(WS-CO-SUB)    TO SUB-CHANGE.
009350     WRITE RPT-LINE FROM WS-RPT-SUBTOTAL-LINE
009350         AFTER ADVANCING 1 LINE.
009350 6510-EXIT.
009350     EXIT.
009360
009370 8000-LOG-FATAL.
009380     MOVE "F" TO WS-EXCP-SEVERITY.
009390     CALL "EXCPTLOG" USING
009400         BY CONTENT WS-AUDIT-PROGRAM-ID
009410         BY CONTENT WS-EXCP-SEVERITY
009420         BY CONTENT WS-EXCP-MESSAGE.
009430 8000-EXIT.
009440     EXIT.
009450
009460*-----------------------------------------------------------------
009470*  8100-START-PAGE.
009480*  STARTS A FRESH PAGE WITH THE REPORT, DATE AND COLUMN
009490*  HEADINGS. THE VERY FIRST PAGE IS NOT PRECEDED BY A PAGE EJECT.
009500*-----------------------------------------------------------------
009510 8100-START-PAGE.
009520     ADD 1 TO WS-PAGE-COUNT.
009530     MOVE WS-PAGE-COUNT TO HDG-PAGE.
009540     IF WS-PAGE-COUNT = 1
009550         WRITE RPT-LINE FROM WS-RPT-HEADING-1
009560             AFTER ADVANCING 1 LINE
009570     ELSE
009580         WRITE RPT-LINE FROM WS-RPT-HEADING-1
009590             AFTER ADVANCING PAGE
009600     END-IF.
009610     MOVE WS-MONTH-END       TO HDG-MONTH-END.
009620     MOVE WS-PRIOR-MONTH-END TO HDG-PRIOR-MONTH-END.
009630     WRITE RPT-LINE FROM WS-RPT-DATE-LINE
009640         AFTER ADVANCING 1 LINE.
009650     WRITE RPT-LINE FROM WS-RPT-HEADING-2
009660         AFTER ADVANCING 2 LINES.
009670     WRITE RPT-LINE FROM WS-RPT-HEADING-3
009680         AFTER ADVANCING 1 LINE.
009690     MOVE 5 TO WS-LINE-COUNT.
009700 8100-EXIT.
009710     EXIT.
