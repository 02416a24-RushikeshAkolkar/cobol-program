000270*     JOURNAL LINES WRITTEN:
000280*         DR 5100 PAYROLL EXPENSE      GROSS + CITY TAX + ALLOW
000290*         DR 5200 BONUS EXPENSE        BONUS
000291*     BOTH EXPENSE ACCOUNTS ARE POSTED ONE LINE PER DEPARTMENT,
000292*     THE DEPARTMENT CODE CARRIED IN GL-DEPT-CODE. EACH
000293*     EMPLOYEE'S FIGURES ARE SPLIT ACROSS THE DEPARTMENTS ON THE
000294*     LABOR-DISTRIBUTION ROW (LABDIST) IN FORCE AT THE PERIOD
000295*     END, OR CHARGED WHOLE TO EMP-DEPT WHEN NO ROW IS IN FORCE.
000296*     EVERY SHARE BUT THE LAST IS ROUNDED TO THE CENT AND THE
000297*     LAST TAKES WHAT IS LEFT, SO THE SPLIT NEVER GAINS OR LOSES
000298*     A PENNY. THE LABOR DISTRIBUTION REPORT (LDRPT) SHOWS EACH
000299*     DEPARTMENT'S SHARE OF GROSS, CITY TAX AND BONUS AND PROVES
000299*     THE SPLIT TOTALS AGAINST THE UNDISTRIBUTED RUN TOTALS - A
000299*     SPLIT THAT DOES NOT PROVE WITHHOLDS THE POSTING THE SAME
000299*     WAY AN OUT-OF-BALANCE JOURNAL DOES.
000300*         CR 2100 CITY TAX PAYABLE     CITY TAX
000310*         CR 2200 DEDUCTIONS PAYABLE   DEDUCTIONS
000320*         CR 2300 BONUS PAYABLE        BONUS
000332*         CR 2500 STATUTORY TAX PAYABLE  STATUTORY TAX
000334*         CR 2600 ELECTIONS PAYABLE    ELECTIONS
000336*         CR 2700 GARNISHMENTS PAYABLE GARNISHMENTS
000337*         DR 5300 EMPLOYER TAX EXPENSE      EMPLOYER TAX
000337*         DR 5400 EMPLOYER BENEFIT EXPENSE  EMPLOYER BENEFIT
000337*         CR 2800 EMPLOYER TAX PAYABLE      EMPLOYER TAX
000337*         CR 2900 EMPLOYER BENEFIT PAYABLE  EMPLOYER BENEFIT
000338*     THE EMPLOYER FIGURES ARE SUMMED OFF THE EMPLOYER-COST FILE
000338*     (ERCOST) THE EMPLOYER-COST STEP WRITES.
000339*         CR 1400 EMPLOYEE ADVANCES RECEIVABLE  ADVANCES RECOVERED
000339*     THE ADVANCE RECOVERY IS SUMMED FROM DR-ADV-AMT AND CLEARS
000339*     THE RECEIVABLE OFFCYCLE'S ADVANCES WERE BOOKED TO.
000340*     DEBITS MUST EQUAL CREDITS BEFORE THE POSTING FILE IS
000350*     RELEASED - ON A MISMATCH NO JOURNAL LINES ARE WRITTEN AND
000360*     THE RUN IS FLAGGED ON THE CONSOLE AND THE AUDIT TRAIL.
000360*
000360*     EACH COMPANY ON THE COMPANY TABLE IS POSTED TO ITS OWN
000360*     BOOKS - ITS OWN DEDUCTIONS-REPORT LINES, BONUSES AND
000360*     EMPLOYER COST, SUMMED AND BALANCED ON THEIR OWN, AND
000360*     WRITTEN TO ITS OWN POSTING FILE (GLPOST FOR THE HOME
000360*     COMPANY 01, GLPOST.CC FOR ANY OTHER - SEE COMPTAB). EVERY
000360*     LINE CARRIES THE COMPANY CODE AND THE COMPANY'S GL ACCOUNT
000360*     PREFIX. EVERY COMPANY IS SUMMED AND BALANCED BEFORE ANY IS
000360*     RELEASED; IF ANY ONE OF THEM DOES NOT BALANCE, NO COMPANY'S
000360*     POSTING IS WRITTEN, GLHIST IS NOT TOUCHED, AND THE STEP ENDS
000360*     WITH RETURN CODE 8 - SO THE RESTART CANNOT APPEND A COMPANY
000360*     TO GLHIST TWICE. THE LABOR DISTRIBUTION REPORT IS SECTIONED
000360*     BY COMPANY.
000370*-----------------------------------------------------------------
000380*  MODIFICATION HISTORY.
000390*  DATE       INIT  DESCRIPTION
000422*  09/02/26   RCA   HANDS ITS RECORD COUNT TO NIGHTRUN'S
000422*                   RUN-STATISTICS THROUGH THE COMMON STEPCNT
000422*                   ROUTINE AT END OF STEP.
000423*  10/14/26   RCA   THE EMPLOYER TAX AND BENEFIT CONTRIBUTION THE
000423*                   NEW EMPLOYER-COST STEP (EMPLRCST) WORKS OUT
000423*                   ARE SUMMED OFF ITS ERCOST FILE AND POSTED AS
000423*                   5300/5400 EMPLOYER EXPENSE AGAINST 2800/2900
000423*                   EMPLOYER LIABILITY, SO THE BOOKS CARRY THE
000423*                   TRUE LABOR COST. A MISSING ERCOST FILE POSTS
000423*                   ZERO EMPLOYER LINES.
000424*  10/14/26   RCA   THE ADVANCE INSTALLMENTS THE DEDUCTIONS STEP
000424*                   NOW RECOVERS ARE SUMMED FROM DR-ADV-AMT AND
000424*                   CREDITED TO 1400 EMPLOYEE ADVANCES
000424*                   RECEIVABLE. THE DERIVED ALLOWANCE ADDS THEM
000424*                   BACK IN AS WELL.
000425*  10/14/26   RCA   PAYROLL AND BONUS EXPENSE ARE NOW POSTED BY
000425*                   DEPARTMENT UNDER THE EFFECTIVE-DATED LABOR
000425*                   DISTRIBUTION TABLE (LABDIST, MAINTAINED BY
000425*                   LDMAINT) INSTEAD OF AS ONE 5100/5200 LUMP,
000425*                   AND THE NEW LABOR DISTRIBUTION REPORT
000425*                   (LDRPT) PROVES THE SPLIT TO THE PENNY. THE
000425*                   MASTER IS NOW READ DIRECTLY FOR EACH
000425*                   EMPLOYEE'S HOME DEPARTMENT, SO THE BONUS
000425*                   SCAN REPOSITIONS TO THE TOP FIRST.
000425*  10/14/26   RCA   PAY GROUPS. THE BONUS PASS SKIPS EMPLOYEES
000425*                   WHOSE PAY GROUP IS NOT BEING PAID IN THIS RUN
000425*                   AND SPLITS EACH BONUS AS OF THE EMPLOYEE'S OWN
000425*                   GROUP PERIOD END.
000425*  10/14/26   RCA   MULTI-COMPANY. EACH COMPANY ON THE COMPANY
000425*                   TABLE IS SUMMED, PROVED AND BALANCED ON ITS
000425*                   OWN AND POSTED TO ITS OWN GLPOST FILE (GLPOST
000425*                   FOR 01, GLPOST.CC FOR ANY OTHER), EVERY LINE
000425*                   CARRYING THE COMPANY CODE AND GL ACCOUNT
000425*                   PREFIX. A COMPANY THAT DOES NOT BALANCE IS
000425*                   WITHHELD ALONE AND THE STEP ENDS WITH RETURN
000425*                   CODE 8. LDRPT IS SECTIONED BY COMPANY.
000425*  10/15/26   RCA   EVERY COMPANY IS NOW SUMMED AND BALANCED
000425*                   BEFORE ANY IS RELEASED. THE JOURNAL LINES ARE
000425*                   HELD IN STORAGE AND WRITTEN TO GLPOST AND
000425*                   GLHIST ONLY WHEN ALL COMPANIES BALANCE, SO A
000425*                   RESTART AFTER ONE COMPANY FAILS NO LONGER
000425*                   APPENDS THE OTHERS TO GLHIST A SECOND TIME.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. GLEXTRCT.
000602     SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
000604         ORGANIZATION IS SEQUENTIAL
000606         FILE STATUS IS WS-GLHIST-STATUS.
000607     SELECT EMPLOYER-COST-FILE ASSIGN TO "ERCOST"
000608         ORGANIZATION IS SEQUENTIAL
000609         FILE STATUS IS WS-ERCOST-STATUS.
000609     SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST"
000609         ORGANIZATION IS INDEXED
000609         ACCESS MODE IS DYNAMIC
000609         RECORD KEY IS LD-DIST-KEY
000609         FILE STATUS IS WS-LABDIST-STATUS.
000609     SELECT DEPARTMENT-TABLE ASSIGN TO "DEPTTAB"
000609         ORGANIZATION IS INDEXED
000609         ACCESS MODE IS DYNAMIC
000609         RECORD KEY IS DT-DEPT-CODE
000609         FILE STATUS IS WS-DEPTTAB-STATUS.
000609     SELECT DIST-REPORT ASSIGN TO "LDRPT"
000609         ORGANIZATION IS SEQUENTIAL.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000710
000720 FD  GL-POSTING-FILE
000730     LABEL RECORDS ARE STANDARD.
000730 01  GL-POSTING-FILE-RECORD      PIC X(57).
000750
000760 FD  GL-HISTORY-FILE
000770     LABEL RECORDS ARE STANDARD.
000770 01  GL-HISTORY-RECORD           PIC X(57).
000790
000791 FD  EMPLOYER-COST-FILE
000792     LABEL RECORDS ARE STANDARD.
000793     COPY ERCOST.
000794
000795 FD  LABOR-DIST-FILE
000796     LABEL RECORDS ARE STANDARD.
000797     COPY LABDIST.
000798
000798 FD  DEPARTMENT-TABLE
000798     LABEL RECORDS ARE STANDARD.
000798     COPY DEPTTAB.
000798
000799 FD  DIST-REPORT
000799     LABEL RECORDS ARE STANDARD.
000799 01  LDR-LINE                    PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000813 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
000915 01  WS-TOTAL-STAT-TAX            PIC S9(11)V99 VALUE ZERO.
000916 01  WS-TOTAL-ELECT               PIC S9(11)V99 VALUE ZERO.
000917 01  WS-TOTAL-GARN                PIC S9(11)V99 VALUE ZERO.
000918 01  WS-TOTAL-ER-TAX              PIC S9(11)V99 VALUE ZERO.
000919 01  WS-TOTAL-ER-BENEFIT          PIC S9(11)V99 VALUE ZERO.
000919 01  WS-TOTAL-ADVANCE             PIC S9(11)V99 VALUE ZERO.
000920
000930 01  WS-TOTAL-DEBITS              PIC S9(11)V99 VALUE ZERO.
000940 01  WS-TOTAL-CREDITS             PIC S9(11)V99 VALUE ZERO.
000950
000960 01  WS-BALANCED-SW               PIC X(01) VALUE "N".
000970     88  WS-BALANCED                         VALUE "Y".
000970 01  WS-RUN-FAILED-SW             PIC X(01) VALUE "N".
000970     88  WS-RUN-FAILED                       VALUE "Y".
000970
000970*  THE JOURNAL LINE IS BUILT HERE AND HELD IN WS-JRNL-TABLE UNTIL
000970*  EVERY COMPANY HAS BALANCED - NOTHING REACHES GLPOST OR GLHIST
000970*  UNLESS ALL OF THEM DO. WS-CO-JRNL-FIRST/LAST MARK EACH
000970*  COMPANY'S LINES. A FULL TABLE WITHHOLDS THE WHOLE RUN.
000970     COPY GLPOST.
000970 01  WS-JRNL-TABLE.
000970     05  WS-JRNL-LINE             PIC X(57) OCCURS 1200 TIMES.
000970 01  WS-JRNL-COUNT                PIC 9(04) VALUE ZERO.
000970 01  WS-JRNL-SUB                  PIC 9(04) VALUE ZERO.
000970 01  WS-JRNL-FULL-SW              PIC X(01) VALUE "N".
000970     88  WS-JRNL-FULL                        VALUE "Y".
000970 01  WS-CO-JRNL-TABLE.
000970     05  WS-CO-JRNL-ENTRY         OCCURS 10 TIMES.
000970         10  WS-CO-JRNL-FIRST     PIC 9(04).
000970         10  WS-CO-JRNL-LAST      PIC 9(04).
000970         10  WS-CO-DEBITS         PIC S9(11)V99.
000970
000985 01  WS-GLHIST-STATUS             PIC X(02) VALUE SPACES.
000986     88  WS-GLHIST-NOT-FOUND                 VALUE "35".
000987 01  WS-ERCOST-STATUS             PIC X(02) VALUE SPACES.
000987 01  WS-LABDIST-STATUS            PIC X(02) VALUE SPACES.
000987 01  WS-LABDIST-AVAIL-SW          PIC X(01) VALUE "N".
000987     88  WS-LABDIST-AVAIL                    VALUE "Y".
000987 01  WS-DEPTTAB-STATUS            PIC X(02) VALUE SPACES.
000987 01  WS-DEPTTAB-AVAIL-SW          PIC X(01) VALUE "N".
000987     88  WS-DEPTTAB-AVAIL                    VALUE "Y".
000988
000988*  THE LABOR DISTRIBUTION. THE SPLIT IN FORCE FOR THE EMPLOYEE
000988*  IN HAND IS LOADED INTO WS-SPLIT-TABLE, AND EACH SHARE IS
000988*  ROLLED INTO THE DEPARTMENT'S SLOT IN WS-DEPT-TABLE. WITH ALL
000988*  50 SLOTS IN USE THE LAST SLOT IS FLAGGED **** AND TAKES THE
000988*  OVERFLOW, AS IN PAYRPT, SO THE SPLIT STILL PROVES.
000988 01  WS-PERIOD-END                PIC 9(08) VALUE ZERO.
000988 01  WS-PG-SUB                    PIC 9(01) VALUE ZERO.
000988     COPY PAYGRP.
000988 01  WS-DIST-EMP-NO               PIC 9(05) VALUE ZERO.
000988 01  WS-DIST-DATE                 PIC 9(08) VALUE ZERO.
000988 01  WS-HOME-DEPT                 PIC X(04) VALUE SPACES.
000988 01  WS-LINE-ALLOWANCE            PIC S9(09)V99 VALUE ZERO.
000988 01  WS-LD-EOF-SW                 PIC X(01) VALUE "N".
000988     88  WS-LD-END-OF-FILE                   VALUE "Y".
000988 01  WS-DIST-FOUND-SW             PIC X(01) VALUE "N".
000988     88  WS-DIST-FOUND                       VALUE "Y".
000988 01  WS-SPLIT-TABLE.
000988     05  WS-SPLIT-ENTRY           OCCURS 5 TIMES.
000988         10  WS-SPLIT-DEPT        PIC X(04).
000988         10  WS-SPLIT-PCT         PIC 9(03)V99.
000988 01  WS-SPLIT-COUNT               PIC 9(01) VALUE ZERO.
000988 01  WS-SPLIT-SUB                 PIC 9(02) VALUE ZERO.
000988 01  WS-DIST-AMT                  PIC S9(09)V99 VALUE ZERO.
000988 01  WS-SHARE-AMT                 PIC S9(09)V99 VALUE ZERO.
000988 01  WS-ALLOCATED-AMT             PIC S9(09)V99 VALUE ZERO.
000988 01  WS-DIST-KIND                 PIC X(01) VALUE SPACES.
000988     88  WS-DIST-GROSS-KIND                  VALUE "G".
000988     88  WS-DIST-CITY-TAX-KIND               VALUE "C".
000988     88  WS-DIST-ALLOW-KIND                  VALUE "A".
000988     88  WS-DIST-BONUS-KIND                  VALUE "B".
000988 01  WS-MATCH-DEPT                PIC X(04).
000988 01  WS-DEPT-TABLE.
000988     05  WS-DEPT-ENTRY            OCCURS 50 TIMES.
000988         10  WS-DEPT-CODE         PIC X(04).
000988         10  WS-DEPT-GROSS        PIC S9(11)V99.
000988         10  WS-DEPT-CITY-TAX     PIC S9(11)V99.
000988         10  WS-DEPT-ALLOWANCE    PIC S9(11)V99.
000988         10  WS-DEPT-BONUS        PIC S9(11)V99.
000988 01  WS-DEPT-COUNT                PIC 9(02) VALUE ZERO.
000988 01  WS-DEPT-SUB                  PIC 9(02) VALUE ZERO.
000988 01  WS-DEPT-USE                  PIC 9(02) VALUE ZERO.
000988 01  WS-DEPT-FOUND-SW             PIC X(01) VALUE "N".
000988     88  WS-DEPT-FOUND                       VALUE "Y".
000988 01  WS-DEPT-EXPENSE              PIC S9(11)V99 VALUE ZERO.
000988
000988*  THE PROOF - THE DEPARTMENT SHARES SUMMED BACK UP AGAINST THE
000988*  UNDISTRIBUTED RUN TOTALS.
000988 01  WS-DIST-GROSS                PIC S9(11)V99 VALUE ZERO.
000988 01  WS-DIST-CITY-TAX             PIC S9(11)V99 VALUE ZERO.
000988 01  WS-DIST-ALLOWANCE            PIC S9(11)V99 VALUE ZERO.
000988 01  WS-DIST-BONUS                PIC S9(11)V99 VALUE ZERO.
000988 01  WS-DIST-EXPENSE              PIC S9(11)V99 VALUE ZERO.
000988 01  WS-RUN-EXPENSE               PIC S9(11)V99 VALUE ZERO.
000988 01  WS-DIST-PROVED-SW            PIC X(01) VALUE "N".
000988     88  WS-DIST-PROVED                      VALUE "Y".
000988
000988 01  WS-LDR-HEADING-1.
000988     05  FILLER                  PIC X(20)
000988         VALUE "PAYROLL SYSTEMS".
000988     05  FILLER                  PIC X(30)
000988         VALUE "LABOR DISTRIBUTION REPORT".
000988     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
000988     05  LDR-HDG-RUN-DATE        PIC 9(08).
000988     05  FILLER                  PIC X(12) VALUE SPACES.
000988
000988 01  WS-LDR-HEADING-2.
000988     05  FILLER                  PIC X(19) VALUE "DEPT  NAME".
000988     05  FILLER                  PIC X(15)
000988         VALUE "         GROSS ".
000988     05  FILLER                  PIC X(14)
000988         VALUE "     CITY TAX ".
000988     05  FILLER                  PIC X(14)
000988         VALUE "        BONUS ".
000988     05  FILLER                  PIC X(18)
000988         VALUE "   PAYROLL EXP".
000988
000988 01  WS-LDR-HEADING-3             PIC X(80) VALUE ALL "-".
000988
000988 01  WS-LDR-COMPANY-LINE.
000988     05  FILLER                  PIC X(09) VALUE "COMPANY: ".
000988     05  LDR-CO-CODE             PIC X(02).
000988     05  FILLER                  PIC X(02) VALUE SPACES.
000988     05  LDR-CO-NAME             PIC X(30).
000988     05  FILLER                  PIC X(16)
000988         VALUE " POSTING FILE: ".
000988     05  LDR-CO-FILE             PIC X(09).
000988     05  FILLER                  PIC X(12) VALUE SPACES.
000988
000988 01  WS-LDR-DETAIL-LINE.
000988     05  LDR-DEPT-CODE           PIC X(04).
000988     05  FILLER                  PIC X(02) VALUE SPACES.
000988     05  LDR-DEPT-NAME           PIC X(12).
000988     05  FILLER                  PIC X(01) VALUE SPACES.
000988     05  LDR-GROSS               PIC -ZZ,ZZZ,ZZ9.99.
000988     05  FILLER                  PIC X(01) VALUE SPACES.
000988     05  LDR-CITY-TAX            PIC -Z,ZZZ,ZZ9.99.
000988     05  FILLER                  PIC X(01) VALUE SPACES.
000988     05  LDR-BONUS               PIC -Z,ZZZ,ZZ9.99.
000988     05  FILLER                  PIC X(01) VALUE SPACES.
000988     05  LDR-EXPENSE             PIC -ZZ,ZZZ,ZZ9.99.
000988     05  FILLER                  PIC X(04) VALUE SPACES.
000988
000988 01  WS-LDR-TOTAL-LINE.
000988     05  LDR-TOTAL-LABEL         PIC X(19).
000988     05  LDR-TOTAL-GROSS         PIC -ZZ,ZZZ,ZZ9.99.
000988     05  FILLER                  PIC X(01) VALUE SPACES.
000988     05  LDR-TOTAL-CITY-TAX      PIC -Z,ZZZ,ZZ9.99.
000988     05  FILLER                  PIC X(01) VALUE SPACES.
000988     05  LDR-TOTAL-BONUS         PIC -Z,ZZZ,ZZ9.99.
000988     05  FILLER                  PIC X(01) VALUE SPACES.
000988     05  LDR-TOTAL-EXPENSE       PIC -ZZ,ZZZ,ZZ9.99.
000988     05  FILLER                  PIC X(04) VALUE SPACES.
000988
000988 01  WS-LDR-PROOF-LINE            PIC X(80).
000988
000990 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "GLEXTRCT".
001000 01  WS-AUDIT-MESSAGE             PIC X(60).
001010 01  WS-AUDIT-AMT-DISP            PIC -Z,ZZZ,ZZZ,ZZ9.99.
001010
001010*  THE COMPANY BEING POSTED AND THE TEST OF WHETHER A LINE
001010*  BELONGS TO IT (A BLANK COMPANY CODE IS THE HOME COMPANY 01).
001010 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001010 01  WS-TEST-COMPANY              PIC X(02) VALUE SPACES.
001010 01  WS-IN-COMPANY-SW             PIC X(01) VALUE "N".
001010     88  WS-IN-COMPANY                       VALUE "Y".
001010
001010     COPY COMPTBL.
001010
001030 PROCEDURE DIVISION.
001040
001050*-----------------------------------------------------------------
001085     MOVE ZERO TO RETURN-CODE.
001090     PERFORM 1000-INITIALIZE
001100         THRU 1000-EXIT.
001100     PERFORM 1100-POST-ONE-COMPANY
001100         THRU 1100-EXIT
001100         VARYING WS-CO-SUB FROM 1 BY 1
001100         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
001100     PERFORM 6000-RELEASE-POSTINGS
001100         THRU 6000-EXIT.
001180     PERFORM 9999-TERMINATE
001190         THRU 9999-EXIT.
001192*  THE RETURN CODE IS SET LAST OF ALL - A CALL TO A COMMON
001195     MOVE WS-DETAIL-COUNT TO WS-STEP-COUNT-OUT.
001195     CALL "STEPCNT" USING
001195         BY CONTENT WS-STEP-COUNT-OUT.
001195     IF WS-RUN-FAILED
001198         MOVE 8 TO RETURN-CODE
001199     END-IF.
001200     GOBACK.
001210
001220*-----------------------------------------------------------------
001230*  1000-INITIALIZE.
001230*  THE DEDUCTIONS REPORT IS OPENED PER COMPANY IN 1100 AND THE
001230*  POSTING FILES IN 6000; EVERYTHING ELSE STAYS OPEN FOR THE WHOLE
001230*  STEP.
001240*-----------------------------------------------------------------
001250 1000-INITIALIZE.
001260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001260     MOVE "L" TO CM-FUNCTION.
001260     CALL "COMPTAB" USING
001260         BY REFERENCE COMPANY-TABLE-AREA.
001280     OPEN INPUT EMPLOYEE-MASTER.
001281*  WITHOUT A LABOR-DISTRIBUTION FILE EVERY EMPLOYEE IS CHARGED
001282*  TO EMP-DEPT; WITHOUT THE DEPARTMENT TABLE THE REPORT SIMPLY
001283*  PRINTS NO DEPARTMENT NAMES.
001284     OPEN INPUT LABOR-DIST-FILE.
001285     IF WS-LABDIST-STATUS EQUAL "00"
001286         SET WS-LABDIST-AVAIL TO TRUE
001287     END-IF.
001288     OPEN INPUT DEPARTMENT-TABLE.
001289     IF WS-DEPTTAB-STATUS EQUAL "00"
001289         SET WS-DEPTTAB-AVAIL TO TRUE
001289     END-IF.
001289     OPEN OUTPUT DIST-REPORT.
001289     MOVE WS-RUN-DATE TO LDR-HDG-RUN-DATE.
001289     WRITE LDR-LINE FROM WS-LDR-HEADING-1
001289         AFTER ADVANCING 1 LINE.
001310 1000-EXIT.
001400     EXIT.
001400
001400*-----------------------------------------------------------------
001400*  1100-POST-ONE-COMPANY.
001400*  RUNS THE EXTRACT - SUMS, DISTRIBUTION PROOF, BALANCE, REPORT
001400*  SECTION - FOR ONE COMPANY ALONE, FROM ZEROED TOTALS, HOLDING
001400*  ITS JOURNAL LINES FOR 6000 TO RELEASE. THE DEDUCTIONS REPORT
001400*  IS READ FROM THE TOP FOR EVERY COMPANY.
001400*-----------------------------------------------------------------
001400 1100-POST-ONE-COMPANY.
001400     MOVE ZERO TO WS-TOTAL-GROSS.
001400     MOVE ZERO TO WS-TOTAL-CITY-TAX.
001400     MOVE ZERO TO WS-TOTAL-DEDUCTION.
001400     MOVE ZERO TO WS-TOTAL-NET.
001400     MOVE ZERO TO WS-TOTAL-ALLOWANCE.
001400     MOVE ZERO TO WS-TOTAL-BONUS.
001400     MOVE ZERO TO WS-TOTAL-STAT-TAX.
001400     MOVE ZERO TO WS-TOTAL-ELECT.
001400     MOVE ZERO TO WS-TOTAL-GARN.
001400     MOVE ZERO TO WS-TOTAL-ER-TAX.
001400     MOVE ZERO TO WS-TOTAL-ER-BENEFIT.
001400     MOVE ZERO TO WS-TOTAL-ADVANCE.
001400     MOVE ZERO TO WS-DEPT-COUNT.
001400     MOVE ZERO TO WS-PERIOD-END.
001400     OPEN INPUT DEDUCTIONS-REPORT.
001400     MOVE "N" TO WS-EOF-SW.
001290     PERFORM 1900-READ-DEDUCTION
001300         THRU 1900-EXIT.
001300     PERFORM 2000-SUM-DEDUCTION-REPORT
001300         THRU 2000-EXIT
001300         UNTIL WS-END-OF-FILE.
001300     CLOSE DEDUCTIONS-REPORT.
001300     PERFORM 3000-SUM-BONUS-EXPENSE
001300         THRU 3000-EXIT.
001300     PERFORM 3500-SUM-EMPLOYER-COST
001300         THRU 3500-EXIT.
001300     PERFORM 3800-PROVE-DISTRIBUTION
001300         THRU 3800-EXIT.
001300     PERFORM 4000-BALANCE-AND-HOLD
001300         THRU 4000-EXIT.
001300     PERFORM 5000-PRINT-DISTRIBUTION
001300         THRU 5000-EXIT.
001300     IF NOT WS-BALANCED
001300         SET WS-RUN-FAILED TO TRUE
001289     END-IF.
001289 1100-EXIT.
001400     EXIT.
001400
001400*-----------------------------------------------------------------
001400*  1600-TEST-COMPANY.
001400*  SETS WS-IN-COMPANY WHEN THE CODE IN WS-TEST-COMPANY IS THE
001400*  COMPANY BEING POSTED. A BLANK CODE IS THE HOME COMPANY.
001400*-----------------------------------------------------------------
001400 1600-TEST-COMPANY.
001400     MOVE "N" TO WS-IN-COMPANY-SW.
001400     IF WS-TEST-COMPANY EQUAL SPACES
001400         MOVE "01" TO WS-TEST-COMPANY
001289     END-IF.
001289     IF WS-TEST-COMPANY EQUAL CM-CODE(WS-CO-SUB)
001289         SET WS-IN-COMPANY TO TRUE
001289     END-IF.
001289 1600-EXIT.
001400     EXIT.
001400
001400*  READS THE NEXT DEDUCTIONS-REPORT LINE OF THE COMPANY BEING
001400*  POSTED, PASSING OVER THE OTHER COMPANIES' LINES.
001340 1900-READ-DEDUCTION.
001350     READ DEDUCTIONS-REPORT
001360         AT END
001370             SET WS-END-OF-FILE TO TRUE
001370             GO TO 1900-EXIT
001380     END-READ.
001380     MOVE DR-COMPANY TO WS-TEST-COMPANY.
001380     PERFORM 1600-TEST-COMPANY
001380         THRU 1600-EXIT.
001380     IF NOT WS-IN-COMPANY
001380         GO TO 1900-READ-DEDUCTION
001289     END-IF.
001390 1900-EXIT.
001400     EXIT.
001410
001535     ADD DR-STAT-TAX-AMT   TO WS-TOTAL-STAT-TAX.
001537     ADD DR-ELECT-AMT      TO WS-TOTAL-ELECT.
001538     ADD DR-GARN-AMT       TO WS-TOTAL-GARN.
001539     ADD DR-ADV-AMT        TO WS-TOTAL-ADVANCE.
001540     COMPUTE WS-LINE-ALLOWANCE =
001550         DR-NET-PAY + DR-DEDUCTION-AMT + DR-STAT-TAX-AMT
001552         + DR-ELECT-AMT + DR-GARN-AMT + DR-ADV-AMT
001555         - DR-GROSS-PAY.
001556     ADD WS-LINE-ALLOWANCE TO WS-TOTAL-ALLOWANCE.
001557     MOVE DR-PERIOD-END TO WS-PERIOD-END.
001558     PERFORM 2050-GET-HOME-DEPT
001558         THRU 2050-EXIT.
001558     MOVE DR-EMP-NO     TO WS-DIST-EMP-NO.
001558     MOVE DR-PERIOD-END TO WS-DIST-DATE.
001558     PERFORM 2100-LOAD-SPLIT
001558         THRU 2100-EXIT.
001558     MOVE DR-GROSS-PAY TO WS-DIST-AMT.
001558     MOVE "G" TO WS-DIST-KIND.
001558     PERFORM 2200-DISTRIBUTE-AMOUNT
001558         THRU 2200-EXIT.
001558     MOVE DR-CITY-TAX-AMT TO WS-DIST-AMT.
001558     MOVE "C" TO WS-DIST-KIND.
001558     PERFORM 2200-DISTRIBUTE-AMOUNT
001558         THRU 2200-EXIT.
001558     MOVE WS-LINE-ALLOWANCE TO WS-DIST-AMT.
001558     MOVE "A" TO WS-DIST-KIND.
001558     PERFORM 2200-DISTRIBUTE-AMOUNT
001558         THRU 2200-EXIT.
001560     PERFORM 1900-READ-DEDUCTION
001570         THRU 1900-EXIT.
001580 2000-EXIT.
001590     EXIT.
001591
001592*-----------------------------------------------------------------
001593*  2050-GET-HOME-DEPT.
001594*  READS THE MASTER DIRECTLY FOR THE EMPLOYEE'S HOME DEPARTMENT,
001595*  WHICH TAKES THE WHOLE OF THE PAY WHEN NO DISTRIBUTION ROW IS
001596*  IN FORCE. A LINE NOT ON THE MASTER IS CHARGED TO A BLANK
001597*  DEPARTMENT, WHICH THE REPORT SHOWS.
001598*-----------------------------------------------------------------
001599 2050-GET-HOME-DEPT.
001599     MOVE SPACES TO WS-HOME-DEPT.
001599     MOVE DR-EMP-NO TO EMP-NO.
001599     READ EMPLOYEE-MASTER
001599         INVALID KEY
001599             CONTINUE
001599         NOT INVALID KEY
001599             MOVE EMP-DEPT TO WS-HOME-DEPT
001599     END-READ.
001599 2050-EXIT.
001599     EXIT.
001599
001599*-----------------------------------------------------------------
001599*  2100-LOAD-SPLIT.
001599*  LOADS THE SPLIT IN FORCE FOR WS-DIST-EMP-NO ON WS-DIST-DATE -
001599*  POSITIONS TO THE EMPLOYEE'S FIRST DISTRIBUTION ROW AND TAKES
001599*  THE ONE WHOSE WINDOW COVERS THE DATE, THE SAME SCAN SUB-
001599*  PROGRAM MAKES ON THE SALARY-RATE FILE. WITH NO ROW IN FORCE
001599*  THE HOME DEPARTMENT TAKES 100 PERCENT.
001599*-----------------------------------------------------------------
001599 2100-LOAD-SPLIT.
001599     MOVE "N" TO WS-DIST-FOUND-SW.
001599     IF WS-LABDIST-AVAIL
001599         MOVE "N" TO WS-LD-EOF-SW
001599         MOVE WS-DIST-EMP-NO TO LD-EMP-NO
001599         MOVE ZERO TO LD-EFF-START
001599         START LABOR-DIST-FILE
001599             KEY IS NOT LESS THAN LD-DIST-KEY
001599             INVALID KEY
001599                 SET WS-LD-END-OF-FILE TO TRUE
001599         END-START
001599         PERFORM 2110-SCAN-ONE-ROW
001599             THRU 2110-EXIT
001599             UNTIL WS-DIST-FOUND OR WS-LD-END-OF-FILE
001599     END-IF.
001599     IF WS-DIST-FOUND
001599         MOVE LD-SPLIT-COUNT TO WS-SPLIT-COUNT
001599         PERFORM 2120-LOAD-ONE-SPLIT
001599             THRU 2120-EXIT
001599             VARYING WS-SPLIT-SUB FROM 1 BY 1
001599             UNTIL WS-SPLIT-SUB GREATER THAN WS-SPLIT-COUNT
001599     ELSE
001599         MOVE 1            TO WS-SPLIT-COUNT
001599         MOVE WS-HOME-DEPT TO WS-SPLIT-DEPT(1)
001599         MOVE 100          TO WS-SPLIT-PCT(1)
001599     END-IF.
001599 2100-EXIT.
001599     EXIT.
001599
001599*  THE SCAN ENDS WHEN A COVERING ROW IS FOUND, WHEN THE
001599*  EMPLOYEE CHANGES, OR AT END OF FILE. A ROW CARRYING NO
001599*  DEPARTMENTS IS PASSED OVER.
001599 2110-SCAN-ONE-ROW.
001599     READ LABOR-DIST-FILE NEXT RECORD
001599         AT END
001599             SET WS-LD-END-OF-FILE TO TRUE
001599             GO TO 2110-EXIT
001599     END-READ.
001599     IF WS-LABDIST-STATUS NOT EQUAL "00"
001599         SET WS-LD-END-OF-FILE TO TRUE
001599         GO TO 2110-EXIT
001599     END-IF.
001599     IF LD-EMP-NO NOT EQUAL WS-DIST-EMP-NO
001599         SET WS-LD-END-OF-FILE TO TRUE
001599         GO TO 2110-EXIT
001599     END-IF.
001599     IF WS-DIST-DATE NOT LESS THAN LD-EFF-START
001599             AND WS-DIST-DATE NOT GREATER THAN LD-EFF-END
001599             AND LD-SPLIT-COUNT GREATER THAN ZERO
001599             AND LD-SPLIT-COUNT NOT GREATER THAN 5
001599         SET WS-DIST-FOUND TO TRUE
001599     END-IF.
001599 2110-EXIT.
001599     EXIT.
001599
001599 2120-LOAD-ONE-SPLIT.
001599     MOVE LD-DEPT-CODE(WS-SPLIT-SUB)
001599         TO WS-SPLIT-DEPT(WS-SPLIT-SUB).
001599     MOVE LD-PCT(WS-SPLIT-SUB) TO WS-SPLIT-PCT(WS-SPLIT-SUB).
001599 2120-EXIT.
001599     EXIT.
001599
001599*-----------------------------------------------------------------
001599*  2200-DISTRIBUTE-AMOUNT.
001599*  SPLITS WS-DIST-AMT ACROSS THE LOADED SPLIT AND ROLLS EACH
001599*  SHARE INTO ITS DEPARTMENT'S COLUMN FOR WS-DIST-KIND. EVERY
001599*  SHARE BUT THE LAST IS ROUNDED TO THE CENT; THE LAST TAKES THE
001599*  REMAINDER, SO THE SHARES ALWAYS ADD BACK TO THE AMOUNT.
001599*-----------------------------------------------------------------
001599 2200-DISTRIBUTE-AMOUNT.
001599     MOVE ZERO TO WS-ALLOCATED-AMT.
001599     PERFORM 2210-DISTRIBUTE-ONE-SHARE
001599         THRU 2210-EXIT
001599         VARYING WS-SPLIT-SUB FROM 1 BY 1
001599         UNTIL WS-SPLIT-SUB GREATER THAN WS-SPLIT-COUNT.
001599 2200-EXIT.
001599     EXIT.
001599
001599 2210-DISTRIBUTE-ONE-SHARE.
001599     IF WS-SPLIT-SUB EQUAL WS-SPLIT-COUNT
001599         COMPUTE WS-SHARE-AMT = WS-DIST-AMT - WS-ALLOCATED-AMT
001599     ELSE
001599         COMPUTE WS-SHARE-AMT ROUNDED =
001599             WS-DIST-AMT * WS-SPLIT-PCT(WS-SPLIT-SUB) / 100
001599     END-IF.
001599     ADD WS-SHARE-AMT TO WS-ALLOCATED-AMT.
001599     MOVE WS-SPLIT-DEPT(WS-SPLIT-SUB) TO WS-MATCH-DEPT.
001599     PERFORM 2300-FIND-DEPT-SLOT
001599         THRU 2300-EXIT.
001599     EVALUATE TRUE
001599         WHEN WS-DIST-GROSS-KIND
001599             ADD WS-SHARE-AMT TO WS-DEPT-GROSS(WS-DEPT-USE)
001599         WHEN WS-DIST-CITY-TAX-KIND
001599             ADD WS-SHARE-AMT TO WS-DEPT-CITY-TAX(WS-DEPT-USE)
001599         WHEN WS-DIST-ALLOW-KIND
001599             ADD WS-SHARE-AMT TO WS-DEPT-ALLOWANCE(WS-DEPT-USE)
001599         WHEN OTHER
001599             ADD WS-SHARE-AMT TO WS-DEPT-BONUS(WS-DEPT-USE)
001599     END-EVALUATE.
001599 2210-EXIT.
001599     EXIT.
001599
001599*-----------------------------------------------------------------
001599*  2300-FIND-DEPT-SLOT.
001599*  FINDS THE DEPARTMENT'S SLOT, OPENING A NEW ONE THE FIRST TIME
001599*  THE DEPARTMENT IS SEEN, AS PAYRPT DOES FOR ITS SUBTOTALS.
001599*-----------------------------------------------------------------
001599 2300-FIND-DEPT-SLOT.
001599     MOVE "N" TO WS-DEPT-FOUND-SW.
001599     MOVE ZERO TO WS-DEPT-USE.
001599     PERFORM 2310-MATCH-DEPT-SLOT
001599         THRU 2310-EXIT
001599         VARYING WS-DEPT-SUB FROM 1 BY 1
001599         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT
001599             OR WS-DEPT-FOUND.
001599     IF NOT WS-DEPT-FOUND
001599         IF WS-DEPT-COUNT LESS THAN 50
001599             ADD 1 TO WS-DEPT-COUNT
001599             MOVE WS-DEPT-COUNT TO WS-DEPT-USE
001599             MOVE WS-MATCH-DEPT TO WS-DEPT-CODE(WS-DEPT-USE)
001599             MOVE ZERO TO WS-DEPT-GROSS(WS-DEPT-USE)
001599             MOVE ZERO TO WS-DEPT-CITY-TAX(WS-DEPT-USE)
001599             MOVE ZERO TO WS-DEPT-ALLOWANCE(WS-DEPT-USE)
001599             MOVE ZERO TO WS-DEPT-BONUS(WS-DEPT-USE)
001599         ELSE
001599             MOVE 50 TO WS-DEPT-USE
001599             MOVE "****" TO WS-DEPT-CODE(WS-DEPT-USE)
001599         END-IF
001599     END-IF.
001599 2300-EXIT.
001599     EXIT.
001599
001599 2310-MATCH-DEPT-SLOT.
001599     IF WS-DEPT-CODE(WS-DEPT-SUB) EQUAL WS-MATCH-DEPT
001599         SET WS-DEPT-FOUND TO TRUE
001599         MOVE WS-DEPT-SUB TO WS-DEPT-USE
001599     END-IF.
001599 2310-EXIT.
001599     EXIT.
001600
001610*-----------------------------------------------------------------
001620*  3000-SUM-BONUS-EXPENSE.
001630*  SCANS THE MASTER TOP TO BOTTOM AND SUMS THE BONUS THE BONUS
001640*  STEP POSTED THIS RUN. TERMINATED EMPLOYEES CARRY A ZERO
001650*  EMP-CURR-BONUS FROM THEIR TERMINATION, SO THE SCAN TAKES
001660*  EVERY RECORD AS IT STANDS - EXCEPT THAT AN EMPLOYEE IN A PAY
001660*  GROUP NOT BEING PAID TONIGHT STILL CARRIES THE BONUS OF THE
001660*  GROUP'S LAST RUN AND IS SKIPPED. EACH BONUS IS SPLIT UNDER THE
001660*  DISTRIBUTION IN FORCE AT THE GROUP'S PERIOD END. ONLY THE
001660*  COMPANY BEING POSTED IS SUMMED. THE DIRECT READS MADE FOR THE
001660*  HOME DEPARTMENTS LEAVE THE MASTER POSITIONED MID-FILE, SO THE
001660*  SCAN STARTS AGAIN AT THE TOP.
001670*-----------------------------------------------------------------
001680 3000-SUM-BONUS-EXPENSE.
001690     MOVE "N" TO WS-EOF-SW.
001691     IF WS-PERIOD-END EQUAL ZERO
001692         MOVE WS-RUN-DATE TO WS-PERIOD-END
001693     END-IF.
001693     CALL "PAYGRPCK" USING PAY-GROUP-TABLE.
001694     MOVE ZERO TO EMP-NO.
001695     START EMPLOYEE-MASTER
001696         KEY IS NOT LESS THAN EMP-NO
001697         INVALID KEY
001698             SET WS-END-OF-FILE TO TRUE
001699     END-START.
001700     PERFORM 3010-SUM-ONE-EMPLOYEE
001710         THRU 3010-EXIT
001720         UNTIL WS-END-OF-FILE.
001770     READ EMPLOYEE-MASTER NEXT RECORD
001780         AT END
001790             SET WS-END-OF-FILE TO TRUE
001800             GO TO 3010-EXIT
001820     END-READ.
001820     MOVE EMP-COMPANY TO WS-TEST-COMPANY.
001820     PERFORM 1600-TEST-COMPANY
001820         THRU 1600-EXIT.
001820     IF NOT WS-IN-COMPANY
001820         GO TO 3010-EXIT
001820     END-IF.
001820     PERFORM 3020-FIND-PAY-GROUP
001820         THRU 3020-EXIT.
001820     IF NOT PG-DUE(WS-PG-SUB)
001820         GO TO 3010-EXIT
001820     END-IF.
001821     ADD EMP-CURR-BONUS TO WS-TOTAL-BONUS.
001822     IF EMP-CURR-BONUS EQUAL ZERO
001823         GO TO 3010-EXIT
001824     END-IF.
001825     MOVE EMP-DEPT      TO WS-HOME-DEPT.
001826     MOVE EMP-NO        TO WS-DIST-EMP-NO.
001827     MOVE PG-PERIOD-END(WS-PG-SUB) TO WS-DIST-DATE.
001828     PERFORM 2100-LOAD-SPLIT
001829         THRU 2100-EXIT.
001829     MOVE EMP-CURR-BONUS TO WS-DIST-AMT.
001829     MOVE "B" TO WS-DIST-KIND.
001829     PERFORM 2200-DISTRIBUTE-AMOUNT
001829         THRU 2200-EXIT.
001830 3010-EXIT.
001840     EXIT.
001840
001840*-----------------------------------------------------------------
001840*  3020-FIND-PAY-GROUP.
001840*  POINTS WS-PG-SUB AT THE EMPLOYEE'S PAY-GROUP SLOT. A BLANK
001840*  GROUP IS MONTHLY.
001840*-----------------------------------------------------------------
001840 3020-FIND-PAY-GROUP.
001840     EVALUATE TRUE
001840         WHEN EMP-PAY-WEEKLY
001840             MOVE 1 TO WS-PG-SUB
001840         WHEN EMP-PAY-BIWEEKLY
001840             MOVE 2 TO WS-PG-SUB
001840         WHEN OTHER
001840             MOVE 3 TO WS-PG-SUB
001840     END-EVALUATE.
001840 3020-EXIT.
001840     EXIT.
001841
001842*-----------------------------------------------------------------
001843*  3500-SUM-EMPLOYER-COST.
001844*  SUMS THE EMPLOYER TAX AND BENEFIT CONTRIBUTION THE
001844*  EMPLOYER-COST STEP WROTE THIS RUN FOR THE COMPANY BEING
001844*  POSTED - THE MASTER SAYS WHOSE EACH ROW IS, AND A ROW WHOSE
001844*  EMPLOYEE IS NOT ON THE MASTER IS THE HOME COMPANY'S. THE LOOP
001844*  ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ ERROR CANNOT
001844*  SPIN.
001847*-----------------------------------------------------------------
001848 3500-SUM-EMPLOYER-COST.
001849     OPEN INPUT EMPLOYER-COST-FILE.
001850     IF WS-ERCOST-STATUS NOT EQUAL "00"
001851         GO TO 3500-EXIT
001852     END-IF.
001853     MOVE "N" TO WS-EOF-SW.
001854     PERFORM 3510-SUM-ONE-COST
001855         THRU 3510-EXIT
001856         UNTIL WS-END-OF-FILE.
001857     CLOSE EMPLOYER-COST-FILE.
001858 3500-EXIT.
001859     EXIT.
001860
001861 3510-SUM-ONE-COST.
001862     READ EMPLOYER-COST-FILE
001863         AT END
001864             SET WS-END-OF-FILE TO TRUE
001865             GO TO 3510-EXIT
001866     END-READ.
001867     IF WS-ERCOST-STATUS NOT EQUAL "00"
001868         SET WS-END-OF-FILE TO TRUE
001869         GO TO 3510-EXIT
001870     END-IF.
001870     MOVE EC-EMP-NO TO EMP-NO.
001870     READ EMPLOYEE-MASTER
001870         INVALID KEY
001870             MOVE SPACES TO EMP-COMPANY
001870     END-READ.
001870     MOVE EMP-COMPANY TO WS-TEST-COMPANY.
001870     PERFORM 1600-TEST-COMPANY
001870         THRU 1600-EXIT.
001870     IF NOT WS-IN-COMPANY
001869         GO TO 3510-EXIT
001870     END-IF.
001871     ADD EC-TAX-AMT     TO WS-TOTAL-ER-TAX.
001872     ADD EC-BENEFIT-AMT TO WS-TOTAL-ER-BENEFIT.
001873 3510-EXIT.
001874     EXIT.
001875
001876*-----------------------------------------------------------------
001877*  3800-PROVE-DISTRIBUTION.
001878*  SUMS THE DEPARTMENT SHARES BACK UP AND PROVES THEM AGAINST
001879*  THE UNDISTRIBUTED RUN TOTALS, COLUMN BY COLUMN, TO THE PENNY.
001880*-----------------------------------------------------------------
001881 3800-PROVE-DISTRIBUTION.
001882     MOVE ZERO TO WS-DIST-GROSS.
001883     MOVE ZERO TO WS-DIST-CITY-TAX.
001884     MOVE ZERO TO WS-DIST-ALLOWANCE.
001885     MOVE ZERO TO WS-DIST-BONUS.
001886     PERFORM 3810-ADD-ONE-DEPT
001887         THRU 3810-EXIT
001888         VARYING WS-DEPT-SUB FROM 1 BY 1
001889         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
001890     COMPUTE WS-DIST-EXPENSE =
001891         WS-DIST-GROSS + WS-DIST-CITY-TAX + WS-DIST-ALLOWANCE.
001892     COMPUTE WS-RUN-EXPENSE =
001893         WS-TOTAL-GROSS + WS-TOTAL-CITY-TAX + WS-TOTAL-ALLOWANCE.
001894     MOVE "N" TO WS-DIST-PROVED-SW.
001895     IF WS-DIST-GROSS         EQUAL WS-TOTAL-GROSS
001896             AND WS-DIST-CITY-TAX  EQUAL WS-TOTAL-CITY-TAX
001897             AND WS-DIST-ALLOWANCE EQUAL WS-TOTAL-ALLOWANCE
001898             AND WS-DIST-BONUS     EQUAL WS-TOTAL-BONUS
001899         SET WS-DIST-PROVED TO TRUE
001899     END-IF.
001899 3800-EXIT.
001899     EXIT.
001899
001899 3810-ADD-ONE-DEPT.
001899     ADD WS-DEPT-GROSS(WS-DEPT-SUB)     TO WS-DIST-GROSS.
001899     ADD WS-DEPT-CITY-TAX(WS-DEPT-SUB)  TO WS-DIST-CITY-TAX.
001899     ADD WS-DEPT-ALLOWANCE(WS-DEPT-SUB) TO WS-DIST-ALLOWANCE.
001899     ADD WS-DEPT-BONUS(WS-DEPT-SUB)     TO WS-DIST-BONUS.
001899 3810-EXIT.
001899     EXIT.
001850
001860*-----------------------------------------------------------------
001860*  4000-BALANCE-AND-HOLD.
001860*  PROVES DEBITS EQUAL CREDITS BEFORE ANY JOURNAL LINE IS BUILT.
001860*  A BALANCED COMPANY'S LINES ARE HELD FOR 6000; ON A MISMATCH
001860*  NONE ARE BUILT AND THE RUN IS FLAGGED.
001910*-----------------------------------------------------------------
001910 4000-BALANCE-AND-HOLD.
001920     MOVE SPACES TO WS-AUDIT-MESSAGE.
001930     COMPUTE WS-TOTAL-DEBITS =
001940         WS-TOTAL-GROSS + WS-TOTAL-CITY-TAX
001950         + WS-TOTAL-ALLOWANCE + WS-TOTAL-BONUS
001955         + WS-TOTAL-ER-TAX + WS-TOTAL-ER-BENEFIT.
001960     COMPUTE WS-TOTAL-CREDITS =
001970         WS-TOTAL-CITY-TAX + WS-TOTAL-DEDUCTION
001980         + WS-TOTAL-BONUS + WS-TOTAL-NET
001985         + WS-TOTAL-STAT-TAX + WS-TOTAL-ELECT
001986         + WS-TOTAL-GARN + WS-TOTAL-ADVANCE
001987         + WS-TOTAL-ER-TAX + WS-TOTAL-ER-BENEFIT.
001990     MOVE "N" TO WS-BALANCED-SW.
002000     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
002005             AND WS-DIST-PROVED
002010         SET WS-BALANCED TO TRUE
002020     END-IF.
002040     IF WS-BALANCED
002040         COMPUTE WS-CO-JRNL-FIRST(WS-CO-SUB) = WS-JRNL-COUNT + 1
002058         PERFORM 4100-WRITE-JOURNAL-LINES
002060             THRU 4100-EXIT
002060         MOVE WS-JRNL-COUNT   TO WS-CO-JRNL-LAST(WS-CO-SUB)
002060         MOVE WS-TOTAL-DEBITS TO WS-CO-DEBITS(WS-CO-SUB)
002060         GO TO 4000-EXIT
002110     ELSE
002110         DISPLAY "GLEXTRCT - COMPANY " CM-CODE(WS-CO-SUB)
002112         IF NOT WS-DIST-PROVED
002114             DISPLAY "GLEXTRCT - *** LABOR DISTRIBUTION DOES NOT "
002116                 "PROVE - POSTING FILE NOT RELEASED ***"
002116             STRING "GL CO " CM-CODE(WS-CO-SUB)
002116                 " WITHHELD - LABOR DIST NOT PROVED"
002119                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002119         ELSE
002120             DISPLAY "GLEXTRCT - *** DEBITS DO NOT EQUAL CREDITS "
002130                 "- POSTING FILE NOT RELEASED ***"
002140             DISPLAY "GLEXTRCT - DEBITS  " WS-TOTAL-DEBITS
002150             DISPLAY "GLEXTRCT - CREDITS " WS-TOTAL-CREDITS
002150             STRING "GL CO " CM-CODE(WS-CO-SUB)
002150                 " OUT OF BALANCE - FILE NOT RELEASED"
002170                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002175         END-IF
002180     END-IF.
002190     CALL "AUDITLOG" USING
002200         BY CONTENT WS-AUDIT-PROGRAM-ID
002240
002250*-----------------------------------------------------------------
002260*  4100-WRITE-JOURNAL-LINES.
002260*  BUILDS THE COMPANY'S JOURNAL LINES INTO THE HOLDING TABLE.
002260*  EVERY LINE CARRIES THE COMPANY AND ITS GL ACCOUNT PREFIX.
002270*-----------------------------------------------------------------
002280 4100-WRITE-JOURNAL-LINES.
002290     MOVE WS-RUN-DATE TO GL-RUN-DATE.
002290     MOVE CM-CODE(WS-CO-SUB)      TO GL-COMPANY.
002290     MOVE CM-GL-PREFIX(WS-CO-SUB) TO GL-ACCT-PREFIX.
002300     PERFORM 4110-POST-DEPT-PAYROLL
002310         THRU 4110-EXIT
002320         VARYING WS-DEPT-SUB FROM 1 BY 1
002330         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
002370     PERFORM 4120-POST-DEPT-BONUS
002380         THRU 4120-EXIT
002390         VARYING WS-DEPT-SUB FROM 1 BY 1
002400         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
002420     MOVE "2100"                    TO GL-ACCOUNT.
002430     MOVE "CITY TAX PAYABLE"        TO GL-DESCRIPTION.
002440     MOVE "CR"                      TO GL-DR-CR.
002624     MOVE WS-TOTAL-GARN             TO GL-AMOUNT.
002625     PERFORM 4150-POST-ONE-LINE
002626         THRU 4150-EXIT.
002626     MOVE "5300"                    TO GL-ACCOUNT.
002626     MOVE "EMPLOYER TAX EXPENSE"    TO GL-DESCRIPTION.
002626     MOVE "DR"                      TO GL-DR-CR.
002626     MOVE WS-TOTAL-ER-TAX           TO GL-AMOUNT.
002626     PERFORM 4150-POST-ONE-LINE
002626         THRU 4150-EXIT.
002626     MOVE "5400"                    TO GL-ACCOUNT.
002626     MOVE "EMPLOYER BENEFIT EXPENSE" TO GL-DESCRIPTION.
002626     MOVE "DR"                      TO GL-DR-CR.
002626     MOVE WS-TOTAL-ER-BENEFIT       TO GL-AMOUNT.
002626     PERFORM 4150-POST-ONE-LINE
002626         THRU 4150-EXIT.
002626     MOVE "2800"                    TO GL-ACCOUNT.
002626     MOVE "EMPLOYER TAX PAYABLE"    TO GL-DESCRIPTION.
002626     MOVE "CR"                      TO GL-DR-CR.
002626     MOVE WS-TOTAL-ER-TAX           TO GL-AMOUNT.
002626     PERFORM 4150-POST-ONE-LINE
002626         THRU 4150-EXIT.
002626     MOVE "2900"                    TO GL-ACCOUNT.
002626     MOVE "EMPLOYER BENEFIT PAYABLE" TO GL-DESCRIPTION.
002626     MOVE "CR"                      TO GL-DR-CR.
002626     MOVE WS-TOTAL-ER-BENEFIT       TO GL-AMOUNT.
002626     PERFORM 4150-POST-ONE-LINE
002626         THRU 4150-EXIT.
002627     MOVE "1400"                    TO GL-ACCOUNT.
002627     MOVE "EMPLOYEE ADVANCES RECV"  TO GL-DESCRIPTION.
002627     MOVE "CR"                      TO GL-DR-CR.
002627     MOVE WS-TOTAL-ADVANCE          TO GL-AMOUNT.
002627     PERFORM 4150-POST-ONE-LINE
002627         THRU 4150-EXIT.
002627 4100-EXIT.
002630     EXIT.
002631
002631*-----------------------------------------------------------------
002631*  4110-POST-DEPT-PAYROLL / 4120-POST-DEPT-BONUS.
002631*  ONE EXPENSE LINE PER DEPARTMENT, THE DEPARTMENT CODE IN THE
002631*  TAIL OF THE DESCRIPTION (GL-DEPT-CODE).
002631*-----------------------------------------------------------------
002631 4110-POST-DEPT-PAYROLL.
002631     MOVE "5100"                    TO GL-ACCOUNT.
002631     MOVE "PAYROLL EXPENSE"         TO GL-DEPT-DESC.
002631     MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO GL-DEPT-CODE.
002631     MOVE "DR"                      TO GL-DR-CR.
002631     COMPUTE GL-AMOUNT =
002631         WS-DEPT-GROSS(WS-DEPT-SUB)
002631         + WS-DEPT-CITY-TAX(WS-DEPT-SUB)
002631         + WS-DEPT-ALLOWANCE(WS-DEPT-SUB).
002631     PERFORM 4150-POST-ONE-LINE
002631         THRU 4150-EXIT.
002631 4110-EXIT.
002631     EXIT.
002631
002631 4120-POST-DEPT-BONUS.
002631     MOVE "5200"                    TO GL-ACCOUNT.
002631     MOVE "BONUS EXPENSE"           TO GL-DEPT-DESC.
002631     MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO GL-DEPT-CODE.
002631     MOVE "DR"                      TO GL-DR-CR.
002631     MOVE WS-DEPT-BONUS(WS-DEPT-SUB) TO GL-AMOUNT.
002631     PERFORM 4150-POST-ONE-LINE
002631         THRU 4150-EXIT.
002631 4120-EXIT.
002631     EXIT.
002632
002633*-----------------------------------------------------------------
002634*  4150-POST-ONE-LINE.
002634*  HOLDS THE BUILT JOURNAL LINE UNTIL 6000 RELEASES IT.
002637*-----------------------------------------------------------------
002638 4150-POST-ONE-LINE.
002638     IF WS-JRNL-COUNT NOT LESS THAN 1200
002638         SET WS-JRNL-FULL TO TRUE
002638         GO TO 4150-EXIT
002638     END-IF.
002638     ADD 1 TO WS-JRNL-COUNT.
002638     MOVE GL-POSTING-RECORD TO WS-JRNL-LINE(WS-JRNL-COUNT).
002641 4150-EXIT.
002642     EXIT.
002643
002644*-----------------------------------------------------------------
002645*  5000-PRINT-DISTRIBUTION.
002646*  PRINTS EACH DEPARTMENT'S SHARE OF GROSS, CITY TAX AND BONUS,
002647*  AND THE PAYROLL EXPENSE POSTED TO IT, THEN PROVES THE SPLIT
002648*  TOTALS AGAINST THE UNDISTRIBUTED RUN TOTALS. THE REPORT IS
002649*  PRINTED WHETHER OR NOT THE POSTING WAS RELEASED, SO A SPLIT
002649*  THAT FAILED TO PROVE CAN BE RUN DOWN FROM IT. EACH COMPANY
002649*  GETS ITS OWN SECTION.
002649*-----------------------------------------------------------------
002649 5000-PRINT-DISTRIBUTION.
002649     MOVE CM-CODE(WS-CO-SUB) TO LDR-CO-CODE.
002649     MOVE CM-NAME(WS-CO-SUB) TO LDR-CO-NAME.
002649     MOVE SPACES TO LDR-CO-FILE.
002649     IF CM-CODE(WS-CO-SUB) EQUAL "01"
002649         MOVE "GLPOST" TO LDR-CO-FILE
002649     ELSE
002649         STRING "GLPOST." CM-CODE(WS-CO-SUB)
002649             DELIMITED BY SIZE INTO LDR-CO-FILE
002649     END-IF.
002649     WRITE LDR-LINE FROM WS-LDR-COMPANY-LINE
002649         AFTER ADVANCING 2 LINES.
002649     WRITE LDR-LINE FROM WS-LDR-HEADING-2
002649         AFTER ADVANCING 2 LINES.
002649     WRITE LDR-LINE FROM WS-LDR-HEADING-3
002649         AFTER ADVANCING 1 LINE.
002649     PERFORM 5010-PRINT-ONE-DEPT
002649         THRU 5010-EXIT
002649         VARYING WS-DEPT-SUB FROM 1 BY 1
002649         UNTIL WS-DEPT-SUB GREATER THAN WS-DEPT-COUNT.
002649     WRITE LDR-LINE FROM WS-LDR-HEADING-3
002649         AFTER ADVANCING 1 LINE.
002649     MOVE "DISTRIBUTED TOTAL"  TO LDR-TOTAL-LABEL.
002649     MOVE WS-DIST-GROSS        TO LDR-TOTAL-GROSS.
002649     MOVE WS-DIST-CITY-TAX     TO LDR-TOTAL-CITY-TAX.
002649     MOVE WS-DIST-BONUS        TO LDR-TOTAL-BONUS.
002649     MOVE WS-DIST-EXPENSE      TO LDR-TOTAL-EXPENSE.
002649     WRITE LDR-LINE FROM WS-LDR-TOTAL-LINE
002649         AFTER ADVANCING 1 LINE.
002649     MOVE "RUN TOTAL"          TO LDR-TOTAL-LABEL.
002649     MOVE WS-TOTAL-GROSS       TO LDR-TOTAL-GROSS.
002649     MOVE WS-TOTAL-CITY-TAX    TO LDR-TOTAL-CITY-TAX.
002649     MOVE WS-TOTAL-BONUS       TO LDR-TOTAL-BONUS.
002649     MOVE WS-RUN-EXPENSE       TO LDR-TOTAL-EXPENSE.
002649     WRITE LDR-LINE FROM WS-LDR-TOTAL-LINE
002649         AFTER ADVANCING 1 LINE.
002649     MOVE "DIFFERENCE"         TO LDR-TOTAL-LABEL.
002649     COMPUTE LDR-TOTAL-GROSS = WS-DIST-GROSS - WS-TOTAL-GROSS.
002649     COMPUTE LDR-TOTAL-CITY-TAX =
002649         WS-DIST-CITY-TAX - WS-TOTAL-CITY-TAX.
002649     COMPUTE LDR-TOTAL-BONUS = WS-DIST-BONUS - WS-TOTAL-BONUS.
002649     COMPUTE LDR-TOTAL-EXPENSE =
002649         WS-DIST-EXPENSE - WS-RUN-EXPENSE.
002649     WRITE LDR-LINE FROM WS-LDR-TOTAL-LINE
002649         AFTER ADVANCING 1 LINE.
002649     IF WS-DIST-PROVED
002649         MOVE "DISTRIBUTION PROVES TO THE RUN TOTALS TO THE PENNY"
002649             TO WS-LDR-PROOF-LINE
002649     ELSE
002649         MOVE "*** DISTRIBUTION DOES NOT PROVE - GL WITHHELD ***"
002649             TO WS-LDR-PROOF-LINE
002649     END-IF.
002649     WRITE LDR-LINE FROM WS-LDR-PROOF-LINE
002649         AFTER ADVANCING 2 LINES.
002649 5000-EXIT.
002649     EXIT.
002649
002649 5010-PRINT-ONE-DEPT.
002649     MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO LDR-DEPT-CODE.
002649     MOVE SPACES TO LDR-DEPT-NAME.
002649     IF WS-DEPTTAB-AVAIL
002649         MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO DT-DEPT-CODE
002649         READ DEPARTMENT-TABLE
002649             INVALID KEY
002649                 MOVE "*NOT ON TABLE" TO LDR-DEPT-NAME
002649             NOT INVALID KEY
002649                 MOVE DT-DEPT-NAME TO LDR-DEPT-NAME
002649         END-READ
002649     END-IF.
002649     MOVE WS-DEPT-GROSS(WS-DEPT-SUB)    TO LDR-GROSS.
002649     MOVE WS-DEPT-CITY-TAX(WS-DEPT-SUB) TO LDR-CITY-TAX.
002649     MOVE WS-DEPT-BONUS(WS-DEPT-SUB)    TO LDR-BONUS.
002649     COMPUTE WS-DEPT-EXPENSE =
002649         WS-DEPT-GROSS(WS-DEPT-SUB)
002649         + WS-DEPT-CITY-TAX(WS-DEPT-SUB)
002649         + WS-DEPT-ALLOWANCE(WS-DEPT-SUB).
002649     MOVE WS-DEPT-EXPENSE               TO LDR-EXPENSE.
002649     WRITE LDR-LINE FROM WS-LDR-DETAIL-LINE
002649         AFTER ADVANCING 1 LINE.
002649 5010-EXIT.
002649     EXIT.
002643
002650*-----------------------------------------------------------------
002650*  6000-RELEASE-POSTINGS.
002650*  RUNS ONCE EVERY COMPANY HAS BEEN SUMMED AND BALANCED. ONLY WHEN
002650*  ALL OF THEM BALANCED ARE THE HELD LINES WRITTEN - EACH
002650*  COMPANY'S TO ITS OWN POSTING FILE, AND ALL OF THEM APPENDED TO
002650*  THE PERMANENT HISTORY. OTHERWISE EVERY COMPANY'S POSTING FILE
002650*  IS LEFT EMPTY AND GLHIST IS NOT TOUCHED, SO THE RESTART AFTER
002650*  THE FIX POSTS EACH COMPANY EXACTLY ONCE - NOTHING POSTS UNLESS
002650*  EVERYTHING PROVES, AS IN PROG001'S DEFERRED POSTING.
002650*-----------------------------------------------------------------
002650 6000-RELEASE-POSTINGS.
002650     IF WS-JRNL-FULL
002650         DISPLAY "GLEXTRCT - *** JOURNAL TABLE FULL AT 1200 "
002650             "LINES ***"
002650         SET WS-RUN-FAILED TO TRUE
002650     END-IF.
002650     IF WS-RUN-FAILED
002650         DISPLAY "GLEXTRCT - *** NOT EVERY COMPANY BALANCED - NO "
002650             "POSTING FILE RELEASED ***"
002650         PERFORM 6100-EMPTY-ONE-COMPANY
002650             THRU 6100-EXIT
002650             VARYING WS-CO-SUB FROM 1 BY 1
002650             UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT
002650         MOVE SPACES TO WS-AUDIT-MESSAGE
002650         MOVE "GL RUN WITHHELD - NO COMPANY RELEASED"
002650             TO WS-AUDIT-MESSAGE
002650         CALL "AUDITLOG" USING
002650             BY CONTENT WS-AUDIT-PROGRAM-ID
002650             BY CONTENT WS-AUDIT-MESSAGE
002650         GO TO 6000-EXIT
002650     END-IF.
002650*  THE HISTORY IS APPENDED TO EVERY RUN, CREATED ON THE FIRST.
002650     OPEN EXTEND GL-HISTORY-FILE.
002650     IF WS-GLHIST-NOT-FOUND
002650         OPEN OUTPUT GL-HISTORY-FILE
002650         CLOSE GL-HISTORY-FILE
002650         OPEN EXTEND GL-HISTORY-FILE
002650     END-IF.
002650     PERFORM 6200-RELEASE-ONE-COMPANY
002650         THRU 6200-EXIT
002650         VARYING WS-CO-SUB FROM 1 BY 1
002650         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
002650     CLOSE GL-HISTORY-FILE.
002650 6000-EXIT.
002650     EXIT.
002650
002650*-----------------------------------------------------------------
002650*  6100-EMPTY-ONE-COMPANY.
002650*  LEAVES A WITHHELD COMPANY'S POSTING FILE EMPTY, SO LAST
002650*  NIGHT'S LINES CANNOT BE TAKEN FOR TONIGHT'S.
002650*-----------------------------------------------------------------
002650 6100-EMPTY-ONE-COMPANY.
002650     PERFORM 6300-POINT-GLPOST
002650         THRU 6300-EXIT.
002650     OPEN OUTPUT GL-POSTING-FILE.
002650     CLOSE GL-POSTING-FILE.
002650 6100-EXIT.
002650     EXIT.
002650
002650*-----------------------------------------------------------------
002650*  6200-RELEASE-ONE-COMPANY.
002650*  WRITES THE COMPANY'S HELD LINES TO ITS OWN POSTING FILE AND
002650*  APPENDS THE SAME IMAGES TO THE PERMANENT POSTING HISTORY.
002650*-----------------------------------------------------------------
002650 6200-RELEASE-ONE-COMPANY.
002650     PERFORM 6300-POINT-GLPOST
002650         THRU 6300-EXIT.
002650     OPEN OUTPUT GL-POSTING-FILE.
002650     PERFORM 6210-WRITE-ONE-LINE
002650         THRU 6210-EXIT
002650         VARYING WS-JRNL-SUB FROM WS-CO-JRNL-FIRST(WS-CO-SUB) BY 1
002650         UNTIL WS-JRNL-SUB
002650             GREATER THAN WS-CO-JRNL-LAST(WS-CO-SUB).
002650     CLOSE GL-POSTING-FILE.
002650     MOVE SPACES TO WS-AUDIT-MESSAGE.
002650     MOVE WS-CO-DEBITS(WS-CO-SUB) TO WS-AUDIT-AMT-DISP.
002650     STRING "GL CO " CM-CODE(WS-CO-SUB)
002650         " RELEASED - DEBITS=CREDITS "
002650         WS-AUDIT-AMT-DISP
002650         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
002650     CALL "AUDITLOG" USING
002650         BY CONTENT WS-AUDIT-PROGRAM-ID
002650         BY CONTENT WS-AUDIT-MESSAGE.
002650 6200-EXIT.
002650     EXIT.
002650
002650 6210-WRITE-ONE-LINE.
002650     WRITE GL-POSTING-FILE-RECORD FROM WS-JRNL-LINE(WS-JRNL-SUB).
002650     WRITE GL-HISTORY-RECORD FROM WS-JRNL-LINE(WS-JRNL-SUB).
002650 6210-EXIT.
002650     EXIT.
002650
002650*-----------------------------------------------------------------
002650*  6300-POINT-GLPOST.
002650*  POINTS GLPOST AT COMPANY WS-CO-SUB'S OWN POSTING FILE.
002650*-----------------------------------------------------------------
002650 6300-POINT-GLPOST.
002650     MOVE "GLPOST" TO CM-FILE-NAME.
002650     MOVE WS-CO-SUB TO CM-SUB.
002650     MOVE "P" TO CM-FUNCTION.
002650     CALL "COMPTAB" USING
002650         BY REFERENCE COMPANY-TABLE-AREA.
002650 6300-EXIT.
002650     EXIT.
002650
002650*-----------------------------------------------------------------
002660*  9999-TERMINATE.
002670*-----------------------------------------------------------------
002680 9999-TERMINATE.
002700     CLOSE EMPLOYEE-MASTER.
002700     CLOSE DIST-REPORT.
002700     MOVE "GLPOST" TO CM-FILE-NAME.
002700     MOVE "R" TO CM-FUNCTION.
002700     CALL "COMPTAB" USING
002700         BY REFERENCE COMPANY-TABLE-AREA.
002711     IF WS-LABDIST-AVAIL
002712         CLOSE LABOR-DIST-FILE
002713     END-IF.
002714     IF WS-DEPTTAB-AVAIL
002715         CLOSE DEPARTMENT-TABLE
002716     END-IF.
002720 9999-EXIT.
002730     EXIT.
