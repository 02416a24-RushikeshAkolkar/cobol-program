000190*         EMPBKUP     - BACK THE EMPLOYEE MASTER UP
000200*         MAIN-PROGRAM - COMPUTE GROSS PAY FOR EACH EMPLOYEE
000210*         PROG001     - COMPUTE DEDUCTIONS AND NET PAY
000215*         EMPLRCST    - COMPUTE THE EMPLOYER TAX AND BENEFIT
000215*                       CONTRIBUTION OWED ON TOP OF GROSS
000220*         TSTCOMPT    - COMPUTE THE BONUS FIGURE
000221*         HISTWRIT    - APPEND THE RUN TO THE PAY-HISTORY FILE
000225*         PAYRPT      - PRINT THE HEADED, TOTALED SUMMARY REPORT
000227*         CHECKPRT    - PRINT A CHECK AND STUB FOR EVERY
000227*                       EMPLOYEE THE BANK EXTRACT LEFT OFF THE
000227*                       PAYMENT FILE, AND APPEND THE REGISTER
000227*         POSPAY      - SEND THE BANK THE POSITIVE-PAY ISSUE
000227*                       FILE OF EVERY CHECK ISSUED OR VOIDED
000227*                       SINCE THE LAST RUN
000228*         GLEXTRCT    - WRITE THE BALANCED GL POSTING EXTRACT
000228*                       AND THE LABOR DISTRIBUTION REPORT
000228*         GARNXTRT    - WRITE THE PER-PAYEE GARNISHMENT
000228*                       REMITTANCE FILE AND CONTROL REPORT
000228*         CARRXTRT    - WRITE THE PER-CARRIER BENEFITS
000228*                       REMITTANCE FILE AND PROVE IT TO THE
000228*                       2600 ELECTIONS-PAYABLE POSTING
000228*         BALANCER    - CROSS-FOOT THE RUN'S FILES AND PRINT
000228*                       THE BALANCING CERTIFICATE
000229*         EXCPRPT     - PRINT THE END-OF-RUN EXCEPTION SUMMARY
000240*     AFTER EACH STEP SO THAT IF THE RUN ABENDS IT CAN BE
000250*     RESTARTED WITHOUT REPEATING STEPS THAT ALREADY FINISHED.
000251*
000252*     THE RUN IS ALSO STAMPED WITH ITS PAY PERIODS. EMPLOYEES ARE
000253*     PAID WEEKLY, BIWEEKLY OR MONTHLY, AND THE PAY-PERIOD
000254*     CALENDAR FILE (PAYCAL, MAINTAINED BY OPERATIONS - ONE
000255*     RECORD PER PERIOD PER PAY GROUP WITH ITS ID AND START/END
000256*     DATES) SAYS WHICH GROUPS' PERIODS END ON THE RUN DATE -
000257*     ONLY THOSE GROUPS ARE PAID. THE RUN-CONTROL FILE (RUNCTL)
000258*     REMEMBERS, PER GROUP, THE LAST PERIOD STARTED AND WHETHER
000259*     IT COMPLETED. A GROUP WHOSE PERIOD ALREADY COMPLETED IS
000260*     DROPPED UNLESS A SUPERVISOR EXPLICITLY OVERRIDES, SO A
000261*     DOUBLE RUN CAN NO LONGER RE-POST EVERY EMPLOYEE'S YTD
000262*     FIGURES. A GROUP LEFT IN PROGRESS IS A RESTART AND IS
000263*     RESUMED UNDER THE CHECKPOINT AS BEFORE. EVERY STEP LEARNS
000263*     WHICH GROUPS ARE BEING PAID, AND FOR WHICH PERIOD, FROM
000263*     RUNCTL THROUGH THE COMMON PAYGRPCK ROUTINE.
000255*     ACCEPTDI IS NOT PART OF THIS CHAIN - IT IS AN OPERATOR
000256*     DATA-ENTRY FRONT END THAT PROMPTS AND ACCEPTS FROM THE
000257*     CONSOLE, AND HAS NO PLACE IN AN UNATTENDED OVERNIGHT RUN. IT
000258*     IS RUN STANDALONE, DURING THE DAY, WHENEVER AN EMPLOYEE IS
000259*     HIRED, UPDATED, OR LOOKED UP; BY THE TIME NIGHTRUN EXECUTES
000259*     THE MASTER ALREADY REFLECTS THAT DAY'S DATA ENTRY.
000259*
000259*     EVERY REPORT A STEP PRINTS IS COPIED INTO THE REPORT
000259*     REPOSITORY (RPTCAPT) AS SOON AS THE STEP FINISHES CLEAN,
000259*     KEYED BY REPORT NAME, PERIOD AND RUN DATE AND KEPT FOR ITS
000259*     RETENTION PERIOD, SO ANY PAST NIGHT'S REPORT CAN BE LISTED
000259*     AND REPRINTED THROUGH RPTINQ. THE CHECKS THEMSELVES ARE NOT
000259*     KEPT - A CHECK IS NEVER REPRINTED FROM A COPY.
000259*
000259*     TRIAL MODE. A RUN-MODE CARD (NITEPARM) WITH A "T" IN
000259*     COLUMN 1, AND OPTIONALLY A TRIAL DATE IN COLUMNS 2-9, MAKES
000259*     THE NIGHT A TRIAL RUN INSTEAD: ONLY THE CALCULATION STEPS
000259*     (MAIN-PROGRAM, PROG001, TSTCOMPT) RUN, AGAINST TRIAL COPIES
000259*     OF THE MASTER AND RATE FILES BUILT BY TRLCOPY, AND TRLCOMP
000259*     PRINTS THE RESULT AGAINST EACH EMPLOYEE'S LAST REAL RUN.
000259*     NOTHING IS POSTED, NO BANK, CHECK OR GL FILE IS WRITTEN,
000259*     AND THE CHECKPOINT, RUNCTL AND THE RUN LOCK ARE UNTOUCHED.
000259*     A NEW BRACKET, CITY-RATE OR SALARY-RATE LOAD IS TRIALED BY
000259*     LOADING IT TO THE STAGING FILE (TAXSTAGE, CTYSTAGE,
000259*     SALSTAGE) FIRST - SEE TRLCOPY. THE CARD IS CONSUMED BY THE
000259*     TRIAL SO THE NEXT NIGHT RUNS LIVE.
000259*
000259*     ONE RUN PAYS EVERY COMPANY ON THE COMPANY TABLE (COMPMNT).
000259*     THE MONEY STEPS - BANKXTRT, CHECKPRT, POSPAY, GLEXTRCT,
000259*     GARNXTRT AND CARRXTRT - EACH WRITE A SEPARATE FILE PER
000259*     COMPANY, NAMED AS COMPTAB DESCRIBES, SO NO FILE EVER MIXES
000259*     TWO COMPANIES' MONEY. PAYRPT SUBTOTALS BY COMPANY AND
000259*     BALANCER PRINTS ONE CERTIFICATE PAGE PER COMPANY.
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY.
000280*  DATE       INIT  DESCRIPTION
000319*                   16 - AN IN-FLIGHT CHECKPOINT FROM BEFORE
000319*                   THIS CHANGE SHOULD BE CLEARED BEFORE THE
000319*                   NEXT RUN.
000320*  10/14/26   RCA   ADDED POSPAY AS STEP 12, RIGHT AFTER CHECKPRT,
000320*                   SO THE BANK RECEIVES THE POSITIVE-PAY ISSUE
000320*                   FILE FOR TONIGHT'S CHECKS AND ANY DAYTIME
000320*                   VOIDS BEFORE THE CHECKS CAN BE PRESENTED. THE
000320*                   LATER STEPS RENUMBERED 13 THROUGH 17 - AN
000320*                   IN-FLIGHT CHECKPOINT FROM BEFORE THIS CHANGE
000320*                   SHOULD BE CLEARED BEFORE THE NEXT RUN.
000321*  10/14/26   RCA   ADDED EMPLRCST AS STEP 5, RIGHT AFTER THE
000321*                   DEDUCTIONS STEP, TO COST THE EMPLOYER TAX AND
000321*                   BENEFIT CONTRIBUTION OFF THE EMPLOYER-RATE
000321*                   TABLE FOR GLEXTRCT TO POST. THE LATER STEPS
000321*                   RENUMBERED 6 THROUGH 18 - AN IN-FLIGHT
000321*                   CHECKPOINT FROM BEFORE THIS CHANGE SHOULD BE
000321*                   CLEARED BEFORE THE NEXT RUN.
000321*  10/14/26   RCA   PAY GROUPS. THE RUN NOW PAYS ONLY THE WEEKLY,
000321*                   BIWEEKLY AND MONTHLY GROUPS WHOSE CALENDAR
000321*                   PERIOD ENDS ON THE RUN DATE; RUNCTL KEEPS ONE
000321*                   ROW PER GROUP AND THE DUPLICATE-RUN CHECK AND
000321*                   OVERRIDE WORK GROUP BY GROUP. A DATE THAT ENDS
000321*                   NO GROUP'S PERIOD EXITS CLEAN WITH NOTHING
000321*                   RUN. PAYCAL AND RUNCTL LAYOUTS MOVED OUT TO
000321*                   SHARED COPYBOOKS.
000321*  10/14/26   RCA   TRIAL MODE. A T CARD ON NITEPARM RUNS ONLY THE
000321*                   CALCULATION STEPS AGAINST TRIAL COPIES OF THE
000321*                   MASTER, LEDGERS AND RATE TABLES (TRLCOPY),
000321*                   WITH EVERY FILE THEY WRITE POINTED AT A TRIAL
000321*                   FILE, AND PRINTS THE TRLCOMP COMPARISON
000321*                   AGAINST THE LAST REAL RUN. NOTHING IS POSTED
000321*                   AND THE CHECKPOINT, RUNCTL AND RUN LOCK ARE
000321*                   NOT TOUCHED.
000321*  10/14/26   RCA   A TRIAL RUN ALSO POINTS THE NEW EARNDETL
000321*                   EARNINGS-DETAIL FILE AT ITS OWN TRIAL COPY.
000321*  10/14/26   RCA   EACH REPORT-PRINTING STEP NOW HAS ITS REPORT
000321*                   CAPTURED INTO THE REPORT REPOSITORY (RPTCAPT)
000321*                   ONCE IT FINISHES CLEAN, FOR LATER REPRINT
000321*                   THROUGH RPTINQ.
000321*  10/14/26   RCA   ADDED CARRXTRT AS STEP 16, RIGHT AFTER
000321*                   GARNXTRT, TO WRITE THE PER-CARRIER BENEFITS
000321*                   REMITTANCE FILE OFF THE CARRIER TABLE AND
000321*                   PROVE IT TO THE 2600 ELECTIONS-PAYABLE
000321*                   POSTING; ITS CARRRPT IS CAPTURED TO THE REPORT
000321*                   REPOSITORY. THE LATER STEPS RENUMBERED 17
000321*                   THROUGH 19 - AN IN-FLIGHT CHECKPOINT FROM
000321*                   BEFORE THIS CHANGE SHOULD BE CLEARED BEFORE
000321*                   THE NEXT RUN.
000321*  10/14/26   RCA   MULTI-COMPANY. REMARKS NOTE THAT ONE RUN PAYS
000321*                   EVERY COMPANY, WITH THE MONEY STEPS WRITING A
000321*                   SEPARATE FILE PER COMPANY.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. NIGHTRUN.
000455     SELECT STEP-COUNT-FILE ASSIGN TO "STEPCNTF"
000456         ORGANIZATION IS SEQUENTIAL
000457         FILE STATUS IS WS-STEPCNT-STATUS.
000457     SELECT RUN-PARM-FILE ASSIGN TO "NITEPARM"
000457         ORGANIZATION IS SEQUENTIAL
000457         FILE STATUS IS WS-NITEPARM-STATUS.
000457     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000457         ORGANIZATION IS SEQUENTIAL
000457         FILE STATUS IS WS-AUDITLOG-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000511
000512 FD  PAY-CALENDAR
000513     LABEL RECORDS ARE STANDARD.
000514     COPY PAYCAL.
000518
000519 FD  RUN-CONTROL
000520     LABEL RECORDS ARE STANDARD.
000521     COPY RUNCTL.
000527
000528 FD  EXCEPTION-FILE
000529     LABEL RECORDS ARE STANDARD.
000541     LABEL RECORDS ARE STANDARD.
000542 01  STEP-COUNT-RECORD.
000543     05  SC-RECORD-COUNT          PIC 9(07).
000543
000543*  THE RUN-MODE CARD. NORMALLY ABSENT; A "T" CARD ASKS FOR A
000543*  TRIAL RUN, OPTIONALLY AS OF THE DATE IN COLUMNS 2-9.
000543 FD  RUN-PARM-FILE
000543     LABEL RECORDS ARE STANDARD.
000543 01  RUN-PARM-RECORD.
000543     05  NP-RUN-MODE              PIC X(01).
000543         88  NP-TRIAL-MODE                   VALUE "T".
000543     05  NP-TRIAL-DATE            PIC X(08).
000543     05  FILLER                   PIC X(71).
000543
000543 FD  AUDIT-LOG-FILE
000543     LABEL RECORDS ARE STANDARD.
000543     COPY AUDREC.
000544
000530 WORKING-STORAGE SECTION.
000540 01  WS-CKPT-STATUS                PIC X(02) VALUE SPACES.
000551     88  WS-RUN-BLOCKED                      VALUE "Y".
000552 01  WS-OPER-REFUSED-SW            PIC X(01) VALUE "N".
000553     88  WS-OPER-REFUSED                     VALUE "Y".
000553 01  WS-NOTHING-DUE-SW             PIC X(01) VALUE "N".
000553     88  WS-NOTHING-DUE                      VALUE "Y".
000553 01  WS-RUNCTL-EOF-SW              PIC X(01) VALUE "N".
000553     88  WS-RUNCTL-EOF                       VALUE "Y".
000553 01  WS-SIGNON-TRIED-SW            PIC X(01) VALUE "N".
000553     88  WS-SIGNON-TRIED                     VALUE "Y".
000553*  ONE SLOT PER PAY GROUP (1 WEEKLY, 2 BIWEEKLY, 3 MONTHLY):
000553*  THE PERIOD BEING PAID TONIGHT WHEN THE GROUP IS DUE, AND THE
000553*  GROUP'S ROW AS IT STANDS ON THE RUN-CONTROL FILE.
000553 01  WS-GROUP-TABLE.
000553     05  WS-GRP-ENTRY              OCCURS 3 TIMES.
000553         10  WS-GRP-CODE           PIC X(01).
000553         10  WS-GRP-DUE-SW         PIC X(01).
000553             88  WS-GRP-DUE                  VALUE "Y".
000553         10  WS-GRP-PERIOD-ID      PIC 9(06).
000553         10  WS-GRP-PERIOD-START   PIC 9(08).
000553         10  WS-GRP-PERIOD-END     PIC 9(08).
000553         10  WS-GRP-RC-ID          PIC 9(06).
000553         10  WS-GRP-RC-START       PIC 9(08).
000553         10  WS-GRP-RC-END         PIC 9(08).
000553         10  WS-GRP-RC-STATUS      PIC X(01).
000553             88  WS-GRP-RC-COMPLETE          VALUE "C".
000553 01  WS-GRP-SUB                    PIC 9(01) VALUE ZERO.
000553 01  WS-GRP-DUE-COUNT              PIC 9(01) VALUE ZERO.
000553 01  WS-GRP-CODE-WORK              PIC X(01) VALUE SPACES.
000552 01  WS-OVERRIDE-ANS               PIC X(01) VALUE "N".
000553     88  WS-OVERRIDE-YES                     VALUE "Y" "y".
000554 01  WS-LAST-STEP                  PIC 9(02) VALUE ZERO.
000558 01  WS-STEPCNT-STATUS             PIC X(02) VALUE SPACES.
000558 01  WS-STAT-STEP-NO               PIC 9(02) VALUE ZERO.
000558 01  WS-STAT-STEP-NAME             PIC X(08) VALUE SPACES.
000558 01  WS-CAPT-REPORT-NAME           PIC X(08) VALUE SPACES.
000558 01  WS-STAT-START-DATE            PIC 9(08) VALUE ZERO.
000558 01  WS-STAT-START-TIME            PIC 9(06) VALUE ZERO.
000558 01  WS-STAT-END-DATE              PIC 9(08) VALUE ZERO.
000570 01  WS-AUDIT-MESSAGE              PIC X(60).
000571 01  WS-EXCP-SEVERITY              PIC X(01) VALUE "F".
000572 01  WS-EXCP-MESSAGE               PIC X(60) VALUE SPACES.
000572 01  WS-NITEPARM-STATUS            PIC X(02) VALUE SPACES.
000572 01  WS-AUDITLOG-STATUS            PIC X(02) VALUE SPACES.
000572 01  WS-RUN-MODE-SW                PIC X(01) VALUE "L".
000572     88  WS-TRIAL-RUN                        VALUE "T".
000572 01  WS-TRIAL-DATE-IN              PIC X(08) VALUE SPACES.
000572 01  WS-LOCK-HELD-SW               PIC X(01) VALUE "N".
000572     88  WS-LOCK-HELD                        VALUE "Y".
000572*  WHICH VERSION OF EACH RATE TABLE THE TRIAL RAN AGAINST, AS
000572*  TRLCOPY REPORTS IT - S THE STAGED LOAD, L THE LIVE TABLE.
000572 01  WS-TRIAL-SOURCES.
000572     05  WS-TRIAL-TAX-SOURCE       PIC X(01) VALUE "L".
000572     05  WS-TRIAL-CITY-SOURCE      PIC X(01) VALUE "L".
000572     05  WS-TRIAL-SAL-SOURCE       PIC X(01) VALUE "L".
000572*  EVERY FILE THE CALCULATION STEPS (AND THE COMMON ROUTINES
000572*  THEY CALL) WRITE OR READ A RATE FROM, AND THE TRIAL FILE IT
000572*  IS POINTED AT FOR THE LENGTH OF A TRIAL RUN. THE PAY
000572*  CALENDAR, TIMESHEETS AND OTHER READ-ONLY INPUTS STAY LIVE.
000572 01  WS-TRIAL-FILE-NAMES.
000572     05  FILLER                    PIC X(16) VALUE
000572         "EMPMAST EMPTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "LEAVEBALLVTRIAL ".
000572     05  FILLER                    PIC X(16) VALUE
000572         "ADVFILE ADVTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "TAXBRKT TAXTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "CITYTAX CTYTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "SALRATE SALTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "RUNCTL  RCTRIAL ".
000572     05  FILLER                    PIC X(16) VALUE
000572         "DEDRPT  DEDTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "DEDELECTDELTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "GARNDETLGDTTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "EARNDETLERNTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "EXCPFILEEXCTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "AUDITLOGAUDTRIAL".
000572     05  FILLER                    PIC X(16) VALUE
000572         "STEPCNTFSTCTRIAL".
000572 01  WS-TRIAL-FILE-TABLE REDEFINES WS-TRIAL-FILE-NAMES.
000572     05  WS-TRIAL-FILE             OCCURS 14 TIMES.
000572         10  WS-TRIAL-LIVE-NAME    PIC X(08).
000572         10  WS-TRIAL-COPY-NAME    PIC X(08).
000572 01  WS-TRIAL-FILE-COUNT           PIC 9(02) VALUE 14.
000572 01  WS-TRIAL-SUB                  PIC 9(02) VALUE ZERO.
000572*  WHATEVER EACH NAME WAS ALREADY POINTED AT BEFORE THE TRIAL,
000572*  PUT BACK WHEN IT ENDS.
000572 01  WS-TRIAL-SAVED-TABLE.
000572     05  WS-TRIAL-SAVED-VALUE      PIC X(80) OCCURS 14 TIMES.
000580
000590 PROCEDURE DIVISION.
000600
000640 0000-MAINLINE.
000650     PERFORM 1000-INITIALIZE
000660         THRU 1000-EXIT.
000662*  A TRIAL RUN IS A SEPARATE PATH - IT NEVER TOUCHES THE
000662*  CHECKPOINT, THE LIVE RUN-CONTROL FILE OR THE RUN LOCK.
000662     IF WS-TRIAL-RUN
000662         PERFORM 9000-RUN-TRIAL
000662             THRU 9000-EXIT
000662         STOP RUN
000662     END-IF.
000662     PERFORM 2000-CHECK-PAY-PERIOD
000664         THRU 2000-EXIT.
000665*  A RUN REFUSED FOR A CALENDAR FAULT (NO CALENDAR, OR A DATE ON
000668         END-IF
000669         STOP RUN
000670     END-IF.
000670*  A NIGHT ON WHICH NO PAY GROUP'S PERIOD ENDS IS NOT AN ERROR -
000670*  THERE IS SIMPLY NOTHING TO PAY.
000670     IF WS-NOTHING-DUE
000670         STOP RUN
000670     END-IF.
000704     IF WS-LAST-STEP < 1 AND NOT WS-STEP-FAILED
000704         PERFORM 2450-RUN-READINESS-CHECK
000704             THRU 2450-EXIT
000760         PERFORM 4000-RUN-DEDUCTIONS
000770             THRU 4000-EXIT
000780     END-IF.
000785     IF WS-LAST-STEP < 5 AND NOT WS-STEP-FAILED
000786         PERFORM 4500-RUN-EMPLOYER-COST
000787             THRU 4500-EXIT
000788     END-IF.
000790     IF WS-LAST-STEP < 6 AND NOT WS-STEP-FAILED
000800         PERFORM 5000-RUN-BONUS
000810             THRU 5000-EXIT
000820     END-IF.
000822     IF WS-LAST-STEP < 7 AND NOT WS-STEP-FAILED
000823         PERFORM 5500-RUN-PAY-HISTORY
000824             THRU 5500-EXIT
000825     END-IF.
000825     IF WS-LAST-STEP < 8 AND NOT WS-STEP-FAILED
000826         PERFORM 6000-RUN-REPORT
000827             THRU 6000-EXIT
000828     END-IF.
000829     IF WS-LAST-STEP < 9 AND NOT WS-STEP-FAILED
000829         PERFORM 6500-RUN-PAY-STUBS
000829             THRU 6500-EXIT
000829     END-IF.
000829     IF WS-LAST-STEP < 10 AND NOT WS-STEP-FAILED
000829         PERFORM 6550-RUN-ANOMALY-CHECK
000829             THRU 6550-EXIT
000829     END-IF.
000829     IF WS-LAST-STEP < 11 AND NOT WS-STEP-FAILED
000829         PERFORM 6600-RUN-BANK-EXTRACT
000829             THRU 6600-EXIT
000829     END-IF.
000829     IF WS-LAST-STEP < 12 AND NOT WS-STEP-FAILED
000829         PERFORM 6650-RUN-CHECK-PRINT
000829             THRU 6650-EXIT
000829     END-IF.
000829     IF WS-LAST-STEP < 13 AND NOT WS-STEP-FAILED
000829         PERFORM 6660-RUN-POSITIVE-PAY
000829             THRU 6660-EXIT
000829     END-IF.
000829     IF WS-LAST-STEP < 14 AND NOT WS-STEP-FAILED
000829         PERFORM 6700-RUN-GL-EXTRACT
000829             THRU 6700-EXIT
000829     END-IF.
000829     IF WS-LAST-STEP < 15 AND NOT WS-STEP-FAILED
000829         PERFORM 6770-RUN-GARN-REMIT
000829             THRU 6770-EXIT
000829     END-IF.
000829     IF WS-LAST-STEP < 16 AND NOT WS-STEP-FAILED
000829         PERFORM 6780-RUN-CARRIER-REMIT
000829             THRU 6780-EXIT
000829     END-IF.
000829     IF WS-LAST-STEP < 17 AND NOT WS-STEP-FAILED
000829         PERFORM 6750-RUN-BALANCING
000829             THRU 6750-EXIT
000829     END-IF.
000829     IF WS-LAST-STEP < 18 AND NOT WS-STEP-FAILED
000829         PERFORM 6800-RUN-EXCEPTION-SUMMARY
000829             THRU 6800-EXIT
000829     END-IF.
000829     IF WS-LAST-STEP < 19 AND NOT WS-STEP-FAILED
000829         PERFORM 6900-RUN-MORNING-SUMMARY
000829             THRU 6900-EXIT
000829     END-IF.
001030         END-READ
001040         CLOSE CHECKPOINT-FILE
001050     END-IF.
001060*  A RUN-MODE CARD ASKING FOR A TRIAL TURNS THE NIGHT INTO A
001060*  TRIAL RUN (SEE 9000-RUN-TRIAL). NO CARD IS A LIVE RUN.
001060     MOVE "L" TO WS-RUN-MODE-SW.
001060     MOVE SPACES TO WS-TRIAL-DATE-IN.
001060     OPEN INPUT RUN-PARM-FILE.
001060     IF WS-NITEPARM-STATUS = "00"
001060         READ RUN-PARM-FILE
001060             NOT AT END
001060                 IF NP-TRIAL-MODE
001060                     MOVE "T" TO WS-RUN-MODE-SW
001060                     MOVE NP-TRIAL-DATE TO WS-TRIAL-DATE-IN
001060                 END-IF
001060         END-READ
001060         CLOSE RUN-PARM-FILE
001060     END-IF.
001060 1000-EXIT.
001070     EXIT.
001071
001072*-----------------------------------------------------------------
001073*  2000-CHECK-PAY-PERIOD.
001074*  WORKS OUT WHICH PAY GROUPS TONIGHT'S RUN PAYS. A GROUP LEFT
001075*  IN PROGRESS ON THE RUN-CONTROL FILE IS AN UNFINISHED RUN AND
001076*  IS ALWAYS RESUMED; A RESTART PART-WAY DOWN THE CHAIN PAYS
001077*  ONLY THOSE GROUPS. OTHERWISE EVERY GROUP WHOSE CALENDAR
001078*  PERIOD ENDS ON THE RUN DATE IS DUE. A DUE PERIOD THAT
001079*  ALREADY COMPLETED IS DROPPED UNLESS A SUPERVISOR EXPLICITLY
001080*  OVERRIDES. A RUN DATE ON NO PERIOD OF ANY GROUP IS A
001081*  CALENDAR FAULT AND THE RUN IS REFUSED; A DATE THAT IS ON THE
001082*  CALENDAR BUT ENDS NO GROUP'S PERIOD IS AN ORDINARY NIGHT
001083*  WITH NOTHING TO PAY AND THE RUN EXITS CLEAN. THE DUE GROUPS
001084*  ARE THEN STAMPED IN PROGRESS SO EVERY STEP CAN PICK THEM UP
001085*  THROUGH THE COMMON PAYGRPCK ROUTINE.
001086*-----------------------------------------------------------------
001087 2000-CHECK-PAY-PERIOD.
001088     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001089     PERFORM 2050-LOAD-RUN-CONTROL
001090         THRU 2050-EXIT.
001091     IF WS-LAST-STEP GREATER THAN ZERO
001092             AND WS-GRP-DUE-COUNT GREATER THAN ZERO
001093         GO TO 2000-STAMP
001094     END-IF.
001095     MOVE "N" TO WS-PERIOD-FOUND-SW.
001096     MOVE "N" TO WS-CAL-EOF-SW.
001097     OPEN INPUT PAY-CALENDAR.
001098     IF WS-PAYCAL-STATUS NOT EQUAL "00"
001099         DISPLAY "NIGHTRUN - PAY-PERIOD CALENDAR NOT AVAILABLE "
001100             "- RUN REFUSED."
001101         SET WS-RUN-BLOCKED TO TRUE
001102         MOVE SPACES TO WS-AUDIT-MESSAGE
001103         STRING "RUN REFUSED - PAY CALENDAR NOT AVAILABLE"
001104             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
001105         PERFORM 2900-AUDIT-PERIOD-EVENT
001106             THRU 2900-EXIT
001107         GO TO 2000-EXIT
001108     END-IF.
001109     PERFORM 2100-FIND-PERIOD
001110         THRU 2100-EXIT
001111         UNTIL WS-CAL-EOF.
001112     CLOSE PAY-CALENDAR.
001113     IF NOT WS-PERIOD-FOUND
001114             AND WS-GRP-DUE-COUNT EQUAL ZERO
001115         DISPLAY "NIGHTRUN - RUN DATE " WS-RUN-DATE
001116             " IS NOT IN ANY PERIOD ON THE PAY CALENDAR "
001117             "- RUN REFUSED."
001118         SET WS-RUN-BLOCKED TO TRUE
001119         MOVE SPACES TO WS-AUDIT-MESSAGE
001120         STRING "RUN REFUSED - DATE " WS-RUN-DATE
001121             " NOT ON PAY CALENDAR"
001122             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
001123         PERFORM 2900-AUDIT-PERIOD-EVENT
001124             THRU 2900-EXIT
001125         GO TO 2000-EXIT
001126     END-IF.
001127     IF WS-GRP-DUE-COUNT EQUAL ZERO
001128         DISPLAY "NIGHTRUN - NO PAY GROUP'S PERIOD ENDS ON "
001129             WS-RUN-DATE " - NOTHING TO PAY TONIGHT."
001130         SET WS-NOTHING-DUE TO TRUE
001131         MOVE SPACES TO WS-AUDIT-MESSAGE
001132         STRING "NO PAY GROUP DUE ON " WS-RUN-DATE
001133             " - NOTHING RUN"
001134             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
001135         PERFORM 2900-AUDIT-PERIOD-EVENT
001136             THRU 2900-EXIT
001137         GO TO 2000-EXIT
001138     END-IF.
001139     PERFORM 2200-CHECK-PRIOR-RUN
001140         THRU 2200-EXIT
001141         VARYING WS-GRP-SUB FROM 1 BY 1
001142         UNTIL WS-GRP-SUB GREATER THAN 3.
001143     IF WS-GRP-DUE-COUNT EQUAL ZERO
001144         DISPLAY "NIGHTRUN - RUN REFUSED."
001145         SET WS-RUN-BLOCKED TO TRUE
001146         SET WS-OPER-REFUSED TO TRUE
001147         GO TO 2000-EXIT
001148     END-IF.
001149*  A FRESH RUN IS ALSO REFUSED WHILE AN UNACKNOWLEDGED FATAL
001150*  FROM A PRIOR NIGHT IS STILL OPEN ON THE EXCEPTION FILE - AN
001151*  UNWORKED CONTROL-TOTAL MISMATCH MUST NOT SCROLL OFF. A
001152*  RESTART PROCEEDS; ITS EXCEPTIONS ARE ITS OWN.
001153     IF WS-LAST-STEP EQUAL ZERO
001154         PERFORM 2250-CHECK-OPEN-FATALS
001155             THRU 2250-EXIT
001156         IF WS-RUN-BLOCKED
001157             GO TO 2000-EXIT
001158         END-IF
001159     END-IF.
001160 2000-STAMP.
001161     PERFORM 2300-STAMP-IN-PROGRESS
001162         THRU 2300-EXIT.
001163     IF WS-LAST-STEP EQUAL ZERO
001164         PERFORM 2400-CLEAR-EXCEPTION-FILE
001165             THRU 2400-EXIT
001166     END-IF.
001167 2000-EXIT.
001168     EXIT.
001169
001170*-----------------------------------------------------------------
001171*  2050-LOAD-RUN-CONTROL.
001172*  LOADS EACH GROUP'S LAST RECORDED PERIOD OFF THE RUN-CONTROL
001173*  FILE. A GROUP STILL IN PROGRESS IS DUE AGAIN FOR THE SAME
001174*  PERIOD. A BLANK GROUP ON THE ROW IS THE MONTHLY GROUP.
001175*-----------------------------------------------------------------
001176 2050-LOAD-RUN-CONTROL.
001177     MOVE "W" TO WS-GRP-CODE(1).
001178     MOVE "B" TO WS-GRP-CODE(2).
001179     MOVE "M" TO WS-GRP-CODE(3).
001180     PERFORM 2060-CLEAR-ONE-GROUP
001181         THRU 2060-EXIT
001182         VARYING WS-GRP-SUB FROM 1 BY 1
001183         UNTIL WS-GRP-SUB GREATER THAN 3.
001184     MOVE ZERO TO WS-GRP-DUE-COUNT.
001185     MOVE "N" TO WS-RUNCTL-EOF-SW.
001186     OPEN INPUT RUN-CONTROL.
001187     IF WS-RUNCTL-STATUS NOT EQUAL "00"
001188         GO TO 2050-EXIT
001189     END-IF.
001190     PERFORM 2070-LOAD-ONE-GROUP
001191         THRU 2070-EXIT
001192         UNTIL WS-RUNCTL-EOF.
001193     CLOSE RUN-CONTROL.
001194 2050-EXIT.
001195     EXIT.
001196
001197 2060-CLEAR-ONE-GROUP.
001198     MOVE "N"    TO WS-GRP-DUE-SW(WS-GRP-SUB).
001199     MOVE ZERO   TO WS-GRP-PERIOD-ID(WS-GRP-SUB).
001200     MOVE ZERO   TO WS-GRP-PERIOD-START(WS-GRP-SUB).
001201     MOVE ZERO   TO WS-GRP-PERIOD-END(WS-GRP-SUB).
001202     MOVE ZERO   TO WS-GRP-RC-ID(WS-GRP-SUB).
001203     MOVE ZERO   TO WS-GRP-RC-START(WS-GRP-SUB).
001204     MOVE ZERO   TO WS-GRP-RC-END(WS-GRP-SUB).
001205     MOVE SPACES TO WS-GRP-RC-STATUS(WS-GRP-SUB).
001206 2060-EXIT.
001207     EXIT.
001208
001209 2070-LOAD-ONE-GROUP.
001210     READ RUN-CONTROL
001211         AT END
001212             SET WS-RUNCTL-EOF TO TRUE
001213             GO TO 2070-EXIT
001214     END-READ.
001215     MOVE RC-PAY-GROUP TO WS-GRP-CODE-WORK.
001216     PERFORM 2090-GROUP-TO-SLOT
001217         THRU 2090-EXIT.
001218     IF WS-GRP-SUB EQUAL ZERO
001219         GO TO 2070-EXIT
001220     END-IF.
001221     MOVE RC-PERIOD-ID    TO WS-GRP-RC-ID(WS-GRP-SUB).
001222     MOVE RC-PERIOD-START TO WS-GRP-RC-START(WS-GRP-SUB).
001223     MOVE RC-PERIOD-END   TO WS-GRP-RC-END(WS-GRP-SUB).
001224     MOVE RC-RUN-STATUS   TO WS-GRP-RC-STATUS(WS-GRP-SUB).
001225     IF RC-RUN-IN-PROGRESS
001226             AND NOT WS-GRP-DUE(WS-GRP-SUB)
001227         MOVE "Y" TO WS-GRP-DUE-SW(WS-GRP-SUB)
001228         ADD 1 TO WS-GRP-DUE-COUNT
001229         MOVE RC-PERIOD-ID    TO WS-GRP-PERIOD-ID(WS-GRP-SUB)
001230         MOVE RC-PERIOD-START TO WS-GRP-PERIOD-START(WS-GRP-SUB)
001231         MOVE RC-PERIOD-END   TO WS-GRP-PERIOD-END(WS-GRP-SUB)
001232     END-IF.
001233 2070-EXIT.
001234     EXIT.
001235
001236*-----------------------------------------------------------------
001237*  2090-GROUP-TO-SLOT.
001238*  TURNS A PAY-GROUP CODE INTO ITS TABLE SLOT (1 WEEKLY,
001239*  2 BIWEEKLY, 3 MONTHLY - BLANK IS MONTHLY); AN UNKNOWN CODE
001240*  GIVES SLOT ZERO AND THE ROW IS IGNORED.
001241*-----------------------------------------------------------------
001242 2090-GROUP-TO-SLOT.
001243     EVALUATE WS-GRP-CODE-WORK
001244         WHEN "W"
001245             MOVE 1 TO WS-GRP-SUB
001246         WHEN "B"
001247             MOVE 2 TO WS-GRP-SUB
001248         WHEN "M"
001249         WHEN " "
001250             MOVE 3 TO WS-GRP-SUB
001251         WHEN OTHER
001252             MOVE ZERO TO WS-GRP-SUB
001253     END-EVALUATE.
001254 2090-EXIT.
001255     EXIT.
001256
001257*-----------------------------------------------------------------
001258*  2100-FIND-PERIOD.
001259*  A CALENDAR ROW WHOSE PERIOD ENDS ON THE RUN DATE MAKES ITS
001260*  GROUP DUE, UNLESS THE GROUP IS ALREADY DUE FOR AN UNFINISHED
001261*  PERIOD (THE NEW PERIOD WAITS FOR THE NEXT RUN). ANY ROW
001262*  COVERING THE RUN DATE PROVES THE DATE IS ON THE CALENDAR.
001263*-----------------------------------------------------------------
001264 2100-FIND-PERIOD.
001265     READ PAY-CALENDAR
001266         AT END
001267             SET WS-CAL-EOF TO TRUE
001268             GO TO 2100-EXIT
001269     END-READ.
001270     MOVE PC-PAY-GROUP TO WS-GRP-CODE-WORK.
001271     PERFORM 2090-GROUP-TO-SLOT
001272         THRU 2090-EXIT.
001273     IF WS-GRP-SUB EQUAL ZERO
001274         GO TO 2100-EXIT
001275     END-IF.
001276     IF WS-RUN-DATE NOT LESS THAN PC-PERIOD-START
001277             AND WS-RUN-DATE NOT GREATER THAN PC-PERIOD-END
001278         SET WS-PERIOD-FOUND TO TRUE
001279     END-IF.
001280     IF PC-PERIOD-END EQUAL WS-RUN-DATE
001281             AND NOT WS-GRP-DUE(WS-GRP-SUB)
001282         MOVE "Y" TO WS-GRP-DUE-SW(WS-GRP-SUB)
001283         ADD 1 TO WS-GRP-DUE-COUNT
001284         MOVE PC-PERIOD-ID    TO WS-GRP-PERIOD-ID(WS-GRP-SUB)
001285         MOVE PC-PERIOD-START TO WS-GRP-PERIOD-START(WS-GRP-SUB)
001286         MOVE PC-PERIOD-END   TO WS-GRP-PERIOD-END(WS-GRP-SUB)
001287     END-IF.
001288 2100-EXIT.
001289     EXIT.
001290
001291*-----------------------------------------------------------------
001292*  2200-CHECK-PRIOR-RUN.
001293*  A DUE GROUP WHOSE PERIOD ALREADY RAN TO COMPLETION IS DROPPED
001294*  FROM THE RUN UNLESS A SUPERVISOR EXPLICITLY KEYS THE
001295*  OVERRIDE. THE OPERATOR SIGNS ON ONCE FOR ALL THE GROUPS.
001296*-----------------------------------------------------------------
001297 2200-CHECK-PRIOR-RUN.
001298     IF NOT WS-GRP-DUE(WS-GRP-SUB)
001299         GO TO 2200-EXIT
001300     END-IF.
001301     IF NOT WS-GRP-RC-COMPLETE(WS-GRP-SUB)
001302             OR WS-GRP-RC-ID(WS-GRP-SUB) NOT EQUAL
001303                 WS-GRP-PERIOD-ID(WS-GRP-SUB)
001304         GO TO 2200-EXIT
001305     END-IF.
001306     DISPLAY "NIGHTRUN - PERIOD " WS-GRP-PERIOD-ID(WS-GRP-SUB)
001307         " FOR PAY GROUP " WS-GRP-CODE(WS-GRP-SUB)
001308         " HAS ALREADY BEEN RUN TO COMPLETION.".
001309     MOVE "N" TO WS-OVERRIDE-ANS.
001310*  AN OVERRIDE IS AN ATTENDED DECISION - THE OPERATOR SIGNS ON
001311*  FIRST SO THE AUDIT TRAIL CARRIES WHO AUTHORIZED THE RE-RUN.
001312     IF NOT WS-SIGNON-TRIED
001313         SET WS-SIGNON-TRIED TO TRUE
001314         CALL "OPERSGN" USING
001315             BY REFERENCE WS-OPERATOR-ID
001316             BY REFERENCE WS-OPER-AUTH
001317             BY REFERENCE WS-SIGNON-OK-SW
001318     END-IF.
001319*  AN OVERRIDE IS A SUPERVISOR ACTION - AUTHORITY 3 ON THE
001320*  OPERATOR FILE.
001321     IF WS-SIGNON-OK
001322         IF WS-OPER-AUTH LESS THAN 3
001323             DISPLAY "OPERATOR " WS-OPERATOR-ID
001324                 " IS NOT SUPERVISOR AUTHORITY - "
001325                 "OVERRIDE REFUSED."
001326         ELSE
001327             DISPLAY "RUN IT AGAIN ANYWAY? (Y/N): "
001328             ACCEPT WS-OVERRIDE-ANS
001329         END-IF
001330     END-IF.
001331     MOVE SPACES TO WS-AUDIT-MESSAGE.
001332     IF WS-OVERRIDE-YES
001333         STRING "OPERATOR OVERRIDE - PERIOD "
001334             WS-GRP-PERIOD-ID(WS-GRP-SUB) " GROUP "
001335             WS-GRP-CODE(WS-GRP-SUB) " RE-RUN"
001336             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
001337     ELSE
001338         DISPLAY "NIGHTRUN - PAY GROUP " WS-GRP-CODE(WS-GRP-SUB)
001339             " DROPPED FROM THE RUN."
001340         MOVE "N" TO WS-GRP-DUE-SW(WS-GRP-SUB)
001341         SUBTRACT 1 FROM WS-GRP-DUE-COUNT
001342         STRING "GROUP " WS-GRP-CODE(WS-GRP-SUB)
001343             " REFUSED - PERIOD " WS-GRP-PERIOD-ID(WS-GRP-SUB)
001344             " ALREADY COMPLETE"
001345             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
001346     END-IF.
001347     PERFORM 2900-AUDIT-PERIOD-EVENT
001348         THRU 2900-EXIT.
001349 2200-EXIT.
001350     EXIT.
001351
001352*-----------------------------------------------------------------
001353*  2300-STAMP-IN-PROGRESS.
001354*  MARKS EVERY DUE GROUP IN PROGRESS FOR ITS PERIOD AND REWRITES
001355*  THE RUN-CONTROL FILE. THE RUN ITSELF (LOCK, RUN STATISTICS)
001356*  CARRIES THE FIRST DUE GROUP'S PERIOD ID.
001357*-----------------------------------------------------------------
001358 2300-STAMP-IN-PROGRESS.
001359     MOVE ZERO TO WS-CURR-PERIOD-ID.
001360     MOVE ZERO TO WS-CURR-PERIOD-END.
001361     PERFORM 2310-STAMP-ONE-GROUP
001362         THRU 2310-EXIT
001363         VARYING WS-GRP-SUB FROM 1 BY 1
001364         UNTIL WS-GRP-SUB GREATER THAN 3.
001365     PERFORM 2800-WRITE-RUN-CONTROL
001366         THRU 2800-EXIT.
001367*  THE RUN-IN-FLIGHT LOCK GOES ON WITH THE IN-PROGRESS STAMP -
001368*  FROM HERE UNTIL THE PERIOD IS MARKED COMPLETE THE DAYTIME
001369*  UPDATE PROGRAMS REFUSE TO TOUCH THE MASTER.
001370     MOVE "H"                TO LK-STATUS.
001371     MOVE WS-CURR-PERIOD-ID  TO LK-PERIOD-ID.
001372     ACCEPT LK-LOCK-DATE FROM DATE YYYYMMDD.
001373     ACCEPT LK-LOCK-TIME FROM TIME.
001374     OPEN OUTPUT RUN-LOCK-FILE.
001375     WRITE RUN-LOCK-RECORD.
001376     CLOSE RUN-LOCK-FILE.
001377     PERFORM 2320-AUDIT-ONE-START
001378         THRU 2320-EXIT
001379         VARYING WS-GRP-SUB FROM 1 BY 1
001380         UNTIL WS-GRP-SUB GREATER THAN 3.
001381 2300-EXIT.
001382     EXIT.
001383
001384 2310-STAMP-ONE-GROUP.
001385     IF NOT WS-GRP-DUE(WS-GRP-SUB)
001386         GO TO 2310-EXIT
001387     END-IF.
001388     MOVE WS-GRP-PERIOD-ID(WS-GRP-SUB)
001389         TO WS-GRP-RC-ID(WS-GRP-SUB).
001390     MOVE WS-GRP-PERIOD-START(WS-GRP-SUB)
001391         TO WS-GRP-RC-START(WS-GRP-SUB).
001392     MOVE WS-GRP-PERIOD-END(WS-GRP-SUB)
001393         TO WS-GRP-RC-END(WS-GRP-SUB).
001394     MOVE "I" TO WS-GRP-RC-STATUS(WS-GRP-SUB).
001395     IF WS-CURR-PERIOD-ID EQUAL ZERO
001396         MOVE WS-GRP-PERIOD-ID(WS-GRP-SUB)  TO WS-CURR-PERIOD-ID
001397         MOVE WS-GRP-PERIOD-END(WS-GRP-SUB) TO WS-CURR-PERIOD-END
001398     END-IF.
001399 2310-EXIT.
001400     EXIT.
001401
001402 2320-AUDIT-ONE-START.
001403     IF NOT WS-GRP-DUE(WS-GRP-SUB)
001404         GO TO 2320-EXIT
001405     END-IF.
001406     MOVE SPACES TO WS-AUDIT-MESSAGE.
001407     STRING "RUN STARTED FOR GROUP " WS-GRP-CODE(WS-GRP-SUB)
001408         " PERIOD " WS-GRP-PERIOD-ID(WS-GRP-SUB)
001409         " ENDING " WS-GRP-PERIOD-END(WS-GRP-SUB)
001410         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
001411     PERFORM 2900-AUDIT-PERIOD-EVENT
001412         THRU 2900-EXIT.
001413 2320-EXIT.
001414     EXIT.
001415
001416*-----------------------------------------------------------------
001417*  2800-WRITE-RUN-CONTROL.
001418*  REWRITES THE RUN-CONTROL FILE, ONE ROW PER GROUP THAT HAS
001419*  EVER BEEN RUN. A GROUP NEVER RUN HAS NO ROW.
001420*-----------------------------------------------------------------
001421 2800-WRITE-RUN-CONTROL.
001422     OPEN OUTPUT RUN-CONTROL.
001423     PERFORM 2810-WRITE-ONE-GROUP
001424         THRU 2810-EXIT
001425         VARYING WS-GRP-SUB FROM 1 BY 1
001426         UNTIL WS-GRP-SUB GREATER THAN 3.
001427     CLOSE RUN-CONTROL.
001428 2800-EXIT.
001429     EXIT.
001430
001431 2810-WRITE-ONE-GROUP.
001432     IF WS-GRP-RC-STATUS(WS-GRP-SUB) EQUAL SPACES
001433         GO TO 2810-EXIT
001434     END-IF.
001435     MOVE WS-GRP-RC-ID(WS-GRP-SUB)     TO RC-PERIOD-ID.
001436     MOVE WS-GRP-RC-START(WS-GRP-SUB)  TO RC-PERIOD-START.
001437     MOVE WS-GRP-RC-END(WS-GRP-SUB)    TO RC-PERIOD-END.
001438     MOVE WS-GRP-RC-STATUS(WS-GRP-SUB) TO RC-RUN-STATUS.
001439     MOVE WS-GRP-CODE(WS-GRP-SUB)      TO RC-PAY-GROUP.
001440     WRITE RUN-CONTROL-RECORD.
001441 2810-EXIT.
001442     EXIT.
001193
001192*-----------------------------------------------------------------
001192*  2250-CHECK-OPEN-FATALS.
001200             THRU 7500-EXIT
001200         GO TO 2450-EXIT
001200     END-IF.
001200     MOVE "RDYRPT" TO WS-CAPT-REPORT-NAME.
001200     PERFORM 7300-CAPTURE-REPORT
001200         THRU 7300-EXIT.
001200     MOVE 1 TO WS-LAST-STEP.
001200     PERFORM 7000-UPDATE-CHECKPOINT
001200         THRU 7000-EXIT.
001390 4000-EXIT.
001400     EXIT.
001410
001411*-----------------------------------------------------------------
001412*  4500-RUN-EMPLOYER-COST.
001413*-----------------------------------------------------------------
001414 4500-RUN-EMPLOYER-COST.
001415     MOVE 5 TO WS-STAT-STEP-NO.
001415     MOVE "EMPLRCST" TO WS-STAT-STEP-NAME.
001415     PERFORM 7100-START-STEP-STATS
001415         THRU 7100-EXIT.
001415     MOVE ZERO TO RETURN-CODE.
001416     CALL "EMPLRCST".
001416     PERFORM 7200-WRITE-STEP-STATS
001416         THRU 7200-EXIT.
001417     IF RETURN-CODE NOT EQUAL ZERO
001417         MOVE "EMPLRCST" TO WS-FAILED-STEP-NAME
001417         PERFORM 7500-REPORT-STEP-FAILURE
001417             THRU 7500-EXIT
001417         GO TO 4500-EXIT
001417     END-IF.
001417     MOVE "ERCOSTR" TO WS-CAPT-REPORT-NAME.
001417     PERFORM 7300-CAPTURE-REPORT
001417         THRU 7300-EXIT.
001418     MOVE 5 TO WS-LAST-STEP.
001418     PERFORM 7000-UPDATE-CHECKPOINT
001418         THRU 7000-EXIT.
001419 4500-EXIT.
001419     EXIT.
001419
001420*-----------------------------------------------------------------
001430*  5000-RUN-BONUS.
001440*-----------------------------------------------------------------
001450 5000-RUN-BONUS.
001455     MOVE 6 TO WS-STAT-STEP-NO.
001455     MOVE "TSTCOMPT" TO WS-STAT-STEP-NAME.
001455     PERFORM 7100-START-STEP-STATS
001455         THRU 7100-EXIT.
001468             THRU 7500-EXIT
001469         GO TO 5000-EXIT
001470     END-IF.
001470     MOVE 6 TO WS-LAST-STEP.
001480     PERFORM 7000-UPDATE-CHECKPOINT
001490         THRU 7000-EXIT.
001500 5000-EXIT.
001513*  5500-RUN-PAY-HISTORY.
001514*-----------------------------------------------------------------
001515 5500-RUN-PAY-HISTORY.
001515     MOVE 7 TO WS-STAT-STEP-NO.
001515     MOVE "HISTWRIT" TO WS-STAT-STEP-NAME.
001515     PERFORM 7100-START-STEP-STATS
001515         THRU 7100-EXIT.
001516             THRU 7500-EXIT
001516         GO TO 5500-EXIT
001516     END-IF.
001517     MOVE 7 TO WS-LAST-STEP.
001518     PERFORM 7000-UPDATE-CHECKPOINT
001519         THRU 7000-EXIT.
001520 5500-EXIT.
001517*  6000-RUN-REPORT.
001518*-----------------------------------------------------------------
001519 6000-RUN-REPORT.
001519     MOVE 8 TO WS-STAT-STEP-NO.
001519     MOVE "PAYRPT" TO WS-STAT-STEP-NAME.
001519     PERFORM 7100-START-STEP-STATS
001519         THRU 7100-EXIT.
001520             THRU 7500-EXIT
001520         GO TO 6000-EXIT
001520     END-IF.
001520     MOVE "PAYRPT" TO WS-CAPT-REPORT-NAME.
001520     PERFORM 7300-CAPTURE-REPORT
001520         THRU 7300-EXIT.
001521     MOVE 8 TO WS-LAST-STEP.
001522     PERFORM 7000-UPDATE-CHECKPOINT
001523         THRU 7000-EXIT.
001524 6000-EXIT.
001528*  6500-RUN-PAY-STUBS.
001529*-----------------------------------------------------------------
001530 6500-RUN-PAY-STUBS.
001530     MOVE 9 TO WS-STAT-STEP-NO.
001530     MOVE "PAYSTUB" TO WS-STAT-STEP-NAME.
001530     PERFORM 7100-START-STEP-STATS
001530         THRU 7100-EXIT.
001531             THRU 7500-EXIT
001531         GO TO 6500-EXIT
001531     END-IF.
001531     MOVE "PAYSTUBS" TO WS-CAPT-REPORT-NAME.
001531     PERFORM 7300-CAPTURE-REPORT
001531         THRU 7300-EXIT.
001532     MOVE 9 TO WS-LAST-STEP.
001533     PERFORM 7000-UPDATE-CHECKPOINT
001534         THRU 7000-EXIT.
001535 6500-EXIT.
001537*  6550-RUN-ANOMALY-CHECK.
001537*-----------------------------------------------------------------
001537 6550-RUN-ANOMALY-CHECK.
001537     MOVE 10 TO WS-STAT-STEP-NO.
001537     MOVE "PAYANOM" TO WS-STAT-STEP-NAME.
001537     PERFORM 7100-START-STEP-STATS
001537         THRU 7100-EXIT.
001537             THRU 7500-EXIT
001537         GO TO 6550-EXIT
001537     END-IF.
001537     MOVE 10 TO WS-LAST-STEP.
001537     PERFORM 7000-UPDATE-CHECKPOINT
001537         THRU 7000-EXIT.
001537 6550-EXIT.
001539*  6600-RUN-BANK-EXTRACT.
001540*-----------------------------------------------------------------
001541 6600-RUN-BANK-EXTRACT.
001541     MOVE 11 TO WS-STAT-STEP-NO.
001541     MOVE "BANKXTRT" TO WS-STAT-STEP-NAME.
001541     PERFORM 7100-START-STEP-STATS
001541         THRU 7100-EXIT.
001542             THRU 7500-EXIT
001542         GO TO 6600-EXIT
001542     END-IF.
001542     MOVE "BANKRPT" TO WS-CAPT-REPORT-NAME.
001542     PERFORM 7300-CAPTURE-REPORT
001542         THRU 7300-EXIT.
001543     MOVE 11 TO WS-LAST-STEP.
001544     PERFORM 7000-UPDATE-CHECKPOINT
001545         THRU 7000-EXIT.
001546 6600-EXIT.
001548*  6650-RUN-CHECK-PRINT.
001548*-----------------------------------------------------------------
001548 6650-RUN-CHECK-PRINT.
001548     MOVE 12 TO WS-STAT-STEP-NO.
001548     MOVE "CHECKPRT" TO WS-STAT-STEP-NAME.
001548     PERFORM 7100-START-STEP-STATS
001548         THRU 7100-EXIT.
001548             THRU 7500-EXIT
001548         GO TO 6650-EXIT
001548     END-IF.
001548     MOVE 12 TO WS-LAST-STEP.
001548     PERFORM 7000-UPDATE-CHECKPOINT
001548         THRU 7000-EXIT.
001548 6650-EXIT.
001548     EXIT.
001548
001548*-----------------------------------------------------------------
001548*  6660-RUN-POSITIVE-PAY.
001548*-----------------------------------------------------------------
001548 6660-RUN-POSITIVE-PAY.
001548     MOVE 13 TO WS-STAT-STEP-NO.
001548     MOVE "POSPAY" TO WS-STAT-STEP-NAME.
001548     PERFORM 7100-START-STEP-STATS
001548         THRU 7100-EXIT.
001548     MOVE ZERO TO RETURN-CODE.
001548     CALL "POSPAY".
001548     PERFORM 7200-WRITE-STEP-STATS
001548         THRU 7200-EXIT.
001548     IF RETURN-CODE NOT EQUAL ZERO
001548         MOVE "POSPAY" TO WS-FAILED-STEP-NAME
001548         PERFORM 7500-REPORT-STEP-FAILURE
001548             THRU 7500-EXIT
001548         GO TO 6660-EXIT
001548     END-IF.
001548     MOVE "POSPAYR" TO WS-CAPT-REPORT-NAME.
001548     PERFORM 7300-CAPTURE-REPORT
001548         THRU 7300-EXIT.
001548     MOVE 13 TO WS-LAST-STEP.
001548     PERFORM 7000-UPDATE-CHECKPOINT
001548         THRU 7000-EXIT.
001548 6660-EXIT.
001548     EXIT.
001548
001549*-----------------------------------------------------------------
001550*  6700-RUN-GL-EXTRACT.
001551*-----------------------------------------------------------------
001552 6700-RUN-GL-EXTRACT.
001552     MOVE 14 TO WS-STAT-STEP-NO.
001552     MOVE "GLEXTRCT" TO WS-STAT-STEP-NAME.
001552     PERFORM 7100-START-STEP-STATS
001552         THRU 7100-EXIT.
001553             THRU 7500-EXIT
001553         GO TO 6700-EXIT
001553     END-IF.
001553     MOVE "LDRPT" TO WS-CAPT-REPORT-NAME.
001553     PERFORM 7300-CAPTURE-REPORT
001553         THRU 7300-EXIT.
001554     MOVE 14 TO WS-LAST-STEP.
001555     PERFORM 7000-UPDATE-CHECKPOINT
001556         THRU 7000-EXIT.
001557 6700-EXIT.
001559*  6770-RUN-GARN-REMIT.
001559*-----------------------------------------------------------------
001559 6770-RUN-GARN-REMIT.
001559     MOVE 15 TO WS-STAT-STEP-NO.
001559     MOVE "GARNXTRT" TO WS-STAT-STEP-NAME.
001559     PERFORM 7100-START-STEP-STATS
001559         THRU 7100-EXIT.
001559             THRU 7500-EXIT
001559         GO TO 6770-EXIT
001559     END-IF.
001559     MOVE "GARNRPT" TO WS-CAPT-REPORT-NAME.
001559     PERFORM 7300-CAPTURE-REPORT
001559         THRU 7300-EXIT.
001559     MOVE 15 TO WS-LAST-STEP.
001559     PERFORM 7000-UPDATE-CHECKPOINT
001559         THRU 7000-EXIT.
001559 6770-EXIT.
001559     EXIT.
001559
001559*-----------------------------------------------------------------
001559*  6780-RUN-CARRIER-REMIT.
001559*-----------------------------------------------------------------
001559 6780-RUN-CARRIER-REMIT.
001559     MOVE 16 TO WS-STAT-STEP-NO.
001559     MOVE "CARRXTRT" TO WS-STAT-STEP-NAME.
001559     PERFORM 7100-START-STEP-STATS
001559         THRU 7100-EXIT.
001559     MOVE ZERO TO RETURN-CODE.
001559     CALL "CARRXTRT".
001559     PERFORM 7200-WRITE-STEP-STATS
001559         THRU 7200-EXIT.
001559     IF RETURN-CODE NOT EQUAL ZERO
001559         MOVE "CARRXTRT" TO WS-FAILED-STEP-NAME
001559         PERFORM 7500-REPORT-STEP-FAILURE
001559             THRU 7500-EXIT
001559         GO TO 6780-EXIT
001559     END-IF.
001559     MOVE "CARRRPT" TO WS-CAPT-REPORT-NAME.
001559     PERFORM 7300-CAPTURE-REPORT
001559         THRU 7300-EXIT.
001559     MOVE 16 TO WS-LAST-STEP.
001559     PERFORM 7000-UPDATE-CHECKPOINT
001559         THRU 7000-EXIT.
001559 6780-EXIT.
001559     EXIT.
001559
001559*-----------------------------------------------------------------
001559*  6750-RUN-BALANCING.
001559*-----------------------------------------------------------------
001559 6750-RUN-BALANCING.
001559     MOVE 17 TO WS-STAT-STEP-NO.
001559     MOVE "BALANCER" TO WS-STAT-STEP-NAME.
001559     PERFORM 7100-START-STEP-STATS
001559         THRU 7100-EXIT.
001559             THRU 7500-EXIT
001559         GO TO 6750-EXIT
001559     END-IF.
001559     MOVE "BALCERT" TO WS-CAPT-REPORT-NAME.
001559     PERFORM 7300-CAPTURE-REPORT
001559         THRU 7300-EXIT.
001559     MOVE 17 TO WS-LAST-STEP.
001559     PERFORM 7000-UPDATE-CHECKPOINT
001559         THRU 7000-EXIT.
001559 6750-EXIT.
001561*  6800-RUN-EXCEPTION-SUMMARY.
001562*-----------------------------------------------------------------
001563 6800-RUN-EXCEPTION-SUMMARY.
001563     MOVE 18 TO WS-STAT-STEP-NO.
001563     MOVE "EXCPRPT" TO WS-STAT-STEP-NAME.
001563     PERFORM 7100-START-STEP-STATS
001563         THRU 7100-EXIT.
001564             THRU 7500-EXIT
001564         GO TO 6800-EXIT
001564     END-IF.
001564     MOVE "EXCPSUM" TO WS-CAPT-REPORT-NAME.
001564     PERFORM 7300-CAPTURE-REPORT
001564         THRU 7300-EXIT.
001565     MOVE 18 TO WS-LAST-STEP.
001566     PERFORM 7000-UPDATE-CHECKPOINT
001567         THRU 7000-EXIT.
001568 6800-EXIT.
001570*  6900-RUN-MORNING-SUMMARY.
001570*-----------------------------------------------------------------
001570 6900-RUN-MORNING-SUMMARY.
001570     MOVE 19 TO WS-STAT-STEP-NO.
001570     MOVE "RUNSUMRP" TO WS-STAT-STEP-NAME.
001570     PERFORM 7100-START-STEP-STATS
001570         THRU 7100-EXIT.
001570             THRU 7500-EXIT
001570         GO TO 6900-EXIT
001570     END-IF.
001570     MOVE "RUNSUMM" TO WS-CAPT-REPORT-NAME.
001570     PERFORM 7300-CAPTURE-REPORT
001570         THRU 7300-EXIT.
001570     MOVE 19 TO WS-LAST-STEP.
001570     PERFORM 7000-UPDATE-CHECKPOINT
001570         THRU 7000-EXIT.
001570 6900-EXIT.
001570 7200-EXIT.
001570     EXIT.
001570
001570*-----------------------------------------------------------------
001570*  7300-CAPTURE-REPORT.
001570*  COPIES THE REPORT THE STEP JUST PRINTED INTO THE REPORT
001570*  REPOSITORY (RPTCAPT), KEYED BY REPORT NAME, PERIOD AND RUN
001570*  DATE, SO IT CAN BE REPRINTED LATER THROUGH RPTINQ. ONLY DONE
001570*  ONCE THE STEP'S RETURN CODE HAS BEEN TESTED AND PASSED; A
001570*  CAPTURE PROBLEM IS LOGGED AS A WARNING BY RPTCAPT AND NEVER
001570*  STOPS THE RUN.
001570*-----------------------------------------------------------------
001570 7300-CAPTURE-REPORT.
001570     CALL "RPTCAPT" USING
001570         BY CONTENT WS-CAPT-REPORT-NAME
001570         BY CONTENT WS-STAT-STEP-NAME
001570         BY CONTENT WS-CURR-PERIOD-ID
001570         BY CONTENT WS-RUN-DATE.
001570 7300-EXIT.
001570     EXIT.
001570
001571*-----------------------------------------------------------------
001572*  7500-REPORT-STEP-FAILURE.
001573*  A STEP CAME BACK WITH A NON-ZERO RETURN CODE. THE FAILURE IS
001680
001690*-----------------------------------------------------------------
001700*  8000-MARK-PERIOD-COMPLETE.
001710*  REWRITES THE RUN-CONTROL FILE WITH EVERY GROUP PAID TONIGHT
001720*  MARKED COMPLETE SO A SECOND LAUNCH FOR THE SAME PERIOD IS
001725*  REFUSED. GROUPS NOT PAID TONIGHT KEEP THEIR ROWS AS THEY
001727*  WERE.
001730*-----------------------------------------------------------------
001740 8000-MARK-PERIOD-COMPLETE.
001750     PERFORM 8010-MARK-ONE-GROUP
001760         THRU 8010-EXIT
001770         VARYING WS-GRP-SUB FROM 1 BY 1
001780         UNTIL WS-GRP-SUB GREATER THAN 3.
001790     PERFORM 2800-WRITE-RUN-CONTROL
001800         THRU 2800-EXIT.
001801*  THE RUN-IN-FLIGHT LOCK COMES OFF WITH THE COMPLETE MARK.
001802     MOVE "R"                TO LK-STATUS.
001803     MOVE WS-CURR-PERIOD-ID  TO LK-PERIOD-ID.
001806     OPEN OUTPUT RUN-LOCK-FILE.
001807     WRITE RUN-LOCK-RECORD.
001808     CLOSE RUN-LOCK-FILE.
001860 8000-EXIT.
001870     EXIT.
001880
001890 8010-MARK-ONE-GROUP.
001900     IF NOT WS-GRP-DUE(WS-GRP-SUB)
001910         GO TO 8010-EXIT
001920     END-IF.
001930     MOVE "C" TO WS-GRP-RC-STATUS(WS-GRP-SUB).
001940     MOVE SPACES TO WS-AUDIT-MESSAGE.
001950     STRING "RUN COMPLETED FOR GROUP " WS-GRP-CODE(WS-GRP-SUB)
001960         " PERIOD " WS-GRP-PERIOD-ID(WS-GRP-SUB)
001970         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
001980     CALL "AUDITLOG" USING
001990         BY CONTENT WS-AUDIT-PROGRAM-ID
002000         BY CONTENT WS-AUDIT-MESSAGE.
002010 8010-EXIT.
002020     EXIT.
002030
002040*-----------------------------------------------------------------
002050*  9000-RUN-TRIAL.
002060*  A TRIAL RUN PUTS A RATE-TABLE CHANGE THROUGH THE WHOLE
002070*  PAYROLL BEFORE IT GOES LIVE. TRLCOPY COPIES THE MASTER, THE
002080*  LEAVE AND ADVANCE LEDGERS AND THE RATE TABLES (TAKING ANY
002090*  STAGED TABLE LOAD IN PLACE OF THE LIVE ONE) TO TRIAL FILES;
002100*  EVERY FILE THE CALCULATION STEPS WRITE IS THEN POINTED AT
002110*  ITS TRIAL FILE AND MAIN-PROGRAM, PROG001 AND TSTCOMPT RUN
002120*  FOR THE GROUPS WHOSE PERIOD ENDS ON THE TRIAL DATE. NOTHING
002130*  ELSE IN THE CHAIN RUNS - NO HISTORY, BANK, CHECK OR GL FILE
002140*  IS WRITTEN - AND THE CHECKPOINT, THE LIVE RUN-CONTROL FILE
002150*  AND THE RUN LOCK ARE NEVER TOUCHED. TRLCOMP THEN PRINTS THE
002160*  TRIAL AGAINST EACH EMPLOYEE'S LAST REAL RUN. THE CARD IS
002170*  CONSUMED SO THE NEXT NIGHT RUNS LIVE.
002180*-----------------------------------------------------------------
002190 9000-RUN-TRIAL.
002200     OPEN OUTPUT RUN-PARM-FILE.
002210     CLOSE RUN-PARM-FILE.
002220     DISPLAY "NIGHTRUN - TRIAL RUN REQUESTED - NOTHING WILL BE "
002230         "POSTED.".
002240*  A LIVE RUN IN FLIGHT OWNS THE MASTER; A COPY TAKEN PART-WAY
002250*  THROUGH IT WOULD BE HALF POSTED.
002260     MOVE "N" TO WS-LOCK-HELD-SW.
002270     CALL "LOCKCHK" USING
002280         BY REFERENCE WS-LOCK-HELD-SW.
002290     IF WS-LOCK-HELD
002300         DISPLAY "NIGHTRUN - A LIVE RUN IS IN FLIGHT - TRIAL "
002310             "REFUSED."
002320         MOVE 8 TO RETURN-CODE
002330         GO TO 9000-EXIT
002340     END-IF.
002350     IF WS-TRIAL-DATE-IN NUMERIC
002360             AND WS-TRIAL-DATE-IN NOT EQUAL "00000000"
002370         MOVE WS-TRIAL-DATE-IN TO WS-RUN-DATE
002380     ELSE
002390         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002400     END-IF.
002410     PERFORM 9100-FIND-TRIAL-GROUPS
002420         THRU 9100-EXIT.
002430     IF WS-RUN-BLOCKED
002440         MOVE 8 TO RETURN-CODE
002450         GO TO 9000-EXIT
002460     END-IF.
002470     IF WS-NOTHING-DUE
002480         MOVE ZERO TO RETURN-CODE
002490         GO TO 9000-EXIT
002500     END-IF.
002510     MOVE SPACES TO WS-AUDIT-MESSAGE.
002520     STRING "TRIAL RUN STARTED AS OF " WS-RUN-DATE
002530         " - NOTHING POSTED"
002540         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
002550     PERFORM 2900-AUDIT-PERIOD-EVENT
002560         THRU 2900-EXIT.
002570     MOVE "LLL" TO WS-TRIAL-SOURCES.
002580     MOVE ZERO TO RETURN-CODE.
002590     CALL "TRLCOPY" USING
002600         BY REFERENCE WS-TRIAL-SOURCES.
002610     IF RETURN-CODE NOT EQUAL ZERO
002620         DISPLAY "NIGHTRUN - TRIAL FILES NOT BUILT - TRIAL "
002630             "STOPPED."
002640         MOVE SPACES TO WS-AUDIT-MESSAGE
002650         STRING "TRIAL RUN STOPPED - TRIAL FILES NOT BUILT"
002660             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002670         PERFORM 2900-AUDIT-PERIOD-EVENT
002680             THRU 2900-EXIT
002690         MOVE 8 TO RETURN-CODE
002700         GO TO 9000-EXIT
002710     END-IF.
002720     PERFORM 9300-REDIRECT-ONE-FILE
002730         THRU 9300-EXIT
002740         VARYING WS-TRIAL-SUB FROM 1 BY 1
002750         UNTIL WS-TRIAL-SUB GREATER THAN WS-TRIAL-FILE-COUNT.
002760     PERFORM 9200-STAMP-TRIAL-GROUPS
002770         THRU 9200-EXIT.
002780     PERFORM 9500-RUN-TRIAL-STEPS
002790         THRU 9500-EXIT.
002800     PERFORM 9400-RESTORE-ONE-FILE
002810         THRU 9400-EXIT
002820         VARYING WS-TRIAL-SUB FROM 1 BY 1
002830         UNTIL WS-TRIAL-SUB GREATER THAN WS-TRIAL-FILE-COUNT.
002840     IF WS-STEP-FAILED
002850         DISPLAY "NIGHTRUN - TRIAL STOPPED AT FAILED STEP "
002860             WS-FAILED-STEP-NAME " (RETURN CODE " WS-RC-DISP
002870             ") - NO COMPARISON PRINTED."
002880         MOVE SPACES TO WS-AUDIT-MESSAGE
002890         STRING "TRIAL RUN STOPPED AT STEP " WS-FAILED-STEP-NAME
002900             " - RETURN CODE " WS-RC-DISP
002910             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002920         PERFORM 2900-AUDIT-PERIOD-EVENT
002930             THRU 2900-EXIT
002940         MOVE 8 TO RETURN-CODE
002950         GO TO 9000-EXIT
002960     END-IF.
002970     MOVE ZERO TO RETURN-CODE.
002980     CALL "TRLCOMP" USING
002990         BY REFERENCE WS-RUN-DATE
003000         BY REFERENCE WS-TRIAL-SOURCES.
003010     IF RETURN-CODE NOT EQUAL ZERO
003020         DISPLAY "NIGHTRUN - TRIAL COMPARISON NOT PRINTED."
003030         MOVE 8 TO RETURN-CODE
003040         GO TO 9000-EXIT
003050     END-IF.
003060     DISPLAY "NIGHTRUN - TRIAL RUN COMPLETE - SEE TRLRPT.".
003070     MOVE SPACES TO WS-AUDIT-MESSAGE.
003080     STRING "TRIAL RUN COMPLETE AS OF " WS-RUN-DATE
003090         " - TABLES " WS-TRIAL-SOURCES " (S STAGED, L LIVE)"
003100         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
003110     PERFORM 2900-AUDIT-PERIOD-EVENT
003120         THRU 2900-EXIT.
003130     MOVE ZERO TO RETURN-CODE.
003140 9000-EXIT.
003150     EXIT.
003160
003170*-----------------------------------------------------------------
003180*  9100-FIND-TRIAL-GROUPS.
003190*  THE GROUPS WHOSE CALENDAR PERIOD ENDS ON THE TRIAL DATE,
003200*  FOUND THE SAME WAY AS FOR A LIVE RUN BUT WITHOUT REGARD TO
003210*  THE LIVE RUN-CONTROL FILE - A PERIOD ALREADY PAID CAN BE
003220*  TRIALED AGAIN AS OFTEN AS NEEDED.
003230*-----------------------------------------------------------------
003240 9100-FIND-TRIAL-GROUPS.
003250     MOVE "W" TO WS-GRP-CODE(1).
003260     MOVE "B" TO WS-GRP-CODE(2).
003270     MOVE "M" TO WS-GRP-CODE(3).
003280     PERFORM 2060-CLEAR-ONE-GROUP
003290         THRU 2060-EXIT
003300         VARYING WS-GRP-SUB FROM 1 BY 1
003310         UNTIL WS-GRP-SUB GREATER THAN 3.
003320     MOVE ZERO TO WS-GRP-DUE-COUNT.
003330     MOVE "N" TO WS-PERIOD-FOUND-SW.
003340     MOVE "N" TO WS-CAL-EOF-SW.
003350     OPEN INPUT PAY-CALENDAR.
003360     IF WS-PAYCAL-STATUS NOT EQUAL "00"
003370         DISPLAY "NIGHTRUN - PAY-PERIOD CALENDAR NOT AVAILABLE "
003380             "- TRIAL REFUSED."
003390         SET WS-RUN-BLOCKED TO TRUE
003400         GO TO 9100-EXIT
003410     END-IF.
003420     PERFORM 2100-FIND-PERIOD
003430         THRU 2100-EXIT
003440         UNTIL WS-CAL-EOF.
003450     CLOSE PAY-CALENDAR.
003460     IF NOT WS-PERIOD-FOUND
003470         DISPLAY "NIGHTRUN - TRIAL DATE " WS-RUN-DATE
003480             " IS NOT IN ANY PERIOD ON THE PAY CALENDAR "
003490             "- TRIAL REFUSED."
003500         SET WS-RUN-BLOCKED TO TRUE
003510         GO TO 9100-EXIT
003520     END-IF.
003530     IF WS-GRP-DUE-COUNT EQUAL ZERO
003540         DISPLAY "NIGHTRUN - NO PAY GROUP'S PERIOD ENDS ON "
003550             WS-RUN-DATE " - NOTHING TO TRIAL."
003560         SET WS-NOTHING-DUE TO TRUE
003570     END-IF.
003580 9100-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------------
003620*  9200-STAMP-TRIAL-GROUPS.
003630*  WITH THE FILES REDIRECTED, WRITES THE TRIAL RUN-CONTROL FILE
003640*  WITH THE DUE GROUPS IN PROGRESS, SO PAYGRPCK HANDS THE STEPS
003650*  THE TRIAL'S GROUPS AND PERIODS, AND EMPTIES THE TRIAL
003660*  EXCEPTION FILE AND AUDIT TRAIL SO THEY HOLD THIS TRIAL ONLY.
003670*-----------------------------------------------------------------
003680 9200-STAMP-TRIAL-GROUPS.
003690     MOVE ZERO TO WS-CURR-PERIOD-ID.
003700     MOVE ZERO TO WS-CURR-PERIOD-END.
003710     PERFORM 2310-STAMP-ONE-GROUP
003720         THRU 2310-EXIT
003730         VARYING WS-GRP-SUB FROM 1 BY 1
003740         UNTIL WS-GRP-SUB GREATER THAN 3.
003750     PERFORM 2800-WRITE-RUN-CONTROL
003760         THRU 2800-EXIT.
003770     OPEN OUTPUT EXCEPTION-FILE.
003780     CLOSE EXCEPTION-FILE.
003790     OPEN OUTPUT AUDIT-LOG-FILE.
003800     CLOSE AUDIT-LOG-FILE.
003810     PERFORM 2320-AUDIT-ONE-START
003820         THRU 2320-EXIT
003830         VARYING WS-GRP-SUB FROM 1 BY 1
003840         UNTIL WS-GRP-SUB GREATER THAN 3.
003850 9200-EXIT.
003860     EXIT.
003870
003880*-----------------------------------------------------------------
003890*  9300-REDIRECT-ONE-FILE.
003900*  POINTS ONE FILE NAME AT ITS TRIAL FILE FOR EVERY PROGRAM
003910*  OPENED FROM HERE ON, KEEPING WHATEVER IT POINTED AT BEFORE.
003920*-----------------------------------------------------------------
003930 9300-REDIRECT-ONE-FILE.
003940     DISPLAY WS-TRIAL-LIVE-NAME(WS-TRIAL-SUB)
003950         UPON ENVIRONMENT-NAME.
003960     MOVE SPACES TO WS-TRIAL-SAVED-VALUE(WS-TRIAL-SUB).
003970     ACCEPT WS-TRIAL-SAVED-VALUE(WS-TRIAL-SUB)
003980         FROM ENVIRONMENT-VALUE.
003990     DISPLAY WS-TRIAL-COPY-NAME(WS-TRIAL-SUB)
004000         UPON ENVIRONMENT-VALUE.
004010 9300-EXIT.
004020     EXIT.
004030
004040*-----------------------------------------------------------------
004050*  9400-RESTORE-ONE-FILE.
004060*  PUTS ONE FILE NAME BACK WHERE IT POINTED BEFORE THE TRIAL -
004070*  ITS OWN NAME IF IT WAS NOT POINTED ANYWHERE.
004080*-----------------------------------------------------------------
004090 9400-RESTORE-ONE-FILE.
004100     DISPLAY WS-TRIAL-LIVE-NAME(WS-TRIAL-SUB)
004110         UPON ENVIRONMENT-NAME.
004120     IF WS-TRIAL-SAVED-VALUE(WS-TRIAL-SUB) EQUAL SPACES
004130         DISPLAY WS-TRIAL-LIVE-NAME(WS-TRIAL-SUB)
004140             UPON ENVIRONMENT-VALUE
004150     ELSE
004160         DISPLAY WS-TRIAL-SAVED-VALUE(WS-TRIAL-SUB)
004170             UPON ENVIRONMENT-VALUE
004180     END-IF.
004190 9400-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------------
004230*  9500-RUN-TRIAL-STEPS.
004240*  THE THREE CALCULATION STEPS, IN THEIR LIVE ORDER, AGAINST THE
004250*  TRIAL FILES. NO CHECKPOINT AND NO RUN STATISTICS - A FAILED
004260*  TRIAL IS SIMPLY RUN AGAIN FROM THE TOP.
004270*-----------------------------------------------------------------
004280 9500-RUN-TRIAL-STEPS.
004290     MOVE ZERO TO RETURN-CODE.
004300     CALL "MAIN-PROGRAM".
004310     IF RETURN-CODE NOT EQUAL ZERO
004320         MOVE "MAINPROG" TO WS-FAILED-STEP-NAME
004330         GO TO 9500-FAILED
004340     END-IF.
004350     MOVE ZERO TO RETURN-CODE.
004360     CALL "PROG001".
004370     IF RETURN-CODE NOT EQUAL ZERO
004380         MOVE "PROG001" TO WS-FAILED-STEP-NAME
004390         GO TO 9500-FAILED
004400     END-IF.
004410     MOVE ZERO TO RETURN-CODE.
004420     CALL "TSTCOMPT".
004430     IF RETURN-CODE NOT EQUAL ZERO
004440         MOVE "TSTCOMPT" TO WS-FAILED-STEP-NAME
004450         GO TO 9500-FAILED
004460     END-IF.
004470     GO TO 9500-EXIT.
004480 9500-FAILED.
004490     MOVE RETURN-CODE TO WS-RC-DISP.
004500     SET WS-STEP-FAILED TO TRUE.
004510 9500-EXIT.
004520     EXIT.
