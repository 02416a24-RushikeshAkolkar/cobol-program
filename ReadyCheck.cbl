000180*     PRE-RUN READINESS CHECK, THE NEW FIRST STEP OF THE NIGHTLY
000190*     CHAIN. BEFORE ANYTHING POSTS IT SCANS THE ACTIVE MASTER
000200*     AND VERIFIES, WITHOUT CHANGING A BYTE:
000210*       - THE PERIOD OF EVERY PAY GROUP BEING PAID IS
000211*         ON THE GROUP'S PAY CALENDAR                  (FATAL)
000220*       - EVERY ACTIVE EMPLOYEE HAS A TIMESHT RECORD   (FATAL)
000230*       - EVERY EMP-CITY HAS A CITY-TAX RATE IN FORCE
000240*         FOR THE RUN DATE                             (FATAL)
000250*       - EVERY NONBLANK EMP-DEPT IS ON DEPTTAB        (ERROR)
000251*       - EVERY EMP-PAY-GROUP IS W, B, M OR BLANK      (ERROR)
000251*       - EVERY EMP-COMPANY IS ON THE COMPANY TABLE,
000251*         WHICH HOLDS THE HOME COMPANY 01              (FATAL)
000252*     ONLY EMPLOYEES IN A PAY GROUP BEING PAID TONIGHT ARE
000253*     CHECKED, AND A GROUP WITH NO SUCH EMPLOYEES NEEDS NO
000254*     CALENDAR PERIOD. RUN ON ITS OWN DURING THE DAY, EVERY
000255*     GROUP IS TAKEN AS DUE AND THE RUN DATE ITSELF MUST FALL IN
000256*     A PERIOD OF EACH GROUP THAT HAS EMPLOYEES.
000260*     EVERY FINDING GOES TO THE COMMON EXCEPTION FILE AND THE
000270*     GO/NO-GO REPORT. ON ANY FATAL THE STEP HANDS A NON-ZERO
000280*     RETURN CODE BACK, SO NIGHTRUN REFUSES THE RUN BEFORE THE
000290*     BACKUP STEP EVER TOUCHES A FILE - THE SAME WAY THE
000300*     CALENDAR CHECK ALREADY REFUSES A DUPLICATE PERIOD.
000300*     BANK AND SALARY CHANGES STILL WAITING ON THE PENDCHG FILE
000300*     FOR A SUPERVISOR'S APPROVAL (CHGAPPR) ARE COUNTED AND
000300*     REPORTED AS A WARNING - THEY ARE NOT IN TONIGHT'S RUN, BUT
000300*     THEY DO NOT STOP IT.
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY.
000330*  DATE       INIT  DESCRIPTION
000372*  09/02/26   RCA   HANDS ITS RECORD COUNT TO NIGHTRUN'S
000372*                   RUN-STATISTICS THROUGH THE COMMON STEPCNT
000372*                   ROUTINE AT END OF STEP.
000372*  10/14/26   RCA   PAY GROUPS. ONLY EMPLOYEES IN A GROUP BEING
000372*                   PAID ARE CHECKED AND COUNTED, BY GROUP; EACH
000372*                   GROUP WITH EMPLOYEES MUST HAVE ITS PERIOD ON
000372*                   ITS OWN CALENDAR; AN UNKNOWN PAY-GROUP CODE IS
000372*                   AN ERROR.
000372*  10/14/26   RCA   WARNS, WITHOUT STOPPING THE RUN, WHILE BANK OR
000372*                   SALARY CHANGES ARE STILL AWAITING A
000372*                   SUPERVISOR'S APPROVAL ON THE PENDCHG FILE.
000372*  10/14/26   RCA   MULTI-COMPANY. AN EMPLOYEE BEING PAID WHOSE
000372*                   COMPANY IS NOT ON THE COMPANY TABLE, OR A
000372*                   COMPANY TABLE WITHOUT THE HOME COMPANY 01, IS
000372*                   A FATAL - NO COMPANY'S PAYMENT STEPS WOULD PAY
000372*                   THEM.
000372*  10/15/26   RCA   THE GROUP ACTIVE COUNTS ARE CLEARED ENTRY BY
000372*                   ENTRY.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. RDYCHECK.
000680     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-PAYCAL-STATUS.
000700     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000700         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS PN-CHANGE-KEY
000700         FILE STATUS IS WS-PENDCHG-STATUS.
000710     SELECT READY-REPORT ASSIGN TO "RDYRPT"
000720         ORGANIZATION IS SEQUENTIAL.
000730
000910
000920 FD  PAY-CALENDAR
000930     LABEL RECORDS ARE STANDARD.
000940     COPY PAYCAL.
000940
000940 FD  PENDING-CHANGE-FILE
000940     LABEL RECORDS ARE STANDARD.
000940     COPY PENDCHG.
000980
000990 FD  READY-REPORT
001000     LABEL RECORDS ARE STANDARD.
001070 01  WS-CITYTAX-STATUS            PIC X(02) VALUE SPACES.
001080 01  WS-DEPTTAB-STATUS            PIC X(02) VALUE SPACES.
001090 01  WS-PAYCAL-STATUS             PIC X(02) VALUE SPACES.
001090 01  WS-PENDCHG-STATUS            PIC X(02) VALUE SPACES.
001100
001110 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001120 01  WS-FATAL-COUNT               PIC 9(05) VALUE ZERO.
001130 01  WS-ERROR-COUNT               PIC 9(05) VALUE ZERO.
001130 01  WS-WARNING-COUNT             PIC 9(05) VALUE ZERO.
001130 01  WS-PENDING-COUNT             PIC 9(05) VALUE ZERO.
001140 01  WS-ACTIVE-COUNT              PIC 9(05) VALUE ZERO.
001150
001160 01  WS-TIMESHT-OK-SW             PIC X(01) VALUE "N".
001270     88  WS-RATE-FOUND                       VALUE "Y".
001280 01  WS-CITY-EOF-SW               PIC X(01) VALUE "N".
001290     88  WS-CITY-EOF                         VALUE "Y".
001290 01  WS-PN-EOF-SW                 PIC X(01) VALUE "N".
001290     88  WS-PN-EOF                           VALUE "Y".
001300
001301*  THE PAY GROUPS BEING PAID, AND THE ACTIVE EMPLOYEES FOUND IN
001302*  EACH. THE GROUP NAMES ARE IN SLOT ORDER - WEEKLY, BIWEEKLY,
001303*  MONTHLY.
001304 01  WS-PG-SUB                    PIC 9(01) VALUE ZERO.
001305     COPY PAYGRP.
001306 01  WS-GROUP-ACTIVE-TABLE.
001307     05  WS-GROUP-ACTIVE          PIC 9(05) OCCURS 3 TIMES.
001308 01  WS-GROUP-NAME-VALUES.
001309     05  FILLER                   PIC X(08) VALUE "WEEKLY".
001309     05  FILLER                   PIC X(08) VALUE "BIWEEKLY".
001309     05  FILLER                   PIC X(08) VALUE "MONTHLY".
001309 01  WS-GROUP-NAME-TABLE REDEFINES WS-GROUP-NAME-VALUES.
001309     05  WS-GROUP-NAME            PIC X(08) OCCURS 3 TIMES.
001309 01  WS-CHECK-DATE                PIC 9(08) VALUE ZERO.
001309 01  WS-CAL-GROUP                 PIC X(01) VALUE SPACE.
001309
001310*  CITIES AND DEPARTMENTS ALREADY CHECKED THIS RUN ARE CACHED
001320*  HERE SO A 60-EMPLOYEE SHOP IN THREE CITIES SCANS THE RATE
001330*  TABLE THREE TIMES, NOT SIXTY.
001790     05  FILLER                  PIC X(50) VALUE SPACES.
001800
001810 01  WS-RPT-VERDICT-LINE          PIC X(80).
001810
001810     COPY COMPTBL.
001820
001830 PROCEDURE DIVISION.
001840
001890     MOVE ZERO TO RETURN-CODE.
001900     PERFORM 1000-INITIALIZE
001910         THRU 1000-EXIT.
001940     PERFORM 3000-SCAN-ACTIVE-MASTER
001950         THRU 3000-EXIT.
001920     PERFORM 2000-CHECK-PAY-CALENDAR
001930         THRU 2000-EXIT.
001930     PERFORM 2500-CHECK-PENDING-CHANGES
001930         THRU 2500-EXIT.
001960     PERFORM 7000-PRINT-VERDICT
001970         THRU 7000-EXIT.
001980     PERFORM 9999-TERMINATE
002140*-----------------------------------------------------------------
002150 1000-INITIALIZE.
002160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002165     CALL "PAYGRPCK" USING PAY-GROUP-TABLE.
002165     PERFORM 1010-CLEAR-GROUP-ACTIVE
002165         THRU 1010-EXIT
002165         VARYING WS-PG-SUB FROM 1 BY 1
002165         UNTIL WS-PG-SUB GREATER THAN 3.
002166     MOVE "L" TO CM-FUNCTION.
002166     CALL "COMPTAB" USING
002166         BY REFERENCE COMPANY-TABLE-AREA.
002170     OPEN OUTPUT READY-REPORT.
002180     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
002190     WRITE RPT-LINE FROM WS-RPT-HEADING-1
002520         PERFORM 8100-LOG-ERROR
002530             THRU 8100-EXIT
002540     END-IF.
002540*  A CHECK NUMBER IN NO COMPANY'S RANGE IS TAKEN AS THE HOME
002540*  COMPANY'S, AND A BLANK EMP-COMPANY IS THE HOME COMPANY, SO A
002540*  COMPANY TABLE WITHOUT COMPANY 01 CANNOT PLACE THEM.
002540     IF CM-TABLE-FROM-FILE
002540         MOVE "01" TO CM-COMPANY-CODE
002540         MOVE "F" TO CM-FUNCTION
002540         CALL "COMPTAB" USING
002540             BY REFERENCE COMPANY-TABLE-AREA
002540         IF CM-NOT-ON-TABLE
002540             MOVE SPACES TO WS-EXCP-MESSAGE
002540             STRING "COMPANY TABLE HAS NO HOME COMPANY 01"
002540                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
002540             PERFORM 8000-LOG-FATAL
002540                 THRU 8000-EXIT
002540         END-IF
002540     END-IF.
002550 1000-EXIT.
002560     EXIT.
002560
002560 1010-CLEAR-GROUP-ACTIVE.
002560     MOVE ZERO TO WS-GROUP-ACTIVE(WS-PG-SUB).
002560 1010-EXIT.
002560     EXIT.
002570
002580*-----------------------------------------------------------------
002590*  2000-CHECK-PAY-CALENDAR.
002600*  EACH PAY GROUP BEING PAID MUST HAVE ITS PERIOD ON THE
002601*  CALENDAR - THE SAME SCAN NIGHTRUN MAKES, REPEATED HERE SO A
002602*  STANDALONE READINESS RUN DURING THE DAY GIVES THE SAME
002603*  ANSWER TONIGHT'S LAUNCH WILL. A STANDALONE RUN PLACES THE
002604*  RUN DATE; UNDER NIGHTRUN THE GROUP'S PERIOD END IS PLACED.
002605*  THE CALENDAR IS SEQUENTIAL, SO IT IS READ ONCE PER GROUP.
002630*-----------------------------------------------------------------
002640 2000-CHECK-PAY-CALENDAR.
002650     OPEN INPUT PAY-CALENDAR.
002720             THRU 8000-EXIT
002730         GO TO 2000-EXIT
002740     END-IF.
002741     CLOSE PAY-CALENDAR.
002750     PERFORM 2050-CHECK-ONE-GROUP
002760         THRU 2050-EXIT
002770         VARYING WS-PG-SUB FROM 1 BY 1
002771         UNTIL WS-PG-SUB GREATER THAN 3.
002870 2000-EXIT.
002880     EXIT.
002890
002891 2050-CHECK-ONE-GROUP.
002892     IF NOT PG-DUE(WS-PG-SUB)
002893             OR WS-GROUP-ACTIVE(WS-PG-SUB) EQUAL ZERO
002894         GO TO 2050-EXIT
002895     END-IF.
002896     IF PG-STANDALONE
002897         MOVE WS-RUN-DATE TO WS-CHECK-DATE
002898     ELSE
002899         MOVE PG-PERIOD-END(WS-PG-SUB) TO WS-CHECK-DATE
002900     END-IF.
002901     MOVE "N" TO WS-PERIOD-FOUND-SW.
002902     MOVE "N" TO WS-CAL-EOF-SW.
002903     OPEN INPUT PAY-CALENDAR.
002904     PERFORM 2100-FIND-PERIOD
002905         THRU 2100-EXIT
002906         UNTIL WS-PERIOD-FOUND OR WS-CAL-EOF.
002907     CLOSE PAY-CALENDAR.
002908     IF WS-PERIOD-FOUND
002909         GO TO 2050-EXIT
002910     END-IF.
002911     MOVE SPACES TO WS-EXCP-MESSAGE.
002912     IF PG-STANDALONE
002913         STRING "RUN DATE " WS-CHECK-DATE " IS NOT IN ANY "
002914             WS-GROUP-NAME(WS-PG-SUB) DELIMITED BY SPACE
002915             " CALENDAR PERIOD" DELIMITED BY SIZE
002916             INTO WS-EXCP-MESSAGE
002917     ELSE
002918         STRING WS-GROUP-NAME(WS-PG-SUB) DELIMITED BY SPACE
002919             " PERIOD END " WS-CHECK-DATE
002920             " IS NOT ON THE PAY CALENDAR" DELIMITED BY SIZE
002921             INTO WS-EXCP-MESSAGE
002922     END-IF.
002923     PERFORM 8000-LOG-FATAL
002924         THRU 8000-EXIT.
002925 2050-EXIT.
002926     EXIT.
002927
002900 2100-FIND-PERIOD.
002910     READ PAY-CALENDAR
002920         AT END
002930             SET WS-CAL-EOF TO TRUE
002931             GO TO 2100-EXIT
002940     END-READ.
002941     MOVE PC-PAY-GROUP TO WS-CAL-GROUP.
002942     IF WS-CAL-GROUP EQUAL SPACE
002943         MOVE "M" TO WS-CAL-GROUP
002944     END-IF.
002945     IF WS-CAL-GROUP EQUAL PG-GROUP-CODE(WS-PG-SUB)
002950             AND WS-CHECK-DATE NOT LESS THAN PC-PERIOD-START
002960             AND WS-CHECK-DATE NOT GREATER THAN PC-PERIOD-END
002980         SET WS-PERIOD-FOUND TO TRUE
002990     END-IF.
003010 2100-EXIT.
003020     EXIT.
003020
003020*-----------------------------------------------------------------
003020*  2500-CHECK-PENDING-CHANGES.
003020*  COUNTS THE CHANGES STILL AWAITING A SUPERVISOR'S DECISION. NO
003020*  PENDING-CHANGE FILE MEANS NOTHING WAS EVER QUEUED. A PENDING
003020*  CHANGE IS ONLY A WARNING - THE RUN PAYS THE VALUES ON FILE.
003020*-----------------------------------------------------------------
003020 2500-CHECK-PENDING-CHANGES.
003020     OPEN INPUT PENDING-CHANGE-FILE.
003020     IF WS-PENDCHG-STATUS NOT EQUAL "00"
003020         GO TO 2500-EXIT
003020     END-IF.
003020     PERFORM 2510-COUNT-ONE-CHANGE
003020         THRU 2510-EXIT
003020         UNTIL WS-PN-EOF.
003020     CLOSE PENDING-CHANGE-FILE.
003020     IF WS-PENDING-COUNT GREATER THAN ZERO
003020         MOVE SPACES TO WS-EXCP-MESSAGE
003020         STRING WS-PENDING-COUNT " CHANGES AWAITING APPROVAL "
003020             "(CHGAPPR) - NOT IN THIS RUN"
003020             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
003020         PERFORM 8200-LOG-WARNING
003020             THRU 8200-EXIT
003020     END-IF.
003020 2500-EXIT.
003020     EXIT.
003020
003020 2510-COUNT-ONE-CHANGE.
003020     READ PENDING-CHANGE-FILE NEXT RECORD
003020         AT END
003020             SET WS-PN-EOF TO TRUE
003020             GO TO 2510-EXIT
003020     END-READ.
003020     IF WS-PENDCHG-STATUS NOT EQUAL "00"
003020         SET WS-PN-EOF TO TRUE
003020         GO TO 2510-EXIT
003020     END-IF.
003020     IF PN-PENDING
003020         ADD 1 TO WS-PENDING-COUNT
003020     END-IF.
003020 2510-EXIT.
003020     EXIT.
003030
003040*-----------------------------------------------------------------
003050*  3000-SCAN-ACTIVE-MASTER.
003060*  ONE PASS OVER THE MASTER. EVERY ACTIVE EMPLOYEE IN A PAY
003070*  GROUP BEING PAID IS COUNTED TO THE GROUP AND CHECKED FOR A
003080*  TIMESHEET RECORD, A CITY-TAX RATE IN FORCE, AND A DEPARTMENT
003081*  ON THE TABLE. AN UNKNOWN PAY-GROUP CODE IS PAID MONTHLY BY
003082*  EVERY STEP, SO IT IS AN ERROR RATHER THAN A FATAL.
003090*-----------------------------------------------------------------
003100 3000-SCAN-ACTIVE-MASTER.
003110     PERFORM 3100-CHECK-ONE-EMPLOYEE
003230     IF EMP-TERMINATED
003240         GO TO 3100-EXIT
003250     END-IF.
003251     IF NOT EMP-PAY-GROUP-VALID
003252         MOVE SPACES TO WS-EXCP-MESSAGE
003253         STRING "EMPLOYEE " EMP-NO " PAY GROUP " EMP-PAY-GROUP
003254             " NOT W, B OR M - PAID MONTHLY"
003255             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
003256         PERFORM 8100-LOG-ERROR
003257             THRU 8100-EXIT
003258     END-IF.
003259     PERFORM 3200-FIND-PAY-GROUP
003259         THRU 3200-EXIT.
003259     IF NOT PG-DUE(WS-PG-SUB)
003259         GO TO 3100-EXIT
003259     END-IF.
003260     ADD 1 TO WS-ACTIVE-COUNT.
003261     ADD 1 TO WS-GROUP-ACTIVE(WS-PG-SUB).
003261     PERFORM 3300-CHECK-COMPANY
003261         THRU 3300-EXIT.
003270     PERFORM 4000-CHECK-TIMESHEET
003280         THRU 4000-EXIT.
003290     PERFORM 5000-CHECK-CITY-RATE
003320         THRU 6000-EXIT.
003330 3100-EXIT.
003340     EXIT.
003341
003342*-----------------------------------------------------------------
003343*  3200-FIND-PAY-GROUP.
003344*  POINTS WS-PG-SUB AT THE EMPLOYEE'S PAY-GROUP SLOT. A BLANK
003345*  GROUP IS MONTHLY.
003346*-----------------------------------------------------------------
003347 3200-FIND-PAY-GROUP.
003348     EVALUATE TRUE
003349         WHEN EMP-PAY-WEEKLY
003350             MOVE 1 TO WS-PG-SUB
003351         WHEN EMP-PAY-BIWEEKLY
003352             MOVE 2 TO WS-PG-SUB
003353         WHEN OTHER
003354             MOVE 3 TO WS-PG-SUB
003355     END-EVALUATE.
003356 3200-EXIT.
003357     EXIT.
003357
003357*-----------------------------------------------------------------
003357*  3300-CHECK-COMPANY.
003357*  EVERY STEP THAT MOVES MONEY WORKS ONE COMPANY OF THE COMPANY
003357*  TABLE AT A TIME, SO AN EMPLOYEE WHOSE COMPANY IS NOT ON IT
003357*  WOULD BE CALCULATED BUT NEVER PAID. A BLANK CODE IS THE HOME
003357*  COMPANY 01.
003357*-----------------------------------------------------------------
003357 3300-CHECK-COMPANY.
003357     MOVE EMP-COMPANY TO CM-COMPANY-CODE.
003357     MOVE "F" TO CM-FUNCTION.
003357     CALL "COMPTAB" USING
003357         BY REFERENCE COMPANY-TABLE-AREA.
003357     IF CM-RESULT-OK
003357         GO TO 3300-EXIT
003357     END-IF.
003357     MOVE SPACES TO WS-EXCP-MESSAGE.
003357     STRING "EMPLOYEE " EMP-NO " COMPANY " EMP-COMPANY
003357         " NOT ON COMPANY TABLE - NOT PAID"
003357         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
003357     PERFORM 8000-LOG-FATAL
003357         THRU 8000-EXIT.
003357 3300-EXIT.
003357     EXIT.
003350
003360*-----------------------------------------------------------------
003370*  4000-CHECK-TIMESHEET.
005030     MOVE WS-ACTIVE-COUNT       TO RPT-COUNT-VALUE.
005040     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
005050         AFTER ADVANCING 1 LINE.
005051     PERFORM 7100-PRINT-GROUP-COUNT
005052         THRU 7100-EXIT
005053         VARYING WS-PG-SUB FROM 1 BY 1
005054         UNTIL WS-PG-SUB GREATER THAN 3.
005060     MOVE "FATAL FINDINGS"      TO RPT-COUNT-LABEL.
005070     MOVE WS-FATAL-COUNT        TO RPT-COUNT-VALUE.
005080     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
005110     MOVE WS-ERROR-COUNT        TO RPT-COUNT-VALUE.
005120     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
005130         AFTER ADVANCING 1 LINE.
005130     MOVE "WARNING FINDINGS"    TO RPT-COUNT-LABEL.
005130     MOVE WS-WARNING-COUNT      TO RPT-COUNT-VALUE.
005130     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
005130         AFTER ADVANCING 1 LINE.
005130     MOVE "CHANGES AWAITING APPROVAL" TO RPT-COUNT-LABEL.
005130     MOVE WS-PENDING-COUNT      TO RPT-COUNT-VALUE.
005130     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
005130         AFTER ADVANCING 1 LINE.
005140     IF WS-FATAL-COUNT EQUAL ZERO
005150         MOVE "GO - THE RUN MAY PROCEED"
005160             TO WS-RPT-VERDICT-LINE
005300         BY CONTENT WS-AUDIT-MESSAGE.
005310 7000-EXIT.
005320     EXIT.
005321
005322 7100-PRINT-GROUP-COUNT.
005323     IF NOT PG-DUE(WS-PG-SUB)
005324         GO TO 7100-EXIT
005325     END-IF.
005326     MOVE SPACES TO RPT-COUNT-LABEL.
005327     STRING "  " WS-GROUP-NAME(WS-PG-SUB)
005328         DELIMITED BY SIZE INTO RPT-COUNT-LABEL.
005329     MOVE WS-GROUP-ACTIVE(WS-PG-SUB) TO RPT-COUNT-VALUE.
005330     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
005331         AFTER ADVANCING 1 LINE.
005332 7100-EXIT.
005333     EXIT.
005330
005340*-----------------------------------------------------------------
005350*  8000-LOG-FATAL.
005660         AFTER ADVANCING 1 LINE.
005670 8100-EXIT.
005680     EXIT.
005680
005680*-----------------------------------------------------------------
005680*  8200-LOG-WARNING.
005680*-----------------------------------------------------------------
005680 8200-LOG-WARNING.
005680     ADD 1 TO WS-WARNING-COUNT.
005680     MOVE "W" TO WS-EXCP-SEVERITY.
005680     CALL "EXCPTLOG" USING
005680         BY CONTENT WS-AUDIT-PROGRAM-ID
005680         BY CONTENT WS-EXCP-SEVERITY
005680         BY CONTENT WS-EXCP-MESSAGE.
005680     MOVE "W" TO RPT-SEVERITY.
005680     MOVE WS-EXCP-MESSAGE TO RPT-FINDING.
005680     WRITE RPT-LINE FROM WS-RPT-FINDING-LINE
005680         AFTER ADVANCING 1 LINE.
005680 8200-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------------
005710*  9999-TERMINATE.
