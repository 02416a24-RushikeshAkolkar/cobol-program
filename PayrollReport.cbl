000200*     THE EMPLOYEE-MASTER BY EMPLOYEE NUMBER TO PICK UP THE
000210*     EMPLOYEE'S NAME, AND A GRAND-TOTAL LINE (TOTAL GROSS, TOTAL
000220*     DEDUCTIONS, TOTAL NET) IS PRINTED AT THE END OF THE RUN.
000221*     THE HEADING NAMES THE PAY GROUPS BEING PAID AND THEIR
000222*     PERIOD ENDS, EACH DETAIL LINE CARRIES THE EMPLOYEE'S PAY
000223*     GROUP, AND A PAY-GROUP SUBTOTAL BLOCK PRINTS AHEAD OF THE
000224*     DEPARTMENT BLOCK.
000224*     EACH COMPANY ON THE COMPANY TABLE GETS ITS OWN SECTION,
000224*     STARTING ON A NEW PAGE, WITH ITS OWN PAY-GROUP, DEPARTMENT
000224*     AND COMPANY TOTALS AND ITS OWN PAYTOTLS CONTROL FILE
000224*     (PAYTOTLS FOR THE HOME COMPANY 01, PAYTOTLS.CC FOR ANY
000224*     OTHER - SEE COMPTAB) FOR BALANCER TO PROVE THAT COMPANY
000224*     AGAINST. WITH MORE THAN ONE COMPANY A GRAND-TOTAL LINE OVER
000224*     ALL OF THEM CLOSES THE REPORT.
000230*-----------------------------------------------------------------
000240*  MODIFICATION HISTORY.
000250*  DATE       INIT  DESCRIPTION
000289*  09/02/26   RCA   HANDS ITS RECORD COUNT TO NIGHTRUN'S
000289*                   RUN-STATISTICS THROUGH THE COMMON STEPCNT
000289*                   ROUTINE AT END OF STEP.
000289*  10/14/26   RCA   PAY GROUPS. THE PAGE HEADING NOW LISTS THE PAY
000289*                   GROUPS BEING PAID WITH THEIR PERIOD ENDS IN
000289*                   PLACE OF THE SINGLE PERIOD END, EACH DETAIL
000289*                   LINE SHOWS THE PAY GROUP, AND A PAY-GROUP
000289*                   SUBTOTAL BLOCK PRINTS AHEAD OF THE DEPARTMENT
000289*                   BLOCK.
000289*  10/14/26   RCA   MULTI-COMPANY. ONE SECTION PER COMPANY ON THE
000289*                   COMPANY TABLE, EACH ON A NEW PAGE WITH ITS OWN
000289*                   PAY-GROUP, DEPARTMENT AND COMPANY TOTALS AND
000289*                   ITS OWN PAYTOTLS CONTROL FILE (PAYTOTLS.CC FOR
000289*                   COMPANIES OTHER THAN 01). A GRAND-TOTAL LINE
000289*                   OVER ALL COMPANIES CLOSES A MULTI-COMPANY
000289*                   REPORT.
000289*  10/15/26   RCA   THE GROUP TOTALS ARE CLEARED ENTRY BY ENTRY.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PAYRPT.
000691 01  WS-DEPT-USE                  PIC 9(02) VALUE ZERO.
000692 01  WS-DEPT-FOUND-SW             PIC X(01) VALUE "N".
000693     88  WS-DEPT-FOUND                       VALUE "Y".
000694
000695*  PAY-GROUP SUBTOTALS, ONE SLOT PER GROUP IN THE ORDER WEEKLY,
000696*  BIWEEKLY, MONTHLY. THE PERIOD END IS THE ONE CARRIED ON THE
000697*  GROUP'S DEDUCTIONS-REPORT LINES.
000698 01  WS-PG-SUB                    PIC 9(01) VALUE ZERO.
000698 01  WS-GRP-SUB                   PIC 9(01) VALUE ZERO.
000699     COPY PAYGRP.
000700 01  WS-GROUP-TOTAL-TABLE.
000701     05  WS-GROUP-TOTAL           OCCURS 3 TIMES.
000702         10  WS-GT-PERIOD-END     PIC 9(08).
000703         10  WS-GT-COUNT          PIC 9(05).
000704         10  WS-GT-GROSS          PIC S9(09)V99.
000705         10  WS-GT-DEDUCTION      PIC S9(09)V99.
000706         10  WS-GT-NET            PIC S9(09)V99.
000707 01  WS-GROUP-NAME-VALUES.
000708     05  FILLER                   PIC X(09) VALUE "WEEKLY".
000708     05  FILLER                   PIC X(09) VALUE "BIWEEKLY".
000708     05  FILLER                   PIC X(09) VALUE "MONTHLY".
000709 01  WS-GROUP-NAME-TABLE REDEFINES WS-GROUP-NAME-VALUES.
000709     05  WS-GROUP-NAME            PIC X(09) OCCURS 3 TIMES.
000709 01  WS-GROUP-LIST-PTR            PIC 9(02) VALUE ZERO.
000690 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
000700 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 20.
000710 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
000740 01  WS-TOTAL-GROSS               PIC 9(08)V99 VALUE ZERO.
000750 01  WS-TOTAL-DEDUCTION           PIC 9(08)V99 VALUE ZERO.
000760 01  WS-TOTAL-NET                 PIC 9(08)V99 VALUE ZERO.
000760
000760*  THE RUN'S FIGURES OVER ALL COMPANIES, FOR THE CLOSING GRAND
000760*  TOTAL AND THE EMPTY-RUN TEST.
000760 01  WS-RUN-DETAIL-COUNT          PIC 9(05) VALUE ZERO.
000760 01  WS-RUN-GROSS                 PIC 9(08)V99 VALUE ZERO.
000760 01  WS-RUN-DEDUCTION             PIC 9(08)V99 VALUE ZERO.
000760 01  WS-RUN-NET                   PIC 9(08)V99 VALUE ZERO.
000760
000760*  THE COMPANY BEING REPORTED AND THE TEST OF WHETHER A LINE
000760*  BELONGS TO IT (A BLANK COMPANY CODE IS THE HOME COMPANY 01).
000760 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
000760 01  WS-TEST-COMPANY              PIC X(02) VALUE SPACES.
000760 01  WS-IN-COMPANY-SW             PIC X(01) VALUE "N".
000760     88  WS-IN-COMPANY                       VALUE "Y".
000770
000780 01  WS-HEADING-1.
000790     05  FILLER                  PIC X(20)
000890     05  FILLER                  PIC X(16) VALUE "GROSS PAY".
000900     05  FILLER                  PIC X(16) VALUE "DEDUCTIONS".
000910     05  FILLER                  PIC X(16) VALUE "NET PAY".
000920     05  FILLER                  PIC X(05) VALUE SPACES.
000921     05  FILLER                  PIC X(05) VALUE "GRP".
000930
000931 01  WS-HEADING-1B.
000932     05  FILLER                  PIC X(19)
000933         VALUE "PAY GROUPS PAID:   ".
000934     05  HDG-GROUP-LIST          PIC X(61).
000936
000936 01  WS-HEADING-1C.
000936     05  FILLER                  PIC X(19)
000936         VALUE "COMPANY:           ".
000936     05  HDG-CO-CODE             PIC X(02).
000936     05  FILLER                  PIC X(02) VALUE SPACES.
000936     05  HDG-CO-NAME             PIC X(30).
000936     05  FILLER                  PIC X(27) VALUE SPACES.
000936
000940 01  WS-HEADING-3                 PIC X(80) VALUE ALL "-".
000950
001020     05  DTL-DEDUCTION-AMT       PIC ZZ,ZZZ,ZZ9.99.
001030     05  FILLER                  PIC X(05) VALUE SPACES.
001040     05  DTL-NET-PAY             PIC ZZ,ZZZ,ZZ9.99.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001051     05  DTL-PAY-GROUP           PIC X(01).
001052     05  FILLER                  PIC X(02) VALUE SPACES.
001060
001061 01  WS-DEPT-HEADING              PIC X(80)
001062     VALUE "DEPARTMENT TOTALS".
001072     05  DPT-NET-PAY             PIC ZZ,ZZZ,ZZ9.99.
001073     05  FILLER                  PIC X(05) VALUE SPACES.
001074
001075 01  WS-GROUP-HEADING             PIC X(80)
001075     VALUE "PAY GROUP TOTALS".
001075
001076 01  WS-GROUP-TOTAL-LINE.
001076     05  GRT-GROUP-NAME          PIC X(09).
001076     05  FILLER                  PIC X(02) VALUE SPACES.
001076     05  GRT-PERIOD-END          PIC 9(08).
001076     05  FILLER                  PIC X(01) VALUE SPACES.
001076     05  GRT-COUNT               PIC ZZZ9.
001076     05  GRT-GROSS-PAY           PIC ZZ,ZZZ,ZZ9.99.
001076     05  FILLER                  PIC X(05) VALUE SPACES.
001076     05  GRT-DEDUCTION-AMT       PIC ZZ,ZZZ,ZZ9.99.
001076     05  FILLER                  PIC X(05) VALUE SPACES.
001076     05  GRT-NET-PAY             PIC ZZ,ZZZ,ZZ9.99.
001076     05  FILLER                  PIC X(07) VALUE SPACES.
001076
001070 01  WS-TOTAL-LINE.
001070     05  TOT-LABEL               PIC X(17).
001100     05  TOT-GROSS-PAY           PIC ZZ,ZZZ,ZZ9.99.
001110     05  FILLER                  PIC X(05) VALUE SPACES.
001120     05  TOT-DEDUCTION-AMT       PIC ZZ,ZZZ,ZZ9.99.
001160
001170 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "PAYRPT".
001180 01  WS-AUDIT-MESSAGE             PIC X(60).
001180
001180     COPY COMPTBL.
001180
001200 PROCEDURE DIVISION.
001210
001220*-----------------------------------------------------------------
001255     MOVE ZERO TO RETURN-CODE.
001260     PERFORM 1000-INITIALIZE
001270         THRU 1000-EXIT.
001270     PERFORM 1200-REPORT-ONE-COMPANY
001270         THRU 1200-EXIT
001270         VARYING WS-CO-SUB FROM 1 BY 1
001270         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
001270     PERFORM 3500-PRINT-RUN-TOTALS
001270         THRU 3500-EXIT.
001330     PERFORM 9999-TERMINATE
001340         THRU 9999-EXIT.
001342*  THE RETURN CODE IS SET LAST OF ALL - 9999-TERMINATE ENDS WITH
001344*  A CALL, AND A CALL HANDS THE CALLED PROGRAM'S CODE BACK.
001344     IF WS-RUN-DETAIL-COUNT EQUAL ZERO
001348         MOVE 8 TO RETURN-CODE
001348     END-IF.
001350     GOBACK.
001380*  1000-INITIALIZE.
001390*-----------------------------------------------------------------
001400 1000-INITIALIZE.
001400     MOVE "L" TO CM-FUNCTION.
001400     CALL "COMPTAB" USING
001400         BY REFERENCE COMPANY-TABLE-AREA.
001415     OPEN INPUT EMPLOYEE-MASTER.
001420     OPEN OUTPUT PAYROLL-REPORT.
001441     CALL "PAYGRPCK" USING PAY-GROUP-TABLE.
001443     MOVE SPACES TO HDG-GROUP-LIST.
001444     MOVE 1 TO WS-GROUP-LIST-PTR.
001445     PERFORM 1100-LIST-ONE-GROUP
001446         THRU 1100-EXIT
001447         VARYING WS-PG-SUB FROM 1 BY 1
001448         UNTIL WS-PG-SUB GREATER THAN 3.
001470 1000-EXIT.
001480     EXIT.
001481
001482*-----------------------------------------------------------------
001483*  1100-LIST-ONE-GROUP.
001484*  ADDS A GROUP BEING PAID, WITH ITS PERIOD END, TO THE LIST IN
001485*  THE PAGE HEADING.
001486*-----------------------------------------------------------------
001487 1100-LIST-ONE-GROUP.
001488     IF NOT PG-DUE(WS-PG-SUB)
001489         GO TO 1100-EXIT
001490     END-IF.
001491     STRING WS-GROUP-NAME(WS-PG-SUB) DELIMITED BY SPACE
001492         " " PG-PERIOD-END(WS-PG-SUB) "   " DELIMITED BY SIZE
001493         INTO HDG-GROUP-LIST
001494         WITH POINTER WS-GROUP-LIST-PTR.
001495 1100-EXIT.
001496     EXIT.
001490
001490*-----------------------------------------------------------------
001490*  1200-REPORT-ONE-COMPANY.
001490*  PRINTS ONE COMPANY'S SECTION FROM CLEARED TOTALS, STARTING ON
001490*  A NEW PAGE, AND POINTS PAYTOTLS AT THE COMPANY'S OWN CONTROL
001490*  FILE FOR ITS TOTALS.
001490*-----------------------------------------------------------------
001490 1200-REPORT-ONE-COMPANY.
001490     MOVE ZERO TO WS-DETAIL-COUNT.
001490     MOVE ZERO TO WS-TOTAL-GROSS.
001490     MOVE ZERO TO WS-TOTAL-DEDUCTION.
001490     MOVE ZERO TO WS-TOTAL-NET.
001490     MOVE ZERO TO WS-DEPT-COUNT.
001490     PERFORM 1210-CLEAR-GROUP-TOTAL
001490         THRU 1210-EXIT
001490         VARYING WS-GRP-SUB FROM 1 BY 1
001490         UNTIL WS-GRP-SUB GREATER THAN 3.
001490     MOVE CM-CODE(WS-CO-SUB) TO HDG-CO-CODE.
001490     MOVE CM-NAME(WS-CO-SUB) TO HDG-CO-NAME.
001490     MOVE "PAYTOTLS" TO CM-FILE-NAME.
001490     MOVE WS-CO-SUB TO CM-SUB.
001490     MOVE "P" TO CM-FUNCTION.
001490     CALL "COMPTAB" USING
001490         BY REFERENCE COMPANY-TABLE-AREA.
001490     MOVE "N" TO WS-EOF-SW.
001490     OPEN INPUT DEDUCTIONS-REPORT.
001490     PERFORM 1900-READ-DEDUCTION
001490         THRU 1900-EXIT.
001490     PERFORM 8000-PRINT-HEADINGS
001490         THRU 8000-EXIT.
001490     PERFORM 2000-PROCESS-DEDUCTION
001490         THRU 2000-EXIT
001490         UNTIL WS-END-OF-FILE.
001490     CLOSE DEDUCTIONS-REPORT.
001490     PERFORM 3000-PRINT-GRAND-TOTALS
001490         THRU 3000-EXIT.
001490     ADD WS-DETAIL-COUNT    TO WS-RUN-DETAIL-COUNT.
001490     ADD WS-TOTAL-GROSS     TO WS-RUN-GROSS.
001490     ADD WS-TOTAL-DEDUCTION TO WS-RUN-DEDUCTION.
001490     ADD WS-TOTAL-NET       TO WS-RUN-NET.
001490 1200-EXIT.
001490     EXIT.
001490
001490 1210-CLEAR-GROUP-TOTAL.
001490     MOVE ZERO TO WS-GT-PERIOD-END(WS-GRP-SUB).
001490     MOVE ZERO TO WS-GT-COUNT(WS-GRP-SUB).
001490     MOVE ZERO TO WS-GT-GROSS(WS-GRP-SUB).
001490     MOVE ZERO TO WS-GT-DEDUCTION(WS-GRP-SUB).
001490     MOVE ZERO TO WS-GT-NET(WS-GRP-SUB).
001490 1210-EXIT.
001490     EXIT.
001490
001490*-----------------------------------------------------------------
001490*  1600-TEST-COMPANY.
001490*  SETS WS-IN-COMPANY WHEN THE CODE IN WS-TEST-COMPANY IS THE
001490*  COMPANY BEING REPORTED. A BLANK CODE IS THE HOME COMPANY.
001490*-----------------------------------------------------------------
001490 1600-TEST-COMPANY.
001490     MOVE "N" TO WS-IN-COMPANY-SW.
001490     IF WS-TEST-COMPANY EQUAL SPACES
001490         MOVE "01" TO WS-TEST-COMPANY
001490     END-IF.
001490     IF WS-TEST-COMPANY EQUAL CM-CODE(WS-CO-SUB)
001490         SET WS-IN-COMPANY TO TRUE
001490     END-IF.
001490 1600-EXIT.
001490     EXIT.
001490
001490*  READS THE NEXT LINE OF THE COMPANY BEING REPORTED, PASSING
001490*  OVER THE OTHER COMPANIES' LINES.
001500 1900-READ-DEDUCTION.
001510     READ DEDUCTIONS-REPORT
001520         AT END
001530             SET WS-END-OF-FILE TO TRUE
001530             GO TO 1900-EXIT
001540     END-READ.
001540     MOVE DR-COMPANY TO WS-TEST-COMPANY.
001540     PERFORM 1600-TEST-COMPANY
001540         THRU 1600-EXIT.
001540     IF NOT WS-IN-COMPANY
001540         GO TO 1900-READ-DEDUCTION
001540     END-IF.
001550 1900-EXIT.
001560     EXIT.
001570
001730     MOVE DR-GROSS-PAY       TO DTL-GROSS-PAY.
001740     MOVE DR-DEDUCTION-AMT   TO DTL-DEDUCTION-AMT.
001750     MOVE DR-NET-PAY         TO DTL-NET-PAY.
001755     MOVE DR-PAY-GROUP       TO DTL-PAY-GROUP.
001760     WRITE RPT-LINE FROM WS-DETAIL-LINE
001770         AFTER ADVANCING 1 LINE.
001780     ADD 1 TO WS-LINE-COUNT.
001820     ADD DR-NET-PAY          TO WS-TOTAL-NET.
001822     PERFORM 2500-ACCUM-DEPT-TOTALS
001824         THRU 2500-EXIT.
001826     PERFORM 2600-ACCUM-GROUP-TOTALS
001828         THRU 2600-EXIT.
001830     PERFORM 1900-READ-DEDUCTION
001840         THRU 1900-EXIT.
001850 2000-EXIT.
002460     END-IF.
002470 2510-EXIT.
002480     EXIT.
002481
002482*-----------------------------------------------------------------
002483*  2600-ACCUM-GROUP-TOTALS.
002484*  ROLLS THE CURRENT DETAIL LINE'S FIGURES INTO ITS PAY GROUP'S
002485*  SUBTOTAL SLOT. A BLANK GROUP IS MONTHLY.
002486*-----------------------------------------------------------------
002487 2600-ACCUM-GROUP-TOTALS.
002488     EVALUATE DR-PAY-GROUP
002489         WHEN "W"
002490             MOVE 1 TO WS-GRP-SUB
002491         WHEN "B"
002492             MOVE 2 TO WS-GRP-SUB
002493         WHEN OTHER
002494             MOVE 3 TO WS-GRP-SUB
002495     END-EVALUATE.
002496     MOVE DR-PERIOD-END    TO WS-GT-PERIOD-END(WS-GRP-SUB).
002497     ADD 1                 TO WS-GT-COUNT(WS-GRP-SUB).
002498     ADD DR-GROSS-PAY      TO WS-GT-GROSS(WS-GRP-SUB).
002499     ADD DR-DEDUCTION-AMT  TO WS-GT-DEDUCTION(WS-GRP-SUB).
002500     ADD DR-NET-PAY        TO WS-GT-NET(WS-GRP-SUB).
002501 2600-EXIT.
002502     EXIT.
002200
002210*-----------------------------------------------------------------
002220*  3000-PRINT-GRAND-TOTALS.
002220*  CLOSES THE COMPANY'S SECTION WITH ITS SUBTOTAL BLOCKS AND
002220*  TOTAL LINE AND WRITES ITS PAYTOTLS CONTROL FILE.
002230*-----------------------------------------------------------------
002240 3000-PRINT-GRAND-TOTALS.
002241     PERFORM 2800-PRINT-GROUP-TOTALS
002241         THRU 2800-EXIT.
002242     PERFORM 2700-PRINT-DEPT-TOTALS
002244         THRU 2700-EXIT.
002250     MOVE WS-TOTAL-GROSS     TO TOT-GROSS-PAY.
002260     MOVE WS-TOTAL-DEDUCTION TO TOT-DEDUCTION-AMT.
002270     MOVE WS-TOTAL-NET       TO TOT-NET-PAY.
002270     MOVE "COMPANY TOTALS"   TO TOT-LABEL.
002280     WRITE RPT-LINE FROM WS-HEADING-3
002290         AFTER ADVANCING 1 LINE.
002300     WRITE RPT-LINE FROM WS-TOTAL-LINE
002316     MOVE WS-TOTAL-NET       TO PT-TOTAL-NET.
002317     WRITE REPORT-TOTALS-RECORD.
002318     CLOSE REPORT-TOTALS-FILE.
002318     MOVE SPACES TO WS-AUDIT-MESSAGE.
002318     STRING "PAYRPT CO " CM-CODE(WS-CO-SUB)
002318         " PRINTED - COUNT " WS-DETAIL-COUNT
002318         " NET " TOT-NET-PAY
002328         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
002340     CALL "AUDITLOG" USING
002350         BY CONTENT WS-AUDIT-PROGRAM-ID
002380     EXIT.
002390
002391*-----------------------------------------------------------------
002391*  3500-PRINT-RUN-TOTALS.
002391*  WITH MORE THAN ONE COMPANY, CLOSES THE REPORT WITH THE GRAND
002391*  TOTAL OVER ALL OF THEM. IT IS PRINTED ONLY - EACH COMPANY'S
002391*  PAYTOTLS CARRIES ITS OWN FIGURES AND NO OTHER'S.
002391*-----------------------------------------------------------------
002391 3500-PRINT-RUN-TOTALS.
002391     IF CM-COMPANY-COUNT NOT GREATER THAN 1
002391         GO TO 3500-EXIT
002391     END-IF.
002391     MOVE WS-RUN-GROSS       TO TOT-GROSS-PAY.
002391     MOVE WS-RUN-DEDUCTION   TO TOT-DEDUCTION-AMT.
002391     MOVE WS-RUN-NET         TO TOT-NET-PAY.
002391     MOVE "GRAND TOTALS"     TO TOT-LABEL.
002391     WRITE RPT-LINE FROM WS-HEADING-3
002391         AFTER ADVANCING 2 LINES.
002391     WRITE RPT-LINE FROM WS-TOTAL-LINE
002391         AFTER ADVANCING 1 LINE.
002391 3500-EXIT.
002391     EXIT.
002391
002391*-----------------------------------------------------------------
002392*  2700-PRINT-DEPT-TOTALS.
002393*  PRINTS ONE SUBTOTAL LINE PER DEPARTMENT SEEN ON THE RUN,
002394*  AHEAD OF THE GRAND-TOTAL LINE.
002418 2710-EXIT.
002419     EXIT.
002420
002421*-----------------------------------------------------------------
002422*  2800-PRINT-GROUP-TOTALS.
002423*  PRINTS ONE SUBTOTAL LINE PER PAY GROUP PAID ON THE RUN, AHEAD
002424*  OF THE DEPARTMENT BLOCK.
002425*-----------------------------------------------------------------
002426 2800-PRINT-GROUP-TOTALS.
002427     IF WS-DETAIL-COUNT EQUAL ZERO
002428         GO TO 2800-EXIT
002429     END-IF.
002430     WRITE RPT-LINE FROM WS-HEADING-3
002431         AFTER ADVANCING 1 LINE.
002432     WRITE RPT-LINE FROM WS-GROUP-HEADING
002433         AFTER ADVANCING 1 LINE.
002434     PERFORM 2810-PRINT-ONE-GROUP
002435         THRU 2810-EXIT
002436         VARYING WS-GRP-SUB FROM 1 BY 1
002437         UNTIL WS-GRP-SUB GREATER THAN 3.
002438 2800-EXIT.
002439     EXIT.
002440
002441 2810-PRINT-ONE-GROUP.
002442     IF WS-GT-COUNT(WS-GRP-SUB) EQUAL ZERO
002443         GO TO 2810-EXIT
002444     END-IF.
002445     MOVE WS-GROUP-NAME(WS-GRP-SUB)      TO GRT-GROUP-NAME.
002446     MOVE WS-GT-PERIOD-END(WS-GRP-SUB)   TO GRT-PERIOD-END.
002447     MOVE WS-GT-COUNT(WS-GRP-SUB)        TO GRT-COUNT.
002448     MOVE WS-GT-GROSS(WS-GRP-SUB)        TO GRT-GROSS-PAY.
002449     MOVE WS-GT-DEDUCTION(WS-GRP-SUB)    TO GRT-DEDUCTION-AMT.
002450     MOVE WS-GT-NET(WS-GRP-SUB)          TO GRT-NET-PAY.
002451     WRITE RPT-LINE FROM WS-GROUP-TOTAL-LINE
002452         AFTER ADVANCING 1 LINE.
002453 2810-EXIT.
002454     EXIT.
002420
002400*-----------------------------------------------------------------
002410*  8000-PRINT-HEADINGS.
002420*  STARTS A NEW PAGE: COLUMN HEADINGS AT THE TOP, LINE COUNT
002540     END-IF.
002545     WRITE RPT-LINE FROM WS-HEADING-1B
002546         AFTER ADVANCING 1 LINE.
002546     WRITE RPT-LINE FROM WS-HEADING-1C
002546         AFTER ADVANCING 1 LINE.
002550     WRITE RPT-LINE FROM WS-HEADING-2
002560         AFTER ADVANCING 2 LINES.
002570     WRITE RPT-LINE FROM WS-HEADING-3
002640*  9999-TERMINATE.
002650*-----------------------------------------------------------------
002660 9999-TERMINATE.
002675     CLOSE EMPLOYEE-MASTER.
002680     CLOSE PAYROLL-REPORT.
002680     MOVE "PAYTOTLS" TO CM-FILE-NAME.
002680     MOVE "R" TO CM-FUNCTION.
002680     CALL "COMPTAB" USING
002680         BY REFERENCE COMPANY-TABLE-AREA.
002680     MOVE WS-RUN-DETAIL-COUNT TO WS-STEP-COUNT-OUT.
002684     CALL "STEPCNT" USING
002686         BY CONTENT WS-STEP-COUNT-OUT.
002690 9999-EXIT.
