000407*                   EXCEPTION - NET PAY IS UNSIGNED AND A
000407*                   NEGATIVE RESULT WOULD HAVE STORED AS ITS
000407*                   ABSOLUTE VALUE AND BEEN PAID.
000408*  10/14/26   RCA   ADVANCES OFFCYCLE PAID AND OPENED ON THE
000408*                   ADVFILE LEDGER ARE NOW RECOVERED EVERY RUN
000408*                   AFTER THE GARNISHMENTS, OLDEST FIRST: EACH
000408*                   OPEN ADVANCE GIVES UP ITS INSTALLMENT (OR
000408*                   THE BALANCE, IF SMALLER), CLIPPED SO THE NET
000408*                   NEVER DROPS BELOW THE ADVANCE'S PROTECTED
000408*                   NET. THE TOTAL RIDES THE NEW DR-ADV-AMT
000408*                   COLUMN. THE BALANCES ARE WORKED DOWN IN THE
000408*                   DEFERRED POSTING PASS ALONGSIDE YTD, NOT
000408*                   DURING THE SCAN, SO A RESTARTED STEP CANNOT
000408*                   RECOVER TWICE. A TERMINATED EMPLOYEE STILL
000408*                   CARRYING AN OPEN BALANCE IS FLAGGED THROUGH
000408*                   EXCPTLOG EVERY RUN UNTIL IT IS SETTLED.
000408*  10/14/26   RCA   PAY GROUPS. ONLY EMPLOYEES WHOSE PAY GROUP IS
000408*                   BEING PAID IN THIS RUN GET A REPORT LINE; EACH
000408*                   LINE CARRIES THE GROUP AND IS STAMPED WITH
000408*                   THAT GROUP'S PERIOD END, TAKEN FROM THE COMMON
000408*                   PAYGRPCK ROUTINE INSTEAD OF A SINGLE RUNCTL
000408*                   READ.
000408*  10/14/26   RCA   STATUTORY TAX IS NOW FIGURED BY THE COMMON
000408*                   WHCALC ROUTINE UNDER EACH EMPLOYEE'S
000408*                   EFFECTIVE-DATED WITHHOLDING PROFILE (WHPROF,
000408*                   MAINTAINED BY WHPMAINT): FILING STATUS PICKS
000408*                   THE SET OF BRACKETS, ALLOWANCES COME OFF THE
000408*                   GROSS FIRST, THE ADDITIONAL AMOUNT IS ADDED ON
000408*                   TOP AND AN EXEMPT EMPLOYEE HAS NONE WITHHELD.
000408*                   THE PROFILE USED RIDES THE NEW DR-WH-PROFILE
000408*                   COLUMNS FOR THE PAY STUB. THE BRACKET TABLE IS
000408*                   NO LONGER OPENED HERE; ITS MISSING-TABLE
000408*                   EXCEPTION IS NOW RAISED ON THE FIRST EMPLOYEE,
000408*                   AND A FILING STATUS WITH NO BRACKETS OF ITS
000408*                   OWN IS FLAGGED AS IT FALLS BACK TO SINGLE.
000408*  10/14/26   RCA   CARRIES THE EMPLOYEE'S COMPANY (01 WHEN BLANK)
000408*                   ONTO EVERY DEDRPT AND GARNDETL LINE.
000408*  10/15/26   RCA   EACH ADVANCE ROW KEEPS THE INSTALLMENT THE RUN
000408*                   TOOK AND THE PERIOD END IT WAS TAKEN FOR, SO
000408*                   RUNREVRS CAN GIVE IT BACK.
000358*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. PROG001.
000444         RECORD KEY IS EMP-NO.
000450     SELECT DEDUCTIONS-REPORT ASSIGN TO "DEDRPT"
000460         ORGANIZATION IS SEQUENTIAL.
000469     SELECT ELECTION-FILE ASSIGN TO "ELECTFIL"
000470         ORGANIZATION IS INDEXED
000471         ACCESS MODE IS DYNAMIC
000480         FILE STATUS IS WS-GARNFILE-STATUS.
000481     SELECT GARNISH-DETAIL ASSIGN TO "GARNDETL"
000482         ORGANIZATION IS SEQUENTIAL.
000483     SELECT ADVANCE-FILE ASSIGN TO "ADVFILE"
000484         ORGANIZATION IS INDEXED
000485         ACCESS MODE IS DYNAMIC
000486         RECORD KEY IS AV-ADV-KEY
000487         FILE STATUS IS WS-ADVFILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000510     LABEL RECORDS ARE STANDARD.
000520     COPY DEDRPT.
000521
000533 FD  ELECTION-FILE
000534     LABEL RECORDS ARE STANDARD.
000535     COPY ELECREC.
000545 FD  GARNISH-DETAIL
000546     LABEL RECORDS ARE STANDARD.
000547     COPY DEDGARN.
000548
000549 FD  ADVANCE-FILE
000550     LABEL RECORDS ARE STANDARD.
000551     COPY ADVREC.
000580
000590 WORKING-STORAGE SECTION.
000592 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
000595 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000596     88  WS-END-OF-FILE                      VALUE "Y".
000600 01  WS-EMP-NO                    PIC 9(05).
000600 01  WS-EMP-COMPANY               PIC X(02).
000610 01  WS-GROSS-PAY                 PIC 9(07)V99.
000620 01  WS-DEDUCTION-RATE            PIC 9V999 VALUE 0.200.
000630 01  WS-FLAT-ALLOWANCE            PIC 9(05)V99 VALUE 50.00.
000670 01  WS-NET-PAY                   PIC 9(07)V99.
000672 01  WS-TOTAL-WITHHELD            PIC 9(08)V99 VALUE ZERO.
000680 01  WS-NET-PAY-PER-PERIOD        PIC 9(07)V99.
000682 01  WS-PERIOD-END                PIC 9(08) VALUE ZERO.
000683 01  WS-STAT-TAX-AMT              PIC 9(07)V99 VALUE ZERO.
000683 01  WS-BRKT-MISSING-SW           PIC X(01) VALUE "N".
000683     88  WS-BRKT-MISSING-LOGGED              VALUE "Y".
000691 01  WS-ELECT-TOTAL               PIC 9(07)V99 VALUE ZERO.
000692 01  WS-ONE-ELECT-AMT             PIC 9(07)V99 VALUE ZERO.
000693 01  WS-ELECTFIL-STATUS           PIC X(02) VALUE SPACES.
000703     88  WS-GARN-VALIDATE                    VALUE "Y".
000704 01  WS-GARN-EOF-SW               PIC X(01) VALUE "N".
000705     88  WS-GARN-EOF                         VALUE "Y".
000706 01  WS-ADV-TOTAL                 PIC 9(07)V99 VALUE ZERO.
000706 01  WS-ONE-ADV-AMT               PIC 9(07)V99 VALUE ZERO.
000706 01  WS-ADV-HEADROOM              PIC S9(07)V99 VALUE ZERO.
000706 01  WS-ADV-OPEN-BAL              PIC 9(07)V99 VALUE ZERO.
000706 01  WS-ADVFILE-STATUS            PIC X(02) VALUE SPACES.
000706 01  WS-ADV-VALIDATE-SW           PIC X(01) VALUE "N".
000706     88  WS-ADV-VALIDATE                     VALUE "Y".
000706 01  WS-ADV-EOF-SW                PIC X(01) VALUE "N".
000706     88  WS-ADV-EOF                          VALUE "Y".
000690 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "PROG001".
000700 01  WS-AUDIT-MESSAGE             PIC X(60).
000702 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "E".
000710         10  WS-PEND-EMP-NO       PIC 9(05).
000711         10  WS-PEND-DEDUCT-AMT   PIC 9(07)V99.
000712 01  WS-PEND-COUNT                PIC 9(03) VALUE ZERO.
000713
000714*  THE ADVANCE INSTALLMENTS TAKEN DURING THE SCAN, HELD FOR THE
000715*  DEFERRED POSTING PASS THE SAME WAY THE DEDUCTIONS ARE.
000716 01  WS-ADVP-TABLE.
000717     05  WS-ADVP-ENTRY            OCCURS 500 TIMES
000718                                  INDEXED BY WS-ADVP-IDX.
000719         10  WS-ADVP-EMP-NO       PIC 9(05).
000720         10  WS-ADVP-ADV-DATE     PIC 9(08).
000721         10  WS-ADVP-AMT          PIC 9(07)V99.
000721         10  WS-ADVP-PERIOD-END   PIC 9(08).
000722 01  WS-ADVP-COUNT                PIC 9(03) VALUE ZERO.
000723
000724*  THE PAY GROUPS BEING PAID IN THIS RUN AND THEIR PERIODS. AN
000725*  EMPLOYEE WHOSE GROUP IS NOT DUE GETS NO REPORT LINE.
000726 01  WS-PG-SUB                    PIC 9(01) VALUE ZERO.
000727     COPY PAYGRP.
000727
000727*  THE COMMON STATUTORY-TAX ROUTINE'S PARAMETER AREA. IT HANDS
000727*  BACK THE TAX AND THE WITHHOLDING PROFILE IT WAS FIGURED UNDER.
000727     COPY WHCALC.
000710
000720 PROCEDURE DIVISION.
000730
000932         THRU 1100-EXIT.
000935     OPEN I-O EMPLOYEE-MASTER.
000940     OPEN OUTPUT DEDUCTIONS-REPORT.
000958*  THE ELECTIONS FILE IS OPTIONAL - A SHOP WITH NO ELECTIONS ON
000959*  FILE YET SIMPLY RUNS WITHOUT ANY, NO EXCEPTION RAISED.
000960     OPEN INPUT ELECTION-FILE.
000969         SET WS-GARN-VALIDATE TO TRUE
000970     END-IF.
000971     OPEN OUTPUT GARNISH-DETAIL.
000972*  THE ADVANCE LEDGER IS OPTIONAL TOO - UNTIL OFFCYCLE OPENS THE
000973*  FIRST ADVANCE THERE IS NOTHING TO RECOVER. IT IS HELD OPEN
000974*  I-O SO THE POSTING PASS CAN WORK THE BALANCES DOWN.
000975     OPEN I-O ADVANCE-FILE.
000976     IF WS-ADVFILE-STATUS EQUAL "00"
000977         SET WS-ADV-VALIDATE TO TRUE
000978     END-IF.
000965     PERFORM 1900-READ-EMPLOYEE
000966         THRU 1900-EXIT.
000967 1000-EXIT.
000970
000962*-----------------------------------------------------------------
000963*  1100-GET-PERIOD-END.
000964*  ASKS THE COMMON PAYGRPCK ROUTINE WHICH PAY GROUPS NIGHTRUN
000965*  STAMPED IN PROGRESS AND FOR WHICH PERIODS. A STANDALONE RUN
000966*  GETS EVERY GROUP, AT ITS LAST RECORDED PERIOD OR THE RUN
000967*  DATE.
000967*-----------------------------------------------------------------
000968 1100-GET-PERIOD-END.
000969     CALL "PAYGRPCK" USING PAY-GROUP-TABLE.
000981 1100-EXIT.
000982     EXIT.
000983
000987*-----------------------------------------------------------------
000988 2000-PROCESS-EMPLOYEE.
000988     IF EMP-TERMINATED
000988         PERFORM 2050-CHECK-TERM-ADVANCE
000988             THRU 2050-EXIT
000988         GO TO 2000-NEXT
000988     END-IF.
000988*  ONLY THE GROUPS BEING PAID TONIGHT GET A REPORT LINE, EACH
000988*  STAMPED WITH ITS OWN GROUP'S PERIOD END - THE DATE THE
000988*  ELECTIONS, ORDERS AND ADVANCES ARE TESTED AGAINST.
000988     PERFORM 2800-FIND-PAY-GROUP
000988         THRU 2800-EXIT.
000988     IF NOT PG-DUE(WS-PG-SUB)
000988         GO TO 2000-NEXT
000988     END-IF.
000988     MOVE PG-PERIOD-END(WS-PG-SUB) TO WS-PERIOD-END.
000989     MOVE EMP-NO TO WS-EMP-NO.
000989*  A BLANK COMPANY ON THE MASTER IS THE HOME COMPANY 01; THE
000989*  CODE GOES OUT ON EVERY DEDRPT AND GARNDETL LINE SO THE MONEY
000989*  STEPS CAN SPLIT THEIR FILES BY COMPANY WITHOUT THE MASTER.
000989     IF EMP-COMPANY EQUAL SPACES
000989         MOVE "01" TO WS-EMP-COMPANY
000989     ELSE
000989         MOVE EMP-COMPANY TO WS-EMP-COMPANY
000989     END-IF.
000990     PERFORM 3000-CALCULATE-DEDUCTIONS
000991         THRU 3000-EXIT.
000992     PERFORM 4000-WRITE-REPORT
000996 2000-EXIT.
000997     EXIT.
000998
000998*-----------------------------------------------------------------
000998*  2800-FIND-PAY-GROUP.
000998*  POINTS WS-PG-SUB AT THE EMPLOYEE'S PAY-GROUP SLOT. A BLANK
000998*  GROUP IS MONTHLY.
000998*-----------------------------------------------------------------
000998 2800-FIND-PAY-GROUP.
000998     EVALUATE TRUE
000998         WHEN EMP-PAY-WEEKLY
000998             MOVE 1 TO WS-PG-SUB
000998         WHEN EMP-PAY-BIWEEKLY
000998             MOVE 2 TO WS-PG-SUB
000998         WHEN OTHER
000998             MOVE 3 TO WS-PG-SUB
000998     END-EVALUATE.
000998 2800-EXIT.
000998     EXIT.
000998
000999*-----------------------------------------------------------------
001000*  2050-CHECK-TERM-ADVANCE.
001001*  A TERMINATED EMPLOYEE IS NO LONGER PAID, SO NOTHING WILL EVER
001002*  RECOVER AN ADVANCE STILL OPEN AGAINST THEM. THE OPEN BALANCE
001003*  IS FLAGGED EVERY RUN UNTIL IT IS SETTLED OUT OF THE FINAL PAY
001004*  OR WRITTEN OFF THROUGH ADVMAINT.
001005*-----------------------------------------------------------------
001006 2050-CHECK-TERM-ADVANCE.
001007     MOVE ZERO TO WS-ADV-OPEN-BAL.
001008     IF NOT WS-ADV-VALIDATE
001009         GO TO 2050-EXIT
001010     END-IF.
001011     MOVE "N" TO WS-ADV-EOF-SW.
001012     MOVE EMP-NO TO AV-EMP-NO.
001013     MOVE ZERO TO AV-ADV-DATE.
001014     START ADVANCE-FILE
001015         KEY IS NOT LESS THAN AV-ADV-KEY
001016         INVALID KEY
001017             SET WS-ADV-EOF TO TRUE
001018     END-START.
001019     PERFORM 2060-SUM-ONE-OPEN-ADVANCE
001020         THRU 2060-EXIT
001021         UNTIL WS-ADV-EOF.
001022     IF WS-ADV-OPEN-BAL GREATER THAN ZERO
001023         MOVE WS-ADV-OPEN-BAL TO WS-AUDIT-AMT-DISP
001024         MOVE SPACES TO WS-EXCP-MESSAGE
001025         STRING "TERMINATED EMP " EMP-NO
001026             " OPEN ADVANCE BALANCE " WS-AUDIT-AMT-DISP
001027             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
001028         MOVE "E" TO WS-EXCP-SEVERITY
001029         CALL "EXCPTLOG" USING
001030             BY CONTENT WS-AUDIT-PROGRAM-ID
001031             BY CONTENT WS-EXCP-SEVERITY
001032             BY CONTENT WS-EXCP-MESSAGE
001033     END-IF.
001034 2050-EXIT.
001035     EXIT.
001036
001037 2060-SUM-ONE-OPEN-ADVANCE.
001038     READ ADVANCE-FILE NEXT RECORD
001039         AT END
001040             SET WS-ADV-EOF TO TRUE
001041             GO TO 2060-EXIT
001042     END-READ.
001043     IF WS-ADVFILE-STATUS NOT EQUAL "00"
001044         SET WS-ADV-EOF TO TRUE
001045         GO TO 2060-EXIT
001046     END-IF.
001047     IF AV-EMP-NO NOT EQUAL EMP-NO
001048         SET WS-ADV-EOF TO TRUE
001049         GO TO 2060-EXIT
001050     END-IF.
001051     IF AV-OPEN
001052         ADD AV-BALANCE TO WS-ADV-OPEN-BAL
001053     END-IF.
001054 2060-EXIT.
001055     EXIT.
000998
001150*-----------------------------------------------------------------
001160*  3000-CALCULATE-DEDUCTIONS.
001170*  GROSS PAY IS THE SAME FIGURE THE PAYROLL STEP ALREADY CALCULATED
001172*  MASTER AS EMP-CURR-GROSS-PAY. THE VALUE AFTER MULTIPLYING GROSS
001180*  PAY BY THE DEDUCTION RATE IS THE DEDUCTION AMOUNT. ADDING THE
001181*  FLAT ALLOWANCE TO GROSS PAY GIVES THE ADJUSTED GROSS. THE
001181*  STATUTORY TAX IS FIGURED ON THE GROSS PAY UNDER THE
001181*  EMPLOYEE'S WITHHOLDING PROFILE BY THE COMMON WHCALC ROUTINE,
001181*  AND THE EMPLOYEE'S ELECTIONS IN FORCE ARE SUMMED
001184*  OFF THE ELECTIONS FILE. SUBTRACTING THE DEDUCTION, THE
001185*  STATUTORY TAX, AND THE ELECTIONS TOTAL FROM THE ADJUSTED
001190*  GROSS GIVES THE NET PAY, WHICH IS THEN DIVIDED BY THE NUMBER
001335         THRU 3900-EXIT.
001336     DISPLAY "GARNISHMENTS ARE    : " WS-GARN-TOTAL.
001337     SUBTRACT WS-GARN-TOTAL FROM WS-NET-PAY.
001337*  ADVANCE RECOVERY COMES AFTER THE COURT ORDERS - A GARNISHMENT
001337*  OUTRANKS THE COMPANY'S OWN RECEIVABLE.
001337     PERFORM 3960-RECOVER-ADVANCES
001337         THRU 3960-EXIT.
001337     DISPLAY "ADVANCE RECOVERY IS : " WS-ADV-TOTAL.
001337     SUBTRACT WS-ADV-TOTAL FROM WS-NET-PAY.
001338     DISPLAY "NET PAY IS          : " WS-NET-PAY.
001339
001350     IF WS-PAY-PERIODS = ZERO
001500     EXIT.
001501
001502*-----------------------------------------------------------------
001502*  3500-LOOKUP-STAT-TAX.
001502*  HANDS THE GROSS PAY TO THE COMMON WHCALC ROUTINE, WHICH TAKES
001502*  THE EMPLOYEE'S WITHHOLDING PROFILE IN FORCE ON THE PERIOD END
001502*  AND FIGURES THE TAX OFF THAT FILING STATUS'S BRACKETS. A
001502*  MISSING BRACKET TABLE IS FLAGGED ONCE FOR THE RUN; A TAXABLE
001502*  PAY ON NO BRACKET, OR A FILING STATUS WITH NO BRACKETS OF ITS
001502*  OWN, IS FLAGGED FOR THE EMPLOYEE, THE SAME WAY A CITY WITH NO
001502*  RATE IN FORCE IS.
001502*-----------------------------------------------------------------
001502 3500-LOOKUP-STAT-TAX.
001502     MOVE "C"                      TO WC-FUNCTION.
001502     MOVE WS-EMP-NO                TO WC-EMP-NO.
001502     MOVE WS-PERIOD-END            TO WC-AS-OF-DATE.
001502     MOVE PG-GROUP-CODE(WS-PG-SUB) TO WC-PAY-GROUP.
001502     MOVE WS-GROSS-PAY             TO WC-GROSS-PAY.
001502     CALL "WHCALC" USING WITHHOLD-CALC-AREA.
001502     MOVE WC-STAT-TAX-AMT TO WS-STAT-TAX-AMT.
001502     MOVE SPACES TO WS-EXCP-MESSAGE.
001502     EVALUATE TRUE
001502         WHEN WC-TABLE-MISSING
001502             IF WS-BRKT-MISSING-LOGGED
001502                 GO TO 3500-EXIT
001502             END-IF
001502             SET WS-BRKT-MISSING-LOGGED TO TRUE
001502             STRING "TAX BRACKET TABLE NOT AVAILABLE - NO "
001502                 "STATUTORY TAX WITHHELD"
001502                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
001502             MOVE "E" TO WS-EXCP-SEVERITY
001502         WHEN WC-NO-BRACKET
001502             STRING "NO TAX BRACKET COVERS GROSS FOR EMPLOYEE "
001502                 WS-EMP-NO " - NO STAT TAX"
001502                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
001502             MOVE "W" TO WS-EXCP-SEVERITY
001502         WHEN WC-STATUS-FELL-BACK
001502             STRING "NO BRACKETS FOR FILING STATUS "
001502                 WC-FILING-STATUS " - EMP " WS-EMP-NO
001502                 " TAXED AS SINGLE"
001502                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
001502             MOVE "W" TO WS-EXCP-SEVERITY
001502         WHEN OTHER
001502             GO TO 3500-EXIT
001502     END-EVALUATE.
001502     CALL "EXCPTLOG" USING
001502         BY CONTENT WS-AUDIT-PROGRAM-ID
001502         BY CONTENT WS-EXCP-SEVERITY
001502         BY CONTENT WS-EXCP-MESSAGE.
001502 3500-EXIT.
001502     EXIT.
001502
001565*-----------------------------------------------------------------
001566*  3700-APPLY-ELECTIONS.
001567*  POSITIONS TO THE EMPLOYEE'S FIRST ELECTION AND TAKES EVERY
001698     MOVE GR-PAYEE        TO GD-PAYEE.
001699     MOVE GR-CASE-ID      TO GD-CASE-ID.
001700     MOVE WS-ONE-GARN-AMT TO GD-AMOUNT.
001700     MOVE WS-EMP-COMPANY  TO GD-COMPANY.
001701     WRITE GARNISH-DETAIL-RECORD.
001702 3950-EXIT.
001703     EXIT.
001704
001705*-----------------------------------------------------------------
001706*  3960-RECOVER-ADVANCES.
001707*  POSITIONS TO THE EMPLOYEE'S FIRST ADVANCE AND TAKES THE
001708*  INSTALLMENT OFF EVERY OPEN ONE PAID ON OR BEFORE THE
001709*  PERIOD-END DATE, OLDEST FIRST (THE FILE KEY IS EMPLOYEE PLUS
001710*  THE DATE PAID). EACH TAKING IS ONLY BUFFERED HERE - THE
001711*  BALANCE IS WORKED DOWN IN THE DEFERRED POSTING PASS.
001712*-----------------------------------------------------------------
001713 3960-RECOVER-ADVANCES.
001714     MOVE ZERO TO WS-ADV-TOTAL.
001715     IF NOT WS-ADV-VALIDATE
001716         GO TO 3960-EXIT
001717     END-IF.
001718     MOVE "N" TO WS-ADV-EOF-SW.
001719     MOVE WS-EMP-NO TO AV-EMP-NO.
001720     MOVE ZERO TO AV-ADV-DATE.
001721     START ADVANCE-FILE
001722         KEY IS NOT LESS THAN AV-ADV-KEY
001723         INVALID KEY
001724             SET WS-ADV-EOF TO TRUE
001725     END-START.
001726     PERFORM 3970-RECOVER-ONE-ADVANCE
001727         THRU 3970-EXIT
001728         UNTIL WS-ADV-EOF.
001729 3960-EXIT.
001730     EXIT.
001731
001732*-----------------------------------------------------------------
001733*  3970-RECOVER-ONE-ADVANCE.
001734*  READS THE EMPLOYEE'S ADVANCES IN KEY ORDER. THE SCAN ENDS
001735*  WHEN THE EMPLOYEE CHANGES OR AT END OF FILE. THE HEADROOM IS
001736*  WHAT THE NET PAY STILL HOLDS ABOVE THE ADVANCE'S PROTECTED
001737*  NET AFTER THE OLDER ADVANCES ALREADY TAKEN. AN INSTALLMENT
001738*  THE HEADROOM CANNOT COVER IN FULL IS CLIPPED AND FLAGGED -
001739*  THE SHORTFALL SIMPLY STAYS ON THE BALANCE FOR LATER RUNS.
001740*-----------------------------------------------------------------
001741 3970-RECOVER-ONE-ADVANCE.
001742     READ ADVANCE-FILE NEXT RECORD
001743         AT END
001744             SET WS-ADV-EOF TO TRUE
001745             GO TO 3970-EXIT
001746     END-READ.
001747     IF WS-ADVFILE-STATUS NOT EQUAL "00"
001748         SET WS-ADV-EOF TO TRUE
001749         GO TO 3970-EXIT
001750     END-IF.
001751     IF AV-EMP-NO NOT EQUAL WS-EMP-NO
001752         SET WS-ADV-EOF TO TRUE
001753         GO TO 3970-EXIT
001754     END-IF.
001755     IF NOT AV-OPEN
001756             OR AV-BALANCE NOT GREATER THAN ZERO
001757             OR AV-ADV-DATE GREATER THAN WS-PERIOD-END
001758         GO TO 3970-EXIT
001759     END-IF.
001760     IF AV-INSTALLMENT GREATER THAN AV-BALANCE
001761         MOVE AV-BALANCE TO WS-ONE-ADV-AMT
001762     ELSE
001763         MOVE AV-INSTALLMENT TO WS-ONE-ADV-AMT
001764     END-IF.
001765     COMPUTE WS-ADV-HEADROOM = WS-NET-PAY - WS-ADV-TOTAL
001766         - AV-PROTECTED-NET.
001767     IF WS-ADV-HEADROOM NOT GREATER THAN ZERO
001768         MOVE ZERO TO WS-ONE-ADV-AMT
001769     END-IF.
001770     IF WS-ONE-ADV-AMT GREATER THAN WS-ADV-HEADROOM
001771             AND WS-ADV-HEADROOM GREATER THAN ZERO
001772         MOVE WS-ADV-HEADROOM TO WS-ONE-ADV-AMT
001773     END-IF.
001774     IF WS-ONE-ADV-AMT LESS THAN AV-INSTALLMENT
001775             AND WS-ONE-ADV-AMT LESS THAN AV-BALANCE
001776         MOVE SPACES TO WS-EXCP-MESSAGE
001777         STRING "ADVANCE INSTALLMENT CLIPPED AT PROTECTED NET - "
001778             "EMP " WS-EMP-NO
001779             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
001780         MOVE "W" TO WS-EXCP-SEVERITY
001781         CALL "EXCPTLOG" USING
001782             BY CONTENT WS-AUDIT-PROGRAM-ID
001783             BY CONTENT WS-EXCP-SEVERITY
001784             BY CONTENT WS-EXCP-MESSAGE
001785     END-IF.
001786     IF WS-ONE-ADV-AMT EQUAL ZERO
001787         GO TO 3970-EXIT
001788     END-IF.
001789*  A FULL BUFFER ABANDONS THE POSTING, THE SAME AS THE DEDUCTION
001790*  BUFFER - THE BALANCES MUST MOVE FOR EVERY EMPLOYEE OR NONE.
001791     IF WS-ADVP-COUNT EQUAL 500
001792         IF NOT WS-PEND-FULL
001793             SET WS-PEND-FULL TO TRUE
001794             MOVE SPACES TO WS-EXCP-MESSAGE
001795             STRING "ADVANCE RECOVERY BUFFER FULL AT 500"
001796                 " - NOTHING POSTED"
001797                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
001798             MOVE "F" TO WS-EXCP-SEVERITY
001799             CALL "EXCPTLOG" USING
001800                 BY CONTENT WS-AUDIT-PROGRAM-ID
001801                 BY CONTENT WS-EXCP-SEVERITY
001802                 BY CONTENT WS-EXCP-MESSAGE
001803         END-IF
001804         GO TO 3970-EXIT
001805     END-IF.
001806     ADD WS-ONE-ADV-AMT TO WS-ADV-TOTAL.
001807     ADD 1 TO WS-ADVP-COUNT.
001808     SET WS-ADVP-IDX TO WS-ADVP-COUNT.
001809     MOVE AV-EMP-NO      TO WS-ADVP-EMP-NO(WS-ADVP-IDX).
001810     MOVE AV-ADV-DATE    TO WS-ADVP-ADV-DATE(WS-ADVP-IDX).
001811     MOVE WS-ONE-ADV-AMT TO WS-ADVP-AMT(WS-ADVP-IDX).
001811     MOVE WS-PERIOD-END  TO WS-ADVP-PERIOD-END(WS-ADVP-IDX).
001812 3970-EXIT.
001813     EXIT.
001704
001520*-----------------------------------------------------------------
001530*  4000-WRITE-REPORT.
001540*  THE REPORT LINE IS WRITTEN NOW, SINCE DEDUCTIONS-REPORT IS
001607     MOVE WS-STAT-TAX-AMT       TO DR-STAT-TAX-AMT.
001608     MOVE WS-ELECT-TOTAL        TO DR-ELECT-AMT.
001609     MOVE WS-GARN-TOTAL         TO DR-GARN-AMT.
001609     MOVE WS-ADV-TOTAL          TO DR-ADV-AMT.
001609     MOVE PG-GROUP-CODE(WS-PG-SUB) TO DR-PAY-GROUP.
001609     MOVE WC-FILING-STATUS      TO DR-FILING-STATUS.
001609     MOVE WC-ALLOWANCES         TO DR-ALLOWANCES.
001609     MOVE WC-ADDL-AMOUNT        TO DR-ADDL-WH-AMT.
001609     MOVE WC-EXEMPT-SW          TO DR-EXEMPT-SW.
001609     MOVE WC-PROFILE-EFF-DATE   TO DR-WH-EFF-DATE.
001609     MOVE WS-EMP-COMPANY        TO DR-COMPANY.
001610     WRITE DEDUCTIONS-REPORT-RECORD.
001611*  A FULL BUFFER ABANDONS THE RUN - POSTING A PARTIAL SCAN WOULD
001612*  LEAVE SOME EMPLOYEES POSTED AND OTHERS NOT, THE VERY THING
001680     PERFORM 2600-POST-ONE-EMPLOYEE
001681         THRU 2600-EXIT
001682         UNTIL WS-PEND-IDX > WS-PEND-COUNT.
001682     SET WS-ADVP-IDX TO 1.
001682     PERFORM 2700-POST-ONE-ADVANCE
001682         THRU 2700-EXIT
001682         UNTIL WS-ADVP-IDX > WS-ADVP-COUNT.
001683 2500-EXIT.
001684     EXIT.
001685
001709     SET WS-PEND-IDX UP BY 1.
001710 2600-EXIT.
001711     EXIT.
001712
001713*-----------------------------------------------------------------
001714*  2700-POST-ONE-ADVANCE.
001715*  REPOSITIONS TO THE BUFFERED ADVANCE BY KEY AND WORKS ITS
001716*  BALANCE DOWN BY THE INSTALLMENT TAKEN. AN ADVANCE REPAID IN
001716*  FULL IS CLOSED BUT LEFT ON THE LEDGER. THE INSTALLMENT AND THE
001716*  PERIOD END IT WAS TAKEN FOR ARE KEPT ON THE ROW FOR RUNREVRS,
001716*  ADDED TOGETHER IF THE SAME PERIOD TAKES MORE THAN ONE.
001718*-----------------------------------------------------------------
001719 2700-POST-ONE-ADVANCE.
001720     MOVE WS-ADVP-EMP-NO(WS-ADVP-IDX)   TO AV-EMP-NO.
001721     MOVE WS-ADVP-ADV-DATE(WS-ADVP-IDX) TO AV-ADV-DATE.
001722     READ ADVANCE-FILE
001723         INVALID KEY
001724             MOVE SPACES TO WS-EXCP-MESSAGE
001725             STRING "ADVANCE " AV-EMP-NO "/" AV-ADV-DATE
001726                 " NOT FOUND POSTING RECOVERY"
001727                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
001728             MOVE "E" TO WS-EXCP-SEVERITY
001729             CALL "EXCPTLOG" USING
001730                 BY CONTENT WS-AUDIT-PROGRAM-ID
001731                 BY CONTENT WS-EXCP-SEVERITY
001732                 BY CONTENT WS-EXCP-MESSAGE
001733             GO TO 2700-NEXT
001734     END-READ.
001735     SUBTRACT WS-ADVP-AMT(WS-ADVP-IDX) FROM AV-BALANCE.
001736     ADD WS-ADVP-AMT(WS-ADVP-IDX) TO AV-RECOVERED-AMT.
001737     MOVE WS-ADVP-PERIOD-END(WS-ADVP-IDX) TO AV-LAST-ACTIVITY.
001737     IF AV-LAST-RECOVERY-PERIOD EQUAL
001737             WS-ADVP-PERIOD-END(WS-ADVP-IDX)
001737         ADD WS-ADVP-AMT(WS-ADVP-IDX) TO AV-LAST-RECOVERY-AMT
001737     ELSE
001737         MOVE WS-ADVP-AMT(WS-ADVP-IDX) TO AV-LAST-RECOVERY-AMT
001737         MOVE WS-ADVP-PERIOD-END(WS-ADVP-IDX)
001737             TO AV-LAST-RECOVERY-PERIOD
001737     END-IF.
001738     IF AV-BALANCE EQUAL ZERO
001739         SET AV-CLOSED TO TRUE
001740     END-IF.
001741     REWRITE ADVANCE-RECORD.
001742     MOVE WS-ADVP-AMT(WS-ADVP-IDX) TO WS-AUDIT-AMT-DISP.
001743     MOVE SPACES TO WS-AUDIT-MESSAGE.
001744     STRING "ADVANCE RECOVERED - EMP NO " AV-EMP-NO
001745         " AMOUNT " WS-AUDIT-AMT-DISP
001746         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
001747     CALL "AUDITLOG" USING
001748         BY CONTENT WS-AUDIT-PROGRAM-ID
001749         BY CONTENT WS-AUDIT-MESSAGE.
001750     IF AV-CLOSED
001751         MOVE SPACES TO WS-AUDIT-MESSAGE
001752         STRING "ADVANCE REPAID IN FULL - EMP NO " AV-EMP-NO
001753             " PAID " AV-ADV-DATE
001754             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
001755         CALL "AUDITLOG" USING
001756             BY CONTENT WS-AUDIT-PROGRAM-ID
001757             BY CONTENT WS-AUDIT-MESSAGE
001758     END-IF.
001759 2700-NEXT.
001760     SET WS-ADVP-IDX UP BY 1.
001761 2700-EXIT.
001762     EXIT.
001680
001690*-----------------------------------------------------------------
001700*  9999-TERMINATE.
001720 9999-TERMINATE.
001725     CLOSE EMPLOYEE-MASTER.
001730     CLOSE DEDUCTIONS-REPORT.
001730*  WHCALC HOLDS THE BRACKET AND PROFILE FILES OPEN ACROSS THE
001730*  SCAN; THIS CALL CLOSES THEM.
001730     MOVE "X" TO WC-FUNCTION.
001730     CALL "WHCALC" USING WITHHOLD-CALC-AREA.
001742     IF WS-ELECT-VALIDATE
001744         CLOSE ELECTION-FILE
001746     END-IF.
001752         CLOSE GARNISHMENT-FILE
001754     END-IF.
001756     CLOSE GARNISH-DETAIL.
001756     IF WS-ADV-VALIDATE
001756         CLOSE ADVANCE-FILE
001756     END-IF.
001756     MOVE WS-PEND-COUNT TO WS-STEP-COUNT-OUT.
001756     CALL "STEPCNT" USING
001756         BY CONTENT WS-STEP-COUNT-OUT.
