000220*     SUB-PROGRAM (DRIVEN THROUGH ITS HOURS-OVERRIDE PARAMETER
000230*     WITH EMPLOYEE ZERO, SO NO TIMESHEET, RATE ROW, OR LEAVE
000240*     BALANCE IS TOUCHED), THEN PROG001'S FLAT DEDUCTION,
000240*     FLAT ALLOWANCE, AND STATUTORY TAX (THROUGH THE COMMON
000240*     WHCALC ROUTINE, UNDER A REAL EMPLOYEE'S WITHHOLDING PROFILE
000240*     OR ONE KEYED FOR THE WHAT-IF). THE MOCK STUB
000260*     IS DISPLAYED AT THE CONSOLE AND NOTHING IS WRITTEN -
000270*     EMPMAST, DEDRPT, AND THE PAY HISTORY ARE NEVER OPENED.
000271*     THE OPERATOR ALSO NAMES THE PAY GROUP (WEEKLY, BIWEEKLY
000272*     OR MONTHLY), WHICH SETS THE OVERTIME THRESHOLD.
000280*     PER-EMPLOYEE ELECTIONS AND GARNISHMENTS BELONG TO A REAL
000290*     EMPLOYEE AND ARE OUTSIDE A HYPOTHETICAL PREVIEW - THE
000300*     STUB SAYS SO.
000374*                   PREVIEW A ZERO NET INSTEAD OF A NEGATIVE
000376*                   RESULT STORED AS ITS ABSOLUTE VALUE, THE
000378*                   SAME RULE AS THE NIGHTLY DEDUCTIONS STEP.
000378*  10/14/26   RCA   THE OPERATOR NOW NAMES THE PAY GROUP, PASSED
000378*                   TO SUB-PROGRAM SO THE PREVIEW USES THAT
000378*                   GROUP'S STANDARD HOURS AS THE OVERTIME
000378*                   THRESHOLD.
000378*  10/14/26   RCA   SHOWS THE GROSS BROKEN DOWN BY EARNINGS CODE
000378*                   (REGULAR AND OVERTIME) AS SUB-PROGRAM NOW
000378*                   HANDS IT BACK.
000378*  10/14/26   RCA   STATUTORY TAX IS NOW FIGURED BY THE COMMON
000378*                   WHCALC ROUTINE, THE SAME AS THE DEDUCTIONS
000378*                   STEP, UNDER A WITHHOLDING PROFILE - A REAL
000378*                   EMPLOYEE'S PROFILE IN FORCE TODAY, OR FOR
000378*                   EMPLOYEE ZERO A FILING STATUS, ALLOWANCES,
000378*                   ADDITIONAL AMOUNT AND EXEMPT FLAG KEYED FOR
000378*                   THE WHAT-IF. THE MOCK STUB SHOWS THE PROFILE
000378*                   USED.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PREVIEW.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000610 WORKING-STORAGE SECTION.
000620 01  WS-HOURS                     PIC 9(03)V99 VALUE ZERO.
000630 01  WS-HOURS-SW                  PIC X(01) VALUE "N".
000680 01  WS-CITY                      PIC A(10) VALUE SPACES.
000690 01  WS-CITY-SW                   PIC X(01) VALUE "N".
000700     88  WS-CITY-OK                          VALUE "Y".
000701 01  WS-PAY-GROUP                 PIC X(01) VALUE SPACE.
000702     88  WS-PAY-GROUP-OK                     VALUE "W" "B" "M".
000702 01  WS-PROFILE-EMP-NO            PIC 9(05) VALUE ZERO.
000702 01  WS-PROFILE-EMP-SW            PIC X(01) VALUE "N".
000702     88  WS-PROFILE-EMP-OK                   VALUE "Y".
000702 01  WS-FILING-STATUS             PIC X(01) VALUE SPACE.
000702     88  WS-FILING-STATUS-OK                 VALUE "S" "M" "H".
000702 01  WS-ALLOWANCES                PIC 9(02) VALUE ZERO.
000702 01  WS-ALLOW-OK-SW               PIC X(01) VALUE "N".
000702     88  WS-ALLOW-OK                         VALUE "Y".
000702 01  WS-ADDL-AMOUNT               PIC 9(05)V99 VALUE ZERO.
000702 01  WS-ADDL-OK-SW                PIC X(01) VALUE "N".
000702     88  WS-ADDL-OK                          VALUE "Y".
000702 01  WS-EXEMPT-SW                 PIC X(01) VALUE SPACE.
000702     88  WS-EXEMPT-OK                        VALUE "Y" "N".
000702 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000710
000720 01  WS-WHATIF-EMP-NO             PIC 9(05) VALUE ZERO.
000730 01  WS-WHATIF-NAME               PIC X(10) VALUE "WHAT-IF".
000842 01  WS-TOTAL-WITHHELD            PIC 9(08)V99 VALUE ZERO.
000850 01  WS-NET-PAY-PER-PERIOD        PIC 9(07)V99 VALUE ZERO.
000860
000860*  THE COMMON STATUTORY-TAX ROUTINE'S PARAMETER AREA. IT HANDS
000860*  BACK THE TAX AND THE WITHHOLDING PROFILE IT WAS FIGURED UNDER.
000860     COPY WHCALC.
000940
000950 01  WS-AMT-DISP                  PIC ZZZ,ZZ9.99.
000950 01  WS-HRS-DISP                  PIC ZZ9.99.
000950
000950*  THE GROSS BROKEN DOWN BY EARNINGS CODE, AS SUB-PROGRAM HANDS
000950*  IT BACK - REGULAR AND OVERTIME FOR A PREVIEW.
000950     COPY ERNBRK.
000950 01  WS-EB-SUB                    PIC 9(02) VALUE ZERO.
000960
000970 PROCEDURE DIVISION.
000980
001090     PERFORM 0530-GET-CITY
001100         THRU 0530-EXIT
001110         UNTIL WS-CITY-OK.
001111     PERFORM 0540-GET-PAY-GROUP
001112         THRU 0540-EXIT
001113         UNTIL WS-PAY-GROUP-OK.
001113     PERFORM 0550-GET-PROFILE
001113         THRU 0550-EXIT.
001120     PERFORM 2000-CALCULATE
001130         THRU 2000-EXIT.
001140     PERFORM 3000-SHOW-MOCK-STUB
001520     END-IF.
001530 0530-EXIT.
001540     EXIT.
001541
001542 0540-GET-PAY-GROUP.
001543     DISPLAY "ENTER PAY GROUP (W=WEEKLY, B=BIWEEKLY, "
001544         "M=MONTHLY): ".
001545     ACCEPT WS-PAY-GROUP.
001546     IF WS-PAY-GROUP EQUAL SPACE
001547         MOVE "M" TO WS-PAY-GROUP
001548     END-IF.
001549     IF NOT WS-PAY-GROUP-OK
001550         DISPLAY "PAY GROUP MUST BE W, B OR M. PLEASE RE-ENTER."
001551     END-IF.
001552 0540-EXIT.
001553     EXIT.
001553
001553*-----------------------------------------------------------------
001553*  0550-GET-PROFILE.
001553*  THE WITHHOLDING PROFILE THE STATUTORY TAX IS FIGURED UNDER -
001553*  A REAL EMPLOYEE'S PROFILE IN FORCE TODAY OFF WHPROF, OR, FOR
001553*  EMPLOYEE ZERO, ONE KEYED HERE (SAY, THE CHANGE AN EMPLOYEE IS
001553*  THINKING OF MAKING).
001553*-----------------------------------------------------------------
001553 0550-GET-PROFILE.
001553     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001553     PERFORM 0560-GET-PROFILE-EMP
001553         THRU 0560-EXIT
001553         UNTIL WS-PROFILE-EMP-OK.
001553     IF WS-PROFILE-EMP-NO NOT EQUAL ZERO
001553         GO TO 0550-EXIT
001553     END-IF.
001553     PERFORM 0570-GET-FILING-STATUS
001553         THRU 0570-EXIT
001553         UNTIL WS-FILING-STATUS-OK.
001553     PERFORM 0580-GET-ALLOWANCES
001553         THRU 0580-EXIT
001553         UNTIL WS-ALLOW-OK.
001553     PERFORM 0590-GET-ADDL-AMOUNT
001553         THRU 0590-EXIT
001553         UNTIL WS-ADDL-OK.
001553     PERFORM 0595-GET-EXEMPT
001553         THRU 0595-EXIT
001553         UNTIL WS-EXEMPT-OK.
001553     MOVE WS-FILING-STATUS TO WC-FILING-STATUS.
001553     MOVE WS-ALLOWANCES    TO WC-ALLOWANCES.
001553     MOVE WS-ADDL-AMOUNT   TO WC-ADDL-AMOUNT.
001553     MOVE WS-EXEMPT-SW     TO WC-EXEMPT-SW.
001553 0550-EXIT.
001553     EXIT.
001553
001553 0560-GET-PROFILE-EMP.
001553     DISPLAY "ENTER EMPLOYEE NUMBER WHOSE WITHHOLDING PROFILE "
001553         "TO USE (00000 TO KEY ONE): ".
001553     ACCEPT WS-PROFILE-EMP-NO.
001553     IF WS-PROFILE-EMP-NO IS NUMERIC
001553         SET WS-PROFILE-EMP-OK TO TRUE
001553     ELSE
001553         DISPLAY "INVALID EMPLOYEE NUMBER - MUST BE NUMERIC. "
001553             "PLEASE RE-ENTER."
001553     END-IF.
001553 0560-EXIT.
001553     EXIT.
001553
001553 0570-GET-FILING-STATUS.
001553     DISPLAY "ENTER FILING STATUS (S=SINGLE, M=MARRIED, "
001553         "H=HEAD OF HOUSEHOLD): ".
001553     ACCEPT WS-FILING-STATUS.
001553     IF NOT WS-FILING-STATUS-OK
001553         DISPLAY "FILING STATUS MUST BE S, M OR H. "
001553             "PLEASE RE-ENTER."
001553     END-IF.
001553 0570-EXIT.
001553     EXIT.
001553
001553 0580-GET-ALLOWANCES.
001553     DISPLAY "ENTER NUMBER OF ALLOWANCES (2 DIGITS): ".
001553     ACCEPT WS-ALLOWANCES.
001553     IF WS-ALLOWANCES IS NUMERIC
001553         SET WS-ALLOW-OK TO TRUE
001553     ELSE
001553         DISPLAY "INVALID ALLOWANCES - MUST BE NUMERIC. "
001553             "PLEASE RE-ENTER."
001553     END-IF.
001553 0580-EXIT.
001553     EXIT.
001553
001553 0590-GET-ADDL-AMOUNT.
001553     DISPLAY "ENTER ADDITIONAL WITHHOLDING PER RUN AS 7 DIGITS, "
001553         "IMPLIED DECIMAL (0002500 = 25.00): ".
001553     ACCEPT WS-ADDL-AMOUNT.
001553     IF WS-ADDL-AMOUNT IS NUMERIC
001553         SET WS-ADDL-OK TO TRUE
001553     ELSE
001553         DISPLAY "INVALID AMOUNT - MUST BE NUMERIC. "
001553             "PLEASE RE-ENTER."
001553     END-IF.
001553 0590-EXIT.
001553     EXIT.
001553
001553 0595-GET-EXEMPT.
001553     DISPLAY "EXEMPT FROM STATUTORY TAX? (Y/N): ".
001553     ACCEPT WS-EXEMPT-SW.
001553     IF NOT WS-EXEMPT-OK
001553         DISPLAY "ANSWER Y OR N. PLEASE RE-ENTER."
001553     END-IF.
001553 0595-EXIT.
001553     EXIT.
001550
001560*-----------------------------------------------------------------
001570*  2000-CALCULATE.
001700         BY CONTENT WS-CITY
001710         BY REFERENCE WS-CALCULATED-PAY
001720         BY REFERENCE WS-CITY-TAX-AMT
001730         BY CONTENT WS-HOURS
001730         BY CONTENT WS-PAY-GROUP
001730         BY REFERENCE EARNINGS-BREAKDOWN.
001740     COMPUTE WS-DEDUCTION-AMT =
001750         WS-CALCULATED-PAY * WS-DEDUCTION-RATE.
001760     ADD WS-CALCULATED-PAY TO WS-FLAT-ALLOWANCE
001850     EXIT.
001860
001870*-----------------------------------------------------------------
001870*  2100-LOOKUP-STAT-TAX.
001870*  THE SAME COMMON WHCALC CALCULATION THE DEDUCTIONS STEP MAKES,
001870*  UNDER THE REAL EMPLOYEE'S PROFILE IN FORCE TODAY OR THE ONE
001870*  KEYED FOR THE WHAT-IF. A MISSING TABLE OR A TAXABLE PAY ON NO
001870*  BRACKET PREVIEWS NO BRACKET TAX, WITH A NOTE SAYING WHY.
001870*-----------------------------------------------------------------
001870 2100-LOOKUP-STAT-TAX.
001870     IF WS-PROFILE-EMP-NO EQUAL ZERO
001870         MOVE "K"           TO WC-FUNCTION
001870     ELSE
001870         MOVE "C"           TO WC-FUNCTION
001870     END-IF.
001870     MOVE WS-PROFILE-EMP-NO TO WC-EMP-NO.
001870     MOVE WS-RUN-DATE       TO WC-AS-OF-DATE.
001870     MOVE WS-PAY-GROUP      TO WC-PAY-GROUP.
001870     MOVE WS-CALCULATED-PAY TO WC-GROSS-PAY.
001870     CALL "WHCALC" USING WITHHOLD-CALC-AREA.
001870     MOVE WC-STAT-TAX-AMT TO WS-STAT-TAX-AMT.
001870     EVALUATE TRUE
001870         WHEN WC-TABLE-MISSING
001870             DISPLAY "TAX BRACKET TABLE NOT AVAILABLE - NO "
001870                 "STATUTORY TAX WITHHELD"
001870         WHEN WC-NO-BRACKET
001870             DISPLAY "NO TAX BRACKET COVERS THE TAXABLE PAY - "
001870                 "NO BRACKET TAX"
001870         WHEN WC-STATUS-FELL-BACK
001870             DISPLAY "NO BRACKETS FOR FILING STATUS "
001870                 WC-FILING-STATUS " - TAXED AS SINGLE"
001870     END-EVALUATE.
001870*  ONE CALCULATION PER RUN, SO THE ROUTINE'S FILES ARE CLOSED
001870*  STRAIGHT AWAY.
001870     MOVE "X" TO WC-FUNCTION.
001870     CALL "WHCALC" USING WITHHOLD-CALC-AREA.
001870 2100-EXIT.
001870     EXIT.
002350
002360*-----------------------------------------------------------------
002370*  3000-SHOW-MOCK-STUB.
002450     DISPLAY "  RATE                    : " WS-AMT-DISP.
002460     MOVE WS-CALCULATED-PAY TO WS-AMT-DISP.
002470     DISPLAY "  GROSS (NET OF CITY TAX) : " WS-AMT-DISP.
002470     PERFORM 3100-SHOW-EARN-LINE
002470         THRU 3100-EXIT
002470         VARYING WS-EB-SUB FROM 1 BY 1
002470         UNTIL WS-EB-SUB GREATER THAN EB-LINE-COUNT.
002480     MOVE WS-CITY-TAX-AMT TO WS-AMT-DISP.
002490     DISPLAY "  CITY TAX WITHHELD       : " WS-AMT-DISP.
002500     MOVE WS-STAT-TAX-AMT TO WS-AMT-DISP.
002510     DISPLAY "  STATUTORY TAX           : " WS-AMT-DISP.
002510     DISPLAY "    WITHHOLDING PROFILE   : STATUS "
002510         WC-FILING-STATUS "  ALLOWANCES " WC-ALLOWANCES
002510         "  EXEMPT " WC-EXEMPT-SW.
002510     IF WC-ADDL-AMOUNT GREATER THAN ZERO
002510         MOVE WC-ADDL-AMOUNT TO WS-AMT-DISP
002510         DISPLAY "    ADDITIONAL PER RUN    : " WS-AMT-DISP
002510     END-IF.
002520     MOVE WS-DEDUCTION-AMT TO WS-AMT-DISP.
002530     DISPLAY "  DEDUCTION               : " WS-AMT-DISP.
002540     MOVE WS-FLAT-ALLOWANCE TO WS-AMT-DISP.
002620     DISPLAY "PREVIEW ONLY - NOTHING WAS POSTED OR WRITTEN.".
002630 3000-EXIT.
002640     EXIT.
002640
002640 3100-SHOW-EARN-LINE.
002640     MOVE EB-HOURS(WS-EB-SUB)  TO WS-HRS-DISP.
002640     MOVE EB-AMOUNT(WS-EB-SUB) TO WS-AMT-DISP.
002640     DISPLAY "    " EB-DESCRIPTION(WS-EB-SUB) " "
002640         WS-HRS-DISP " HRS " WS-AMT-DISP.
002640 3100-EXIT.
002640     EXIT.
