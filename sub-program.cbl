000406*                   OVERLAP (AN OLD OPEN-ENDED ROW LEFT ON FILE
000406*                   UNDER A NEW RAISE ROW) CANNOT PAY THE SAME
000406*                   STRAIGHT HOURS TWICE.
000406*  10/14/26   RCA   PAY GROUPS. ADDED LS-PAY-GROUP; THE PERIOD
000406*                   DATES AND THE STANDARD HOURS (ALSO THE
000406*                   OVERTIME THRESHOLD) NOW COME FROM THE
000406*                   EMPLOYEE'S GROUP THROUGH THE COMMON PAYGRPCK
000406*                   ROUTINE - 40 WEEKLY, 80 BIWEEKLY, 160 MONTHLY
000406*                   - INSTEAD OF A FIXED 160 AND A SINGLE RUNCTL
000406*                   PERIOD.
000406*  10/14/26   RCA   EACH LEAVE UPDATE NOW ALSO KEEPS THE PERIOD'S
000406*                   NET VACATION AND SICK MOVEMENT AND THE STAMP
000406*                   IT REPLACED ON THE BALANCE RECORD, SO A
000406*                   REVERSED RUN'S LEAVE CAN BE BACKED OUT. A NEW
000406*                   BALANCE RECORD STARTS WITH A ZERO STAMP.
000406*  10/14/26   RCA   RETRO PAY. EVERY APPROVED RETROPAY LINE FOR
000406*                   THE EMPLOYEE (BACK PAY FOR A BACK-DATED RATE,
000406*                   APPROVED THROUGH RETROPAY) IS ADDED TO GROSS
000406*                   AHEAD OF THE CITY TAX, SO IT IS TAXED AND
000406*                   DEDUCTED AS USUAL. OVERRIDDEN RUNS TAKE NONE.
000406*  10/14/26   RCA   PREMIUM EARNINGS CODES ON THE TIMESHEET ARE
000406*                   PRICED OFF THE EARNCODE TABLE; OT-ELIGIBLE
000406*                   CODES COUNT TOWARD THE OVERTIME THRESHOLD AND
000406*                   ACCRUING CODES TOWARD LEAVE ACCRUAL. THE GROSS
000406*                   IS HANDED BACK BROKEN DOWN BY EARNINGS CODE IN
000406*                   A NEW EARNINGS-BREAKDOWN PARAMETER.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. SUB-PROGRAM.
000492         ACCESS MODE IS DYNAMIC
000493         RECORD KEY IS SR-RATE-KEY
000494         FILE STATUS IS WS-SALRATE-STATUS.
000501     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS LB-EMP-NO
000505         FILE STATUS IS WS-LEAVBAL-STATUS.
000505     SELECT RETRO-PAY-FILE ASSIGN TO "RETROPAY"
000505         ORGANIZATION IS INDEXED
000505         ACCESS MODE IS DYNAMIC
000505         RECORD KEY IS RP-RETRO-KEY
000505         FILE STATUS IS WS-RETRO-STATUS.
000505     SELECT EARNINGS-CODE-TABLE ASSIGN TO "EARNCODE"
000505         ORGANIZATION IS INDEXED
000505         ACCESS MODE IS DYNAMIC
000505         RECORD KEY IS EC-EARN-CODE
000505         FILE STATUS IS WS-EARNCODE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000567     LABEL RECORDS ARE STANDARD.
000568     COPY SALRATE.
000569
000584 FD  LEAVE-BALANCE-FILE
000585     LABEL RECORDS ARE STANDARD.
000586     COPY LEAVBAL.
000586
000586 FD  RETRO-PAY-FILE
000586     LABEL RECORDS ARE STANDARD.
000586     COPY RETRPAY.
000586
000586 FD  EARNINGS-CODE-TABLE
000586     LABEL RECORDS ARE STANDARD.
000586     COPY EARNCD.
000587
000580 WORKING-STORAGE SECTION.
000590 01  WS-STANDARD-HOURS            PIC 9(03) VALUE 160.
000668 01  WS-CITY-EOF-SW               PIC X(01) VALUE "N".
000669     88  WS-CITY-EOF                         VALUE "Y".
000670 01  WS-SALRATE-STATUS            PIC X(02) VALUE SPACES.
000673 01  WS-PERIOD-START              PIC 9(08) VALUE ZERO.
000674 01  WS-PERIOD-END                PIC 9(08) VALUE ZERO.
000675 01  WS-GROUPS-LOADED-SW          PIC X(01) VALUE "N".
000676     88  WS-GROUPS-LOADED                    VALUE "Y".
000677 01  WS-PG-SUB                    PIC 9(01) VALUE ZERO.
000678     COPY PAYGRP.
000679 01  WS-RATE-EOF-SW               PIC X(01) VALUE "N".
000680     88  WS-RATE-EOF                         VALUE "Y".
000681
000718 01  WS-SICK-ACCRUAL-RATE         PIC V999 VALUE .025.
000719 01  WS-LEAVBAL-STATUS            PIC X(02) VALUE SPACES.
000720     88  WS-LEAVBAL-NOT-FOUND                VALUE "35".
000720 01  WS-RETRO-STATUS              PIC X(02) VALUE SPACES.
000720 01  WS-RETRO-EOF-SW              PIC X(01) VALUE "N".
000720     88  WS-RETRO-EOF                        VALUE "Y".
000720 01  WS-RETRO-PAY                 PIC 9(07)V99 VALUE ZERO.
000720 01  WS-VAC-PAY                   PIC 9(07)V99 VALUE ZERO.
000720 01  WS-SICK-PAY                  PIC 9(07)V99 VALUE ZERO.
000720 01  WS-OT-BASIS-HOURS            PIC 9(04)V99 VALUE ZERO.
000720 01  WS-EARNCODE-STATUS           PIC X(02) VALUE SPACES.
000720
000720*  THE TIMESHEET'S PREMIUM EARNINGS-CODE LINES, PRICED OFF THE
000720*  EARNCODE TABLE. A CODE NOT ON THE TABLE IS PAID AT STRAIGHT
000720*  RATE, OUTSIDE THE OVERTIME THRESHOLD AND WITHOUT ACCRUAL.
000720 01  WS-PREM-TABLE.
000720     05  WS-PREM-ENTRY            OCCURS 4 TIMES.
000720         10  WS-PREM-CODE         PIC X(03).
000720         10  WS-PREM-DESC         PIC X(20).
000720         10  WS-PREM-HOURS        PIC 9(03)V99.
000720         10  WS-PREM-CALC-TYPE    PIC X(01).
000720         10  WS-PREM-MULTIPLIER   PIC 9V999.
000720         10  WS-PREM-ADD-ON       PIC 99V99.
000720         10  WS-PREM-OT-SW        PIC X(01).
000720         10  WS-PREM-ACCRUE-SW    PIC X(01).
000720         10  WS-PREM-PAY          PIC 9(07)V99.
000720 01  WS-PREM-COUNT                PIC 9(01) VALUE ZERO.
000720 01  WS-PREM-SUB                  PIC 9(01) VALUE ZERO.
000720 01  WS-PREM-OT-HOURS             PIC 9(04)V99 VALUE ZERO.
000720 01  WS-PREM-ACCRUE-HOURS         PIC 9(04)V99 VALUE ZERO.
000720 01  WS-PREMIUM-PAY               PIC 9(07)V99 VALUE ZERO.
000720
000720*  ONE LINE OF THE EARNINGS BREAKDOWN ON ITS WAY INTO THE TABLE.
000720 01  WS-BRK-CODE                  PIC X(03) VALUE SPACES.
000720 01  WS-BRK-DESC                  PIC X(20) VALUE SPACES.
000720 01  WS-BRK-HOURS                 PIC 9(03)V99 VALUE ZERO.
000720 01  WS-BRK-AMOUNT                PIC 9(07)V99 VALUE ZERO.
000721
000690 LINKAGE SECTION.
000700 01  LS-EMPLOYEE-ID               PIC 9(05).
000730 01  LS-CALCULATED-PAY            PIC 9(07)V99.
000735 01  LS-CITY-TAX-AMT              PIC 9(07)V99.
000737 01  LS-HOURS-OVERRIDE            PIC 9(03)V99.
000738 01  LS-PAY-GROUP                 PIC X(01).
000738     COPY ERNBRK.
000740
000750 PROCEDURE DIVISION USING LS-EMPLOYEE-ID, LS-EMPLOYEE-NAME,
000755     LS-EMPLOYEE-SALARY,
000760     LS-EMPLOYEE-CITY, LS-CALCULATED-PAY, LS-CITY-TAX-AMT,
000760     LS-HOURS-OVERRIDE, LS-PAY-GROUP, EARNINGS-BREAKDOWN.
000770
000780*-----------------------------------------------------------------
000790*  0000-MAINLINE.
000817     PERFORM 0950-BUILD-RATE-SEGMENTS
000818         THRU 0950-EXIT.
000820     PERFORM 1000-CALCULATE-GROSS-PAY
000820         THRU 1000-EXIT.
000820     PERFORM 1050-ADD-APPROVED-RETRO
000830         THRU 1050-EXIT.
000832     PERFORM 1200-UPDATE-LEAVE-BALANCES
000834         THRU 1200-EXIT.
000840     PERFORM 1500-LOOKUP-CITY-TAX-RATE
000890
000850*-----------------------------------------------------------------
000851*  0800-GET-PERIOD-DATES.
000852*  TAKES THE EMPLOYEE'S PAY GROUP'S PERIOD, AND THE STANDARD
000853*  HOURS THAT GO WITH IT, FROM THE COMMON PAYGRPCK ROUTINE -
000854*  ASKED ONCE PER RUN, SINCE NOTHING IT READS CHANGES PART-WAY
000855*  THROUGH. A STANDALONE RUN GETS THE GROUP'S LAST RECORDED
000856*  PERIOD OR THE RUN DATE; WITH NO CALENDAR ROW THE PERIOD
000857*  COLLAPSES TO A SINGLE DAY AND PAYS AT ONE RATE.
000858*-----------------------------------------------------------------
000859 0800-GET-PERIOD-DATES.
000860     IF NOT WS-GROUPS-LOADED
000861         CALL "PAYGRPCK" USING PAY-GROUP-TABLE
000862         SET WS-GROUPS-LOADED TO TRUE
000863     END-IF.
000864     EVALUATE LS-PAY-GROUP
000865         WHEN "W"
000866             MOVE 1 TO WS-PG-SUB
000867         WHEN "B"
000868             MOVE 2 TO WS-PG-SUB
000869         WHEN OTHER
000870             MOVE 3 TO WS-PG-SUB
000871     END-EVALUATE.
000872     MOVE PG-PERIOD-START(WS-PG-SUB) TO WS-PERIOD-START.
000873     MOVE PG-PERIOD-END(WS-PG-SUB)   TO WS-PERIOD-END.
000874     MOVE PG-STD-HOURS(WS-PG-SUB)    TO WS-STANDARD-HOURS.
000881     MOVE WS-PERIOD-START TO WS-DATE-WORK.
000882     PERFORM 0890-DATE-TO-SERIAL
000883         THRU 0890-EXIT.
000890         WS-END-SERIAL - WS-START-SERIAL + 1.
000891 0800-EXIT.
000892     EXIT.
000906
000907*-----------------------------------------------------------------
000908*  0890-DATE-TO-SERIAL.
000902     MOVE ZERO TO WS-OVERTIME-HOURS.
000902     MOVE ZERO TO WS-VAC-HOURS.
000902     MOVE ZERO TO WS-SICK-HOURS.
000902     MOVE ZERO TO WS-PREM-COUNT.
000902*  AN ATTENDED CALLER HANDS THE HOURS IN DIRECTLY - THE
000902*  TIMESHEET IS NOT READ AND NO LEAVE OR PREMIUM HOURS APPLY.
000902     IF LS-HOURS-OVERRIDE GREATER THAN ZERO
000902         MOVE LS-HOURS-OVERRIDE TO WS-ACTUAL-HOURS
000902         GO TO 0900-EXIT
000917             MOVE TS-HOURS-WORKED TO WS-ACTUAL-HOURS
000917             MOVE TS-VAC-HOURS    TO WS-VAC-HOURS
000917             MOVE TS-SICK-HOURS   TO WS-SICK-HOURS
000917             IF TS-PREMIUM-COUNT IS NUMERIC
000917                     AND TS-PREMIUM-COUNT NOT GREATER THAN 4
000917                 MOVE TS-PREMIUM-COUNT TO WS-PREM-COUNT
000917             END-IF
000918     END-READ.
000914     CLOSE TIMESHEET-FILE.
000914     IF WS-PREM-COUNT GREATER THAN ZERO
000914         PERFORM 0970-PRICE-PREMIUM-CODES
000914             THRU 0970-EXIT
000914     END-IF.
000915 0900-EXIT.
000916     EXIT.
000917
001043     END-IF.
001045 0960-EXIT.
001047     EXIT.
001047
001047*-----------------------------------------------------------------
001047*  0970-PRICE-PREMIUM-CODES.
001047*  TAKES EACH PREMIUM LINE OFF THE TIMESHEET RECORD AND LOOKS ITS
001047*  CODE UP ON THE EARNINGS-CODE TABLE FOR HOW TO PRICE IT,
001047*  WHETHER IT COUNTS TOWARD OVERTIME, AND WHETHER IT ACCRUES
001047*  LEAVE. A CODE NOT ON THE TABLE (OR NO TABLE AT ALL) IS AN
001047*  EXCEPTION AND IS PAID AT STRAIGHT RATE.
001047*-----------------------------------------------------------------
001047 0970-PRICE-PREMIUM-CODES.
001047     OPEN INPUT EARNINGS-CODE-TABLE.
001047     PERFORM 0980-PRICE-ONE-PREMIUM
001047         THRU 0980-EXIT
001047         VARYING WS-PREM-SUB FROM 1 BY 1
001047         UNTIL WS-PREM-SUB GREATER THAN WS-PREM-COUNT.
001047     IF WS-EARNCODE-STATUS NOT EQUAL "35"
001047         CLOSE EARNINGS-CODE-TABLE
001047     END-IF.
001047 0970-EXIT.
001047     EXIT.
001047
001047 0980-PRICE-ONE-PREMIUM.
001047     MOVE TS-PREM-CODE(WS-PREM-SUB)  TO WS-PREM-CODE(WS-PREM-SUB).
001047     MOVE TS-PREM-HOURS(WS-PREM-SUB)
001047         TO WS-PREM-HOURS(WS-PREM-SUB).
001047     MOVE ZERO TO WS-PREM-PAY(WS-PREM-SUB).
001047     MOVE TS-PREM-CODE(WS-PREM-SUB) TO EC-EARN-CODE.
001047     READ EARNINGS-CODE-TABLE
001047         INVALID KEY
001047             MOVE "99" TO WS-EARNCODE-STATUS
001047     END-READ.
001047     IF WS-EARNCODE-STATUS EQUAL "00"
001047         MOVE EC-DESCRIPTION   TO WS-PREM-DESC(WS-PREM-SUB)
001047         MOVE EC-CALC-TYPE     TO WS-PREM-CALC-TYPE(WS-PREM-SUB)
001047         MOVE EC-MULTIPLIER    TO WS-PREM-MULTIPLIER(WS-PREM-SUB)
001047         MOVE EC-ADD-ON-RATE   TO WS-PREM-ADD-ON(WS-PREM-SUB)
001047         MOVE EC-OT-ELIGIBLE   TO WS-PREM-OT-SW(WS-PREM-SUB)
001047         MOVE EC-ACCRUES-LEAVE TO WS-PREM-ACCRUE-SW(WS-PREM-SUB)
001047         GO TO 0980-EXIT
001047     END-IF.
001047     MOVE TS-PREM-CODE(WS-PREM-SUB) TO WS-PREM-DESC(WS-PREM-SUB).
001047     MOVE "M"   TO WS-PREM-CALC-TYPE(WS-PREM-SUB).
001047     MOVE 1.000 TO WS-PREM-MULTIPLIER(WS-PREM-SUB).
001047     MOVE ZERO  TO WS-PREM-ADD-ON(WS-PREM-SUB).
001047     MOVE "N"   TO WS-PREM-OT-SW(WS-PREM-SUB).
001047     MOVE "N"   TO WS-PREM-ACCRUE-SW(WS-PREM-SUB).
001047     MOVE SPACES TO WS-EXCP-MESSAGE.
001047     STRING "EARNINGS CODE " TS-PREM-CODE(WS-PREM-SUB)
001047         " NOT ON TABLE - EMP " LS-EMPLOYEE-ID
001047         " PAID STRAIGHT"
001047         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
001047     MOVE "W" TO WS-EXCP-SEVERITY.
001047     CALL "EXCPTLOG" USING
001047         BY CONTENT WS-EXCP-PROGRAM-ID
001047         BY CONTENT WS-EXCP-SEVERITY
001047         BY CONTENT WS-EXCP-MESSAGE.
001047 0980-EXIT.
001047     EXIT.
001049
001051*-----------------------------------------------------------------
001053*  1000-CALCULATE-GROSS-PAY.
001055*  HOURS UP TO THE STANDARD HOURS FOR THE EMPLOYEE'S PAY
001056*  PERIOD (40 WEEKLY, 80 BIWEEKLY, 160 MONTHLY) ARE THE
001057*  STRAIGHT HOURS, SPLIT ACROSS THE PERIOD'S RATE SEGMENTS IN
001059*  PROPORTION TO THE DAYS EACH SEGMENT'S RATE WAS IN FORCE;
001061*  HOURS ABOVE THE STANDARD ARE PAID AT TIME AND A HALF OF THE
001063*  RATE IN FORCE AT PERIOD END. LEAVE HOURS ARE PAID AT THE
001065*  STRAIGHT PERIOD-END RATE AND NEVER COUNT TOWARD THE
001067*  OVERTIME THRESHOLD - ONLY WORKED HOURS DO.
001067*  PREMIUM HOURS ARE PAID AT THE PERIOD-END RATE TIMES THEIR
001067*  CODE'S MULTIPLIER, OR PLUS ITS FLAT ADD-ON, AND NEVER ATTRACT
001067*  OVERTIME THEMSELVES; A CODE THAT COUNTS TOWARD THE THRESHOLD
001067*  FILLS THE STANDARD HOURS FIRST, PUSHING THAT MANY REGULAR
001067*  HOURS INTO OVERTIME. THE GROSS IS ALSO HANDED BACK BROKEN
001067*  DOWN BY EARNINGS CODE.
001069*-----------------------------------------------------------------
001071 1000-CALCULATE-GROSS-PAY.
001071     MOVE ZERO TO WS-PREM-OT-HOURS.
001071     MOVE ZERO TO WS-PREMIUM-PAY.
001071     PERFORM 1010-PAY-ONE-PREMIUM
001071         THRU 1010-EXIT
001071         VARYING WS-PREM-SUB FROM 1 BY 1
001071         UNTIL WS-PREM-SUB GREATER THAN WS-PREM-COUNT.
001071     COMPUTE WS-OT-BASIS-HOURS =
001071         WS-ACTUAL-HOURS + WS-PREM-OT-HOURS.
001071     IF WS-OT-BASIS-HOURS GREATER THAN WS-STANDARD-HOURS
001071         SUBTRACT WS-STANDARD-HOURS FROM WS-OT-BASIS-HOURS
001077             GIVING WS-OVERTIME-HOURS
001077         IF WS-OVERTIME-HOURS GREATER THAN WS-ACTUAL-HOURS
001077             MOVE WS-ACTUAL-HOURS TO WS-OVERTIME-HOURS
001077         END-IF
001081     ELSE
001083         MOVE ZERO TO WS-OVERTIME-HOURS
001087     END-IF.
001087     SUBTRACT WS-OVERTIME-HOURS FROM WS-ACTUAL-HOURS
001087         GIVING WS-STRAIGHT-HOURS.
001089     MOVE ZERO TO WS-STRAIGHT-PAY.
001091     PERFORM 1100-PAY-ONE-SEGMENT
001093         THRU 1100-EXIT
001103         * WS-OVERTIME-FACTOR.
001105     COMPUTE WS-LEAVE-PAY ROUNDED =
001107         (WS-VAC-HOURS + WS-SICK-HOURS) * WS-END-RATE.
001107     COMPUTE WS-VAC-PAY ROUNDED = WS-VAC-HOURS * WS-END-RATE.
001107     SUBTRACT WS-VAC-PAY FROM WS-LEAVE-PAY GIVING WS-SICK-PAY.
001109     COMPUTE WS-GROSS-PAY =
001109         WS-STRAIGHT-PAY + WS-OVERTIME-PAY + WS-LEAVE-PAY
001109         + WS-PREMIUM-PAY.
001109     PERFORM 1030-BUILD-BREAKDOWN
001109         THRU 1030-EXIT.
001113     DISPLAY "SUB-PROGRAM - EMPLOYEE ID   : " LS-EMPLOYEE-ID.
001115     DISPLAY "SUB-PROGRAM - EMPLOYEE NAME : " LS-EMPLOYEE-NAME.
001117     DISPLAY "SUB-PROGRAM - HOURS WORKED  : " WS-ACTUAL-HOURS.
001119     DISPLAY "SUB-PROGRAM - OVERTIME HRS  : " WS-OVERTIME-HOURS.
001121     DISPLAY "SUB-PROGRAM - VACATION HRS  : " WS-VAC-HOURS.
001123     DISPLAY "SUB-PROGRAM - SICK HRS      : " WS-SICK-HOURS.
001123     DISPLAY "SUB-PROGRAM - PREMIUM PAY   : " WS-PREMIUM-PAY.
001125     DISPLAY "SUB-PROGRAM - RATE SEGMENTS : " WS-SEG-COUNT.
001127     DISPLAY "SUB-PROGRAM - GROSS PAY     : " WS-GROSS-PAY.
001129 1000-EXIT.
001131     EXIT.
001131
001131*  ONE PREMIUM LINE AT THE PERIOD-END RATE, TIMES THE CODE'S
001131*  MULTIPLIER OR PLUS ITS FLAT ADD-ON PER HOUR.
001131 1010-PAY-ONE-PREMIUM.
001131     IF WS-PREM-CALC-TYPE(WS-PREM-SUB) EQUAL "A"
001131         COMPUTE WS-PREM-PAY(WS-PREM-SUB) ROUNDED =
001131             WS-PREM-HOURS(WS-PREM-SUB)
001131             * (WS-END-RATE + WS-PREM-ADD-ON(WS-PREM-SUB))
001131     ELSE
001131         COMPUTE WS-PREM-PAY(WS-PREM-SUB) ROUNDED =
001131             WS-PREM-HOURS(WS-PREM-SUB) * WS-END-RATE
001131             * WS-PREM-MULTIPLIER(WS-PREM-SUB)
001131     END-IF.
001131     ADD WS-PREM-PAY(WS-PREM-SUB) TO WS-PREMIUM-PAY.
001131     IF WS-PREM-OT-SW(WS-PREM-SUB) EQUAL "Y"
001131         ADD WS-PREM-HOURS(WS-PREM-SUB) TO WS-PREM-OT-HOURS
001131     END-IF.
001131 1010-EXIT.
001131     EXIT.
001131
001131*-----------------------------------------------------------------
001131*  1030-BUILD-BREAKDOWN.
001131*  HANDS THE GROSS BACK TO THE CALLER SPLIT BY EARNINGS CODE -
001131*  REGULAR, OVERTIME, VACATION, SICK, THEN EACH PREMIUM CODE. A
001131*  CODE WITH NO HOURS AND NO PAY GETS NO LINE. APPROVED RETRO
001131*  PAY IS ADDED BY 1050-ADD-APPROVED-RETRO.
001131*-----------------------------------------------------------------
001131 1030-BUILD-BREAKDOWN.
001131     MOVE ZERO TO EB-LINE-COUNT.
001131     MOVE "REG"               TO WS-BRK-CODE.
001131     MOVE "REGULAR"           TO WS-BRK-DESC.
001131     MOVE WS-STRAIGHT-HOURS   TO WS-BRK-HOURS.
001131     MOVE WS-STRAIGHT-PAY     TO WS-BRK-AMOUNT.
001131     PERFORM 1040-ADD-BREAKDOWN-LINE
001131         THRU 1040-EXIT.
001131     MOVE "OVT"               TO WS-BRK-CODE.
001131     MOVE "OVERTIME"          TO WS-BRK-DESC.
001131     MOVE WS-OVERTIME-HOURS   TO WS-BRK-HOURS.
001131     MOVE WS-OVERTIME-PAY     TO WS-BRK-AMOUNT.
001131     PERFORM 1040-ADD-BREAKDOWN-LINE
001131         THRU 1040-EXIT.
001131     MOVE "VAC"               TO WS-BRK-CODE.
001131     MOVE "VACATION"          TO WS-BRK-DESC.
001131     MOVE WS-VAC-HOURS        TO WS-BRK-HOURS.
001131     MOVE WS-VAC-PAY          TO WS-BRK-AMOUNT.
001131     PERFORM 1040-ADD-BREAKDOWN-LINE
001131         THRU 1040-EXIT.
001131     MOVE "SCK"               TO WS-BRK-CODE.
001131     MOVE "SICK"              TO WS-BRK-DESC.
001131     MOVE WS-SICK-HOURS       TO WS-BRK-HOURS.
001131     MOVE WS-SICK-PAY         TO WS-BRK-AMOUNT.
001131     PERFORM 1040-ADD-BREAKDOWN-LINE
001131         THRU 1040-EXIT.
001131     PERFORM 1035-BREAK-OUT-ONE-PREMIUM
001131         THRU 1035-EXIT
001131         VARYING WS-PREM-SUB FROM 1 BY 1
001131         UNTIL WS-PREM-SUB GREATER THAN WS-PREM-COUNT.
001131 1030-EXIT.
001131     EXIT.
001131
001131 1035-BREAK-OUT-ONE-PREMIUM.
001131     MOVE WS-PREM-CODE(WS-PREM-SUB)  TO WS-BRK-CODE.
001131     MOVE WS-PREM-DESC(WS-PREM-SUB)  TO WS-BRK-DESC.
001131     MOVE WS-PREM-HOURS(WS-PREM-SUB) TO WS-BRK-HOURS.
001131     MOVE WS-PREM-PAY(WS-PREM-SUB)   TO WS-BRK-AMOUNT.
001131     PERFORM 1040-ADD-BREAKDOWN-LINE
001131         THRU 1040-EXIT.
001131 1035-EXIT.
001131     EXIT.
001131
001131 1040-ADD-BREAKDOWN-LINE.
001131     IF WS-BRK-HOURS EQUAL ZERO AND WS-BRK-AMOUNT EQUAL ZERO
001131         GO TO 1040-EXIT
001131     END-IF.
001131     IF EB-LINE-COUNT EQUAL 10
001131         GO TO 1040-EXIT
001131     END-IF.
001131     ADD 1 TO EB-LINE-COUNT.
001131     MOVE WS-BRK-CODE   TO EB-EARN-CODE(EB-LINE-COUNT).
001131     MOVE WS-BRK-DESC   TO EB-DESCRIPTION(EB-LINE-COUNT).
001131     MOVE WS-BRK-HOURS  TO EB-HOURS(EB-LINE-COUNT).
001131     MOVE WS-BRK-AMOUNT TO EB-AMOUNT(EB-LINE-COUNT).
001131 1040-EXIT.
001131     EXIT.
001131
001131*-----------------------------------------------------------------
001131*  1050-ADD-APPROVED-RETRO.
001131*  RETRO PAY A SUPERVISOR HAS APPROVED THROUGH RETROPAY FOR A
001131*  BACK-DATED RATE IS PAID AS A CATCH-UP EARNINGS LINE INSIDE
001131*  THE RUN'S GROSS, AHEAD OF THE CITY TAX, SO IT IS TAXED AND
001131*  DEDUCTED LIKE ANY OTHER PAY. EVERY APPROVED LINE FOR THE
001131*  EMPLOYEE IS TAKEN; HISTWRIT MARKS THEM PAID ONCE THE RUN'S
001131*  HISTORY IS WRITTEN, SO A RESTARTED COMPUTE PASS PICKS THE
001131*  SAME LINES UP AGAIN. AN OVERRIDDEN (OFF-CYCLE OR PREVIEW) RUN
001131*  TAKES NONE, AND NO FILE MEANS NO RETRO PAY.
001131*-----------------------------------------------------------------
001131 1050-ADD-APPROVED-RETRO.
001131     MOVE ZERO TO WS-RETRO-PAY.
001131     IF LS-HOURS-OVERRIDE GREATER THAN ZERO
001131         GO TO 1050-EXIT
001131     END-IF.
001131     OPEN INPUT RETRO-PAY-FILE.
001131     IF WS-RETRO-STATUS NOT EQUAL "00"
001131         GO TO 1050-EXIT
001131     END-IF.
001131     MOVE "N" TO WS-RETRO-EOF-SW.
001131     MOVE LS-EMPLOYEE-ID TO RP-EMP-NO.
001131     MOVE ZERO TO RP-PERIOD-END.
001131     MOVE ZERO TO RP-CALC-DATE.
001131     MOVE ZERO TO RP-CALC-TIME.
001131     START RETRO-PAY-FILE
001131         KEY IS NOT LESS THAN RP-RETRO-KEY
001131         INVALID KEY
001131             SET WS-RETRO-EOF TO TRUE
001131     END-START.
001131     PERFORM 1060-TAKE-ONE-RETRO-LINE
001131         THRU 1060-EXIT
001131         UNTIL WS-RETRO-EOF.
001131     CLOSE RETRO-PAY-FILE.
001131     IF WS-RETRO-PAY GREATER THAN ZERO
001131         ADD WS-RETRO-PAY TO WS-GROSS-PAY
001131         MOVE "RET"          TO WS-BRK-CODE
001131         MOVE "RETRO PAY"    TO WS-BRK-DESC
001131         MOVE ZERO           TO WS-BRK-HOURS
001131         MOVE WS-RETRO-PAY   TO WS-BRK-AMOUNT
001131         PERFORM 1040-ADD-BREAKDOWN-LINE
001131             THRU 1040-EXIT
001131         DISPLAY "SUB-PROGRAM - RETRO PAY     : " WS-RETRO-PAY
001131         DISPLAY "SUB-PROGRAM - GROSS + RETRO : " WS-GROSS-PAY
001131     END-IF.
001131 1050-EXIT.
001131     EXIT.
001131
001131 1060-TAKE-ONE-RETRO-LINE.
001131     READ RETRO-PAY-FILE NEXT RECORD
001131         AT END
001131             SET WS-RETRO-EOF TO TRUE
001131             GO TO 1060-EXIT
001131     END-READ.
001131     IF WS-RETRO-STATUS NOT EQUAL "00"
001131             OR RP-EMP-NO NOT EQUAL LS-EMPLOYEE-ID
001131         SET WS-RETRO-EOF TO TRUE
001131         GO TO 1060-EXIT
001131     END-IF.
001131     IF RP-APPROVED
001131         ADD RP-RETRO-AMT TO WS-RETRO-PAY
001131     END-IF.
001131 1060-EXIT.
001131     EXIT.
001133
001135*-----------------------------------------------------------------
001137*  1100-PAY-ONE-SEGMENT.
001177*  ACCRUED FOR, AND AN EMPLOYEE ALREADY STAMPED WITH THIS RUN'S
001179*  PERIOD IS LEFT ALONE - A RESTARTED COMPUTE PASS REDOES THE
001181*  WHOLE SCAN, AND WITHOUT THE STAMP IT WOULD DRAW AND ACCRUE
001183*  EVERY EMPLOYEE'S LEAVE A SECOND TIME. ACCRUAL FOLLOWS THE
001184*  HOURS PAID, SO A WEEKLY PERIOD ACCRUES A QUARTER OF WHAT A
001184*  MONTHLY ONE DOES; THE STAMP IS THE EMPLOYEE'S OWN GROUP'S
001184*  PERIOD END.
001185*-----------------------------------------------------------------
001187 1200-UPDATE-LEAVE-BALANCES.
001189*  AN OVERRIDDEN RUN IS A ONE-OFF OUTSIDE THE SCHEDULED PERIODS
001193     IF LS-HOURS-OVERRIDE GREATER THAN ZERO
001195         GO TO 1200-EXIT
001197     END-IF.
001197     MOVE ZERO TO WS-PREM-ACCRUE-HOURS.
001197     PERFORM 1220-ADD-ONE-ACCRUING-PREMIUM
001197         THRU 1220-EXIT
001197         VARYING WS-PREM-SUB FROM 1 BY 1
001197         UNTIL WS-PREM-SUB GREATER THAN WS-PREM-COUNT.
001199     COMPUTE WS-HOURS-PAID =
001199         WS-ACTUAL-HOURS + WS-VAC-HOURS + WS-SICK-HOURS
001199         + WS-PREM-ACCRUE-HOURS.
001203     OPEN I-O LEAVE-BALANCE-FILE.
001205     IF WS-LEAVBAL-NOT-FOUND
001207         OPEN OUTPUT LEAVE-BALANCE-FILE
001221             MOVE LS-EMPLOYEE-ID TO LB-EMP-NO
001223             MOVE ZERO TO LB-VAC-BALANCE
001225             MOVE ZERO TO LB-SICK-BALANCE
001225             MOVE ZERO TO LB-LAST-PERIOD-END
001227             PERFORM 1210-ACCRUE-AND-DRAW
001229                 THRU 1210-EXIT
001231             WRITE LEAVE-BALANCE-RECORD
001259 1200-EXIT.
001261     EXIT.
001263
001264*  THE PERIOD'S NET MOVEMENT AND THE STAMP IT REPLACES ARE KEPT
001264*  ON THE RECORD SO A REVERSED RUN CAN BE BACKED OUT (RUNREVRS).
001265 1210-ACCRUE-AND-DRAW.
001267     COMPUTE LB-LAST-VAC-MOVE ROUNDED =
001269         (WS-HOURS-PAID * WS-VAC-ACCRUAL-RATE)
001271         - WS-VAC-HOURS.
001273     COMPUTE LB-LAST-SICK-MOVE ROUNDED =
001275         (WS-HOURS-PAID * WS-SICK-ACCRUAL-RATE)
001277         - WS-SICK-HOURS.
001277     ADD LB-LAST-VAC-MOVE  TO LB-VAC-BALANCE.
001277     ADD LB-LAST-SICK-MOVE TO LB-SICK-BALANCE.
001278     MOVE LB-LAST-PERIOD-END TO LB-PRIOR-PERIOD-END.
001279     MOVE WS-PERIOD-END TO LB-LAST-PERIOD-END.
001281 1210-EXIT.
001283     EXIT.
001283
001283*  PREMIUM HOURS EARN ACCRUAL ONLY WHERE THEIR CODE SAYS SO.
001283 1220-ADD-ONE-ACCRUING-PREMIUM.
001283     IF WS-PREM-ACCRUE-SW(WS-PREM-SUB) EQUAL "Y"
001283         ADD WS-PREM-HOURS(WS-PREM-SUB) TO WS-PREM-ACCRUE-HOURS
001283     END-IF.
001283 1220-EXIT.
001283     EXIT.
001285
001287*-----------------------------------------------------------------
001289*  1500-LOOKUP-CITY-TAX-RATE.
