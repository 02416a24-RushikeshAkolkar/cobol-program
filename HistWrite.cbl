000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     APPENDS ONE PAY-HISTORY RECORD PER EMPLOYEE PER NIGHTLY
000180*     RUN - RUN DATE, PERIOD END, GROSS, CITY TAX, STATUTORY
000180*     TAX, DEDUCTIONS, BONUS, AND NET - SO A PAYMENT FROM ANY
000180*     PAST RUN CAN STILL
000210*     BE LOOKED AT AFTER THE MASTER AND THE DEDUCTIONS-REPORT
000220*     FILE HAVE MOVED ON. THE FIGURES COME OFF THE RUN'S
000230*     DEDUCTIONS-REPORT RECORDS, WITH THE BONUS PICKED UP FROM
000322*  09/02/26   RCA   HANDS ITS RECORD COUNT TO NIGHTRUN'S
000322*                   RUN-STATISTICS THROUGH THE COMMON STEPCNT
000322*                   ROUTINE AT END OF STEP.
000322*  10/14/26   RCA   EACH RECORD NOW CARRIES THE WORKED AND LEAVE
000322*                   HOURS PAID, OFF THE TIMESHEET, AND THE
000322*                   APPROVED RETRO PAY INCLUDED IN ITS GROSS;
000322*                   AFTER THE APPEND THE EMPLOYEE'S APPROVED
000322*                   RETROPAY LINES ARE MARKED PAID WITH THE RUN
000322*                   DATE AND PERIOD. HISTORY IMAGE WIDENED TO 86
000322*                   BYTES.
000322*  10/14/26   RCA   EACH HISTORY RECORD NOW CARRIES THE GROSS
000322*                   BROKEN DOWN BY EARNINGS CODE, OFF THE EARNDETL
000322*                   FILE THE GROSS-PAY STEP WRITES; THE BUFFER IS
000322*                   WIDENED TO THE LONGER RECORD.
000322*  10/14/26   RCA   EACH HISTORY RECORD NOW CARRIES THE STATUTORY
000322*                   TAX THE DEDUCTIONS STEP WITHHELD
000322*                   (DR-STAT-TAX-AMT); HISTORY IMAGE WIDENED TO
000322*                   267 BYTES.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. HISTWRIT.
000480     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PAYHIST-STATUS.
000500     SELECT TIMESHEET-FILE ASSIGN TO "TIMESHT"
000500         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS TS-EMP-NO
000500         FILE STATUS IS WS-TIMESHT-STATUS.
000500     SELECT RETRO-PAY-FILE ASSIGN TO "RETROPAY"
000500         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RP-RETRO-KEY
000500         FILE STATUS IS WS-RETRO-STATUS.
000500     SELECT EARNINGS-DETAIL ASSIGN TO "EARNDETL"
000500         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-EARNDETL-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000620 FD  PAY-HISTORY-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY PAYHST.
000640
000640 FD  TIMESHEET-FILE
000640     LABEL RECORDS ARE STANDARD.
000640     COPY TSREC.
000640
000640 FD  RETRO-PAY-FILE
000640     LABEL RECORDS ARE STANDARD.
000640     COPY RETRPAY.
000640
000640 FD  EARNINGS-DETAIL
000640     LABEL RECORDS ARE STANDARD.
000640     COPY ERNDTL.
000650
000660 WORKING-STORAGE SECTION.
000665 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
000720
000730 01  WS-PAYHIST-STATUS            PIC X(02) VALUE SPACES.
000740     88  WS-PAYHIST-NOT-FOUND                VALUE "35".
000740 01  WS-TIMESHT-STATUS            PIC X(02) VALUE SPACES.
000740 01  WS-TIMESHT-OPEN-SW           PIC X(01) VALUE "N".
000740     88  WS-TIMESHT-OPEN                     VALUE "Y".
000740 01  WS-RETRO-STATUS              PIC X(02) VALUE SPACES.
000740 01  WS-RETRO-OPEN-SW             PIC X(01) VALUE "N".
000740     88  WS-RETRO-OPEN                       VALUE "Y".
000740 01  WS-RETRO-EOF-SW              PIC X(01) VALUE "N".
000740     88  WS-RETRO-EOF                        VALUE "Y".
000740 01  WS-RETRO-PAY                 PIC S9(07)V99 VALUE ZERO.
000740 01  WS-RETRO-MARKED              PIC 9(05) VALUE ZERO.
000740 01  WS-EARNDETL-STATUS           PIC X(02) VALUE SPACES.
000740 01  WS-EARN-EOF-SW               PIC X(01) VALUE "Y".
000740     88  WS-EARN-EOF                         VALUE "Y".
000740 01  WS-EARN-SUB                  PIC 9(02) VALUE ZERO.
000750
000751 01  WS-PEND-TABLE.
000752     05  WS-PEND-ENTRY            OCCURS 500 TIMES
000753                                  INDEXED BY WS-PEND-IDX.
000753         10  WS-PEND-RECORD       PIC X(267).
000755 01  WS-PEND-COUNT                PIC 9(03) VALUE ZERO.
000756
000760 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "HISTWRIT".
001080     END-IF.
001090     OPEN INPUT DEDUCTIONS-REPORT.
001100     OPEN INPUT EMPLOYEE-MASTER.
001100     OPEN INPUT TIMESHEET-FILE.
001100     IF WS-TIMESHT-STATUS EQUAL "00"
001100         SET WS-TIMESHT-OPEN TO TRUE
001100     END-IF.
001100     OPEN INPUT RETRO-PAY-FILE.
001100     IF WS-RETRO-STATUS EQUAL "00"
001100         SET WS-RETRO-OPEN TO TRUE
001100     END-IF.
001100     OPEN INPUT EARNINGS-DETAIL.
001100     IF WS-EARNDETL-STATUS EQUAL "00"
001100         MOVE "N" TO WS-EARN-EOF-SW
001100         PERFORM 1950-READ-EARNINGS
001100             THRU 1950-EXIT
001100     END-IF.
001110     PERFORM 1900-READ-DEDUCTION
001120         THRU 1900-EXIT.
001130 1000-EXIT.
001200     END-READ.
001210 1900-EXIT.
001220     EXIT.
001220
001220*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
001220*  ERROR CANNOT SPIN.
001220 1950-READ-EARNINGS.
001220     READ EARNINGS-DETAIL
001220         AT END
001220             SET WS-EARN-EOF TO TRUE
001220     END-READ.
001220     IF WS-EARNDETL-STATUS NOT EQUAL "00"
001220         SET WS-EARN-EOF TO TRUE
001220     END-IF.
001220 1950-EXIT.
001220     EXIT.
001230
001240*-----------------------------------------------------------------
001250*  2000-BUFFER-ONE-HISTORY.
001430     MOVE "R"                TO PH-REC-TYPE.
001440     MOVE DR-GROSS-PAY       TO PH-GROSS-PAY.
001450     MOVE DR-CITY-TAX-AMT    TO PH-CITY-TAX.
001450     MOVE DR-STAT-TAX-AMT    TO PH-STAT-TAX.
001460     MOVE DR-DEDUCTION-AMT   TO PH-DEDUCTION.
001470     MOVE WS-CURR-BONUS      TO PH-BONUS.
001480     MOVE DR-NET-PAY         TO PH-NET-PAY.
001480     PERFORM 2100-GET-HOURS-PAID
001480         THRU 2100-EXIT.
001480     PERFORM 2200-SUM-APPROVED-RETRO
001480         THRU 2200-EXIT.
001480     MOVE WS-RETRO-PAY       TO PH-RETRO-PAY.
001480     PERFORM 2300-GET-EARNINGS
001480         THRU 2300-EXIT.
001481*  A FULL BUFFER ABANDONS THE STEP - APPENDING A PARTIAL RUN
001482*  WOULD LEAVE SOME EMPLOYEES ON THE HISTORY AND OTHERS NOT.
001483     IF WS-PEND-COUNT EQUAL 500
001530 2000-EXIT.
001540     EXIT.
001541
001541*-----------------------------------------------------------------
001541*  2100-GET-HOURS-PAID.
001541*  THE WORKED AND LEAVE HOURS THE RUN PAID, OFF THE SAME
001541*  TIMESHEET RECORD SUB-PROGRAM PRICED, SO RETROPAY CAN RE-PRICE
001541*  THE PERIOD IF A BACK-DATED RATE IS LOADED LATER. NO RECORD
001541*  LEAVES THE HOURS ZERO.
001541*-----------------------------------------------------------------
001541 2100-GET-HOURS-PAID.
001541     MOVE ZERO TO PH-HOURS-WORKED.
001541     MOVE ZERO TO PH-LEAVE-HOURS.
001541     IF NOT WS-TIMESHT-OPEN
001541         GO TO 2100-EXIT
001541     END-IF.
001541     MOVE DR-EMP-NO TO TS-EMP-NO.
001541     READ TIMESHEET-FILE
001541         INVALID KEY
001541             CONTINUE
001541         NOT INVALID KEY
001541             MOVE TS-HOURS-WORKED TO PH-HOURS-WORKED
001541             COMPUTE PH-LEAVE-HOURS =
001541                 TS-VAC-HOURS + TS-SICK-HOURS
001541     END-READ.
001541 2100-EXIT.
001541     EXIT.
001541
001541*-----------------------------------------------------------------
001541*  2200-SUM-APPROVED-RETRO.
001541*  THE APPROVED RETRO PAY SUB-PROGRAM ADDED TO THE EMPLOYEE'S
001541*  GROSS THIS RUN - EVERY APPROVED RETROPAY LINE FOR THEM.
001541*-----------------------------------------------------------------
001541 2200-SUM-APPROVED-RETRO.
001541     MOVE ZERO TO WS-RETRO-PAY.
001541     IF NOT WS-RETRO-OPEN
001541         GO TO 2200-EXIT
001541     END-IF.
001541     MOVE "N" TO WS-RETRO-EOF-SW.
001541     MOVE DR-EMP-NO TO RP-EMP-NO.
001541     MOVE ZERO TO RP-PERIOD-END.
001541     MOVE ZERO TO RP-CALC-DATE.
001541     MOVE ZERO TO RP-CALC-TIME.
001541     START RETRO-PAY-FILE
001541         KEY IS NOT LESS THAN RP-RETRO-KEY
001541         INVALID KEY
001541             SET WS-RETRO-EOF TO TRUE
001541     END-START.
001541     PERFORM 2210-ADD-ONE-RETRO-LINE
001541         THRU 2210-EXIT
001541         UNTIL WS-RETRO-EOF.
001541 2200-EXIT.
001541     EXIT.
001541
001541 2210-ADD-ONE-RETRO-LINE.
001541     READ RETRO-PAY-FILE NEXT RECORD
001541         AT END
001541             SET WS-RETRO-EOF TO TRUE
001541             GO TO 2210-EXIT
001541     END-READ.
001541     IF WS-RETRO-STATUS NOT EQUAL "00"
001541             OR RP-EMP-NO NOT EQUAL DR-EMP-NO
001541         SET WS-RETRO-EOF TO TRUE
001541         GO TO 2210-EXIT
001541     END-IF.
001541     IF RP-APPROVED
001541         ADD RP-RETRO-AMT TO WS-RETRO-PAY
001541     END-IF.
001541 2210-EXIT.
001541     EXIT.
001541
001541*-----------------------------------------------------------------
001541*  2300-GET-EARNINGS.
001541*  THE GROSS BROKEN DOWN BY EARNINGS CODE, OFF THE EARNDETL FILE
001541*  THE GROSS-PAY STEP WROTE IN MASTER ORDER. IT IS CONSUMED
001541*  FORWARD; LINES FOR AN EMPLOYEE WITH NO DEDUCTIONS RECORD ARE
001541*  PASSED OVER. NO LINES LEAVES THE COUNT ZERO.
001541*-----------------------------------------------------------------
001541 2300-GET-EARNINGS.
001541     MOVE ZERO TO PH-EARN-COUNT.
001541     PERFORM 2320-CLEAR-ONE-EARN-LINE
001541         THRU 2320-EXIT
001541         VARYING WS-EARN-SUB FROM 1 BY 1
001541         UNTIL WS-EARN-SUB GREATER THAN 10.
001541     PERFORM 1950-READ-EARNINGS
001541         THRU 1950-EXIT
001541         UNTIL WS-EARN-EOF
001541             OR ER-EMP-NO NOT LESS THAN DR-EMP-NO.
001541     PERFORM 2310-TAKE-ONE-EARN-LINE
001541         THRU 2310-EXIT
001541         UNTIL WS-EARN-EOF
001541             OR ER-EMP-NO NOT EQUAL DR-EMP-NO.
001541 2300-EXIT.
001541     EXIT.
001541
001541 2310-TAKE-ONE-EARN-LINE.
001541     IF PH-EARN-COUNT LESS THAN 10
001541         ADD 1 TO PH-EARN-COUNT
001541         MOVE ER-EARN-CODE TO PH-EARN-CODE(PH-EARN-COUNT)
001541         MOVE ER-HOURS     TO PH-EARN-HOURS(PH-EARN-COUNT)
001541         MOVE ER-AMOUNT    TO PH-EARN-AMT(PH-EARN-COUNT)
001541     END-IF.
001541     PERFORM 1950-READ-EARNINGS
001541         THRU 1950-EXIT.
001541 2310-EXIT.
001541     EXIT.
001541
001541 2320-CLEAR-ONE-EARN-LINE.
001541     MOVE SPACES TO PH-EARN-CODE(WS-EARN-SUB).
001541     MOVE ZERO   TO PH-EARN-HOURS(WS-EARN-SUB).
001541     MOVE ZERO   TO PH-EARN-AMT(WS-EARN-SUB).
001541 2320-EXIT.
001541     EXIT.
001541
001542*-----------------------------------------------------------------
001543*  2500-APPEND-HISTORY.
001544*  ONLY REACHED AFTER THE WHOLE DEDUCTIONS-REPORT FILE HAS BEEN
001545*  SCANNED THROUGH TO END OF FILE WITHOUT INCIDENT. APPENDS THE
001546*  BUFFERED RECORDS TO THE HISTORY FILE IN ONE PASS.
001547*  A RECORD CARRYING RETRO PAY THEN MARKS THE EMPLOYEE'S
001547*  APPROVED RETROPAY LINES PAID, SO THE NEXT RUN DOES NOT PAY
001547*  THEM AGAIN.
001547*-----------------------------------------------------------------
001548 2500-APPEND-HISTORY.
001549     IF WS-RETRO-OPEN
001549         CLOSE RETRO-PAY-FILE
001549         MOVE "N" TO WS-RETRO-OPEN-SW
001549     END-IF.
001549     OPEN I-O RETRO-PAY-FILE.
001549     IF WS-RETRO-STATUS EQUAL "00"
001549         SET WS-RETRO-OPEN TO TRUE
001549     END-IF.
001549     SET WS-PEND-IDX TO 1.
001550     PERFORM 2600-APPEND-ONE-RECORD
001551         THRU 2600-EXIT
001556 2600-APPEND-ONE-RECORD.
001557     MOVE WS-PEND-RECORD(WS-PEND-IDX) TO PAY-HISTORY-RECORD.
001558     WRITE PAY-HISTORY-RECORD.
001559     IF PH-RETRO-PAY GREATER THAN ZERO
001559             AND WS-RETRO-OPEN
001559         PERFORM 2700-MARK-RETRO-PAID
001559             THRU 2700-EXIT
001559     END-IF.
001559     SET WS-PEND-IDX UP BY 1.
001560 2600-EXIT.
001561     EXIT.
001550
001550*-----------------------------------------------------------------
001550*  2700-MARK-RETRO-PAID.
001550*  EVERY APPROVED LINE FOR THE EMPLOYEE GOES TO PAID, CARRYING
001550*  THE RUN DATE AND PERIOD THAT PAID IT - RUNREVRS PUTS THEM
001550*  BACK TO APPROVED IF THIS RUN IS REVERSED.
001550*-----------------------------------------------------------------
001550 2700-MARK-RETRO-PAID.
001550     MOVE "N" TO WS-RETRO-EOF-SW.
001550     MOVE PH-EMP-NO TO RP-EMP-NO.
001550     MOVE ZERO TO RP-PERIOD-END.
001550     MOVE ZERO TO RP-CALC-DATE.
001550     MOVE ZERO TO RP-CALC-TIME.
001550     START RETRO-PAY-FILE
001550         KEY IS NOT LESS THAN RP-RETRO-KEY
001550         INVALID KEY
001550             SET WS-RETRO-EOF TO TRUE
001550     END-START.
001550     PERFORM 2710-MARK-ONE-RETRO-LINE
001550         THRU 2710-EXIT
001550         UNTIL WS-RETRO-EOF.
001550 2700-EXIT.
001550     EXIT.
001550
001550 2710-MARK-ONE-RETRO-LINE.
001550     READ RETRO-PAY-FILE NEXT RECORD
001550         AT END
001550             SET WS-RETRO-EOF TO TRUE
001550             GO TO 2710-EXIT
001550     END-READ.
001550     IF WS-RETRO-STATUS NOT EQUAL "00"
001550             OR RP-EMP-NO NOT EQUAL PH-EMP-NO
001550         SET WS-RETRO-EOF TO TRUE
001550         GO TO 2710-EXIT
001550     END-IF.
001550     IF NOT RP-APPROVED
001550         GO TO 2710-EXIT
001550     END-IF.
001550     MOVE "D" TO RP-STATUS.
001550     MOVE PH-RUN-DATE TO RP-PAID-RUN-DATE.
001550     MOVE PH-PERIOD-END TO RP-PAID-PERIOD-END.
001550     REWRITE RETRO-PAY-RECORD.
001550     ADD 1 TO WS-RETRO-MARKED.
001550 2710-EXIT.
001550     EXIT.
001550
001560*-----------------------------------------------------------------
001570*  9999-TERMINATE.
001580*-----------------------------------------------------------------
001590 9999-TERMINATE.
001600     CLOSE DEDUCTIONS-REPORT.
001610     CLOSE EMPLOYEE-MASTER.
001620     IF WS-TIMESHT-OPEN
001620         CLOSE TIMESHEET-FILE
001620     END-IF.
001620     IF WS-RETRO-OPEN
001620         CLOSE RETRO-PAY-FILE
001620     END-IF.
001620     IF WS-EARNDETL-STATUS EQUAL "00" OR "10"
001620         CLOSE EARNINGS-DETAIL
001620     END-IF.
001620     CLOSE PAY-HISTORY-FILE.
001622     MOVE WS-HISTORY-COUNT TO WS-STEP-COUNT-OUT.
001624     CALL "STEPCNT" USING
001638             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
001640     ELSE
001642         STRING "PAY HISTORY APPENDED - " WS-HISTORY-COUNT
001644             " FOR RUN " WS-RUN-DATE
001646             " RETRO " WS-RETRO-MARKED
001646             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
001650     END-IF.
001660     CALL "AUDITLOG" USING
