000260*     FILE UNTOUCHED SO A MIS-KEYED JCL DD CANNOT WIPE A LOADED
000270*     PERIOD.
000280*
000280*     TRANSACTION LAYOUT - ONE LINE PER EMPLOYEE PER EARNINGS
000280*     CODE: EMP NO 9(5), EARNINGS CODE X(3), HOURS 9(3)V99
000280*     (IMPLIED DECIMAL), WORK DATE 9(8) CCYYMMDD (NEEDED ONLY FOR
000280*     A HOLIDAY-ONLY CODE), SUPERVISOR-APPROVAL FLAG X(1) (Y =
000280*     APPROVED). THE CODE IS REG (OR BLANK) FOR REGULAR WORKED
000280*     HOURS, VAC FOR VACATION, SCK FOR SICK, OR A PREMIUM CODE ON
000280*     THE EARNCODE TABLE (UP TO FOUR PER EMPLOYEE). THE LINES FOR
000280*     AN EMPLOYEE ARE ADDED INTO THE ONE TIMESHEET RECORD; A
000280*     HOLIDAY-ONLY CODE MAY COME ONCE PER HOLIDAY AND MUST FALL ON
000280*     A HOLIDAY ON THE EMPLOYEE'S PAY-GROUP CALENDAR (PAYCAL).
000310*     REJECT REASON CODES:
000320*         01 - EMPLOYEE NUMBER NOT NUMERIC OR ZERO
000320*         02 - HOURS NOT NUMERIC
000320*         03 - EMPLOYEE'S WORKED HOURS (REGULAR PLUS PREMIUM)
000320*              OVER THE 200.00 PER-PERIOD CAP
000350*         04 - EMPLOYEE NOT ON THE MASTER
000360*         05 - EMPLOYEE IS TERMINATED
000370*         06 - NOT SUPERVISOR-APPROVED
000370*         07 - EARNINGS CODE ALREADY LOADED FOR THE EMPLOYEE
000370*         08 - (NO LONGER RAISED - LEAVE HOURS ARE NOW VAC AND
000370*              SCK LINES, EDITED UNDER 02)
000370*         09 - EARNINGS CODE NOT ON THE EARNCODE TABLE
000370*         10 - HOLIDAY-ONLY CODE AND THE WORK DATE IS NOT A
000370*              HOLIDAY ON THE EMPLOYEE'S PAY CALENDAR
000370*         11 - MORE THAN FOUR PREMIUM CODES FOR THE EMPLOYEE
000390*-----------------------------------------------------------------
000400*  MODIFICATION HISTORY.
000410*  DATE       INIT  DESCRIPTION
000466*                   LEAVE SUBSYSTEM (REASON 08 REJECTS
000468*                   NON-NUMERIC LEAVE HOURS), AND THE EDIT
000470*                   REPORT TOTALS THE LEAVE HOURS LOADED.
000470*  10/14/26   RCA   EARNINGS CODES. THE TRANSACTION IS NOW ONE
000470*                   LINE PER EMPLOYEE PER EARNINGS CODE (REG, VAC,
000470*                   SCK OR A PREMIUM CODE ON THE NEW EARNCODE
000470*                   TABLE) WITH A WORK DATE, AND AN EMPLOYEE'S
000470*                   LINES ADD INTO THE ONE TIMESHEET RECORD.
000470*                   HOLIDAY-ONLY CODES MUST FALL ON A PAY-CALENDAR
000470*                   HOLIDAY. THE HOURS CAP NOW COVERS REGULAR AND
000470*                   PREMIUM HOURS TOGETHER. NEW REASONS 09-11; 08
000470*                   IS RETIRED. THE EDIT REPORT TOTALS PREMIUM
000470*                   HOURS.
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. TSLOAD.
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EMP-NO.
000660     SELECT EARNINGS-CODE-TABLE ASSIGN TO "EARNCODE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS EC-EARN-CODE
000650         FILE STATUS IS WS-EARNCODE-STATUS.
000650     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
000650         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-PAYCAL-STATUS.
000670     SELECT TRANSACTION-FILE ASSIGN TO "TSTRANS"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-TSTRANS-STATUS.
000820     LABEL RECORDS ARE STANDARD.
000830     COPY EMPREC.
000840
000840 FD  EARNINGS-CODE-TABLE
000860     LABEL RECORDS ARE STANDARD.
000860     COPY EARNCD.
000860
000860 FD  PAY-CALENDAR
000860     LABEL RECORDS ARE STANDARD.
000860     COPY PAYCAL.
000860
000850 FD  TRANSACTION-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  TS-TRANS-RECORD.
000880     05  TL-EMP-NO               PIC 9(05).
000880     05  TL-EARN-CODE            PIC X(03).
000880         88  TL-REGULAR                      VALUE "REG" SPACES.
000880         88  TL-VACATION                     VALUE "VAC".
000880         88  TL-SICK                         VALUE "SCK".
000890     05  TL-HOURS                PIC 9(03)V99.
000890     05  TL-WORK-DATE            PIC 9(08).
000900     05  TL-APPROVED             PIC X(01).
000910         88  TL-IS-APPROVED                  VALUE "Y".
000920
000950 01  REJECT-RECORD.
000960     05  RJ-REASON-CODE          PIC X(02).
000970     05  FILLER                  PIC X(01).
000970     05  RJ-TRANS-IMAGE          PIC X(22).
000990
001000 FD  LOAD-EDIT-REPORT
001010     LABEL RECORDS ARE STANDARD.
001100     88  WS-FOUND                            VALUE "Y".
001110 01  WS-REASON-CODE               PIC X(02) VALUE SPACES.
001120 01  WS-HOURS-CAP                 PIC 9(03)V99 VALUE 200.00.
001120 01  WS-EARNCODE-STATUS           PIC X(02) VALUE SPACES.
001120 01  WS-EARNCODE-AVAIL-SW         PIC X(01) VALUE "N".
001120     88  WS-EARNCODE-AVAIL                   VALUE "Y".
001120 01  WS-PAYCAL-STATUS             PIC X(02) VALUE SPACES.
001120 01  WS-CAL-EOF-SW                PIC X(01) VALUE "N".
001120     88  WS-CAL-EOF                          VALUE "Y".
001120 01  WS-TS-FOUND-SW               PIC X(01) VALUE "N".
001120     88  WS-TS-FOUND                         VALUE "Y".
001120 01  WS-PREM-SUB                  PIC 9(01) VALUE ZERO.
001120 01  WS-PREM-SLOT                 PIC 9(01) VALUE ZERO.
001120 01  WS-WORKED-TOTAL              PIC 9(04)V99 VALUE ZERO.
001120 01  WS-EMP-GROUP                 PIC X(01) VALUE SPACES.
001120
001120*  EVERY HOLIDAY ON THE PAY CALENDAR, WITH THE PAY GROUP WHOSE
001120*  CALENDAR CARRIES IT (A BLANK GROUP IS MONTHLY).
001120 01  WS-HOL-TABLE.
001120     05  WS-HOL-ENTRY             OCCURS 200 TIMES.
001120         10  WS-HOL-GROUP         PIC X(01).
001120         10  WS-HOL-DATE          PIC 9(08).
001120 01  WS-HOL-COUNT                 PIC 9(03) VALUE ZERO.
001120 01  WS-HOL-SUB                   PIC 9(03) VALUE ZERO.
001120 01  WS-CAL-SUB                   PIC 9(01) VALUE ZERO.
001120 01  WS-HOL-FOUND-SW              PIC X(01) VALUE "N".
001120     88  WS-HOL-FOUND                        VALUE "Y".
001130
001140 01  WS-READ-COUNT                PIC 9(05) VALUE ZERO.
001150 01  WS-APPLIED-COUNT             PIC 9(05) VALUE ZERO.
001170 01  WS-EMP-NO-HASH               PIC 9(09) VALUE ZERO.
001180 01  WS-HOURS-TOTAL               PIC 9(07)V99 VALUE ZERO.
001182 01  WS-LEAVE-TOTAL               PIC 9(07)V99 VALUE ZERO.
001182 01  WS-PREMIUM-TOTAL             PIC 9(07)V99 VALUE ZERO.
001190
001200 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "TSLOAD".
001210 01  WS-AUDIT-MESSAGE             PIC X(60).
001660*  THE TRANSACTION FILE IS OPENED FIRST - ONLY ONCE IT IS KNOWN
001670*  TO BE THERE IS THE TIMESHEET FILE RECREATED EMPTY (CLEARING
001680*  THE PRIOR PERIOD), SO A MISSING TRANSACTION FILE CANNOT WIPE
001680*  A LOADED PERIOD. IT IS THEN REOPENED I-O SO LATER LINES FOR
001680*  AN EMPLOYEE ADD INTO THE RECORD THE FIRST ONE WROTE. THE
001680*  EARNINGS-CODE TABLE IS OPTIONAL - WITHOUT IT EVERY PREMIUM
001680*  LINE IS REJECTED - AND THE CALENDAR'S HOLIDAYS ARE LOADED
001680*  ONCE UP FRONT.
001700*-----------------------------------------------------------------
001710 1000-INITIALIZE.
001720     OPEN INPUT TRANSACTION-FILE.
001780         GO TO 1000-EXIT
001790     END-IF.
001800     OPEN OUTPUT TIMESHEET-FILE.
001800     CLOSE TIMESHEET-FILE.
001800     OPEN I-O TIMESHEET-FILE.
001810     OPEN INPUT EMPLOYEE-MASTER.
001810     OPEN INPUT EARNINGS-CODE-TABLE.
001810     IF WS-EARNCODE-STATUS EQUAL "00"
001810         SET WS-EARNCODE-AVAIL TO TRUE
001810     END-IF.
001810     PERFORM 1100-LOAD-HOLIDAYS
001810         THRU 1100-EXIT.
001820     OPEN OUTPUT REJECT-FILE.
001830     OPEN OUTPUT LOAD-EDIT-REPORT.
001840     PERFORM 1900-READ-TRANSACTION
001850         THRU 1900-EXIT.
001860 1000-EXIT.
001870     EXIT.
001870
001870*-----------------------------------------------------------------
001870*  1100-LOAD-HOLIDAYS.
001870*  TABLES EVERY HOLIDAY DATE ON EVERY CALENDAR ROW. NO CALENDAR
001870*  MEANS NO HOLIDAYS, SO EVERY HOLIDAY-ONLY LINE IS REJECTED.
001870*-----------------------------------------------------------------
001870 1100-LOAD-HOLIDAYS.
001870     MOVE ZERO TO WS-HOL-COUNT.
001870     OPEN INPUT PAY-CALENDAR.
001870     IF WS-PAYCAL-STATUS NOT EQUAL "00"
001870         GO TO 1100-EXIT
001870     END-IF.
001870     PERFORM 1110-READ-ONE-CALENDAR-ROW
001870         THRU 1110-EXIT
001870         UNTIL WS-CAL-EOF.
001870     CLOSE PAY-CALENDAR.
001870 1100-EXIT.
001870     EXIT.
001870
001870 1110-READ-ONE-CALENDAR-ROW.
001870     READ PAY-CALENDAR
001870         AT END
001870             SET WS-CAL-EOF TO TRUE
001870             GO TO 1110-EXIT
001870     END-READ.
001870     IF WS-PAYCAL-STATUS NOT EQUAL "00"
001870         SET WS-CAL-EOF TO TRUE
001870         GO TO 1110-EXIT
001870     END-IF.
001870     PERFORM 1120-TABLE-ONE-HOLIDAY
001870         THRU 1120-EXIT
001870         VARYING WS-CAL-SUB FROM 1 BY 1
001870         UNTIL WS-CAL-SUB GREATER THAN 5.
001870 1110-EXIT.
001870     EXIT.
001870
001870 1120-TABLE-ONE-HOLIDAY.
001870     IF PC-HOLIDAY-DATE(WS-CAL-SUB) NOT NUMERIC
001870             OR PC-HOLIDAY-DATE(WS-CAL-SUB) EQUAL ZERO
001870         GO TO 1120-EXIT
001870     END-IF.
001870     IF WS-HOL-COUNT EQUAL 200
001870         GO TO 1120-EXIT
001870     END-IF.
001870     ADD 1 TO WS-HOL-COUNT.
001870     IF PC-GROUP-MONTHLY
001870         MOVE "M" TO WS-HOL-GROUP(WS-HOL-COUNT)
001870     ELSE
001870         MOVE PC-PAY-GROUP TO WS-HOL-GROUP(WS-HOL-COUNT)
001870     END-IF.
001870     MOVE PC-HOLIDAY-DATE(WS-CAL-SUB)
001870         TO WS-HOL-DATE(WS-HOL-COUNT).
001870 1120-EXIT.
001870     EXIT.
001880
001890 1900-READ-TRANSACTION.
001900     READ TRANSACTION-FILE
002200
002210*-----------------------------------------------------------------
002220*  2100-EDIT-TRANSACTION.
002220*  THE NUMERIC, MASTER, STATUS, APPROVAL, AND EARNINGS-CODE
002220*  EDITS. THE FIRST EDIT THAT FAILS NAMES THE REASON. THE HOURS
002220*  CAP IS CHECKED WHEN THE LINE IS ADDED INTO THE EMPLOYEE'S
002220*  RECORD, SINCE IT APPLIES TO ALL THEIR LINES TOGETHER.
002250*-----------------------------------------------------------------
002260 2100-EDIT-TRANSACTION.
002270     IF TL-EMP-NO NOT NUMERIC OR TL-EMP-NO EQUAL ZERO
002320         MOVE "02" TO WS-REASON-CODE
002330         GO TO 2100-EXIT
002340     END-IF.
002390     PERFORM 2200-FIND-EMPLOYEE
002400         THRU 2200-EXIT.
002410     IF NOT WS-FOUND
002500         MOVE "06" TO WS-REASON-CODE
002510         GO TO 2100-EXIT
002520     END-IF.
002520     IF TL-REGULAR OR TL-VACATION OR TL-SICK
002528         GO TO 2100-EXIT
002529     END-IF.
002529     PERFORM 2300-FIND-EARNINGS-CODE
002529         THRU 2300-EXIT.
002529     IF NOT WS-FOUND
002529         MOVE "09" TO WS-REASON-CODE
002528         GO TO 2100-EXIT
002529     END-IF.
002529     IF EC-HOLIDAY-CODE
002529         PERFORM 2400-CHECK-HOLIDAY
002529             THRU 2400-EXIT
002529         IF NOT WS-HOL-FOUND
002529             MOVE "10" TO WS-REASON-CODE
002529             GO TO 2100-EXIT
002529         END-IF
002529     END-IF.
002530 2100-EXIT.
002540     EXIT.
002550
002640     END-READ.
002650 2200-EXIT.
002660     EXIT.
002660
002660 2300-FIND-EARNINGS-CODE.
002660     MOVE "N" TO WS-FOUND-SW.
002660     IF NOT WS-EARNCODE-AVAIL
002660         GO TO 2300-EXIT
002660     END-IF.
002660     MOVE TL-EARN-CODE TO EC-EARN-CODE.
002660     READ EARNINGS-CODE-TABLE
002660         INVALID KEY
002660             CONTINUE
002660         NOT INVALID KEY
002660             SET WS-FOUND TO TRUE
002660     END-READ.
002660 2300-EXIT.
002660     EXIT.
002660
002660*-----------------------------------------------------------------
002660*  2400-CHECK-HOLIDAY.
002660*  A HOLIDAY-ONLY LINE'S WORK DATE MUST BE A HOLIDAY ON THE
002660*  CALENDAR OF THE EMPLOYEE'S OWN PAY GROUP (BLANK IS MONTHLY).
002660*-----------------------------------------------------------------
002660 2400-CHECK-HOLIDAY.
002660     MOVE "N" TO WS-HOL-FOUND-SW.
002660     IF TL-WORK-DATE NOT NUMERIC
002660             OR TL-WORK-DATE EQUAL ZERO
002660         GO TO 2400-EXIT
002660     END-IF.
002660     IF EMP-PAY-GROUP EQUAL "W" OR "B"
002660         MOVE EMP-PAY-GROUP TO WS-EMP-GROUP
002660     ELSE
002660         MOVE "M" TO WS-EMP-GROUP
002660     END-IF.
002660     PERFORM 2410-MATCH-ONE-HOLIDAY
002660         THRU 2410-EXIT
002660         VARYING WS-HOL-SUB FROM 1 BY 1
002660         UNTIL WS-HOL-SUB GREATER THAN WS-HOL-COUNT
002660             OR WS-HOL-FOUND.
002660 2400-EXIT.
002660     EXIT.
002660
002660 2410-MATCH-ONE-HOLIDAY.
002660     IF WS-HOL-GROUP(WS-HOL-SUB) EQUAL WS-EMP-GROUP
002660             AND WS-HOL-DATE(WS-HOL-SUB) EQUAL TL-WORK-DATE
002660         SET WS-HOL-FOUND TO TRUE
002660     END-IF.
002660 2410-EXIT.
002660     EXIT.
002670
002740*-----------------------------------------------------------------
002690*  3000-APPLY-HOURS.
002690*  ADDS THE APPROVED LINE INTO THE EMPLOYEE'S RECORD ON THE
002690*  FRESHLY CLEARED TIMESHEET FILE - THE FIRST LINE FOR AN
002690*  EMPLOYEE WRITES IT, LATER ONES REWRITE IT. A CODE ALREADY
002690*  LOADED FOR THE EMPLOYEE IS REJECTED AS A DUPLICATE RATHER
002690*  THAN SILENTLY ADDED TWICE - EXCEPT A HOLIDAY-ONLY CODE, WHICH
002690*  COMES ONCE PER HOLIDAY WORKED. THE 200-HOUR CAP APPLIES TO
002690*  THE EMPLOYEE'S REGULAR AND PREMIUM HOURS TOGETHER.
002740*-----------------------------------------------------------------
002750 3000-APPLY-HOURS.
002750     PERFORM 3100-GET-TIMESHEET
002750         THRU 3100-EXIT.
002750     EVALUATE TRUE
002750         WHEN TL-REGULAR
002750             IF TS-HOURS-WORKED GREATER THAN ZERO
002750                 MOVE "07" TO WS-REASON-CODE
002750                 GO TO 3000-EXIT
002750             END-IF
002750             MOVE TL-HOURS TO TS-HOURS-WORKED
002750         WHEN TL-VACATION
002750             IF TS-VAC-HOURS GREATER THAN ZERO
002750                 MOVE "07" TO WS-REASON-CODE
002750                 GO TO 3000-EXIT
002750             END-IF
002750             MOVE TL-HOURS TO TS-VAC-HOURS
002750         WHEN TL-SICK
002750             IF TS-SICK-HOURS GREATER THAN ZERO
002750                 MOVE "07" TO WS-REASON-CODE
002750                 GO TO 3000-EXIT
002750             END-IF
002750             MOVE TL-HOURS TO TS-SICK-HOURS
002750         WHEN OTHER
002750             PERFORM 3200-ADD-PREMIUM-LINE
002750                 THRU 3200-EXIT
002750     END-EVALUATE.
002750     IF WS-REASON-CODE NOT EQUAL SPACES
002750         GO TO 3000-EXIT
002750     END-IF.
002750     PERFORM 3300-CHECK-HOURS-CAP
002750         THRU 3300-EXIT.
002750     IF WS-REASON-CODE NOT EQUAL SPACES
002750         GO TO 3000-EXIT
002750     END-IF.
002750     IF WS-TS-FOUND
002750         REWRITE TIMESHEET-RECORD
002750     ELSE
002750         WRITE TIMESHEET-RECORD
002750     END-IF.
002750     ADD 1 TO WS-APPLIED-COUNT.
002750     ADD TL-EMP-NO TO WS-EMP-NO-HASH.
002750     EVALUATE TRUE
002750         WHEN TL-REGULAR
002840             ADD TL-HOURS TO WS-HOURS-TOTAL
002840         WHEN TL-VACATION OR TL-SICK
002840             ADD TL-HOURS TO WS-LEAVE-TOTAL
002840         WHEN OTHER
002840             ADD TL-HOURS TO WS-PREMIUM-TOTAL
002840     END-EVALUATE.
002860 3000-EXIT.
002870     EXIT.
002870
002870*  THE EMPLOYEE'S RECORD SO FAR, OR A FRESH EMPTY ONE.
002870 3100-GET-TIMESHEET.
002870     MOVE "N" TO WS-TS-FOUND-SW.
002870     MOVE TL-EMP-NO TO TS-EMP-NO.
002870     READ TIMESHEET-FILE
002790         INVALID KEY
002790             CONTINUE
002810         NOT INVALID KEY
002810             SET WS-TS-FOUND TO TRUE
002810     END-READ.
002810     IF NOT WS-TS-FOUND
002810         MOVE TL-EMP-NO TO TS-EMP-NO
002810         MOVE ZERO TO TS-HOURS-WORKED
002810         MOVE ZERO TO TS-VAC-HOURS
002810         MOVE ZERO TO TS-SICK-HOURS
002810         MOVE ZERO TO TS-PREMIUM-COUNT
002810         PERFORM 3110-CLEAR-ONE-PREMIUM
002810             THRU 3110-EXIT
002810             VARYING WS-PREM-SUB FROM 1 BY 1
002810             UNTIL WS-PREM-SUB GREATER THAN 4
002810     END-IF.
002810 3100-EXIT.
002870     EXIT.
002870
002870 3110-CLEAR-ONE-PREMIUM.
002870     MOVE SPACES TO TS-PREM-CODE(WS-PREM-SUB).
002870     MOVE ZERO TO TS-PREM-HOURS(WS-PREM-SUB).
002870 3110-EXIT.
002870     EXIT.
002870
002740*-----------------------------------------------------------------
002740*  3200-ADD-PREMIUM-LINE.
002740*  FINDS THE CODE'S SLOT ON THE RECORD OR TAKES THE NEXT FREE
002740*  ONE. THE EARNINGS-CODE ROW READ BY THE EDIT IS STILL IN THE
002740*  RECORD AREA.
002740*-----------------------------------------------------------------
002740 3200-ADD-PREMIUM-LINE.
002740     MOVE ZERO TO WS-PREM-SLOT.
002740     PERFORM 3210-MATCH-ONE-PREMIUM
002740         THRU 3210-EXIT
002740         VARYING WS-PREM-SUB FROM 1 BY 1
002740         UNTIL WS-PREM-SUB GREATER THAN TS-PREMIUM-COUNT
002740             OR WS-PREM-SLOT GREATER THAN ZERO.
002740     IF WS-PREM-SLOT GREATER THAN ZERO
002740         IF NOT EC-HOLIDAY-CODE
002800             MOVE "07" TO WS-REASON-CODE
002800             GO TO 3200-EXIT
002800         END-IF
002800         ADD TL-HOURS TO TS-PREM-HOURS(WS-PREM-SLOT)
002800         GO TO 3200-EXIT
002800     END-IF.
002800     IF TS-PREMIUM-COUNT EQUAL 4
002800         MOVE "11" TO WS-REASON-CODE
002800         GO TO 3200-EXIT
002800     END-IF.
002800     ADD 1 TO TS-PREMIUM-COUNT.
002800     MOVE TL-EARN-CODE TO TS-PREM-CODE(TS-PREMIUM-COUNT).
002800     MOVE TL-HOURS     TO TS-PREM-HOURS(TS-PREMIUM-COUNT).
002800 3200-EXIT.
002870     EXIT.
002870
002870 3210-MATCH-ONE-PREMIUM.
002870     IF TS-PREM-CODE(WS-PREM-SUB) EQUAL TL-EARN-CODE
002870         MOVE WS-PREM-SUB TO WS-PREM-SLOT
002870     END-IF.
002870 3210-EXIT.
002870     EXIT.
002870
002870*  WORKED HOURS - REGULAR PLUS EVERY PREMIUM CODE - AGAINST THE
002870*  PER-PERIOD CAP, WITH THIS LINE ALREADY ADDED IN.
002870 3300-CHECK-HOURS-CAP.
002870     MOVE TS-HOURS-WORKED TO WS-WORKED-TOTAL.
002870     PERFORM 3310-ADD-ONE-PREMIUM
002870         THRU 3310-EXIT
002870         VARYING WS-PREM-SUB FROM 1 BY 1
002870         UNTIL WS-PREM-SUB GREATER THAN TS-PREMIUM-COUNT.
002870     IF WS-WORKED-TOTAL GREATER THAN WS-HOURS-CAP
002870         MOVE "03" TO WS-REASON-CODE
002870     END-IF.
002870 3300-EXIT.
002870     EXIT.
002870
002870 3310-ADD-ONE-PREMIUM.
002870     ADD TS-PREM-HOURS(WS-PREM-SUB) TO WS-WORKED-TOTAL.
002870 3310-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------------
002900*  7000-PRINT-SUMMARY.
003154     MOVE WS-LEAVE-TOTAL            TO RPT-HOURS-VALUE.
003156     WRITE RPT-LINE FROM WS-RPT-HOURS-LINE
003158         AFTER ADVANCING 1 LINE.
003158     MOVE "PREMIUM HOURS LOADED"    TO RPT-HOURS-LABEL.
003158     MOVE WS-PREMIUM-TOTAL          TO RPT-HOURS-VALUE.
003156     WRITE RPT-LINE FROM WS-RPT-HOURS-LINE
003158         AFTER ADVANCING 1 LINE.
003160     STRING "TIMESHEET LOAD - APPLIED " WS-APPLIED-COUNT
003170         " REJECTED " WS-REJECT-COUNT
003180         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
003390 9999-TERMINATE.
003400     CLOSE TIMESHEET-FILE.
003410     CLOSE EMPLOYEE-MASTER.
003410     IF WS-EARNCODE-AVAIL
003410         CLOSE EARNINGS-CODE-TABLE
003410     END-IF.
003420     CLOSE TRANSACTION-FILE.
003430     CLOSE REJECT-FILE.
003440     CLOSE LOAD-EDIT-REPORT.
