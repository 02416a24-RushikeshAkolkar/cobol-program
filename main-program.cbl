000404*  09/02/26   RCA   HANDS ITS RECORD COUNT TO NIGHTRUN'S
000404*                   RUN-STATISTICS THROUGH THE COMMON STEPCNT
000404*                   ROUTINE AT END OF STEP.
000404*  10/14/26   RCA   PAY GROUPS. ONLY EMPLOYEES WHOSE PAY GROUP IS
000404*                   BEING PAID IN THIS RUN (PER THE COMMON
000404*                   PAYGRPCK ROUTINE) ARE COUNTED INTO THE CONTROL
000404*                   TOTALS AND PAID; THE EMPLOYEE'S GROUP IS
000404*                   PASSED TO SUB-PROGRAM FOR ITS PERIOD AND
000404*                   STANDARD HOURS.
000404*  10/14/26   RCA   WRITES THE GROSS BROKEN DOWN BY EARNINGS CODE,
000404*                   AS SUB-PROGRAM NOW HANDS IT BACK, TO THE NEW
000404*                   EARNDETL FILE - ONE LINE PER CODE PER EMPLOYEE
000404*                   PAID - FOR HISTWRIT AND THE PAY STUB.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. MAIN-PROGRAM.
000510         ORGANIZATION IS INDEXED
000511         ACCESS MODE IS DYNAMIC
000512         RECORD KEY IS EMP-NO.
000512     SELECT EARNINGS-DETAIL-FILE ASSIGN TO "EARNDETL"
000512         ORGANIZATION IS SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  EMPLOYEE-INPUT-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY EMPREC.
000570
000570 FD  EARNINGS-DETAIL-FILE
000570     LABEL RECORDS ARE STANDARD.
000570     COPY ERNDTL.
000580
000590 WORKING-STORAGE SECTION.
000595 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
000626*  THE NIGHTLY RUN ALWAYS PAYS FROM THE TIMESHEET - THE HOURS
000627*  OVERRIDE IS FOR THE ATTENDED CALLERS AND STAYS ZERO HERE.
000628 01  WS-HOURS-OVERRIDE            PIC 9(03)V99 VALUE ZERO.
000628*  THE GROSS BROKEN DOWN BY EARNINGS CODE, AS SUB-PROGRAM HANDS IT
000628*  BACK; ONE EARNDETL LINE IS WRITTEN PER CODE.
000628     COPY ERNBRK.
000628 01  WS-EB-SUB                    PIC 9(02) VALUE ZERO.
000630 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000640     88  WS-END-OF-FILE                      VALUE "Y".
000641
000652         10  WS-PEND-GROSS-PAY    PIC 9(07)V99.
000653         10  WS-PEND-CITY-TAX     PIC 9(07)V99.
000653 01  WS-PEND-COUNT                PIC 9(03) VALUE ZERO.
000654
000655*  THE PAY GROUPS BEING PAID IN THIS RUN. AN EMPLOYEE WHOSE
000656*  GROUP IS NOT DUE IS LEFT OUT OF THE CONTROL TOTALS AND THE
000657*  PROCESSING PASS ALIKE.
000658 01  WS-PG-SUB                    PIC 9(01) VALUE ZERO.
000659     COPY PAYGRP.
000650
000660 PROCEDURE DIVISION.
000670
000700*-----------------------------------------------------------------
000710 0000-MAINLINE.
000712     MOVE ZERO TO RETURN-CODE.
000713     CALL "PAYGRPCK" USING PAY-GROUP-TABLE.
000715     PERFORM 0500-COMPUTE-CONTROL-TOTALS
000716         THRU 0500-EXIT.
000720     PERFORM 1000-INITIALIZE
000806 0500-EXIT.
000807     EXIT.
000808
000809*  TERMINATED EMPLOYEES AND EMPLOYEES WHOSE PAY GROUP IS NOT
000809*  BEING PAID ARE LEFT OUT OF THE CONTROL TOTALS, SINCE THE
000809*  PROCESSING PASS SKIPS THEM TOO.
000809 0510-READ-FOR-CONTROL.
000810     READ EMPLOYEE-INPUT-FILE
000811         AT END
000812             SET WS-END-OF-FILE TO TRUE
000812             GO TO 0510-EXIT
000816     END-READ.
000816     PERFORM 2800-FIND-PAY-GROUP
000816         THRU 2800-EXIT.
000813     IF NOT EMP-TERMINATED
000813             AND PG-DUE(WS-PG-SUB)
000814         ADD 1 TO WS-CONTROL-COUNT
000815         ADD EMP-NO TO WS-CONTROL-HASH
000815     END-IF.
000817 0510-EXIT.
000818     EXIT.
000819
000840*-----------------------------------------------------------------
000850 1000-INITIALIZE.
000860     OPEN I-O EMPLOYEE-INPUT-FILE.
000860     OPEN OUTPUT EARNINGS-DETAIL-FILE.
000870     PERFORM 2900-READ-EMPLOYEE
000880         THRU 2900-EXIT.
000890 1000-EXIT.
000962     IF EMP-TERMINATED
000964         GO TO 2000-NEXT
000966     END-IF.
000967     PERFORM 2800-FIND-PAY-GROUP
000967         THRU 2800-EXIT.
000967     IF NOT PG-DUE(WS-PG-SUB)
000967         GO TO 2000-NEXT
000967     END-IF.
000970     CALL "SUB-PROGRAM" USING
000980         BY CONTENT EMP-NO
000990         BY CONTENT EMP-NAME
000995         BY CONTENT EMP-CITY
001000         BY REFERENCE CALCULATED-PAY
001005         BY REFERENCE CALCULATED-CITY-TAX
001006         BY CONTENT WS-HOURS-OVERRIDE
001006         BY CONTENT EMP-PAY-GROUP
001006         BY REFERENCE EARNINGS-BREAKDOWN.
001010     DISPLAY "I AM MAIN PROGRAM".
001020     DISPLAY "EMPLOYEE-ID : " EMP-NO.
001030     DISPLAY "EMPLOYEE-NAME : " EMP-NAME.
001045     MOVE EMP-NO TO WS-PEND-EMP-NO(WS-PEND-IDX).
001046     MOVE CALCULATED-PAY TO WS-PEND-GROSS-PAY(WS-PEND-IDX).
001046     MOVE CALCULATED-CITY-TAX TO WS-PEND-CITY-TAX(WS-PEND-IDX).
001046     PERFORM 2700-WRITE-EARNINGS-DETAIL
001046         THRU 2700-EXIT
001046         VARYING WS-EB-SUB FROM 1 BY 1
001046         UNTIL WS-EB-SUB GREATER THAN EB-LINE-COUNT.
001047 2000-NEXT.
001090     PERFORM 2900-READ-EMPLOYEE
001100         THRU 2900-EXIT.
001161 2600-EXIT.
001162     EXIT.
001130
001130*-----------------------------------------------------------------
001130*  2700-WRITE-EARNINGS-DETAIL.
001130*  ONE EARNDETL LINE PER EARNINGS CODE IN THE EMPLOYEE'S GROSS, IN
001130*  MASTER ORDER, FOR HISTWRIT AND THE PAY STUB TO PICK UP.
001130*-----------------------------------------------------------------
001130 2700-WRITE-EARNINGS-DETAIL.
001130     MOVE EMP-NO                     TO ER-EMP-NO.
001130     MOVE EB-EARN-CODE(WS-EB-SUB)    TO ER-EARN-CODE.
001130     MOVE EB-DESCRIPTION(WS-EB-SUB)  TO ER-DESCRIPTION.
001130     MOVE EB-HOURS(WS-EB-SUB)        TO ER-HOURS.
001130     MOVE EB-AMOUNT(WS-EB-SUB)       TO ER-AMOUNT.
001130     WRITE EARNINGS-DETAIL-RECORD.
001130 2700-EXIT.
001130     EXIT.
001130
001130*-----------------------------------------------------------------
001131*  2800-FIND-PAY-GROUP.
001132*  POINTS WS-PG-SUB AT THE EMPLOYEE'S PAY-GROUP SLOT. A BLANK
001133*  GROUP IS MONTHLY.
001134*-----------------------------------------------------------------
001135 2800-FIND-PAY-GROUP.
001136     EVALUATE TRUE
001137         WHEN EMP-PAY-WEEKLY
001138             MOVE 1 TO WS-PG-SUB
001139         WHEN EMP-PAY-BIWEEKLY
001140             MOVE 2 TO WS-PG-SUB
001141         WHEN OTHER
001142             MOVE 3 TO WS-PG-SUB
001143     END-EVALUATE.
001144 2800-EXIT.
001145     EXIT.
001146
001140*-----------------------------------------------------------------
001150*  2900-READ-EMPLOYEE.
001160*-----------------------------------------------------------------
001270*-----------------------------------------------------------------
001280 9999-TERMINATE.
001290     CLOSE EMPLOYEE-INPUT-FILE.
001290     CLOSE EARNINGS-DETAIL-FILE.
001292     MOVE WS-PROCESSED-COUNT TO WS-STEP-COUNT-OUT.
001294     CALL "STEPCNT" USING
001296         BY CONTENT WS-STEP-COUNT-OUT.
