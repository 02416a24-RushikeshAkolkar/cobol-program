000403*  09/02/26   RCA   HANDS ITS RECORD COUNT TO NIGHTRUN'S
000403*                   RUN-STATISTICS THROUGH THE COMMON STEPCNT
000403*                   ROUTINE AT END OF STEP.
000403*  10/14/26   RCA   PAY GROUPS. ONLY EMPLOYEES WHOSE PAY GROUP IS
000403*                   BEING PAID IN THIS RUN (PER THE COMMON
000403*                   PAYGRPCK ROUTINE) ARE RATED AND POSTED A
000403*                   BONUS.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. TSTCOMPT.
000685         10  WS-PEND-EMP-NO       PIC 9(05).
000686         10  WS-PEND-BONUS-AMT    PIC S9(07)V99.
000687 01  WS-PEND-COUNT                PIC 9(03) VALUE ZERO.
000688
000688*  THE PAY GROUPS BEING PAID IN THIS RUN. AN EMPLOYEE WHOSE
000688*  GROUP IS NOT DUE GETS NO BONUS POSTING THIS RUN.
000689 01  WS-PG-SUB                    PIC 9(01) VALUE ZERO.
000689     COPY PAYGRP.
000690
000700 PROCEDURE DIVISION.
000710
000870*-----------------------------------------------------------------
000880 1000-INITIALIZE.
000885     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000886     CALL "PAYGRPCK" USING PAY-GROUP-TABLE.
000890     OPEN I-O EMPLOYEE-MASTER.
000895     OPEN INPUT PERFORMANCE-RATING-FILE.
000900     PERFORM 1900-READ-EMPLOYEE
001082     IF EMP-TERMINATED
001084         GO TO 2000-NEXT
001086     END-IF.
001087     PERFORM 2700-FIND-PAY-GROUP
001087         THRU 2700-EXIT.
001087     IF NOT PG-DUE(WS-PG-SUB)
001087         GO TO 2000-NEXT
001087     END-IF.
001090     MOVE EMP-NO TO WS-EMP-NO.
001095     PERFORM 2800-GET-RATING
001096         THRU 2800-EXIT.
001230     PERFORM 1900-READ-EMPLOYEE
001240         THRU 1900-EXIT.
001250 2000-EXIT.
001251     EXIT.
001252
001253*-----------------------------------------------------------------
001254*  2700-FIND-PAY-GROUP.
001255*  POINTS WS-PG-SUB AT THE EMPLOYEE'S PAY-GROUP SLOT. A BLANK
001256*  GROUP IS MONTHLY.
001257*-----------------------------------------------------------------
001258 2700-FIND-PAY-GROUP.
001259     EVALUATE TRUE
001260         WHEN EMP-PAY-WEEKLY
001261             MOVE 1 TO WS-PG-SUB
001262         WHEN EMP-PAY-BIWEEKLY
001263             MOVE 2 TO WS-PG-SUB
001264         WHEN OTHER
001265             MOVE 3 TO WS-PG-SUB
001266     END-EVALUATE.
001267 2700-EXIT.
001260     EXIT.
001261
001262*-----------------------------------------------------------------
