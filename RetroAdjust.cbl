000413*                   CARRYING THE FULL BEFORE AND AFTER RECORD
000413*                   IMAGES, SO THE OLD VALUE OF A CHANGED FIELD IS
000413*                   ON FILE INSTEAD OF ONLY A NARRATIVE LINE.
000413*  10/14/26   RCA   JOURNAL IMAGES WIDENED TO 140 BYTES FOR THE
000413*                   PAY-GROUP CODE ON EMPREC.
000413*  10/14/26   RCA   THE ADJUSTMENT LINE CARRIES ZERO HOURS AND
000413*                   RETRO PAY ON THE WIDENED PAY-HISTORY RECORD.
000413*  10/14/26   RCA   THE ADJUSTMENT HISTORY LINE IS WRITTEN WITH AN
000413*                   EMPTY EARNINGS-CODE BREAKDOWN.
000413*  10/14/26   RCA   THE ADJUSTMENT LINE CARRIES A ZERO STATUTORY
000413*                   TAX - ONLY THE CITY TAX IS RE-RATED.
000413*  10/14/26   RCA   JOURNAL IMAGES WIDENED TO 142 BYTES FOR THE
000413*                   COMPANY CODE ON EMPREC.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. RETROADJ.
000701 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
000702     88  WS-LOCK-HELD                        VALUE "Y".
000703 01  WS-JRNL-EMP-NO               PIC 9(05) VALUE ZERO.
000704 01  WS-BEFORE-IMAGE              PIC X(142) VALUE SPACES.
000705 01  WS-AFTER-IMAGE               PIC X(142) VALUE SPACES.
000710 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000720     88  WS-END-OF-FILE                      VALUE "Y".
000730 01  WS-PAYHIST-STATUS            PIC X(02) VALUE SPACES.
001025         10  WS-SEEN-PERIOD-END   PIC 9(08).
001026 01  WS-SEEN-COUNT                PIC 9(03) VALUE ZERO.
001027 01  WS-SEEN-SUB                  PIC 9(03) VALUE ZERO.
001027 01  WS-EARN-SUB                  PIC 9(02) VALUE ZERO.
001028 01  WS-SEEN-FOUND-SW             PIC X(01) VALUE "N".
001029     88  WS-SEEN-FOUND                       VALUE "Y".
001030
003140             COMPUTE PH-GROSS-PAY =
003150                 ZERO - WS-PEND-TAX-DIFF(WS-PEND-IDX)
003160             MOVE WS-PEND-TAX-DIFF(WS-PEND-IDX) TO PH-CITY-TAX
003160             MOVE ZERO TO PH-STAT-TAX
003170             MOVE ZERO TO PH-DEDUCTION
003180             MOVE ZERO TO PH-BONUS
003190             COMPUTE PH-NET-PAY =
003200                 ZERO - WS-PEND-TAX-DIFF(WS-PEND-IDX)
003205             MOVE ZERO TO PH-HOURS-WORKED
003205             MOVE ZERO TO PH-LEAVE-HOURS
003205             MOVE ZERO TO PH-RETRO-PAY
003205             MOVE ZERO TO PH-EARN-COUNT
003205             PERFORM 3150-CLEAR-EARN-LINE
003205                 THRU 3150-EXIT
003205                 VARYING WS-EARN-SUB FROM 1 BY 1
003205                 UNTIL WS-EARN-SUB GREATER THAN 10
003210             WRITE PAY-HISTORY-RECORD
003220             ADD 1 TO WS-ADJ-COUNT
003230             ADD WS-PEND-TAX-DIFF(WS-PEND-IDX) TO WS-ADJ-TOTAL
003290     SET WS-PEND-IDX UP BY 1.
003300 3100-EXIT.
003310     EXIT.
003310
003310*  A TAX ADJUSTMENT LINE CARRIES NO EARNINGS-CODE BREAKDOWN.
003310 3150-CLEAR-EARN-LINE.
003310     MOVE SPACES TO PH-EARN-CODE(WS-EARN-SUB).
003310     MOVE ZERO   TO PH-EARN-HOURS(WS-EARN-SUB).
003310     MOVE ZERO   TO PH-EARN-AMT(WS-EARN-SUB).
003310 3150-EXIT.
003310     EXIT.
003320
003330 3200-CHECK-ALREADY-ADJUSTED.
003340     MOVE "N" TO WS-SEEN-FOUND-SW.
