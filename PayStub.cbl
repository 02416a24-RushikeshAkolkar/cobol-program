000327*  09/02/26   RCA   HANDS ITS RECORD COUNT TO NIGHTRUN'S
000327*                   RUN-STATISTICS THROUGH THE COMMON STEPCNT
000327*                   ROUTINE AT END OF STEP.
000328*  10/14/26   RCA   THE ADVANCE INSTALLMENT THE DEDUCTIONS STEP
000328*                   RECOVERED THIS RUN PRINTS AS ITS OWN LINE
000328*                   WHEN THERE IS ONE, AND THE DERIVED FLAT
000328*                   ALLOWANCE ADDS IT BACK IN AS WELL.
000328*  10/14/26   RCA   EACH STUB NOW NAMES THE EMPLOYEE'S PAY GROUP
000328*                   AND THE PERIOD END IT PAYS.
000328*  10/14/26   RCA   A STUB WHOSE GROSS INCLUDES RETRO PAY FOR A
000328*                   BACK-DATED RATE NOW SHOWS THE RETRO AMOUNT
000328*                   UNDER THE GROSS PAY LINE, OFF THE RETROPAY
000328*                   LINES PAID FOR THE PERIOD.
000328*  10/14/26   RCA   THE GROSS PAY IS NOW BROKEN DOWN BY EARNINGS
000328*                   CODE - REGULAR, OVERTIME, LEAVE AND EACH
000328*                   PREMIUM CODE WITH ITS HOURS - OFF THE EARNDETL
000328*                   FILE THE GROSS-PAY STEP WRITES.
000328*  10/14/26   RCA   UNDER THE STATUTORY TAX THE STUB NOW PRINTS
000328*                   THE WITHHOLDING PROFILE IT WAS FIGURED UNDER -
000328*                   FILING STATUS, ALLOWANCES, EXEMPT FLAG AND
000328*                   ADDITIONAL AMOUNT.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PAYSTUB.
000516         ACCESS MODE IS DYNAMIC
000517         RECORD KEY IS LB-EMP-NO
000518         FILE STATUS IS WS-LEAVBAL-STATUS.
000518     SELECT RETRO-PAY-FILE ASSIGN TO "RETROPAY"
000518         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS DYNAMIC
000518         RECORD KEY IS RP-RETRO-KEY
000518         FILE STATUS IS WS-RETRO-STATUS.
000518     SELECT EARNINGS-DETAIL ASSIGN TO "EARNDETL"
000518         ORGANIZATION IS SEQUENTIAL
000518         FILE STATUS IS WS-EARNDETL-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000658 FD  LEAVE-BALANCE-FILE
000659     LABEL RECORDS ARE STANDARD.
000660     COPY LEAVBAL.
000660
000660 FD  RETRO-PAY-FILE
000660     LABEL RECORDS ARE STANDARD.
000660     COPY RETRPAY.
000660
000660 FD  EARNINGS-DETAIL
000660     LABEL RECORDS ARE STANDARD.
000660     COPY ERNDTL.
000650
000660 WORKING-STORAGE SECTION.
000665 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
000730 01  WS-LEAVBAL-STATUS            PIC X(02) VALUE SPACES.
000731 01  WS-LEAVBAL-AVAIL-SW          PIC X(01) VALUE "N".
000732     88  WS-LEAVBAL-AVAIL                    VALUE "Y".
000732 01  WS-RETRO-STATUS              PIC X(02) VALUE SPACES.
000732 01  WS-RETRO-AVAIL-SW            PIC X(01) VALUE "N".
000732     88  WS-RETRO-AVAIL                      VALUE "Y".
000732 01  WS-RETRO-EOF-SW              PIC X(01) VALUE "N".
000732     88  WS-RETRO-EOF                        VALUE "Y".
000732 01  WS-RETRO-PAY                 PIC S9(07)V99 VALUE ZERO.
000732 01  WS-EARNDETL-STATUS           PIC X(02) VALUE SPACES.
000732 01  WS-EARN-EOF-SW               PIC X(01) VALUE "Y".
000732     88  WS-EARN-EOF                         VALUE "Y".
000730
000740 01  WS-STB-HEADING-1.
000750     05  FILLER                  PIC X(20)
000880     05  STB-EMP-NAME            PIC X(14).
000890     05  FILLER                  PIC X(44) VALUE SPACES.
000900
000901 01  WS-STB-PERIOD-LINE.
000902     05  FILLER                  PIC X(12)
000903         VALUE "PAY GROUP".
000904     05  STB-PAY-GROUP           PIC X(10).
000905     05  FILLER                  PIC X(15)
000906         VALUE "PERIOD ENDING".
000907     05  STB-PERIOD-END          PIC 9(08).
000908     05  FILLER                  PIC X(35) VALUE SPACES.
000909
000910 01  WS-STB-AMOUNT-LINE.
000920     05  STB-AMT-LABEL           PIC X(22).
000930     05  STB-AMT-VALUE           PIC ZZ,ZZZ,ZZ9.99-.
000940     05  FILLER                  PIC X(44) VALUE SPACES.
000940
000940 01  WS-STB-EARN-LINE.
000940     05  STB-ERN-LABEL           PIC X(22).
000940     05  STB-ERN-VALUE           PIC ZZ,ZZZ,ZZ9.99-.
000940     05  FILLER                  PIC X(03) VALUE SPACES.
000940     05  STB-ERN-HOURS           PIC ZZ9.99.
000940     05  FILLER                  PIC X(04) VALUE " HRS".
000940     05  FILLER                  PIC X(31) VALUE SPACES.
000940
000940*  THE WITHHOLDING PROFILE THE STATUTORY TAX ABOVE IT WAS FIGURED
000940*  UNDER, SO THE EMPLOYEE CAN SEE WHAT IS ON FILE.
000940 01  WS-STB-WH-LINE.
000940     05  FILLER                  PIC X(02) VALUE SPACES.
000940     05  FILLER                  PIC X(15)
000940         VALUE "FILING STATUS".
000940     05  STB-WH-STATUS           PIC X(01).
000940     05  FILLER                  PIC X(14)
000940         VALUE "   ALLOWANCES".
000940     05  STB-WH-ALLOWANCES       PIC Z9.
000940     05  FILLER                  PIC X(10)
000940         VALUE "   EXEMPT".
000940     05  STB-WH-EXEMPT           PIC X(01).
000940     05  FILLER                  PIC X(12)
000940         VALUE "   ADDL W/H".
000940     05  STB-WH-ADDL-AMT         PIC ZZ,ZZ9.99.
000940     05  FILLER                  PIC X(14) VALUE SPACES.
000950
000960 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "PAYSTUB".
000970 01  WS-AUDIT-MESSAGE             PIC X(60).
001224     IF WS-LEAVBAL-STATUS EQUAL "00"
001225         SET WS-LEAVBAL-AVAIL TO TRUE
001226     END-IF.
001226*  AND THE RETRO-PAY FILE - WITHOUT IT NO STUB CARRIES A
001226*  RETRO PAY LINE.
001226     OPEN INPUT RETRO-PAY-FILE.
001226     IF WS-RETRO-STATUS EQUAL "00"
001226         SET WS-RETRO-AVAIL TO TRUE
001226     END-IF.
001226*  AND THE EARNINGS DETAIL FILE - WITHOUT IT THE STUBS SIMPLY
001226*  CARRY NO EARNINGS-CODE LINES.
001226     OPEN INPUT EARNINGS-DETAIL.
001226     IF WS-EARNDETL-STATUS EQUAL "00"
001226         MOVE "N" TO WS-EARN-EOF-SW
001226         PERFORM 1970-READ-EARNINGS
001226             THRU 1970-EXIT
001226     END-IF.
001213     PERFORM 1900-READ-DEDUCTION
001214         THRU 1900-EXIT.
001230 1000-EXIT.
001357     END-IF.
001358 1960-EXIT.
001359     EXIT.
001359
001359*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
001359*  ERROR CANNOT SPIN.
001359 1970-READ-EARNINGS.
001359     READ EARNINGS-DETAIL
001359         AT END
001359             SET WS-EARN-EOF TO TRUE
001359     END-READ.
001359     IF WS-EARNDETL-STATUS NOT EQUAL "00"
001359         SET WS-EARN-EOF TO TRUE
001359     END-IF.
001359 1970-EXIT.
001359     EXIT.
001360
001340*-----------------------------------------------------------------
001350*  2000-PRINT-ONE-STUB.
001550     MOVE WS-MATCH-NAME TO STB-EMP-NAME.
001560     WRITE STB-LINE FROM WS-STB-EMP-LINE
001570         AFTER ADVANCING 1 LINE.
001571     EVALUATE DR-PAY-GROUP
001572         WHEN "W"
001573             MOVE "WEEKLY"   TO STB-PAY-GROUP
001574         WHEN "B"
001575             MOVE "BIWEEKLY" TO STB-PAY-GROUP
001576         WHEN OTHER
001577             MOVE "MONTHLY"  TO STB-PAY-GROUP
001578     END-EVALUATE.
001579     MOVE DR-PERIOD-END TO STB-PERIOD-END.
001580     WRITE STB-LINE FROM WS-STB-PERIOD-LINE
001581         AFTER ADVANCING 1 LINE.
001580     WRITE STB-LINE FROM WS-STB-RULE-LINE
001590         AFTER ADVANCING 1 LINE.
001600     MOVE "GROSS PAY"            TO STB-AMT-LABEL.
001610     MOVE DR-GROSS-PAY           TO STB-AMT-VALUE.
001620     WRITE STB-LINE FROM WS-STB-AMOUNT-LINE
001630         AFTER ADVANCING 1 LINE.
001630     PERFORM 2600-PRINT-EARNINGS
001630         THRU 2600-EXIT.
001630     PERFORM 2500-PRINT-RETRO-PAY
001630         THRU 2500-EXIT.
001640     MOVE "CITY TAX WITHHELD"    TO STB-AMT-LABEL.
001650     MOVE DR-CITY-TAX-AMT        TO STB-AMT-VALUE.
001660     WRITE STB-LINE FROM WS-STB-AMOUNT-LINE
001674     MOVE DR-STAT-TAX-AMT        TO STB-AMT-VALUE.
001676     WRITE STB-LINE FROM WS-STB-AMOUNT-LINE
001678         AFTER ADVANCING 1 LINE.
001678     MOVE DR-FILING-STATUS       TO STB-WH-STATUS.
001678     MOVE DR-ALLOWANCES          TO STB-WH-ALLOWANCES.
001678     MOVE DR-EXEMPT-SW           TO STB-WH-EXEMPT.
001678     MOVE DR-ADDL-WH-AMT         TO STB-WH-ADDL-AMT.
001678     WRITE STB-LINE FROM WS-STB-WH-LINE
001678         AFTER ADVANCING 1 LINE.
001680     MOVE "DEDUCTION"            TO STB-AMT-LABEL.
001690     MOVE DR-DEDUCTION-AMT       TO STB-AMT-VALUE.
001700     WRITE STB-LINE FROM WS-STB-AMOUNT-LINE
001714         THRU 2200-EXIT.
001716     PERFORM 2300-PRINT-GARNISHMENTS
001718         THRU 2300-EXIT.
001718     IF DR-ADV-AMT GREATER THAN ZERO
001718         MOVE "ADVANCE RECOVERY"     TO STB-AMT-LABEL
001718         MOVE DR-ADV-AMT             TO STB-AMT-VALUE
001718         WRITE STB-LINE FROM WS-STB-AMOUNT-LINE
001718             AFTER ADVANCING 1 LINE
001718     END-IF.
001720     COMPUTE WS-FLAT-ALLOWANCE =
001730         DR-NET-PAY + DR-DEDUCTION-AMT + DR-STAT-TAX-AMT
001732         + DR-ELECT-AMT + DR-GARN-AMT + DR-ADV-AMT
001735         - DR-GROSS-PAY.
001740     MOVE "FLAT ALLOWANCE"       TO STB-AMT-LABEL.
001750     MOVE WS-FLAT-ALLOWANCE      TO STB-AMT-VALUE.
002408         AFTER ADVANCING 1 LINE.
002410 2400-EXIT.
002412     EXIT.
002412
002412*-----------------------------------------------------------------
002412*  2500-PRINT-RETRO-PAY.
002412*  RETRO PAY FOR A BACK-DATED RATE IS PART OF THE GROSS ABOVE;
002412*  THE STUB SHOWS HOW MUCH - EVERY RETROPAY LINE HISTWRIT MARKED
002412*  PAID BY THIS PERIOD'S RUN. NONE, NO LINE.
002412*-----------------------------------------------------------------
002412 2500-PRINT-RETRO-PAY.
002412     MOVE ZERO TO WS-RETRO-PAY.
002412     IF NOT WS-RETRO-AVAIL
002412         GO TO 2500-EXIT
002412     END-IF.
002412     MOVE "N" TO WS-RETRO-EOF-SW.
002412     MOVE DR-EMP-NO TO RP-EMP-NO.
002412     MOVE ZERO TO RP-PERIOD-END.
002412     MOVE ZERO TO RP-CALC-DATE.
002412     MOVE ZERO TO RP-CALC-TIME.
002412     START RETRO-PAY-FILE
002412         KEY IS NOT LESS THAN RP-RETRO-KEY
002412         INVALID KEY
002412             SET WS-RETRO-EOF TO TRUE
002412     END-START.
002412     PERFORM 2510-ADD-ONE-RETRO-LINE
002412         THRU 2510-EXIT
002412         UNTIL WS-RETRO-EOF.
002412     IF WS-RETRO-PAY EQUAL ZERO
002412         GO TO 2500-EXIT
002412     END-IF.
002412     MOVE "  INCL RETRO PAY"     TO STB-AMT-LABEL.
002412     MOVE WS-RETRO-PAY           TO STB-AMT-VALUE.
002412     WRITE STB-LINE FROM WS-STB-AMOUNT-LINE
002412         AFTER ADVANCING 1 LINE.
002412 2500-EXIT.
002412     EXIT.
002412
002412 2510-ADD-ONE-RETRO-LINE.
002412     READ RETRO-PAY-FILE NEXT RECORD
002412         AT END
002412             SET WS-RETRO-EOF TO TRUE
002412             GO TO 2510-EXIT
002412     END-READ.
002412     IF WS-RETRO-STATUS NOT EQUAL "00"
002412             OR RP-EMP-NO NOT EQUAL DR-EMP-NO
002412         SET WS-RETRO-EOF TO TRUE
002412         GO TO 2510-EXIT
002412     END-IF.
002412     IF RP-PAID
002412             AND RP-PAID-PERIOD-END EQUAL DR-PERIOD-END
002412         ADD RP-RETRO-AMT TO WS-RETRO-PAY
002412     END-IF.
002412 2510-EXIT.
002412     EXIT.
002412
002412*-----------------------------------------------------------------
002412*  2600-PRINT-EARNINGS.
002412*  BREAKS THE GROSS ABOVE DOWN BY EARNINGS CODE - REGULAR,
002412*  OVERTIME, LEAVE AND EACH PREMIUM CODE, WITH ITS HOURS. THE
002412*  DETAIL FILE IS WRITTEN BY THE GROSS-PAY STEP IN MASTER ORDER,
002412*  SO IT IS CONSUMED FORWARD; LINES FOR AN EMPLOYEE WHO GOT NO
002412*  STUB ARE PASSED OVER. RETRO PAY HAS ITS OWN LINE BELOW.
002412*-----------------------------------------------------------------
002412 2600-PRINT-EARNINGS.
002412     PERFORM 1970-READ-EARNINGS
002412         THRU 1970-EXIT
002412         UNTIL WS-EARN-EOF
002412             OR ER-EMP-NO NOT LESS THAN DR-EMP-NO.
002412     PERFORM 2610-PRINT-ONE-EARNINGS
002412         THRU 2610-EXIT
002412         UNTIL WS-EARN-EOF
002412             OR ER-EMP-NO NOT EQUAL DR-EMP-NO.
002412 2600-EXIT.
002412     EXIT.
002412
002412 2610-PRINT-ONE-EARNINGS.
002412     IF ER-EARN-CODE EQUAL "RET"
002412         GO TO 2610-NEXT
002412     END-IF.
002412     MOVE SPACES         TO STB-ERN-LABEL.
002412     STRING "  " ER-DESCRIPTION
002412         DELIMITED BY SIZE INTO STB-ERN-LABEL.
002412     MOVE ER-AMOUNT      TO STB-ERN-VALUE.
002412     MOVE ER-HOURS       TO STB-ERN-HOURS.
002412     WRITE STB-LINE FROM WS-STB-EARN-LINE
002412         AFTER ADVANCING 1 LINE.
002412 2610-NEXT.
002412     PERFORM 1970-READ-EARNINGS
002412         THRU 1970-EXIT.
002412 2610-EXIT.
002412     EXIT.
002414
002270*-----------------------------------------------------------------
002280*  9999-TERMINATE.
002344     IF WS-LEAVBAL-AVAIL
002345         CLOSE LEAVE-BALANCE-FILE
002346     END-IF.
002345     IF WS-RETRO-AVAIL
002345         CLOSE RETRO-PAY-FILE
002345     END-IF.
002345     IF WS-EARNDETL-STATUS EQUAL "00" OR "10"
002345         CLOSE EARNINGS-DETAIL
002345     END-IF.
002340     STRING "PAY STUBS PRINTED - COUNT " WS-STUB-COUNT
002350         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
002360     CALL "AUDITLOG" USING
