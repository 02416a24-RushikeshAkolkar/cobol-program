000296*          CHECK TOTAL, PLUS THE AMOUNT CHECKPRT WITHHELD FOR
000297*          NOT-ON-MASTER LINES - WHICH TOGETHER MUST EQUAL THE
000298*          DEDUCTIONS REPORT'S NET PAY.
000298*     EACH COMPANY ON THE COMPANY TABLE IS BALANCED ON ITS OWN -
000298*     ITS OWN DEDUCTIONS-REPORT LINES AND EMPLOYEES AGAINST ITS
000298*     OWN PAYTOTLS, BANKFILE AND CHKTOTLS (THE PLAIN NAMES FOR THE
000298*     HOME COMPANY 01, NAME.CC FOR ANY OTHER - SEE COMPTAB) - AND
000298*     GETS ITS OWN CERTIFICATE PAGE. A DEDUCTIONS-REPORT LINE FOR
000298*     A COMPANY NOT ON THE TABLE IS PAID BY NO COMPANY AND PUTS
000298*     THE RUN OUT OF BALANCE.
000298*     WHEN ANY LEG OF ANY COMPANY DISAGREES THE RUN IS FLAGGED ON
000298*     THE AUDIT TRAIL AND THE EXCEPTION FILE AND A NON-ZERO RETURN
000298*     CODE STOPS THE CHAIN.
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY.
000350*  DATE       INIT  DESCRIPTION
000381*                   AMOUNT CHECKPRT WITHHELD FOR NOT-ON-MASTER
000381*                   LINES (NEW CHKTOTLS FIELD), SO A WITHHELD
000381*                   CHECK NO LONGER SHOWS AS AN OUT-OF-BALANCE.
000381*  10/14/26   RCA   PAY GROUPS. THE MASTER-MOVEMENT LEG SUMS ONLY
000381*                   THE EMPLOYEES WHOSE PAY GROUP IS BEING PAID IN
000381*                   THIS RUN, MATCHING THE DEDUCTIONS REPORT.
000381*  10/14/26   RCA   MULTI-COMPANY. EACH COMPANY ON THE COMPANY
000381*                   TABLE IS BALANCED ON ITS OWN AGAINST ITS OWN
000381*                   PAYTOTLS, BANKFILE AND CHKTOTLS, WITH ITS OWN
000381*                   CERTIFICATE PAGE AND VERDICT.
000381*                   DEDUCTIONS-REPORT LINES FOR A COMPANY NOT ON
000381*                   THE TABLE PUT THE RUN OUT OF BALANCE.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. BALANCER.
000950
000960 01  WS-BALANCED-SW               PIC X(01) VALUE "Y".
000970     88  WS-RUN-BALANCED                     VALUE "Y".
000970 01  WS-CO-BALANCED-SW            PIC X(01) VALUE "Y".
000970     88  WS-CO-BALANCED                      VALUE "Y".
000970
000970*  THE RUN'S DEDUCTIONS-REPORT LINE COUNT, AND THE LINES WHOSE
000970*  COMPANY IS NOT ON THE COMPANY TABLE.
000970 01  WS-RUN-DR-COUNT              PIC 9(07) VALUE ZERO.
000970 01  WS-STRAY-COUNT               PIC 9(07) VALUE ZERO.
000970 01  WS-STRAY-NET                 PIC S9(11)V99 VALUE ZERO.
000980
000990 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "BALANCER".
001000 01  WS-AUDIT-MESSAGE             PIC X(60).
001080         VALUE "END-OF-RUN BALANCING CERTIFICATE".
001090     05  FILLER                  PIC X(20) VALUE SPACES.
001100
001100 01  WS-CRT-COMPANY-LINE.
001100     05  FILLER                  PIC X(09) VALUE "COMPANY: ".
001100     05  CRT-CO-CODE             PIC X(02).
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  CRT-CO-NAME             PIC X(30).
001100     05  FILLER                  PIC X(37) VALUE SPACES.
001100
001110 01  WS-CRT-RULE-LINE             PIC X(80) VALUE ALL "-".
001120
001130 01  WS-CRT-LEG-LINE.
001180     05  FILLER                  PIC X(16) VALUE SPACES.
001190
001200 01  WS-CRT-VERDICT-LINE          PIC X(80).
001200
001200 01  WS-CRT-STRAY-LINE.
001200     05  FILLER                  PIC X(30)
001200         VALUE "LINES FOR NO COMPANY ON TABLE".
001200     05  CRT-STRAY-COUNT         PIC ZZZZZZ9.
001200     05  FILLER                  PIC X(05) VALUE "  NET".
001200     05  CRT-STRAY-NET           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001200     05  FILLER                  PIC X(20) VALUE SPACES.
001210
001211*  THE PAY GROUPS BEING PAID IN THIS RUN - ONLY THEIR EMPLOYEES
001212*  HAVE A LINE ON THE DEDUCTIONS REPORT.
001213 01  WS-PG-SUB                    PIC 9(01) VALUE ZERO.
001214     COPY PAYGRP.
001214
001214*  THE COMPANY BEING BALANCED AND THE TEST OF WHETHER A LINE OR
001214*  EMPLOYEE BELONGS TO IT (A BLANK CODE IS THE HOME COMPANY 01).
001214 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001214 01  WS-TEST-COMPANY              PIC X(02) VALUE SPACES.
001214 01  WS-IN-COMPANY-SW             PIC X(01) VALUE "N".
001214     88  WS-IN-COMPANY                       VALUE "Y".
001214
001214     COPY COMPTBL.
001210
001220 PROCEDURE DIVISION.
001220
002470*-----------------------------------------------------------------
001250*  0000-MAINLINE.
002470*-----------------------------------------------------------------
001270 0000-MAINLINE.
001280     MOVE ZERO TO RETURN-CODE.
001280     PERFORM 0100-INITIALIZE
001280         THRU 0100-EXIT.
001280     PERFORM 0200-BALANCE-ONE-COMPANY
001280         THRU 0200-EXIT
001280         VARYING WS-CO-SUB FROM 1 BY 1
001280         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
001280     PERFORM 6000-FIND-STRAY-LINES
001280         THRU 6000-EXIT.
001280     PERFORM 7000-PRINT-RUN-VERDICT
001280         THRU 7000-EXIT.
001280     PERFORM 9999-TERMINATE
001280         THRU 9999-EXIT.
001390*  THE RETURN CODE IS SET LAST OF ALL - A CALL TO A COMMON
001400*  ROUTINE AFTER THIS POINT WOULD HAND ITS OWN (ZERO) RETURN
001410*  CODE BACK AND WIPE THE FAILURE STATUS OUT.
001410     MOVE WS-RUN-DR-COUNT TO WS-STEP-COUNT-OUT.
001415     CALL "STEPCNT" USING
001415         BY CONTENT WS-STEP-COUNT-OUT.
002290     IF NOT WS-RUN-BALANCED
001430         MOVE 8 TO RETURN-CODE
002910     END-IF.
001450     GOBACK.
001450
002470*-----------------------------------------------------------------
002470*  0100-INITIALIZE.
002470*  LOADS THE COMPANY TABLE AND THE PAY GROUPS BEING PAID AND
002470*  OPENS THE CERTIFICATE, WHICH CARRIES ONE PAGE PER COMPANY.
002470*-----------------------------------------------------------------
002470 0100-INITIALIZE.
002470     MOVE "L" TO CM-FUNCTION.
002470     CALL "COMPTAB" USING
002470         BY REFERENCE COMPANY-TABLE-AREA.
001805     CALL "PAYGRPCK" USING PAY-GROUP-TABLE.
002490     OPEN OUTPUT BALANCE-CERTIFICATE.
002490 0100-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
002470*  0200-BALANCE-ONE-COMPANY.
002470*  CROSS-FOOTS ONE COMPANY'S LEGS FROM CLEARED TOTALS - ITS OWN
002470*  DEDUCTIONS-REPORT LINES AND EMPLOYEES, AND ITS OWN PAYTOTLS,
002470*  BANKFILE AND CHKTOTLS - AND PRINTS ITS CERTIFICATE PAGE. ONE
002470*  COMPANY OUT OF BALANCE PUTS THE WHOLE RUN OUT OF BALANCE.
002470*-----------------------------------------------------------------
002470 0200-BALANCE-ONE-COMPANY.
002470     MOVE ZERO TO WS-DR-COUNT.
002470     MOVE ZERO TO WS-DR-GROSS.
002470     MOVE ZERO TO WS-DR-DEDUCTION.
002470     MOVE ZERO TO WS-DR-NET.
002470     MOVE ZERO TO WS-MSTR-GROSS.
002470     MOVE ZERO TO WS-MSTR-DEDUCTION.
002470     MOVE ZERO TO WS-PT-COUNT.
002470     MOVE ZERO TO WS-PT-GROSS.
002470     MOVE ZERO TO WS-PT-DEDUCTION.
002470     MOVE ZERO TO WS-PT-NET.
002470     MOVE ZERO TO WS-BANK-TOTAL.
002470     MOVE ZERO TO WS-CHECK-TOTAL.
002470     MOVE ZERO TO WS-WITHHELD-TOTAL.
002470     MOVE ZERO TO WS-PAYMENTS-TOTAL.
002470     MOVE "N" TO WS-TRAILER-SEEN-SW.
002470     MOVE "Y" TO WS-CO-BALANCED-SW.
002470     MOVE "PAYTOTLS" TO CM-FILE-NAME.
002470     PERFORM 0300-POINT-COMPANY-FILE
002470         THRU 0300-EXIT.
002470     MOVE "BANKFILE" TO CM-FILE-NAME.
002470     PERFORM 0300-POINT-COMPANY-FILE
002470         THRU 0300-EXIT.
002470     MOVE "CHKTOTLS" TO CM-FILE-NAME.
002470     PERFORM 0300-POINT-COMPANY-FILE
002470         THRU 0300-EXIT.
001290     PERFORM 1000-SUM-DEDUCTIONS-REPORT
001300         THRU 1000-EXIT.
001310     PERFORM 2000-SUM-MASTER-MOVEMENT
001360         THRU 4000-EXIT.
001370     PERFORM 5000-PRINT-CERTIFICATE
001380         THRU 5000-EXIT.
001380     IF NOT WS-CO-BALANCED
002414         MOVE "N" TO WS-BALANCED-SW
002910     END-IF.
002910 0200-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
002470*  0300-POINT-COMPANY-FILE.
002470*  POINTS THE FILE NAMED IN CM-FILE-NAME AT THE COPY BELONGING TO
002470*  THE COMPANY BEING BALANCED.
002470*-----------------------------------------------------------------
002470 0300-POINT-COMPANY-FILE.
002470     MOVE WS-CO-SUB TO CM-SUB.
002470     MOVE "P" TO CM-FUNCTION.
002470     CALL "COMPTAB" USING
002470         BY REFERENCE COMPANY-TABLE-AREA.
002470 0300-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
002470*  0400-TEST-COMPANY.
002470*  SETS WS-IN-COMPANY WHEN THE CODE IN WS-TEST-COMPANY IS THE
002470*  COMPANY BEING BALANCED. A BLANK CODE IS THE HOME COMPANY.
002470*-----------------------------------------------------------------
002470 0400-TEST-COMPANY.
002470     MOVE "N" TO WS-IN-COMPANY-SW.
002470     IF WS-TEST-COMPANY EQUAL SPACES
002470         MOVE "01" TO WS-TEST-COMPANY
002910     END-IF.
002910     IF WS-TEST-COMPANY EQUAL CM-CODE(WS-CO-SUB)
002910         SET WS-IN-COMPANY TO TRUE
002910     END-IF.
002910 0400-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
001480*  1000-SUM-DEDUCTIONS-REPORT.
002470*-----------------------------------------------------------------
001500 1000-SUM-DEDUCTIONS-REPORT.
002248     MOVE "N" TO WS-EOF-SW.
001510     OPEN INPUT DEDUCTIONS-REPORT.
001520     PERFORM 1100-SUM-ONE-LINE
001530         THRU 1100-EXIT
002266         UNTIL WS-END-OF-FILE.
001550     CLOSE DEDUCTIONS-REPORT.
001560 1000-EXIT.
002990     EXIT.
002990
002990*  ONLY THE LINES OF THE COMPANY BEING BALANCED ARE SUMMED.
001590 1100-SUM-ONE-LINE.
001600     READ DEDUCTIONS-REPORT
002332         AT END
002334             SET WS-END-OF-FILE TO TRUE
002334             GO TO 1100-EXIT
002348     END-READ.
002348     MOVE DR-COMPANY TO WS-TEST-COMPANY.
002348     PERFORM 0400-TEST-COMPANY
002348         THRU 0400-EXIT.
002348     IF NOT WS-IN-COMPANY
002348         GO TO 1100-EXIT
002910     END-IF.
002910     ADD 1 TO WS-DR-COUNT.
002910     ADD DR-GROSS-PAY     TO WS-DR-GROSS.
002910     ADD DR-DEDUCTION-AMT TO WS-DR-DEDUCTION.
002910     ADD DR-NET-PAY       TO WS-DR-NET.
001690 1100-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
001730*  2000-SUM-MASTER-MOVEMENT.
001740*  SUMS THE CURRENT-RUN FIGURES THE POSTING PASSES LEFT ON THE
001740*  MASTER FOR THE COMPANY'S EMPLOYEES. TERMINATED EMPLOYEES ARE
001740*  SKIPPED - THEY HAVE NO LINE ON THE RUN'S DEDUCTIONS REPORT, SO
001740*  THEIR CURRENT-RUN FIELDS BELONG TO THEIR TERMINATION, NOT TO
001740*  THIS RUN. EMPLOYEES IN A PAY GROUP NOT BEING PAID TONIGHT ARE
001740*  SKIPPED THE SAME WAY - THEIR CURRENT-RUN FIELDS BELONG TO THEIR
001740*  GROUP'S LAST RUN.
002470*-----------------------------------------------------------------
001790 2000-SUM-MASTER-MOVEMENT.
002248     MOVE "N" TO WS-EOF-SW.
001810     OPEN INPUT EMPLOYEE-MASTER.
001820     PERFORM 2100-SUM-ONE-EMPLOYEE
001830         THRU 2100-EXIT
002266         UNTIL WS-END-OF-FILE.
001850     CLOSE EMPLOYEE-MASTER.
001860 2000-EXIT.
002990     EXIT.
002990
001890 2100-SUM-ONE-EMPLOYEE.
001900     READ EMPLOYEE-MASTER NEXT RECORD
002332         AT END
002334             SET WS-END-OF-FILE TO TRUE
001925             GO TO 2100-EXIT
002348     END-READ.
002348     MOVE EMP-COMPANY TO WS-TEST-COMPANY.
002348     PERFORM 0400-TEST-COMPANY
002348         THRU 0400-EXIT.
002348     IF NOT WS-IN-COMPANY
002348         GO TO 2100-EXIT
002910     END-IF.
001981     PERFORM 2200-FIND-PAY-GROUP
001982         THRU 2200-EXIT.
001940     IF NOT EMP-TERMINATED
001945             AND PG-DUE(WS-PG-SUB)
001950         ADD EMP-CURR-GROSS-PAY  TO WS-MSTR-GROSS
001960         ADD EMP-CURR-DEDUCTION  TO WS-MSTR-DEDUCTION
002910     END-IF.
001990 2100-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
001992*  2200-FIND-PAY-GROUP.
001993*  POINTS WS-PG-SUB AT THE EMPLOYEE'S PAY-GROUP SLOT. A BLANK
001994*  GROUP IS MONTHLY.
002470*-----------------------------------------------------------------
001996 2200-FIND-PAY-GROUP.
001997     EVALUATE TRUE
001998         WHEN EMP-PAY-WEEKLY
001999             MOVE 1 TO WS-PG-SUB
002000         WHEN EMP-PAY-BIWEEKLY
002001             MOVE 2 TO WS-PG-SUB
002002         WHEN OTHER
002003             MOVE 3 TO WS-PG-SUB
002004     END-EVALUATE.
002005 2200-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
002030*  3000-READ-REPORT-TOTALS.
002030*  A MISSING CONTROL FILE MEANS PAYRPT NEVER GOT AS FAR AS THE
002030*  COMPANY'S TOTALS - THAT IS ITSELF AN OUT-OF-BALANCE CONDITION.
002470*-----------------------------------------------------------------
002070 3000-READ-REPORT-TOTALS.
002080     OPEN INPUT REPORT-TOTALS-FILE.
002090     IF WS-PAYTOTLS-STATUS NOT EQUAL "00"
002090         MOVE "N" TO WS-CO-BALANCED-SW
002090         DISPLAY "BALANCER - CO " CM-CODE(WS-CO-SUB)
002090             " PAYRPT TOTALS CONTROL FILE NOT AVAILABLE."
002130         GO TO 3000-EXIT
002910     END-IF.
002150     READ REPORT-TOTALS-FILE
002332         AT END
002332             MOVE "N" TO WS-CO-BALANCED-SW
002332             DISPLAY "BALANCER - CO " CM-CODE(WS-CO-SUB)
002332                 " PAYRPT TOTALS CONTROL FILE IS EMPTY."
002336         NOT AT END
002196             MOVE PT-DETAIL-COUNT    TO WS-PT-COUNT
002197             MOVE PT-TOTAL-GROSS     TO WS-PT-GROSS
002198             MOVE PT-TOTAL-DEDUCTION TO WS-PT-DEDUCTION
002199             MOVE PT-TOTAL-NET       TO WS-PT-NET
002348     END-READ.
002210     CLOSE REPORT-TOTALS-FILE.
002220 3000-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
002236*  3500-SUM-PAYMENTS-LEG.
002236*  PICKS THE COMPANY'S BANK FILE TRAILER TOTAL AND CHECK-PRINT
002236*  TOTAL UP. EITHER FILE MISSING MEANS ITS STEP NEVER FINISHED -
002236*  THAT IS ITSELF AN OUT-OF-BALANCE CONDITION.
002470*-----------------------------------------------------------------
002246 3500-SUM-PAYMENTS-LEG.
002248     MOVE "N" TO WS-EOF-SW.
002250     OPEN INPUT BANK-PAYMENT-FILE.
002350     IF WS-BANKFILE-STATUS NOT EQUAL "00"
002350         MOVE "N" TO WS-CO-BALANCED-SW
002350         DISPLAY "BALANCER - CO " CM-CODE(WS-CO-SUB)
002350             " BANK PAYMENT FILE NOT AVAILABLE."
002258         GO TO 3500-CHECKS
002910     END-IF.
002262     PERFORM 3510-SCAN-ONE-BANK-RECORD
002264         THRU 3510-EXIT
002266         UNTIL WS-END-OF-FILE.
002268     CLOSE BANK-PAYMENT-FILE.
002270     IF NOT WS-TRAILER-SEEN
002270         MOVE "N" TO WS-CO-BALANCED-SW
002270         DISPLAY "BALANCER - CO " CM-CODE(WS-CO-SUB)
002270             " BANK PAYMENT FILE HAS NO TRAILER."
002910     END-IF.
002278 3500-CHECKS.
002280     OPEN INPUT CHECK-TOTALS-FILE.
002282     IF WS-CHKTOTLS-STATUS NOT EQUAL "00"
002282         MOVE "N" TO WS-CO-BALANCED-SW
002282         DISPLAY "BALANCER - CO " CM-CODE(WS-CO-SUB)
002282             " CHECK TOTALS CONTROL FILE NOT AVAILABLE."
002290         GO TO 3500-FOOT
002910     END-IF.
002294     READ CHECK-TOTALS-FILE
002332         AT END
002332             MOVE "N" TO WS-CO-BALANCED-SW
002332             DISPLAY "BALANCER - CO " CM-CODE(WS-CO-SUB)
002332                 " CHECK TOTALS CONTROL FILE IS EMPTY."
002336         NOT AT END
002306             MOVE CT-CHECK-TOTAL TO WS-CHECK-TOTAL
002307             MOVE CT-WITHHELD-TOTAL TO WS-WITHHELD-TOTAL
002348     END-READ.
002310     CLOSE CHECK-TOTALS-FILE.
002312 3500-FOOT.
002314     COMPUTE WS-PAYMENTS-TOTAL =
002316         WS-BANK-TOTAL + WS-CHECK-TOTAL
002317         + WS-WITHHELD-TOTAL.
002318 3500-EXIT.
002990     EXIT.
002990
002324*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
002326*  ERROR CANNOT SPIN. ONLY THE TRAILER CARRIES A TOTAL.
002328 3510-SCAN-ONE-BANK-RECORD.
002348     END-READ.
002350     IF WS-BANKFILE-STATUS NOT EQUAL "00"
002352         SET WS-END-OF-FILE TO TRUE
002910     END-IF.
002356 3510-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
002260*  4000-CROSS-FOOT.
002470*-----------------------------------------------------------------
002280 4000-CROSS-FOOT.
002280     IF NOT WS-CO-BALANCED
002300         GO TO 4000-EXIT
002910     END-IF.
002320     IF WS-DR-GROSS     NOT EQUAL WS-MSTR-GROSS
002330             OR WS-DR-DEDUCTION NOT EQUAL WS-MSTR-DEDUCTION
002330         MOVE "N" TO WS-CO-BALANCED-SW
002910     END-IF.
002360     IF WS-DR-GROSS     NOT EQUAL WS-PT-GROSS
002370             OR WS-DR-DEDUCTION NOT EQUAL WS-PT-DEDUCTION
002380             OR WS-DR-NET       NOT EQUAL WS-PT-NET
002390             OR WS-DR-COUNT     NOT EQUAL WS-PT-COUNT
002390         MOVE "N" TO WS-CO-BALANCED-SW
002910     END-IF.
002412     IF WS-PAYMENTS-TOTAL NOT EQUAL WS-DR-NET
002412         MOVE "N" TO WS-CO-BALANCED-SW
002910     END-IF.
002420 4000-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
002460*  5000-PRINT-CERTIFICATE.
002460*  PRINTS THE COMPANY'S CERTIFICATE PAGE. THE FIRST PAGE IS NOT
002460*  PRECEDED BY A PAGE EJECT.
002470*-----------------------------------------------------------------
002480 5000-PRINT-CERTIFICATE.
002480     IF WS-CO-SUB EQUAL 1
002480         WRITE CRT-LINE FROM WS-CRT-HEADING-1
002480             AFTER ADVANCING 1 LINE
002760     ELSE
002760         WRITE CRT-LINE FROM WS-CRT-HEADING-1
002760             AFTER ADVANCING PAGE
002910     END-IF.
002910     MOVE CM-CODE(WS-CO-SUB) TO CRT-CO-CODE.
002910     MOVE CM-NAME(WS-CO-SUB) TO CRT-CO-NAME.
002910     WRITE CRT-LINE FROM WS-CRT-COMPANY-LINE
002700         AFTER ADVANCING 1 LINE.
002690     WRITE CRT-LINE FROM WS-CRT-RULE-LINE
002700         AFTER ADVANCING 1 LINE.
002540     MOVE "DEDUCTIONS REPORT"     TO CRT-LEG-LABEL.
002550     MOVE WS-DR-GROSS            TO CRT-LEG-GROSS.
002560     MOVE WS-DR-DEDUCTION        TO CRT-LEG-DEDUCTION.
002692     WRITE CRT-LINE FROM WS-CRT-LEG-LINE
002700         AFTER ADVANCING 1 LINE.
002590     MOVE "MASTER YTD MOVEMENT"   TO CRT-LEG-LABEL.
002600     MOVE WS-MSTR-GROSS          TO CRT-LEG-GROSS.
002610     MOVE WS-MSTR-DEDUCTION      TO CRT-LEG-DEDUCTION.
002692     WRITE CRT-LINE FROM WS-CRT-LEG-LINE
002700         AFTER ADVANCING 1 LINE.
002640     MOVE "PAYRPT PRINTED TOTALS" TO CRT-LEG-LABEL.
002650     MOVE WS-PT-GROSS            TO CRT-LEG-GROSS.
002660     MOVE WS-PT-DEDUCTION        TO CRT-LEG-DEDUCTION.
002692     WRITE CRT-LINE FROM WS-CRT-LEG-LINE
002700         AFTER ADVANCING 1 LINE.
002682*  THE PAYMENTS LEG PRINTS THE ISSUED-PLUS-WITHHELD TOTAL IN
002684*  THE FIRST AMOUNT COLUMN AGAINST THE NET IT MUST EQUAL.
002686     MOVE "PAYMENTS BANK+CHK+WHD" TO CRT-LEG-LABEL.
002688     MOVE WS-PAYMENTS-TOTAL       TO CRT-LEG-GROSS.
002690     MOVE WS-DR-NET               TO CRT-LEG-DEDUCTION.
002692     WRITE CRT-LINE FROM WS-CRT-LEG-LINE
002700         AFTER ADVANCING 1 LINE.
002690     WRITE CRT-LINE FROM WS-CRT-RULE-LINE
002700         AFTER ADVANCING 1 LINE.
002700     MOVE SPACES TO WS-AUDIT-MESSAGE.
002700     IF WS-CO-BALANCED
002700         MOVE "COMPANY BALANCED - ALL LEGS AGREE"
002780             TO WS-CRT-VERDICT-LINE
002780         STRING "CO " CM-CODE(WS-CO-SUB)
002780             " BALANCED - GROSS/DEDUCTION/NET LEGS AGREE"
002900             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002760     ELSE
002760         MOVE "*** COMPANY OUT OF BALANCE - DO NOT RELEASE ***"
002780             TO WS-CRT-VERDICT-LINE
002780         DISPLAY "BALANCER - *** CO " CM-CODE(WS-CO-SUB)
002780             " OUT OF BALANCE ***"
002780         STRING "CO " CM-CODE(WS-CO-SUB)
002780             " OUT OF BALANCE - LEGS DISAGREE"
002900             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002910     END-IF.
002920     WRITE CRT-LINE FROM WS-CRT-VERDICT-LINE
002930         AFTER ADVANCING 2 LINES.
002950     CALL "AUDITLOG" USING
002960         BY CONTENT WS-AUDIT-PROGRAM-ID
002970         BY CONTENT WS-AUDIT-MESSAGE.
002980 5000-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
002470*  6000-FIND-STRAY-LINES.
002470*  COUNTS THE DEDUCTIONS-REPORT LINES WHOSE COMPANY IS NOT ON THE
002470*  COMPANY TABLE. NO COMPANY'S PASS PAYS OR BALANCES THEM, SO ANY
002470*  SUCH LINE PUTS THE RUN OUT OF BALANCE.
002470*-----------------------------------------------------------------
002470 6000-FIND-STRAY-LINES.
002248     MOVE "N" TO WS-EOF-SW.
001510     OPEN INPUT DEDUCTIONS-REPORT.
001510     PERFORM 6100-TEST-ONE-LINE
001510         THRU 6100-EXIT
002266         UNTIL WS-END-OF-FILE.
001550     CLOSE DEDUCTIONS-REPORT.
001550     IF WS-STRAY-COUNT EQUAL ZERO
001550         GO TO 6000-EXIT
002910     END-IF.
002910     MOVE "N" TO WS-BALANCED-SW.
002910     MOVE WS-STRAY-COUNT TO CRT-STRAY-COUNT.
002910     MOVE WS-STRAY-NET   TO CRT-STRAY-NET.
002690     WRITE CRT-LINE FROM WS-CRT-RULE-LINE
002930         AFTER ADVANCING 2 LINES.
002930     WRITE CRT-LINE FROM WS-CRT-STRAY-LINE
002700         AFTER ADVANCING 1 LINE.
002700     DISPLAY "BALANCER - " WS-STRAY-COUNT
002700         " DEDUCTIONS-REPORT LINES FOR NO COMPANY ON TABLE."
002700     MOVE SPACES TO WS-EXCP-MESSAGE.
002700     STRING "DEDRPT LINES FOR NO COMPANY ON TABLE: "
002700         WS-STRAY-COUNT " - NOT PAID"
002700         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
002700     MOVE "F" TO WS-EXCP-SEVERITY.
002700     CALL "EXCPTLOG" USING
002960         BY CONTENT WS-AUDIT-PROGRAM-ID
002960         BY CONTENT WS-EXCP-SEVERITY
002960         BY CONTENT WS-EXCP-MESSAGE.
002960 6000-EXIT.
002990     EXIT.
002990
002990*  EVERY LINE IS COUNTED FOR THE STEP'S RECORD COUNT.
002990 6100-TEST-ONE-LINE.
001600     READ DEDUCTIONS-REPORT
002332         AT END
002334             SET WS-END-OF-FILE TO TRUE
002334             GO TO 6100-EXIT
002348     END-READ.
002348     ADD 1 TO WS-RUN-DR-COUNT.
002348     MOVE DR-COMPANY TO CM-COMPANY-CODE.
002348     MOVE "F" TO CM-FUNCTION.
002348     CALL "COMPTAB" USING
002348         BY REFERENCE COMPANY-TABLE-AREA.
002348     IF CM-NOT-ON-TABLE
002348         ADD 1 TO WS-STRAY-COUNT
002348         ADD DR-NET-PAY TO WS-STRAY-NET
002910     END-IF.
002910 6100-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
002470*  7000-PRINT-RUN-VERDICT.
002470*  THE RUN IS BALANCED ONLY WHEN EVERY COMPANY IS AND NO LINE IS
002470*  LEFT OVER FOR A COMPANY NOT ON THE TABLE.
002470*-----------------------------------------------------------------
002470 7000-PRINT-RUN-VERDICT.
002470     MOVE SPACES TO WS-AUDIT-MESSAGE.
002710     IF WS-RUN-BALANCED
002710         MOVE "RUN BALANCED - ALL COMPANIES AGREE"
002780             TO WS-CRT-VERDICT-LINE
002780         STRING "RUN BALANCED - ALL COMPANIES AGREE"
002900             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002760     ELSE
002770         MOVE "*** RUN OUT OF BALANCE - DO NOT RELEASE ***"
002780             TO WS-CRT-VERDICT-LINE
002890         STRING "RUN OUT OF BALANCE - LEGS DISAGREE"
002900             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002910     END-IF.
002690     WRITE CRT-LINE FROM WS-CRT-RULE-LINE
002930         AFTER ADVANCING 2 LINES.
002920     WRITE CRT-LINE FROM WS-CRT-VERDICT-LINE
002700         AFTER ADVANCING 1 LINE.
002950     CALL "AUDITLOG" USING
002960         BY CONTENT WS-AUDIT-PROGRAM-ID
002970         BY CONTENT WS-AUDIT-MESSAGE.
002970 7000-EXIT.
002990     EXIT.
002990
002470*-----------------------------------------------------------------
002470*  9999-TERMINATE.
002470*-----------------------------------------------------------------
002470 9999-TERMINATE.
002940     CLOSE BALANCE-CERTIFICATE.
002940     MOVE "PAYTOTLS" TO CM-FILE-NAME.
002940     MOVE "R" TO CM-FUNCTION.
002940     CALL "COMPTAB" USING
002940         BY REFERENCE COMPANY-TABLE-AREA.
002940     MOVE "BANKFILE" TO CM-FILE-NAME.
002940     MOVE "R" TO CM-FUNCTION.
002940     CALL "COMPTAB" USING
002940         BY REFERENCE COMPANY-TABLE-AREA.
002940     MOVE "CHKTOTLS" TO CM-FILE-NAME.
002940     MOVE "R" TO CM-FUNCTION.
002940     CALL "COMPTAB" USING
002940         BY REFERENCE COMPANY-TABLE-AREA.
002940 9999-EXIT.
002990     EXIT.
