000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     PRINTS A PAPER CHECK, WITH A STUB, FOR EVERY EMPLOYEE ON
000190*     THE RUN'S DEDUCTIONS-REPORT FILE WHOSE NET THE BANK
000200*     EXTRACT DID NOT SEND IN FULL - THE CHECK AMOUNT BANKXTRT
000210*     LEFT ON ITS CHKSPLIT FILE, SO BETWEEN THE TWO STEPS EVERY
000220*     EMPLOYEE ON THE RUN IS PAID EXACTLY THE NET. CHECK NUMBERS
000230*     ARE ASSIGNED FROM THE CONTROLLED NEXT-NUMBER FILE
000240*     (CHECKNBR), WHICH IS REWRITTEN AT END OF STEP; EACH CHECK
000250*     IS APPENDED TO THE PERMANENT CHECK REGISTER (CHECKREG); AND
000260*     THE RUN'S COUNT AND AMOUNT GO TO THE CHKTOTLS CONTROL FILE
000270*     SO THE BALANCER CAN FOLD THE CHECKS INTO ITS PAYMENTS LEG.
000280*     A REPORT LINE WHOSE EMPLOYEE IS NOT ON THE MASTER GETS NO
000290*     CHECK - AN UNATTENDED STEP MUST NOT CUT A SIGNED CHECK TO
000300*     AN UNIDENTIFIABLE PAYEE - AND IS FLAGGED THROUGH EXCPTLOG
000308*     A SPOILED CHECK IS VOIDED AND REISSUED WITH THE STANDALONE
000310*     CHKVOID UTILITY, THE WAY EMPRSTR STANDS APART FROM THE
000312*     EMPBKUP BATCH STEP.
000312*     EACH COMPANY ON THE COMPANY TABLE HAS ITS OWN CHECK SERIES
000312*     AND FILES - CHECKS, CHECKNBR AND CHKTOTLS FOR THE HOME
000312*     COMPANY 01, THE SAME NAMES WITH .CC ADDED FOR ANY OTHER
000312*     (SEE COMPTAB). A COMPANY'S CHECKS ARE NUMBERED FROM ITS OWN
000312*     RANGE; ONCE THE RANGE IS USED UP ITS REMAINING CHECKS ARE
000312*     WITHHELD AND FLAGGED FATAL RATHER THAN NUMBERED INTO
000312*     ANOTHER COMPANY'S SERIES. THE CHECK REGISTER STAYS ONE
000312*     FILE - THE CHECK NUMBER TELLS WHOSE CHECK EACH ROW IS.
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY.
000330*  DATE       INIT  DESCRIPTION
000398*                   AND LEFT ON THE QUEUE FOR THE NEXT RUN
000398*                   INSTEAD OF PRINTING A CHECK PAYABLE TO A
000398*                   FLAG STRING.
000399*  10/14/26   RCA   EVERY REGISTER ROW NOW CARRIES ITS STATUS
000399*                   DATE AND AN UNSENT POSITIVE-PAY FLAG, SO THE
000399*                   POSPAY STEP REPORTS THE CHECK TO THE BANK.
000399*  10/14/26   RCA   THE STUB CARRIES THE ADVANCE INSTALLMENT THE
000399*                   DEDUCTIONS STEP RECOVERED, AND THE DERIVED
000399*                   FLAT ALLOWANCE ADDS IT BACK IN, MATCHING THE
000399*                   PAYSTUB STEP.
000399*  10/14/26   RCA   THE CHECK AMOUNT NOW COMES OFF THE CHKSPLIT
000399*                   ROW BANKXTRT WRITES FOR EACH DEDRPT LINE, SO
000399*                   AN EMPLOYEE WHOSE NEW DEPOSIT ACCOUNT IS STILL
000399*                   IN ITS PRENOTE PERIOD IS PAID THAT SHARE BY
000399*                   CHECK; THE STUB SHOWS THE DEPOSITED AND CHECK
000399*                   PORTIONS WHEN THE NET IS SPLIT.
000399*  10/14/26   RCA   UNDER THE STATUTORY TAX THE STUB NOW PRINTS
000399*                   THE WITHHOLDING PROFILE IT WAS FIGURED UNDER -
000399*                   FILING STATUS, ALLOWANCES, EXEMPT FLAG AND
000399*                   ADDITIONAL AMOUNT.
000399*  10/14/26   RCA   MULTI-COMPANY. EACH COMPANY ON THE COMPANY
000399*                   TABLE PRINTS ON ITS OWN CHECKS FILE FROM ITS
000399*                   OWN CHECK RANGE AND NEXT-NUMBER FILE AND
000399*                   WRITES ITS OWN CHKTOTLS; A COMPANY WHOSE RANGE
000399*                   IS USED UP HAS ITS CHECKS WITHHELD AND FLAGGED
000399*                   FATAL. QUEUED CHECKS PRINT ON THE EMPLOYEE'S
000399*                   COMPANY'S SERIES.
000399*  10/15/26   RCA   NEW REGISTER ROWS CARRY A ZERO POSITIVE-PAY
000399*                   SENT DATE.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. CHECKPRT.
000652     SELECT CHECK-QUEUE-FILE ASSIGN TO "CHKQUEUE"
000654         ORGANIZATION IS SEQUENTIAL
000656         FILE STATUS IS WS-CHKQUEUE-STATUS.
000657     SELECT CHECK-SPLIT-FILE ASSIGN TO "CHKSPLIT"
000658         ORGANIZATION IS SEQUENTIAL
000659         FILE STATUS IS WS-CHKSPLIT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000944 FD  CHECK-QUEUE-FILE
000946     LABEL RECORDS ARE STANDARD.
000948     COPY CHKQUE.
000949
000950 FD  CHECK-SPLIT-FILE
000951     LABEL RECORDS ARE STANDARD.
000952     COPY CHKSPLT.
000950
000960 WORKING-STORAGE SECTION.
000965 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
001087 01  WS-QUEUE-EOF-SW              PIC X(01) VALUE "Y".
001088     88  WS-QUEUE-EOF                        VALUE "Y".
001089 01  WS-QUEUE-COUNT               PIC 9(05) VALUE ZERO.
001089 01  WS-CHKSPLIT-STATUS           PIC X(02) VALUE SPACES.
001089 01  WS-SPLIT-OPEN-SW             PIC X(01) VALUE "N".
001089     88  WS-SPLIT-OPEN                       VALUE "Y".
001089 01  WS-SPLIT-EOF-SW              PIC X(01) VALUE "N".
001089     88  WS-SPLIT-EOF                        VALUE "Y".
001089 01  WS-PAY-AMT                   PIC 9(07)V99 VALUE ZERO.
001089 01  WS-DEPOSITED-AMT             PIC 9(07)V99 VALUE ZERO.
001090
001091*  QUEUED ENTRIES WHOSE EMPLOYEE THE MASTER CANNOT NAME ARE
001092*  HELD HERE AND WRITTEN BACK WHEN THE QUEUE IS CLEARED, SO THE
001430     05  STB-AMT-LABEL           PIC X(22).
001440     05  STB-AMT-VALUE           PIC ZZ,ZZZ,ZZ9.99-.
001450     05  FILLER                  PIC X(44) VALUE SPACES.
001450
001450*  THE WITHHOLDING PROFILE THE STATUTORY TAX ABOVE IT WAS FIGURED
001450*  UNDER, SO THE EMPLOYEE CAN SEE WHAT IS ON FILE.
001450 01  WS-STB-WH-LINE.
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  FILLER                  PIC X(15)
001450         VALUE "FILING STATUS".
001450     05  STB-WH-STATUS           PIC X(01).
001450     05  FILLER                  PIC X(14)
001450         VALUE "   ALLOWANCES".
001450     05  STB-WH-ALLOWANCES       PIC Z9.
001450     05  FILLER                  PIC X(10)
001450         VALUE "   EXEMPT".
001450     05  STB-WH-EXEMPT           PIC X(01).
001450     05  FILLER                  PIC X(12)
001450         VALUE "   ADDL W/H".
001450     05  STB-WH-ADDL-AMT         PIC ZZ,ZZ9.99.
001450     05  FILLER                  PIC X(14) VALUE SPACES.
001460
001470 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "CHECKPRT".
001470 01  WS-AUDIT-MESSAGE             PIC X(60).
001470 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "E".
001470 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
001470
001470*  THE COMPANY BEING PRINTED AND THE TEST OF WHETHER A LINE
001470*  BELONGS TO IT (A BLANK COMPANY CODE IS THE HOME COMPANY 01).
001470 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001470 01  WS-TEST-COMPANY              PIC X(02) VALUE SPACES.
001470 01  WS-IN-COMPANY-SW             PIC X(01) VALUE "N".
001470     88  WS-IN-COMPANY                       VALUE "Y".
001470
001470     COPY COMPTBL.
001500 PROCEDURE DIVISION.
001510
001520*-----------------------------------------------------------------
001560     MOVE ZERO TO RETURN-CODE.
001570     PERFORM 1000-INITIALIZE
001580         THRU 1000-EXIT.
001580     PERFORM 1100-PRINT-ONE-COMPANY
001580         THRU 1100-EXIT
001580         VARYING WS-CO-SUB FROM 1 BY 1
001580         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
001580     PERFORM 6500-CLEAR-CHECK-QUEUE
001580         THRU 6500-EXIT.
001640     PERFORM 9999-TERMINATE
001650         THRU 9999-EXIT.
001660     GOBACK.
001670
001680*-----------------------------------------------------------------
001690*  1000-INITIALIZE.
001690*  LOADS THE COMPANY TABLE. THE REGISTER IS PERMANENT AND
001740*  APPENDED TO EVERY RUN, BOOTSTRAPPED THE SAME WAY THE PAY
001740*  HISTORY IS. CHKSPLIT IS READ STRAIGHT THROUGH ACROSS THE
001740*  COMPANIES - BANKXTRT WROTE IT COMPANY BY COMPANY IN THE
001740*  SAME ORDER THE PASSES BELOW READ DEDRPT. THE CHECK FILES AND
001740*  THE DEDUCTIONS REPORT ARE OPENED PER COMPANY IN 1100.
001760*-----------------------------------------------------------------
001770 1000-INITIALIZE.
001780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001780     MOVE "L" TO CM-FUNCTION.
001780     CALL "COMPTAB" USING
001780         BY REFERENCE COMPANY-TABLE-AREA.
001890     OPEN EXTEND CHECK-REGISTER.
001900     IF WS-CHECKREG-NOT-FOUND
001910         OPEN OUTPUT CHECK-REGISTER
001920         CLOSE CHECK-REGISTER
001930         OPEN EXTEND CHECK-REGISTER
001940     END-IF.
001960     OPEN INPUT EMPLOYEE-MASTER.
001972     OPEN INPUT CHECK-SPLIT-FILE.
001974     IF WS-CHKSPLIT-STATUS EQUAL "00"
001976         SET WS-SPLIT-OPEN TO TRUE
001978         PERFORM 1950-READ-SPLIT
001979             THRU 1950-EXIT
001980     END-IF.
002000 1000-EXIT.
002090     EXIT.
002090
002090*-----------------------------------------------------------------
002090*  1100-PRINT-ONE-COMPANY.
002090*  POINTS THE CHECK FILES AT THE COMPANY'S OWN AND PRINTS ITS
002090*  CHECKS - THE RUN'S, THEN ITS QUEUED ONES - FROM ITS OWN
002090*  SERIES. THE NEXT NUMBER COMES OFF THE COMPANY'S NEXT-NUMBER
002090*  FILE; WITH NO FILE YET, OR A NUMBER BELOW THE COMPANY'S
002090*  RANGE, NUMBERING STARTS AT THE FIRST NUMBER OF THE RANGE.
002090*-----------------------------------------------------------------
002090 1100-PRINT-ONE-COMPANY.
002090     MOVE ZERO TO WS-CHECK-COUNT.
002090     MOVE ZERO TO WS-CHECK-TOTAL.
002090     MOVE ZERO TO WS-WITHHELD-COUNT.
002090     MOVE ZERO TO WS-WITHHELD-TOTAL.
002090     MOVE "CHECKNBR" TO CM-FILE-NAME.
002090     PERFORM 1200-POINT-COMPANY-FILE
002090         THRU 1200-EXIT.
002090     MOVE "CHECKS" TO CM-FILE-NAME.
002090     PERFORM 1200-POINT-COMPANY-FILE
002090         THRU 1200-EXIT.
002090     MOVE "CHKTOTLS" TO CM-FILE-NAME.
002090     PERFORM 1200-POINT-COMPANY-FILE
002090         THRU 1200-EXIT.
002090     MOVE CM-CHECK-FIRST(WS-CO-SUB) TO WS-NEXT-CHECK-NO.
002090     OPEN INPUT CHECK-NUMBER-FILE.
002090     IF WS-CHECKNBR-STATUS EQUAL "00"
002090         READ CHECK-NUMBER-FILE
002090             NOT AT END
002090                 MOVE CN-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
002090         END-READ
002090         CLOSE CHECK-NUMBER-FILE
001980     END-IF.
001980     IF WS-NEXT-CHECK-NO LESS THAN CM-CHECK-FIRST(WS-CO-SUB)
001980         MOVE CM-CHECK-FIRST(WS-CO-SUB) TO WS-NEXT-CHECK-NO
001980     END-IF.
001970     OPEN OUTPUT CHECK-PRINT-FILE.
001950     OPEN INPUT DEDUCTIONS-REPORT.
001950     MOVE "N" TO WS-EOF-SW.
001980     PERFORM 1900-READ-DEDUCTION
001990         THRU 1900-EXIT.
001990     PERFORM 2000-CONSIDER-ONE-PAYMENT
001990         THRU 2000-EXIT
001990         UNTIL WS-END-OF-FILE.
001990     CLOSE DEDUCTIONS-REPORT.
001990     PERFORM 6000-DRAIN-CHECK-QUEUE
001990         THRU 6000-EXIT.
001990     CLOSE CHECK-PRINT-FILE.
001990     PERFORM 7000-WRITE-RUN-CONTROLS
001990         THRU 7000-EXIT.
001990     ADD WS-CHECK-COUNT TO WS-STEP-COUNT-OUT.
001990 1100-EXIT.
002090     EXIT.
002090
002090 1200-POINT-COMPANY-FILE.
002090     MOVE WS-CO-SUB TO CM-SUB.
002090     MOVE "P" TO CM-FUNCTION.
002090     CALL "COMPTAB" USING
002090         BY REFERENCE COMPANY-TABLE-AREA.
002090 1200-EXIT.
002090     EXIT.
002090
002090*-----------------------------------------------------------------
002090*  1600-TEST-COMPANY.
002090*  SETS WS-IN-COMPANY WHEN THE CODE IN WS-TEST-COMPANY IS THE
002090*  COMPANY BEING PRINTED. A BLANK CODE IS THE HOME COMPANY.
002090*-----------------------------------------------------------------
002090 1600-TEST-COMPANY.
002090     MOVE "N" TO WS-IN-COMPANY-SW.
002090     IF WS-TEST-COMPANY EQUAL SPACES
002090         MOVE "01" TO WS-TEST-COMPANY
001980     END-IF.
001980     IF WS-TEST-COMPANY EQUAL CM-CODE(WS-CO-SUB)
001980         SET WS-IN-COMPANY TO TRUE
001980     END-IF.
001980 1600-EXIT.
002090     EXIT.
002090
002090*  READS THE NEXT DEDUCTIONS-REPORT LINE OF THE COMPANY BEING
002090*  PRINTED, PASSING OVER THE OTHER COMPANIES' LINES.
002030 1900-READ-DEDUCTION.
002040     READ DEDUCTIONS-REPORT
002050         AT END
002060             SET WS-END-OF-FILE TO TRUE
002060             GO TO 1900-EXIT
002070     END-READ.
002070     MOVE DR-COMPANY TO WS-TEST-COMPANY.
002070     PERFORM 1600-TEST-COMPANY
002070         THRU 1600-EXIT.
002070     IF NOT WS-IN-COMPANY
002070         GO TO 1900-READ-DEDUCTION
001980     END-IF.
002080 1900-EXIT.
002090     EXIT.
002092
002094 1950-READ-SPLIT.
002096     READ CHECK-SPLIT-FILE
002098         AT END
002100             SET WS-SPLIT-EOF TO TRUE
002102     END-READ.
002104     IF WS-CHKSPLIT-STATUS NOT EQUAL "00"
002106         SET WS-SPLIT-EOF TO TRUE
002108     END-IF.
002109 1950-EXIT.
002110     EXIT.
002100
002110*-----------------------------------------------------------------
002120*  2000-CONSIDER-ONE-PAYMENT.
002130*  LOOKS THE CURRENT DEDUCTIONS-REPORT EMPLOYEE UP ON THE MASTER
002140*  AND PRINTS A CHECK FOR WHATEVER PART OF THE NET BANKXTRT DID
002150*  NOT SEND (2100). AN EMPLOYEE WHOSE WHOLE NET WENT BY DIRECT
002160*  DEPOSIT WAS ALREADY PAID BY BANKXTRT AND IS PASSED OVER
002170*  HERE. A LINE WITH NO MASTER RECORD AT ALL
002172*  GETS NO CHECK - BANKXTRT FLAGS AND DOES NOT PAY THESE, AND
002174*  AN UNATTENDED STEP MUST NOT CUT A SIGNED CHECK TO A PAYEE IT
002176*  CANNOT NAME - SO IT IS WITHHELD AND FLAGGED INSTEAD.
002265             SET WS-MASTER-FOUND TO TRUE
002270             MOVE EMP-NAME TO WS-MATCH-NAME
002280     END-READ.
002281     PERFORM 2100-GET-CHECK-AMOUNT
002281         THRU 2100-EXIT.
002282     IF NOT WS-MASTER-FOUND
002284         PERFORM 2500-WITHHOLD-PAYMENT
002286             THRU 2500-EXIT
002288         GO TO 2000-NEXT
002289     END-IF.
002290     IF WS-PAY-AMT GREATER THAN ZERO
002290             AND WS-NEXT-CHECK-NO GREATER THAN
002290                 CM-CHECK-LAST(WS-CO-SUB)
002290         PERFORM 2600-WITHHOLD-NO-NUMBER
002290             THRU 2600-EXIT
002290         GO TO 2000-NEXT
002320     END-IF.
002290     IF WS-PAY-AMT GREATER THAN ZERO
002300         PERFORM 3000-PRINT-ONE-CHECK
002310             THRU 3000-EXIT
002320     END-IF.
002340         THRU 1900-EXIT.
002350 2000-EXIT.
002360     EXIT.
002361
002361*-----------------------------------------------------------------
002361*  2100-GET-CHECK-AMOUNT.
002361*  TAKES THE CHECK AMOUNT OFF THE CHKSPLIT ROW BANKXTRT WROTE
002361*  FOR THIS LINE AND STEPS THE SPLIT FILE ON. WITH NO SPLIT FILE,
002361*  OR ONE OUT OF STEP WITH DEDRPT, THE OLD RULE STANDS - THE
002361*  WHOLE NET BY CHECK WHEN THE MASTER HAS NO ROUTING NUMBER,
002361*  NOTHING OTHERWISE - AND AN OUT-OF-STEP FILE IS FLAGGED.
002361*-----------------------------------------------------------------
002361 2100-GET-CHECK-AMOUNT.
002361     IF WS-SPLIT-OPEN AND NOT WS-SPLIT-EOF
002361             AND CS-EMP-NO EQUAL DR-EMP-NO
002361         MOVE CS-CHECK-AMT TO WS-PAY-AMT
002361         PERFORM 1950-READ-SPLIT
002361             THRU 1950-EXIT
002361         GO TO 2100-EXIT
002361     END-IF.
002361     IF WS-SPLIT-OPEN
002361         MOVE SPACES TO WS-EXCP-MESSAGE
002361         STRING "CHKSPLIT OUT OF STEP WITH DEDRPT AT EMPLOYEE "
002361             DR-EMP-NO " - MASTER ROUTING USED"
002361             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
002361         MOVE "E" TO WS-EXCP-SEVERITY
002361         CALL "EXCPTLOG" USING
002361             BY CONTENT WS-AUDIT-PROGRAM-ID
002361             BY CONTENT WS-EXCP-SEVERITY
002361             BY CONTENT WS-EXCP-MESSAGE
002361     END-IF.
002361     IF WS-MASTER-FOUND AND EMP-BANK-ROUTING EQUAL ZERO
002361         MOVE DR-NET-PAY TO WS-PAY-AMT
002361     ELSE
002361         MOVE ZERO TO WS-PAY-AMT
002361     END-IF.
002361 2100-EXIT.
002361     EXIT.
002362
002364*-----------------------------------------------------------------
002366*  2500-WITHHOLD-PAYMENT.
002398         BY CONTENT WS-EXCP-MESSAGE.
002400 2500-EXIT.
002402     EXIT.
002402
002402*-----------------------------------------------------------------
002402*  2600-WITHHOLD-NO-NUMBER.
002402*  THE COMPANY'S CHECK RANGE IS USED UP. THE CHECK IS NOT
002402*  NUMBERED OUT OF ANOTHER COMPANY'S SERIES - IT IS WITHHELD AND
002402*  FLAGGED FATAL SO A NEW RANGE IS SET UP IN COMPMNT, AND ITS
002402*  AMOUNT CARRIED AS WITHHELD SO THE BALANCER STILL FOOTS.
002402*-----------------------------------------------------------------
002402 2600-WITHHOLD-NO-NUMBER.
002402     ADD 1 TO WS-WITHHELD-COUNT.
002402     ADD WS-PAY-AMT TO WS-WITHHELD-TOTAL.
002402     MOVE SPACES TO WS-EXCP-MESSAGE.
002402     STRING "CO " CM-CODE(WS-CO-SUB)
002402         " CHECK RANGE USED UP - CHECK FOR EMP " DR-EMP-NO
002402         " WITHHELD"
002402         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
002402     MOVE "F" TO WS-EXCP-SEVERITY.
002402     CALL "EXCPTLOG" USING
002402         BY CONTENT WS-AUDIT-PROGRAM-ID
002402         BY CONTENT WS-EXCP-SEVERITY
002402         BY CONTENT WS-EXCP-MESSAGE.
002402 2600-EXIT.
002402     EXIT.
002404
002406*-----------------------------------------------------------------
002408*  3000-PRINT-ONE-CHECK.
002590     MOVE DR-EMP-NO     TO CHK-PAYEE-EMP-NO.
002600     WRITE CHK-LINE FROM WS-CHK-PAYEE-LINE
002610         AFTER ADVANCING 1 LINE.
002620     MOVE WS-PAY-AMT TO CHK-AMOUNT.
002630     WRITE CHK-LINE FROM WS-CHK-AMOUNT-LINE
002640         AFTER ADVANCING 1 LINE.
002650     WRITE CHK-LINE FROM WS-CHK-RULE-LINE
002780     MOVE DR-STAT-TAX-AMT        TO STB-AMT-VALUE.
002790     WRITE CHK-LINE FROM WS-STB-AMOUNT-LINE
002800         AFTER ADVANCING 1 LINE.
002800     MOVE DR-FILING-STATUS       TO STB-WH-STATUS.
002800     MOVE DR-ALLOWANCES          TO STB-WH-ALLOWANCES.
002800     MOVE DR-EXEMPT-SW           TO STB-WH-EXEMPT.
002800     MOVE DR-ADDL-WH-AMT         TO STB-WH-ADDL-AMT.
002800     WRITE CHK-LINE FROM WS-STB-WH-LINE
002800         AFTER ADVANCING 1 LINE.
002810     MOVE "DEDUCTION"            TO STB-AMT-LABEL.
002820     MOVE DR-DEDUCTION-AMT       TO STB-AMT-VALUE.
002830     WRITE CHK-LINE FROM WS-STB-AMOUNT-LINE
002900     MOVE DR-GARN-AMT            TO STB-AMT-VALUE.
002910     WRITE CHK-LINE FROM WS-STB-AMOUNT-LINE
002920         AFTER ADVANCING 1 LINE.
002920     MOVE "ADVANCE RECOVERY"     TO STB-AMT-LABEL.
002920     MOVE DR-ADV-AMT             TO STB-AMT-VALUE.
002920     WRITE CHK-LINE FROM WS-STB-AMOUNT-LINE
002920         AFTER ADVANCING 1 LINE.
002921*  THE DERIVED FLAT ALLOWANCE, EXACTLY AS THE PAYSTUB STEP
002922*  COMPUTES IT, SO THE STUB'S FIGURES FOOT TO THE NET.
002923     COMPUTE WS-FLAT-ALLOWANCE =
002924         DR-NET-PAY + DR-DEDUCTION-AMT + DR-STAT-TAX-AMT
002925         + DR-ELECT-AMT + DR-GARN-AMT + DR-ADV-AMT
002926         - DR-GROSS-PAY.
002927     MOVE "FLAT ALLOWANCE"       TO STB-AMT-LABEL.
002928     MOVE WS-FLAT-ALLOWANCE      TO STB-AMT-VALUE.
002940     MOVE DR-NET-PAY             TO STB-AMT-VALUE.
002950     WRITE CHK-LINE FROM WS-STB-AMOUNT-LINE
002960         AFTER ADVANCING 1 LINE.
002961*  PART OF THE NET WENT BY DIRECT DEPOSIT - THE STUB SHOWS HOW
002962*  THE NET WAS PAID.
002963     IF WS-PAY-AMT LESS THAN DR-NET-PAY
002964         COMPUTE WS-DEPOSITED-AMT = DR-NET-PAY - WS-PAY-AMT
002965         MOVE "PAID BY DIRECT DEPOSIT" TO STB-AMT-LABEL
002966         MOVE WS-DEPOSITED-AMT         TO STB-AMT-VALUE
002967         WRITE CHK-LINE FROM WS-STB-AMOUNT-LINE
002968             AFTER ADVANCING 1 LINE
002969         MOVE "PAID BY THIS CHECK"     TO STB-AMT-LABEL
002969         MOVE WS-PAY-AMT               TO STB-AMT-VALUE
002969         WRITE CHK-LINE FROM WS-STB-AMOUNT-LINE
002969             AFTER ADVANCING 1 LINE
002969     END-IF.
002970     WRITE CHK-LINE FROM WS-CHK-THIN-RULE
002980         AFTER ADVANCING 1 LINE.
002990     MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO.
003000     MOVE DR-EMP-NO        TO CK-EMP-NO.
003010     MOVE WS-RUN-DATE      TO CK-RUN-DATE.
003020     MOVE WS-PAY-AMT       TO CK-AMOUNT.
003030     MOVE "I"              TO CK-STATUS.
003032     MOVE WS-RUN-DATE      TO CK-STATUS-DATE.
003034     MOVE SPACE            TO CK-PP-SENT.
003034     MOVE ZERO             TO CK-PP-SENT-DATE.
003040     WRITE CHECK-REGISTER-RECORD.
003050     ADD WS-PAY-AMT TO WS-CHECK-TOTAL.
003060     ADD 1 TO WS-NEXT-CHECK-NO.
003070 3000-EXIT.
003080     EXIT.
003092*  6000-DRAIN-CHECK-QUEUE.
003093*  PRINTS A CHECK FOR EVERY QUEUED PAYMENT - A RETURNED DEPOSIT
003094*  BANKRTRN QUEUED OR AN OFF-CYCLE PAYMENT OFFCYCLE QUEUED -
003094*  WHOSE EMPLOYEE BELONGS TO THE COMPANY BEING PRINTED, ON THAT
003094*  COMPANY'S SERIES. THE QUEUE IS CLEARED ONCE EVERY COMPANY
003094*  HAS HAD ITS PASS (6500). AN ENTRY THAT CANNOT BE NUMBERED
003094*  BECAUSE THE COMPANY'S RANGE IS USED UP IS HELD FOR THE NEXT
003094*  RUN. THE STUB LABEL AND REGISTER STATUS FOLLOW CQ-REASON. THE
003097*  QUEUE IS OPTIONAL - NO FILE SIMPLY MEANS NOTHING QUEUED
003098*  SINCE THE LAST RUN. QUEUED AMOUNTS BELONG OUTSIDE THIS RUN'S
003099*  DEDRPT AND STAY OUT OF THE CHKTOTLS RUN TOTALS.
003106     PERFORM 6100-PRINT-ONE-REPLACEMENT
003107         THRU 6100-EXIT
003108         UNTIL WS-QUEUE-EOF.
003115     CLOSE CHECK-QUEUE-FILE.
003120 6000-EXIT.
003122     EXIT.
003166             MOVE EMP-NAME TO WS-MATCH-NAME
003168     END-READ.
003170*  A PAYEE THE MASTER CANNOT NAME NEVER GETS A CHECK - THE SAME
003170*  RULE THE DEDRPT PATH APPLIES. THE CLEARING PASS HOLDS THE
003170*  ENTRY FOR THE NEXT RUN.
003176     IF NOT WS-MASTER-FOUND
003182         GO TO 6100-EXIT
003184     END-IF.
003184     MOVE EMP-COMPANY TO WS-TEST-COMPANY.
003184     PERFORM 1600-TEST-COMPANY
003184         THRU 1600-EXIT.
003184     IF NOT WS-IN-COMPANY
003182         GO TO 6100-EXIT
003184     END-IF.
003184     IF WS-NEXT-CHECK-NO GREATER THAN CM-CHECK-LAST(WS-CO-SUB)
003184         MOVE SPACES TO WS-EXCP-MESSAGE
003184         STRING "CO " CM-CODE(WS-CO-SUB)
003184             " CHECK RANGE USED UP - QUEUED CHECK FOR EMP "
003184             CQ-EMP-NO " HELD"
003184             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
003184         MOVE "F" TO WS-EXCP-SEVERITY
003178         PERFORM 6150-HOLD-QUEUE-ENTRY
003180             THRU 6150-EXIT
003182         GO TO 6100-EXIT
003252     ELSE
003254         MOVE "R"          TO CK-STATUS
003256     END-IF.
003257     MOVE WS-RUN-DATE      TO CK-STATUS-DATE.
003257     MOVE SPACE            TO CK-PP-SENT.
003257     MOVE ZERO             TO CK-PP-SENT-DATE.
003258     WRITE CHECK-REGISTER-RECORD.
003260     ADD 1 TO WS-QUEUE-COUNT.
003262     ADD 1 TO WS-NEXT-CHECK-NO.
003280
003282*-----------------------------------------------------------------
003284*  6150-HOLD-QUEUE-ENTRY.
003284*  FLAGS THE UNPRINTABLE ENTRY WITH THE MESSAGE AND SEVERITY THE
003284*  CALLER SET UP AND BUFFERS ITS RECORD IMAGE SO THE QUEUE CLEAR
003284*  WRITES IT BACK. PAST 100 HELD ENTRIES THE OVERFLOW IS DROPPED
003284*  WITH ITS OWN FLAG - A QUEUE THAT DEEP IN UNPRINTABLE ENTRIES
003284*  IS ITS OWN EMERGENCY.
003294*-----------------------------------------------------------------
003296 6150-HOLD-QUEUE-ENTRY.
003308     CALL "EXCPTLOG" USING
003310         BY CONTENT WS-AUDIT-PROGRAM-ID
003312         BY CONTENT WS-EXCP-SEVERITY
003356     WRITE CHECK-QUEUE-RECORD.
003358 6200-EXIT.
003360     EXIT.
003360
003360*-----------------------------------------------------------------
003360*  6500-CLEAR-CHECK-QUEUE.
003360*  ONCE EVERY COMPANY HAS PRINTED ITS QUEUED CHECKS THE QUEUE IS
003360*  READ ONCE MORE FOR THE ENTRIES NO COMPANY COULD PRINT - AN
003360*  EMPLOYEE NOT ON THE MASTER, OR ONE WHOSE COMPANY IS NOT ON THE
003360*  COMPANY TABLE - WHICH ARE FLAGGED AND HELD. THE QUEUE IS THEN
003360*  CLEARED AND THE HELD ENTRIES WRITTEN BACK, SO THE SAME ENTRY
003360*  CANNOT PRINT TWICE AND NONE IS LOST.
003360*-----------------------------------------------------------------
003360 6500-CLEAR-CHECK-QUEUE.
003360     OPEN INPUT CHECK-QUEUE-FILE.
003360     IF WS-CHKQUEUE-STATUS NOT EQUAL "00"
003360         GO TO 6500-EXIT
003360     END-IF.
003360     MOVE "N" TO WS-QUEUE-EOF-SW.
003360     PERFORM 6600-SCREEN-ONE-ENTRY
003360         THRU 6600-EXIT
003360         UNTIL WS-QUEUE-EOF.
003360     CLOSE CHECK-QUEUE-FILE.
003360     OPEN OUTPUT CHECK-QUEUE-FILE.
003360     PERFORM 6200-REQUEUE-ONE-HELD
003360         THRU 6200-EXIT
003360         VARYING WS-HELD-SUB FROM 1 BY 1
003360         UNTIL WS-HELD-SUB GREATER THAN WS-HELD-COUNT.
003360     CLOSE CHECK-QUEUE-FILE.
003360 6500-EXIT.
003360     EXIT.
003360
003360*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
003360*  ERROR CANNOT SPIN.
003360 6600-SCREEN-ONE-ENTRY.
003360     READ CHECK-QUEUE-FILE
003360         AT END
003360             SET WS-QUEUE-EOF TO TRUE
003360             GO TO 6600-EXIT
003360     END-READ.
003360     IF WS-CHKQUEUE-STATUS NOT EQUAL "00"
003360         SET WS-QUEUE-EOF TO TRUE
003360         GO TO 6600-EXIT
003360     END-IF.
003360     MOVE CQ-EMP-NO TO EMP-NO.
003360     READ EMPLOYEE-MASTER
003360         INVALID KEY
003360             MOVE SPACES TO WS-EXCP-MESSAGE
003360             STRING "QUEUED CHECK HELD - EMP " CQ-EMP-NO
003360                 " NOT ON MASTER - LEFT ON QUEUE"
003360                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
003360             MOVE "E" TO WS-EXCP-SEVERITY
003360             PERFORM 6150-HOLD-QUEUE-ENTRY
003360                 THRU 6150-EXIT
003360             GO TO 6600-EXIT
003360     END-READ.
003360     MOVE EMP-COMPANY TO CM-COMPANY-CODE.
003360     MOVE "F" TO CM-FUNCTION.
003360     CALL "COMPTAB" USING
003360         BY REFERENCE COMPANY-TABLE-AREA.
003360     IF CM-NOT-ON-TABLE
003360         MOVE SPACES TO WS-EXCP-MESSAGE
003360         STRING "QUEUED CHECK HELD - EMP " CQ-EMP-NO
003360             " CO " EMP-COMPANY " NOT ON COMPANY TABLE"
003360             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
003360         MOVE "E" TO WS-EXCP-SEVERITY
003360         PERFORM 6150-HOLD-QUEUE-ENTRY
003360             THRU 6150-EXIT
003360     END-IF.
003360 6600-EXIT.
003360     EXIT.
003362
003364*-----------------------------------------------------------------
003366*  7000-WRITE-RUN-CONTROLS.
003366*  WRITES THE COMPANY'S NEXT CHECK NUMBER BACK AND ITS COUNT AND
003366*  AMOUNT TO ITS CHKTOTLS CONTROL FILE THE BALANCER READS. THE
003372*  CONTROL FILE IS WRITTEN EVEN ON A RUN THAT CUT NO CHECKS, SO
003374*  THE BALANCER ALWAYS HAS A FIGURE TO FOLD IN.
003376*-----------------------------------------------------------------
003394     MOVE WS-WITHHELD-TOTAL TO CT-WITHHELD-TOTAL.
003396     WRITE CHECK-TOTALS-RECORD.
003398     CLOSE CHECK-TOTALS-FILE.
003398     MOVE SPACES TO WS-AUDIT-MESSAGE.
003398     STRING "CHECKS CO " CM-CODE(WS-CO-SUB)
003398         " COUNT " WS-CHECK-COUNT
003402         " WITHHELD " WS-WITHHELD-COUNT
003404         " NEXT NO " WS-NEXT-CHECK-NO
003406         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
003414 7000-EXIT.
003416     EXIT.
003418
003418*  PUTS A COMPANY-POINTED FILE NAME BACK FOR THE STEPS AFTER.
003418 9100-RESTORE-FILE.
003418     MOVE "R" TO CM-FUNCTION.
003418     CALL "COMPTAB" USING
003418         BY REFERENCE COMPANY-TABLE-AREA.
003418 9100-EXIT.
003418     EXIT.
003418
003420*-----------------------------------------------------------------
003422*  9999-TERMINATE.
003424*-----------------------------------------------------------------
003426 9999-TERMINATE.
003430     CLOSE EMPLOYEE-MASTER.
003434     CLOSE CHECK-REGISTER.
003434     MOVE "CHECKNBR" TO CM-FILE-NAME.
003434     PERFORM 9100-RESTORE-FILE
003434         THRU 9100-EXIT.
003434     MOVE "CHECKS" TO CM-FILE-NAME.
003434     PERFORM 9100-RESTORE-FILE
003434         THRU 9100-EXIT.
003434     MOVE "CHKTOTLS" TO CM-FILE-NAME.
003434     PERFORM 9100-RESTORE-FILE
003434         THRU 9100-EXIT.
003435     IF WS-SPLIT-OPEN
003435         CLOSE CHECK-SPLIT-FILE
003435     END-IF.
003438     CALL "STEPCNT" USING
003440         BY CONTENT WS-STEP-COUNT-OUT.
003442 9999-EXIT.
