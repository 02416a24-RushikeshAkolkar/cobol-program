000330*     FILE, THROUGH THE CHKQUEUE REPLACEMENT-CHECK QUEUE THE
000340*     NEXT CHECKPRT STEP DRAINS, AND A DISTINCTLY TYPED O LINE
000350*     IS APPENDED TO THE PAY HISTORY SO THE BALANCER AND THE
000360*     QUARTERLY TOTALS CAN TELL OFF-CYCLE PAY APART. A PAYMENT
000361*     THE OPERATOR MARKS AS AN ADVANCE ALSO OPENS A RECEIVABLE ON
000362*     THE ADVFILE LEDGER - THE NET PAID, THE INSTALLMENT THE
000363*     NIGHTLY DEDUCTIONS STEP IS TO RECOVER EACH RUN, AND THE
000364*     NET PAY THE RECOVERY MAY NEVER TAKE THE EMPLOYEE BELOW.
000364*     THE ADVANCE IS BOOKED TO THE GENERAL LEDGER WHEN IT IS PAID
000364*     - DR 1400 EMPLOYEE ADVANCES RECEIVABLE, CR 1000 PAYROLL
000364*     CASH - BY TWO LINES APPENDED TO THE GLHIST POSTING HISTORY
000364*     UNDER THE EMPLOYEE'S COMPANY, THE RECEIVABLE GLEXTRCT
000364*     CREDITS AS EACH INSTALLMENT IS RECOVERED.
000364*     A BANK PAYMENT GOES OUT ON THE OCBANK FILE OF THE EMPLOYEE'S
000364*     OWN COMPANY (OCBANK FOR THE HOME COMPANY 01, OCBANK.CC FOR
000364*     ANY OTHER - SEE COMPTAB), ITS HEADER AND TRAILER CARRYING
000364*     THAT COMPANY'S BANK ORIGIN DETAILS THE SAME AS BANKXTRT'S.
000364*     AN EMPLOYEE WHOSE COMPANY IS NOT ON THE COMPANY TABLE IS
000364*     REFUSED.
000370*-----------------------------------------------------------------
000380*  MODIFICATION HISTORY.
000390*  DATE       INIT  DESCRIPTION
000449*                   CLIPPED AND THE NET FLOORED AT ZERO WITH AN
000449*                   EXCEPTION, THE SAME RULE AS THE NIGHTLY
000449*                   DEDUCTIONS STEP.
000449*  10/14/26   RCA   AN ADVANCE NOW OPENS A RECEIVABLE ON THE NEW
000449*                   ADVFILE LEDGER SO THE NIGHTLY DEDUCTIONS
000449*                   STEP RECOVERS IT - THE OPERATOR KEYS THE
000449*                   PER-RUN INSTALLMENT AND THE PROTECTED NET,
000449*                   BOTH SHOWN ON THE MOCK STUB BEFORE CONFIRMING.
000449*                   ONLY ONE ADVANCE PER EMPLOYEE PER DAY IS
000449*                   TAKEN.
000449*  10/14/26   RCA   THE EMPLOYEE'S PAY GROUP IS PASSED TO
000449*                   SUB-PROGRAM SO AN OFF-CYCLE CHECK USES THE
000449*                   GROUP'S OWN STANDARD HOURS. JOURNAL IMAGES
000449*                   WIDENED TO THE 140-BYTE MASTER RECORD.
000449*  10/14/26   RCA   AN EMPLOYEE WITH DEPACCT DEPOSIT ACCOUNTS IS
000449*                   NOW PAID INTO THE LIVE REMAINDER ACCOUNT
000449*                   THERE; ONE STILL IN ITS PRENOTE PERIOD OR
000449*                   RETURNED GETS A QUEUED CHECK INSTEAD.
000449*                   EMPLOYEES WITH NO ROWS ARE STILL PAID TO THE
000449*                   MASTER BANK DETAILS.
000449*  10/14/26   RCA   THE OFF-CYCLE HISTORY LINE NOW CARRIES THE
000449*                   HOURS PAID AS ITS WORKED HOURS, WITH NO LEAVE
000449*                   HOURS AND NO RETRO PAY.
000449*  10/14/26   RCA   RECEIVES THE GROSS BROKEN DOWN BY EARNINGS
000449*                   CODE FROM SUB-PROGRAM AND CARRIES IT ONTO THE
000449*                   HISTORY RECORD.
000449*  10/14/26   RCA   THE OFF-CYCLE HISTORY LINE NOW CARRIES THE
000449*                   STATUTORY TAX WITHHELD.
000449*  10/14/26   RCA   STATUTORY TAX IS NOW FIGURED BY THE COMMON
000449*                   WHCALC ROUTINE UNDER THE EMPLOYEE'S
000449*                   WITHHOLDING PROFILE IN FORCE TODAY, THE SAME
000449*                   AS THE DEDUCTIONS STEP, AND THE MOCK STUB
000449*                   SHOWS THE PROFILE USED. THE BRACKET TABLE IS
000449*                   NO LONGER OPENED HERE.
000449*  10/14/26   RCA   JOURNAL IMAGES WIDENED TO 142 BYTES FOR THE
000449*                   COMPANY CODE ON EMPREC.
000449*  10/14/26   RCA   MULTI-COMPANY. THE BANK PAYMENT GOES OUT ON
000449*                   THE EMPLOYEE'S OWN COMPANY'S OCBANK FILE
000449*                   (OCBANK.CC FOR COMPANIES OTHER THAN 01) WITH
000449*                   THAT COMPANY'S ORIGIN DETAILS ON THE HEADER
000449*                   AND TRAILER; AN EMPLOYEE WHOSE COMPANY IS NOT
000449*                   ON THE COMPANY TABLE IS REFUSED.
000449*  10/15/26   RCA   A NEW ADVANCE ROW STARTS WITH NO LAST
000449*                   RECOVERY.
000449*  10/15/26   RCA   A PAID ADVANCE IS BOOKED TO THE GL - DR 1400,
000449*                   CR 1000 - ON GLHIST UNDER THE EMPLOYEE'S
000449*                   COMPANY.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. OFFCYCLE.
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS EMP-NO.
000650     SELECT ELECTION-FILE ASSIGN TO "ELECTFIL"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000800     SELECT CHECK-QUEUE-FILE ASSIGN TO "CHKQUEUE"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-CHKQUEUE-STATUS.
000821     SELECT ADVANCE-FILE ASSIGN TO "ADVFILE"
000822         ORGANIZATION IS INDEXED
000823         ACCESS MODE IS DYNAMIC
000824         RECORD KEY IS AV-ADV-KEY
000825         FILE STATUS IS WS-ADVFILE-STATUS.
000825     SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
000825         ORGANIZATION IS SEQUENTIAL
000825         FILE STATUS IS WS-GLHIST-STATUS.
000826     SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "DEPACCT"
000827         ORGANIZATION IS INDEXED
000828         ACCESS MODE IS DYNAMIC
000829         RECORD KEY IS DA-ACCT-KEY
000829         FILE STATUS IS WS-DEPACCT-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000870     LABEL RECORDS ARE STANDARD.
000880     COPY EMPREC.
000890
000940 FD  ELECTION-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY ELECREC.
001060 FD  OC-BANK-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  BANK-RECORD                 PIC X(44).
001081
001082 FD  DEPOSIT-ACCOUNT-FILE
001083     LABEL RECORDS ARE STANDARD.
001084     COPY DEPACCT.
001090
001100 FD  CHECK-QUEUE-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY CHKQUE.
001121
001122 FD  ADVANCE-FILE
001123     LABEL RECORDS ARE STANDARD.
001124     COPY ADVREC.
001124
001124 FD  GL-HISTORY-FILE
001124     LABEL RECORDS ARE STANDARD.
001124     COPY GLPOST.
001130
001140 WORKING-STORAGE SECTION.
001150 01  WS-EMP-NO                    PIC 9(05).
001160 01  WS-EMP-NO-SW                 PIC X(01) VALUE "N".
001170     88  WS-EMP-NO-OK                        VALUE "Y".
001180 01  WS-HOURS-OVERRIDE            PIC 9(03)V99 VALUE ZERO.
001180*  THE GROSS BROKEN DOWN BY EARNINGS CODE, CARRIED ONTO THE
001180*  HISTORY RECORD.
001180     COPY ERNBRK.
001180 01  WS-EB-SUB                    PIC 9(02) VALUE ZERO.
001190 01  WS-HOURS-SW                  PIC X(01) VALUE "N".
001200     88  WS-HOURS-OK                         VALUE "Y".
001210 01  WS-REASON                    PIC X(30) VALUE SPACES.
001220 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001230     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001231 01  WS-ADVANCE-ANS               PIC X(01) VALUE "N".
001232     88  WS-IS-ADVANCE                       VALUE "Y" "y".
001233 01  WS-ADV-INSTALLMENT           PIC 9(05)V99 VALUE ZERO.
001234 01  WS-ADV-INSTALL-SW            PIC X(01) VALUE "N".
001235     88  WS-ADV-INSTALL-OK                   VALUE "Y".
001236 01  WS-ADV-PROTECTED-NET         PIC 9(05)V99 VALUE ZERO.
001237 01  WS-ADV-PROTECT-SW            PIC X(01) VALUE "N".
001238     88  WS-ADV-PROTECT-OK                   VALUE "Y".
001240
001250 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001260 01  WS-CALCULATED-PAY            PIC 9(07)V99 VALUE ZERO.
001400 01  WS-NET-PAY                   PIC 9(07)V99 VALUE ZERO.
001402 01  WS-TOTAL-WITHHELD            PIC 9(08)V99 VALUE ZERO.
001410
001410*  THE COMMON STATUTORY-TAX ROUTINE'S PARAMETER AREA. IT HANDS
001410*  BACK THE TAX AND THE WITHHOLDING PROFILE IT WAS FIGURED UNDER.
001410     COPY WHCALC.
001490 01  WS-ELECTFIL-STATUS           PIC X(02) VALUE SPACES.
001500 01  WS-ELECT-VALIDATE-SW         PIC X(01) VALUE "N".
001510     88  WS-ELECT-VALIDATE                   VALUE "Y".
001600     88  WS-PAYHIST-NOT-FOUND                VALUE "35".
001610 01  WS-CHKQUEUE-STATUS           PIC X(02) VALUE SPACES.
001620     88  WS-CHKQUEUE-NOT-FOUND               VALUE "35".
001621 01  WS-ADVFILE-STATUS            PIC X(02) VALUE SPACES.
001622     88  WS-ADVFILE-NOT-FOUND                VALUE "35".
001622 01  WS-GLHIST-STATUS             PIC X(02) VALUE SPACES.
001622     88  WS-GLHIST-NOT-FOUND                 VALUE "35".
001623 01  WS-DEPACCT-STATUS            PIC X(02) VALUE SPACES.
001624 01  WS-DA-EOF-SW                 PIC X(01) VALUE "N".
001625     88  WS-DA-EOF                           VALUE "Y".
001626 01  WS-DA-ROWS-SW                PIC X(01) VALUE "N".
001627     88  WS-DA-HAS-ROWS                      VALUE "Y".
001628 01  WS-PAY-ROUTING               PIC 9(09) VALUE ZERO.
001629 01  WS-PAY-ACCOUNT               PIC X(17) VALUE SPACES.
001630
001640 01  WS-BANK-HEADER.
001650     05  BH-REC-TYPE             PIC X(01) VALUE "H".
001660     05  BH-RUN-DATE             PIC 9(08).
001660     05  BH-COMPANY              PIC X(02).
001660     05  BH-ORIGIN-ROUTING       PIC X(09).
001660     05  BH-ORIGIN-ID            PIC X(10).
001660     05  FILLER                  PIC X(14) VALUE SPACES.
001680
001690 01  WS-BANK-DETAIL.
001700     05  BD-REC-TYPE             PIC X(01) VALUE "D".
001780     05  BT-REC-TYPE             PIC X(01) VALUE "T".
001790     05  BT-REC-COUNT            PIC 9(07) VALUE 1.
001800     05  BT-TOTAL-AMOUNT         PIC 9(11)V99.
001800     05  BT-ORIGIN-ACCOUNT       PIC X(17).
001800     05  FILLER                  PIC X(06) VALUE SPACES.
001820
001830 01  WS-AMT-DISP                  PIC ZZZ,ZZ9.99.
001840 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "OFFCYCLE".
001850 01  WS-AUDIT-MESSAGE             PIC X(60).
001851 01  WS-EXCP-SEVERITY             PIC X(01) VALUE SPACE.
001851 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
001851
001851*  THE EMPLOYEE'S COMPANY AND THE NAME OF ITS OCBANK FILE.
001851 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001851 01  WS-OCBANK-NAME               PIC X(09) VALUE SPACES.
001851
001851     COPY COMPTBL.
001851
001854 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
001856     88  WS-LOCK-HELD                        VALUE "Y".
001857 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001857 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
001857     88  WS-SIGNON-OK                        VALUE "Y".
001858 01  WS-JRNL-EMP-NO               PIC 9(05) VALUE ZERO.
001860 01  WS-BEFORE-IMAGE              PIC X(142) VALUE SPACES.
001862 01  WS-AFTER-IMAGE               PIC X(142) VALUE SPACES.
001864
001870 PROCEDURE DIVISION.
001880
002000         UNTIL WS-HOURS-OK.
002010     DISPLAY "ENTER THE REASON (MAX 30 CHARACTERS): ".
002020     ACCEPT WS-REASON.
002021     DISPLAY "IS THIS AN ADVANCE TO BE RECOVERED FROM LATER "
002022         "PAY? (Y/N): ".
002023     ACCEPT WS-ADVANCE-ANS.
002030     PERFORM 1000-FIND-EMPLOYEE
002040         THRU 1000-EXIT.
002050     IF RETURN-CODE NOT EQUAL ZERO
002070     END-IF.
002080     PERFORM 2000-CALCULATE-PAY
002090         THRU 2000-EXIT.
002091     IF WS-IS-ADVANCE
002092         PERFORM 2500-GET-ADVANCE-TERMS
002093             THRU 2500-EXIT
002094         IF RETURN-CODE NOT EQUAL ZERO
002095             CLOSE EMPLOYEE-MASTER
002096             GOBACK
002097         END-IF
002098     END-IF.
002100     PERFORM 3000-SHOW-AND-CONFIRM
002110         THRU 3000-EXIT.
002120     IF NOT WS-CONFIRM-YES
002460*-----------------------------------------------------------------
002470*  1000-FIND-EMPLOYEE.
002480*  THE MASTER IS HELD OPEN I-O THROUGH THE POSTING. A MISSING OR
002480*  TERMINATED EMPLOYEE, OR ONE WHOSE COMPANY IS NOT ON THE
002480*  COMPANY TABLE, REFUSES THE RUN.
002500*-----------------------------------------------------------------
002510 1000-FIND-EMPLOYEE.
002520     OPEN I-O EMPLOYEE-MASTER.
002660         MOVE 8 TO RETURN-CODE
002670         GO TO 1000-EXIT
002672     END-IF.
002672     MOVE "L" TO CM-FUNCTION.
002672     CALL "COMPTAB" USING
002672         BY REFERENCE COMPANY-TABLE-AREA.
002672     MOVE EMP-COMPANY TO CM-COMPANY-CODE.
002672     MOVE "F" TO CM-FUNCTION.
002672     CALL "COMPTAB" USING
002672         BY REFERENCE COMPANY-TABLE-AREA.
002672     IF CM-NOT-ON-TABLE
002672         DISPLAY "EMPLOYEE " WS-EMP-NO " COMPANY " EMP-COMPANY
002672             " IS NOT ON THE COMPANY TABLE - NO OFF-CYCLE PAY."
002650         CLOSE EMPLOYEE-MASTER
002660         MOVE 8 TO RETURN-CODE
002670         GO TO 1000-EXIT
002672     END-IF.
002672     MOVE CM-SUB TO WS-CO-SUB.
002674     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
002680 1000-EXIT.
002690     EXIT.
002850         BY CONTENT EMP-CITY
002860         BY REFERENCE WS-CALCULATED-PAY
002870         BY REFERENCE WS-CITY-TAX-AMT
002880         BY CONTENT WS-HOURS-OVERRIDE
002880         BY CONTENT EMP-PAY-GROUP
002880         BY REFERENCE EARNINGS-BREAKDOWN.
002890     COMPUTE WS-DEDUCTION-AMT =
002900         WS-CALCULATED-PAY * WS-DEDUCTION-RATE.
002910     ADD WS-CALCULATED-PAY TO WS-FLAT-ALLOWANCE
003040     EXIT.
003050
003060*-----------------------------------------------------------------
003060*  2100-LOOKUP-STAT-TAX.
003060*  THE SAME COMMON WHCALC CALCULATION THE DEDUCTIONS STEP MAKES,
003060*  UNDER THE EMPLOYEE'S WITHHOLDING PROFILE IN FORCE TODAY. A
003060*  MISSING TABLE OR A TAXABLE PAY ON NO BRACKET WITHHOLDS NO
003060*  BRACKET TAX - THE OPERATOR SEES THE NOTE AND THE FIGURE ON
003060*  THE MOCK STUB BEFORE CONFIRMING.
003060*-----------------------------------------------------------------
003060 2100-LOOKUP-STAT-TAX.
003060     MOVE "C"               TO WC-FUNCTION.
003060     MOVE EMP-NO            TO WC-EMP-NO.
003060     MOVE WS-RUN-DATE       TO WC-AS-OF-DATE.
003060     MOVE EMP-PAY-GROUP     TO WC-PAY-GROUP.
003060     MOVE WS-CALCULATED-PAY TO WC-GROSS-PAY.
003060     CALL "WHCALC" USING WITHHOLD-CALC-AREA.
003060     MOVE WC-STAT-TAX-AMT TO WS-STAT-TAX-AMT.
003060     EVALUATE TRUE
003060         WHEN WC-TABLE-MISSING
003060             DISPLAY "TAX BRACKET TABLE NOT AVAILABLE - NO "
003060                 "STATUTORY TAX WITHHELD"
003060         WHEN WC-NO-BRACKET
003060             DISPLAY "NO TAX BRACKET COVERS THE TAXABLE PAY - "
003060                 "NO BRACKET TAX"
003060         WHEN WC-STATUS-FELL-BACK
003060             DISPLAY "NO BRACKETS FOR FILING STATUS "
003060                 WC-FILING-STATUS " - TAXED AS SINGLE"
003060     END-EVALUATE.
003060*  ONE CALCULATION PER RUN, SO THE ROUTINE'S FILES ARE CLOSED
003060*  STRAIGHT AWAY.
003060     MOVE "X" TO WC-FUNCTION.
003060     CALL "WHCALC" USING WITHHOLD-CALC-AREA.
003060 2100-EXIT.
003060     EXIT.
003060
003560*-----------------------------------------------------------------
003570*  2200-APPLY-ELECTIONS.
003580*  EVERY ELECTION IN FORCE TODAY, THE SAME SCAN THE DEDUCTIONS
004680     ADD WS-ONE-GARN-AMT TO WS-GARN-TOTAL.
004690 2310-EXIT.
004700     EXIT.
004701
004702*-----------------------------------------------------------------
004703*  2500-GET-ADVANCE-TERMS.
004704*  AN ADVANCE OPENS A RECEIVABLE FOR THE NET ACTUALLY PAID, SO
004705*  THERE MUST BE A NET TO PAY. THE LEDGER IS KEYED BY EMPLOYEE
004706*  AND THE DATE PAID, SO A SECOND ADVANCE THE SAME DAY IS
004707*  REFUSED BEFORE ANYTHING POSTS. THE INSTALLMENT MAY NOT BE
004708*  MORE THAN THE ADVANCE ITSELF.
004709*-----------------------------------------------------------------
004710 2500-GET-ADVANCE-TERMS.
004711     IF WS-NET-PAY EQUAL ZERO
004712         DISPLAY "OFFCYCLE - NET PAY IS ZERO - NO ADVANCE TO "
004713             "OPEN. NOTHING POSTED."
004714         MOVE 8 TO RETURN-CODE
004715         GO TO 2500-EXIT
004716     END-IF.
004717     OPEN INPUT ADVANCE-FILE.
004718     IF WS-ADVFILE-STATUS EQUAL "00"
004719         MOVE WS-EMP-NO   TO AV-EMP-NO
004720         MOVE WS-RUN-DATE TO AV-ADV-DATE
004721         READ ADVANCE-FILE
004722             INVALID KEY
004723                 CONTINUE
004724             NOT INVALID KEY
004725                 DISPLAY "OFFCYCLE - AN ADVANCE FOR EMPLOYEE "
004726                     WS-EMP-NO " WAS ALREADY OPENED TODAY. "
004727                     "NOTHING POSTED."
004728                 MOVE 8 TO RETURN-CODE
004729         END-READ
004730         CLOSE ADVANCE-FILE
004731     END-IF.
004732     IF RETURN-CODE NOT EQUAL ZERO
004733         GO TO 2500-EXIT
004734     END-IF.
004735     PERFORM 2510-GET-INSTALLMENT
004736         THRU 2510-EXIT
004737         UNTIL WS-ADV-INSTALL-OK.
004738     PERFORM 2520-GET-PROTECTED-NET
004739         THRU 2520-EXIT
004740         UNTIL WS-ADV-PROTECT-OK.
004741 2500-EXIT.
004742     EXIT.
004743
004744 2510-GET-INSTALLMENT.
004745     DISPLAY "ENTER INSTALLMENT TO RECOVER EACH RUN AS 7 "
004746         "DIGITS, IMPLIED DECIMAL (0005000 = 50.00): ".
004747     ACCEPT WS-ADV-INSTALLMENT.
004748     IF WS-ADV-INSTALLMENT IS NUMERIC
004749             AND WS-ADV-INSTALLMENT GREATER THAN ZERO
004750             AND WS-ADV-INSTALLMENT NOT GREATER THAN WS-NET-PAY
004751         SET WS-ADV-INSTALL-OK TO TRUE
004752     ELSE
004753         DISPLAY "INVALID INSTALLMENT - MUST BE NUMERIC, MORE "
004754             "THAN ZERO, AND NOT MORE THAN THE ADVANCE. "
004755             "PLEASE RE-ENTER."
004756     END-IF.
004757 2510-EXIT.
004758     EXIT.
004759
004760 2520-GET-PROTECTED-NET.
004761     DISPLAY "ENTER THE NET PAY THE RECOVERY MAY NOT GO BELOW "
004762         "AS 7 DIGITS, IMPLIED DECIMAL: ".
004763     ACCEPT WS-ADV-PROTECTED-NET.
004764     IF WS-ADV-PROTECTED-NET IS NUMERIC
004765         SET WS-ADV-PROTECT-OK TO TRUE
004766     ELSE
004767         DISPLAY "INVALID PROTECTED NET - MUST BE NUMERIC. "
004768             "PLEASE RE-ENTER."
004769     END-IF.
004770 2520-EXIT.
004771     EXIT.
004710
004720*-----------------------------------------------------------------
004730*  3000-SHOW-AND-CONFIRM.
004830     DISPLAY "  CITY TAX WITHHELD       : " WS-AMT-DISP.
004840     MOVE WS-STAT-TAX-AMT TO WS-AMT-DISP.
004850     DISPLAY "  STATUTORY TAX           : " WS-AMT-DISP.
004850     DISPLAY "    WITHHOLDING PROFILE   : STATUS "
004850         WC-FILING-STATUS "  ALLOWANCES " WC-ALLOWANCES
004850         "  EXEMPT " WC-EXEMPT-SW.
004850     IF WC-ADDL-AMOUNT GREATER THAN ZERO
004850         MOVE WC-ADDL-AMOUNT TO WS-AMT-DISP
004850         DISPLAY "    ADDITIONAL PER RUN    : " WS-AMT-DISP
004850     END-IF.
004860     MOVE WS-DEDUCTION-AMT TO WS-AMT-DISP.
004870     DISPLAY "  DEDUCTION               : " WS-AMT-DISP.
004880     MOVE WS-ELECT-TOTAL TO WS-AMT-DISP.
004930     DISPLAY "  FLAT ALLOWANCE          : " WS-AMT-DISP.
004940     MOVE WS-NET-PAY TO WS-AMT-DISP.
004950     DISPLAY "  NET PAY                 : " WS-AMT-DISP.
004951     IF WS-IS-ADVANCE
004952         DISPLAY "  ADVANCE - OPENS A RECEIVABLE FOR THE NET PAY"
004953         MOVE WS-ADV-INSTALLMENT TO WS-AMT-DISP
004954         DISPLAY "  RECOVERED PER RUN       : " WS-AMT-DISP
004955         MOVE WS-ADV-PROTECTED-NET TO WS-AMT-DISP
004956         DISPLAY "  PROTECTED NET           : " WS-AMT-DISP
004957     END-IF.
004960     DISPLAY "POST AND PAY? (Y/N): ".
004970     ACCEPT WS-CONFIRM-ANS.
004980 3000-EXIT.
005116         BY CONTENT WS-JRNL-EMP-NO
005117         BY CONTENT WS-BEFORE-IMAGE
005118         BY CONTENT WS-AFTER-IMAGE.
005119     PERFORM 4050-PICK-DEPOSIT-ACCOUNT
005119         THRU 4050-EXIT.
005120     IF WS-PAY-ROUTING GREATER THAN ZERO
005130         PERFORM 4100-WRITE-BANK-PAYMENT
005140             THRU 4100-EXIT
005150     ELSE
005180     END-IF.
005190     PERFORM 4300-APPEND-HISTORY
005200         THRU 4300-EXIT.
005201     IF WS-IS-ADVANCE
005202         PERFORM 4400-OPEN-RECEIVABLE
005203             THRU 4400-EXIT
005204     END-IF.
005210     CLOSE EMPLOYEE-MASTER.
005220     MOVE WS-NET-PAY TO WS-AMT-DISP.
005230     DISPLAY "OFFCYCLE - POSTED AND PAID - NET " WS-AMT-DISP.
005235     MOVE SPACES TO WS-AUDIT-MESSAGE.
005240     STRING "OFF-CYCLE PAY - EMP " WS-EMP-NO
005250         " " WS-REASON
005260         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005300 4000-EXIT.
005310     EXIT.
005320
005321*-----------------------------------------------------------------
005322*  4050-PICK-DEPOSIT-ACCOUNT.
005323*  AN EMPLOYEE WITH DEPACCT DEPOSIT ACCOUNTS IS PAID THE WHOLE
005324*  OFF-CYCLE NET INTO THE REMAINDER ACCOUNT, BUT ONLY ONCE IT IS
005325*  LIVE - ONE STILL IN ITS PRENOTE PERIOD OR RETURNED MEANS A
005326*  CHECK, AS IN THE NIGHTLY RUN. AN EMPLOYEE WITH NO ROWS THERE
005327*  IS PAID TO THE BANK DETAILS ON THE MASTER.
005328*-----------------------------------------------------------------
005329 4050-PICK-DEPOSIT-ACCOUNT.
005330     MOVE EMP-BANK-ROUTING TO WS-PAY-ROUTING.
005331     MOVE EMP-BANK-ACCOUNT TO WS-PAY-ACCOUNT.
005332     MOVE "N" TO WS-DA-ROWS-SW.
005333     MOVE "N" TO WS-DA-EOF-SW.
005334     OPEN INPUT DEPOSIT-ACCOUNT-FILE.
005335     IF WS-DEPACCT-STATUS NOT EQUAL "00"
005336         GO TO 4050-EXIT
005337     END-IF.
005338     MOVE WS-EMP-NO TO DA-EMP-NO.
005339     MOVE ZERO TO DA-SEQ.
005340     START DEPOSIT-ACCOUNT-FILE
005341         KEY IS NOT LESS THAN DA-ACCT-KEY
005342         INVALID KEY
005343             SET WS-DA-EOF TO TRUE
005344     END-START.
005345     PERFORM 4060-CHECK-ONE-ACCOUNT
005346         THRU 4060-EXIT
005347         UNTIL WS-DA-EOF.
005348     CLOSE DEPOSIT-ACCOUNT-FILE.
005349     IF WS-DA-HAS-ROWS AND WS-PAY-ROUTING EQUAL ZERO
005350         DISPLAY "OFFCYCLE - NO LIVE REMAINDER DEPOSIT ACCOUNT - "
005351             "PAID BY CHECK."
005352     END-IF.
005353 4050-EXIT.
005354     EXIT.
005355
005356 4060-CHECK-ONE-ACCOUNT.
005357     READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
005358         AT END
005359             SET WS-DA-EOF TO TRUE
005360             GO TO 4060-EXIT
005361     END-READ.
005362     IF WS-DEPACCT-STATUS NOT EQUAL "00"
005363             OR DA-EMP-NO NOT EQUAL WS-EMP-NO
005364         SET WS-DA-EOF TO TRUE
005365         GO TO 4060-EXIT
005366     END-IF.
005367     IF NOT WS-DA-HAS-ROWS
005368         SET WS-DA-HAS-ROWS TO TRUE
005369         MOVE ZERO   TO WS-PAY-ROUTING
005370         MOVE SPACES TO WS-PAY-ACCOUNT
005371     END-IF.
005372     IF DA-SPLIT-REMAINDER AND DA-LIVE
005373         MOVE DA-ROUTING TO WS-PAY-ROUTING
005374         MOVE DA-ACCOUNT TO WS-PAY-ACCOUNT
005375     END-IF.
005376 4060-EXIT.
005377     EXIT.
005378
005330*-----------------------------------------------------------------
005340*  4100-WRITE-BANK-PAYMENT.
005350*  A ONE-PAYMENT BANK FILE ON THE SAME 44-BYTE LAYOUT BANKXTRT
005350*  WRITES, SO THE BANK TAKES IT THE SAME WAY - ONE FILE PER
005350*  COMPANY, DRAWN ON THE EMPLOYEE'S OWN COMPANY'S ACCOUNT.
005370*-----------------------------------------------------------------
005380 4100-WRITE-BANK-PAYMENT.
005380     MOVE "OCBANK" TO CM-FILE-NAME.
005380     MOVE WS-CO-SUB TO CM-SUB.
005380     MOVE "P" TO CM-FUNCTION.
005380     CALL "COMPTAB" USING
005380         BY REFERENCE COMPANY-TABLE-AREA.
005380     MOVE SPACES TO WS-OCBANK-NAME.
005380     IF CM-CODE(WS-CO-SUB) EQUAL "01"
005380         MOVE "OCBANK" TO WS-OCBANK-NAME
005380     ELSE
005380         STRING "OCBANK." CM-CODE(WS-CO-SUB)
005380             DELIMITED BY SIZE INTO WS-OCBANK-NAME
005380     END-IF.
005390     OPEN OUTPUT OC-BANK-FILE.
005400     MOVE WS-RUN-DATE TO BH-RUN-DATE.
005400     MOVE CM-CODE(WS-CO-SUB) TO BH-COMPANY.
005400     MOVE SPACES TO BH-ORIGIN-ROUTING.
005400     MOVE SPACES TO BH-ORIGIN-ID.
005400     MOVE SPACES TO BT-ORIGIN-ACCOUNT.
005400     IF CM-TABLE-FROM-FILE
005400         MOVE CM-ORIGIN-ROUTING(WS-CO-SUB) TO BH-ORIGIN-ROUTING
005400         MOVE CM-ORIGIN-ID(WS-CO-SUB)      TO BH-ORIGIN-ID
005400         MOVE CM-ORIGIN-ACCOUNT(WS-CO-SUB) TO BT-ORIGIN-ACCOUNT
005400     END-IF.
005410     WRITE BANK-RECORD FROM WS-BANK-HEADER.
005420     MOVE WS-EMP-NO        TO BD-EMP-NO.
005430     MOVE WS-PAY-ROUTING   TO BD-ROUTING.
005440     MOVE WS-PAY-ACCOUNT   TO BD-ACCOUNT.
005450     MOVE WS-NET-PAY       TO BD-AMOUNT.
005460     WRITE BANK-RECORD FROM WS-BANK-DETAIL.
005470     MOVE WS-NET-PAY TO BT-TOTAL-AMOUNT.
005480     WRITE BANK-RECORD FROM WS-BANK-TRAILER.
005490     CLOSE OC-BANK-FILE.
005490     MOVE "OCBANK" TO CM-FILE-NAME.
005490     MOVE "R" TO CM-FUNCTION.
005490     CALL "COMPTAB" USING
005490         BY REFERENCE COMPANY-TABLE-AREA.
005490     DISPLAY "OFFCYCLE - PAYMENT WRITTEN TO THE " WS-OCBANK-NAME
005490         " FILE.".
005510 4100-EXIT.
005520     EXIT.
005530
005540*-----------------------------------------------------------------
005550*  4200-QUEUE-CHECK.
005560*  NO LIVE DIRECT DEPOSIT - THE PAYMENT JOINS THE CHKQUEUE
005570*  THE NEXT CHECKPRT STEP DRAINS, REASON OC.
005580*-----------------------------------------------------------------
005590 4200-QUEUE-CHECK.
005900     MOVE "O"                TO PH-REC-TYPE.
005910     MOVE WS-CALCULATED-PAY  TO PH-GROSS-PAY.
005920     MOVE WS-CITY-TAX-AMT    TO PH-CITY-TAX.
005920     MOVE WS-STAT-TAX-AMT    TO PH-STAT-TAX.
005930     MOVE WS-DEDUCTION-AMT   TO PH-DEDUCTION.
005940     MOVE ZERO               TO PH-BONUS.
005950     MOVE WS-NET-PAY         TO PH-NET-PAY.
005950     MOVE WS-HOURS-OVERRIDE  TO PH-HOURS-WORKED.
005950     MOVE ZERO               TO PH-LEAVE-HOURS.
005950     MOVE ZERO               TO PH-RETRO-PAY.
005950     MOVE EB-LINE-COUNT      TO PH-EARN-COUNT.
005950     PERFORM 4310-MOVE-EARN-LINE
005950         THRU 4310-EXIT
005950         VARYING WS-EB-SUB FROM 1 BY 1
005950         UNTIL WS-EB-SUB GREATER THAN 10.
005960     WRITE PAY-HISTORY-RECORD.
005970     CLOSE PAY-HISTORY-FILE.
005980 4300-EXIT.
005990     EXIT.
005990
005990 4310-MOVE-EARN-LINE.
005990     IF WS-EB-SUB GREATER THAN EB-LINE-COUNT
005990         MOVE SPACES TO PH-EARN-CODE(WS-EB-SUB)
005990         MOVE ZERO   TO PH-EARN-HOURS(WS-EB-SUB)
005990         MOVE ZERO   TO PH-EARN-AMT(WS-EB-SUB)
005990         GO TO 4310-EXIT
005990     END-IF.
005990     MOVE EB-EARN-CODE(WS-EB-SUB) TO PH-EARN-CODE(WS-EB-SUB).
005990     MOVE EB-HOURS(WS-EB-SUB)     TO PH-EARN-HOURS(WS-EB-SUB).
005990     MOVE EB-AMOUNT(WS-EB-SUB)    TO PH-EARN-AMT(WS-EB-SUB).
005990 4310-EXIT.
005990     EXIT.
006000
006010*-----------------------------------------------------------------
006020*  4400-OPEN-RECEIVABLE.
006030*  OPENS THE ADVANCE ON THE LEDGER FOR THE NET PAID. THE FIRST
006030*  ADVANCE EVER TAKEN CREATES THE LEDGER FILE. THE MONEY HAS
006030*  GONE OUT EITHER WAY, SO IT IS BOOKED TO THE GL EVEN WHEN THE
006030*  LEDGER ROW COULD NOT BE WRITTEN.
006050*-----------------------------------------------------------------
006060 4400-OPEN-RECEIVABLE.
006070     OPEN I-O ADVANCE-FILE.
006080     IF WS-ADVFILE-NOT-FOUND
006090         OPEN OUTPUT ADVANCE-FILE
006100         CLOSE ADVANCE-FILE
006110         OPEN I-O ADVANCE-FILE
006120     END-IF.
006130     MOVE WS-EMP-NO            TO AV-EMP-NO.
006140     MOVE WS-RUN-DATE          TO AV-ADV-DATE.
006150     MOVE WS-REASON            TO AV-REASON.
006160     MOVE WS-NET-PAY           TO AV-ORIGINAL-AMT.
006170     MOVE WS-ADV-INSTALLMENT   TO AV-INSTALLMENT.
006180     MOVE WS-ADV-PROTECTED-NET TO AV-PROTECTED-NET.
006190     MOVE WS-NET-PAY           TO AV-BALANCE.
006200     MOVE ZERO                 TO AV-RECOVERED-AMT.
006210     MOVE ZERO                 TO AV-SETTLED-AMT.
006210     MOVE ZERO                 TO AV-LAST-RECOVERY-AMT.
006210     MOVE ZERO                 TO AV-LAST-RECOVERY-PERIOD.
006220     MOVE WS-RUN-DATE          TO AV-LAST-ACTIVITY.
006230     SET AV-OPEN TO TRUE.
006240     WRITE ADVANCE-RECORD
006250         INVALID KEY
006260             MOVE SPACES TO WS-EXCP-MESSAGE
006270             STRING "ADVANCE PAID BUT NOT OPENED ON LEDGER - EMP "
006280                 WS-EMP-NO
006290                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
006300             MOVE "E" TO WS-EXCP-SEVERITY
006310             CALL "EXCPTLOG" USING
006320                 BY CONTENT WS-AUDIT-PROGRAM-ID
006330                 BY CONTENT WS-EXCP-SEVERITY
006340                 BY CONTENT WS-EXCP-MESSAGE
006350         NOT INVALID KEY
006360             MOVE WS-NET-PAY TO WS-AMT-DISP
006370             MOVE SPACES TO WS-AUDIT-MESSAGE
006380             STRING "ADVANCE OPENED - EMP " WS-EMP-NO
006390                 " AMOUNT " WS-AMT-DISP " BY " WS-OPERATOR-ID
006400                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
006410             CALL "AUDITLOG" USING
006420                 BY CONTENT WS-AUDIT-PROGRAM-ID
006430                 BY CONTENT WS-AUDIT-MESSAGE
006440     END-WRITE.
006450     CLOSE ADVANCE-FILE.
006450     PERFORM 4410-POST-ADVANCE-GL
006450         THRU 4410-EXIT.
006460 4400-EXIT.
006470     EXIT.
006470
006470*-----------------------------------------------------------------
006470*  4410-POST-ADVANCE-GL.
006470*  APPENDS THE BALANCED DR 1400 / CR 1000 PAIR FOR THE NET PAID
006470*  TO THE POSTING HISTORY, DATED TODAY, UNDER THE EMPLOYEE'S
006470*  COMPANY CODE AND GL ACCOUNT PREFIX, BOOTSTRAPPING THE HISTORY
006470*  ON THE FIRST POSTING EVER. BOTH LINES CARRY THE OFF-CYCLE
006470*  ADVANCE DESCRIPTION SO A RUN REVERSAL ON THE SAME DATE KNOWS
006470*  THEY ARE NOT PART OF THE RUN.
006470*-----------------------------------------------------------------
006470 4410-POST-ADVANCE-GL.
006470     OPEN EXTEND GL-HISTORY-FILE.
006470     IF WS-GLHIST-NOT-FOUND
006470         OPEN OUTPUT GL-HISTORY-FILE
006470         CLOSE GL-HISTORY-FILE
006470         OPEN EXTEND GL-HISTORY-FILE
006470     END-IF.
006470     MOVE WS-RUN-DATE             TO GL-RUN-DATE.
006470     MOVE CM-CODE(WS-CO-SUB)      TO GL-COMPANY.
006470     MOVE CM-GL-PREFIX(WS-CO-SUB) TO GL-ACCT-PREFIX.
006470     MOVE "OFF-CYCLE ADVANCE"     TO GL-DESCRIPTION.
006470     MOVE WS-NET-PAY              TO GL-AMOUNT.
006470     MOVE "1400"                  TO GL-ACCOUNT.
006470     MOVE "DR"                    TO GL-DR-CR.
006470     WRITE GL-POSTING-RECORD.
006470     MOVE "1000"                  TO GL-ACCOUNT.
006470     MOVE "CR"                    TO GL-DR-CR.
006470     WRITE GL-POSTING-RECORD.
006470     CLOSE GL-HISTORY-FILE.
006470 4410-EXIT.
006470     EXIT.
