000100*****************************************************************
000110*  PROGRAM-ID.   RUNREVRS
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - ADJUSTMENTS
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     WHOLE-RUN REVERSAL. WHEN A NIGHTLY RUN GOES OUT WRONG - A
000190*     BAD TAX TABLE, THE WRONG TIMESHEET FILE - EMPRSTR ONLY
000200*     ROLLS BACK THE MASTER. THIS ATTENDED UTILITY TAKES THE RUN
000210*     DATE AND BACKS THE WHOLE RUN OUT OF EVERY FILE IT TOUCHED:
000220*
000230*       - THE RUN'S YTD-GROSS, YTD-DEDUCTIONS AND YTD-BONUS
000240*         MOVEMENT COMES OFF EACH EMPLOYEE'S MASTER, WITH A
000250*         CHANGE-JOURNAL RECORD PER REWRITE;
000260*       - EACH EMPLOYEE'S LEAVE ACCRUAL AND DRAW FOR THE RUN'S
000270*         PERIOD COMES OFF THE LEAVE BALANCE AND THE PERIOD STAMP
000280*         GOES BACK TO THE ONE IT REPLACED, SO THE RE-RUN ACCRUES
000290*         AGAIN;
000300*       - A REVERSAL LINE (TYPE V) IS APPENDED TO THE PAY HISTORY
000310*         FOR EVERY REGULAR OR RETURNED LINE OF THE RUN, SAME RUN
000320*         DATE AND PERIOD, EVERY AMOUNT NEGATED;
000330*       - A REVERSING LINE IS APPENDED TO THE GL HISTORY FOR EVERY
000340*         LINE OF THE RUN - SAME DATE, ACCOUNT, DESCRIPTION AND
000350*         DR/CR, AMOUNT NEGATED, SO THE PERIOD'S ACCOUNT TOTALS
000360*         NET OUT WHICHEVER WAY THEY ARE SUMMED;
000370*       - THE RUN'S OUTSTANDING CHECKS ARE MARKED VOID, AND THE
000380*         NEXT POSPAY STEP SENDS THE BANK THE VOIDS;
000390*       - THE RUN'S PERIODS GO BACK TO IN PROGRESS ON RUNCTL, SO
000400*         THE NEXT NIGHTRUN PAYS THEM AGAIN.
000400*       - RETRO PAY THE RUN CARRIED GOES BACK TO APPROVED ON
000400*         RETROPAY, SO THE RE-RUN PAYS IT AGAIN.
000400*       - EACH ADVANCE INSTALLMENT THE RUN RECOVERED GOES BACK ON
000400*         THE ADVANCE'S BALANCE (REOPENING AN ADVANCE THE RUN
000400*         CLOSED), SO THE RE-RUN RECOVERS IT AGAIN.
000410*
000420*     THE PAY HISTORY AND GL HISTORY ARE READ AND BUFFERED IN
000430*     FULL BEFORE ANYTHING IS POSTED, THE SAME PATTERN RETROADJ
000440*     USES. THE RUN IS REFUSED OUTRIGHT IF THE DATE HAS ALREADY
000450*     BEEN REVERSED, IF A BUFFER WOULD OVERFLOW, OR IF A PAY GROUP
000460*     HAS RUN A LATER PERIOD SINCE (ONLY A GROUP'S LATEST RUN CAN
000470*     BE REOPENED). AFTER POSTING, EVERY FILE IS READ AGAIN AND
000480*     THE CONTROL REPORT (REVRPT) PROVES EACH ONE NETS BACK TO
000490*     ZERO FOR THE RUN DATE, ENDING IN A SINGLE CERTIFICATE LINE.
000500*
000500*     DIRECT DEPOSITS ALREADY SENT TO THE BANK ARE NOT RECALLED
000500*     HERE - THE REPORT SAYS SO, AND THEY ARE WORKED WITH THE
000500*     BANK. A REVERSAL IS A SUPERVISOR ACTION.
000550*-----------------------------------------------------------------
000560*  MODIFICATION HISTORY.
000570*  DATE       INIT  DESCRIPTION
000580*  ---------  ----  -----------------------------------------
000590*  10/14/26   RCA   ORIGINAL PROGRAM.
000590*  10/14/26   RCA   THE REVERSAL LINE ALSO NEGATES THE HOURS AND
000590*                   RETRO PAY NOW ON THE PAY-HISTORY RECORD, AND
000590*                   RETRO PAY THE RUN CARRIED GOES BACK TO
000590*                   APPROVED ON RETROPAY FOR THE RE-RUN.
000590*  10/14/26   RCA   THE REVERSAL LINE NOW ALSO BACKS OUT THE
000590*                   ORIGINAL PAYMENT'S EARNINGS-CODE BREAKDOWN,
000590*                   LINE BY LINE.
000590*  10/14/26   RCA   THE MONTH-END VACATION ACCRUAL LINES VACACCR
000590*                   APPENDS TO GLHIST ARE STEPPED OVER - A MONTH
000590*                   END THAT SHARES A RUN DATE IS NOT PART OF THE
000590*                   RUN AND IS NOT REVERSED WITH IT.
000590*  10/14/26   RCA   THE REVERSAL LINE NEGATES THE STATUTORY TAX
000590*                   WITH THE OTHER AMOUNTS, AND THE CONTROL REPORT
000590*                   PROVES IT NETS TO ZERO.
000590*  10/14/26   RCA   JOURNAL IMAGES WIDENED TO 142 BYTES FOR THE
000590*                   COMPANY CODE ON EMPREC.
000590*  10/14/26   RCA   GL BUFFER WIDENED TO THE 57-BYTE GLPOST
000590*                   LAYOUT; EACH REVERSAL LINE KEEPS THE COMPANY
000590*                   AND ACCOUNT PREFIX OF THE LINE IT BACKS OUT.
000590*  10/15/26   RCA   GIVES BACK THE RUN'S ADVANCE INSTALLMENTS
000590*                   (ADVFILE).
000590*  10/15/26   RCA   THE OFF-CYCLE ADVANCE LINES OFFCYCLE APPENDS
000590*                   TO GLHIST ARE STEPPED OVER LIKE THE VACATION
000590*                   ACCRUAL.
000600*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. RUNREVRS.
000630 AUTHOR. R. AKOLKAR.
000640 INSTALLATION. PAYROLL SYSTEMS - ADJUSTMENTS.
000650 DATE-WRITTEN. 10/14/26.
000660 DATE-COMPILED.
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS EMP-NO
000750         FILE STATUS IS WS-EMPMAST-STATUS.
000760     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS LB-EMP-NO
000800         FILE STATUS IS WS-LEAVBAL-STATUS.
000810     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-PAYHIST-STATUS.
000840     SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-GLHIST-STATUS.
000870     SELECT CHECK-REGISTER ASSIGN TO "CHECKREG"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-CHECKREG-STATUS.
000900     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-RUNCTL-STATUS.
000920     SELECT RETRO-PAY-FILE ASSIGN TO "RETROPAY"
000920         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS RP-RETRO-KEY
000920         FILE STATUS IS WS-RETRO-STATUS.
000920     SELECT ADVANCE-FILE ASSIGN TO "ADVFILE"
000920         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS AV-ADV-KEY
000920         FILE STATUS IS WS-ADVFILE-STATUS.
000930     SELECT REVERSAL-REPORT ASSIGN TO "REVRPT"
000940         ORGANIZATION IS SEQUENTIAL.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  EMPLOYEE-MASTER
000990     LABEL RECORDS ARE STANDARD.
001000     COPY EMPREC.
001010
001020 FD  LEAVE-BALANCE-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY LEAVBAL.
001050
001060 FD  PAY-HISTORY-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY PAYHST.
001090
001100 FD  GL-HISTORY-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY GLPOST.
001130
001140 FD  CHECK-REGISTER
001150     LABEL RECORDS ARE STANDARD.
001160     COPY CHKREG.
001170
001180 FD  RUN-CONTROL
001190     LABEL RECORDS ARE STANDARD.
001200     COPY RUNCTL.
001200
001200 FD  RETRO-PAY-FILE
001200     LABEL RECORDS ARE STANDARD.
001200     COPY RETRPAY.
001210
001210 FD  ADVANCE-FILE
001210     LABEL RECORDS ARE STANDARD.
001210     COPY ADVREC.
001210
001220 FD  REVERSAL-REPORT
001230     LABEL RECORDS ARE STANDARD.
001240 01  RPT-LINE                    PIC X(80).
001250
001260 WORKING-STORAGE SECTION.
001270 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
001280     88  WS-LOCK-HELD                        VALUE "Y".
001290 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001300 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
001310 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
001320     88  WS-SIGNON-OK                        VALUE "Y".
001330 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001340     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001350 01  WS-JRNL-EMP-NO               PIC 9(05) VALUE ZERO.
001360 01  WS-BEFORE-IMAGE              PIC X(142) VALUE SPACES.
001370 01  WS-AFTER-IMAGE               PIC X(142) VALUE SPACES.
001380
001390 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
001400 01  WS-LEAVBAL-STATUS            PIC X(02) VALUE SPACES.
001410 01  WS-PAYHIST-STATUS            PIC X(02) VALUE SPACES.
001420 01  WS-GLHIST-STATUS             PIC X(02) VALUE SPACES.
001430 01  WS-CHECKREG-STATUS           PIC X(02) VALUE SPACES.
001440 01  WS-RUNCTL-STATUS             PIC X(02) VALUE SPACES.
001440 01  WS-RETRO-STATUS              PIC X(02) VALUE SPACES.
001440 01  WS-RETRO-EOF-SW              PIC X(01) VALUE "N".
001440     88  WS-RETRO-EOF                        VALUE "Y".
001450 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001460     88  WS-END-OF-FILE                      VALUE "Y".
001470 01  WS-MASTER-OPEN-SW            PIC X(01) VALUE "N".
001480     88  WS-MASTER-OPEN                      VALUE "Y".
001490 01  WS-LEAVE-OPEN-SW             PIC X(01) VALUE "N".
001500     88  WS-LEAVE-OPEN                       VALUE "Y".
001500 01  WS-ADVFILE-STATUS            PIC X(02) VALUE SPACES.
001500 01  WS-ADV-OPEN-SW               PIC X(01) VALUE "N".
001500     88  WS-ADV-OPEN                         VALUE "Y".
001500 01  WS-ADV-EOF-SW                PIC X(01) VALUE "N".
001500     88  WS-ADV-EOF                          VALUE "Y".
001510
001520 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
001530 01  WS-REV-DATE                  PIC 9(08) VALUE ZERO.
001540 01  WS-REV-DATE-OK-SW            PIC X(01) VALUE "N".
001550     88  WS-REV-DATE-OK                      VALUE "Y".
001560 01  WS-ALREADY-SW                PIC X(01) VALUE "N".
001570     88  WS-ALREADY-REVERSED                 VALUE "Y".
001580 01  WS-REFUSED-SW                PIC X(01) VALUE "N".
001590     88  WS-REFUSED                          VALUE "Y".
001600 01  WS-WORK-GROUP                PIC X(01) VALUE SPACES.
001610
001620*  ONE ENTRY PER REGULAR OR RETURNED HISTORY LINE OF THE RUN,
001630*  WITH THE EMPLOYEE'S PAY GROUP OFF THE MASTER AT SCAN TIME.
001640 01  WS-PEND-TABLE.
001650     05  WS-PEND-ENTRY            OCCURS 500 TIMES
001660                                  INDEXED BY WS-PEND-IDX.
001670         10  WS-PEND-EMP-NO       PIC 9(05).
001680         10  WS-PEND-PERIOD-END   PIC 9(08).
001690         10  WS-PEND-GROUP        PIC X(01).
001700         10  WS-PEND-GROSS        PIC S9(07)V99.
001710         10  WS-PEND-TAX          PIC S9(07)V99.
001710         10  WS-PEND-STAT-TAX     PIC S9(07)V99.
001720         10  WS-PEND-DEDUCTION    PIC S9(07)V99.
001730         10  WS-PEND-BONUS        PIC S9(07)V99.
001740         10  WS-PEND-NET          PIC S9(07)V99.
001740         10  WS-PEND-HOURS        PIC S9(03)V99.
001740         10  WS-PEND-LEAVE        PIC S9(03)V99.
001740         10  WS-PEND-RETRO        PIC S9(07)V99.
001740         10  WS-PEND-EARN-COUNT   PIC 9(02).
001740         10  WS-PEND-EARN-LINE    OCCURS 10 TIMES.
001740             15  WS-PEND-EARN-CODE  PIC X(03).
001740             15  WS-PEND-EARN-HOURS PIC S9(03)V99.
001740             15  WS-PEND-EARN-AMT   PIC S9(07)V99.
001750 01  WS-PEND-COUNT                PIC 9(03) VALUE ZERO.
001760 01  WS-PEND-FULL-SW              PIC X(01) VALUE "N".
001770     88  WS-PEND-FULL                        VALUE "Y".
001780 01  WS-PEND-FOUND-SW             PIC X(01) VALUE "N".
001790     88  WS-PEND-FOUND                       VALUE "Y".
001790 01  WS-EARN-SUB                  PIC 9(02) VALUE ZERO.
001800
001810*  THE DISTINCT PAY GROUP / PERIOD END PAIRS THE RUN PAID, AND
001820*  WHETHER EACH HAS A COMPLETED RUNCTL ROW TO REOPEN.
001830 01  WS-PERIOD-TABLE.
001840     05  WS-PER-ENTRY             OCCURS 10 TIMES.
001850         10  WS-PER-GROUP         PIC X(01).
001860         10  WS-PER-END           PIC 9(08).
001870         10  WS-PER-ROW-SW        PIC X(01).
001880             88  WS-PER-HAS-ROW              VALUE "Y".
001890 01  WS-PER-COUNT                 PIC 9(02) VALUE ZERO.
001900 01  WS-PER-SUB                   PIC 9(02) VALUE ZERO.
001910 01  WS-PER-FULL-SW               PIC X(01) VALUE "N".
001920     88  WS-PER-FULL                         VALUE "Y".
001930 01  WS-PER-FOUND-SW              PIC X(01) VALUE "N".
001940     88  WS-PER-FOUND                        VALUE "Y".
001950
001960*  THE RUN'S GL LINES, WHOLE RECORDS, FOR THE REVERSING PASS.
001970 01  WS-GL-BUFFER.
001980     05  WS-GLB-RECORD            PIC X(57) OCCURS 300 TIMES.
001990 01  WS-GLB-COUNT                 PIC 9(03) VALUE ZERO.
002000 01  WS-GLB-SUB                   PIC 9(03) VALUE ZERO.
002010 01  WS-GLB-FULL-SW               PIC X(01) VALUE "N".
002020     88  WS-GLB-FULL                         VALUE "Y".
002030
002040*  RUNCTL HOLDS ONE ROW PER PAY GROUP; IT IS REWRITTEN WHOLE.
002050 01  WS-RC-BUFFER.
002060     05  WS-RCB-RECORD            PIC X(24) OCCURS 10 TIMES.
002070 01  WS-RCB-COUNT                 PIC 9(02) VALUE ZERO.
002080 01  WS-RCB-SUB                   PIC 9(02) VALUE ZERO.
002090 01  WS-RCB-FULL-SW               PIC X(01) VALUE "N".
002100     88  WS-RCB-FULL                         VALUE "Y".
002110
002120*  WHAT THE RUN POSTED, FROM ITS HISTORY LINES.
002130 01  WS-RUN-GROSS                 PIC S9(09)V99 VALUE ZERO.
002140 01  WS-RUN-TAX                   PIC S9(09)V99 VALUE ZERO.
002140 01  WS-RUN-STAT-TAX              PIC S9(09)V99 VALUE ZERO.
002150 01  WS-RUN-DEDUCTION             PIC S9(09)V99 VALUE ZERO.
002160 01  WS-RUN-BONUS                 PIC S9(09)V99 VALUE ZERO.
002170 01  WS-RUN-NET                   PIC S9(09)V99 VALUE ZERO.
002180*  WHAT THIS PROGRAM TOOK BACK OFF THE MASTER.
002190 01  WS-OUT-GROSS                 PIC S9(09)V99 VALUE ZERO.
002200 01  WS-OUT-DEDUCTION             PIC S9(09)V99 VALUE ZERO.
002210 01  WS-OUT-BONUS                 PIC S9(09)V99 VALUE ZERO.
002220*  THE PROOF PASS - EACH MUST COME BACK ZERO.
002230 01  WS-PRF-GROSS                 PIC S9(09)V99 VALUE ZERO.
002240 01  WS-PRF-TAX                   PIC S9(09)V99 VALUE ZERO.
002240 01  WS-PRF-STAT-TAX              PIC S9(09)V99 VALUE ZERO.
002250 01  WS-PRF-DEDUCTION             PIC S9(09)V99 VALUE ZERO.
002260 01  WS-PRF-BONUS                 PIC S9(09)V99 VALUE ZERO.
002270 01  WS-PRF-NET                   PIC S9(09)V99 VALUE ZERO.
002280 01  WS-PRF-GL-DR                 PIC S9(11)V99 VALUE ZERO.
002290 01  WS-PRF-GL-CR                 PIC S9(11)V99 VALUE ZERO.
002300 01  WS-PRF-OPEN-CHECKS           PIC 9(05) VALUE ZERO.
002310 01  WS-GL-DR-TOTAL               PIC S9(11)V99 VALUE ZERO.
002320 01  WS-GL-CR-TOTAL               PIC S9(11)V99 VALUE ZERO.
002330
002340 01  WS-MAST-COUNT                PIC 9(05) VALUE ZERO.
002350 01  WS-MAST-MISSING              PIC 9(05) VALUE ZERO.
002360 01  WS-LEAVE-COUNT               PIC 9(05) VALUE ZERO.
002370 01  WS-LEAVE-NOT-STAMPED         PIC 9(05) VALUE ZERO.
002380 01  WS-LEAVE-LATER               PIC 9(05) VALUE ZERO.
002380 01  WS-ADV-COUNT                 PIC 9(05) VALUE ZERO.
002380 01  WS-ADV-AMOUNT                PIC 9(09)V99 VALUE ZERO.
002380 01  WS-ADV-LATER                 PIC 9(05) VALUE ZERO.
002390 01  WS-HIST-COUNT                PIC 9(05) VALUE ZERO.
002400 01  WS-GL-COUNT                  PIC 9(05) VALUE ZERO.
002410 01  WS-VOID-COUNT                PIC 9(05) VALUE ZERO.
002420 01  WS-VOID-AMOUNT               PIC 9(09)V99 VALUE ZERO.
002430 01  WS-CLEARED-COUNT             PIC 9(05) VALUE ZERO.
002440 01  WS-REOPEN-COUNT              PIC 9(02) VALUE ZERO.
002440 01  WS-RETRO-REOPEN-COUNT       PIC 9(05) VALUE ZERO.
002450 01  WS-FAIL-COUNT                PIC 9(02) VALUE ZERO.
002460
002470 01  WS-RPT-HEADING-1.
002480     05  FILLER                  PIC X(36)
002490         VALUE "RUNREVRS - WHOLE-RUN REVERSAL FOR ".
002500     05  RH1-REV-DATE            PIC 9(08).
002510     05  FILLER                  PIC X(10) VALUE "  ON      ".
002520     05  RH1-TODAY               PIC 9(08).
002530     05  FILLER                  PIC X(18) VALUE SPACES.
002540
002550 01  WS-RPT-HEADING-2.
002560     05  FILLER                  PIC X(30) VALUE "FILE / CONTROL".
002570     05  FILLER                  PIC X(18)
002580         VALUE "       RUN TOTAL".
002590     05  FILLER                  PIC X(18)
002600         VALUE "NET / BACKED OUT".
002610     05  FILLER                  PIC X(14) VALUE "  RESULT".
002620
002630 01  WS-RPT-DETAIL-LINE.
002640     05  RD-LABEL                PIC X(30).
002650     05  RD-ORIGINAL             PIC ZZZ,ZZZ,ZZ9.99-.
002660     05  FILLER                  PIC X(03) VALUE SPACES.
002670     05  RD-CHECK                PIC ZZZ,ZZZ,ZZ9.99-.
002680     05  FILLER                  PIC X(03) VALUE SPACES.
002690     05  RD-RESULT               PIC X(14).
002700
002710 01  WS-RPT-COUNT-LINE.
002720     05  CL-LABEL                PIC X(50).
002730     05  CL-COUNT                PIC ZZZZ9.
002740     05  FILLER                  PIC X(03) VALUE SPACES.
002750     05  CL-RESULT               PIC X(22).
002760
002770 01  WS-RPT-TEXT-LINE            PIC X(80).
002780 01  WS-NET-WORK                  PIC S9(11)V99 VALUE ZERO.
002790 01  WS-COUNT-WORK                PIC 9(05) VALUE ZERO.
002800
002810 01  WS-AMOUNT-DISP               PIC -Z,ZZZ,ZZ9.99.
002820 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "RUNREVRS".
002830 01  WS-AUDIT-MESSAGE             PIC X(60).
002840 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "F".
002850 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
002860
002870 PROCEDURE DIVISION.
002880
002890*-----------------------------------------------------------------
002900*  0000-MAINLINE.
002910*-----------------------------------------------------------------
002920 0000-MAINLINE.
002930     MOVE ZERO TO RETURN-CODE.
002940*  THE OPERATOR SIGNS ON FIRST, SO THE AUDIT TRAIL CARRIES WHO
002950*  AUTHORIZED THE REVERSAL.
002960     CALL "OPERSGN" USING
002970         BY REFERENCE WS-OPERATOR-ID
002980         BY REFERENCE WS-OPER-AUTH
002990         BY REFERENCE WS-SIGNON-OK-SW.
003000     IF NOT WS-SIGNON-OK
003010         DISPLAY "RUNREVRS - SIGN-ON REFUSED - NOTHING REVERSED."
003020         GOBACK
003030     END-IF.
003040*  BACKING OUT A WHOLE RUN IS A SUPERVISOR ACTION - AUTHORITY 3
003050*  ON THE OPERATOR FILE.
003060     IF WS-OPER-AUTH LESS THAN 3
003070         DISPLAY "RUNREVRS - OPERATOR " WS-OPERATOR-ID
003080             " IS NOT SUPERVISOR AUTHORITY - NOTHING REVERSED."
003090         GOBACK
003100     END-IF.
003110*  THE MASTER IS NOT TOUCHED WHILE THE NIGHTLY RUN'S
003120*  RUN-IN-FLIGHT LOCK IS HELD - LOCKCHK NAMES THE RUN AND SINCE
003130*  WHEN.
003140     CALL "LOCKCHK" USING
003150         BY REFERENCE WS-LOCK-HELD-SW.
003160     IF WS-LOCK-HELD
003170         DISPLAY "RUNREVRS - THE MASTER IS LOCKED BY THE NIGHTLY "
003180             "RUN - NOTHING DONE."
003190         GOBACK
003200     END-IF.
003210     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003220     PERFORM 0500-GET-RUN-DATE
003230         THRU 0500-EXIT
003240         UNTIL WS-REV-DATE-OK.
003250     PERFORM 1000-SCAN-PAY-HISTORY
003260         THRU 1000-EXIT.
003270     IF WS-REFUSED
003280         MOVE 8 TO RETURN-CODE
003290         GOBACK
003300     END-IF.
003310     IF WS-PEND-COUNT EQUAL ZERO
003320         DISPLAY "RUNREVRS - NO REGULAR PAY HISTORY FOR RUN DATE "
003330             WS-REV-DATE " - NOTHING REVERSED."
003340         GOBACK
003350     END-IF.
003360     PERFORM 1500-SCAN-GL-HISTORY
003370         THRU 1500-EXIT.
003380     PERFORM 1700-LOAD-RUN-CONTROL
003390         THRU 1700-EXIT.
003400     IF WS-REFUSED
003410         MOVE 8 TO RETURN-CODE
003420         GOBACK
003430     END-IF.
003440     PERFORM 1900-CONFIRM-REVERSAL
003450         THRU 1900-EXIT.
003460     IF NOT WS-CONFIRM-YES
003470         DISPLAY "RUNREVRS - REVERSAL NOT CONFIRMED - NOTHING "
003480             "REVERSED."
003490         GOBACK
003500     END-IF.
003510     PERFORM 2000-BACK-OUT-MASTERS
003520         THRU 2000-EXIT.
003530     PERFORM 3000-APPEND-HISTORY-REVERSALS
003540         THRU 3000-EXIT.
003550     PERFORM 4000-APPEND-GL-REVERSALS
003560         THRU 4000-EXIT.
003570     PERFORM 5000-VOID-RUN-CHECKS
003580         THRU 5000-EXIT.
003590     PERFORM 6000-REOPEN-PERIODS
003600         THRU 6000-EXIT.
003610     PERFORM 7000-PROVE-AND-REPORT
003620         THRU 7000-EXIT.
003630     MOVE SPACES TO WS-AUDIT-MESSAGE.
003640     STRING "RUN " WS-REV-DATE " REVERSED BY " WS-OPERATOR-ID
003650         " - " WS-PEND-COUNT " LINES, " WS-FAIL-COUNT " FAILED"
003660         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
003670     CALL "AUDITLOG" USING
003680         BY CONTENT WS-AUDIT-PROGRAM-ID
003690         BY CONTENT WS-AUDIT-MESSAGE.
003700     IF WS-FAIL-COUNT GREATER THAN ZERO
003710         MOVE 4 TO RETURN-CODE
003720     END-IF.
003730     GOBACK.
003740
003750*-----------------------------------------------------------------
003760*  0500-GET-RUN-DATE.
003770*-----------------------------------------------------------------
003780 0500-GET-RUN-DATE.
003790     DISPLAY "ENTER RUN DATE OF THE RUN TO REVERSE (CCYYMMDD): ".
003800     ACCEPT WS-REV-DATE.
003810     IF WS-REV-DATE IS NUMERIC
003820             AND WS-REV-DATE GREATER THAN ZERO
003830             AND WS-REV-DATE NOT GREATER THAN WS-TODAY
003840         SET WS-REV-DATE-OK TO TRUE
003850     ELSE
003860         DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD AND "
003870             "NOT IN THE FUTURE. RE-ENTER."
003880     END-IF.
003890 0500-EXIT.
003900     EXIT.
003910
003920*-----------------------------------------------------------------
003930*  1000-SCAN-PAY-HISTORY.
003940*  BUFFERS EVERY REGULAR AND RETURNED LINE CARRYING THE RUN
003950*  DATE. A REVERSAL LINE FOR THE SAME DATE MEANS THE RUN HAS
003960*  ALREADY BEEN BACKED OUT AND THE PROGRAM STOPS THERE. THE
003970*  MASTER IS OPEN INPUT HERE ONLY FOR THE PAY GROUP.
003980*-----------------------------------------------------------------
003990 1000-SCAN-PAY-HISTORY.
004000     OPEN INPUT PAY-HISTORY-FILE.
004010     IF WS-PAYHIST-STATUS NOT EQUAL "00"
004020         DISPLAY "RUNREVRS - PAY HISTORY NOT AVAILABLE - "
004030             "NOTHING TO REVERSE."
004040         GO TO 1000-EXIT
004050     END-IF.
004060     OPEN INPUT EMPLOYEE-MASTER.
004070     IF WS-EMPMAST-STATUS EQUAL "00"
004080         SET WS-MASTER-OPEN TO TRUE
004090     END-IF.
004100     MOVE "N" TO WS-EOF-SW.
004110     PERFORM 1100-SCAN-ONE-LINE
004120         THRU 1100-EXIT
004130         UNTIL WS-END-OF-FILE.
004140     IF WS-MASTER-OPEN
004150         CLOSE EMPLOYEE-MASTER
004160         MOVE "N" TO WS-MASTER-OPEN-SW
004170     END-IF.
004180     CLOSE PAY-HISTORY-FILE.
004190     IF WS-ALREADY-REVERSED
004200         DISPLAY "RUNREVRS - RUN " WS-REV-DATE
004210             " HAS ALREADY BEEN REVERSED - NOTHING DONE."
004220         SET WS-REFUSED TO TRUE
004230         GO TO 1000-EXIT
004240     END-IF.
004250     IF WS-PEND-FULL OR WS-PER-FULL
004260         DISPLAY "RUNREVRS - RUN TOO LARGE TO BUFFER - NOTHING "
004270             "REVERSED."
004280         SET WS-REFUSED TO TRUE
004290     END-IF.
004300 1000-EXIT.
004310     EXIT.
004320
004330*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
004340*  ERROR CANNOT SPIN.
004350 1100-SCAN-ONE-LINE.
004360     READ PAY-HISTORY-FILE
004370         AT END
004380             SET WS-END-OF-FILE TO TRUE
004390             GO TO 1100-EXIT
004400     END-READ.
004410     IF WS-PAYHIST-STATUS NOT EQUAL "00"
004420         SET WS-END-OF-FILE TO TRUE
004430         GO TO 1100-EXIT
004440     END-IF.
004450     IF PH-RUN-DATE NOT EQUAL WS-REV-DATE
004460         GO TO 1100-EXIT
004470     END-IF.
004480     IF PH-REVERSAL
004490         SET WS-ALREADY-REVERSED TO TRUE
004500         GO TO 1100-EXIT
004510     END-IF.
004520     IF NOT PH-REGULAR AND NOT PH-RETURNED
004530         GO TO 1100-EXIT
004540     END-IF.
004550*  A FULL BUFFER ABANDONS THE RUN - BACKING OUT PART OF A RUN
004560*  WOULD LEAVE THE FILES NETTING TO NEITHER FIGURE.
004570     IF WS-PEND-COUNT EQUAL 500
004580         IF NOT WS-PEND-FULL
004590             SET WS-PEND-FULL TO TRUE
004600             MOVE SPACES TO WS-EXCP-MESSAGE
004610             STRING "REVERSAL BUFFER FULL AT 500 - RUN ABANDONED"
004620                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
004630             PERFORM 8000-LOG-FATAL
004640                 THRU 8000-EXIT
004650         END-IF
004660         GO TO 1100-EXIT
004670     END-IF.
004680     MOVE "M" TO WS-WORK-GROUP.
004690     IF WS-MASTER-OPEN
004700         MOVE PH-EMP-NO TO EMP-NO
004710         READ EMPLOYEE-MASTER
004720             INVALID KEY
004730                 CONTINUE
004740             NOT INVALID KEY
004750                 IF EMP-PAY-GROUP NOT EQUAL SPACE
004760                     MOVE EMP-PAY-GROUP TO WS-WORK-GROUP
004770                 END-IF
004780         END-READ
004790     END-IF.
004800     ADD 1 TO WS-PEND-COUNT.
004810     SET WS-PEND-IDX TO WS-PEND-COUNT.
004820     MOVE PH-EMP-NO      TO WS-PEND-EMP-NO(WS-PEND-IDX).
004830     MOVE PH-PERIOD-END  TO WS-PEND-PERIOD-END(WS-PEND-IDX).
004840     MOVE WS-WORK-GROUP  TO WS-PEND-GROUP(WS-PEND-IDX).
004850     MOVE PH-GROSS-PAY   TO WS-PEND-GROSS(WS-PEND-IDX).
004860     MOVE PH-CITY-TAX    TO WS-PEND-TAX(WS-PEND-IDX).
004860     MOVE PH-STAT-TAX    TO WS-PEND-STAT-TAX(WS-PEND-IDX).
004870     MOVE PH-DEDUCTION   TO WS-PEND-DEDUCTION(WS-PEND-IDX).
004880     MOVE PH-BONUS       TO WS-PEND-BONUS(WS-PEND-IDX).
004890     MOVE PH-NET-PAY     TO WS-PEND-NET(WS-PEND-IDX).
004890     MOVE PH-HOURS-WORKED TO WS-PEND-HOURS(WS-PEND-IDX).
004890     MOVE PH-LEAVE-HOURS  TO WS-PEND-LEAVE(WS-PEND-IDX).
004890     MOVE PH-RETRO-PAY    TO WS-PEND-RETRO(WS-PEND-IDX).
004890     MOVE PH-EARN-COUNT   TO WS-PEND-EARN-COUNT(WS-PEND-IDX).
004890     PERFORM 1150-BUFFER-EARN-LINE
004890         THRU 1150-EXIT
004890         VARYING WS-EARN-SUB FROM 1 BY 1
004890         UNTIL WS-EARN-SUB GREATER THAN 10.
004900     ADD PH-GROSS-PAY    TO WS-RUN-GROSS.
004910     ADD PH-CITY-TAX     TO WS-RUN-TAX.
004910     ADD PH-STAT-TAX     TO WS-RUN-STAT-TAX.
004920     ADD PH-DEDUCTION    TO WS-RUN-DEDUCTION.
004930     ADD PH-BONUS        TO WS-RUN-BONUS.
004940     ADD PH-NET-PAY      TO WS-RUN-NET.
004950     PERFORM 1200-NOTE-PERIOD
004960         THRU 1200-EXIT.
004970 1100-EXIT.
004980     EXIT.
004980
004980 1150-BUFFER-EARN-LINE.
004980     MOVE PH-EARN-CODE(WS-EARN-SUB)
004980         TO WS-PEND-EARN-CODE(WS-PEND-IDX, WS-EARN-SUB).
004980     MOVE PH-EARN-HOURS(WS-EARN-SUB)
004980         TO WS-PEND-EARN-HOURS(WS-PEND-IDX, WS-EARN-SUB).
004980     MOVE PH-EARN-AMT(WS-EARN-SUB)
004980         TO WS-PEND-EARN-AMT(WS-PEND-IDX, WS-EARN-SUB).
004980 1150-EXIT.
004980     EXIT.
004990
005000*-----------------------------------------------------------------
005010*  1200-NOTE-PERIOD.
005020*  ADDS THE LINE'S PAY GROUP AND PERIOD END TO THE PERIOD TABLE
005030*  THE FIRST TIME THE PAIR IS SEEN.
005040*-----------------------------------------------------------------
005050 1200-NOTE-PERIOD.
005060     MOVE "N" TO WS-PER-FOUND-SW.
005070     PERFORM 1210-MATCH-ONE-PERIOD
005080         THRU 1210-EXIT
005090         VARYING WS-PER-SUB FROM 1 BY 1
005100         UNTIL WS-PER-SUB GREATER THAN WS-PER-COUNT
005110             OR WS-PER-FOUND.
005120     IF WS-PER-FOUND
005130         GO TO 1200-EXIT
005140     END-IF.
005150     IF WS-PER-COUNT EQUAL 10
005160         IF NOT WS-PER-FULL
005170             SET WS-PER-FULL TO TRUE
005180             MOVE SPACES TO WS-EXCP-MESSAGE
005190             STRING "PERIOD TABLE FULL AT 10 - RUN ABANDONED"
005200                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
005210             PERFORM 8000-LOG-FATAL
005220                 THRU 8000-EXIT
005230         END-IF
005240         GO TO 1200-EXIT
005250     END-IF.
005260     ADD 1 TO WS-PER-COUNT.
005270     MOVE WS-WORK-GROUP TO WS-PER-GROUP(WS-PER-COUNT).
005280     MOVE PH-PERIOD-END TO WS-PER-END(WS-PER-COUNT).
005290     MOVE "N"           TO WS-PER-ROW-SW(WS-PER-COUNT).
005300 1200-EXIT.
005310     EXIT.
005320
005330 1210-MATCH-ONE-PERIOD.
005340     IF WS-PER-GROUP(WS-PER-SUB) EQUAL WS-WORK-GROUP
005350             AND WS-PER-END(WS-PER-SUB) EQUAL PH-PERIOD-END
005360         SET WS-PER-FOUND TO TRUE
005370     END-IF.
005380 1210-EXIT.
005390     EXIT.
005400
005410*-----------------------------------------------------------------
005420*  1500-SCAN-GL-HISTORY.
005420*  BUFFERS EVERY GL LINE POSTED ON THE RUN DATE. APART FROM THE
005420*  MONTH-END VACATION ACCRUAL (VACACCR) AND THE OFF-CYCLE
005420*  ADVANCES OFFCYCLE BOOKS, WHICH ARE NOT PART OF ANY RUN AND
005420*  ARE LEFT ALONE, ONLY GLEXTRCT POSTS GLHIST, SO THESE ARE THE
005420*  RUN'S OWN LINES.
005450*-----------------------------------------------------------------
005460 1500-SCAN-GL-HISTORY.
005470     OPEN INPUT GL-HISTORY-FILE.
005480     IF WS-GLHIST-STATUS NOT EQUAL "00"
005490         DISPLAY "RUNREVRS - GL HISTORY NOT AVAILABLE - NO GL "
005500             "LINES TO REVERSE."
005510         GO TO 1500-EXIT
005520     END-IF.
005530     MOVE "N" TO WS-EOF-SW.
005540     PERFORM 1510-SCAN-ONE-GL-LINE
005550         THRU 1510-EXIT
005560         UNTIL WS-END-OF-FILE.
005570     CLOSE GL-HISTORY-FILE.
005580     IF WS-GLB-FULL
005590         DISPLAY "RUNREVRS - RUN HAS TOO MANY GL LINES TO "
005600             "BUFFER - NOTHING REVERSED."
005610         SET WS-REFUSED TO TRUE
005620     END-IF.
005630 1500-EXIT.
005640     EXIT.
005650
005660 1510-SCAN-ONE-GL-LINE.
005670     READ GL-HISTORY-FILE
005680         AT END
005690             SET WS-END-OF-FILE TO TRUE
005700             GO TO 1510-EXIT
005710     END-READ.
005720     IF WS-GLHIST-STATUS NOT EQUAL "00"
005730         SET WS-END-OF-FILE TO TRUE
005740         GO TO 1510-EXIT
005750     END-IF.
005760     IF GL-RUN-DATE NOT EQUAL WS-REV-DATE
005760             OR GL-VACATION-ACCRUAL
005760             OR GL-OFFCYCLE-ADVANCE
005770         GO TO 1510-EXIT
005780     END-IF.
005790     IF WS-GLB-COUNT EQUAL 300
005800         IF NOT WS-GLB-FULL
005810             SET WS-GLB-FULL TO TRUE
005820             MOVE SPACES TO WS-EXCP-MESSAGE
005830             STRING "GL REVERSAL BUFFER FULL AT 300 - RUN "
005840                 "ABANDONED"
005850                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
005860             PERFORM 8000-LOG-FATAL
005870                 THRU 8000-EXIT
005880         END-IF
005890         GO TO 1510-EXIT
005900     END-IF.
005910     ADD 1 TO WS-GLB-COUNT.
005920     MOVE GL-POSTING-RECORD TO WS-GLB-RECORD(WS-GLB-COUNT).
005930     IF GL-DR-CR EQUAL "DR"
005940         ADD GL-AMOUNT TO WS-GL-DR-TOTAL
005950     ELSE
005960         ADD GL-AMOUNT TO WS-GL-CR-TOTAL
005970     END-IF.
005980 1510-EXIT.
005990     EXIT.
006000
006010*-----------------------------------------------------------------
006020*  1700-LOAD-RUN-CONTROL.
006030*  BUFFERS THE RUNCTL ROWS AND TIES EACH OF THE RUN'S PERIODS TO
006040*  ITS GROUP'S ROW. A PERIOD WITH NO COMPLETED ROW FOR IT HAS
006050*  EITHER NEVER FINISHED OR BEEN OVERTAKEN BY A LATER PERIOD, AND
006060*  CANNOT BE REOPENED - THE REVERSAL IS REFUSED RATHER THAN LEFT
006070*  HALF DONE.
006080*-----------------------------------------------------------------
006090 1700-LOAD-RUN-CONTROL.
006100     OPEN INPUT RUN-CONTROL.
006110     IF WS-RUNCTL-STATUS NOT EQUAL "00"
006120         DISPLAY "RUNREVRS - RUN-CONTROL FILE NOT AVAILABLE - "
006130             "NOTHING REVERSED."
006140         SET WS-REFUSED TO TRUE
006150         GO TO 1700-EXIT
006160     END-IF.
006170     MOVE "N" TO WS-EOF-SW.
006180     PERFORM 1710-LOAD-ONE-ROW
006190         THRU 1710-EXIT
006200         UNTIL WS-END-OF-FILE.
006210     CLOSE RUN-CONTROL.
006220     IF WS-RCB-FULL
006230         DISPLAY "RUNREVRS - RUN-CONTROL FILE HAS MORE ROWS THAN "
006240             "EXPECTED - NOTHING REVERSED."
006250         SET WS-REFUSED TO TRUE
006260         GO TO 1700-EXIT
006270     END-IF.
006280     PERFORM 1730-CHECK-ONE-PERIOD
006290         THRU 1730-EXIT
006300         VARYING WS-PER-SUB FROM 1 BY 1
006310         UNTIL WS-PER-SUB GREATER THAN WS-PER-COUNT.
006320 1700-EXIT.
006330     EXIT.
006340
006350 1710-LOAD-ONE-ROW.
006360     READ RUN-CONTROL
006370         AT END
006380             SET WS-END-OF-FILE TO TRUE
006390             GO TO 1710-EXIT
006400     END-READ.
006410     IF WS-RUNCTL-STATUS NOT EQUAL "00"
006420         SET WS-END-OF-FILE TO TRUE
006430         GO TO 1710-EXIT
006440     END-IF.
006450     IF WS-RCB-COUNT EQUAL 10
006460         SET WS-RCB-FULL TO TRUE
006470         GO TO 1710-EXIT
006480     END-IF.
006490     ADD 1 TO WS-RCB-COUNT.
006500     MOVE RUN-CONTROL-RECORD TO WS-RCB-RECORD(WS-RCB-COUNT).
006510     PERFORM 1720-MATCH-ROW-TO-PERIOD
006520         THRU 1720-EXIT
006530         VARYING WS-PER-SUB FROM 1 BY 1
006540         UNTIL WS-PER-SUB GREATER THAN WS-PER-COUNT.
006550 1710-EXIT.
006560     EXIT.
006570
006580*  A BLANK GROUP ON THE ROW IS THE MONTHLY GROUP.
006590 1720-MATCH-ROW-TO-PERIOD.
006600     MOVE RC-PAY-GROUP TO WS-WORK-GROUP.
006610     IF WS-WORK-GROUP EQUAL SPACE
006620         MOVE "M" TO WS-WORK-GROUP
006630     END-IF.
006640     IF WS-PER-GROUP(WS-PER-SUB) EQUAL WS-WORK-GROUP
006650             AND WS-PER-END(WS-PER-SUB) EQUAL RC-PERIOD-END
006660             AND RC-RUN-COMPLETE
006670         MOVE "Y" TO WS-PER-ROW-SW(WS-PER-SUB)
006680     END-IF.
006690 1720-EXIT.
006700     EXIT.
006710
006720 1730-CHECK-ONE-PERIOD.
006730     IF WS-PER-HAS-ROW(WS-PER-SUB)
006740         GO TO 1730-EXIT
006750     END-IF.
006760     DISPLAY "RUNREVRS - PAY GROUP " WS-PER-GROUP(WS-PER-SUB)
006770         " PERIOD ENDING " WS-PER-END(WS-PER-SUB)
006780         " IS NOT THE GROUP'S LATEST COMPLETED RUN.".
006790     IF NOT WS-REFUSED
006800         DISPLAY "RUNREVRS - ONLY A GROUP'S LATEST RUN CAN BE "
006810             "REVERSED - NOTHING REVERSED."
006820         SET WS-REFUSED TO TRUE
006830     END-IF.
006840 1730-EXIT.
006850     EXIT.
006860
006870*-----------------------------------------------------------------
006880*  1900-CONFIRM-REVERSAL.
006890*  SHOWS THE OPERATOR WHAT WILL BE BACKED OUT BEFORE ANY FILE IS
006900*  TOUCHED.
006910*-----------------------------------------------------------------
006920 1900-CONFIRM-REVERSAL.
006930     DISPLAY "RUNREVRS - RUN " WS-REV-DATE " PAID "
006940         WS-PEND-COUNT " HISTORY LINES OVER " WS-PER-COUNT
006950         " PERIOD(S).".
006960     MOVE WS-RUN-GROSS TO WS-AMOUNT-DISP.
006970     DISPLAY "    GROSS      " WS-AMOUNT-DISP.
006980     MOVE WS-RUN-NET TO WS-AMOUNT-DISP.
006990     DISPLAY "    NET        " WS-AMOUNT-DISP.
007000     DISPLAY "    GL LINES   " WS-GLB-COUNT.
007010     DISPLAY "THIS BACKS THE WHOLE RUN OUT OF THE MASTER, LEAVE, "
007010         "HISTORY, GL, CHECKS, ADVANCES AND RUNCTL.".
007030     DISPLAY "CONTINUE? (Y/N): ".
007040     ACCEPT WS-CONFIRM-ANS.
007050 1900-EXIT.
007060     EXIT.
007070
007080*-----------------------------------------------------------------
007090*  2000-BACK-OUT-MASTERS.
007100*  TAKES EACH LINE'S GROSS, DEDUCTION AND BONUS BACK OFF THE
007110*  EMPLOYEE'S YTD FIGURES, JOURNALLING THE BEFORE AND AFTER
007110*  IMAGES, BACKS THE PERIOD'S LEAVE MOVEMENT OUT OF THE LEAVE
007110*  BALANCE, AND GIVES BACK THE PERIOD'S ADVANCE INSTALLMENTS. A
007110*  MISSING LEAVE FILE SKIPS THE LEAVE SIDE; NO ADVANCE LEDGER
007110*  MEANS NO ADVANCE WAS EVER OPENED, SO NOTHING WAS RECOVERED.
007140*-----------------------------------------------------------------
007150 2000-BACK-OUT-MASTERS.
007160     OPEN I-O EMPLOYEE-MASTER.
007170     IF WS-EMPMAST-STATUS NOT EQUAL "00"
007180         MOVE SPACES TO WS-EXCP-MESSAGE
007190         STRING "EMPLOYEE MASTER NOT AVAILABLE - YTD NOT BACKED "
007200             "OUT"
007210             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
007220         PERFORM 8000-LOG-FATAL
007230             THRU 8000-EXIT
007240     ELSE
007250         SET WS-MASTER-OPEN TO TRUE
007260     END-IF.
007270     OPEN I-O LEAVE-BALANCE-FILE.
007280     IF WS-LEAVBAL-STATUS EQUAL "00"
007290         SET WS-LEAVE-OPEN TO TRUE
007300     ELSE
007310         DISPLAY "RUNREVRS - LEAVE BALANCE FILE NOT AVAILABLE - "
007320             "NO LEAVE TO BACK OUT."
007330     END-IF.
007330     OPEN I-O ADVANCE-FILE.
007330     IF WS-ADVFILE-STATUS EQUAL "00"
007330         SET WS-ADV-OPEN TO TRUE
007330     END-IF.
007340     PERFORM 2100-BACK-OUT-ONE-LINE
007350         THRU 2100-EXIT
007360         VARYING WS-PEND-IDX FROM 1 BY 1
007370         UNTIL WS-PEND-IDX GREATER THAN WS-PEND-COUNT.
007380     IF WS-MASTER-OPEN
007390         CLOSE EMPLOYEE-MASTER
007400         MOVE "N" TO WS-MASTER-OPEN-SW
007410     END-IF.
007420     IF WS-LEAVE-OPEN
007430         CLOSE LEAVE-BALANCE-FILE
007440         MOVE "N" TO WS-LEAVE-OPEN-SW
007450     END-IF.
007450     IF WS-ADV-OPEN
007450         CLOSE ADVANCE-FILE
007450         MOVE "N" TO WS-ADV-OPEN-SW
007450     END-IF.
007460 2000-EXIT.
007470     EXIT.
007480
007490 2100-BACK-OUT-ONE-LINE.
007500     IF WS-LEAVE-OPEN
007510         PERFORM 2200-BACK-OUT-LEAVE
007520             THRU 2200-EXIT
007530     END-IF.
007530     IF WS-ADV-OPEN
007530         PERFORM 2300-RESTORE-ADVANCES
007530             THRU 2300-EXIT
007530     END-IF.
007540     IF NOT WS-MASTER-OPEN
007550         GO TO 2100-EXIT
007560     END-IF.
007570     MOVE WS-PEND-EMP-NO(WS-PEND-IDX) TO EMP-NO.
007580     READ EMPLOYEE-MASTER
007590         INVALID KEY
007600             ADD 1 TO WS-MAST-MISSING
007610             MOVE SPACES TO WS-EXCP-MESSAGE
007620             STRING "EMPLOYEE " EMP-NO " NOT ON MASTER - YTD NOT "
007630                 "BACKED OUT"
007640                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
007650             PERFORM 8100-LOG-ERROR
007660                 THRU 8100-EXIT
007670             GO TO 2100-EXIT
007680     END-READ.
007690     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
007700     SUBTRACT WS-PEND-GROSS(WS-PEND-IDX) FROM YTD-GROSS.
007710     SUBTRACT WS-PEND-DEDUCTION(WS-PEND-IDX) FROM YTD-DEDUCTIONS.
007720     SUBTRACT WS-PEND-BONUS(WS-PEND-IDX) FROM YTD-BONUS.
007730     REWRITE EMP-MASTER-RECORD.
007740     MOVE EMP-NO TO WS-JRNL-EMP-NO.
007750     MOVE EMP-MASTER-RECORD TO WS-AFTER-IMAGE.
007760     CALL "CHGJRNL" USING
007770         BY CONTENT WS-AUDIT-PROGRAM-ID
007780         BY CONTENT WS-JRNL-EMP-NO
007790         BY CONTENT WS-BEFORE-IMAGE
007800         BY CONTENT WS-AFTER-IMAGE.
007810     ADD 1 TO WS-MAST-COUNT.
007820     ADD WS-PEND-GROSS(WS-PEND-IDX)     TO WS-OUT-GROSS.
007830     ADD WS-PEND-DEDUCTION(WS-PEND-IDX) TO WS-OUT-DEDUCTION.
007840     ADD WS-PEND-BONUS(WS-PEND-IDX)     TO WS-OUT-BONUS.
007850 2100-EXIT.
007860     EXIT.
007870
007880*-----------------------------------------------------------------
007890*  2200-BACK-OUT-LEAVE.
007900*  SUB-PROGRAM STAMPS THE BALANCE WITH THE PERIOD IT LAST
007910*  ACCRUED AND KEEPS THAT PERIOD'S NET MOVEMENT AND THE STAMP IT
007920*  REPLACED. A BALANCE STAMPED WITH THE RUN'S PERIOD IS BACKED
007930*  OUT AND RE-STAMPED, SO THE RE-RUN ACCRUES AGAIN. A BALANCE
007940*  NEVER STAMPED FOR THE PERIOD (AN HOURS-OVERRIDE PAYMENT, OR
007950*  NO LEAVE RECORD) HAD NOTHING POSTED. A BALANCE ALREADY
007960*  STAMPED WITH A LATER PERIOD CANNOT BE UNPICKED AND IS AN
007970*  EXCEPTION FOR PAYROLL TO CORRECT BY HAND.
007980*-----------------------------------------------------------------
007990 2200-BACK-OUT-LEAVE.
008000     MOVE WS-PEND-EMP-NO(WS-PEND-IDX) TO LB-EMP-NO.
008010     READ LEAVE-BALANCE-FILE
008020         INVALID KEY
008030             ADD 1 TO WS-LEAVE-NOT-STAMPED
008040             GO TO 2200-EXIT
008050     END-READ.
008060     IF LB-LAST-PERIOD-END EQUAL WS-PEND-PERIOD-END(WS-PEND-IDX)
008070         SUBTRACT LB-LAST-VAC-MOVE  FROM LB-VAC-BALANCE
008080         SUBTRACT LB-LAST-SICK-MOVE FROM LB-SICK-BALANCE
008090         MOVE LB-PRIOR-PERIOD-END TO LB-LAST-PERIOD-END
008100         MOVE ZERO TO LB-PRIOR-PERIOD-END
008110         MOVE ZERO TO LB-LAST-VAC-MOVE
008120         MOVE ZERO TO LB-LAST-SICK-MOVE
008130         REWRITE LEAVE-BALANCE-RECORD
008140         ADD 1 TO WS-LEAVE-COUNT
008150         GO TO 2200-EXIT
008160     END-IF.
008170     IF LB-LAST-PERIOD-END GREATER THAN
008180             WS-PEND-PERIOD-END(WS-PEND-IDX)
008190         ADD 1 TO WS-LEAVE-LATER
008200         MOVE SPACES TO WS-EXCP-MESSAGE
008210         STRING "EMPLOYEE " LB-EMP-NO " LEAVE ACCRUED FOR A "
008220             "LATER PERIOD - NOT BACKED OUT"
008230             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
008240         PERFORM 8100-LOG-ERROR
008250             THRU 8100-EXIT
008260         GO TO 2200-EXIT
008270     END-IF.
008280     ADD 1 TO WS-LEAVE-NOT-STAMPED.
008290 2200-EXIT.
008300     EXIT.
008300
008300*-----------------------------------------------------------------
008300*  2300-RESTORE-ADVANCES.
008300*  THE DEDUCTIONS STEP KEEPS ON EACH ADVANCE THE LAST INSTALLMENT
008300*  IT TOOK AND THE PERIOD END IT WAS TAKEN FOR. EVERY ADVANCE OF
008300*  THE EMPLOYEE'S STAMPED WITH THE RUN'S PERIOD GETS THAT
008300*  INSTALLMENT BACK ON ITS BALANCE, IS REOPENED IF THE RUN CLOSED
008300*  IT, AND HAS THE STAMP CLEARED SO A SECOND LINE FOR THE SAME
008300*  EMPLOYEE AND PERIOD CANNOT GIVE IT BACK TWICE. AN ADVANCE
008300*  ALREADY RECOVERED FOR A LATER PERIOD CANNOT BE UNPICKED AND IS
008300*  AN EXCEPTION FOR PAYROLL TO CORRECT THROUGH ADVMAINT.
008300*-----------------------------------------------------------------
008300 2300-RESTORE-ADVANCES.
008300     MOVE "N" TO WS-ADV-EOF-SW.
008300     MOVE WS-PEND-EMP-NO(WS-PEND-IDX) TO AV-EMP-NO.
008300     MOVE ZERO TO AV-ADV-DATE.
008300     START ADVANCE-FILE
008300         KEY IS NOT LESS THAN AV-ADV-KEY
008300         INVALID KEY
008300             SET WS-ADV-EOF TO TRUE
008300     END-START.
008300     PERFORM 2310-RESTORE-ONE-ADVANCE
008300         THRU 2310-EXIT
008300         UNTIL WS-ADV-EOF.
008300 2300-EXIT.
008300     EXIT.
008300
008300*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
008300*  ERROR CANNOT SPIN.
008300 2310-RESTORE-ONE-ADVANCE.
008300     READ ADVANCE-FILE NEXT RECORD
008300         AT END
008300             SET WS-ADV-EOF TO TRUE
008300             GO TO 2310-EXIT
008300     END-READ.
008300     IF WS-ADVFILE-STATUS NOT EQUAL "00"
008300         SET WS-ADV-EOF TO TRUE
008300         GO TO 2310-EXIT
008300     END-IF.
008300     IF AV-EMP-NO NOT EQUAL WS-PEND-EMP-NO(WS-PEND-IDX)
008300         SET WS-ADV-EOF TO TRUE
008300         GO TO 2310-EXIT
008300     END-IF.
008300     IF AV-LAST-RECOVERY-PERIOD GREATER THAN
008300             WS-PEND-PERIOD-END(WS-PEND-IDX)
008300         ADD 1 TO WS-ADV-LATER
008300         MOVE SPACES TO WS-EXCP-MESSAGE
008300         STRING "EMPLOYEE " AV-EMP-NO " ADVANCE " AV-ADV-DATE
008300             " RECOVERED FOR A LATER PERIOD"
008300             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
008300         PERFORM 8100-LOG-ERROR
008300             THRU 8100-EXIT
008300         GO TO 2310-EXIT
008300     END-IF.
008300     IF AV-LAST-RECOVERY-PERIOD NOT EQUAL
008300             WS-PEND-PERIOD-END(WS-PEND-IDX)
008300             OR AV-LAST-RECOVERY-AMT EQUAL ZERO
008300         GO TO 2310-EXIT
008300     END-IF.
008300     ADD AV-LAST-RECOVERY-AMT TO AV-BALANCE.
008300     SUBTRACT AV-LAST-RECOVERY-AMT FROM AV-RECOVERED-AMT.
008300     ADD 1 TO WS-ADV-COUNT.
008300     ADD AV-LAST-RECOVERY-AMT TO WS-ADV-AMOUNT.
008300     MOVE ZERO TO AV-LAST-RECOVERY-AMT.
008300     MOVE ZERO TO AV-LAST-RECOVERY-PERIOD.
008300     MOVE WS-TODAY TO AV-LAST-ACTIVITY.
008300     SET AV-OPEN TO TRUE.
008300     REWRITE ADVANCE-RECORD.
008300 2310-EXIT.
008300     EXIT.
008310
008320*-----------------------------------------------------------------
008330*  3000-APPEND-HISTORY-REVERSALS.
008340*  ONE TYPE-V LINE PER BUFFERED LINE, SAME RUN DATE AND PERIOD,
008350*  EVERY AMOUNT NEGATED, SO ANY READER SUMMING THE RUN DATE OR
008360*  THE PERIOD SEES THE RUN NET TO NOTHING.
008370*-----------------------------------------------------------------
008380 3000-APPEND-HISTORY-REVERSALS.
008390     OPEN EXTEND PAY-HISTORY-FILE.
008400     IF WS-PAYHIST-STATUS NOT EQUAL "00"
008410         MOVE SPACES TO WS-EXCP-MESSAGE
008420         STRING "PAY HISTORY NOT AVAILABLE - NO REVERSAL LINES "
008430             "WRITTEN"
008440             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
008450         PERFORM 8000-LOG-FATAL
008460             THRU 8000-EXIT
008470         GO TO 3000-EXIT
008480     END-IF.
008490     PERFORM 3100-WRITE-ONE-REVERSAL
008500         THRU 3100-EXIT
008510         VARYING WS-PEND-IDX FROM 1 BY 1
008520         UNTIL WS-PEND-IDX GREATER THAN WS-PEND-COUNT.
008530     CLOSE PAY-HISTORY-FILE.
008530     PERFORM 3200-REOPEN-RETRO-PAY
008530         THRU 3200-EXIT.
008540 3000-EXIT.
008550     EXIT.
008560
008570 3100-WRITE-ONE-REVERSAL.
008580     MOVE WS-PEND-EMP-NO(WS-PEND-IDX)     TO PH-EMP-NO.
008590     MOVE WS-REV-DATE                     TO PH-RUN-DATE.
008600     MOVE WS-PEND-PERIOD-END(WS-PEND-IDX) TO PH-PERIOD-END.
008610     MOVE "V"                             TO PH-REC-TYPE.
008620     COMPUTE PH-GROSS-PAY = ZERO - WS-PEND-GROSS(WS-PEND-IDX).
008630     COMPUTE PH-CITY-TAX  = ZERO - WS-PEND-TAX(WS-PEND-IDX).
008630     COMPUTE PH-STAT-TAX  = ZERO - WS-PEND-STAT-TAX(WS-PEND-IDX).
008640     COMPUTE PH-DEDUCTION = ZERO - WS-PEND-DEDUCTION(WS-PEND-IDX).
008650     COMPUTE PH-BONUS     = ZERO - WS-PEND-BONUS(WS-PEND-IDX).
008660     COMPUTE PH-NET-PAY   = ZERO - WS-PEND-NET(WS-PEND-IDX).
008660     COMPUTE PH-HOURS-WORKED = ZERO - WS-PEND-HOURS(WS-PEND-IDX).
008660     COMPUTE PH-LEAVE-HOURS  = ZERO - WS-PEND-LEAVE(WS-PEND-IDX).
008660     COMPUTE PH-RETRO-PAY    = ZERO - WS-PEND-RETRO(WS-PEND-IDX).
008660     MOVE WS-PEND-EARN-COUNT(WS-PEND-IDX) TO PH-EARN-COUNT.
008660     PERFORM 3110-REVERSE-EARN-LINE
008660         THRU 3110-EXIT
008660         VARYING WS-EARN-SUB FROM 1 BY 1
008660         UNTIL WS-EARN-SUB GREATER THAN 10.
008670     WRITE PAY-HISTORY-RECORD.
008680     ADD 1 TO WS-HIST-COUNT.
008690 3100-EXIT.
008700     EXIT.
008700
008700*  EACH EARNINGS-CODE LINE IS BACKED OUT LIKE THE TOTALS ABOVE.
008700 3110-REVERSE-EARN-LINE.
008700     MOVE WS-PEND-EARN-CODE(WS-PEND-IDX, WS-EARN-SUB)
008700         TO PH-EARN-CODE(WS-EARN-SUB).
008700     COMPUTE PH-EARN-HOURS(WS-EARN-SUB) =
008700         ZERO - WS-PEND-EARN-HOURS(WS-PEND-IDX, WS-EARN-SUB).
008700     COMPUTE PH-EARN-AMT(WS-EARN-SUB) =
008700         ZERO - WS-PEND-EARN-AMT(WS-PEND-IDX, WS-EARN-SUB).
008700 3110-EXIT.
008700     EXIT.
008690
008690*-----------------------------------------------------------------
008690*  3200-REOPEN-RETRO-PAY.
008690*  RETRO PAY THE RUN CARRIED GOES BACK TO APPROVED, SO THE
008690*  RE-RUN PAYS IT AGAIN - EVERY RETROPAY LINE HISTWRIT MARKED
008690*  PAID WITH THIS RUN DATE FOR AN EMPLOYEE WHOSE LINE CARRIED
008690*  RETRO. NO RETROPAY FILE MEANS THERE IS NOTHING TO REOPEN.
008690*-----------------------------------------------------------------
008690 3200-REOPEN-RETRO-PAY.
008690     OPEN I-O RETRO-PAY-FILE.
008690     IF WS-RETRO-STATUS NOT EQUAL "00"
008690         GO TO 3200-EXIT
008690     END-IF.
008690     PERFORM 3210-REOPEN-ONE-EMPLOYEE
008690         THRU 3210-EXIT
008690         VARYING WS-PEND-IDX FROM 1 BY 1
008690         UNTIL WS-PEND-IDX GREATER THAN WS-PEND-COUNT.
008690     CLOSE RETRO-PAY-FILE.
008690 3200-EXIT.
008690     EXIT.
008690
008690 3210-REOPEN-ONE-EMPLOYEE.
008690     IF WS-PEND-RETRO(WS-PEND-IDX) EQUAL ZERO
008690         GO TO 3210-EXIT
008690     END-IF.
008690     MOVE "N" TO WS-RETRO-EOF-SW.
008690     MOVE WS-PEND-EMP-NO(WS-PEND-IDX) TO RP-EMP-NO.
008690     MOVE ZERO TO RP-PERIOD-END.
008690     MOVE ZERO TO RP-CALC-DATE.
008690     MOVE ZERO TO RP-CALC-TIME.
008690     START RETRO-PAY-FILE
008690         KEY IS NOT LESS THAN RP-RETRO-KEY
008690         INVALID KEY
008690             SET WS-RETRO-EOF TO TRUE
008690     END-START.
008690     PERFORM 3220-REOPEN-ONE-LINE
008690         THRU 3220-EXIT
008690         UNTIL WS-RETRO-EOF.
008690 3210-EXIT.
008690     EXIT.
008690
008690 3220-REOPEN-ONE-LINE.
008690     READ RETRO-PAY-FILE NEXT RECORD
008690         AT END
008690             SET WS-RETRO-EOF TO TRUE
008690             GO TO 3220-EXIT
008690     END-READ.
008690     IF WS-RETRO-STATUS NOT EQUAL "00"
008690             OR RP-EMP-NO NOT EQUAL WS-PEND-EMP-NO(WS-PEND-IDX)
008690         SET WS-RETRO-EOF TO TRUE
008690         GO TO 3220-EXIT
008690     END-IF.
008690     IF NOT RP-PAID
008690             OR RP-PAID-RUN-DATE NOT EQUAL WS-REV-DATE
008690         GO TO 3220-EXIT
008690     END-IF.
008690     MOVE "A" TO RP-STATUS.
008690     MOVE ZERO TO RP-PAID-RUN-DATE.
008690     MOVE ZERO TO RP-PAID-PERIOD-END.
008690     REWRITE RETRO-PAY-RECORD.
008690     ADD 1 TO WS-RETRO-REOPEN-COUNT.
008690 3220-EXIT.
008690     EXIT.
008710
008720*-----------------------------------------------------------------
008730*  4000-APPEND-GL-REVERSALS.
008740*  EACH OF THE RUN'S GL LINES IS WRITTEN AGAIN WITH ITS AMOUNT
008750*  NEGATED, KEEPING ITS DR/CR SIDE - THE SAME CONVENTION THE
008760*  RETRO AND RETURNED-DEPOSIT LINES FOLLOW, SO A READER SUMMING
008770*  AN ACCOUNT BY SIDE OR IN TOTAL SEES THE RUN NET OUT.
008780*-----------------------------------------------------------------
008790 4000-APPEND-GL-REVERSALS.
008800     IF WS-GLB-COUNT EQUAL ZERO
008810         GO TO 4000-EXIT
008820     END-IF.
008830     OPEN EXTEND GL-HISTORY-FILE.
008840     IF WS-GLHIST-STATUS NOT EQUAL "00"
008850         MOVE SPACES TO WS-EXCP-MESSAGE
008860         STRING "GL HISTORY NOT AVAILABLE - NO GL REVERSAL "
008870             "WRITTEN"
008880             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
008890         PERFORM 8000-LOG-FATAL
008900             THRU 8000-EXIT
008910         GO TO 4000-EXIT
008920     END-IF.
008930     PERFORM 4100-WRITE-ONE-GL-REVERSAL
008940         THRU 4100-EXIT
008950         VARYING WS-GLB-SUB FROM 1 BY 1
008960         UNTIL WS-GLB-SUB GREATER THAN WS-GLB-COUNT.
008970     CLOSE GL-HISTORY-FILE.
008980 4000-EXIT.
008990     EXIT.
009000
009010 4100-WRITE-ONE-GL-REVERSAL.
009020     MOVE WS-GLB-RECORD(WS-GLB-SUB) TO GL-POSTING-RECORD.
009030     COMPUTE GL-AMOUNT = ZERO - GL-AMOUNT.
009040     WRITE GL-POSTING-RECORD.
009050     ADD 1 TO WS-GL-COUNT.
009060 4100-EXIT.
009070     EXIT.
009080
009090*-----------------------------------------------------------------
009100*  5000-VOID-RUN-CHECKS.
009110*  EVERY CHECK ISSUED ON THE RUN DATE TO ONE OF THE RUN'S
009120*  EMPLOYEES AND STILL OUTSTANDING IS MARKED VOID IN PLACE, THE
009130*  SAME REWRITE CHKVOID MAKES - THE POSITIVE-PAY FLAG IS LEFT
009140*  ALONE SO POSPAY SENDS THE BANK THE VOID. A CHECK THE BANK HAS
009150*  ALREADY PAID CANNOT BE VOIDED AND IS AN EXCEPTION.
009160*-----------------------------------------------------------------
009170 5000-VOID-RUN-CHECKS.
009180     OPEN I-O CHECK-REGISTER.
009190     IF WS-CHECKREG-STATUS NOT EQUAL "00"
009200         DISPLAY "RUNREVRS - CHECK REGISTER NOT AVAILABLE - NO "
009210             "CHECKS TO VOID."
009220         GO TO 5000-EXIT
009230     END-IF.
009240     MOVE "N" TO WS-EOF-SW.
009250     PERFORM 5100-VOID-ONE-CHECK
009260         THRU 5100-EXIT
009270         UNTIL WS-END-OF-FILE.
009280     CLOSE CHECK-REGISTER.
009290 5000-EXIT.
009300     EXIT.
009310
009320 5100-VOID-ONE-CHECK.
009330     READ CHECK-REGISTER
009340         AT END
009350             SET WS-END-OF-FILE TO TRUE
009360             GO TO 5100-EXIT
009370     END-READ.
009380     IF WS-CHECKREG-STATUS NOT EQUAL "00"
009390         SET WS-END-OF-FILE TO TRUE
009400         GO TO 5100-EXIT
009410     END-IF.
009420     IF CK-RUN-DATE NOT EQUAL WS-REV-DATE
009430         GO TO 5100-EXIT
009440     END-IF.
009450     PERFORM 5200-FIND-RUN-EMPLOYEE
009460         THRU 5200-EXIT.
009470     IF NOT WS-PEND-FOUND
009480         GO TO 5100-EXIT
009490     END-IF.
009500     IF CK-CLEARED
009510         ADD 1 TO WS-CLEARED-COUNT
009520         MOVE SPACES TO WS-EXCP-MESSAGE
009530         STRING "CHECK " CK-CHECK-NO " ALREADY CLEARED - NOT "
009540             "VOIDED"
009550             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
009560         PERFORM 8100-LOG-ERROR
009570             THRU 8100-EXIT
009580         GO TO 5100-EXIT
009590     END-IF.
009600     IF NOT CK-ISSUED AND NOT CK-REISSUED
009610         GO TO 5100-EXIT
009620     END-IF.
009630     MOVE "V" TO CK-STATUS.
009640     MOVE WS-TODAY TO CK-STATUS-DATE.
009650     REWRITE CHECK-REGISTER-RECORD.
009660     ADD 1 TO WS-VOID-COUNT.
009670     ADD CK-AMOUNT TO WS-VOID-AMOUNT.
009680 5100-EXIT.
009690     EXIT.
009700
009710 5200-FIND-RUN-EMPLOYEE.
009720     MOVE "N" TO WS-PEND-FOUND-SW.
009730     SET WS-PEND-IDX TO 1.
009740     SEARCH WS-PEND-ENTRY
009750         AT END
009760             CONTINUE
009770         WHEN WS-PEND-IDX GREATER THAN WS-PEND-COUNT
009780             CONTINUE
009790         WHEN WS-PEND-EMP-NO(WS-PEND-IDX) EQUAL CK-EMP-NO
009800             SET WS-PEND-FOUND TO TRUE
009810     END-SEARCH.
009820 5200-EXIT.
009830     EXIT.
009840
009850*-----------------------------------------------------------------
009860*  6000-REOPEN-PERIODS.
009870*  PUTS EACH OF THE RUN'S PERIODS BACK TO IN PROGRESS ON ITS
009880*  GROUP'S RUNCTL ROW AND REWRITES THE FILE WHOLE, THE WAY
009890*  NIGHTRUN DOES. THE NEXT NIGHTRUN PICKS AN IN-PROGRESS GROUP
009900*  UP AS DUE FOR THAT PERIOD WHATEVER THE DATE.
009910*-----------------------------------------------------------------
009920 6000-REOPEN-PERIODS.
009930     OPEN OUTPUT RUN-CONTROL.
009940     PERFORM 6100-REWRITE-ONE-ROW
009950         THRU 6100-EXIT
009960         VARYING WS-RCB-SUB FROM 1 BY 1
009970         UNTIL WS-RCB-SUB GREATER THAN WS-RCB-COUNT.
009980     CLOSE RUN-CONTROL.
009990 6000-EXIT.
010000     EXIT.
010010
010020 6100-REWRITE-ONE-ROW.
010030     MOVE WS-RCB-RECORD(WS-RCB-SUB) TO RUN-CONTROL-RECORD.
010040     MOVE "N" TO WS-PER-FOUND-SW.
010050     MOVE RC-PAY-GROUP TO WS-WORK-GROUP.
010060     IF WS-WORK-GROUP EQUAL SPACE
010070         MOVE "M" TO WS-WORK-GROUP
010080     END-IF.
010090     PERFORM 6110-IS-ROW-REOPENED
010100         THRU 6110-EXIT
010110         VARYING WS-PER-SUB FROM 1 BY 1
010120         UNTIL WS-PER-SUB GREATER THAN WS-PER-COUNT
010130             OR WS-PER-FOUND.
010140     IF WS-PER-FOUND
010150         MOVE "I" TO RC-RUN-STATUS
010160         ADD 1 TO WS-REOPEN-COUNT
010170         DISPLAY "RUNREVRS - PAY GROUP " RC-PAY-GROUP
010180             " PERIOD " RC-PERIOD-ID " REOPENED."
010190     END-IF.
010200     WRITE RUN-CONTROL-RECORD.
010210 6100-EXIT.
010220     EXIT.
010230
010240 6110-IS-ROW-REOPENED.
010250     IF WS-PER-GROUP(WS-PER-SUB) EQUAL WS-WORK-GROUP
010260             AND WS-PER-END(WS-PER-SUB) EQUAL RC-PERIOD-END
010270             AND RC-RUN-COMPLETE
010280         SET WS-PER-FOUND TO TRUE
010290     END-IF.
010300 6110-EXIT.
010310     EXIT.
010320
010330*-----------------------------------------------------------------
010340*  7000-PROVE-AND-REPORT.
010350*  READS EVERY FILE AGAIN AND PROVES THE RUN DATE NETS TO ZERO
010360*  IN EACH, THEN PRINTS THE CONTROL REPORT. ANY LINE THAT DOES
010370*  NOT NET IS COUNTED AND THE CERTIFICATE SAYS SO.
010380*-----------------------------------------------------------------
010390 7000-PROVE-AND-REPORT.
010400     PERFORM 7100-PROVE-PAY-HISTORY
010410         THRU 7100-EXIT.
010420     PERFORM 7200-PROVE-GL-HISTORY
010430         THRU 7200-EXIT.
010440     PERFORM 7300-PROVE-CHECKS
010450         THRU 7300-EXIT.
010460     OPEN OUTPUT REVERSAL-REPORT.
010470     MOVE WS-REV-DATE TO RH1-REV-DATE.
010480     MOVE WS-TODAY TO RH1-TODAY.
010490     WRITE RPT-LINE FROM WS-RPT-HEADING-1.
010500     MOVE SPACES TO WS-RPT-TEXT-LINE.
010510     STRING "SUPERVISOR " WS-OPERATOR-ID
010520         DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE.
010530     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE.
010540     MOVE SPACES TO RPT-LINE.
010550     WRITE RPT-LINE.
010560     WRITE RPT-LINE FROM WS-RPT-HEADING-2.
010570     MOVE "PAY HISTORY GROSS" TO RD-LABEL.
010580     MOVE WS-RUN-GROSS TO RD-ORIGINAL.
010590     MOVE WS-PRF-GROSS TO WS-NET-WORK.
010600     PERFORM 7500-NETTED-RESULT
010610         THRU 7500-EXIT.
010620     MOVE "PAY HISTORY CITY TAX" TO RD-LABEL.
010630     MOVE WS-RUN-TAX TO RD-ORIGINAL.
010640     MOVE WS-PRF-TAX TO WS-NET-WORK.
010650     PERFORM 7500-NETTED-RESULT
010660         THRU 7500-EXIT.
010660     MOVE "PAY HISTORY STATUTORY TAX" TO RD-LABEL.
010660     MOVE WS-RUN-STAT-TAX TO RD-ORIGINAL.
010660     MOVE WS-PRF-STAT-TAX TO WS-NET-WORK.
010660     PERFORM 7500-NETTED-RESULT
010660         THRU 7500-EXIT.
010670     MOVE "PAY HISTORY DEDUCTION" TO RD-LABEL.
010680     MOVE WS-RUN-DEDUCTION TO RD-ORIGINAL.
010690     MOVE WS-PRF-DEDUCTION TO WS-NET-WORK.
010700     PERFORM 7500-NETTED-RESULT
010710         THRU 7500-EXIT.
010720     MOVE "PAY HISTORY BONUS" TO RD-LABEL.
010730     MOVE WS-RUN-BONUS TO RD-ORIGINAL.
010740     MOVE WS-PRF-BONUS TO WS-NET-WORK.
010750     PERFORM 7500-NETTED-RESULT
010760         THRU 7500-EXIT.
010770     MOVE "PAY HISTORY NET" TO RD-LABEL.
010780     MOVE WS-RUN-NET TO RD-ORIGINAL.
010790     MOVE WS-PRF-NET TO WS-NET-WORK.
010800     PERFORM 7500-NETTED-RESULT
010810         THRU 7500-EXIT.
010820     MOVE "GLHIST DEBITS" TO RD-LABEL.
010830     MOVE WS-GL-DR-TOTAL TO RD-ORIGINAL.
010840     MOVE WS-PRF-GL-DR TO WS-NET-WORK.
010850     PERFORM 7500-NETTED-RESULT
010860         THRU 7500-EXIT.
010870     MOVE "GLHIST CREDITS" TO RD-LABEL.
010880     MOVE WS-GL-CR-TOTAL TO RD-ORIGINAL.
010890     MOVE WS-PRF-GL-CR TO WS-NET-WORK.
010900     PERFORM 7500-NETTED-RESULT
010910         THRU 7500-EXIT.
010920     PERFORM 7400-PROVE-YTD
010930         THRU 7400-EXIT.
010940     MOVE SPACES TO RPT-LINE.
010950     WRITE RPT-LINE.
010960     PERFORM 7600-REPORT-COUNTS
010970         THRU 7600-EXIT.
010980     MOVE SPACES TO RPT-LINE.
010990     WRITE RPT-LINE.
011000     MOVE SPACES TO WS-RPT-TEXT-LINE.
011010     IF WS-FAIL-COUNT EQUAL ZERO
011020         STRING "*** RUN " WS-REV-DATE " REVERSED - ALL FILES "
011030             "NETTED TO ZERO ***"
011040             DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
011050     ELSE
011060         STRING "*** RUN " WS-REV-DATE " NOT NETTED - "
011070             WS-FAIL-COUNT " CONTROL(S) OUT - SEE EXCEPTIONS ***"
011080             DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
011090         MOVE SPACES TO WS-EXCP-MESSAGE
011100         STRING "RUN " WS-REV-DATE " REVERSAL DID NOT NET - "
011110             WS-FAIL-COUNT " CONTROL(S) OUT"
011120             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
011130         PERFORM 8000-LOG-FATAL
011140             THRU 8000-EXIT
011150     END-IF.
011160     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE.
011170     DISPLAY WS-RPT-TEXT-LINE.
011180     MOVE SPACES TO RPT-LINE.
011190     WRITE RPT-LINE.
011200     MOVE "DIRECT DEPOSITS ALREADY SENT ARE NOT RECALLED - WORK "
011240         TO WS-RPT-TEXT-LINE.
011270     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE.
011270     MOVE "THEM WITH THE BANK." TO WS-RPT-TEXT-LINE.
011270     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE.
011280     CLOSE REVERSAL-REPORT.
011290 7000-EXIT.
011300     EXIT.
011310
011320*  THE RUN'S REGULAR AND RETURNED LINES PLUS ITS REVERSAL LINES
011330*  MUST SUM TO ZERO FIELD BY FIELD.
011340 7100-PROVE-PAY-HISTORY.
011350     OPEN INPUT PAY-HISTORY-FILE.
011360     IF WS-PAYHIST-STATUS NOT EQUAL "00"
011370         GO TO 7100-EXIT
011380     END-IF.
011390     MOVE "N" TO WS-EOF-SW.
011400     PERFORM 7110-PROVE-ONE-LINE
011410         THRU 7110-EXIT
011420         UNTIL WS-END-OF-FILE.
011430     CLOSE PAY-HISTORY-FILE.
011440 7100-EXIT.
011450     EXIT.
011460
011470 7110-PROVE-ONE-LINE.
011480     READ PAY-HISTORY-FILE
011490         AT END
011500             SET WS-END-OF-FILE TO TRUE
011510             GO TO 7110-EXIT
011520     END-READ.
011530     IF WS-PAYHIST-STATUS NOT EQUAL "00"
011540         SET WS-END-OF-FILE TO TRUE
011550         GO TO 7110-EXIT
011560     END-IF.
011570     IF PH-RUN-DATE NOT EQUAL WS-REV-DATE
011580         GO TO 7110-EXIT
011590     END-IF.
011600     IF NOT PH-REGULAR AND NOT PH-RETURNED AND NOT PH-REVERSAL
011610         GO TO 7110-EXIT
011620     END-IF.
011630     ADD PH-GROSS-PAY TO WS-PRF-GROSS.
011640     ADD PH-CITY-TAX  TO WS-PRF-TAX.
011640     ADD PH-STAT-TAX  TO WS-PRF-STAT-TAX.
011650     ADD PH-DEDUCTION TO WS-PRF-DEDUCTION.
011660     ADD PH-BONUS     TO WS-PRF-BONUS.
011670     ADD PH-NET-PAY   TO WS-PRF-NET.
011680 7110-EXIT.
011690     EXIT.
011700
011710 7200-PROVE-GL-HISTORY.
011720     OPEN INPUT GL-HISTORY-FILE.
011730     IF WS-GLHIST-STATUS NOT EQUAL "00"
011740         GO TO 7200-EXIT
011750     END-IF.
011760     MOVE "N" TO WS-EOF-SW.
011770     PERFORM 7210-PROVE-ONE-GL-LINE
011780         THRU 7210-EXIT
011790         UNTIL WS-END-OF-FILE.
011800     CLOSE GL-HISTORY-FILE.
011810 7200-EXIT.
011820     EXIT.
011830
011840 7210-PROVE-ONE-GL-LINE.
011850     READ GL-HISTORY-FILE
011860         AT END
011870             SET WS-END-OF-FILE TO TRUE
011880             GO TO 7210-EXIT
011890     END-READ.
011900     IF WS-GLHIST-STATUS NOT EQUAL "00"
011910         SET WS-END-OF-FILE TO TRUE
011920         GO TO 7210-EXIT
011930     END-IF.
011940     IF GL-RUN-DATE NOT EQUAL WS-REV-DATE
011940             OR GL-VACATION-ACCRUAL
011940             OR GL-OFFCYCLE-ADVANCE
011950         GO TO 7210-EXIT
011960     END-IF.
011970     IF GL-DR-CR EQUAL "DR"
011980         ADD GL-AMOUNT TO WS-PRF-GL-DR
011990     ELSE
012000         ADD GL-AMOUNT TO WS-PRF-GL-CR
012010     END-IF.
012020 7210-EXIT.
012030     EXIT.
012040
012050*  NO CHECK OF THE RUN'S MAY STILL BE OUTSTANDING.
012060 7300-PROVE-CHECKS.
012070     OPEN INPUT CHECK-REGISTER.
012080     IF WS-CHECKREG-STATUS NOT EQUAL "00"
012090         GO TO 7300-EXIT
012100     END-IF.
012110     MOVE "N" TO WS-EOF-SW.
012120     PERFORM 7310-PROVE-ONE-CHECK
012130         THRU 7310-EXIT
012140         UNTIL WS-END-OF-FILE.
012150     CLOSE CHECK-REGISTER.
012160 7300-EXIT.
012170     EXIT.
012180
012190 7310-PROVE-ONE-CHECK.
012200     READ CHECK-REGISTER
012210         AT END
012220             SET WS-END-OF-FILE TO TRUE
012230             GO TO 7310-EXIT
012240     END-READ.
012250     IF WS-CHECKREG-STATUS NOT EQUAL "00"
012260         SET WS-END-OF-FILE TO TRUE
012270         GO TO 7310-EXIT
012280     END-IF.
012290     IF CK-RUN-DATE NOT EQUAL WS-REV-DATE
012300         GO TO 7310-EXIT
012310     END-IF.
012320     IF NOT CK-ISSUED AND NOT CK-REISSUED
012330         GO TO 7310-EXIT
012340     END-IF.
012350     PERFORM 5200-FIND-RUN-EMPLOYEE
012360         THRU 5200-EXIT.
012370     IF WS-PEND-FOUND
012380         ADD 1 TO WS-PRF-OPEN-CHECKS
012390     END-IF.
012400 7310-EXIT.
012410     EXIT.
012420
012430*  WHAT CAME OFF THE MASTERS MUST EQUAL WHAT THE RUN'S HISTORY
012440*  SAYS WAS PUT ON.
012450 7400-PROVE-YTD.
012460     MOVE "YTD-GROSS BACKED OUT" TO RD-LABEL.
012470     MOVE WS-RUN-GROSS TO RD-ORIGINAL.
012480     MOVE WS-OUT-GROSS TO RD-CHECK.
012490     COMPUTE WS-NET-WORK = WS-RUN-GROSS - WS-OUT-GROSS.
012500     PERFORM 7510-MATCHED-RESULT
012510         THRU 7510-EXIT.
012520     MOVE "YTD-DEDUCTIONS BACKED OUT" TO RD-LABEL.
012530     MOVE WS-RUN-DEDUCTION TO RD-ORIGINAL.
012540     MOVE WS-OUT-DEDUCTION TO RD-CHECK.
012550     COMPUTE WS-NET-WORK = WS-RUN-DEDUCTION - WS-OUT-DEDUCTION.
012560     PERFORM 7510-MATCHED-RESULT
012570         THRU 7510-EXIT.
012580     MOVE "YTD-BONUS BACKED OUT" TO RD-LABEL.
012590     MOVE WS-RUN-BONUS TO RD-ORIGINAL.
012600     MOVE WS-OUT-BONUS TO RD-CHECK.
012610     COMPUTE WS-NET-WORK = WS-RUN-BONUS - WS-OUT-BONUS.
012620     PERFORM 7510-MATCHED-RESULT
012630         THRU 7510-EXIT.
012640 7400-EXIT.
012650     EXIT.
012660
012670*  WS-NET-WORK IS WHAT IS LEFT ON FILE FOR THE RUN DATE.
012680 7500-NETTED-RESULT.
012690     MOVE WS-NET-WORK TO RD-CHECK.
012700     MOVE "NETTED" TO RD-RESULT.
012710     IF WS-NET-WORK NOT EQUAL ZERO
012720         MOVE "*** NOT NET" TO RD-RESULT
012730         ADD 1 TO WS-FAIL-COUNT
012740     END-IF.
012750     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE.
012760 7500-EXIT.
012770     EXIT.
012780
012790*  WS-NET-WORK IS THE DIFFERENCE BETWEEN THE TWO FIGURES.
012800 7510-MATCHED-RESULT.
012810     MOVE "MATCHED" TO RD-RESULT.
012820     IF WS-NET-WORK NOT EQUAL ZERO
012830         MOVE "*** MISMATCH" TO RD-RESULT
012840         ADD 1 TO WS-FAIL-COUNT
012850     END-IF.
012860     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE.
012870 7510-EXIT.
012880     EXIT.
012890
012900 7600-REPORT-COUNTS.
012910     MOVE "MASTERS BACKED OUT" TO CL-LABEL.
012920     MOVE WS-MAST-COUNT TO CL-COUNT.
012930     MOVE SPACES TO CL-RESULT.
012940     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
012950     MOVE "HISTORY LINES NOT ON THE MASTER" TO CL-LABEL.
012960     MOVE WS-MAST-MISSING TO WS-COUNT-WORK.
012970     MOVE WS-COUNT-WORK TO CL-COUNT.
012980     PERFORM 7610-ZERO-RESULT
012990         THRU 7610-EXIT.
013000     MOVE "LEAVE BALANCES BACKED OUT" TO CL-LABEL.
013010     MOVE WS-LEAVE-COUNT TO CL-COUNT.
013020     MOVE SPACES TO CL-RESULT.
013030     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
013040     MOVE "LEAVE NOT ACCRUED FOR THE PERIOD (NOTHING TO UNDO)"
013050         TO CL-LABEL.
013060     MOVE WS-LEAVE-NOT-STAMPED TO CL-COUNT.
013070     MOVE SPACES TO CL-RESULT.
013080     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
013090     MOVE "LEAVE ALREADY ACCRUED FOR A LATER PERIOD" TO CL-LABEL.
013100     MOVE WS-LEAVE-LATER TO WS-COUNT-WORK.
013110     MOVE WS-COUNT-WORK TO CL-COUNT.
013120     PERFORM 7610-ZERO-RESULT
013130         THRU 7610-EXIT.
013130     MOVE "ADVANCE INSTALLMENTS GIVEN BACK" TO CL-LABEL.
013130     MOVE WS-ADV-COUNT TO CL-COUNT.
013130     MOVE WS-ADV-AMOUNT TO WS-AMOUNT-DISP.
013130     MOVE WS-AMOUNT-DISP TO CL-RESULT.
013130     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
013130     MOVE "ADVANCES ALREADY RECOVERED FOR A LATER PERIOD"
013130         TO CL-LABEL.
013130     MOVE WS-ADV-LATER TO WS-COUNT-WORK.
013130     MOVE WS-COUNT-WORK TO CL-COUNT.
013130     PERFORM 7610-ZERO-RESULT
013130         THRU 7610-EXIT.
013140     MOVE "PAY HISTORY REVERSAL LINES WRITTEN" TO CL-LABEL.
013150     MOVE WS-HIST-COUNT TO CL-COUNT.
013160     MOVE SPACES TO CL-RESULT.
013170     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
013180     MOVE "GLHIST REVERSING LINES WRITTEN" TO CL-LABEL.
013190     MOVE WS-GL-COUNT TO CL-COUNT.
013200     MOVE SPACES TO CL-RESULT.
013210     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
013220     MOVE "CHECKS MARKED VOID" TO CL-LABEL.
013230     MOVE WS-VOID-COUNT TO CL-COUNT.
013240     MOVE WS-VOID-AMOUNT TO WS-AMOUNT-DISP.
013250     MOVE WS-AMOUNT-DISP TO CL-RESULT.
013260     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
013270     MOVE "CHECKS ALREADY CLEARED - NOT VOIDED" TO CL-LABEL.
013280     MOVE WS-CLEARED-COUNT TO WS-COUNT-WORK.
013290     MOVE WS-COUNT-WORK TO CL-COUNT.
013300     PERFORM 7610-ZERO-RESULT
013310         THRU 7610-EXIT.
013320     MOVE "RUN CHECKS STILL OUTSTANDING" TO CL-LABEL.
013330     MOVE WS-PRF-OPEN-CHECKS TO WS-COUNT-WORK.
013340     MOVE WS-COUNT-WORK TO CL-COUNT.
013350     PERFORM 7610-ZERO-RESULT
013360         THRU 7610-EXIT.
013370     MOVE "PERIODS REOPENED ON RUNCTL" TO CL-LABEL.
013380     MOVE WS-REOPEN-COUNT TO CL-COUNT.
013390     MOVE "MATCHED" TO CL-RESULT.
013400     IF WS-REOPEN-COUNT NOT EQUAL WS-PER-COUNT
013410         MOVE "*** MISMATCH" TO CL-RESULT
013420         ADD 1 TO WS-FAIL-COUNT
013430     END-IF.
013440     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
013440     MOVE "RETRO PAY LINES BACK TO APPROVED" TO CL-LABEL.
013440     MOVE WS-RETRO-REOPEN-COUNT TO CL-COUNT.
013440     MOVE SPACES TO CL-RESULT.
013440     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
013450 7600-EXIT.
013460     EXIT.
013470
013480 7610-ZERO-RESULT.
013490     MOVE "NETTED" TO CL-RESULT.
013500     IF WS-COUNT-WORK NOT EQUAL ZERO
013510         MOVE "*** NOT NET" TO CL-RESULT
013520         ADD 1 TO WS-FAIL-COUNT
013530     END-IF.
013540     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
013550 7610-EXIT.
013560     EXIT.
013570
013580*-----------------------------------------------------------------
013590*  8000-LOG-FATAL / 8100-LOG-ERROR.
013600*  WS-EXCP-MESSAGE IS SET BY THE CALLER.
013610*-----------------------------------------------------------------
013620 8000-LOG-FATAL.
013630     MOVE "F" TO WS-EXCP-SEVERITY.
013640     CALL "EXCPTLOG" USING
013650         BY CONTENT WS-AUDIT-PROGRAM-ID
013660         BY CONTENT WS-EXCP-SEVERITY
013670         BY CONTENT WS-EXCP-MESSAGE.
013680 8000-EXIT.
013690     EXIT.
013700
013710 8100-LOG-ERROR.
013720     MOVE "E" TO WS-EXCP-SEVERITY.
013730     CALL "EXCPTLOG" USING
013740         BY CONTENT WS-AUDIT-PROGRAM-ID
013750         BY CONTENT WS-EXCP-SEVERITY
013760         BY CONTENT WS-EXCP-MESSAGE.
013770 8100-EXIT.
013780     EXIT.
