000100*****************************************************************
000110*  PROGRAM-ID.   RETROPAY
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - ADJUSTMENTS
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     RETROACTIVE PAY FOR BACK-DATED SALARY RATES. WHEN SALMAINT
000190*     LOADS A RAISE WHOSE EFFECTIVE START IS EARLIER THAN PERIODS
000200*     ALREADY PAID, THOSE PERIODS WENT OUT AT THE OLD RATE. THIS
000210*     ATTENDED UTILITY TAKES THE EARLIEST PERIOD END TO LOOK AT
000220*     AND RE-PRICES EVERY REGULAR (OR RETURNED) PAY-HISTORY LINE
000230*     FROM THERE ON WHOSE EMPLOYEE HAS A RATE ROW IN FORCE IN THE
000240*     PERIOD, USING THE HOURS THE LINE ACTUALLY PAID AND THE
000250*     RATE ROWS NOW ON FILE:
000260*
000270*       - THE PERIOD'S DATES COME FROM PAYCAL FOR THE EMPLOYEE'S
000280*         PAY GROUP AND THE STANDARD HOURS FROM PAYGRPCK;
000290*       - THE GROSS IS WORKED EXACTLY AS SUB-PROGRAM WORKS IT -
000300*         STRAIGHT HOURS SPLIT ACROSS THE RATE SEGMENTS BY DAYS
000310*         IN FORCE (30/360), OVERTIME AT TIME AND A HALF OF THE
000320*         PERIOD-END RATE, LEAVE AT THE PERIOD-END RATE, DAYS NO
000330*         ROW COVERS AT THE MASTER'S EMP-SAL;
000340*       - WHAT WAS PAID IS THE LINE'S GROSS PLUS ITS CITY TAX
000350*         (GROSS IS CARRIED NET OF CITY TAX) LESS ANY RETRO PAY
000360*         FOR EARLIER PERIODS THE LINE CARRIED, AND RETRO ALREADY
000370*         OWED FOR THE PERIOD ON THE RETROPAY FILE COMES OFF TOO,
000380*         SO RUNNING THIS AGAIN PICKS UP ONLY A FURTHER RAISE.
000390*
000400*     THE RESULT IS PRINTED ON THE APPROVAL REPORT (RETRORPT)
000410*     BEFORE ANYTHING IS WRITTEN. ONLY A SUPERVISOR (AUTHORITY 3)
000420*     CAN APPROVE IT; ON APPROVAL EACH UNDERPAID PERIOD BECOMES
000430*     AN APPROVED RETROPAY LINE, WHICH THE NEXT NIGHTLY RUN PAYS
000440*     AS A CATCH-UP EARNINGS LINE INSIDE GROSS, TAXED AND
000450*     DEDUCTED AS USUAL. AN OVERPAID PERIOD IS LISTED BUT NOT
000460*     RECOVERED - THAT IS AN HR DECISION, WORKED THROUGH OFFCYCLE
000470*     OR ADVMAINT. A LINE WRITTEN BEFORE THE HISTORY CARRIED HOURS
000480*     (ZERO HOURS, NON-ZERO GROSS) CANNOT BE RE-PRICED AND IS
000490*     COUNTED AS SUCH. OFF-CYCLE LINES ARE ONE-OFF HOURS AND ARE
000500*     NOT RE-PRICED; A LINE WHOSE RUN WAS REVERSED IS SKIPPED.
000510*-----------------------------------------------------------------
000520*  MODIFICATION HISTORY.
000530*  DATE       INIT  DESCRIPTION
000540*  ---------  ----  -----------------------------------------
000550*  10/14/26   RCA   ORIGINAL PROGRAM.
000550*  10/14/26   RCA   A HISTORY LINE CARRYING ITS EARNINGS-CODE
000550*                   BREAKDOWN IS RE-PRICED FROM ITS REGULAR,
000550*                   OVERTIME AND LEAVE LINES, KEEPING THE RUN'S
000550*                   OWN STRAIGHT/OVERTIME SPLIT; PREMIUM-CODE PAY
000550*                   IS LEFT AS PAID.
000560*****************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. RETROPAY.
000590 AUTHOR. R. AKOLKAR.
000600 INSTALLATION. PAYROLL SYSTEMS - ADJUSTMENTS.
000610 DATE-WRITTEN. 10/14/26.
000620 DATE-COMPILED.
000630
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS EMP-NO
000710         FILE STATUS IS WS-EMPMAST-STATUS.
000720     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-PAYHIST-STATUS.
000750     SELECT SALARY-RATE-FILE ASSIGN TO "SALRATE"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS SR-RATE-KEY
000790         FILE STATUS IS WS-SALRATE-STATUS.
000800     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-PAYCAL-STATUS.
000830     SELECT RETRO-PAY-FILE ASSIGN TO "RETROPAY"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS RP-RETRO-KEY
000870         FILE STATUS IS WS-RETRO-STATUS.
000880     SELECT RETRO-REPORT ASSIGN TO "RETRORPT"
000890         ORGANIZATION IS SEQUENTIAL.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  EMPLOYEE-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950     COPY EMPREC.
000960
000970 FD  PAY-HISTORY-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY PAYHST.
001000
001010 FD  SALARY-RATE-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY SALRATE.
001040
001050 FD  PAY-CALENDAR
001060     LABEL RECORDS ARE STANDARD.
001070     COPY PAYCAL.
001080
001090 FD  RETRO-PAY-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY RETRPAY.
001120
001130 FD  RETRO-REPORT
001140     LABEL RECORDS ARE STANDARD.
001150 01  RPT-LINE                    PIC X(80).
001160
001170 WORKING-STORAGE SECTION.
001180 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
001190     88  WS-LOCK-HELD                        VALUE "Y".
001200 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001210 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
001220 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
001230     88  WS-SIGNON-OK                        VALUE "Y".
001240 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001250     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001260
001270 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
001280 01  WS-PAYHIST-STATUS            PIC X(02) VALUE SPACES.
001290 01  WS-SALRATE-STATUS            PIC X(02) VALUE SPACES.
001300 01  WS-PAYCAL-STATUS             PIC X(02) VALUE SPACES.
001310 01  WS-RETRO-STATUS              PIC X(02) VALUE SPACES.
001320     88  WS-RETRO-NOT-FOUND                  VALUE "35".
001330 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001340     88  WS-END-OF-FILE                      VALUE "Y".
001350 01  WS-RATE-EOF-SW               PIC X(01) VALUE "N".
001360     88  WS-RATE-EOF                         VALUE "Y".
001370 01  WS-PRIOR-EOF-SW              PIC X(01) VALUE "N".
001380     88  WS-PRIOR-EOF                        VALUE "Y".
001390 01  WS-SALRATE-OPEN-SW           PIC X(01) VALUE "N".
001400     88  WS-SALRATE-OPEN                     VALUE "Y".
001410 01  WS-RETRO-OPEN-SW             PIC X(01) VALUE "N".
001420     88  WS-RETRO-OPEN                       VALUE "Y".
001430 01  WS-REFUSED-SW                PIC X(01) VALUE "N".
001440     88  WS-REFUSED                          VALUE "Y".
001450
001460 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
001470 01  WS-TODAY-R REDEFINES WS-TODAY.
001480     05  WS-TODAY-CCYY            PIC 9(04).
001490     05  WS-TODAY-MMDD            PIC 9(04).
001500 01  WS-NOW                       PIC 9(08) VALUE ZERO.
001510 01  WS-FROM-DATE-IN              PIC X(08) VALUE SPACES.
001520 01  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
001530 01  WS-FROM-OK-SW                PIC X(01) VALUE "N".
001540     88  WS-FROM-OK                          VALUE "Y".
001550 01  WS-WORK-GROUP                PIC X(01) VALUE SPACES.
001560 01  WS-PG-SUB                    PIC 9(01) VALUE ZERO.
001570     COPY PAYGRP.
001580
001590*  THE EMPLOYEE / RUN DATE PAIRS A REVERSAL LINE HAS BACKED OUT.
001600 01  WS-REV-TABLE.
001610     05  WS-REV-ENTRY             OCCURS 500 TIMES.
001620         10  WS-REV-EMP-NO        PIC 9(05).
001630         10  WS-REV-RUN-DATE      PIC 9(08).
001640 01  WS-REV-COUNT                 PIC 9(03) VALUE ZERO.
001650 01  WS-REV-SUB                   PIC 9(03) VALUE ZERO.
001660 01  WS-REV-FULL-SW               PIC X(01) VALUE "N".
001670     88  WS-REV-FULL                         VALUE "Y".
001680 01  WS-REV-FOUND-SW              PIC X(01) VALUE "N".
001690     88  WS-REV-FOUND                        VALUE "Y".
001700
001710*  THE PAY CALENDAR, FOR EACH PERIOD'S START BY GROUP AND END.
001720 01  WS-CAL-TABLE.
001730     05  WS-CAL-ENTRY             OCCURS 300 TIMES.
001740         10  WS-CAL-GROUP         PIC X(01).
001750         10  WS-CAL-START         PIC 9(08).
001760         10  WS-CAL-END           PIC 9(08).
001770 01  WS-CAL-COUNT                 PIC 9(03) VALUE ZERO.
001780 01  WS-CAL-SUB                   PIC 9(03) VALUE ZERO.
001790 01  WS-CAL-FULL-SW               PIC X(01) VALUE "N".
001800     88  WS-CAL-FULL                         VALUE "Y".
001810 01  WS-CAL-FOUND-SW              PIC X(01) VALUE "N".
001820     88  WS-CAL-FOUND                        VALUE "Y".
001830
001840*  ONE ENTRY PER RE-PRICED PERIOD THAT CAME OUT DIFFERENT.
001850 01  WS-PEND-TABLE.
001860     05  WS-PEND-ENTRY            OCCURS 500 TIMES
001870                                  INDEXED BY WS-PEND-IDX.
001880         10  WS-PEND-EMP-NO       PIC 9(05).
001890         10  WS-PEND-NAME         PIC X(10).
001900         10  WS-PEND-PERIOD-END   PIC 9(08).
001910         10  WS-PEND-RUN-DATE     PIC 9(08).
001920         10  WS-PEND-HOURS        PIC S9(03)V99.
001930         10  WS-PEND-LEAVE        PIC S9(03)V99.
001940         10  WS-PEND-PAID         PIC S9(07)V99.
001950         10  WS-PEND-DUE          PIC S9(07)V99.
001960         10  WS-PEND-PRIOR        PIC S9(07)V99.
001970         10  WS-PEND-DIFF         PIC S9(07)V99.
001980 01  WS-PEND-COUNT                PIC 9(03) VALUE ZERO.
001990 01  WS-PEND-FULL-SW              PIC X(01) VALUE "N".
002000     88  WS-PEND-FULL                        VALUE "Y".
002010
002020*  RE-PRICING WORK AREAS - THE SAME NAMES AND PICTURES
002030*  SUB-PROGRAM USES, SO THE ARITHMETIC ROUNDS THE SAME WAY.
002040 01  WS-STANDARD-HOURS            PIC 9(03) VALUE 160.
002050 01  WS-ACTUAL-HOURS              PIC 9(03)V99 VALUE ZERO.
002060 01  WS-LEAVE-HOURS               PIC 9(03)V99 VALUE ZERO.
002070 01  WS-OVERTIME-HOURS            PIC 9(03)V99 VALUE ZERO.
002080 01  WS-OVERTIME-FACTOR           PIC 9V9 VALUE 1.5.
002090 01  WS-STRAIGHT-HOURS            PIC 9(03)V99 VALUE ZERO.
002100 01  WS-STRAIGHT-PAY              PIC 9(07)V99 VALUE ZERO.
002110 01  WS-OVERTIME-PAY              PIC 9(07)V99 VALUE ZERO.
002120 01  WS-LEAVE-PAY                 PIC 9(07)V99 VALUE ZERO.
002130 01  WS-DUE-GROSS                 PIC 9(07)V99 VALUE ZERO.
002140 01  WS-PAID-GROSS                PIC S9(07)V99 VALUE ZERO.
002150 01  WS-PRIOR-RETRO               PIC S9(07)V99 VALUE ZERO.
002160 01  WS-RETRO-DIFF                PIC S9(07)V99 VALUE ZERO.
002170 01  WS-PERIOD-START              PIC 9(08) VALUE ZERO.
002180 01  WS-PERIOD-END                PIC 9(08) VALUE ZERO.
002190 01  WS-SEG-TABLE.
002200     05  WS-SEG-ENTRY             OCCURS 10 TIMES.
002210         10  WS-SEG-RATE          PIC 99V99.
002220         10  WS-SEG-DAYS          PIC 9(05).
002230 01  WS-SEG-COUNT                 PIC 9(02) VALUE ZERO.
002240 01  WS-SEG-SUB                   PIC 9(02) VALUE ZERO.
002250 01  WS-ROWS-IN-FORCE             PIC 9(02) VALUE ZERO.
002260 01  WS-TOTAL-DAYS                PIC 9(05) VALUE 1.
002270 01  WS-COVERED-DAYS              PIC 9(05) VALUE ZERO.
002280 01  WS-END-RATE                  PIC 99V99 VALUE ZERO.
002290 01  WS-DATE-WORK                 PIC 9(08) VALUE ZERO.
002300 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002310     05  WS-DW-CCYY               PIC 9(04).
002320     05  WS-DW-MM                 PIC 9(02).
002330     05  WS-DW-DD                 PIC 9(02).
002340 01  WS-DATE-SERIAL               PIC 9(07) VALUE ZERO.
002350 01  WS-START-SERIAL              PIC 9(07) VALUE ZERO.
002360 01  WS-END-SERIAL                PIC 9(07) VALUE ZERO.
002370 01  WS-ROW-START-SERIAL          PIC 9(07) VALUE ZERO.
002380 01  WS-ROW-END-SERIAL            PIC 9(07) VALUE ZERO.
002390 01  WS-OVL-START-SERIAL          PIC 9(07) VALUE ZERO.
002400 01  WS-OVL-END-SERIAL            PIC 9(07) VALUE ZERO.
002410 01  WS-SEG-DAYS-WORK             PIC 9(05) VALUE ZERO.
002410*  A HISTORY LINE THAT CARRIES ITS EARNINGS-CODE BREAKDOWN IS
002410*  RE-PRICED FROM ITS REGULAR, OVERTIME AND LEAVE LINES ONLY -
002410*  PREMIUM-CODE PAY IS LEFT AS PAID.
002410 01  WS-EARN-SPLIT-SW             PIC X(01) VALUE "N".
002410     88  WS-EARN-SPLIT                       VALUE "Y".
002410 01  WS-EARN-SUB                  PIC 9(02) VALUE ZERO.
002410 01  WS-BASE-REG-HOURS            PIC 9(03)V99 VALUE ZERO.
002410 01  WS-BASE-OVT-HOURS            PIC 9(03)V99 VALUE ZERO.
002410 01  WS-BASE-PAID                 PIC S9(07)V99 VALUE ZERO.
002420
002430 01  WS-SCAN-COUNT                PIC 9(05) VALUE ZERO.
002440 01  WS-REVERSED-COUNT            PIC 9(05) VALUE ZERO.
002450 01  WS-NO-MASTER-COUNT           PIC 9(05) VALUE ZERO.
002460 01  WS-NO-RATE-COUNT             PIC 9(05) VALUE ZERO.
002470 01  WS-NO-HOURS-COUNT            PIC 9(05) VALUE ZERO.
002480 01  WS-SAME-COUNT                PIC 9(05) VALUE ZERO.
002490 01  WS-DUE-COUNT                 PIC 9(05) VALUE ZERO.
002500 01  WS-OVER-COUNT                PIC 9(05) VALUE ZERO.
002510 01  WS-WRITE-COUNT               PIC 9(05) VALUE ZERO.
002520 01  WS-WRITE-FAIL-COUNT          PIC 9(05) VALUE ZERO.
002530 01  WS-DUE-TOTAL                 PIC S9(09)V99 VALUE ZERO.
002540 01  WS-OVER-TOTAL                PIC S9(09)V99 VALUE ZERO.
002550
002560 01  WS-RPT-HEADING-1.
002570     05  FILLER                  PIC X(40)
002580         VALUE "RETROPAY - RETRO PAY APPROVAL - PERIODS ".
002590     05  FILLER                  PIC X(05) VALUE "FROM ".
002600     05  RH1-FROM-DATE           PIC 9(08).
002610     05  FILLER                  PIC X(04) VALUE " ON ".
002620     05  RH1-TODAY               PIC 9(08).
002630     05  FILLER                  PIC X(15) VALUE SPACES.
002640
002650 01  WS-RPT-HEADING-2.
002660     05  FILLER                  PIC X(17) VALUE "EMPNO NAME".
002670     05  FILLER                  PIC X(23)
002680         VALUE "PERIOD    HOURS  LEAVE".
002690     05  FILLER                  PIC X(26)
002700         VALUE "  PAID GROSS    DUE GROSS".
002710     05  FILLER                  PIC X(14) VALUE " RETRO DUE".
002720
002730 01  WS-RPT-DETAIL-LINE.
002740     05  RD-EMP-NO               PIC 9(05).
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  RD-NAME                 PIC X(10).
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  RD-PERIOD-END           PIC 9(08).
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  RD-HOURS                PIC ZZ9.99.
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  RD-LEAVE                PIC ZZ9.99.
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  RD-PAID                 PIC Z,ZZZ,ZZ9.99.
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  RD-DUE                  PIC Z,ZZZ,ZZ9.99.
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  RD-DIFF                 PIC ZZZ,ZZ9.99-.
002890     05  FILLER                  PIC X(03) VALUE SPACES.
002900
002910 01  WS-RPT-COUNT-LINE.
002920     05  CL-LABEL                PIC X(50).
002930     05  CL-COUNT                PIC ZZZZ9.
002940     05  FILLER                  PIC X(25) VALUE SPACES.
002950
002960 01  WS-RPT-TEXT-LINE            PIC X(80).
002970 01  WS-AMOUNT-DISP               PIC -Z,ZZZ,ZZ9.99.
002980
002990 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "RETROPAY".
003000 01  WS-AUDIT-MESSAGE             PIC X(60).
003010 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "F".
003020 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
003030
003040 PROCEDURE DIVISION.
003050
003060*-----------------------------------------------------------------
003070*  0000-MAINLINE.
003080*-----------------------------------------------------------------
003090 0000-MAINLINE.
003100     MOVE ZERO TO RETURN-CODE.
003110*  THE RATE FILE AND HISTORY ARE NOT READ WHILE THE NIGHTLY
003120*  RUN'S RUN-IN-FLIGHT LOCK IS HELD - A RUN HALF WAY THROUGH
003130*  WOULD BE PAYING THE APPROVED LINES AS THEY ARE WRITTEN.
003140     CALL "LOCKCHK" USING
003150         BY REFERENCE WS-LOCK-HELD-SW.
003160     IF WS-LOCK-HELD
003170         DISPLAY "RETROPAY - THE MASTER IS LOCKED BY THE NIGHTLY "
003180             "RUN - NOTHING DONE."
003190         GOBACK
003200     END-IF.
003210*  THE OPERATOR SIGNS ON FIRST, SO THE REPORT AND THE RETRO
003220*  LINES CARRY WHO RAN AND WHO APPROVED THEM.
003230     CALL "OPERSGN" USING
003240         BY REFERENCE WS-OPERATOR-ID
003250         BY REFERENCE WS-OPER-AUTH
003260         BY REFERENCE WS-SIGNON-OK-SW.
003270     IF NOT WS-SIGNON-OK
003280         DISPLAY "RETROPAY - SIGN-ON REFUSED - NOTHING DONE."
003290         GOBACK
003300     END-IF.
003310     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003320     ACCEPT WS-NOW FROM TIME.
003330     PERFORM 0500-GET-FROM-DATE
003340         THRU 0500-EXIT
003350         UNTIL WS-FROM-OK.
003360     CALL "PAYGRPCK" USING PAY-GROUP-TABLE.
003370     PERFORM 1000-LOAD-REVERSALS
003380         THRU 1000-EXIT.
003390     IF NOT WS-REFUSED
003400         PERFORM 1500-LOAD-CALENDAR
003410             THRU 1500-EXIT
003420     END-IF.
003430     IF NOT WS-REFUSED
003440         PERFORM 2000-REPRICE-HISTORY
003450             THRU 2000-EXIT
003460     END-IF.
003470     IF WS-REFUSED
003480         DISPLAY "RETROPAY - RUN ABANDONED - NOTHING POSTED."
003490         MOVE 8 TO RETURN-CODE
003500         GOBACK
003510     END-IF.
003520     PERFORM 3000-PRINT-APPROVAL-REPORT
003530         THRU 3000-EXIT.
003540     IF WS-DUE-COUNT EQUAL ZERO
003550         DISPLAY "RETROPAY - NO PERIOD IS OWED RETRO PAY - "
003560             "NOTHING TO APPROVE."
003570         GOBACK
003580     END-IF.
003590     PERFORM 4000-GET-APPROVAL
003600         THRU 4000-EXIT.
003610     IF NOT WS-CONFIRM-YES
003620         DISPLAY "RETROPAY - NOT APPROVED - NOTHING POSTED."
003630         GOBACK
003640     END-IF.
003650     PERFORM 5000-WRITE-RETRO-LINES
003660         THRU 5000-EXIT.
003670     MOVE SPACES TO WS-AUDIT-MESSAGE.
003680     STRING "RETRO PAY APPROVED BY " WS-OPERATOR-ID " - "
003690         WS-WRITE-COUNT " LINES FROM " WS-FROM-DATE
003700         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
003710     CALL "AUDITLOG" USING
003720         BY CONTENT WS-AUDIT-PROGRAM-ID
003730         BY CONTENT WS-AUDIT-MESSAGE.
003740     IF WS-WRITE-FAIL-COUNT GREATER THAN ZERO
003750         MOVE 4 TO RETURN-CODE
003760     END-IF.
003770     GOBACK.
003780
003790*-----------------------------------------------------------------
003800*  0500-GET-FROM-DATE.
003810*  THE EARLIEST PERIOD END TO RE-PRICE. BLANK TAKES JANUARY 1
003820*  OF THE CURRENT YEAR.
003830*-----------------------------------------------------------------
003840 0500-GET-FROM-DATE.
003850     DISPLAY "ENTER EARLIEST PERIOD END TO RE-PRICE (CCYYMMDD, "
003860         "BLANK = JAN 1): ".
003870     MOVE SPACES TO WS-FROM-DATE-IN.
003880     ACCEPT WS-FROM-DATE-IN.
003890     IF WS-FROM-DATE-IN EQUAL SPACES
003900         COMPUTE WS-FROM-DATE = (WS-TODAY-CCYY * 10000) + 0101
003910         SET WS-FROM-OK TO TRUE
003920         GO TO 0500-EXIT
003930     END-IF.
003940     IF WS-FROM-DATE-IN IS NUMERIC
003950         MOVE WS-FROM-DATE-IN TO WS-FROM-DATE
003960         IF WS-FROM-DATE GREATER THAN ZERO
003970                 AND WS-FROM-DATE NOT GREATER THAN WS-TODAY
003980             SET WS-FROM-OK TO TRUE
003990             GO TO 0500-EXIT
004000         END-IF
004010     END-IF.
004020     DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD AND NOT "
004030         "IN THE FUTURE. RE-ENTER.".
004040 0500-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------------
004080*  1000-LOAD-REVERSALS.
004090*  FIRST PASS OVER THE PAY HISTORY - NOTES EVERY EMPLOYEE AND
004100*  RUN DATE A TYPE-V LINE HAS BACKED OUT, SO THE SECOND PASS
004110*  DOES NOT RE-PRICE A PAYMENT THAT WAS TAKEN BACK.
004120*-----------------------------------------------------------------
004130 1000-LOAD-REVERSALS.
004140     OPEN INPUT PAY-HISTORY-FILE.
004150     IF WS-PAYHIST-STATUS NOT EQUAL "00"
004160         DISPLAY "RETROPAY - PAY HISTORY NOT AVAILABLE - "
004170             "NOTHING TO RE-PRICE."
004180         SET WS-REFUSED TO TRUE
004190         GO TO 1000-EXIT
004200     END-IF.
004210     MOVE "N" TO WS-EOF-SW.
004220     PERFORM 1100-NOTE-ONE-REVERSAL
004230         THRU 1100-EXIT
004240         UNTIL WS-END-OF-FILE.
004250     CLOSE PAY-HISTORY-FILE.
004260     IF WS-REV-FULL
004270         MOVE SPACES TO WS-EXCP-MESSAGE
004280         STRING "REVERSAL TABLE FULL AT 500 - RUN ABANDONED"
004290             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
004300         PERFORM 8000-LOG-FATAL
004310             THRU 8000-EXIT
004320         SET WS-REFUSED TO TRUE
004330     END-IF.
004340 1000-EXIT.
004350     EXIT.
004360
004370*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
004380*  ERROR CANNOT SPIN.
004390 1100-NOTE-ONE-REVERSAL.
004400     READ PAY-HISTORY-FILE
004410         AT END
004420             SET WS-END-OF-FILE TO TRUE
004430             GO TO 1100-EXIT
004440     END-READ.
004450     IF WS-PAYHIST-STATUS NOT EQUAL "00"
004460         SET WS-END-OF-FILE TO TRUE
004470         GO TO 1100-EXIT
004480     END-IF.
004490     IF NOT PH-REVERSAL
004500         GO TO 1100-EXIT
004510     END-IF.
004520     IF WS-REV-COUNT EQUAL 500
004530         SET WS-REV-FULL TO TRUE
004540         GO TO 1100-EXIT
004550     END-IF.
004560     ADD 1 TO WS-REV-COUNT.
004570     MOVE PH-EMP-NO   TO WS-REV-EMP-NO(WS-REV-COUNT).
004580     MOVE PH-RUN-DATE TO WS-REV-RUN-DATE(WS-REV-COUNT).
004590 1100-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630*  1500-LOAD-CALENDAR.
004640*  A BLANK GROUP ON A CALENDAR ROW IS THE MONTHLY GROUP. WITHOUT
004650*  A CALENDAR EVERY PERIOD COLLAPSES TO ITS END DATE, AS IT DOES
004660*  IN SUB-PROGRAM.
004670*-----------------------------------------------------------------
004680 1500-LOAD-CALENDAR.
004690     OPEN INPUT PAY-CALENDAR.
004700     IF WS-PAYCAL-STATUS NOT EQUAL "00"
004710         GO TO 1500-EXIT
004720     END-IF.
004730     MOVE "N" TO WS-EOF-SW.
004740     PERFORM 1510-LOAD-ONE-ROW
004750         THRU 1510-EXIT
004760         UNTIL WS-END-OF-FILE.
004770     CLOSE PAY-CALENDAR.
004780     IF WS-CAL-FULL
004790         MOVE SPACES TO WS-EXCP-MESSAGE
004800         STRING "CALENDAR TABLE FULL AT 300 - RUN ABANDONED"
004810             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
004820         PERFORM 8000-LOG-FATAL
004830             THRU 8000-EXIT
004840         SET WS-REFUSED TO TRUE
004850     END-IF.
004860 1500-EXIT.
004870     EXIT.
004880
004890 1510-LOAD-ONE-ROW.
004900     READ PAY-CALENDAR
004910         AT END
004920             SET WS-END-OF-FILE TO TRUE
004930             GO TO 1510-EXIT
004940     END-READ.
004950     IF WS-PAYCAL-STATUS NOT EQUAL "00"
004960         SET WS-END-OF-FILE TO TRUE
004970         GO TO 1510-EXIT
004980     END-IF.
004990     IF WS-CAL-COUNT EQUAL 300
005000         SET WS-CAL-FULL TO TRUE
005010         GO TO 1510-EXIT
005020     END-IF.
005030     ADD 1 TO WS-CAL-COUNT.
005040     MOVE PC-PAY-GROUP    TO WS-CAL-GROUP(WS-CAL-COUNT).
005050     IF PC-PAY-GROUP EQUAL SPACE
005060         MOVE "M" TO WS-CAL-GROUP(WS-CAL-COUNT)
005070     END-IF.
005080     MOVE PC-PERIOD-START TO WS-CAL-START(WS-CAL-COUNT).
005090     MOVE PC-PERIOD-END   TO WS-CAL-END(WS-CAL-COUNT).
005100 1510-EXIT.
005110     EXIT.
005120
005130*-----------------------------------------------------------------
005140*  2000-REPRICE-HISTORY.
005150*  SECOND PASS - RE-PRICES EACH REGULAR OR RETURNED LINE FROM
005160*  THE KEYED PERIOD END ON AND BUFFERS EVERY PERIOD THAT COMES
005170*  OUT DIFFERENT. THE MASTER, RATE FILE AND RETRO FILE ARE ALL
005180*  OPEN INPUT HERE; NOTHING IS WRITTEN UNTIL THE REPORT HAS
005190*  BEEN PRINTED AND APPROVED.
005200*-----------------------------------------------------------------
005210 2000-REPRICE-HISTORY.
005220     OPEN INPUT PAY-HISTORY-FILE.
005230     IF WS-PAYHIST-STATUS NOT EQUAL "00"
005240         SET WS-REFUSED TO TRUE
005250         GO TO 2000-EXIT
005260     END-IF.
005270     OPEN INPUT EMPLOYEE-MASTER.
005280     IF WS-EMPMAST-STATUS NOT EQUAL "00"
005290         DISPLAY "RETROPAY - EMPLOYEE MASTER NOT AVAILABLE - "
005300             "NOTHING TO RE-PRICE."
005310         CLOSE PAY-HISTORY-FILE
005320         SET WS-REFUSED TO TRUE
005330         GO TO 2000-EXIT
005340     END-IF.
005350     OPEN INPUT SALARY-RATE-FILE.
005360     IF WS-SALRATE-STATUS EQUAL "00"
005370         SET WS-SALRATE-OPEN TO TRUE
005380     END-IF.
005390     OPEN INPUT RETRO-PAY-FILE.
005400     IF WS-RETRO-STATUS EQUAL "00"
005410         SET WS-RETRO-OPEN TO TRUE
005420     END-IF.
005430     MOVE "N" TO WS-EOF-SW.
005440     PERFORM 2100-REPRICE-ONE-LINE
005450         THRU 2100-EXIT
005460         UNTIL WS-END-OF-FILE.
005470     IF WS-RETRO-OPEN
005480         CLOSE RETRO-PAY-FILE
005490         MOVE "N" TO WS-RETRO-OPEN-SW
005500     END-IF.
005510     IF WS-SALRATE-OPEN
005520         CLOSE SALARY-RATE-FILE
005530         MOVE "N" TO WS-SALRATE-OPEN-SW
005540     END-IF.
005550     CLOSE EMPLOYEE-MASTER.
005560     CLOSE PAY-HISTORY-FILE.
005570     IF WS-PEND-FULL
005580         SET WS-REFUSED TO TRUE
005590     END-IF.
005600 2000-EXIT.
005610     EXIT.
005620
005630 2100-REPRICE-ONE-LINE.
005640     READ PAY-HISTORY-FILE
005650         AT END
005660             SET WS-END-OF-FILE TO TRUE
005670             GO TO 2100-EXIT
005680     END-READ.
005690     IF WS-PAYHIST-STATUS NOT EQUAL "00"
005700         SET WS-END-OF-FILE TO TRUE
005710         GO TO 2100-EXIT
005720     END-IF.
005730     IF NOT PH-REGULAR AND NOT PH-RETURNED
005740         GO TO 2100-EXIT
005750     END-IF.
005760     IF PH-PERIOD-END LESS THAN WS-FROM-DATE
005770         GO TO 2100-EXIT
005780     END-IF.
005790     ADD 1 TO WS-SCAN-COUNT.
005800     PERFORM 2200-CHECK-REVERSED
005810         THRU 2200-EXIT.
005820     IF WS-REV-FOUND
005830         ADD 1 TO WS-REVERSED-COUNT
005840         GO TO 2100-EXIT
005850     END-IF.
005860     MOVE PH-EMP-NO TO EMP-NO.
005870     READ EMPLOYEE-MASTER
005880         INVALID KEY
005890             ADD 1 TO WS-NO-MASTER-COUNT
005900             GO TO 2100-EXIT
005910     END-READ.
005920*  A LINE FROM BEFORE THE HISTORY CARRIED HOURS HAS NOTHING TO
005930*  RE-PRICE FROM.
005940     IF PH-HOURS-WORKED NOT GREATER THAN ZERO
005950             AND PH-LEAVE-HOURS NOT GREATER THAN ZERO
005960         ADD 1 TO WS-NO-HOURS-COUNT
005970         GO TO 2100-EXIT
005980     END-IF.
005990     PERFORM 2300-GET-PERIOD
006000         THRU 2300-EXIT.
006010     PERFORM 2400-BUILD-RATE-SEGMENTS
006020         THRU 2400-EXIT.
006030*  ONLY A PERIOD WITH A RATE ROW IN FORCE CAN HAVE BEEN PAID AT
006040*  THE WRONG RATE - ONE PRICED WHOLLY FROM EMP-SAL IS LEFT ALONE,
006050*  SINCE THE MASTER RATE CARRIES NO EFFECTIVE DATE.
006060     IF WS-ROWS-IN-FORCE EQUAL ZERO
006070         ADD 1 TO WS-NO-RATE-COUNT
006080         GO TO 2100-EXIT
006090     END-IF.
006090     PERFORM 2150-SPLIT-EARNINGS
006090         THRU 2150-EXIT.
006100     PERFORM 2500-COMPUTE-DUE-GROSS
006110         THRU 2500-EXIT.
006110     IF WS-EARN-SPLIT
006110         MOVE WS-BASE-PAID TO WS-PAID-GROSS
006110     ELSE
006110         COMPUTE WS-PAID-GROSS =
006110             PH-GROSS-PAY + PH-CITY-TAX - PH-RETRO-PAY
006110     END-IF.
006140     PERFORM 2600-SUM-PRIOR-RETRO
006150         THRU 2600-EXIT.
006160     COMPUTE WS-RETRO-DIFF =
006170         WS-DUE-GROSS - WS-PAID-GROSS - WS-PRIOR-RETRO.
006180     IF WS-RETRO-DIFF EQUAL ZERO
006190         ADD 1 TO WS-SAME-COUNT
006200         GO TO 2100-EXIT
006210     END-IF.
006220*  A FULL BUFFER ABANDONS THE RUN - APPROVING A PARTIAL SET
006230*  WOULD PAY SOME EMPLOYEES THEIR BACK PAY AND NOT OTHERS.
006240     IF WS-PEND-COUNT EQUAL 500
006250         IF NOT WS-PEND-FULL
006260             SET WS-PEND-FULL TO TRUE
006270             MOVE SPACES TO WS-EXCP-MESSAGE
006280             STRING "RETRO BUFFER FULL AT 500 - RUN ABANDONED"
006290                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
006300             PERFORM 8000-LOG-FATAL
006310                 THRU 8000-EXIT
006320         END-IF
006330         GO TO 2100-EXIT
006340     END-IF.
006350     ADD 1 TO WS-PEND-COUNT.
006360     SET WS-PEND-IDX TO WS-PEND-COUNT.
006370     MOVE PH-EMP-NO       TO WS-PEND-EMP-NO(WS-PEND-IDX).
006380     MOVE EMP-NAME        TO WS-PEND-NAME(WS-PEND-IDX).
006390     MOVE PH-PERIOD-END   TO WS-PEND-PERIOD-END(WS-PEND-IDX).
006400     MOVE PH-RUN-DATE     TO WS-PEND-RUN-DATE(WS-PEND-IDX).
006410     MOVE PH-HOURS-WORKED TO WS-PEND-HOURS(WS-PEND-IDX).
006420     MOVE PH-LEAVE-HOURS  TO WS-PEND-LEAVE(WS-PEND-IDX).
006430     MOVE WS-PAID-GROSS   TO WS-PEND-PAID(WS-PEND-IDX).
006440     MOVE WS-DUE-GROSS    TO WS-PEND-DUE(WS-PEND-IDX).
006450     MOVE WS-PRIOR-RETRO  TO WS-PEND-PRIOR(WS-PEND-IDX).
006460     MOVE WS-RETRO-DIFF   TO WS-PEND-DIFF(WS-PEND-IDX).
006470     IF WS-RETRO-DIFF GREATER THAN ZERO
006480         ADD 1 TO WS-DUE-COUNT
006490         ADD WS-RETRO-DIFF TO WS-DUE-TOTAL
006500     ELSE
006510         ADD 1 TO WS-OVER-COUNT
006520         ADD WS-RETRO-DIFF TO WS-OVER-TOTAL
006530     END-IF.
006540 2100-EXIT.
006550     EXIT.
006550
006550*-----------------------------------------------------------------
006550*  2150-SPLIT-EARNINGS.
006550*  WHERE THE LINE CARRIES ITS EARNINGS-CODE BREAKDOWN, THE PAID
006550*  FIGURE TO COMPARE IS THE REGULAR, OVERTIME AND LEAVE PAY ALONE,
006550*  AND THE STRAIGHT AND OVERTIME HOURS ARE THE ONES THE RUN
006550*  ACTUALLY SPLIT (PREMIUM HOURS THAT COUNT TOWARD THE THRESHOLD
006550*  MOVE SOME REGULAR HOURS INTO OVERTIME).
006550*-----------------------------------------------------------------
006550 2150-SPLIT-EARNINGS.
006550     MOVE "N"  TO WS-EARN-SPLIT-SW.
006550     MOVE ZERO TO WS-BASE-REG-HOURS.
006550     MOVE ZERO TO WS-BASE-OVT-HOURS.
006550     MOVE ZERO TO WS-BASE-PAID.
006550     IF PH-EARN-COUNT NOT NUMERIC
006550             OR PH-EARN-COUNT EQUAL ZERO
006550             OR PH-EARN-COUNT GREATER THAN 10
006550         GO TO 2150-EXIT
006550     END-IF.
006550     SET WS-EARN-SPLIT TO TRUE.
006550     PERFORM 2160-TAKE-ONE-EARN-LINE
006550         THRU 2160-EXIT
006550         VARYING WS-EARN-SUB FROM 1 BY 1
006550         UNTIL WS-EARN-SUB GREATER THAN PH-EARN-COUNT.
006550 2150-EXIT.
006550     EXIT.
006550
006550 2160-TAKE-ONE-EARN-LINE.
006550     EVALUATE PH-EARN-CODE(WS-EARN-SUB)
006550         WHEN "REG"
006550             MOVE PH-EARN-HOURS(WS-EARN-SUB) TO WS-BASE-REG-HOURS
006550             ADD PH-EARN-AMT(WS-EARN-SUB) TO WS-BASE-PAID
006550         WHEN "OVT"
006550             MOVE PH-EARN-HOURS(WS-EARN-SUB) TO WS-BASE-OVT-HOURS
006550             ADD PH-EARN-AMT(WS-EARN-SUB) TO WS-BASE-PAID
006550         WHEN "VAC"
006550         WHEN "SCK"
006550             ADD PH-EARN-AMT(WS-EARN-SUB) TO WS-BASE-PAID
006550         WHEN OTHER
006550             CONTINUE
006550     END-EVALUATE.
006550 2160-EXIT.
006550     EXIT.
006560
006570 2200-CHECK-REVERSED.
006580     MOVE "N" TO WS-REV-FOUND-SW.
006590     PERFORM 2210-MATCH-ONE-REVERSAL
006600         THRU 2210-EXIT
006610         VARYING WS-REV-SUB FROM 1 BY 1
006620         UNTIL WS-REV-SUB GREATER THAN WS-REV-COUNT
006630             OR WS-REV-FOUND.
006640 2200-EXIT.
006650     EXIT.
006660
006670 2210-MATCH-ONE-REVERSAL.
006680     IF WS-REV-EMP-NO(WS-REV-SUB) EQUAL PH-EMP-NO
006690             AND WS-REV-RUN-DATE(WS-REV-SUB) EQUAL PH-RUN-DATE
006700         SET WS-REV-FOUND TO TRUE
006710     END-IF.
006720 2210-EXIT.
006730     EXIT.
006740
006750*-----------------------------------------------------------------
006760*  2300-GET-PERIOD.
006770*  THE EMPLOYEE'S PAY GROUP OFF THE MASTER GIVES THE STANDARD
006780*  HOURS AND PICKS THE CALENDAR ROW ENDING ON THE LINE'S PERIOD
006790*  END; WITH NO SUCH ROW THE PERIOD IS THE SINGLE END DAY.
006800*-----------------------------------------------------------------
006810 2300-GET-PERIOD.
006820     EVALUATE EMP-PAY-GROUP
006830         WHEN "W"
006840             MOVE 1 TO WS-PG-SUB
006850             MOVE "W" TO WS-WORK-GROUP
006860         WHEN "B"
006870             MOVE 2 TO WS-PG-SUB
006880             MOVE "B" TO WS-WORK-GROUP
006890         WHEN OTHER
006900             MOVE 3 TO WS-PG-SUB
006910             MOVE "M" TO WS-WORK-GROUP
006920     END-EVALUATE.
006930     MOVE PG-STD-HOURS(WS-PG-SUB) TO WS-STANDARD-HOURS.
006940     MOVE PH-PERIOD-END TO WS-PERIOD-END.
006950     MOVE PH-PERIOD-END TO WS-PERIOD-START.
006960     MOVE "N" TO WS-CAL-FOUND-SW.
006970     PERFORM 2310-MATCH-ONE-CAL-ROW
006980         THRU 2310-EXIT
006990         VARYING WS-CAL-SUB FROM 1 BY 1
007000         UNTIL WS-CAL-SUB GREATER THAN WS-CAL-COUNT
007010             OR WS-CAL-FOUND.
007020     MOVE WS-PERIOD-START TO WS-DATE-WORK.
007030     PERFORM 2890-DATE-TO-SERIAL
007040         THRU 2890-EXIT.
007050     MOVE WS-DATE-SERIAL TO WS-START-SERIAL.
007060     MOVE WS-PERIOD-END TO WS-DATE-WORK.
007070     PERFORM 2890-DATE-TO-SERIAL
007080         THRU 2890-EXIT.
007090     MOVE WS-DATE-SERIAL TO WS-END-SERIAL.
007100     COMPUTE WS-TOTAL-DAYS =
007110         WS-END-SERIAL - WS-START-SERIAL + 1.
007120 2300-EXIT.
007130     EXIT.
007140
007150 2310-MATCH-ONE-CAL-ROW.
007160     IF WS-CAL-GROUP(WS-CAL-SUB) EQUAL WS-WORK-GROUP
007170             AND WS-CAL-END(WS-CAL-SUB) EQUAL WS-PERIOD-END
007180         MOVE WS-CAL-START(WS-CAL-SUB) TO WS-PERIOD-START
007190         SET WS-CAL-FOUND TO TRUE
007200     END-IF.
007210 2310-EXIT.
007220     EXIT.
007230
007240*-----------------------------------------------------------------
007250*  2400-BUILD-RATE-SEGMENTS.
007260*  THE PERIOD'S DAY-WEIGHTED RATE SEGMENTS FROM THE RATE ROWS
007270*  NOW ON FILE, BUILT THE WAY SUB-PROGRAM BUILDS THEM - EACH
007280*  ROW'S OVERLAP CAPPED AT THE DAYS NOT ALREADY COVERED, THE
007290*  REST OF THE PERIOD AT THE MASTER RATE.
007300*-----------------------------------------------------------------
007310 2400-BUILD-RATE-SEGMENTS.
007320     MOVE ZERO TO WS-SEG-COUNT.
007330     MOVE ZERO TO WS-COVERED-DAYS.
007340     MOVE ZERO TO WS-ROWS-IN-FORCE.
007350     MOVE EMP-SAL TO WS-END-RATE.
007360     IF NOT WS-SALRATE-OPEN
007370         GO TO 2400-FILL-GAP
007380     END-IF.
007390     MOVE "N" TO WS-RATE-EOF-SW.
007400     MOVE EMP-NO TO SR-EMP-NO.
007410     MOVE ZERO TO SR-EFF-START.
007420     START SALARY-RATE-FILE
007430         KEY IS NOT LESS THAN SR-RATE-KEY
007440         INVALID KEY
007450             SET WS-RATE-EOF TO TRUE
007460     END-START.
007470     PERFORM 2410-TAKE-ONE-RATE-ROW
007480         THRU 2410-EXIT
007490         UNTIL WS-RATE-EOF.
007500 2400-FILL-GAP.
007510     IF WS-COVERED-DAYS LESS THAN WS-TOTAL-DAYS
007520             AND WS-SEG-COUNT LESS THAN 10
007530         ADD 1 TO WS-SEG-COUNT
007540         MOVE EMP-SAL TO WS-SEG-RATE(WS-SEG-COUNT)
007550         COMPUTE WS-SEG-DAYS(WS-SEG-COUNT) =
007560             WS-TOTAL-DAYS - WS-COVERED-DAYS
007570     END-IF.
007580 2400-EXIT.
007590     EXIT.
007600
007610 2410-TAKE-ONE-RATE-ROW.
007620     READ SALARY-RATE-FILE NEXT RECORD
007630         AT END
007640             SET WS-RATE-EOF TO TRUE
007650             GO TO 2410-EXIT
007660     END-READ.
007670     IF WS-SALRATE-STATUS NOT EQUAL "00"
007680         SET WS-RATE-EOF TO TRUE
007690         GO TO 2410-EXIT
007700     END-IF.
007710     IF SR-EMP-NO NOT EQUAL EMP-NO
007720         SET WS-RATE-EOF TO TRUE
007730         GO TO 2410-EXIT
007740     END-IF.
007750     MOVE SR-EFF-START TO WS-DATE-WORK.
007760     PERFORM 2890-DATE-TO-SERIAL
007770         THRU 2890-EXIT.
007780     MOVE WS-DATE-SERIAL TO WS-ROW-START-SERIAL.
007790     MOVE SR-EFF-END TO WS-DATE-WORK.
007800     PERFORM 2890-DATE-TO-SERIAL
007810         THRU 2890-EXIT.
007820     MOVE WS-DATE-SERIAL TO WS-ROW-END-SERIAL.
007830     IF WS-ROW-START-SERIAL GREATER THAN WS-START-SERIAL
007840         MOVE WS-ROW-START-SERIAL TO WS-OVL-START-SERIAL
007850     ELSE
007860         MOVE WS-START-SERIAL TO WS-OVL-START-SERIAL
007870     END-IF.
007880     IF WS-ROW-END-SERIAL LESS THAN WS-END-SERIAL
007890         MOVE WS-ROW-END-SERIAL TO WS-OVL-END-SERIAL
007900     ELSE
007910         MOVE WS-END-SERIAL TO WS-OVL-END-SERIAL
007920     END-IF.
007930     IF WS-OVL-START-SERIAL GREATER THAN WS-OVL-END-SERIAL
007940         GO TO 2410-EXIT
007950     END-IF.
007960     ADD 1 TO WS-ROWS-IN-FORCE.
007970     COMPUTE WS-SEG-DAYS-WORK =
007980         WS-OVL-END-SERIAL - WS-OVL-START-SERIAL + 1.
007990     IF WS-SEG-DAYS-WORK GREATER THAN
008000             WS-TOTAL-DAYS - WS-COVERED-DAYS
008010         COMPUTE WS-SEG-DAYS-WORK =
008020             WS-TOTAL-DAYS - WS-COVERED-DAYS
008030     END-IF.
008040     IF WS-SEG-DAYS-WORK GREATER THAN ZERO
008050             AND WS-SEG-COUNT LESS THAN 10
008060         ADD 1 TO WS-SEG-COUNT
008070         MOVE SR-RATE TO WS-SEG-RATE(WS-SEG-COUNT)
008080         MOVE WS-SEG-DAYS-WORK TO WS-SEG-DAYS(WS-SEG-COUNT)
008090         ADD WS-SEG-DAYS-WORK TO WS-COVERED-DAYS
008100     END-IF.
008110     IF WS-ROW-END-SERIAL NOT LESS THAN WS-END-SERIAL
008120         MOVE SR-RATE TO WS-END-RATE
008130     END-IF.
008140 2410-EXIT.
008150     EXIT.
008160
008170*-----------------------------------------------------------------
008180*  2500-COMPUTE-DUE-GROSS.
008190*  THE GROSS THE PERIOD SHOULD HAVE PAID FOR THE HOURS IT DID
008200*  PAY - SUB-PROGRAM'S 1000-CALCULATE-GROSS-PAY, STEP FOR STEP.
008200*  A LINE WITH ITS EARNINGS BREAKDOWN KEEPS THE RUN'S OWN SPLIT
008200*  OF STRAIGHT AND OVERTIME HOURS.
008210*-----------------------------------------------------------------
008220 2500-COMPUTE-DUE-GROSS.
008230     MOVE PH-HOURS-WORKED TO WS-ACTUAL-HOURS.
008240     MOVE PH-LEAVE-HOURS TO WS-LEAVE-HOURS.
008240     IF WS-EARN-SPLIT
008240         MOVE WS-BASE-OVT-HOURS TO WS-OVERTIME-HOURS
008240         MOVE WS-BASE-REG-HOURS TO WS-STRAIGHT-HOURS
008290     ELSE
008290         IF WS-ACTUAL-HOURS GREATER THAN WS-STANDARD-HOURS
008290             SUBTRACT WS-STANDARD-HOURS FROM WS-ACTUAL-HOURS
008290                 GIVING WS-OVERTIME-HOURS
008290             MOVE WS-STANDARD-HOURS TO WS-STRAIGHT-HOURS
008290         ELSE
008290             MOVE ZERO TO WS-OVERTIME-HOURS
008290             MOVE WS-ACTUAL-HOURS TO WS-STRAIGHT-HOURS
008290         END-IF
008320     END-IF.
008330     MOVE ZERO TO WS-STRAIGHT-PAY.
008340     PERFORM 2510-PAY-ONE-SEGMENT
008350         THRU 2510-EXIT
008360         VARYING WS-SEG-SUB FROM 1 BY 1
008370         UNTIL WS-SEG-SUB GREATER THAN WS-SEG-COUNT.
008380     COMPUTE WS-OVERTIME-PAY ROUNDED =
008390         WS-OVERTIME-HOURS * WS-END-RATE
008400         * WS-OVERTIME-FACTOR.
008410     COMPUTE WS-LEAVE-PAY ROUNDED =
008420         WS-LEAVE-HOURS * WS-END-RATE.
008430     COMPUTE WS-DUE-GROSS =
008440         WS-STRAIGHT-PAY + WS-OVERTIME-PAY + WS-LEAVE-PAY.
008450 2500-EXIT.
008460     EXIT.
008470
008480 2510-PAY-ONE-SEGMENT.
008490     COMPUTE WS-STRAIGHT-PAY ROUNDED = WS-STRAIGHT-PAY
008500         + (WS-STRAIGHT-HOURS * WS-SEG-DAYS(WS-SEG-SUB)
008510            * WS-SEG-RATE(WS-SEG-SUB) / WS-TOTAL-DAYS).
008520 2510-EXIT.
008530     EXIT.
008540
008550*-----------------------------------------------------------------
008560*  2600-SUM-PRIOR-RETRO.
008570*  RETRO ALREADY OWED FOR THE EMPLOYEE'S PERIOD - APPROVED OR
008580*  PAID - IS PART OF WHAT THE PERIOD HAS BEEN GIVEN.
008590*-----------------------------------------------------------------
008600 2600-SUM-PRIOR-RETRO.
008610     MOVE ZERO TO WS-PRIOR-RETRO.
008620     IF NOT WS-RETRO-OPEN
008630         GO TO 2600-EXIT
008640     END-IF.
008650     MOVE "N" TO WS-PRIOR-EOF-SW.
008660     MOVE PH-EMP-NO TO RP-EMP-NO.
008670     MOVE PH-PERIOD-END TO RP-PERIOD-END.
008680     MOVE ZERO TO RP-CALC-DATE.
008690     MOVE ZERO TO RP-CALC-TIME.
008700     START RETRO-PAY-FILE
008710         KEY IS NOT LESS THAN RP-RETRO-KEY
008720         INVALID KEY
008730             SET WS-PRIOR-EOF TO TRUE
008740     END-START.
008750     PERFORM 2610-ADD-ONE-PRIOR
008760         THRU 2610-EXIT
008770         UNTIL WS-PRIOR-EOF.
008780 2600-EXIT.
008790     EXIT.
008800
008810 2610-ADD-ONE-PRIOR.
008820     READ RETRO-PAY-FILE NEXT RECORD
008830         AT END
008840             SET WS-PRIOR-EOF TO TRUE
008850             GO TO 2610-EXIT
008860     END-READ.
008870     IF WS-RETRO-STATUS NOT EQUAL "00"
008880         SET WS-PRIOR-EOF TO TRUE
008890         GO TO 2610-EXIT
008900     END-IF.
008910     IF RP-EMP-NO NOT EQUAL PH-EMP-NO
008920             OR RP-PERIOD-END NOT EQUAL PH-PERIOD-END
008930         SET WS-PRIOR-EOF TO TRUE
008940         GO TO 2610-EXIT
008950     END-IF.
008960     IF RP-APPROVED OR RP-PAID
008970         ADD RP-RETRO-AMT TO WS-PRIOR-RETRO
008980     END-IF.
008990 2610-EXIT.
009000     EXIT.
009010
009020*-----------------------------------------------------------------
009030*  2890-DATE-TO-SERIAL.
009040*  CCYYMMDD TO A 30/360 DAY SERIAL, AS IN SUB-PROGRAM.
009050*-----------------------------------------------------------------
009060 2890-DATE-TO-SERIAL.
009070     COMPUTE WS-DATE-SERIAL =
009080         (WS-DW-CCYY * 360) + ((WS-DW-MM - 1) * 30)
009090         + WS-DW-DD.
009100 2890-EXIT.
009110     EXIT.
009120
009130*-----------------------------------------------------------------
009140*  3000-PRINT-APPROVAL-REPORT.
009150*  EVERY RE-PRICED PERIOD THAT CAME OUT DIFFERENT, WITH THE
009160*  TOTALS AND THE COUNTS OF WHAT WAS LOOKED AT AND WHY ANYTHING
009170*  WAS PASSED OVER. PRINTED WHETHER OR NOT IT IS APPROVED.
009180*-----------------------------------------------------------------
009190 3000-PRINT-APPROVAL-REPORT.
009200     OPEN OUTPUT RETRO-REPORT.
009210     MOVE WS-FROM-DATE TO RH1-FROM-DATE.
009220     MOVE WS-TODAY TO RH1-TODAY.
009230     WRITE RPT-LINE FROM WS-RPT-HEADING-1.
009240     MOVE SPACES TO WS-RPT-TEXT-LINE.
009250     STRING "PREPARED BY " WS-OPERATOR-ID
009260         DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE.
009270     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE.
009280     MOVE SPACES TO RPT-LINE.
009290     WRITE RPT-LINE.
009300     WRITE RPT-LINE FROM WS-RPT-HEADING-2.
009310     PERFORM 3100-PRINT-ONE-PERIOD
009320         THRU 3100-EXIT
009330         VARYING WS-PEND-IDX FROM 1 BY 1
009340         UNTIL WS-PEND-IDX GREATER THAN WS-PEND-COUNT.
009350     MOVE SPACES TO RPT-LINE.
009360     WRITE RPT-LINE.
009370     MOVE SPACES TO WS-RPT-TEXT-LINE.
009380     MOVE WS-DUE-TOTAL TO WS-AMOUNT-DISP.
009390     STRING "TOTAL RETRO PAY FOR APPROVAL      " WS-AMOUNT-DISP
009400         DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE.
009410     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE.
009420     MOVE SPACES TO WS-RPT-TEXT-LINE.
009430     MOVE WS-OVER-TOTAL TO WS-AMOUNT-DISP.
009440     STRING "TOTAL OVERPAID - NOT RECOVERED    " WS-AMOUNT-DISP
009450         DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE.
009460     WRITE RPT-LINE FROM WS-RPT-TEXT-LINE.
009470     MOVE SPACES TO RPT-LINE.
009480     WRITE RPT-LINE.
009490     MOVE "PAY HISTORY LINES IN RANGE" TO CL-LABEL.
009500     MOVE WS-SCAN-COUNT TO CL-COUNT.
009510     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
009520     MOVE "  PERIODS OWED RETRO PAY" TO CL-LABEL.
009530     MOVE WS-DUE-COUNT TO CL-COUNT.
009540     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
009550     MOVE "  PERIODS OVERPAID - NOT RECOVERED" TO CL-LABEL.
009560     MOVE WS-OVER-COUNT TO CL-COUNT.
009570     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
009580     MOVE "  RE-PRICED - NO DIFFERENCE" TO CL-LABEL.
009590     MOVE WS-SAME-COUNT TO CL-COUNT.
009600     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
009610     MOVE "  NO RATE ROW IN FORCE - NOT RE-PRICED" TO CL-LABEL.
009620     MOVE WS-NO-RATE-COUNT TO CL-COUNT.
009630     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
009640     MOVE "  NO HOURS ON HISTORY - NOT RE-PRICED" TO CL-LABEL.
009650     MOVE WS-NO-HOURS-COUNT TO CL-COUNT.
009660     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
009670     MOVE "  RUN REVERSED - SKIPPED" TO CL-LABEL.
009680     MOVE WS-REVERSED-COUNT TO CL-COUNT.
009690     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
009700     MOVE "  EMPLOYEE NOT ON MASTER - SKIPPED" TO CL-LABEL.
009710     MOVE WS-NO-MASTER-COUNT TO CL-COUNT.
009720     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
009730     CLOSE RETRO-REPORT.
009740     MOVE WS-DUE-TOTAL TO WS-AMOUNT-DISP.
009750     DISPLAY "RETROPAY - " WS-DUE-COUNT " PERIOD(S) OWED "
009760         WS-AMOUNT-DISP " - SEE REPORT RETRORPT.".
009770     IF WS-OVER-COUNT GREATER THAN ZERO
009780         DISPLAY "RETROPAY - " WS-OVER-COUNT
009790             " PERIOD(S) OVERPAID - LISTED, NOT RECOVERED."
009800     END-IF.
009810 3000-EXIT.
009820     EXIT.
009830
009840 3100-PRINT-ONE-PERIOD.
009850     MOVE WS-PEND-EMP-NO(WS-PEND-IDX)     TO RD-EMP-NO.
009860     MOVE WS-PEND-NAME(WS-PEND-IDX)       TO RD-NAME.
009870     MOVE WS-PEND-PERIOD-END(WS-PEND-IDX) TO RD-PERIOD-END.
009880     MOVE WS-PEND-HOURS(WS-PEND-IDX)      TO RD-HOURS.
009890     MOVE WS-PEND-LEAVE(WS-PEND-IDX)      TO RD-LEAVE.
009900     MOVE WS-PEND-PAID(WS-PEND-IDX)       TO RD-PAID.
009910     MOVE WS-PEND-DUE(WS-PEND-IDX)        TO RD-DUE.
009920     MOVE WS-PEND-DIFF(WS-PEND-IDX)       TO RD-DIFF.
009930     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE.
009940     IF WS-PEND-PRIOR(WS-PEND-IDX) NOT EQUAL ZERO
009950         MOVE SPACES TO WS-RPT-TEXT-LINE
009960         MOVE WS-PEND-PRIOR(WS-PEND-IDX) TO WS-AMOUNT-DISP
009970         STRING "      RETRO ALREADY OWED FOR THE PERIOD "
009980             WS-AMOUNT-DISP
009990             DELIMITED BY SIZE INTO WS-RPT-TEXT-LINE
010000         WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
010010     END-IF.
010020     IF WS-PEND-DIFF(WS-PEND-IDX) LESS THAN ZERO
010030         MOVE "      ** OVERPAID - NOT RECOVERED"
010040             TO WS-RPT-TEXT-LINE
010050         WRITE RPT-LINE FROM WS-RPT-TEXT-LINE
010060     END-IF.
010070 3100-EXIT.
010080     EXIT.
010090
010100*-----------------------------------------------------------------
010110*  4000-GET-APPROVAL.
010120*  RETRO PAY IS A SUPERVISOR APPROVAL - AUTHORITY 3 ON THE
010130*  OPERATOR FILE. ANYONE ELSE GETS THE REPORT ONLY.
010140*-----------------------------------------------------------------
010150 4000-GET-APPROVAL.
010160     MOVE "N" TO WS-CONFIRM-ANS.
010170     IF WS-OPER-AUTH LESS THAN 3
010180         DISPLAY "RETROPAY - OPERATOR " WS-OPERATOR-ID
010190             " IS NOT SUPERVISOR AUTHORITY - REPORT ONLY."
010200         GO TO 4000-EXIT
010210     END-IF.
010220     DISPLAY "APPROVE THE RETRO PAY ON REPORT RETRORPT FOR THE "
010230         "NEXT NIGHTLY RUN? (Y/N): ".
010240     ACCEPT WS-CONFIRM-ANS.
010250 4000-EXIT.
010260     EXIT.
010270
010280*-----------------------------------------------------------------
010290*  5000-WRITE-RETRO-LINES.
010300*  ONE APPROVED RETROPAY LINE PER UNDERPAID PERIOD. ON A
010310*  BRAND-NEW INSTALLATION THE FILE IS CREATED EMPTY FIRST.
010320*-----------------------------------------------------------------
010330 5000-WRITE-RETRO-LINES.
010340     OPEN I-O RETRO-PAY-FILE.
010350     IF WS-RETRO-NOT-FOUND
010360         OPEN OUTPUT RETRO-PAY-FILE
010370         CLOSE RETRO-PAY-FILE
010380         OPEN I-O RETRO-PAY-FILE
010390     END-IF.
010400     IF WS-RETRO-STATUS NOT EQUAL "00"
010410         MOVE SPACES TO WS-EXCP-MESSAGE
010420         STRING "RETROPAY FILE NOT AVAILABLE - STATUS "
010430             WS-RETRO-STATUS " - NOTHING POSTED"
010440             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
010450         PERFORM 8000-LOG-FATAL
010460             THRU 8000-EXIT
010470         MOVE WS-DUE-COUNT TO WS-WRITE-FAIL-COUNT
010480         GO TO 5000-EXIT
010490     END-IF.
010500     PERFORM 5100-WRITE-ONE-LINE
010510         THRU 5100-EXIT
010520         VARYING WS-PEND-IDX FROM 1 BY 1
010530         UNTIL WS-PEND-IDX GREATER THAN WS-PEND-COUNT.
010540     CLOSE RETRO-PAY-FILE.
010550     DISPLAY "RETROPAY - " WS-WRITE-COUNT
010560         " RETRO LINE(S) APPROVED, " WS-WRITE-FAIL-COUNT
010570         " FAILED.".
010580 5000-EXIT.
010590     EXIT.
010600
010610 5100-WRITE-ONE-LINE.
010620     IF WS-PEND-DIFF(WS-PEND-IDX) NOT GREATER THAN ZERO
010630         GO TO 5100-EXIT
010640     END-IF.
010650     MOVE WS-PEND-EMP-NO(WS-PEND-IDX)     TO RP-EMP-NO.
010660     MOVE WS-PEND-PERIOD-END(WS-PEND-IDX) TO RP-PERIOD-END.
010670     MOVE WS-TODAY                        TO RP-CALC-DATE.
010680     MOVE WS-NOW                          TO RP-CALC-TIME.
010690     MOVE "A"                             TO RP-STATUS.
010700     MOVE WS-PEND-RUN-DATE(WS-PEND-IDX)   TO RP-RUN-DATE.
010710     MOVE WS-PEND-HOURS(WS-PEND-IDX)      TO RP-HOURS-WORKED.
010720     MOVE WS-PEND-LEAVE(WS-PEND-IDX)      TO RP-LEAVE-HOURS.
010730     MOVE WS-PEND-PAID(WS-PEND-IDX)       TO RP-PAID-GROSS.
010740     MOVE WS-PEND-DUE(WS-PEND-IDX)        TO RP-DUE-GROSS.
010750     MOVE WS-PEND-PRIOR(WS-PEND-IDX)      TO RP-PRIOR-RETRO.
010760     MOVE WS-PEND-DIFF(WS-PEND-IDX)       TO RP-RETRO-AMT.
010770     MOVE WS-OPERATOR-ID                  TO RP-APPROVED-BY.
010780     MOVE WS-TODAY                        TO RP-APPROVED-DATE.
010790     MOVE ZERO                            TO RP-PAID-RUN-DATE.
010800     MOVE ZERO                            TO RP-PAID-PERIOD-END.
010810     WRITE RETRO-PAY-RECORD
010820         INVALID KEY
010830             ADD 1 TO WS-WRITE-FAIL-COUNT
010840             MOVE SPACES TO WS-EXCP-MESSAGE
010850             STRING "RETRO LINE FOR " RP-EMP-NO " PERIOD "
010860                 RP-PERIOD-END " ALREADY ON FILE - NOT WRITTEN"
010870                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
010880             PERFORM 8100-LOG-ERROR
010890                 THRU 8100-EXIT
010900         NOT INVALID KEY
010910             ADD 1 TO WS-WRITE-COUNT
010920     END-WRITE.
010930 5100-EXIT.
010940     EXIT.
010950
010960*-----------------------------------------------------------------
010970*  8000-LOG-FATAL / 8100-LOG-ERROR.
010980*  WS-EXCP-MESSAGE IS SET BY THE CALLER.
010990*-----------------------------------------------------------------
011000 8000-LOG-FATAL.
011010     MOVE "F" TO WS-EXCP-SEVERITY.
011020     CALL "EXCPTLOG" USING
011030         BY CONTENT WS-AUDIT-PROGRAM-ID
011040         BY CONTENT WS-EXCP-SEVERITY
011050         BY CONTENT WS-EXCP-MESSAGE.
011060 8000-EXIT.
011070     EXIT.
011080
011090 8100-LOG-ERROR.
011100     MOVE "E" TO WS-EXCP-SEVERITY.
011110     CALL "EXCPTLOG" USING
011120         BY CONTENT WS-AUDIT-PROGRAM-ID
011130         BY CONTENT WS-EXCP-SEVERITY
011140         BY CONTENT WS-EXCP-MESSAGE.
011150 8100-EXIT.
011160     EXIT.
