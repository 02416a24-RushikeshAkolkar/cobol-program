000100*****************************************************************
000110*  PROGRAM-ID.   ADVMAINT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - ADJUSTMENTS
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     OPERATOR MAINTENANCE FRONT END FOR THE ADVFILE ADVANCE
000190*     LEDGER. OFFCYCLE OPENS AN ADVANCE AND THE NIGHTLY
000200*     DEDUCTIONS STEP RECOVERS IT; THIS PROGRAM COVERS WHAT
000210*     HAPPENS OUTSIDE THAT CYCLE:
000220*         I  INQUIRE    - SHOWS EVERY ADVANCE ON ONE EMPLOYEE.
000230*         U  UPDATE     - CHANGES THE INSTALLMENT OR PROTECTED
000240*                         NET ON AN OPEN ADVANCE.
000250*         S  SETTLE     - POSTS A SETTLEMENT AGAINST AN OPEN
000260*                         BALANCE: F = TAKEN FROM THE FINAL PAY,
000270*                         R = REPAID BY THE EMPLOYEE, W = WRITTEN
000280*                         OFF. A WRITE-OFF NEEDS SUPERVISOR
000290*                         AUTHORITY (3).
000300*         L  LIST       - PRINTS THE WHOLE LEDGER TO ADVLIST WITH
000310*                         THE OPEN BALANCE TOTAL, AND FLAGS EVERY
000320*                         TERMINATED EMPLOYEE STILL CARRYING AN
000330*                         OPEN BALANCE, ON THE LISTING AND
000340*                         THROUGH EXCPTLOG.
000350*     EVERY CHANGE IS WRITTEN TO THE COMMON AUDIT TRAIL VIA
000360*     AUDITLOG WITH THE OPERATOR'S ID. THE LEDGER IS NOT TOUCHED
000370*     WHILE NIGHTRUN'S RUN-IN-FLIGHT LOCK IS HELD, SINCE THE
000380*     DEDUCTIONS STEP POSTS TO IT.
000390*-----------------------------------------------------------------
000400*  MODIFICATION HISTORY.
000410*  DATE       INIT  DESCRIPTION
000420*  ---------  ----  -----------------------------------------
000430*  10/14/26   RCA   ORIGINAL PROGRAM.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. ADVMAINT.
000470 AUTHOR. R. AKOLKAR.
000480 INSTALLATION. PAYROLL SYSTEMS - ADJUSTMENTS.
000490 DATE-WRITTEN. 10/14/26.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ADVANCE-FILE ASSIGN TO "ADVFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS AV-ADV-KEY
000590         FILE STATUS IS WS-ADVFILE-STATUS.
000600     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS EMP-NO
000640         FILE STATUS IS WS-EMPMAST-STATUS.
000650     SELECT ADVANCE-LISTING ASSIGN TO "ADVLIST"
000660         ORGANIZATION IS SEQUENTIAL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ADVANCE-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY ADVREC.
000730
000740 FD  EMPLOYEE-MASTER
000750     LABEL RECORDS ARE STANDARD.
000760     COPY EMPREC.
000770
000780 FD  ADVANCE-LISTING
000790     LABEL RECORDS ARE STANDARD.
000800 01  LST-LINE                    PIC X(80).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000840 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000850 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000860     88  WS-SIGNON-OK                        VALUE "Y".
000870 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
000880     88  WS-LOCK-HELD                        VALUE "Y".
000890 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000900
000910 01  WS-EMP-NO                    PIC 9(05).
000920 01  WS-ADV-DATE                  PIC 9(08).
000930 01  WS-INSTALLMENT               PIC 9(05)V99.
000940 01  WS-PROTECTED-NET             PIC 9(05)V99.
000950 01  WS-SETTLE-AMT                PIC 9(07)V99.
000960 01  WS-SETTLE-TYPE               PIC X(01).
000970     88  WS-SETTLE-TYPE-VALID                VALUE "F" "R" "W".
000980     88  WS-SETTLE-FINAL-PAY                 VALUE "F".
000990     88  WS-SETTLE-REPAID                    VALUE "R".
001000     88  WS-SETTLE-WRITE-OFF                 VALUE "W".
001010 01  WS-SETTLE-WORD               PIC X(12).
001020
001030 01  WS-RUN-MODE                  PIC X(01) VALUE "I".
001040     88  WS-MODE-UPDATE                      VALUE "U" "u".
001050     88  WS-MODE-INQUIRE                     VALUE "I" "i".
001060     88  WS-MODE-SETTLE                      VALUE "S" "s".
001070     88  WS-MODE-LIST                        VALUE "L" "l".
001080 01  WS-EMP-NO-SW                 PIC X(01) VALUE "N".
001090     88  WS-EMP-NO-OK                        VALUE "Y".
001100 01  WS-KEY-OK-SW                 PIC X(01) VALUE "N".
001110     88  WS-KEY-OK                           VALUE "Y".
001120 01  WS-INSTALL-OK-SW             PIC X(01) VALUE "N".
001130     88  WS-INSTALL-OK                       VALUE "Y".
001140 01  WS-PROTECT-OK-SW             PIC X(01) VALUE "N".
001150     88  WS-PROTECT-OK                       VALUE "Y".
001160 01  WS-SETTLE-OK-SW              PIC X(01) VALUE "N".
001170     88  WS-SETTLE-OK                        VALUE "Y".
001180 01  WS-TYPE-OK-SW                PIC X(01) VALUE "N".
001190     88  WS-TYPE-OK                          VALUE "Y".
001200 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
001210     88  WS-FOUND                            VALUE "Y".
001220 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001230     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001240 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001250     88  WS-END-OF-FILE                      VALUE "Y".
001260 01  WS-EMPMAST-AVAIL-SW          PIC X(01) VALUE "N".
001270     88  WS-EMPMAST-AVAIL                    VALUE "Y".
001280
001290 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "ADVMAINT".
001300 01  WS-AUDIT-MESSAGE             PIC X(60).
001310 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "E".
001320 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
001330 01  WS-AMT-DISP                  PIC Z,ZZZ,ZZ9.99.
001340
001350 01  WS-ADVFILE-STATUS            PIC X(02) VALUE SPACES.
001360     88  WS-ADVFILE-NOT-FOUND                VALUE "35".
001370 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
001380
001390 01  WS-SHOW-COUNT                PIC 9(04) VALUE ZERO.
001400 01  WS-LIST-COUNT                PIC 9(05) VALUE ZERO.
001410 01  WS-OPEN-COUNT                PIC 9(05) VALUE ZERO.
001420 01  WS-OPEN-BALANCE              PIC 9(09)V99 VALUE ZERO.
001430 01  WS-TERM-COUNT                PIC 9(05) VALUE ZERO.
001440 01  WS-TERM-BALANCE              PIC 9(09)V99 VALUE ZERO.
001450
001460 01  WS-LST-HEADING-1.
001470     05  FILLER                  PIC X(20)
001480         VALUE "PAYROLL SYSTEMS".
001490     05  FILLER                  PIC X(30)
001500         VALUE "ADVANCE LEDGER LISTING".
001510     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
001520     05  LST-HDG-RUN-DATE        PIC 9(08).
001530     05  FILLER                  PIC X(12) VALUE SPACES.
001540
001550 01  WS-LST-HEADING-2.
001560     05  FILLER                  PIC X(07) VALUE "EMP".
001570     05  FILLER                  PIC X(12) VALUE "NAME".
001580     05  FILLER                  PIC X(10) VALUE "PAID".
001590     05  FILLER                  PIC X(11) VALUE "   ORIGINAL".
001600     05  FILLER                  PIC X(10) VALUE "  INSTALL".
001610     05  FILLER                  PIC X(11) VALUE "    BALANCE".
001620     05  FILLER                  PIC X(04) VALUE "  ST".
001630     05  FILLER                  PIC X(15) VALUE "  FLAG".
001640
001650 01  WS-LST-HEADING-3             PIC X(80) VALUE ALL "-".
001660
001670 01  WS-LST-DETAIL-LINE.
001680     05  LST-EMP-NO              PIC 9(05).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  LST-EMP-NAME            PIC X(10).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  LST-ADV-DATE            PIC 9(08).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  LST-ORIGINAL            PIC ZZZ,ZZ9.99.
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001760     05  LST-INSTALLMENT         PIC ZZ,ZZ9.99.
001770     05  FILLER                  PIC X(01) VALUE SPACES.
001780     05  LST-BALANCE             PIC ZZZ,ZZ9.99.
001790     05  FILLER                  PIC X(03) VALUE SPACES.
001800     05  LST-STATUS              PIC X(01).
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  LST-FLAG                PIC X(14).
001830
001840 01  WS-LST-TOTAL-LINE.
001850     05  LST-TOTAL-LABEL         PIC X(40).
001860     05  LST-TOTAL-COUNT         PIC ZZ,ZZ9.
001870     05  FILLER                  PIC X(04) VALUE SPACES.
001880     05  LST-TOTAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
001890     05  FILLER                  PIC X(16) VALUE SPACES.
001900
001910 PROCEDURE DIVISION.
001920
001930*-----------------------------------------------------------------
001940*  0000-MAINLINE.
001950*-----------------------------------------------------------------
001960 0000-MAINLINE.
001970*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
001980*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
001990     CALL "OPERSGN" USING
002000         BY REFERENCE WS-OPERATOR-ID
002010         BY REFERENCE WS-OPER-AUTH
002020         BY REFERENCE WS-SIGNON-OK-SW.
002030     IF NOT WS-SIGNON-OK
002040         DISPLAY "ADVMAINT - SIGN-ON REFUSED - NOTHING DONE."
002050         GOBACK
002060     END-IF.
002070*  THE LEDGER IS NOT TOUCHED WHILE THE NIGHTLY RUN'S
002080*  RUN-IN-FLIGHT LOCK IS HELD - THE DEDUCTIONS STEP POSTS TO IT.
002090     CALL "LOCKCHK" USING
002100         BY REFERENCE WS-LOCK-HELD-SW.
002110     IF WS-LOCK-HELD
002120         DISPLAY "ADVMAINT - THE LEDGER IS LOCKED BY THE NIGHTLY "
002130             "RUN - NOTHING DONE."
002140         GOBACK
002150     END-IF.
002160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002170     PERFORM 0500-GET-RUN-MODE
002180         THRU 0500-EXIT.
002190     PERFORM 1000-INITIALIZE
002200         THRU 1000-EXIT.
002210     EVALUATE TRUE
002220         WHEN WS-MODE-UPDATE
002230             PERFORM 3000-UPDATE-ADVANCE
002240                 THRU 3000-EXIT
002250         WHEN WS-MODE-SETTLE
002260             PERFORM 4000-SETTLE-ADVANCE
002270                 THRU 4000-EXIT
002280         WHEN WS-MODE-LIST
002290             PERFORM 6000-LIST-LEDGER
002300                 THRU 6000-EXIT
002310         WHEN OTHER
002320             PERFORM 5000-INQUIRE-EMPLOYEE
002330                 THRU 5000-EXIT
002340     END-EVALUATE.
002350     PERFORM 9999-TERMINATE
002360         THRU 9999-EXIT.
002370     GOBACK.
002380
002390*-----------------------------------------------------------------
002400*  0500-GET-RUN-MODE.
002410*-----------------------------------------------------------------
002420 0500-GET-RUN-MODE.
002430     DISPLAY "ENTER MODE - I=INQUIRE, U=UPDATE TERMS, "
002440         "S=SETTLE, L=LIST LEDGER: ".
002450     ACCEPT WS-RUN-MODE.
002460 0500-EXIT.
002470     EXIT.
002480
002490*-----------------------------------------------------------------
002500*  1000-INITIALIZE.
002510*  OPENS THE LEDGER I-O. OFFCYCLE CREATES IT WITH THE FIRST
002520*  ADVANCE, BUT A LISTING ASKED FOR BEFORE THAT SIMPLY FINDS IT
002530*  EMPTY. THE MASTER IS ONLY NEEDED FOR NAMES AND STATUS, SO A
002540*  MISSING MASTER LEAVES THE NAME BLANK.
002550*-----------------------------------------------------------------
002560 1000-INITIALIZE.
002570     OPEN I-O ADVANCE-FILE.
002580     IF WS-ADVFILE-NOT-FOUND
002590         OPEN OUTPUT ADVANCE-FILE
002600         CLOSE ADVANCE-FILE
002610         OPEN I-O ADVANCE-FILE
002620     END-IF.
002630     OPEN INPUT EMPLOYEE-MASTER.
002640     IF WS-EMPMAST-STATUS EQUAL "00"
002650         SET WS-EMPMAST-AVAIL TO TRUE
002660     END-IF.
002670 1000-EXIT.
002680     EXIT.
002690
002700*-----------------------------------------------------------------
002710*  2010-GET-EMP-NO.
002720*-----------------------------------------------------------------
002730 2010-GET-EMP-NO.
002740     DISPLAY "ENTER EMPLOYEE NUMBER (5 DIGITS): ".
002750     ACCEPT WS-EMP-NO.
002760     IF WS-EMP-NO IS NUMERIC AND WS-EMP-NO > ZERO
002770         SET WS-EMP-NO-OK TO TRUE
002780     ELSE
002790         DISPLAY "INVALID EMPLOYEE NUMBER - MUST BE NUMERIC "
002800             "AND GREATER THAN ZERO. PLEASE RE-ENTER."
002810     END-IF.
002820 2010-EXIT.
002830     EXIT.
002840
002850*-----------------------------------------------------------------
002860*  2020-GET-KEY.
002870*  AN ADVANCE IS KEYED BY THE EMPLOYEE AND THE DATE IT WAS PAID,
002880*  AS SHOWN BY THE INQUIRY MODE.
002890*-----------------------------------------------------------------
002900 2020-GET-KEY.
002910     PERFORM 2010-GET-EMP-NO
002920         THRU 2010-EXIT
002930         UNTIL WS-EMP-NO-OK.
002940     DISPLAY "ENTER THE DATE THE ADVANCE WAS PAID (CCYYMMDD): ".
002950     ACCEPT WS-ADV-DATE.
002960     IF WS-ADV-DATE IS NUMERIC AND WS-ADV-DATE GREATER THAN ZERO
002970         SET WS-KEY-OK TO TRUE
002980     ELSE
002990         DISPLAY "INVALID DATE - MUST BE CCYYMMDD. "
003000             "PLEASE RE-ENTER."
003010         MOVE "N" TO WS-EMP-NO-SW
003020     END-IF.
003030 2020-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------------
003070*  2030-FIND-ADVANCE.
003080*  READS THE LEDGER DIRECTLY BY THE KEY ENTERED ABOVE. ON A
003090*  MATCH THE RECORD IS POSITIONED FOR A REWRITE.
003100*-----------------------------------------------------------------
003110 2030-FIND-ADVANCE.
003120     MOVE "N" TO WS-FOUND-SW.
003130     MOVE WS-EMP-NO   TO AV-EMP-NO.
003140     MOVE WS-ADV-DATE TO AV-ADV-DATE.
003150     READ ADVANCE-FILE
003160         INVALID KEY
003170             CONTINUE
003180         NOT INVALID KEY
003190             SET WS-FOUND TO TRUE
003200     END-READ.
003210 2030-EXIT.
003220     EXIT.
003230
003240 2040-GET-INSTALLMENT.
003250     DISPLAY "ENTER INSTALLMENT TO RECOVER EACH RUN AS 7 "
003260         "DIGITS, IMPLIED DECIMAL (0005000 = 50.00): ".
003270     ACCEPT WS-INSTALLMENT.
003280     IF WS-INSTALLMENT IS NUMERIC
003290             AND WS-INSTALLMENT GREATER THAN ZERO
003300         SET WS-INSTALL-OK TO TRUE
003310     ELSE
003320         DISPLAY "INVALID INSTALLMENT - MUST BE NUMERIC AND "
003330             "MORE THAN ZERO. PLEASE RE-ENTER."
003340     END-IF.
003350 2040-EXIT.
003360     EXIT.
003370
003380 2050-GET-PROTECTED-NET.
003390     DISPLAY "ENTER THE NET PAY THE RECOVERY MAY NOT GO BELOW "
003400         "AS 7 DIGITS, IMPLIED DECIMAL: ".
003410     ACCEPT WS-PROTECTED-NET.
003420     IF WS-PROTECTED-NET IS NUMERIC
003430         SET WS-PROTECT-OK TO TRUE
003440     ELSE
003450         DISPLAY "INVALID PROTECTED NET - MUST BE NUMERIC. "
003460             "PLEASE RE-ENTER."
003470     END-IF.
003480 2050-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520*  3000-UPDATE-ADVANCE.
003530*  CHANGES THE RECOVERY TERMS ON AN OPEN ADVANCE - A HARDSHIP
003540*  CASE SPREADING THE BALANCE THINNER, OR AN EMPLOYEE ASKING TO
003550*  PAY IT OFF FASTER. A CLOSED ADVANCE IS NOT CHANGED.
003560*-----------------------------------------------------------------
003570 3000-UPDATE-ADVANCE.
003580     PERFORM 2020-GET-KEY
003590         THRU 2020-EXIT
003600         UNTIL WS-KEY-OK.
003610     PERFORM 2030-FIND-ADVANCE
003620         THRU 2030-EXIT.
003630     IF NOT WS-FOUND
003640         DISPLAY "ADVANCE NOT FOUND ON LEDGER - NO UPDATE MADE."
003650         GO TO 3000-EXIT
003660     END-IF.
003670     PERFORM 5100-SHOW-ADVANCE
003680         THRU 5100-EXIT.
003690     IF NOT AV-OPEN
003700         DISPLAY "ADVANCE IS CLOSED - NO UPDATE MADE."
003710         GO TO 3000-EXIT
003720     END-IF.
003730     PERFORM 2040-GET-INSTALLMENT
003740         THRU 2040-EXIT
003750         UNTIL WS-INSTALL-OK.
003760     PERFORM 2050-GET-PROTECTED-NET
003770         THRU 2050-EXIT
003780         UNTIL WS-PROTECT-OK.
003790     MOVE WS-INSTALLMENT   TO AV-INSTALLMENT.
003800     MOVE WS-PROTECTED-NET TO AV-PROTECTED-NET.
003810     MOVE WS-RUN-DATE      TO AV-LAST-ACTIVITY.
003820     REWRITE ADVANCE-RECORD.
003830     MOVE AV-INSTALLMENT TO WS-AMT-DISP.
003840     MOVE SPACES TO WS-AUDIT-MESSAGE.
003850     STRING "ADVANCE TERMS CHANGED - EMP " AV-EMP-NO
003860         " INSTALLMENT " WS-AMT-DISP " BY " WS-OPERATOR-ID
003870         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
003880     CALL "AUDITLOG" USING
003890         BY CONTENT WS-AUDIT-PROGRAM-ID
003900         BY CONTENT WS-AUDIT-MESSAGE.
003910     DISPLAY "ADVANCE TERMS UPDATED.".
003920 3000-EXIT.
003930     EXIT.
003940
003950*-----------------------------------------------------------------
003960*  4000-SETTLE-ADVANCE.
003970*  POSTS A SETTLEMENT AGAINST AN OPEN BALANCE - THE AMOUNT TAKEN
003980*  FROM A LEAVER'S FINAL PAY, A REPAYMENT THE EMPLOYEE MADE
003990*  DIRECTLY, OR A WRITE-OFF. THE SETTLEMENT MAY NOT BE MORE THAN
004000*  THE BALANCE, AND AN ADVANCE SETTLED TO ZERO IS CLOSED.
004010*-----------------------------------------------------------------
004020 4000-SETTLE-ADVANCE.
004030     PERFORM 2020-GET-KEY
004040         THRU 2020-EXIT
004050         UNTIL WS-KEY-OK.
004060     PERFORM 2030-FIND-ADVANCE
004070         THRU 2030-EXIT.
004080     IF NOT WS-FOUND
004090         DISPLAY "ADVANCE NOT FOUND ON LEDGER - NOTHING SETTLED."
004100         GO TO 4000-EXIT
004110     END-IF.
004120     PERFORM 5100-SHOW-ADVANCE
004130         THRU 5100-EXIT.
004140     IF NOT AV-OPEN
004150         DISPLAY "ADVANCE IS CLOSED - NOTHING SETTLED."
004160         GO TO 4000-EXIT
004170     END-IF.
004180     PERFORM 4010-GET-SETTLE-TYPE
004190         THRU 4010-EXIT
004200         UNTIL WS-TYPE-OK.
004210*  FORGIVING THE COMPANY'S MONEY IS A SUPERVISOR ACTION -
004220*  AUTHORITY 3 ON THE OPERATOR FILE.
004230     IF WS-SETTLE-WRITE-OFF AND WS-OPER-AUTH LESS THAN 3
004240         DISPLAY "ADVMAINT - OPERATOR " WS-OPERATOR-ID
004250             " IS NOT SUPERVISOR AUTHORITY - NO WRITE-OFF MADE."
004260         GO TO 4000-EXIT
004270     END-IF.
004280     PERFORM 4020-GET-SETTLE-AMT
004290         THRU 4020-EXIT
004300         UNTIL WS-SETTLE-OK.
004310     MOVE WS-SETTLE-AMT TO WS-AMT-DISP.
004320     DISPLAY "SETTLE " WS-AMT-DISP " AS " WS-SETTLE-WORD
004330         "? (Y/N): ".
004340     ACCEPT WS-CONFIRM-ANS.
004350     IF NOT WS-CONFIRM-YES
004360         DISPLAY "SETTLEMENT NOT CONFIRMED - NO CHANGE MADE."
004370         GO TO 4000-EXIT
004380     END-IF.
004390     SUBTRACT WS-SETTLE-AMT FROM AV-BALANCE.
004400     ADD WS-SETTLE-AMT TO AV-SETTLED-AMT.
004410     MOVE WS-RUN-DATE TO AV-LAST-ACTIVITY.
004420     IF AV-BALANCE EQUAL ZERO
004430         SET AV-CLOSED TO TRUE
004440     END-IF.
004450     REWRITE ADVANCE-RECORD.
004460     MOVE SPACES TO WS-AUDIT-MESSAGE.
004470     STRING "ADVANCE SETTLED - EMP " AV-EMP-NO " "
004480         WS-SETTLE-WORD " " WS-AMT-DISP " BY " WS-OPERATOR-ID
004490         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
004500     CALL "AUDITLOG" USING
004510         BY CONTENT WS-AUDIT-PROGRAM-ID
004520         BY CONTENT WS-AUDIT-MESSAGE.
004530     MOVE AV-BALANCE TO WS-AMT-DISP.
004540     DISPLAY "SETTLEMENT POSTED - BALANCE NOW " WS-AMT-DISP.
004550 4000-EXIT.
004560     EXIT.
004570
004580 4010-GET-SETTLE-TYPE.
004590     DISPLAY "ENTER SETTLEMENT TYPE - F=FROM FINAL PAY, "
004600         "R=REPAID BY EMPLOYEE, W=WRITE OFF: ".
004610     ACCEPT WS-SETTLE-TYPE.
004620     IF WS-SETTLE-TYPE-VALID
004630         SET WS-TYPE-OK TO TRUE
004640     ELSE
004650         DISPLAY "INVALID TYPE - MUST BE F, R, OR W. "
004660             "PLEASE RE-ENTER."
004670         GO TO 4010-EXIT
004680     END-IF.
004690     EVALUATE TRUE
004700         WHEN WS-SETTLE-FINAL-PAY
004710             MOVE "FINAL PAY"    TO WS-SETTLE-WORD
004720         WHEN WS-SETTLE-REPAID
004730             MOVE "REPAID"       TO WS-SETTLE-WORD
004740         WHEN OTHER
004750             MOVE "WRITTEN OFF"  TO WS-SETTLE-WORD
004760     END-EVALUATE.
004770 4010-EXIT.
004780     EXIT.
004790
004800 4020-GET-SETTLE-AMT.
004810     DISPLAY "ENTER AMOUNT AS 9 DIGITS, IMPLIED DECIMAL "
004820         "(000012500 = 125.00): ".
004830     ACCEPT WS-SETTLE-AMT.
004840     IF WS-SETTLE-AMT IS NUMERIC
004850             AND WS-SETTLE-AMT GREATER THAN ZERO
004860             AND WS-SETTLE-AMT NOT GREATER THAN AV-BALANCE
004870         SET WS-SETTLE-OK TO TRUE
004880     ELSE
004890         DISPLAY "INVALID AMOUNT - MUST BE NUMERIC, MORE THAN "
004900             "ZERO, AND NOT MORE THAN THE BALANCE. "
004910             "PLEASE RE-ENTER."
004920     END-IF.
004930 4020-EXIT.
004940     EXIT.
004950
004960*-----------------------------------------------------------------
004970*  5000-INQUIRE-EMPLOYEE.
004980*  SHOWS EVERY ADVANCE ON ONE EMPLOYEE, OPEN AND CLOSED, OLDEST
004990*  FIRST.
005000*-----------------------------------------------------------------
005010 5000-INQUIRE-EMPLOYEE.
005020     PERFORM 2010-GET-EMP-NO
005030         THRU 2010-EXIT
005040         UNTIL WS-EMP-NO-OK.
005050     MOVE "N" TO WS-EOF-SW.
005060     MOVE WS-EMP-NO TO AV-EMP-NO.
005070     MOVE ZERO TO AV-ADV-DATE.
005080     START ADVANCE-FILE
005090         KEY IS NOT LESS THAN AV-ADV-KEY
005100         INVALID KEY
005110             SET WS-END-OF-FILE TO TRUE
005120     END-START.
005130     PERFORM 5010-SHOW-ONE-ADVANCE
005140         THRU 5010-EXIT
005150         UNTIL WS-END-OF-FILE.
005160     IF WS-SHOW-COUNT EQUAL ZERO
005170         DISPLAY "NO ADVANCES ON THE LEDGER FOR EMPLOYEE "
005180             WS-EMP-NO "."
005190     END-IF.
005200 5000-EXIT.
005210     EXIT.
005220
005230*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005240*  ERROR CANNOT SPIN.
005250 5010-SHOW-ONE-ADVANCE.
005260     READ ADVANCE-FILE NEXT RECORD
005270         AT END
005280             SET WS-END-OF-FILE TO TRUE
005290             GO TO 5010-EXIT
005300     END-READ.
005310     IF WS-ADVFILE-STATUS NOT EQUAL "00"
005320         SET WS-END-OF-FILE TO TRUE
005330         GO TO 5010-EXIT
005340     END-IF.
005350     IF AV-EMP-NO NOT EQUAL WS-EMP-NO
005360         SET WS-END-OF-FILE TO TRUE
005370         GO TO 5010-EXIT
005380     END-IF.
005390     ADD 1 TO WS-SHOW-COUNT.
005400     PERFORM 5100-SHOW-ADVANCE
005410         THRU 5100-EXIT.
005420 5010-EXIT.
005430     EXIT.
005440
005450 5100-SHOW-ADVANCE.
005460     DISPLAY "ADVANCE PAID    : " AV-ADV-DATE
005470         "  STATUS " AV-STATUS.
005480     DISPLAY "REASON          : " AV-REASON.
005490     MOVE AV-ORIGINAL-AMT TO WS-AMT-DISP.
005500     DISPLAY "ORIGINAL AMOUNT : " WS-AMT-DISP.
005510     MOVE AV-INSTALLMENT TO WS-AMT-DISP.
005520     DISPLAY "INSTALLMENT     : " WS-AMT-DISP.
005530     MOVE AV-PROTECTED-NET TO WS-AMT-DISP.
005540     DISPLAY "PROTECTED NET   : " WS-AMT-DISP.
005550     MOVE AV-RECOVERED-AMT TO WS-AMT-DISP.
005560     DISPLAY "RECOVERED       : " WS-AMT-DISP.
005570     MOVE AV-SETTLED-AMT TO WS-AMT-DISP.
005580     DISPLAY "SETTLED         : " WS-AMT-DISP.
005590     MOVE AV-BALANCE TO WS-AMT-DISP.
005600     DISPLAY "BALANCE         : " WS-AMT-DISP.
005610     DISPLAY "LAST ACTIVITY   : " AV-LAST-ACTIVITY.
005620 5100-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------------
005660*  6000-LIST-LEDGER.
005670*  PRINTS EVERY ADVANCE IN KEY ORDER TO THE LISTING FILE. AN
005680*  OPEN BALANCE ON A TERMINATED EMPLOYEE IS FLAGGED ON ITS LINE
005690*  AND THROUGH EXCPTLOG - NO NIGHTLY RUN WILL EVER RECOVER IT.
005700*-----------------------------------------------------------------
005710 6000-LIST-LEDGER.
005720     OPEN OUTPUT ADVANCE-LISTING.
005730     MOVE WS-RUN-DATE TO LST-HDG-RUN-DATE.
005740     WRITE LST-LINE FROM WS-LST-HEADING-1
005750         AFTER ADVANCING 1 LINE.
005760     WRITE LST-LINE FROM WS-LST-HEADING-2
005770         AFTER ADVANCING 2 LINES.
005780     WRITE LST-LINE FROM WS-LST-HEADING-3
005790         AFTER ADVANCING 1 LINE.
005800     MOVE "N" TO WS-EOF-SW.
005810     MOVE LOW-VALUES TO AV-ADV-KEY.
005820     START ADVANCE-FILE
005830         KEY IS NOT LESS THAN AV-ADV-KEY
005840         INVALID KEY
005850             SET WS-END-OF-FILE TO TRUE
005860     END-START.
005870     PERFORM 6010-LIST-ONE-ADVANCE
005880         THRU 6010-EXIT
005890         UNTIL WS-END-OF-FILE.
005900     WRITE LST-LINE FROM WS-LST-HEADING-3
005910         AFTER ADVANCING 1 LINE.
005920     MOVE "ADVANCES ON LEDGER"         TO LST-TOTAL-LABEL.
005930     MOVE WS-LIST-COUNT                TO LST-TOTAL-COUNT.
005940     MOVE ZERO                         TO LST-TOTAL-AMOUNT.
005950     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
005960         AFTER ADVANCING 1 LINE.
005970     MOVE "OPEN ADVANCES / BALANCE OUTSTANDING" TO
005980         LST-TOTAL-LABEL.
005990     MOVE WS-OPEN-COUNT                TO LST-TOTAL-COUNT.
006000     MOVE WS-OPEN-BALANCE              TO LST-TOTAL-AMOUNT.
006010     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
006020         AFTER ADVANCING 1 LINE.
006030     MOVE "TERMINATED WITH OPEN BALANCE" TO LST-TOTAL-LABEL.
006040     MOVE WS-TERM-COUNT                TO LST-TOTAL-COUNT.
006050     MOVE WS-TERM-BALANCE              TO LST-TOTAL-AMOUNT.
006060     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
006070         AFTER ADVANCING 1 LINE.
006080     CLOSE ADVANCE-LISTING.
006090     MOVE WS-OPEN-BALANCE TO WS-AMT-DISP.
006100     MOVE SPACES TO WS-AUDIT-MESSAGE.
006110     STRING "ADVANCE LEDGER LISTED - OPEN BALANCE " WS-AMT-DISP
006120         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
006130     CALL "AUDITLOG" USING
006140         BY CONTENT WS-AUDIT-PROGRAM-ID
006150         BY CONTENT WS-AUDIT-MESSAGE.
006160 6000-EXIT.
006170     EXIT.
006180
006190*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
006200*  ERROR CANNOT SPIN.
006210 6010-LIST-ONE-ADVANCE.
006220     READ ADVANCE-FILE NEXT RECORD
006230         AT END
006240             SET WS-END-OF-FILE TO TRUE
006250             GO TO 6010-EXIT
006260     END-READ.
006270     IF WS-ADVFILE-STATUS NOT EQUAL "00"
006280         SET WS-END-OF-FILE TO TRUE
006290         GO TO 6010-EXIT
006300     END-IF.
006310     ADD 1 TO WS-LIST-COUNT.
006320     MOVE SPACES TO LST-EMP-NAME.
006330     MOVE SPACES TO LST-FLAG.
006340     MOVE "A" TO EMP-STATUS.
006350     IF WS-EMPMAST-AVAIL
006360         MOVE AV-EMP-NO TO EMP-NO
006370         READ EMPLOYEE-MASTER
006380             INVALID KEY
006390                 MOVE "*NOT ON MAST" TO LST-EMP-NAME
006400                 MOVE "A" TO EMP-STATUS
006410             NOT INVALID KEY
006420                 MOVE EMP-NAME TO LST-EMP-NAME
006430         END-READ
006440     END-IF.
006450     IF AV-OPEN
006460         ADD 1 TO WS-OPEN-COUNT
006470         ADD AV-BALANCE TO WS-OPEN-BALANCE
006480         IF EMP-TERMINATED
006490             MOVE "*TERMINATED*" TO LST-FLAG
006500             ADD 1 TO WS-TERM-COUNT
006510             ADD AV-BALANCE TO WS-TERM-BALANCE
006520             PERFORM 6100-FLAG-TERMINATED
006530                 THRU 6100-EXIT
006540         END-IF
006550     END-IF.
006560     MOVE AV-EMP-NO       TO LST-EMP-NO.
006570     MOVE AV-ADV-DATE     TO LST-ADV-DATE.
006580     MOVE AV-ORIGINAL-AMT TO LST-ORIGINAL.
006590     MOVE AV-INSTALLMENT  TO LST-INSTALLMENT.
006600     MOVE AV-BALANCE      TO LST-BALANCE.
006610     MOVE AV-STATUS       TO LST-STATUS.
006620     WRITE LST-LINE FROM WS-LST-DETAIL-LINE
006630         AFTER ADVANCING 1 LINE.
006640 6010-EXIT.
006650     EXIT.
006660
006670 6100-FLAG-TERMINATED.
006680     MOVE AV-BALANCE TO WS-AMT-DISP.
006690     MOVE SPACES TO WS-EXCP-MESSAGE.
006700     STRING "TERMINATED EMP " AV-EMP-NO
006710         " OPEN ADVANCE BALANCE " WS-AMT-DISP
006720         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
006730     MOVE "E" TO WS-EXCP-SEVERITY.
006740     CALL "EXCPTLOG" USING
006750         BY CONTENT WS-AUDIT-PROGRAM-ID
006760         BY CONTENT WS-EXCP-SEVERITY
006770         BY CONTENT WS-EXCP-MESSAGE.
006780 6100-EXIT.
006790     EXIT.
006800
006810*-----------------------------------------------------------------
006820*  9999-TERMINATE.
006830*-----------------------------------------------------------------
006840 9999-TERMINATE.
006850     CLOSE ADVANCE-FILE.
006860*  THE MASTER IS ONLY CLOSED WHEN ITS OPEN SUCCEEDED - CLOSING A
006870*  NEVER-OPENED FILE WOULD RAISE A STATUS-42 ERROR.
006880     IF WS-EMPMAST-AVAIL
006890         CLOSE EMPLOYEE-MASTER
006900     END-IF.
006910 9999-EXIT.
006920     EXIT.
