000100*****************************************************************
000110*  PROGRAM-ID.   DEPMAINT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     OPERATOR MAINTENANCE FRONT END FOR THE DEPACCT DIRECT-
000190*     DEPOSIT ACCOUNT FILE BANKXTRT PAYS FROM, MODELED ON
000200*     LDMAINT. SUPPORTS ADD, UPDATE, AND DELETE OF ONE ACCOUNT
000210*     PER RUN (KEYED EMPLOYEE NUMBER PLUS ACCOUNT SEQUENCE
000220*     01-10), AN INQUIRY THAT SHOWS ALL OF AN EMPLOYEE'S
000230*     ACCOUNTS WITH THEIR PRENOTE STATUS, AND A LISTING MODE
000240*     THAT PRINTS THE WHOLE FILE. EVERY CHANGE IS WRITTEN TO THE
000250*     COMMON AUDIT TRAIL VIA AUDITLOG.
000260*
000270*     AN ACCOUNT TAKES A FIXED AMOUNT (F), A PERCENTAGE OF NET
000280*     (P, KEYED AS FIVE DIGITS WITH AN IMPLIED DECIMAL, 02500 =
000290*     25.00), OR WHATEVER IS LEFT (R). AN EMPLOYEE MAY HAVE ONLY
000300*     ONE REMAINDER ACCOUNT, AND THE PERCENTAGE ACCOUNTS MAY NOT
000310*     ADD TO MORE THAN 100.00. A NEW ACCOUNT, OR ONE WHOSE
000320*     ROUTING OR ACCOUNT NUMBER IS CHANGED, OR A RETURNED ONE
000330*     THAT IS RE-KEYED, STARTS AT STATUS N SO BANKXTRT PRENOTES
000340*     IT BEFORE ANY MONEY IS SENT THERE. CHANGING ONLY HOW MUCH
000350*     AN ACCOUNT TAKES LEAVES ITS STATUS ALONE.
000350*
000350*     A NEW ACCOUNT, AND NEW ROUTING OR ACCOUNT NUMBERS ON AN
000350*     EXISTING ONE, DECIDE WHERE THE EMPLOYEE'S MONEY GOES, SO
000350*     THEY ARE NOT WRITTEN TO THE FILE WHEN KEYED. THEY GO TO THE
000350*     PENDING-CHANGE QUEUE (PENDQUE) AS A TYPE D CHANGE CARRYING
000350*     THE WHOLE DEPACCT ROW, AND CHGAPPR WRITES THE ROW WHEN A
000350*     SUPERVISOR OTHER THAN THE KEYING OPERATOR APPROVES IT. A
000350*     SPLIT CHANGE THAT KEEPS THE BANK DETAILS, A RE-KEYED
000350*     RETURNED ACCOUNT, AND A DELETE ARE STILL MADE DIRECTLY.
000360*-----------------------------------------------------------------
000370*  MODIFICATION HISTORY.
000380*  DATE       INIT  DESCRIPTION
000390*  ---------  ----  -----------------------------------------
000400*  10/14/26   RCA   ORIGINAL PROGRAM.
000400*  10/15/26   RCA   NEW ACCOUNTS AND NEW BANK DETAILS ARE QUEUED
000400*                   THROUGH PENDQUE (TYPE D) FOR A SUPERVISOR
000400*                   OTHER THAN THE KEYING OPERATOR TO RELEASE IN
000400*                   CHGAPPR.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. DEPMAINT.
000440 AUTHOR. R. AKOLKAR.
000450 INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY.
000460 DATE-WRITTEN. 10/14/26.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "DEPACCT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS DA-ACCT-KEY
000560         FILE STATUS IS WS-DEPACCT-STATUS.
000570     SELECT ACCOUNT-LISTING ASSIGN TO "DALIST"
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  DEPOSIT-ACCOUNT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY DEPACCT.
000650
000660 FD  ACCOUNT-LISTING
000670     LABEL RECORDS ARE STANDARD.
000680 01  LST-LINE                    PIC X(80).
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000720 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000730 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000740     88  WS-SIGNON-OK                        VALUE "Y".
000750 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000760 01  WS-EMP-NO                    PIC 9(05).
000770 01  WS-SEQ                       PIC 9(02).
000780
000790*  THE ACCOUNT AS KEYED, HELD HERE UNTIL IT PASSES THE
000800*  EMPLOYEE-LEVEL CHECKS.
000810 01  WS-ROUTING                   PIC 9(09).
000820 01  WS-ACCOUNT                   PIC X(17).
000830 01  WS-SPLIT-TYPE                PIC X(01).
000840     88  WS-TYPE-FIXED                       VALUE "F" "f".
000850     88  WS-TYPE-PCT                         VALUE "P" "p".
000860     88  WS-TYPE-REMAINDER                   VALUE "R" "r".
000870 01  WS-FIXED-AMT                 PIC 9(07)V99.
000880 01  WS-PCT                       PIC 9(03)V99.
000890
000900*  WHAT THE EMPLOYEE'S OTHER ACCOUNTS ALREADY TAKE.
000910 01  WS-OTHER-PCT-TOTAL           PIC 9(05)V99 VALUE ZERO.
000920 01  WS-OTHER-REMAINDER-SW        PIC X(01) VALUE "N".
000930     88  WS-OTHER-REMAINDER                  VALUE "Y".
000940 01  WS-NEW-PCT-TOTAL             PIC 9(05)V99 VALUE ZERO.
000950
000960*  THE ROW AS IT STOOD BEFORE AN UPDATE.
000970 01  WS-OLD-ROUTING               PIC 9(09).
000980 01  WS-OLD-ACCOUNT               PIC X(17).
000990 01  WS-OLD-STATUS                PIC X(01).
001000
001010 01  WS-RUN-MODE                  PIC X(01) VALUE "I".
001020     88  WS-MODE-ADD                         VALUE "A" "a".
001030     88  WS-MODE-UPDATE                      VALUE "U" "u".
001040     88  WS-MODE-INQUIRE                     VALUE "I" "i".
001050     88  WS-MODE-DELETE                      VALUE "D" "d".
001060     88  WS-MODE-LIST                        VALUE "L" "l".
001070 01  WS-EMP-NO-SW                 PIC X(01) VALUE "N".
001080     88  WS-EMP-NO-OK                        VALUE "Y".
001090 01  WS-SEQ-OK-SW                 PIC X(01) VALUE "N".
001100     88  WS-SEQ-OK                           VALUE "Y".
001110 01  WS-ROUTING-OK-SW             PIC X(01) VALUE "N".
001120     88  WS-ROUTING-OK                       VALUE "Y".
001130 01  WS-ACCOUNT-OK-SW             PIC X(01) VALUE "N".
001140     88  WS-ACCOUNT-OK                       VALUE "Y".
001150 01  WS-TYPE-OK-SW                PIC X(01) VALUE "N".
001160     88  WS-TYPE-OK                          VALUE "Y".
001170 01  WS-AMOUNT-OK-SW              PIC X(01) VALUE "N".
001180     88  WS-AMOUNT-OK                        VALUE "Y".
001190 01  WS-SPLIT-OK-SW               PIC X(01) VALUE "N".
001200     88  WS-SPLIT-OK                         VALUE "Y".
001210 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
001220     88  WS-FOUND                            VALUE "Y".
001230 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001240     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001250 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001260     88  WS-END-OF-FILE                      VALUE "Y".
001260 01  WS-QUEUED-SW                 PIC X(01) VALUE "N".
001260     88  WS-QUEUED                           VALUE "Y".
001260     COPY PENDCHG.
001270
001280 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "DEPMAINT".
001290 01  WS-AUDIT-MESSAGE             PIC X(60).
001300 01  WS-PCT-DISP                  PIC ZZ9.99.
001310 01  WS-AMT-DISP                  PIC Z,ZZZ,ZZ9.99.
001320 01  WS-STATUS-TEXT               PIC X(20).
001330
001340 01  WS-DEPACCT-STATUS            PIC X(02) VALUE SPACES.
001350     88  WS-DEPACCT-NOT-FOUND                VALUE "35".
001360
001370 01  WS-ACCT-FOUND-COUNT          PIC 9(02) VALUE ZERO.
001380 01  WS-LIST-COUNT                PIC 9(04) VALUE ZERO.
001390 01  WS-LIST-COUNT-DISP           PIC ZZZ9.
001400
001410 01  WS-LST-HEADING-1.
001420     05  FILLER                  PIC X(20)
001430         VALUE "PAYROLL SYSTEMS".
001440     05  FILLER                  PIC X(30)
001450         VALUE "DEPOSIT ACCOUNT LISTING".
001460     05  FILLER                  PIC X(30) VALUE SPACES.
001470
001480 01  WS-LST-HEADING-2.
001490     05  FILLER                  PIC X(07) VALUE "EMP NO".
001500     05  FILLER                  PIC X(04) VALUE "SEQ".
001510     05  FILLER                  PIC X(11) VALUE "ROUTING".
001520     05  FILLER                  PIC X(19) VALUE "ACCOUNT".
001530     05  FILLER                  PIC X(05) VALUE "TYPE".
001540     05  FILLER                  PIC X(14) VALUE "AMOUNT/PCT".
001550     05  FILLER                  PIC X(04) VALUE "ST".
001560     05  FILLER                  PIC X(16) VALUE "PRENOTE".
001570
001580 01  WS-LST-HEADING-3             PIC X(80) VALUE ALL "-".
001590
001600 01  WS-LST-DETAIL-LINE.
001610     05  LST-EMP-NO              PIC 9(05).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  LST-SEQ                 PIC 9(02).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  LST-ROUTING             PIC 9(09).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  LST-ACCOUNT             PIC X(17).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  LST-TYPE                PIC X(01).
001700     05  FILLER                  PIC X(04) VALUE SPACES.
001710     05  LST-AMOUNT              PIC Z,ZZZ,ZZ9.99.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  LST-STATUS              PIC X(01).
001740     05  FILLER                  PIC X(03) VALUE SPACES.
001750     05  LST-PRENOTE-DATE        PIC 9(08).
001760     05  FILLER                  PIC X(08) VALUE SPACES.
001770
001780 01  WS-LST-TOTAL-LINE.
001790     05  FILLER                  PIC X(27)
001800         VALUE "DEPOSIT ACCOUNTS ON FILE: ".
001810     05  LST-TOTAL-COUNT         PIC ZZZ9.
001820     05  FILLER                  PIC X(49) VALUE SPACES.
001830
001840 PROCEDURE DIVISION.
001850
001860*-----------------------------------------------------------------
001870*  0000-MAINLINE.
001880*-----------------------------------------------------------------
001890 0000-MAINLINE.
001900*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
001910*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
001920     CALL "OPERSGN" USING
001930         BY REFERENCE WS-OPERATOR-ID
001940         BY REFERENCE WS-OPER-AUTH
001950         BY REFERENCE WS-SIGNON-OK-SW.
001960     IF NOT WS-SIGNON-OK
001970         DISPLAY "DEPMAINT - SIGN-ON REFUSED - NOTHING DONE."
001980         GOBACK
001990     END-IF.
002000     PERFORM 0500-GET-RUN-MODE
002010         THRU 0500-EXIT.
002020     PERFORM 1000-INITIALIZE
002030         THRU 1000-EXIT.
002040     EVALUATE TRUE
002050         WHEN WS-MODE-ADD
002060             PERFORM 2000-ADD-ACCOUNT
002070                 THRU 2000-EXIT
002080         WHEN WS-MODE-UPDATE
002090             PERFORM 3000-UPDATE-ACCOUNT
002100                 THRU 3000-EXIT
002110         WHEN WS-MODE-DELETE
002120             PERFORM 4000-DELETE-ACCOUNT
002130                 THRU 4000-EXIT
002140         WHEN WS-MODE-LIST
002150             PERFORM 6000-LIST-FILE
002160                 THRU 6000-EXIT
002170         WHEN OTHER
002180             PERFORM 5000-INQUIRE-EMPLOYEE
002190                 THRU 5000-EXIT
002200     END-EVALUATE.
002210     PERFORM 9999-TERMINATE
002220         THRU 9999-EXIT.
002230     GOBACK.
002240
002250*-----------------------------------------------------------------
002260*  0500-GET-RUN-MODE.
002270*-----------------------------------------------------------------
002280 0500-GET-RUN-MODE.
002290     DISPLAY "ENTER MODE - A=ADD, U=UPDATE, I=INQUIRE, "
002300         "D=DELETE, L=LIST: ".
002310     ACCEPT WS-RUN-MODE.
002320 0500-EXIT.
002330     EXIT.
002340
002350*-----------------------------------------------------------------
002360*  1000-INITIALIZE.
002370*  OPENS THE FILE I-O. ON A BRAND-NEW INSTALLATION THE FILE
002380*  DOESN'T EXIST YET, SO A FIRST OPEN OUTPUT CREATES IT EMPTY
002390*  BEFORE THE NORMAL OPEN I-O IS TRIED AGAIN. THIS IS THE ONLY
002400*  PROGRAM THAT LEGITIMATELY CREATES A BRAND-NEW DEPOSIT-
002410*  ACCOUNT FILE, SO THE BOOTSTRAP LIVES HERE.
002420*-----------------------------------------------------------------
002430 1000-INITIALIZE.
002440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002450     OPEN I-O DEPOSIT-ACCOUNT-FILE.
002460     IF WS-DEPACCT-NOT-FOUND
002470         OPEN OUTPUT DEPOSIT-ACCOUNT-FILE
002480         CLOSE DEPOSIT-ACCOUNT-FILE
002490         OPEN I-O DEPOSIT-ACCOUNT-FILE
002500     END-IF.
002510 1000-EXIT.
002520     EXIT.
002530
002540*-----------------------------------------------------------------
002550*  2000-ADD-ACCOUNT.
002550*  A NEW ACCOUNT IS BUILT AT STATUS N AND QUEUED FOR APPROVAL.
002550*  ONCE CHGAPPR WRITES IT, BANKXTRT SENDS ITS PRENOTE ON THE
002550*  NEXT RUN AND PAYS ITS SHARE BY CHECK UNTIL THE PRENOTE PERIOD
002550*  HAS PASSED.
002590*-----------------------------------------------------------------
002600 2000-ADD-ACCOUNT.
002610     PERFORM 2010-GET-EMP-NO
002620         THRU 2010-EXIT
002630         UNTIL WS-EMP-NO-OK.
002640     PERFORM 2015-GET-SEQ
002650         THRU 2015-EXIT
002660         UNTIL WS-SEQ-OK.
002670     PERFORM 3010-FIND-ACCOUNT
002680         THRU 3010-EXIT.
002690     IF WS-FOUND
002700         DISPLAY "EMPLOYEE " WS-EMP-NO " ACCOUNT " WS-SEQ
002710             " ALREADY ON FILE - NOT ADDED."
002720         GO TO 2000-EXIT
002730     END-IF.
002740     PERFORM 2020-GET-BANK-DETAILS
002750         THRU 2020-EXIT.
002760     PERFORM 2040-GET-SPLIT
002770         THRU 2040-EXIT
002780         UNTIL WS-SPLIT-OK.
002790     MOVE WS-EMP-NO    TO DA-EMP-NO.
002800     MOVE WS-SEQ       TO DA-SEQ.
002810     PERFORM 2080-MOVE-SPLIT-TO-ROW
002820         THRU 2080-EXIT.
002830     MOVE WS-ROUTING   TO DA-ROUTING.
002840     MOVE WS-ACCOUNT   TO DA-ACCOUNT.
002850     MOVE "N"          TO DA-STATUS.
002860     MOVE ZERO         TO DA-PRENOTE-DATE.
002870     MOVE WS-RUN-DATE  TO DA-LAST-CHANGE.
002880     MOVE SPACES       TO DA-RETURN-REASON.
002880     MOVE SPACES       TO PN-BEFORE-IMAGE.
002880     MOVE DEPOSIT-ACCOUNT-RECORD TO PN-AFTER-IMAGE.
002880     MOVE "A"          TO PN-ACTION.
002880     PERFORM 8000-QUEUE-CHANGE
002880         THRU 8000-EXIT.
003040 2000-EXIT.
003050     EXIT.
003060
003070*-----------------------------------------------------------------
003080*  2010-GET-EMP-NO.
003090*  ACCEPTS THE EMPLOYEE NUMBER AND RE-PROMPTS UNTIL IT IS A
003100*  NUMERIC VALUE GREATER THAN ZERO, AS ACCEPTDI DOES.
003110*-----------------------------------------------------------------
003120 2010-GET-EMP-NO.
003130     DISPLAY "ENTER EMPLOYEE NUMBER (5 DIGITS): ".
003140     ACCEPT WS-EMP-NO.
003150     IF WS-EMP-NO IS NUMERIC AND WS-EMP-NO > ZERO
003160         SET WS-EMP-NO-OK TO TRUE
003170     ELSE
003180         DISPLAY "INVALID EMPLOYEE NUMBER - MUST BE NUMERIC "
003190             "AND GREATER THAN ZERO. PLEASE RE-ENTER."
003200     END-IF.
003210 2010-EXIT.
003220     EXIT.
003230
003240 2015-GET-SEQ.
003250     DISPLAY "ENTER ACCOUNT SEQUENCE (01-10): ".
003260     ACCEPT WS-SEQ.
003270     IF WS-SEQ IS NUMERIC
003280             AND WS-SEQ GREATER THAN ZERO
003290             AND WS-SEQ NOT GREATER THAN 10
003300         SET WS-SEQ-OK TO TRUE
003310     ELSE
003320         DISPLAY "INVALID SEQUENCE - MUST BE 01 THROUGH 10. "
003330             "PLEASE RE-ENTER."
003340     END-IF.
003360 2015-EXIT.
003370     EXIT.
003380
003390*-----------------------------------------------------------------
003400*  2020-GET-BANK-DETAILS.
003410*  THE ROUTING NUMBER MUST BE NUMERIC AND NON-ZERO AND THE
003420*  ACCOUNT NUMBER NON-BLANK - AN ACCOUNT ROW WITH NO BANK
003430*  BEHIND IT WOULD ONLY BE PRENOTED AND RETURNED.
003440*-----------------------------------------------------------------
003450 2020-GET-BANK-DETAILS.
003460     MOVE "N" TO WS-ROUTING-OK-SW.
003470     MOVE "N" TO WS-ACCOUNT-OK-SW.
003480     PERFORM 2025-GET-ROUTING
003490         THRU 2025-EXIT
003500         UNTIL WS-ROUTING-OK.
003510     PERFORM 2030-GET-ACCOUNT
003520         THRU 2030-EXIT
003530         UNTIL WS-ACCOUNT-OK.
003540 2020-EXIT.
003550     EXIT.
003560
003570 2025-GET-ROUTING.
003580     DISPLAY "ENTER BANK ROUTING NUMBER (9 DIGITS): ".
003590     ACCEPT WS-ROUTING.
003600     IF WS-ROUTING IS NUMERIC AND WS-ROUTING GREATER THAN ZERO
003610         SET WS-ROUTING-OK TO TRUE
003620     ELSE
003630         DISPLAY "INVALID ROUTING NUMBER - MUST BE NUMERIC AND "
003640             "NOT ZERO. PLEASE RE-ENTER."
003650     END-IF.
003660 2025-EXIT.
003670     EXIT.
003680
003690 2030-GET-ACCOUNT.
003700     DISPLAY "ENTER BANK ACCOUNT NUMBER (MAX 17 CHARACTERS): ".
003710     ACCEPT WS-ACCOUNT.
003720     IF WS-ACCOUNT NOT EQUAL SPACES
003730         SET WS-ACCOUNT-OK TO TRUE
003740     ELSE
003750         DISPLAY "ACCOUNT NUMBER IS REQUIRED. PLEASE RE-ENTER."
003760     END-IF.
003770 2030-EXIT.
003780     EXIT.
003790
003800*-----------------------------------------------------------------
003810*  2040-GET-SPLIT.
003820*  TAKES THE SPLIT TYPE AND ITS AMOUNT OR PERCENTAGE, THEN
003830*  CHECKS IT AGAINST THE EMPLOYEE'S OTHER ACCOUNTS: ONLY ONE
003840*  REMAINDER ACCOUNT, AND PERCENTAGES NOT PAST 100.00. A SPLIT
003850*  THAT FAILS IS KEYED AGAIN.
003860*-----------------------------------------------------------------
003870 2040-GET-SPLIT.
003880     MOVE "N" TO WS-TYPE-OK-SW.
003890     MOVE "N" TO WS-AMOUNT-OK-SW.
003900     MOVE ZERO TO WS-FIXED-AMT.
003910     MOVE ZERO TO WS-PCT.
003920     PERFORM 2045-GET-SPLIT-TYPE
003930         THRU 2045-EXIT
003940         UNTIL WS-TYPE-OK.
003950     IF WS-TYPE-FIXED
003960         PERFORM 2050-GET-FIXED-AMT
003970             THRU 2050-EXIT
003980             UNTIL WS-AMOUNT-OK
003990     END-IF.
004000     IF WS-TYPE-PCT
004010         PERFORM 2055-GET-PCT
004020             THRU 2055-EXIT
004030             UNTIL WS-AMOUNT-OK
004040     END-IF.
004050     PERFORM 2060-SCAN-OTHER-ACCOUNTS
004060         THRU 2060-EXIT.
004070     IF WS-TYPE-REMAINDER AND WS-OTHER-REMAINDER
004080         DISPLAY "EMPLOYEE " WS-EMP-NO " ALREADY HAS A "
004090             "REMAINDER ACCOUNT - ONLY ONE IS ALLOWED. "
004100             "PLEASE RE-ENTER THE SPLIT."
004110         GO TO 2040-EXIT
004120     END-IF.
004130     COMPUTE WS-NEW-PCT-TOTAL = WS-OTHER-PCT-TOTAL + WS-PCT.
004140     IF WS-NEW-PCT-TOTAL GREATER THAN 100
004150         MOVE WS-NEW-PCT-TOTAL TO WS-PCT-DISP
004160         DISPLAY "PERCENTAGE ACCOUNTS WOULD ADD TO " WS-PCT-DISP
004170             " - THEY MAY NOT PASS 100.00. "
004180             "PLEASE RE-ENTER THE SPLIT."
004190         GO TO 2040-EXIT
004200     END-IF.
004210     IF NOT WS-TYPE-REMAINDER AND NOT WS-OTHER-REMAINDER
004220         DISPLAY "NOTE - EMPLOYEE " WS-EMP-NO " HAS NO "
004230             "REMAINDER ACCOUNT YET. WHAT THE OTHER ACCOUNTS "
004240             "DO NOT TAKE WILL BE PAID BY CHECK."
004250     END-IF.
004260     SET WS-SPLIT-OK TO TRUE.
004270 2040-EXIT.
004280     EXIT.
004290
004300 2045-GET-SPLIT-TYPE.
004310     DISPLAY "ENTER SPLIT TYPE - F=FIXED AMOUNT, P=PERCENT OF "
004320         "NET, R=REMAINDER: ".
004330     ACCEPT WS-SPLIT-TYPE.
004340     IF WS-TYPE-FIXED OR WS-TYPE-PCT OR WS-TYPE-REMAINDER
004350         SET WS-TYPE-OK TO TRUE
004360     ELSE
004370         DISPLAY "INVALID SPLIT TYPE - MUST BE F, P, OR R. "
004380             "PLEASE RE-ENTER."
004390     END-IF.
004400 2045-EXIT.
004410     EXIT.
004420
004430 2050-GET-FIXED-AMT.
004440     DISPLAY "ENTER FIXED AMOUNT AS 9 DIGITS, IMPLIED DECIMAL "
004450         "(000025000 = 250.00): ".
004460     ACCEPT WS-FIXED-AMT.
004470     IF WS-FIXED-AMT IS NUMERIC
004480             AND WS-FIXED-AMT GREATER THAN ZERO
004490         SET WS-AMOUNT-OK TO TRUE
004500     ELSE
004510         DISPLAY "INVALID AMOUNT - MUST BE NUMERIC AND MORE "
004520             "THAN ZERO. PLEASE RE-ENTER."
004530     END-IF.
004540 2050-EXIT.
004550     EXIT.
004560
004570 2055-GET-PCT.
004580     DISPLAY "ENTER PERCENTAGE OF NET AS 5 DIGITS, IMPLIED "
004590         "DECIMAL (02500 = 25.00): ".
004600     ACCEPT WS-PCT.
004610     IF WS-PCT IS NUMERIC
004620             AND WS-PCT GREATER THAN ZERO
004630             AND WS-PCT NOT GREATER THAN 100
004640         SET WS-AMOUNT-OK TO TRUE
004650     ELSE
004660         DISPLAY "INVALID PERCENTAGE - MUST BE NUMERIC, MORE "
004670             "THAN ZERO, AND NOT MORE THAN 100.00. "
004680             "PLEASE RE-ENTER."
004690     END-IF.
004700 2055-EXIT.
004710     EXIT.
004720
004730*-----------------------------------------------------------------
004740*  2060-SCAN-OTHER-ACCOUNTS.
004750*  TOTALS THE PERCENTAGES OF, AND LOOKS FOR A REMAINDER AMONG,
004760*  THE EMPLOYEE'S ACCOUNTS OTHER THAN THE ONE BEING KEYED. THE
004770*  SCAN MOVES THE FILE'S POSITION, SO AN UPDATE RE-READS ITS ROW
004780*  BEFORE REWRITING IT.
004790*-----------------------------------------------------------------
004800 2060-SCAN-OTHER-ACCOUNTS.
004810     MOVE ZERO TO WS-OTHER-PCT-TOTAL.
004820     MOVE "N" TO WS-OTHER-REMAINDER-SW.
004830     MOVE "N" TO WS-EOF-SW.
004840     MOVE WS-EMP-NO TO DA-EMP-NO.
004850     MOVE ZERO TO DA-SEQ.
004860     START DEPOSIT-ACCOUNT-FILE
004870         KEY IS NOT LESS THAN DA-ACCT-KEY
004880         INVALID KEY
004890             SET WS-END-OF-FILE TO TRUE
004900     END-START.
004910     PERFORM 2065-SCAN-ONE-ACCOUNT
004920         THRU 2065-EXIT
004930         UNTIL WS-END-OF-FILE.
004940 2060-EXIT.
004950     EXIT.
004960
004970*  THE SCAN ENDS WHEN THE EMPLOYEE CHANGES, AT END OF FILE, OR
004980*  ON ANY NON-ZERO FILE STATUS.
004990 2065-SCAN-ONE-ACCOUNT.
005000     READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
005010         AT END
005020             SET WS-END-OF-FILE TO TRUE
005030             GO TO 2065-EXIT
005040     END-READ.
005050     IF WS-DEPACCT-STATUS NOT EQUAL "00"
005060             OR DA-EMP-NO NOT EQUAL WS-EMP-NO
005070         SET WS-END-OF-FILE TO TRUE
005080         GO TO 2065-EXIT
005090     END-IF.
005100     IF DA-SEQ EQUAL WS-SEQ
005110         GO TO 2065-EXIT
005120     END-IF.
005130     IF DA-SPLIT-REMAINDER
005140         SET WS-OTHER-REMAINDER TO TRUE
005150     END-IF.
005160     IF DA-SPLIT-PCT
005170         ADD DA-PCT TO WS-OTHER-PCT-TOTAL
005180     END-IF.
005190 2065-EXIT.
005200     EXIT.
005210
005220*-----------------------------------------------------------------
005230*  2080-MOVE-SPLIT-TO-ROW.
005240*  THE TYPE IS STORED UPPER-CASE, AND THE FIELD THE TYPE DOES
005250*  NOT USE IS CLEARED.
005260*-----------------------------------------------------------------
005270 2080-MOVE-SPLIT-TO-ROW.
005280     EVALUATE TRUE
005290         WHEN WS-TYPE-FIXED
005300             MOVE "F" TO DA-SPLIT-TYPE
005310         WHEN WS-TYPE-PCT
005320             MOVE "P" TO DA-SPLIT-TYPE
005330         WHEN OTHER
005340             MOVE "R" TO DA-SPLIT-TYPE
005350     END-EVALUATE.
005360     MOVE WS-FIXED-AMT TO DA-FIXED-AMT.
005370     MOVE WS-PCT       TO DA-PCT.
005380 2080-EXIT.
005390     EXIT.
005400
005410*-----------------------------------------------------------------
005420*  3000-UPDATE-ACCOUNT.
005430*  SHOWS THE ACCOUNT, TAKES NEW BANK DETAILS IF WANTED AND A
005430*  NEW SPLIT. NEW BANK DETAILS SEND THE ROW BACK TO STATUS N
005430*  FOR A FRESH PRENOTE AND ARE QUEUED FOR APPROVAL, SPLIT AND
005430*  ALL, WITH THE ROW AS IT STANDS AS THE BEFORE IMAGE. ANY
005430*  OTHER UPDATE REWRITES THE ROW; A RETURNED ACCOUNT BEING
005430*  RE-KEYED GOES BACK TO STATUS N AS WELL.
005470*-----------------------------------------------------------------
005480 3000-UPDATE-ACCOUNT.
005490     PERFORM 2010-GET-EMP-NO
005500         THRU 2010-EXIT
005510         UNTIL WS-EMP-NO-OK.
005520     PERFORM 2015-GET-SEQ
005530         THRU 2015-EXIT
005540         UNTIL WS-SEQ-OK.
005550     PERFORM 3010-FIND-ACCOUNT
005560         THRU 3010-EXIT.
005570     IF NOT WS-FOUND
005580         DISPLAY "EMPLOYEE/ACCOUNT NOT FOUND ON DEPOSIT-ACCOUNT "
005590             "FILE - NO UPDATE MADE."
005600         GO TO 3000-EXIT
005610     END-IF.
005620     PERFORM 5100-SHOW-ACCOUNT
005630         THRU 5100-EXIT.
005640     MOVE DA-ROUTING TO WS-OLD-ROUTING.
005650     MOVE DA-ACCOUNT TO WS-OLD-ACCOUNT.
005660     MOVE DA-STATUS  TO WS-OLD-STATUS.
005670     MOVE DA-ROUTING TO WS-ROUTING.
005680     MOVE DA-ACCOUNT TO WS-ACCOUNT.
005690     DISPLAY "CHANGE THE BANK DETAILS? (Y/N): ".
005700     ACCEPT WS-CONFIRM-ANS.
005710     IF WS-CONFIRM-YES
005720         PERFORM 2020-GET-BANK-DETAILS
005730             THRU 2020-EXIT
005740     END-IF.
005750     PERFORM 2040-GET-SPLIT
005760         THRU 2040-EXIT
005770         UNTIL WS-SPLIT-OK.
005780     PERFORM 3010-FIND-ACCOUNT
005790         THRU 3010-EXIT.
005790     MOVE DEPOSIT-ACCOUNT-RECORD TO PN-BEFORE-IMAGE.
005800     PERFORM 2080-MOVE-SPLIT-TO-ROW
005810         THRU 2080-EXIT.
005820     MOVE WS-ROUTING  TO DA-ROUTING.
005830     MOVE WS-ACCOUNT  TO DA-ACCOUNT.
005840     MOVE WS-RUN-DATE TO DA-LAST-CHANGE.
005850     IF WS-ROUTING NOT EQUAL WS-OLD-ROUTING
005860             OR WS-ACCOUNT NOT EQUAL WS-OLD-ACCOUNT
005880         MOVE "N"    TO DA-STATUS
005890         MOVE ZERO   TO DA-PRENOTE-DATE
005900         MOVE SPACES TO DA-RETURN-REASON
005900         MOVE DEPOSIT-ACCOUNT-RECORD TO PN-AFTER-IMAGE
005900         MOVE "U"    TO PN-ACTION
005900         PERFORM 8000-QUEUE-CHANGE
005900             THRU 8000-EXIT
005900         GO TO 3000-EXIT
005930     END-IF.
005930     IF WS-OLD-STATUS EQUAL "R"
005880         MOVE "N"    TO DA-STATUS
005890         MOVE ZERO   TO DA-PRENOTE-DATE
005900         MOVE SPACES TO DA-RETURN-REASON
005900         DISPLAY "RETURNED ACCOUNT RE-KEYED - A ZERO-DOLLAR "
005900             "PRENOTE GOES OUT ON THE NEXT RUN."
005930     END-IF.
005940     REWRITE DEPOSIT-ACCOUNT-RECORD.
005940     MOVE SPACES TO WS-AUDIT-MESSAGE.
005950     STRING "DEPOSIT ACCOUNT UPDATED - EMP " DA-EMP-NO
005960         " SEQ " DA-SEQ " STATUS " DA-STATUS
005970         " BY " WS-OPERATOR-ID
005980         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005990     CALL "AUDITLOG" USING
006000         BY CONTENT WS-AUDIT-PROGRAM-ID
006010         BY CONTENT WS-AUDIT-MESSAGE.
006020 3000-EXIT.
006030     EXIT.
006040
006050*-----------------------------------------------------------------
006060*  3010-FIND-ACCOUNT.
006070*-----------------------------------------------------------------
006080 3010-FIND-ACCOUNT.
006090     MOVE "N" TO WS-FOUND-SW.
006100     MOVE WS-EMP-NO TO DA-EMP-NO.
006110     MOVE WS-SEQ    TO DA-SEQ.
006120     READ DEPOSIT-ACCOUNT-FILE
006130         INVALID KEY
006140             CONTINUE
006150         NOT INVALID KEY
006160             SET WS-FOUND TO TRUE
006170     END-READ.
006180 3010-EXIT.
006190     EXIT.
006200
006210*-----------------------------------------------------------------
006220*  4000-DELETE-ACCOUNT.
006230*-----------------------------------------------------------------
006240 4000-DELETE-ACCOUNT.
006250     PERFORM 2010-GET-EMP-NO
006260         THRU 2010-EXIT
006270         UNTIL WS-EMP-NO-OK.
006280     PERFORM 2015-GET-SEQ
006290         THRU 2015-EXIT
006300         UNTIL WS-SEQ-OK.
006310     PERFORM 3010-FIND-ACCOUNT
006320         THRU 3010-EXIT.
006330     IF WS-FOUND
006340         PERFORM 5100-SHOW-ACCOUNT
006350             THRU 5100-EXIT
006360         DISPLAY "DELETE THIS DEPOSIT ACCOUNT? (Y/N): "
006370         ACCEPT WS-CONFIRM-ANS
006380         IF WS-CONFIRM-YES
006390             DELETE DEPOSIT-ACCOUNT-FILE
006400             STRING "DEPOSIT ACCOUNT DELETED - EMP " WS-EMP-NO
006410                 " SEQ " WS-SEQ " BY " WS-OPERATOR-ID
006420                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
006430             CALL "AUDITLOG" USING
006440                 BY CONTENT WS-AUDIT-PROGRAM-ID
006450                 BY CONTENT WS-AUDIT-MESSAGE
006460         ELSE
006470             DISPLAY "DELETE NOT CONFIRMED - NO CHANGE MADE."
006480         END-IF
006490     ELSE
006500         DISPLAY "EMPLOYEE/ACCOUNT NOT FOUND ON DEPOSIT-ACCOUNT "
006510             "FILE - NO DELETE MADE."
006520     END-IF.
006530 4000-EXIT.
006540     EXIT.
006550
006560*-----------------------------------------------------------------
006570*  5000-INQUIRE-EMPLOYEE.
006580*  SHOWS EVERY DEPOSIT ACCOUNT THE EMPLOYEE HAS, IN THE ORDER
006590*  BANKXTRT SPLITS THE NET ACROSS THEM.
006600*-----------------------------------------------------------------
006610 5000-INQUIRE-EMPLOYEE.
006620     PERFORM 2010-GET-EMP-NO
006630         THRU 2010-EXIT
006640         UNTIL WS-EMP-NO-OK.
006650     MOVE ZERO TO WS-ACCT-FOUND-COUNT.
006660     MOVE "N" TO WS-EOF-SW.
006670     MOVE WS-EMP-NO TO DA-EMP-NO.
006680     MOVE ZERO TO DA-SEQ.
006690     START DEPOSIT-ACCOUNT-FILE
006700         KEY IS NOT LESS THAN DA-ACCT-KEY
006710         INVALID KEY
006720             SET WS-END-OF-FILE TO TRUE
006730     END-START.
006740     PERFORM 5010-SHOW-ONE-ACCOUNT
006750         THRU 5010-EXIT
006760         UNTIL WS-END-OF-FILE.
006770     IF WS-ACCT-FOUND-COUNT EQUAL ZERO
006780         DISPLAY "EMPLOYEE " WS-EMP-NO " HAS NO DEPOSIT "
006790             "ACCOUNTS - PAID TO THE BANK DETAILS ON THE MASTER."
006800     END-IF.
006810 5000-EXIT.
006820     EXIT.
006830
006840 5010-SHOW-ONE-ACCOUNT.
006850     READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
006860         AT END
006870             SET WS-END-OF-FILE TO TRUE
006880             GO TO 5010-EXIT
006890     END-READ.
006900     IF WS-DEPACCT-STATUS NOT EQUAL "00"
006910             OR DA-EMP-NO NOT EQUAL WS-EMP-NO
006920         SET WS-END-OF-FILE TO TRUE
006930         GO TO 5010-EXIT
006940     END-IF.
006950     ADD 1 TO WS-ACCT-FOUND-COUNT.
006960     PERFORM 5100-SHOW-ACCOUNT
006970         THRU 5100-EXIT.
006980 5010-EXIT.
006990     EXIT.
007000
007010 5100-SHOW-ACCOUNT.
007020     EVALUATE TRUE
007030         WHEN DA-PRENOTE-DUE
007040             MOVE "PRENOTE DUE"      TO WS-STATUS-TEXT
007050         WHEN DA-PRENOTE-SENT
007060             MOVE "PRENOTE SENT"     TO WS-STATUS-TEXT
007070         WHEN DA-LIVE
007080             MOVE "LIVE"             TO WS-STATUS-TEXT
007090         WHEN DA-RETURNED
007100             MOVE "RETURNED"         TO WS-STATUS-TEXT
007110         WHEN OTHER
007120             MOVE "UNKNOWN"          TO WS-STATUS-TEXT
007130     END-EVALUATE.
007140     DISPLAY "EMPLOYEE  : " DA-EMP-NO "  ACCOUNT SEQ " DA-SEQ.
007150     DISPLAY "  ROUTING : " DA-ROUTING "  ACCOUNT " DA-ACCOUNT.
007160     EVALUATE TRUE
007170         WHEN DA-SPLIT-FIXED
007180             MOVE DA-FIXED-AMT TO WS-AMT-DISP
007190             DISPLAY "  TAKES   : FIXED " WS-AMT-DISP
007200         WHEN DA-SPLIT-PCT
007210             MOVE DA-PCT TO WS-PCT-DISP
007220             DISPLAY "  TAKES   : " WS-PCT-DISP " PCT OF NET"
007230         WHEN OTHER
007240             DISPLAY "  TAKES   : THE REMAINDER"
007250     END-EVALUATE.
007260     DISPLAY "  STATUS  : " WS-STATUS-TEXT
007270         "  PRENOTE " DA-PRENOTE-DATE
007280         "  RETURN REASON " DA-RETURN-REASON.
007290 5100-EXIT.
007300     EXIT.
007310
007320*-----------------------------------------------------------------
007330*  6000-LIST-FILE.
007340*  ONE LISTING LINE PER ACCOUNT.
007350*-----------------------------------------------------------------
007360 6000-LIST-FILE.
007370     OPEN OUTPUT ACCOUNT-LISTING.
007380     WRITE LST-LINE FROM WS-LST-HEADING-1
007390         AFTER ADVANCING 1 LINE.
007400     WRITE LST-LINE FROM WS-LST-HEADING-2
007410         AFTER ADVANCING 2 LINES.
007420     WRITE LST-LINE FROM WS-LST-HEADING-3
007430         AFTER ADVANCING 1 LINE.
007440     PERFORM 6010-LIST-ONE-ROW
007450         THRU 6010-EXIT
007460         UNTIL WS-END-OF-FILE.
007470     WRITE LST-LINE FROM WS-LST-HEADING-3
007480         AFTER ADVANCING 1 LINE.
007490     MOVE WS-LIST-COUNT TO LST-TOTAL-COUNT.
007500     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
007510         AFTER ADVANCING 1 LINE.
007520     CLOSE ACCOUNT-LISTING.
007530     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP.
007540     STRING "DEPOSIT-ACCOUNT FILE LISTED - "
007550         WS-LIST-COUNT-DISP " ROWS"
007560         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
007570     CALL "AUDITLOG" USING
007580         BY CONTENT WS-AUDIT-PROGRAM-ID
007590         BY CONTENT WS-AUDIT-MESSAGE.
007600 6000-EXIT.
007610     EXIT.
007620
007630*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
007640*  ERROR CANNOT SPIN.
007650 6010-LIST-ONE-ROW.
007660     READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
007670         AT END
007680             SET WS-END-OF-FILE TO TRUE
007690             GO TO 6010-EXIT
007700     END-READ.
007710     IF WS-DEPACCT-STATUS NOT EQUAL "00"
007720         SET WS-END-OF-FILE TO TRUE
007730         GO TO 6010-EXIT
007740     END-IF.
007750     ADD 1 TO WS-LIST-COUNT.
007760     MOVE DA-EMP-NO       TO LST-EMP-NO.
007770     MOVE DA-SEQ          TO LST-SEQ.
007780     MOVE DA-ROUTING      TO LST-ROUTING.
007790     MOVE DA-ACCOUNT      TO LST-ACCOUNT.
007800     MOVE DA-SPLIT-TYPE   TO LST-TYPE.
007810     IF DA-SPLIT-PCT
007820         MOVE DA-PCT       TO LST-AMOUNT
007830     ELSE
007840         MOVE DA-FIXED-AMT TO LST-AMOUNT
007850     END-IF.
007860     MOVE DA-STATUS       TO LST-STATUS.
007870     MOVE DA-PRENOTE-DATE TO LST-PRENOTE-DATE.
007880     WRITE LST-LINE FROM WS-LST-DETAIL-LINE
007890         AFTER ADVANCING 1 LINE.
007900 6010-EXIT.
007910     EXIT.
007910
007910*-----------------------------------------------------------------
007910*  8000-QUEUE-CHANGE.
007910*  HANDS THE ACCOUNT IMAGES BUILT ABOVE TO THE PENDING-CHANGE
007910*  QUEUE. NOTHING IS WRITTEN TO THE DEPOSIT-ACCOUNT FILE HERE.
007910*-----------------------------------------------------------------
007910 8000-QUEUE-CHANGE.
007910     MOVE WS-EMP-NO           TO PN-EMP-NO.
007910     MOVE "D"                 TO PN-CHANGE-TYPE.
007910     MOVE WS-AUDIT-PROGRAM-ID TO PN-SOURCE-PGM.
007910     MOVE WS-OPERATOR-ID      TO PN-KEYED-BY.
007910     CALL "PENDQUE" USING
007910         BY REFERENCE PENDING-CHANGE-RECORD
007910         BY REFERENCE WS-QUEUED-SW.
007910     IF NOT WS-QUEUED
007910         DISPLAY "PENDING-CHANGE FILE NOT AVAILABLE - NO CHANGE "
007910             "MADE."
007910         GO TO 8000-EXIT
007910     END-IF.
007910     DISPLAY "BANK DETAILS QUEUED FOR APPROVAL - KEY "
007910         PN-ENTRY-DATE " " PN-ENTRY-TIME.
007910     DISPLAY "THE ACCOUNT FILE IS CHANGED ONLY WHEN A SUPERVISOR "
007910         "RELEASES IT IN CHGAPPR."
007910     MOVE SPACES TO WS-AUDIT-MESSAGE.
007910     STRING "DEPOSIT ACCOUNT " PN-ACTION " QUEUED - EMP "
007910         WS-EMP-NO " SEQ " WS-SEQ " BY " WS-OPERATOR-ID
007910         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
007910     CALL "AUDITLOG" USING
007910         BY CONTENT WS-AUDIT-PROGRAM-ID
007910         BY CONTENT WS-AUDIT-MESSAGE.
007910 8000-EXIT.
007910     EXIT.
007920
007930*-----------------------------------------------------------------
007940*  9999-TERMINATE.
007950*-----------------------------------------------------------------
007960 9999-TERMINATE.
007970     CLOSE DEPOSIT-ACCOUNT-FILE.
007980 9999-EXIT.
007990     EXIT.
