000100*****************************************************************
000110*  PROGRAM-ID.   BUDMAINT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     OPERATOR MAINTENANCE FRONT END FOR THE DEPARTMENT LABOR
000190*     BUDGET THAT BUDRPT REPORTS AGAINST, MODELED ON DPTMAINT.
000200*     SUPPORTS ADD, UPDATE, INQUIRE, AND DELETE OF ONE BUDGET ROW
000210*     PER RUN, PLUS A LISTING MODE THAT PRINTS THE WHOLE FILE.
000220*     EVERY CHANGE IS WRITTEN TO THE COMMON AUDIT TRAIL VIA
000230*     AUDITLOG.
000240*
000250*     A ROW IS KEYED BY DEPARTMENT, PAY GROUP AND PAY PERIOD END
000260*     DATE. THE DEPARTMENT MUST BE ON THE DEPARTMENT TABLE, THE
000270*     GROUP MUST BE W, B OR M, AND THE PERIOD END MUST BE ON THE
000280*     PAY CALENDAR FOR THAT GROUP, SO EVERY ROW LINES UP WITH A
000290*     PERIOD THE NIGHTLY RUN ACTUALLY PAYS. AMOUNTS ARE KEYED AS
000300*     DIGITS WITH TWO IMPLIED DECIMALS.
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY.
000330*  DATE       INIT  DESCRIPTION
000340*  ---------  ----  -----------------------------------------
000350*  10/14/26   RCA   ORIGINAL PROGRAM.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. BUDMAINT.
000390 AUTHOR. R. AKOLKAR.
000400 INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY.
000410 DATE-WRITTEN. 10/14/26.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPTBUD"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DB-BUDGET-KEY
000510         FILE STATUS IS WS-DEPTBUD-STATUS.
000520     SELECT DEPARTMENT-TABLE ASSIGN TO "DEPTTAB"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS DT-DEPT-CODE
000560         FILE STATUS IS WS-DEPTTAB-STATUS.
000570     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-PAYCAL-STATUS.
000600     SELECT BUDGET-LISTING ASSIGN TO "BUDLIST"
000610         ORGANIZATION IS SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  DEPT-BUDGET-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY DEPTBUD.
000680
000690 FD  DEPARTMENT-TABLE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY DEPTTAB.
000720
000730 FD  PAY-CALENDAR
000740     LABEL RECORDS ARE STANDARD.
000750     COPY PAYCAL.
000760
000770 FD  BUDGET-LISTING
000780     LABEL RECORDS ARE STANDARD.
000790 01  LST-LINE                    PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000830 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000840 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000850     88  WS-SIGNON-OK                        VALUE "Y".
000860 01  WS-DEPT-CODE                 PIC X(04).
000870 01  WS-PAY-GROUP                 PIC X(01).
000880     88  WS-PAY-GROUP-VALID                  VALUE "W" "B" "M".
000890 01  WS-PERIOD-END                PIC 9(08).
000900 01  WS-HEADCOUNT                 PIC 9(05).
000910 01  WS-GROSS                     PIC 9(09)V99.
000920 01  WS-BONUS                     PIC 9(07)V99.
000930
000940 01  WS-RUN-MODE                  PIC X(01) VALUE "I".
000950     88  WS-MODE-ADD                         VALUE "A" "a".
000960     88  WS-MODE-UPDATE                      VALUE "U" "u".
000970     88  WS-MODE-INQUIRE                     VALUE "I" "i".
000980     88  WS-MODE-DELETE                      VALUE "D" "d".
000990     88  WS-MODE-LIST                        VALUE "L" "l".
001000 01  WS-DEPT-OK-SW                PIC X(01) VALUE "N".
001010     88  WS-DEPT-OK                          VALUE "Y".
001020 01  WS-GROUP-OK-SW               PIC X(01) VALUE "N".
001030     88  WS-GROUP-OK                         VALUE "Y".
001040 01  WS-PERIOD-OK-SW              PIC X(01) VALUE "N".
001050     88  WS-PERIOD-OK                        VALUE "Y".
001060 01  WS-AMOUNT-OK-SW              PIC X(01) VALUE "N".
001070     88  WS-AMOUNT-OK                        VALUE "Y".
001080 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
001090     88  WS-FOUND                            VALUE "Y".
001100 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001110     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001120 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001130     88  WS-END-OF-FILE                      VALUE "Y".
001140 01  WS-CAL-EOF-SW                PIC X(01) VALUE "N".
001150     88  WS-CAL-END-OF-FILE                  VALUE "Y".
001160 01  WS-CAL-GROUP                 PIC X(01) VALUE SPACES.
001170
001180 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "BUDMAINT".
001190 01  WS-AUDIT-MESSAGE             PIC X(60).
001200 01  WS-HEADCOUNT-DISP            PIC ZZZZ9.
001210 01  WS-GROSS-DISP                PIC ZZZ,ZZZ,ZZ9.99.
001220 01  WS-BONUS-DISP                PIC Z,ZZZ,ZZ9.99.
001230
001240 01  WS-DEPTBUD-STATUS            PIC X(02) VALUE SPACES.
001250     88  WS-DEPTBUD-NOT-FOUND                VALUE "35".
001260 01  WS-DEPTTAB-STATUS            PIC X(02) VALUE SPACES.
001270 01  WS-PAYCAL-STATUS             PIC X(02) VALUE SPACES.
001280
001290 01  WS-LIST-COUNT                PIC 9(04) VALUE ZERO.
001300 01  WS-LIST-COUNT-DISP           PIC ZZZ9.
001310
001320 01  WS-LST-HEADING-1.
001330     05  FILLER                  PIC X(20)
001340         VALUE "PAYROLL SYSTEMS".
001350     05  FILLER                  PIC X(30)
001360         VALUE "DEPARTMENT LABOR BUDGET".
001370     05  FILLER                  PIC X(30) VALUE SPACES.
001380
001390 01  WS-LST-HEADING-2.
001400     05  FILLER                  PIC X(06) VALUE "DEPT".
001410     05  FILLER                  PIC X(07) VALUE "GROUP".
001420     05  FILLER                  PIC X(12) VALUE "PERIOD END".
001430     05  FILLER                  PIC X(10) VALUE "HEADCOUNT".
001440     05  FILLER                  PIC X(17)
001450         VALUE "   BUDGET GROSS".
001460     05  FILLER                  PIC X(28)
001470         VALUE "   BUDGET BONUS".
001480
001490 01  WS-LST-HEADING-3             PIC X(80) VALUE ALL "-".
001500
001510 01  WS-LST-DETAIL-LINE.
001520     05  LST-DEPT-CODE           PIC X(04).
001530     05  FILLER                  PIC X(04) VALUE SPACES.
001540     05  LST-PAY-GROUP           PIC X(01).
001550     05  FILLER                  PIC X(04) VALUE SPACES.
001560     05  LST-PERIOD-END          PIC 9(08).
001570     05  FILLER                  PIC X(07) VALUE SPACES.
001580     05  LST-HEADCOUNT           PIC ZZZZ9.
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  LST-GROSS               PIC ZZZ,ZZZ,ZZ9.99.
001610     05  FILLER                  PIC X(03) VALUE SPACES.
001620     05  LST-BONUS               PIC Z,ZZZ,ZZ9.99.
001630     05  FILLER                  PIC X(16) VALUE SPACES.
001640
001650 01  WS-LST-TOTAL-LINE.
001660     05  FILLER                  PIC X(23)
001670         VALUE "BUDGET ROWS ON FILE:   ".
001680     05  LST-TOTAL-COUNT         PIC ZZZ9.
001690     05  FILLER                  PIC X(53) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720
001730*-----------------------------------------------------------------
001740*  0000-MAINLINE.
001750*-----------------------------------------------------------------
001760 0000-MAINLINE.
001770*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
001780*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
001790     CALL "OPERSGN" USING
001800         BY REFERENCE WS-OPERATOR-ID
001810         BY REFERENCE WS-OPER-AUTH
001820         BY REFERENCE WS-SIGNON-OK-SW.
001830     IF NOT WS-SIGNON-OK
001840         DISPLAY "BUDMAINT - SIGN-ON REFUSED - NOTHING DONE."
001850         GOBACK
001860     END-IF.
001870     PERFORM 0500-GET-RUN-MODE
001880         THRU 0500-EXIT.
001890     PERFORM 1000-INITIALIZE
001900         THRU 1000-EXIT.
001910     EVALUATE TRUE
001920         WHEN WS-MODE-ADD
001930             PERFORM 2000-ADD-BUDGET
001940                 THRU 2000-EXIT
001950         WHEN WS-MODE-UPDATE
001960             PERFORM 3000-UPDATE-BUDGET
001970                 THRU 3000-EXIT
001980         WHEN WS-MODE-DELETE
001990             PERFORM 4000-DELETE-BUDGET
002000                 THRU 4000-EXIT
002010         WHEN WS-MODE-LIST
002020             PERFORM 6000-LIST-BUDGET
002030                 THRU 6000-EXIT
002040         WHEN OTHER
002050             PERFORM 5000-INQUIRE-BUDGET
002060                 THRU 5000-EXIT
002070     END-EVALUATE.
002080     PERFORM 9999-TERMINATE
002090         THRU 9999-EXIT.
002100     GOBACK.
002110
002120*-----------------------------------------------------------------
002130*  0500-GET-RUN-MODE.
002140*-----------------------------------------------------------------
002150 0500-GET-RUN-MODE.
002160     DISPLAY "ENTER MODE - A=ADD, U=UPDATE, I=INQUIRE, "
002170         "D=DELETE, L=LIST BUDGET: ".
002180     ACCEPT WS-RUN-MODE.
002190 0500-EXIT.
002200     EXIT.
002210
002220*-----------------------------------------------------------------
002230*  1000-INITIALIZE.
002240*  OPENS THE BUDGET FILE I-O. ON A BRAND-NEW INSTALLATION THE
002250*  FILE DOESN'T EXIST YET, SO A FIRST OPEN OUTPUT CREATES IT
002260*  EMPTY BEFORE THE NORMAL OPEN I-O IS TRIED AGAIN. THIS IS THE
002270*  ONLY PROGRAM THAT LEGITIMATELY CREATES A BRAND-NEW BUDGET
002280*  FILE, SO THE BOOTSTRAP LIVES HERE. THE DEPARTMENT TABLE IS
002290*  OPEN INPUT PURELY FOR THE KEY EDIT.
002300*-----------------------------------------------------------------
002310 1000-INITIALIZE.
002320     OPEN I-O DEPT-BUDGET-FILE.
002330     IF WS-DEPTBUD-NOT-FOUND
002340         OPEN OUTPUT DEPT-BUDGET-FILE
002350         CLOSE DEPT-BUDGET-FILE
002360         OPEN I-O DEPT-BUDGET-FILE
002370     END-IF.
002380     OPEN INPUT DEPARTMENT-TABLE.
002390 1000-EXIT.
002400     EXIT.
002410
002420*-----------------------------------------------------------------
002430*  2000-ADD-BUDGET.
002440*-----------------------------------------------------------------
002450 2000-ADD-BUDGET.
002460     PERFORM 2010-GET-KEY
002470         THRU 2010-EXIT.
002480     PERFORM 2050-GET-DETAILS
002490         THRU 2050-EXIT.
002500     MOVE WS-DEPT-CODE      TO DB-DEPT-CODE.
002510     MOVE WS-PAY-GROUP      TO DB-PAY-GROUP.
002520     MOVE WS-PERIOD-END     TO DB-PERIOD-END.
002530     PERFORM 2080-MOVE-DETAILS
002540         THRU 2080-EXIT.
002550     WRITE DEPT-BUDGET-RECORD
002560         INVALID KEY
002570             DISPLAY "BUDGET FOR " WS-DEPT-CODE " GROUP "
002580                 WS-PAY-GROUP " PERIOD " WS-PERIOD-END
002590                 " ALREADY ON FILE - NOT ADDED."
002600         NOT INVALID KEY
002610             MOVE DB-GROSS TO WS-GROSS-DISP
002620             STRING "BUDGET ADDED - " DB-DEPT-CODE " "
002630                 DB-PAY-GROUP " " DB-PERIOD-END " "
002640                 WS-GROSS-DISP " BY " WS-OPERATOR-ID
002650                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002660             CALL "AUDITLOG" USING
002670                 BY CONTENT WS-AUDIT-PROGRAM-ID
002680                 BY CONTENT WS-AUDIT-MESSAGE
002690     END-WRITE.
002700 2000-EXIT.
002710     EXIT.
002720
002730*-----------------------------------------------------------------
002740*  2010-GET-KEY.
002750*  ACCEPTS THE THREE PARTS OF THE KEY, EACH RE-PROMPTED UNTIL IT
002760*  PASSES ITS EDIT. THE PERIOD IS ASKED FOR LAST BECAUSE IT IS
002770*  CHECKED AGAINST THE CALENDAR FOR THE GROUP JUST KEYED.
002780*-----------------------------------------------------------------
002790 2010-GET-KEY.
002800     MOVE "N" TO WS-DEPT-OK-SW.
002810     PERFORM 2020-GET-DEPT
002820         THRU 2020-EXIT
002830         UNTIL WS-DEPT-OK.
002840     MOVE "N" TO WS-GROUP-OK-SW.
002850     PERFORM 2030-GET-GROUP
002860         THRU 2030-EXIT
002870         UNTIL WS-GROUP-OK.
002880     MOVE "N" TO WS-PERIOD-OK-SW.
002890     PERFORM 2040-GET-PERIOD
002900         THRU 2040-EXIT
002910         UNTIL WS-PERIOD-OK.
002920 2010-EXIT.
002930     EXIT.
002940
002950*  THE DEPARTMENT MUST ALREADY BE ON THE DEPARTMENT TABLE.
002960 2020-GET-DEPT.
002970     DISPLAY "ENTER DEPARTMENT CODE (MAX 4 CHARACTERS): ".
002980     ACCEPT WS-DEPT-CODE.
002990     IF WS-DEPT-CODE EQUAL SPACES
003000         DISPLAY "INVALID DEPARTMENT - MUST NOT BE BLANK. "
003010             "PLEASE RE-ENTER."
003020         GO TO 2020-EXIT
003030     END-IF.
003040     MOVE WS-DEPT-CODE TO DT-DEPT-CODE.
003050     READ DEPARTMENT-TABLE
003060         INVALID KEY
003070             DISPLAY "DEPARTMENT " WS-DEPT-CODE " IS NOT ON THE "
003080                 "DEPARTMENT TABLE. PLEASE RE-ENTER."
003090         NOT INVALID KEY
003100             SET WS-DEPT-OK TO TRUE
003110     END-READ.
003120 2020-EXIT.
003130     EXIT.
003140
003150 2030-GET-GROUP.
003160     DISPLAY "ENTER PAY GROUP - W=WEEKLY, B=BIWEEKLY, "
003170         "M=MONTHLY: ".
003180     ACCEPT WS-PAY-GROUP.
003190     IF WS-PAY-GROUP-VALID
003200         SET WS-GROUP-OK TO TRUE
003210     ELSE
003220         DISPLAY "INVALID PAY GROUP - MUST BE W, B OR M. "
003230             "PLEASE RE-ENTER."
003240     END-IF.
003250 2030-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------------
003290*  2040-GET-PERIOD.
003300*  THE PERIOD END MUST BE THE END DATE OF A PAY-CALENDAR ROW FOR
003310*  THE GROUP - A BLANK CALENDAR GROUP IS MONTHLY, AS EVERYWHERE
003320*  ELSE. THE CALENDAR IS SCANNED FROM THE TOP FOR EACH TRY.
003330*-----------------------------------------------------------------
003340 2040-GET-PERIOD.
003350     DISPLAY "ENTER PAY PERIOD END DATE (CCYYMMDD): ".
003360     ACCEPT WS-PERIOD-END.
003370     IF WS-PERIOD-END IS NOT NUMERIC
003380             OR WS-PERIOD-END EQUAL ZERO
003390         DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD. "
003400             "PLEASE RE-ENTER."
003410         GO TO 2040-EXIT
003420     END-IF.
003430     OPEN INPUT PAY-CALENDAR.
003440     IF WS-PAYCAL-STATUS NOT EQUAL "00"
003450         DISPLAY "BUDMAINT - PAY CALENDAR NOT AVAILABLE - "
003460             "PERIOD CANNOT BE CHECKED. PLEASE RE-ENTER."
003470         GO TO 2040-EXIT
003480     END-IF.
003490     MOVE "N" TO WS-CAL-EOF-SW.
003500     PERFORM 2045-MATCH-ONE-PERIOD
003510         THRU 2045-EXIT
003520         UNTIL WS-CAL-END-OF-FILE
003530             OR WS-PERIOD-OK.
003540     CLOSE PAY-CALENDAR.
003550     IF NOT WS-PERIOD-OK
003560         DISPLAY "NO PAY-CALENDAR PERIOD FOR GROUP " WS-PAY-GROUP
003570             " ENDS ON " WS-PERIOD-END ". PLEASE RE-ENTER."
003580     END-IF.
003590 2040-EXIT.
003600     EXIT.
003610
003620*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
003630*  ERROR CANNOT SPIN.
003640 2045-MATCH-ONE-PERIOD.
003650     READ PAY-CALENDAR
003660         AT END
003670             SET WS-CAL-END-OF-FILE TO TRUE
003680             GO TO 2045-EXIT
003690     END-READ.
003700     IF WS-PAYCAL-STATUS NOT EQUAL "00"
003710         SET WS-CAL-END-OF-FILE TO TRUE
003720         GO TO 2045-EXIT
003730     END-IF.
003740     MOVE PC-PAY-GROUP TO WS-CAL-GROUP.
003750     IF PC-PAY-GROUP EQUAL SPACE
003760         MOVE "M" TO WS-CAL-GROUP
003770     END-IF.
003780     IF WS-CAL-GROUP EQUAL WS-PAY-GROUP
003790             AND PC-PERIOD-END EQUAL WS-PERIOD-END
003800         SET WS-PERIOD-OK TO TRUE
003810     END-IF.
003820 2045-EXIT.
003830     EXIT.
003840
003850*-----------------------------------------------------------------
003860*  2050-GET-DETAILS.
003870*  CAPTURES EVERYTHING BUT THE KEY FOR AN ADD OR AN UPDATE.
003880*-----------------------------------------------------------------
003890 2050-GET-DETAILS.
003900     MOVE "N" TO WS-AMOUNT-OK-SW.
003910     PERFORM 2060-GET-HEADCOUNT
003920         THRU 2060-EXIT
003930         UNTIL WS-AMOUNT-OK.
003940     MOVE "N" TO WS-AMOUNT-OK-SW.
003950     PERFORM 2065-GET-GROSS
003960         THRU 2065-EXIT
003970         UNTIL WS-AMOUNT-OK.
003980     MOVE "N" TO WS-AMOUNT-OK-SW.
003990     PERFORM 2070-GET-BONUS
004000         THRU 2070-EXIT
004010         UNTIL WS-AMOUNT-OK.
004020 2050-EXIT.
004030     EXIT.
004040
004050 2060-GET-HEADCOUNT.
004060     DISPLAY "ENTER BUDGETED HEADCOUNT (5 DIGITS): ".
004070     ACCEPT WS-HEADCOUNT.
004080     IF WS-HEADCOUNT IS NUMERIC
004090         SET WS-AMOUNT-OK TO TRUE
004100     ELSE
004110         DISPLAY "INVALID HEADCOUNT - MUST BE NUMERIC. "
004120             "PLEASE RE-ENTER."
004130     END-IF.
004140 2060-EXIT.
004150     EXIT.
004160
004170 2065-GET-GROSS.
004180     DISPLAY "ENTER BUDGETED GROSS AS 11 DIGITS, 2 IMPLIED "
004190         "DECIMALS: ".
004200     ACCEPT WS-GROSS.
004210     IF WS-GROSS IS NUMERIC
004220         SET WS-AMOUNT-OK TO TRUE
004230     ELSE
004240         DISPLAY "INVALID GROSS - MUST BE NUMERIC. "
004250             "PLEASE RE-ENTER."
004260     END-IF.
004270 2065-EXIT.
004280     EXIT.
004290
004300 2070-GET-BONUS.
004310     DISPLAY "ENTER BUDGETED BONUS AS 9 DIGITS, 2 IMPLIED "
004320         "DECIMALS: ".
004330     ACCEPT WS-BONUS.
004340     IF WS-BONUS IS NUMERIC
004350         SET WS-AMOUNT-OK TO TRUE
004360     ELSE
004370         DISPLAY "INVALID BONUS - MUST BE NUMERIC. "
004380             "PLEASE RE-ENTER."
004390     END-IF.
004400 2070-EXIT.
004410     EXIT.
004420
004430 2080-MOVE-DETAILS.
004440     MOVE WS-HEADCOUNT      TO DB-HEADCOUNT.
004450     MOVE WS-GROSS          TO DB-GROSS.
004460     MOVE WS-BONUS          TO DB-BONUS.
004470 2080-EXIT.
004480     EXIT.
004490
004500*-----------------------------------------------------------------
004510*  3000-UPDATE-BUDGET.
004520*  LOOKS UP AN EXISTING ROW, SHOWS IT, CAPTURES THE NEW FIGURES,
004530*  AND REWRITES THE RECORD IN PLACE.
004540*-----------------------------------------------------------------
004550 3000-UPDATE-BUDGET.
004560     PERFORM 2010-GET-KEY
004570         THRU 2010-EXIT.
004580     PERFORM 3010-FIND-BUDGET
004590         THRU 3010-EXIT.
004600     IF WS-FOUND
004610         PERFORM 5100-SHOW-BUDGET
004620             THRU 5100-EXIT
004630         PERFORM 2050-GET-DETAILS
004640             THRU 2050-EXIT
004650         PERFORM 2080-MOVE-DETAILS
004660             THRU 2080-EXIT
004670         REWRITE DEPT-BUDGET-RECORD
004680         MOVE DB-GROSS TO WS-GROSS-DISP
004690         STRING "BUDGET UPDATED - " DB-DEPT-CODE " "
004700             DB-PAY-GROUP " " DB-PERIOD-END " "
004710             WS-GROSS-DISP " BY " WS-OPERATOR-ID
004720             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
004730         CALL "AUDITLOG" USING
004740             BY CONTENT WS-AUDIT-PROGRAM-ID
004750             BY CONTENT WS-AUDIT-MESSAGE
004760     ELSE
004770         DISPLAY "BUDGET ROW NOT FOUND - NO UPDATE MADE."
004780     END-IF.
004790 3000-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------------
004830*  3010-FIND-BUDGET.
004840*  READS THE FILE DIRECTLY BY THE KEY ENTERED ABOVE. ON A MATCH
004850*  THE RECORD IS POSITIONED FOR A REWRITE OR DELETE.
004860*-----------------------------------------------------------------
004870 3010-FIND-BUDGET.
004880     MOVE "N" TO WS-FOUND-SW.
004890     MOVE WS-DEPT-CODE  TO DB-DEPT-CODE.
004900     MOVE WS-PAY-GROUP  TO DB-PAY-GROUP.
004910     MOVE WS-PERIOD-END TO DB-PERIOD-END.
004920     READ DEPT-BUDGET-FILE
004930         INVALID KEY
004940             CONTINUE
004950         NOT INVALID KEY
004960             SET WS-FOUND TO TRUE
004970     END-READ.
004980 3010-EXIT.
004990     EXIT.
005000
005010*-----------------------------------------------------------------
005020*  4000-DELETE-BUDGET.
005030*  LOOKS UP AN EXISTING ROW, SHOWS IT, AND DELETES IT AFTER THE
005040*  OPERATOR CONFIRMS.
005050*-----------------------------------------------------------------
005060 4000-DELETE-BUDGET.
005070     PERFORM 2010-GET-KEY
005080         THRU 2010-EXIT.
005090     PERFORM 3010-FIND-BUDGET
005100         THRU 3010-EXIT.
005110     IF WS-FOUND
005120         PERFORM 5100-SHOW-BUDGET
005130             THRU 5100-EXIT
005140         DISPLAY "DELETE THIS BUDGET ROW? (Y/N): "
005150         ACCEPT WS-CONFIRM-ANS
005160         IF WS-CONFIRM-YES
005170             DELETE DEPT-BUDGET-FILE
005180             STRING "BUDGET DELETED - " WS-DEPT-CODE " "
005190                 WS-PAY-GROUP " " WS-PERIOD-END
005200                 " BY " WS-OPERATOR-ID
005210                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
005220             CALL "AUDITLOG" USING
005230                 BY CONTENT WS-AUDIT-PROGRAM-ID
005240                 BY CONTENT WS-AUDIT-MESSAGE
005250         ELSE
005260             DISPLAY "DELETE NOT CONFIRMED - NO CHANGE MADE."
005270         END-IF
005280     ELSE
005290         DISPLAY "BUDGET ROW NOT FOUND - NO DELETE MADE."
005300     END-IF.
005310 4000-EXIT.
005320     EXIT.
005330
005340*-----------------------------------------------------------------
005350*  5000-INQUIRE-BUDGET.
005360*-----------------------------------------------------------------
005370 5000-INQUIRE-BUDGET.
005380     PERFORM 2010-GET-KEY
005390         THRU 2010-EXIT.
005400     PERFORM 3010-FIND-BUDGET
005410         THRU 3010-EXIT.
005420     IF WS-FOUND
005430         PERFORM 5100-SHOW-BUDGET
005440             THRU 5100-EXIT
005450     ELSE
005460         DISPLAY "BUDGET ROW NOT FOUND."
005470     END-IF.
005480 5000-EXIT.
005490     EXIT.
005500
005510 5100-SHOW-BUDGET.
005520     MOVE DB-HEADCOUNT TO WS-HEADCOUNT-DISP.
005530     DISPLAY "HEADCOUNT   : " WS-HEADCOUNT-DISP.
005540     MOVE DB-GROSS TO WS-GROSS-DISP.
005550     DISPLAY "GROSS       : " WS-GROSS-DISP.
005560     MOVE DB-BONUS TO WS-BONUS-DISP.
005570     DISPLAY "BONUS       : " WS-BONUS-DISP.
005580 5100-EXIT.
005590     EXIT.
005600
005610*-----------------------------------------------------------------
005620*  6000-LIST-BUDGET.
005630*  PRINTS EVERY ROW ON THE FILE IN KEY ORDER TO THE LISTING FILE
005640*  WITH A COUNT AT THE END.
005650*-----------------------------------------------------------------
005660 6000-LIST-BUDGET.
005670     OPEN OUTPUT BUDGET-LISTING.
005680     WRITE LST-LINE FROM WS-LST-HEADING-1
005690         AFTER ADVANCING 1 LINE.
005700     WRITE LST-LINE FROM WS-LST-HEADING-2
005710         AFTER ADVANCING 2 LINES.
005720     WRITE LST-LINE FROM WS-LST-HEADING-3
005730         AFTER ADVANCING 1 LINE.
005740     PERFORM 6010-LIST-ONE-ROW
005750         THRU 6010-EXIT
005760         UNTIL WS-END-OF-FILE.
005770     WRITE LST-LINE FROM WS-LST-HEADING-3
005780         AFTER ADVANCING 1 LINE.
005790     MOVE WS-LIST-COUNT TO LST-TOTAL-COUNT.
005800     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
005810         AFTER ADVANCING 1 LINE.
005820     CLOSE BUDGET-LISTING.
005830     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP.
005840     STRING "DEPARTMENT BUDGET LISTED - " WS-LIST-COUNT-DISP
005850         " ROWS"
005860         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005870     CALL "AUDITLOG" USING
005880         BY CONTENT WS-AUDIT-PROGRAM-ID
005890         BY CONTENT WS-AUDIT-MESSAGE.
005900 6000-EXIT.
005910     EXIT.
005920
005930*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005940*  ERROR CANNOT SPIN.
005950 6010-LIST-ONE-ROW.
005960     READ DEPT-BUDGET-FILE NEXT RECORD
005970         AT END
005980             SET WS-END-OF-FILE TO TRUE
005990         NOT AT END
006000             MOVE DB-DEPT-CODE     TO LST-DEPT-CODE
006010             MOVE DB-PAY-GROUP     TO LST-PAY-GROUP
006020             MOVE DB-PERIOD-END    TO LST-PERIOD-END
006030             MOVE DB-HEADCOUNT     TO LST-HEADCOUNT
006040             MOVE DB-GROSS         TO LST-GROSS
006050             MOVE DB-BONUS         TO LST-BONUS
006060             WRITE LST-LINE FROM WS-LST-DETAIL-LINE
006070                 AFTER ADVANCING 1 LINE
006080             ADD 1 TO WS-LIST-COUNT
006090     END-READ.
006100     IF WS-DEPTBUD-STATUS NOT EQUAL "00"
006110         SET WS-END-OF-FILE TO TRUE
006120     END-IF.
006130 6010-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------------
006170*  9999-TERMINATE.
006180*-----------------------------------------------------------------
006190 9999-TERMINATE.
006200     CLOSE DEPARTMENT-TABLE.
006210     CLOSE DEPT-BUDGET-FILE.
006220 9999-EXIT.
006230     EXIT.
