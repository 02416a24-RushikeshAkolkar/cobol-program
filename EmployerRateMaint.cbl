000100*****************************************************************
000110*  PROGRAM-ID.   ERMAINT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     OPERATOR MAINTENANCE FRONT END FOR THE EMPLOYER-RATE TABLE
000190*     THE EMPLOYER-COST STEP (EMPLRCST) READS ON EVERY RUN,
000200*     MODELED ON TAXMAINT. SUPPORTS ADD, UPDATE, INQUIRE, AND
000210*     DELETE OF ONE RATE ROW PER RUN, PLUS A LISTING MODE THAT
000220*     PRINTS THE WHOLE TABLE SO THE RATES CAN BE VERIFIED BEFORE
000230*     A NIGHTLY RUN. EVERY CHANGE IS WRITTEN TO THE COMMON AUDIT
000240*     TRAIL VIA AUDITLOG.
000250*
000260*     A ROW IS KEYED BY ITS TYPE (T = EMPLOYER TAX AGAINST GROSS,
000270*     M = EMPLOYER MATCH AGAINST AN ELECTION) AND A FOUR-CHARACTER
000280*     CODE - FOR A MATCH ROW THE CODE MUST BE THE ELECTION'S
000290*     DEDUCTION CODE. THE RATE IS KEYED AS FIVE DIGITS WITH FOUR
000300*     IMPLIED DECIMALS (00765 MEANS .0765, 10000 MEANS 1.0000).
000310*     A TAX RATE ABOVE .5000 OR A MATCH RATE ABOVE 2.0000 IS
000320*     TAKEN AS A KEYING ERROR. THE PER-RUN MAXIMUM IS KEYED AS
000330*     SEVEN DIGITS WITH AN IMPLIED DECIMAL, ZERO FOR NO MAXIMUM.
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY.
000360*  DATE       INIT  DESCRIPTION
000370*  ---------  ----  -----------------------------------------
000380*  10/14/26   RCA   ORIGINAL PROGRAM.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. ERMAINT.
000420 AUTHOR. R. AKOLKAR.
000430 INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY.
000440 DATE-WRITTEN. 10/14/26.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT EMPLOYER-RATE-TABLE ASSIGN TO "ERRATE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ER-RATE-KEY
000540         FILE STATUS IS WS-ERRATE-STATUS.
000550     SELECT RATE-LISTING ASSIGN TO "ERLIST"
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EMPLOYER-RATE-TABLE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY ERRATE.
000630
000640 FD  RATE-LISTING
000650     LABEL RECORDS ARE STANDARD.
000660 01  LST-LINE                    PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000700 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000710 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000720     88  WS-SIGNON-OK                        VALUE "Y".
000730 01  WS-RATE-TYPE                 PIC X(01).
000740     88  WS-RATE-TYPE-VALID                  VALUE "T" "M".
000750     88  WS-RATE-TYPE-TAX                    VALUE "T".
000760 01  WS-RATE-CODE                 PIC X(04).
000770 01  WS-DESCRIPTION               PIC X(20).
000780 01  WS-RATE                      PIC 9V9999.
000790 01  WS-MAX-AMOUNT                PIC 9(05)V99.
000800 01  WS-START-DATE                PIC 9(08).
000810 01  WS-STOP-DATE                 PIC 9(08).
000820
000830 01  WS-RUN-MODE                  PIC X(01) VALUE "I".
000840     88  WS-MODE-ADD                         VALUE "A" "a".
000850     88  WS-MODE-UPDATE                      VALUE "U" "u".
000860     88  WS-MODE-INQUIRE                     VALUE "I" "i".
000870     88  WS-MODE-DELETE                      VALUE "D" "d".
000880     88  WS-MODE-LIST                        VALUE "L" "l".
000890 01  WS-KEY-OK-SW                 PIC X(01) VALUE "N".
000900     88  WS-KEY-OK                           VALUE "Y".
000910 01  WS-RATE-OK-SW                PIC X(01) VALUE "N".
000920     88  WS-RATE-OK                          VALUE "Y".
000930 01  WS-MAX-OK-SW                 PIC X(01) VALUE "N".
000940     88  WS-MAX-OK                           VALUE "Y".
000950 01  WS-START-OK-SW               PIC X(01) VALUE "N".
000960     88  WS-START-OK                         VALUE "Y".
000970 01  WS-STOP-OK-SW                PIC X(01) VALUE "N".
000980     88  WS-STOP-OK                          VALUE "Y".
000990 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
001000     88  WS-FOUND                            VALUE "Y".
001010 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001020     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001030 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001040     88  WS-END-OF-FILE                      VALUE "Y".
001050
001060 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "ERMAINT".
001070 01  WS-AUDIT-MESSAGE             PIC X(60).
001080 01  WS-RATE-DISP                 PIC 9.9999.
001090 01  WS-AMT-DISP                  PIC ZZ,ZZ9.99.
001100
001110 01  WS-ERRATE-STATUS             PIC X(02) VALUE SPACES.
001120     88  WS-ERRATE-NOT-FOUND                 VALUE "35".
001130
001140 01  WS-LIST-COUNT                PIC 9(04) VALUE ZERO.
001150 01  WS-LIST-COUNT-DISP           PIC ZZZ9.
001160
001170 01  WS-LST-HEADING-1.
001180     05  FILLER                  PIC X(20)
001190         VALUE "PAYROLL SYSTEMS".
001200     05  FILLER                  PIC X(30)
001210         VALUE "EMPLOYER RATE TABLE LISTING".
001220     05  FILLER                  PIC X(30) VALUE SPACES.
001230
001240 01  WS-LST-HEADING-2.
001250     05  FILLER                  PIC X(05) VALUE "TYPE".
001260     05  FILLER                  PIC X(06) VALUE "CODE".
001270     05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
001280     05  FILLER                  PIC X(09) VALUE "RATE".
001290     05  FILLER                  PIC X(12) VALUE "MAXIMUM".
001300     05  FILLER                  PIC X(10) VALUE "START".
001310     05  FILLER                  PIC X(16) VALUE "STOP".
001320
001330 01  WS-LST-HEADING-3             PIC X(80) VALUE ALL "-".
001340
001350 01  WS-LST-DETAIL-LINE.
001360     05  FILLER                  PIC X(01) VALUE SPACES.
001370     05  LST-RATE-TYPE           PIC X(01).
001380     05  FILLER                  PIC X(03) VALUE SPACES.
001390     05  LST-RATE-CODE           PIC X(04).
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  LST-DESCRIPTION         PIC X(20).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  LST-RATE                PIC 9.9999.
001440     05  FILLER                  PIC X(03) VALUE SPACES.
001450     05  LST-MAX-AMOUNT          PIC ZZ,ZZ9.99.
001460     05  FILLER                  PIC X(03) VALUE SPACES.
001470     05  LST-START-DATE          PIC 9(08).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  LST-STOP-DATE           PIC 9(08).
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510
001520 01  WS-LST-TOTAL-LINE.
001530     05  FILLER                  PIC X(23)
001540         VALUE "RATE ROWS ON TABLE:    ".
001550     05  LST-TOTAL-COUNT         PIC ZZZ9.
001560     05  FILLER                  PIC X(53) VALUE SPACES.
001570
001580 PROCEDURE DIVISION.
001590
001600*-----------------------------------------------------------------
001610*  0000-MAINLINE.
001620*-----------------------------------------------------------------
001630 0000-MAINLINE.
001640*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
001650*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
001660     CALL "OPERSGN" USING
001670         BY REFERENCE WS-OPERATOR-ID
001680         BY REFERENCE WS-OPER-AUTH
001690         BY REFERENCE WS-SIGNON-OK-SW.
001700     IF NOT WS-SIGNON-OK
001710         DISPLAY "ERMAINT - SIGN-ON REFUSED - NOTHING DONE."
001720         GOBACK
001730     END-IF.
001740     PERFORM 0500-GET-RUN-MODE
001750         THRU 0500-EXIT.
001760     PERFORM 1000-INITIALIZE
001770         THRU 1000-EXIT.
001780     EVALUATE TRUE
001790         WHEN WS-MODE-ADD
001800             PERFORM 2000-ADD-RATE
001810                 THRU 2000-EXIT
001820         WHEN WS-MODE-UPDATE
001830             PERFORM 3000-UPDATE-RATE
001840                 THRU 3000-EXIT
001850         WHEN WS-MODE-DELETE
001860             PERFORM 4000-DELETE-RATE
001870                 THRU 4000-EXIT
001880         WHEN WS-MODE-LIST
001890             PERFORM 6000-LIST-TABLE
001900                 THRU 6000-EXIT
001910         WHEN OTHER
001920             PERFORM 5000-INQUIRE-RATE
001930                 THRU 5000-EXIT
001940     END-EVALUATE.
001950     PERFORM 9999-TERMINATE
001960         THRU 9999-EXIT.
001970     GOBACK.
001980
001990*-----------------------------------------------------------------
002000*  0500-GET-RUN-MODE.
002010*-----------------------------------------------------------------
002020 0500-GET-RUN-MODE.
002030     DISPLAY "ENTER MODE - A=ADD, U=UPDATE, I=INQUIRE, "
002040         "D=DELETE, L=LIST TABLE: ".
002050     ACCEPT WS-RUN-MODE.
002060 0500-EXIT.
002070     EXIT.
002080
002090*-----------------------------------------------------------------
002100*  1000-INITIALIZE.
002110*  OPENS THE TABLE I-O. ON A BRAND-NEW INSTALLATION THE FILE
002120*  DOESN'T EXIST YET, SO A FIRST OPEN OUTPUT CREATES IT EMPTY
002130*  BEFORE THE NORMAL OPEN I-O IS TRIED AGAIN. THIS IS THE ONLY
002140*  PROGRAM THAT LEGITIMATELY CREATES A BRAND-NEW RATE TABLE, SO
002150*  THE BOOTSTRAP LIVES HERE.
002160*-----------------------------------------------------------------
002170 1000-INITIALIZE.
002180     OPEN I-O EMPLOYER-RATE-TABLE.
002190     IF WS-ERRATE-NOT-FOUND
002200         OPEN OUTPUT EMPLOYER-RATE-TABLE
002210         CLOSE EMPLOYER-RATE-TABLE
002220         OPEN I-O EMPLOYER-RATE-TABLE
002230     END-IF.
002240 1000-EXIT.
002250     EXIT.
002260
002270*-----------------------------------------------------------------
002280*  2000-ADD-RATE.
002290*-----------------------------------------------------------------
002300 2000-ADD-RATE.
002310     PERFORM 2010-GET-KEY
002320         THRU 2010-EXIT
002330         UNTIL WS-KEY-OK.
002340     PERFORM 2020-GET-DETAILS
002350         THRU 2020-EXIT.
002360     MOVE WS-RATE-TYPE      TO ER-RATE-TYPE.
002370     MOVE WS-RATE-CODE      TO ER-CODE.
002380     PERFORM 2080-MOVE-DETAILS
002390         THRU 2080-EXIT.
002400     WRITE EMPLOYER-RATE-RECORD
002410         INVALID KEY
002420             DISPLAY "RATE " WS-RATE-TYPE "/" WS-RATE-CODE
002430                 " ALREADY ON TABLE - NOT ADDED."
002440         NOT INVALID KEY
002450             MOVE ER-RATE TO WS-RATE-DISP
002460             STRING "EMPLOYER RATE ADDED - " ER-RATE-TYPE "/"
002470                 ER-CODE " RATE " WS-RATE-DISP
002480                 " BY " WS-OPERATOR-ID
002490                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002500             CALL "AUDITLOG" USING
002510                 BY CONTENT WS-AUDIT-PROGRAM-ID
002520                 BY CONTENT WS-AUDIT-MESSAGE
002530     END-WRITE.
002540 2000-EXIT.
002550     EXIT.
002560
002570*-----------------------------------------------------------------
002580*  2010-GET-KEY.
002590*  ACCEPTS THE RATE TYPE AND CODE AND RE-PROMPTS UNTIL THE TYPE
002600*  IS T OR M AND THE CODE IS NOT BLANK.
002610*-----------------------------------------------------------------
002620 2010-GET-KEY.
002630     DISPLAY "ENTER RATE TYPE - T=EMPLOYER TAX, M=BENEFIT "
002640         "MATCH: ".
002650     ACCEPT WS-RATE-TYPE.
002660     DISPLAY "ENTER CODE (TAX NAME, OR THE ELECTION'S "
002670         "DEDUCTION CODE FOR A MATCH): ".
002680     ACCEPT WS-RATE-CODE.
002690     IF WS-RATE-TYPE-VALID AND WS-RATE-CODE NOT EQUAL SPACES
002700         SET WS-KEY-OK TO TRUE
002710     ELSE
002720         DISPLAY "INVALID KEY - TYPE MUST BE T OR M AND THE "
002730             "CODE NOT BLANK. PLEASE RE-ENTER."
002740     END-IF.
002750 2010-EXIT.
002760     EXIT.
002770
002780*-----------------------------------------------------------------
002790*  2020-GET-DETAILS.
002800*  CAPTURES EVERYTHING BUT THE KEY FOR AN ADD OR AN UPDATE.
002810*-----------------------------------------------------------------
002820 2020-GET-DETAILS.
002830     DISPLAY "ENTER DESCRIPTION: ".
002840     ACCEPT WS-DESCRIPTION.
002850     MOVE "N" TO WS-RATE-OK-SW.
002860     PERFORM 2030-GET-RATE
002870         THRU 2030-EXIT
002880         UNTIL WS-RATE-OK.
002890     MOVE "N" TO WS-MAX-OK-SW.
002900     PERFORM 2040-GET-MAXIMUM
002910         THRU 2040-EXIT
002920         UNTIL WS-MAX-OK.
002930     MOVE "N" TO WS-START-OK-SW.
002940     PERFORM 2050-GET-START-DATE
002950         THRU 2050-EXIT
002960         UNTIL WS-START-OK.
002970     MOVE "N" TO WS-STOP-OK-SW.
002980     PERFORM 2060-GET-STOP-DATE
002990         THRU 2060-EXIT
003000         UNTIL WS-STOP-OK.
003010 2020-EXIT.
003020     EXIT.
003030
003040*-----------------------------------------------------------------
003050*  2030-GET-RATE.
003060*  FIVE DIGITS, FOUR IMPLIED DECIMALS. NOT MORE THAN .5000 FOR A
003070*  TAX ROW OR 2.0000 FOR A MATCH ROW.
003080*-----------------------------------------------------------------
003090 2030-GET-RATE.
003100     DISPLAY "ENTER RATE AS 5 DIGITS, 4 IMPLIED DECIMALS "
003110         "(00765 = .0765, 10000 = 1.0000): ".
003120     ACCEPT WS-RATE.
003130     IF WS-RATE IS NOT NUMERIC
003140         DISPLAY "INVALID RATE - MUST BE NUMERIC. "
003150             "PLEASE RE-ENTER."
003160         GO TO 2030-EXIT
003170     END-IF.
003180     IF WS-RATE-TYPE-TAX AND WS-RATE GREATER THAN .5000
003190         DISPLAY "INVALID RATE - A TAX RATE MAY NOT BE MORE "
003200             "THAN .5000. PLEASE RE-ENTER."
003210         GO TO 2030-EXIT
003220     END-IF.
003230     IF WS-RATE GREATER THAN 2.0000
003240         DISPLAY "INVALID RATE - A MATCH RATE MAY NOT BE MORE "
003250             "THAN 2.0000. PLEASE RE-ENTER."
003260         GO TO 2030-EXIT
003270     END-IF.
003280     SET WS-RATE-OK TO TRUE.
003290 2030-EXIT.
003300     EXIT.
003310
003320 2040-GET-MAXIMUM.
003330     DISPLAY "ENTER PER-RUN MAXIMUM AS 7 DIGITS, IMPLIED "
003340         "DECIMAL (0000000 = NO MAXIMUM): ".
003350     ACCEPT WS-MAX-AMOUNT.
003360     IF WS-MAX-AMOUNT IS NUMERIC
003370         SET WS-MAX-OK TO TRUE
003380     ELSE
003390         DISPLAY "INVALID MAXIMUM - MUST BE NUMERIC. "
003400             "PLEASE RE-ENTER."
003410     END-IF.
003420 2040-EXIT.
003430     EXIT.
003440
003450 2050-GET-START-DATE.
003460     DISPLAY "ENTER START DATE (CCYYMMDD): ".
003470     ACCEPT WS-START-DATE.
003480     IF WS-START-DATE IS NUMERIC AND WS-START-DATE GREATER THAN
003490             ZERO
003500         SET WS-START-OK TO TRUE
003510     ELSE
003520         DISPLAY "INVALID START DATE - MUST BE CCYYMMDD. "
003530             "PLEASE RE-ENTER."
003540     END-IF.
003550 2050-EXIT.
003560     EXIT.
003570
003580 2060-GET-STOP-DATE.
003590     DISPLAY "ENTER STOP DATE (CCYYMMDD, 99999999 IF "
003600         "OPEN-ENDED): ".
003610     ACCEPT WS-STOP-DATE.
003620     IF WS-STOP-DATE IS NUMERIC
003630             AND WS-STOP-DATE NOT LESS THAN WS-START-DATE
003640         SET WS-STOP-OK TO TRUE
003650     ELSE
003660         DISPLAY "INVALID STOP DATE - MUST BE CCYYMMDD AND NOT "
003670             "BEFORE THE START DATE. PLEASE RE-ENTER."
003680     END-IF.
003690 2060-EXIT.
003700     EXIT.
003710
003720 2080-MOVE-DETAILS.
003730     MOVE WS-DESCRIPTION    TO ER-DESCRIPTION.
003740     MOVE WS-RATE           TO ER-RATE.
003750     MOVE WS-MAX-AMOUNT     TO ER-MAX-AMOUNT.
003760     MOVE WS-START-DATE     TO ER-START-DATE.
003770     MOVE WS-STOP-DATE      TO ER-STOP-DATE.
003780 2080-EXIT.
003790     EXIT.
003800
003810*-----------------------------------------------------------------
003820*  3000-UPDATE-RATE.
003830*  LOOKS UP AN EXISTING ROW BY ITS KEY, SHOWS IT, CAPTURES THE
003840*  NEW DETAILS, AND REWRITES THE RECORD IN PLACE.
003850*-----------------------------------------------------------------
003860 3000-UPDATE-RATE.
003870     PERFORM 2010-GET-KEY
003880         THRU 2010-EXIT
003890         UNTIL WS-KEY-OK.
003900     PERFORM 3010-FIND-RATE
003910         THRU 3010-EXIT.
003920     IF WS-FOUND
003930         PERFORM 5100-SHOW-RATE
003940             THRU 5100-EXIT
003950         PERFORM 2020-GET-DETAILS
003960             THRU 2020-EXIT
003970         PERFORM 2080-MOVE-DETAILS
003980             THRU 2080-EXIT
003990         REWRITE EMPLOYER-RATE-RECORD
004000         MOVE ER-RATE TO WS-RATE-DISP
004010         STRING "EMPLOYER RATE UPDATED - " ER-RATE-TYPE "/"
004020             ER-CODE " RATE " WS-RATE-DISP
004030             " BY " WS-OPERATOR-ID
004040             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
004050         CALL "AUDITLOG" USING
004060             BY CONTENT WS-AUDIT-PROGRAM-ID
004070             BY CONTENT WS-AUDIT-MESSAGE
004080     ELSE
004090         DISPLAY "RATE NOT FOUND ON TABLE - NO UPDATE MADE."
004100     END-IF.
004110 3000-EXIT.
004120     EXIT.
004130
004140*-----------------------------------------------------------------
004150*  3010-FIND-RATE.
004160*  READS THE TABLE DIRECTLY BY THE KEY ENTERED ABOVE. ON A MATCH
004170*  THE RECORD IS POSITIONED FOR A REWRITE OR DELETE.
004180*-----------------------------------------------------------------
004190 3010-FIND-RATE.
004200     MOVE "N" TO WS-FOUND-SW.
004210     MOVE WS-RATE-TYPE TO ER-RATE-TYPE.
004220     MOVE WS-RATE-CODE TO ER-CODE.
004230     READ EMPLOYER-RATE-TABLE
004240         INVALID KEY
004250             CONTINUE
004260         NOT INVALID KEY
004270             SET WS-FOUND TO TRUE
004280     END-READ.
004290 3010-EXIT.
004300     EXIT.
004310
004320*-----------------------------------------------------------------
004330*  4000-DELETE-RATE.
004340*  LOOKS UP AN EXISTING ROW, SHOWS IT, AND DELETES IT AFTER THE
004350*  OPERATOR CONFIRMS. A ROW NO LONGER WANTED FROM A DATE ON IS
004360*  BETTER STOPPED THROUGH AN UPDATE, WHICH KEEPS ITS HISTORY.
004370*-----------------------------------------------------------------
004380 4000-DELETE-RATE.
004390     PERFORM 2010-GET-KEY
004400         THRU 2010-EXIT
004410         UNTIL WS-KEY-OK.
004420     PERFORM 3010-FIND-RATE
004430         THRU 3010-EXIT.
004440     IF WS-FOUND
004450         PERFORM 5100-SHOW-RATE
004460             THRU 5100-EXIT
004470         DISPLAY "DELETE THIS RATE ROW? (Y/N): "
004480         ACCEPT WS-CONFIRM-ANS
004490         IF WS-CONFIRM-YES
004500             DELETE EMPLOYER-RATE-TABLE
004510             STRING "EMPLOYER RATE DELETED - " WS-RATE-TYPE "/"
004520                 WS-RATE-CODE " BY " WS-OPERATOR-ID
004530                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
004540             CALL "AUDITLOG" USING
004550                 BY CONTENT WS-AUDIT-PROGRAM-ID
004560                 BY CONTENT WS-AUDIT-MESSAGE
004570         ELSE
004580             DISPLAY "DELETE NOT CONFIRMED - NO CHANGE MADE."
004590         END-IF
004600     ELSE
004610         DISPLAY "RATE NOT FOUND ON TABLE - NO DELETE MADE."
004620     END-IF.
004630 4000-EXIT.
004640     EXIT.
004650
004660*-----------------------------------------------------------------
004670*  5000-INQUIRE-RATE.
004680*-----------------------------------------------------------------
004690 5000-INQUIRE-RATE.
004700     PERFORM 2010-GET-KEY
004710         THRU 2010-EXIT
004720         UNTIL WS-KEY-OK.
004730     PERFORM 3010-FIND-RATE
004740         THRU 3010-EXIT.
004750     IF WS-FOUND
004760         PERFORM 5100-SHOW-RATE
004770             THRU 5100-EXIT
004780     ELSE
004790         DISPLAY "RATE NOT FOUND ON TABLE."
004800     END-IF.
004810 5000-EXIT.
004820     EXIT.
004830
004840 5100-SHOW-RATE.
004850     DISPLAY "DESCRIPTION : " ER-DESCRIPTION.
004860     MOVE ER-RATE TO WS-RATE-DISP.
004870     DISPLAY "RATE        : " WS-RATE-DISP.
004880     MOVE ER-MAX-AMOUNT TO WS-AMT-DISP.
004890     DISPLAY "MAXIMUM     : " WS-AMT-DISP.
004900     DISPLAY "START DATE  : " ER-START-DATE.
004910     DISPLAY "STOP DATE   : " ER-STOP-DATE.
004920 5100-EXIT.
004930     EXIT.
004940
004950*-----------------------------------------------------------------
004960*  6000-LIST-TABLE.
004970*  PRINTS EVERY ROW ON THE TABLE IN KEY ORDER TO THE LISTING
004980*  FILE WITH A COUNT AT THE END.
004990*-----------------------------------------------------------------
005000 6000-LIST-TABLE.
005010     OPEN OUTPUT RATE-LISTING.
005020     WRITE LST-LINE FROM WS-LST-HEADING-1
005030         AFTER ADVANCING 1 LINE.
005040     WRITE LST-LINE FROM WS-LST-HEADING-2
005050         AFTER ADVANCING 2 LINES.
005060     WRITE LST-LINE FROM WS-LST-HEADING-3
005070         AFTER ADVANCING 1 LINE.
005080     PERFORM 6010-LIST-ONE-RATE
005090         THRU 6010-EXIT
005100         UNTIL WS-END-OF-FILE.
005110     WRITE LST-LINE FROM WS-LST-HEADING-3
005120         AFTER ADVANCING 1 LINE.
005130     MOVE WS-LIST-COUNT TO LST-TOTAL-COUNT.
005140     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
005150         AFTER ADVANCING 1 LINE.
005160     CLOSE RATE-LISTING.
005170     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP.
005180     STRING "EMPLOYER RATE TABLE LISTED - " WS-LIST-COUNT-DISP
005190         " ROWS"
005200         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005210     CALL "AUDITLOG" USING
005220         BY CONTENT WS-AUDIT-PROGRAM-ID
005230         BY CONTENT WS-AUDIT-MESSAGE.
005240 6000-EXIT.
005250     EXIT.
005260
005270*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005280*  ERROR CANNOT SPIN.
005290 6010-LIST-ONE-RATE.
005300     READ EMPLOYER-RATE-TABLE NEXT RECORD
005310         AT END
005320             SET WS-END-OF-FILE TO TRUE
005330         NOT AT END
005340             MOVE ER-RATE-TYPE   TO LST-RATE-TYPE
005350             MOVE ER-CODE        TO LST-RATE-CODE
005360             MOVE ER-DESCRIPTION TO LST-DESCRIPTION
005370             MOVE ER-RATE        TO LST-RATE
005380             MOVE ER-MAX-AMOUNT  TO LST-MAX-AMOUNT
005390             MOVE ER-START-DATE  TO LST-START-DATE
005400             MOVE ER-STOP-DATE   TO LST-STOP-DATE
005410             WRITE LST-LINE FROM WS-LST-DETAIL-LINE
005420                 AFTER ADVANCING 1 LINE
005430             ADD 1 TO WS-LIST-COUNT
005440     END-READ.
005450     IF WS-ERRATE-STATUS NOT EQUAL "00"
005460         SET WS-END-OF-FILE TO TRUE
005470     END-IF.
005480 6010-EXIT.
005490     EXIT.
005500
005510*-----------------------------------------------------------------
005520*  9999-TERMINATE.
005530*-----------------------------------------------------------------
005540 9999-TERMINATE.
005550     CLOSE EMPLOYER-RATE-TABLE.
005560 9999-EXIT.
005570     EXIT.
