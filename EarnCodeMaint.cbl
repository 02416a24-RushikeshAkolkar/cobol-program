000100*****************************************************************
000110*  PROGRAM-ID.   ERNMAINT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     OPERATOR MAINTENANCE FRONT END FOR THE EARNINGS-CODE TABLE
000190*     THAT TSLOAD EDITS TIMESHEET LINES AGAINST AND SUB-PROGRAM
000200*     PRICES PREMIUM HOURS OFF, MODELED ON ERMAINT. SUPPORTS ADD,
000210*     UPDATE, INQUIRE, AND DELETE OF ONE CODE PER RUN, PLUS A
000220*     LISTING MODE THAT PRINTS THE WHOLE TABLE. EVERY CHANGE IS
000230*     WRITTEN TO THE COMMON AUDIT TRAIL VIA AUDITLOG.
000240*
000250*     A CODE IS PRICED EITHER AS A MULTIPLIER OF THE EMPLOYEE'S
000260*     RATE (TYPE M - KEYED AS FOUR DIGITS WITH THREE IMPLIED
000270*     DECIMALS, 1500 MEANS 1.500, FROM 1.000 TO 3.000) OR AS A
000280*     FLAT AMOUNT PER HOUR ON TOP OF THE RATE (TYPE A - KEYED AS
000290*     FOUR DIGITS WITH TWO IMPLIED DECIMALS, 0150 MEANS 1.50, NOT
000300*     ZERO AND NOT MORE THAN 25.00). THE BUILT-IN CODES REG, OVT,
000310*     VAC, SCK AND RET CANNOT BE ADDED.
000320*-----------------------------------------------------------------
000330*  MODIFICATION HISTORY.
000340*  DATE       INIT  DESCRIPTION
000350*  ---------  ----  -----------------------------------------
000360*  10/14/26   RCA   ORIGINAL PROGRAM.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. ERNMAINT.
000400 AUTHOR. R. AKOLKAR.
000410 INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY.
000420 DATE-WRITTEN. 10/14/26.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EARNINGS-CODE-TABLE ASSIGN TO "EARNCODE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EC-EARN-CODE
000520         FILE STATUS IS WS-EARNCODE-STATUS.
000530     SELECT CODE-LISTING ASSIGN TO "ERNLIST"
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EARNINGS-CODE-TABLE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY EARNCD.
000610
000620 FD  CODE-LISTING
000630     LABEL RECORDS ARE STANDARD.
000640 01  LST-LINE                    PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000680 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000690 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000700     88  WS-SIGNON-OK                        VALUE "Y".
000710 01  WS-EARN-CODE                 PIC X(03).
000720     88  WS-BUILT-IN-CODE                    VALUE "REG" "OVT"
000730                                                  "VAC" "SCK"
000740                                                  "RET".
000750 01  WS-DESCRIPTION               PIC X(20).
000760 01  WS-CALC-TYPE                 PIC X(01).
000770     88  WS-CALC-TYPE-VALID                  VALUE "M" "A".
000780     88  WS-CALC-TYPE-MULT                   VALUE "M".
000790 01  WS-MULTIPLIER                PIC 9V999.
000800 01  WS-ADD-ON-RATE               PIC 99V99.
000810 01  WS-OT-ELIGIBLE               PIC X(01).
000820 01  WS-ACCRUES-LEAVE             PIC X(01).
000830 01  WS-HOLIDAY-ONLY              PIC X(01).
000840 01  WS-YES-NO-ANS                PIC X(01).
000850     88  WS-YES-NO-VALID                     VALUE "Y" "N".
000860
000870 01  WS-RUN-MODE                  PIC X(01) VALUE "I".
000880     88  WS-MODE-ADD                         VALUE "A" "a".
000890     88  WS-MODE-UPDATE                      VALUE "U" "u".
000900     88  WS-MODE-INQUIRE                     VALUE "I" "i".
000910     88  WS-MODE-DELETE                      VALUE "D" "d".
000920     88  WS-MODE-LIST                        VALUE "L" "l".
000930 01  WS-KEY-OK-SW                 PIC X(01) VALUE "N".
000940     88  WS-KEY-OK                           VALUE "Y".
000950 01  WS-TYPE-OK-SW                PIC X(01) VALUE "N".
000960     88  WS-TYPE-OK                          VALUE "Y".
000970 01  WS-RATE-OK-SW                PIC X(01) VALUE "N".
000980     88  WS-RATE-OK                          VALUE "Y".
000990 01  WS-ANS-OK-SW                 PIC X(01) VALUE "N".
001000     88  WS-ANS-OK                           VALUE "Y".
001010 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
001020     88  WS-FOUND                            VALUE "Y".
001030 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001040     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001050 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001060     88  WS-END-OF-FILE                      VALUE "Y".
001070 01  WS-PROMPT                    PIC X(40) VALUE SPACES.
001080 01  WS-PRICE-TEXT                PIC X(10) VALUE SPACES.
001090
001100 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "ERNMAINT".
001110 01  WS-AUDIT-MESSAGE             PIC X(60).
001120 01  WS-MULT-DISP                 PIC 9.999.
001130 01  WS-ADD-ON-DISP               PIC Z9.99.
001140
001150 01  WS-EARNCODE-STATUS           PIC X(02) VALUE SPACES.
001160     88  WS-EARNCODE-NOT-FOUND               VALUE "35".
001170
001180 01  WS-LIST-COUNT                PIC 9(04) VALUE ZERO.
001190 01  WS-LIST-COUNT-DISP           PIC ZZZ9.
001200
001210 01  WS-LST-HEADING-1.
001220     05  FILLER                  PIC X(20)
001230         VALUE "PAYROLL SYSTEMS".
001240     05  FILLER                  PIC X(30)
001250         VALUE "EARNINGS CODE TABLE LISTING".
001260     05  FILLER                  PIC X(30) VALUE SPACES.
001270
001280 01  WS-LST-HEADING-2.
001290     05  FILLER                  PIC X(06) VALUE "CODE".
001300     05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
001310     05  FILLER                  PIC X(06) VALUE "TYPE".
001320     05  FILLER                  PIC X(08) VALUE "MULT".
001330     05  FILLER                  PIC X(08) VALUE "ADD-ON".
001340     05  FILLER                  PIC X(04) VALUE "OT".
001350     05  FILLER                  PIC X(07) VALUE "ACCRUE".
001360     05  FILLER                  PIC X(19) VALUE "HOLIDAY".
001370
001380 01  WS-LST-HEADING-3             PIC X(80) VALUE ALL "-".
001390
001400 01  WS-LST-DETAIL-LINE.
001410     05  LST-EARN-CODE           PIC X(03).
001420     05  FILLER                  PIC X(03) VALUE SPACES.
001430     05  LST-DESCRIPTION         PIC X(20).
001440     05  FILLER                  PIC X(03) VALUE SPACES.
001450     05  LST-CALC-TYPE           PIC X(01).
001460     05  FILLER                  PIC X(04) VALUE SPACES.
001470     05  LST-MULTIPLIER          PIC 9.999.
001480     05  FILLER                  PIC X(03) VALUE SPACES.
001490     05  LST-ADD-ON-RATE         PIC Z9.99.
001500     05  FILLER                  PIC X(04) VALUE SPACES.
001510     05  LST-OT-ELIGIBLE         PIC X(01).
001520     05  FILLER                  PIC X(05) VALUE SPACES.
001530     05  LST-ACCRUES-LEAVE       PIC X(01).
001540     05  FILLER                  PIC X(06) VALUE SPACES.
001550     05  LST-HOLIDAY-ONLY        PIC X(01).
001560     05  FILLER                  PIC X(15) VALUE SPACES.
001570
001580 01  WS-LST-TOTAL-LINE.
001590     05  FILLER                  PIC X(23)
001600         VALUE "CODES ON TABLE:        ".
001610     05  LST-TOTAL-COUNT         PIC ZZZ9.
001620     05  FILLER                  PIC X(53) VALUE SPACES.
001630
001640 PROCEDURE DIVISION.
001650
001660*-----------------------------------------------------------------
001670*  0000-MAINLINE.
001680*-----------------------------------------------------------------
001690 0000-MAINLINE.
001700*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
001710*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
001720     CALL "OPERSGN" USING
001730         BY REFERENCE WS-OPERATOR-ID
001740         BY REFERENCE WS-OPER-AUTH
001750         BY REFERENCE WS-SIGNON-OK-SW.
001760     IF NOT WS-SIGNON-OK
001770         DISPLAY "ERNMAINT - SIGN-ON REFUSED - NOTHING DONE."
001780         GOBACK
001790     END-IF.
001800     PERFORM 0500-GET-RUN-MODE
001810         THRU 0500-EXIT.
001820     PERFORM 1000-INITIALIZE
001830         THRU 1000-EXIT.
001840     EVALUATE TRUE
001850         WHEN WS-MODE-ADD
001860             PERFORM 2000-ADD-CODE
001870                 THRU 2000-EXIT
001880         WHEN WS-MODE-UPDATE
001890             PERFORM 3000-UPDATE-CODE
001900                 THRU 3000-EXIT
001910         WHEN WS-MODE-DELETE
001920             PERFORM 4000-DELETE-CODE
001930                 THRU 4000-EXIT
001940         WHEN WS-MODE-LIST
001950             PERFORM 6000-LIST-TABLE
001960                 THRU 6000-EXIT
001970         WHEN OTHER
001980             PERFORM 5000-INQUIRE-CODE
001990                 THRU 5000-EXIT
002000     END-EVALUATE.
002010     PERFORM 9999-TERMINATE
002020         THRU 9999-EXIT.
002030     GOBACK.
002040
002050*-----------------------------------------------------------------
002060*  0500-GET-RUN-MODE.
002070*-----------------------------------------------------------------
002080 0500-GET-RUN-MODE.
002090     DISPLAY "ENTER MODE - A=ADD, U=UPDATE, I=INQUIRE, "
002100         "D=DELETE, L=LIST TABLE: ".
002110     ACCEPT WS-RUN-MODE.
002120 0500-EXIT.
002130     EXIT.
002140
002150*-----------------------------------------------------------------
002160*  1000-INITIALIZE.
002170*  OPENS THE TABLE I-O. ON A BRAND-NEW INSTALLATION THE FILE
002180*  DOESN'T EXIST YET, SO A FIRST OPEN OUTPUT CREATES IT EMPTY
002190*  BEFORE THE NORMAL OPEN I-O IS TRIED AGAIN. THIS IS THE ONLY
002200*  PROGRAM THAT LEGITIMATELY CREATES A BRAND-NEW EARNINGS-CODE
002210*  TABLE, SO THE BOOTSTRAP LIVES HERE.
002220*-----------------------------------------------------------------
002230 1000-INITIALIZE.
002240     OPEN I-O EARNINGS-CODE-TABLE.
002250     IF WS-EARNCODE-NOT-FOUND
002260         OPEN OUTPUT EARNINGS-CODE-TABLE
002270         CLOSE EARNINGS-CODE-TABLE
002280         OPEN I-O EARNINGS-CODE-TABLE
002290     END-IF.
002300 1000-EXIT.
002310     EXIT.
002320
002330*-----------------------------------------------------------------
002340*  2000-ADD-CODE.
002350*-----------------------------------------------------------------
002360 2000-ADD-CODE.
002370     PERFORM 2010-GET-KEY
002380         THRU 2010-EXIT
002390         UNTIL WS-KEY-OK.
002400     IF WS-BUILT-IN-CODE
002410         DISPLAY "CODE " WS-EARN-CODE " IS BUILT INTO THE GROSS "
002420             "PAY CALCULATION - NOT ADDED."
002430         GO TO 2000-EXIT
002440     END-IF.
002450     PERFORM 2020-GET-DETAILS
002460         THRU 2020-EXIT.
002470     MOVE WS-EARN-CODE      TO EC-EARN-CODE.
002480     PERFORM 2080-MOVE-DETAILS
002490         THRU 2080-EXIT.
002500     WRITE EARNINGS-CODE-RECORD
002510         INVALID KEY
002520             DISPLAY "CODE " WS-EARN-CODE
002530                 " ALREADY ON TABLE - NOT ADDED."
002540         NOT INVALID KEY
002550             PERFORM 2090-BUILD-AUDIT-TEXT
002560                 THRU 2090-EXIT
002570             STRING "EARNINGS CODE ADDED - " EC-EARN-CODE " "
002580                 WS-PRICE-TEXT DELIMITED BY "  "
002590                 " BY " WS-OPERATOR-ID
002600                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002610             CALL "AUDITLOG" USING
002620                 BY CONTENT WS-AUDIT-PROGRAM-ID
002630                 BY CONTENT WS-AUDIT-MESSAGE
002640     END-WRITE.
002650 2000-EXIT.
002660     EXIT.
002670
002680*-----------------------------------------------------------------
002690*  2010-GET-KEY.
002700*  ACCEPTS THE EARNINGS CODE AND RE-PROMPTS UNTIL IT IS NOT
002710*  BLANK.
002720*-----------------------------------------------------------------
002730 2010-GET-KEY.
002740     DISPLAY "ENTER EARNINGS CODE (MAX 3 CHARACTERS): ".
002750     ACCEPT WS-EARN-CODE.
002760     IF WS-EARN-CODE NOT EQUAL SPACES
002770         SET WS-KEY-OK TO TRUE
002780     ELSE
002790         DISPLAY "INVALID EARNINGS CODE - MUST NOT BE BLANK. "
002800             "PLEASE RE-ENTER."
002810     END-IF.
002820 2010-EXIT.
002830     EXIT.
002840
002850*-----------------------------------------------------------------
002860*  2020-GET-DETAILS.
002870*  CAPTURES EVERYTHING BUT THE KEY FOR AN ADD OR AN UPDATE. ONLY
002880*  THE FIGURE THAT GOES WITH THE PRICING TYPE IS ASKED FOR - THE
002890*  OTHER IS KEPT AT ZERO.
002900*-----------------------------------------------------------------
002910 2020-GET-DETAILS.
002920     DISPLAY "ENTER DESCRIPTION: ".
002930     ACCEPT WS-DESCRIPTION.
002940     MOVE "N" TO WS-TYPE-OK-SW.
002950     PERFORM 2030-GET-CALC-TYPE
002960         THRU 2030-EXIT
002970         UNTIL WS-TYPE-OK.
002980     MOVE ZERO TO WS-MULTIPLIER.
002990     MOVE ZERO TO WS-ADD-ON-RATE.
003000     MOVE "N" TO WS-RATE-OK-SW.
003010     IF WS-CALC-TYPE-MULT
003020         PERFORM 2040-GET-MULTIPLIER
003030             THRU 2040-EXIT
003040             UNTIL WS-RATE-OK
003050     ELSE
003060         PERFORM 2050-GET-ADD-ON
003070             THRU 2050-EXIT
003080             UNTIL WS-RATE-OK
003090     END-IF.
003100     MOVE "COUNTS TOWARD OVERTIME THRESHOLD? (Y/N): "
003110         TO WS-PROMPT.
003120     PERFORM 2060-GET-YES-NO
003130         THRU 2060-EXIT.
003140     MOVE WS-YES-NO-ANS TO WS-OT-ELIGIBLE.
003150     MOVE "EARNS VACATION AND SICK ACCRUAL? (Y/N): "
003160         TO WS-PROMPT.
003170     PERFORM 2060-GET-YES-NO
003180         THRU 2060-EXIT.
003190     MOVE WS-YES-NO-ANS TO WS-ACCRUES-LEAVE.
003200     MOVE "WORKED ON CALENDAR HOLIDAYS ONLY? (Y/N): "
003210         TO WS-PROMPT.
003220     PERFORM 2060-GET-YES-NO
003230         THRU 2060-EXIT.
003240     MOVE WS-YES-NO-ANS TO WS-HOLIDAY-ONLY.
003250 2020-EXIT.
003260     EXIT.
003270
003280 2030-GET-CALC-TYPE.
003290     DISPLAY "ENTER PRICING TYPE - M=MULTIPLIER OF RATE, "
003300         "A=FLAT ADD-ON PER HOUR: ".
003310     ACCEPT WS-CALC-TYPE.
003320     IF WS-CALC-TYPE-VALID
003330         SET WS-TYPE-OK TO TRUE
003340     ELSE
003350         DISPLAY "INVALID PRICING TYPE - MUST BE M OR A. "
003360             "PLEASE RE-ENTER."
003370     END-IF.
003380 2030-EXIT.
003390     EXIT.
003400
003410*-----------------------------------------------------------------
003420*  2040-GET-MULTIPLIER.
003430*  FOUR DIGITS, THREE IMPLIED DECIMALS, FROM 1.000 TO 3.000.
003440*-----------------------------------------------------------------
003450 2040-GET-MULTIPLIER.
003460     DISPLAY "ENTER MULTIPLIER AS 4 DIGITS, 3 IMPLIED DECIMALS "
003470         "(1500 = 1.500): ".
003480     ACCEPT WS-MULTIPLIER.
003490     IF WS-MULTIPLIER IS NOT NUMERIC
003500         DISPLAY "INVALID MULTIPLIER - MUST BE NUMERIC. "
003510             "PLEASE RE-ENTER."
003520         GO TO 2040-EXIT
003530     END-IF.
003540     IF WS-MULTIPLIER LESS THAN 1.000
003550             OR WS-MULTIPLIER GREATER THAN 3.000
003560         DISPLAY "INVALID MULTIPLIER - MUST BE FROM 1.000 TO "
003570             "3.000. PLEASE RE-ENTER."
003580         GO TO 2040-EXIT
003590     END-IF.
003600     SET WS-RATE-OK TO TRUE.
003610 2040-EXIT.
003620     EXIT.
003630
003640*-----------------------------------------------------------------
003650*  2050-GET-ADD-ON.
003660*  FOUR DIGITS, TWO IMPLIED DECIMALS, NOT ZERO AND NOT MORE THAN
003670*  25.00 AN HOUR.
003680*-----------------------------------------------------------------
003690 2050-GET-ADD-ON.
003700     DISPLAY "ENTER ADD-ON PER HOUR AS 4 DIGITS, 2 IMPLIED "
003710         "DECIMALS (0150 = 1.50): ".
003720     ACCEPT WS-ADD-ON-RATE.
003730     IF WS-ADD-ON-RATE IS NOT NUMERIC
003740         DISPLAY "INVALID ADD-ON - MUST BE NUMERIC. "
003750             "PLEASE RE-ENTER."
003760         GO TO 2050-EXIT
003770     END-IF.
003780     IF WS-ADD-ON-RATE EQUAL ZERO
003790             OR WS-ADD-ON-RATE GREATER THAN 25.00
003800         DISPLAY "INVALID ADD-ON - MUST BE MORE THAN ZERO AND "
003810             "NOT MORE THAN 25.00. PLEASE RE-ENTER."
003820         GO TO 2050-EXIT
003830     END-IF.
003840     SET WS-RATE-OK TO TRUE.
003850 2050-EXIT.
003860     EXIT.
003870
003880*-----------------------------------------------------------------
003890*  2060-GET-YES-NO.
003900*  ASKS THE QUESTION IN WS-PROMPT UNTIL THE ANSWER IS Y OR N.
003910*-----------------------------------------------------------------
003920 2060-GET-YES-NO.
003930     MOVE "N" TO WS-ANS-OK-SW.
003940     PERFORM 2070-ASK-ONCE
003950         THRU 2070-EXIT
003960         UNTIL WS-ANS-OK.
003970 2060-EXIT.
003980     EXIT.
003990
004000 2070-ASK-ONCE.
004010     DISPLAY WS-PROMPT.
004020     ACCEPT WS-YES-NO-ANS.
004030     IF WS-YES-NO-VALID
004040         SET WS-ANS-OK TO TRUE
004050     ELSE
004060         DISPLAY "PLEASE ANSWER Y OR N."
004070     END-IF.
004080 2070-EXIT.
004090     EXIT.
004100
004110 2080-MOVE-DETAILS.
004120     MOVE WS-DESCRIPTION    TO EC-DESCRIPTION.
004130     MOVE WS-CALC-TYPE      TO EC-CALC-TYPE.
004140     MOVE WS-MULTIPLIER     TO EC-MULTIPLIER.
004150     MOVE WS-ADD-ON-RATE    TO EC-ADD-ON-RATE.
004160     MOVE WS-OT-ELIGIBLE    TO EC-OT-ELIGIBLE.
004170     MOVE WS-ACCRUES-LEAVE  TO EC-ACCRUES-LEAVE.
004180     MOVE WS-HOLIDAY-ONLY   TO EC-HOLIDAY-ONLY.
004190 2080-EXIT.
004200     EXIT.
004210
004220*  THE PRICING PART OF THE AUDIT LINE - "X 1.500" OR "+ 1.50".
004230 2090-BUILD-AUDIT-TEXT.
004240     MOVE SPACES TO WS-PRICE-TEXT.
004250     IF EC-MULTIPLIER-CODE
004260         MOVE EC-MULTIPLIER TO WS-MULT-DISP
004270         STRING "X " WS-MULT-DISP
004280             DELIMITED BY SIZE INTO WS-PRICE-TEXT
004290     ELSE
004300         MOVE EC-ADD-ON-RATE TO WS-ADD-ON-DISP
004310         STRING "+ " WS-ADD-ON-DISP
004320             DELIMITED BY SIZE INTO WS-PRICE-TEXT
004330     END-IF.
004340 2090-EXIT.
004350     EXIT.
004360
004370*-----------------------------------------------------------------
004380*  3000-UPDATE-CODE.
004390*  LOOKS UP AN EXISTING CODE, SHOWS IT, CAPTURES THE NEW
004400*  DETAILS, AND REWRITES THE RECORD IN PLACE.
004410*-----------------------------------------------------------------
004420 3000-UPDATE-CODE.
004430     PERFORM 2010-GET-KEY
004440         THRU 2010-EXIT
004450         UNTIL WS-KEY-OK.
004460     PERFORM 3010-FIND-CODE
004470         THRU 3010-EXIT.
004480     IF WS-FOUND
004490         PERFORM 5100-SHOW-CODE
004500             THRU 5100-EXIT
004510         PERFORM 2020-GET-DETAILS
004520             THRU 2020-EXIT
004530         PERFORM 2080-MOVE-DETAILS
004540             THRU 2080-EXIT
004550         REWRITE EARNINGS-CODE-RECORD
004560         PERFORM 2090-BUILD-AUDIT-TEXT
004570             THRU 2090-EXIT
004580         STRING "EARNINGS CODE UPDATED - " EC-EARN-CODE " "
004590             WS-PRICE-TEXT DELIMITED BY "  "
004600             " BY " WS-OPERATOR-ID
004610             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
004620         CALL "AUDITLOG" USING
004630             BY CONTENT WS-AUDIT-PROGRAM-ID
004640             BY CONTENT WS-AUDIT-MESSAGE
004650     ELSE
004660         DISPLAY "CODE NOT FOUND ON TABLE - NO UPDATE MADE."
004670     END-IF.
004680 3000-EXIT.
004690     EXIT.
004700
004710*-----------------------------------------------------------------
004720*  3010-FIND-CODE.
004730*  READS THE TABLE DIRECTLY BY THE CODE ENTERED ABOVE. ON A
004740*  MATCH THE RECORD IS POSITIONED FOR A REWRITE OR DELETE.
004750*-----------------------------------------------------------------
004760 3010-FIND-CODE.
004770     MOVE "N" TO WS-FOUND-SW.
004780     MOVE WS-EARN-CODE TO EC-EARN-CODE.
004790     READ EARNINGS-CODE-TABLE
004800         INVALID KEY
004810             CONTINUE
004820         NOT INVALID KEY
004830             SET WS-FOUND TO TRUE
004840     END-READ.
004850 3010-EXIT.
004860     EXIT.
004870
004880*-----------------------------------------------------------------
004890*  4000-DELETE-CODE.
004900*  LOOKS UP AN EXISTING CODE, SHOWS IT, AND DELETES IT AFTER THE
004910*  OPERATOR CONFIRMS. A TIMESHEET LINE STILL CARRYING A DELETED
004920*  CODE IS REJECTED BY TSLOAD AND PAID AT STRAIGHT RATE BY
004930*  SUB-PROGRAM WITH AN EXCEPTION.
004940*-----------------------------------------------------------------
004950 4000-DELETE-CODE.
004960     PERFORM 2010-GET-KEY
004970         THRU 2010-EXIT
004980         UNTIL WS-KEY-OK.
004990     PERFORM 3010-FIND-CODE
005000         THRU 3010-EXIT.
005010     IF WS-FOUND
005020         PERFORM 5100-SHOW-CODE
005030             THRU 5100-EXIT
005040         DISPLAY "DELETE THIS EARNINGS CODE? (Y/N): "
005050         ACCEPT WS-CONFIRM-ANS
005060         IF WS-CONFIRM-YES
005070             DELETE EARNINGS-CODE-TABLE
005080             STRING "EARNINGS CODE DELETED - " WS-EARN-CODE
005090                 " BY " WS-OPERATOR-ID
005100                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
005110             CALL "AUDITLOG" USING
005120                 BY CONTENT WS-AUDIT-PROGRAM-ID
005130                 BY CONTENT WS-AUDIT-MESSAGE
005140         ELSE
005150             DISPLAY "DELETE NOT CONFIRMED - NO CHANGE MADE."
005160         END-IF
005170     ELSE
005180         DISPLAY "CODE NOT FOUND ON TABLE - NO DELETE MADE."
005190     END-IF.
005200 4000-EXIT.
005210     EXIT.
005220
005230*-----------------------------------------------------------------
005240*  5000-INQUIRE-CODE.
005250*-----------------------------------------------------------------
005260 5000-INQUIRE-CODE.
005270     PERFORM 2010-GET-KEY
005280         THRU 2010-EXIT
005290         UNTIL WS-KEY-OK.
005300     PERFORM 3010-FIND-CODE
005310         THRU 3010-EXIT.
005320     IF WS-FOUND
005330         PERFORM 5100-SHOW-CODE
005340             THRU 5100-EXIT
005350     ELSE
005360         DISPLAY "CODE NOT FOUND ON TABLE."
005370     END-IF.
005380 5000-EXIT.
005390     EXIT.
005400
005410 5100-SHOW-CODE.
005420     DISPLAY "DESCRIPTION : " EC-DESCRIPTION.
005430     DISPLAY "PRICING     : " EC-CALC-TYPE.
005440     MOVE EC-MULTIPLIER TO WS-MULT-DISP.
005450     DISPLAY "MULTIPLIER  : " WS-MULT-DISP.
005460     MOVE EC-ADD-ON-RATE TO WS-ADD-ON-DISP.
005470     DISPLAY "ADD-ON/HOUR : " WS-ADD-ON-DISP.
005480     DISPLAY "OVERTIME    : " EC-OT-ELIGIBLE.
005490     DISPLAY "ACCRUES     : " EC-ACCRUES-LEAVE.
005500     DISPLAY "HOLIDAY ONLY: " EC-HOLIDAY-ONLY.
005510 5100-EXIT.
005520     EXIT.
005530
005540*-----------------------------------------------------------------
005550*  6000-LIST-TABLE.
005560*  PRINTS EVERY CODE ON THE TABLE IN KEY ORDER TO THE LISTING
005570*  FILE WITH A COUNT AT THE END.
005580*-----------------------------------------------------------------
005590 6000-LIST-TABLE.
005600     OPEN OUTPUT CODE-LISTING.
005610     WRITE LST-LINE FROM WS-LST-HEADING-1
005620         AFTER ADVANCING 1 LINE.
005630     WRITE LST-LINE FROM WS-LST-HEADING-2
005640         AFTER ADVANCING 2 LINES.
005650     WRITE LST-LINE FROM WS-LST-HEADING-3
005660         AFTER ADVANCING 1 LINE.
005670     PERFORM 6010-LIST-ONE-CODE
005680         THRU 6010-EXIT
005690         UNTIL WS-END-OF-FILE.
005700     WRITE LST-LINE FROM WS-LST-HEADING-3
005710         AFTER ADVANCING 1 LINE.
005720     MOVE WS-LIST-COUNT TO LST-TOTAL-COUNT.
005730     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
005740         AFTER ADVANCING 1 LINE.
005750     CLOSE CODE-LISTING.
005760     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP.
005770     STRING "EARNINGS CODE TABLE LISTED - " WS-LIST-COUNT-DISP
005780         " CODES"
005790         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005800     CALL "AUDITLOG" USING
005810         BY CONTENT WS-AUDIT-PROGRAM-ID
005820         BY CONTENT WS-AUDIT-MESSAGE.
005830 6000-EXIT.
005840     EXIT.
005850
005860*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005870*  ERROR CANNOT SPIN.
005880 6010-LIST-ONE-CODE.
005890     READ EARNINGS-CODE-TABLE NEXT RECORD
005900         AT END
005910             SET WS-END-OF-FILE TO TRUE
005920         NOT AT END
005930             MOVE EC-EARN-CODE     TO LST-EARN-CODE
005940             MOVE EC-DESCRIPTION   TO LST-DESCRIPTION
005950             MOVE EC-CALC-TYPE     TO LST-CALC-TYPE
005960             MOVE EC-MULTIPLIER    TO LST-MULTIPLIER
005970             MOVE EC-ADD-ON-RATE   TO LST-ADD-ON-RATE
005980             MOVE EC-OT-ELIGIBLE   TO LST-OT-ELIGIBLE
005990             MOVE EC-ACCRUES-LEAVE TO LST-ACCRUES-LEAVE
006000             MOVE EC-HOLIDAY-ONLY  TO LST-HOLIDAY-ONLY
006010             WRITE LST-LINE FROM WS-LST-DETAIL-LINE
006020                 AFTER ADVANCING 1 LINE
006030             ADD 1 TO WS-LIST-COUNT
006040     END-READ.
006050     IF WS-EARNCODE-STATUS NOT EQUAL "00"
006060         SET WS-END-OF-FILE TO TRUE
006070     END-IF.
006080 6010-EXIT.
006090     EXIT.
006100
006110*-----------------------------------------------------------------
006120*  9999-TERMINATE.
006130*-----------------------------------------------------------------
006140 9999-TERMINATE.
006150     CLOSE EARNINGS-CODE-TABLE.
006160 9999-EXIT.
006170     EXIT.
