000100*****************************************************************
000110*  PROGRAM-ID.   WHPMAINT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     OPERATOR MAINTENANCE FRONT END FOR THE EFFECTIVE-DATED
000190*     WITHHOLDING-PROFILE FILE (WHPROF) THE COMMON WHCALC ROUTINE
000200*     READS WHENEVER STATUTORY TAX IS FIGURED, MODELED ON
000210*     SALMAINT. SUPPORTS ADD, UPDATE, INQUIRE, AND DELETE OF ONE
000220*     PROFILE ROW PER RUN (KEYED EMPLOYEE NUMBER PLUS EFFECTIVE
000230*     DATE), A LISTING MODE THAT PRINTS THE WHOLE FILE, AND A
000240*     PROFILE-AT-DATE INQUIRY (MODE Q) THAT SHOWS WHICH PROFILE
000250*     AN EMPLOYEE WAS WITHHELD UNDER ON A GIVEN DAY. EVERY CHANGE
000260*     IS WRITTEN TO THE COMMON AUDIT TRAIL VIA AUDITLOG AND EACH
000270*     ROW IS STAMPED WITH THE OPERATOR WHO LAST KEYED IT.
000280*
000290*     A CHANGE IN WITHHOLDING IS KEYED AS A NEW ROW EFFECTIVE
000300*     FROM THE DATE IT TAKES HOLD, SO THE OLD PROFILE STAYS ON
000310*     FILE FOR THE PERIODS IT WAS IN FORCE. UPDATE IS FOR
000320*     CORRECTING A ROW KEYED WRONGLY.
000330*
000340*     THE FILING STATUS IS S (SINGLE), M (MARRIED) OR H (HEAD OF
000350*     HOUSEHOLD) AND PICKS THE SET OF BRACKETS ON THE TAX TABLE.
000360*     ALLOWANCES ARE KEYED AS TWO DIGITS. THE ADDITIONAL AMOUNT
000370*     WITHHELD EVERY RUN IS KEYED AS SEVEN DIGITS WITH AN
000380*     IMPLIED DECIMAL (0002500 MEANS 25.00). AN EXEMPT EMPLOYEE
000390*     HAS NO STATUTORY TAX WITHHELD AT ALL.
000400*-----------------------------------------------------------------
000410*  MODIFICATION HISTORY.
000420*  DATE       INIT  DESCRIPTION
000430*  ---------  ----  -----------------------------------------
000440*  10/14/26   RCA   ORIGINAL PROGRAM - UNTIL NOW EVERY EMPLOYEE
000450*                   WAS WITHHELD OFF THE SAME BRACKETS WITH NO
000460*                   REGARD TO FILING STATUS OR ALLOWANCES.
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. WHPMAINT.
000500 AUTHOR. R. AKOLKAR.
000510 INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY.
000520 DATE-WRITTEN. 10/14/26.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT WH-PROFILE-FILE ASSIGN TO "WHPROF"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS WP-PROFILE-KEY
000620         FILE STATUS IS WS-WHPROF-STATUS.
000630     SELECT PROFILE-LISTING ASSIGN TO "WHPLIST"
000640         ORGANIZATION IS SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  WH-PROFILE-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY WHPROF.
000710
000720 FD  PROFILE-LISTING
000730     LABEL RECORDS ARE STANDARD.
000740 01  LST-LINE                    PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000780 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000790 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000800     88  WS-SIGNON-OK                        VALUE "Y".
000810 01  WS-EMP-NO                    PIC 9(05).
000820 01  WS-EFF-DATE                  PIC 9(08).
000830 01  WS-FILING-STATUS             PIC X(01).
000840     88  WS-FILING-STATUS-OK                 VALUE "S" "M" "H".
000850 01  WS-ALLOWANCES                PIC 9(02).
000860 01  WS-ADDL-AMOUNT               PIC 9(05)V99.
000870 01  WS-EXEMPT-SW                 PIC X(01).
000880     88  WS-EXEMPT-OK                        VALUE "Y" "N".
000890 01  WS-ASK-DATE                  PIC 9(08).
000900 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000910
000920 01  WS-RUN-MODE                  PIC X(01) VALUE "I".
000930     88  WS-MODE-ADD                         VALUE "A" "a".
000940     88  WS-MODE-UPDATE                      VALUE "U" "u".
000950     88  WS-MODE-INQUIRE                     VALUE "I" "i".
000960     88  WS-MODE-DELETE                      VALUE "D" "d".
000970     88  WS-MODE-LIST                        VALUE "L" "l".
000980     88  WS-MODE-AT-DATE                     VALUE "Q" "q".
000990 01  WS-EMP-NO-SW                 PIC X(01) VALUE "N".
001000     88  WS-EMP-NO-OK                        VALUE "Y".
001010 01  WS-EFF-OK-SW                 PIC X(01) VALUE "N".
001020     88  WS-EFF-OK                           VALUE "Y".
001030 01  WS-ALLOW-OK-SW               PIC X(01) VALUE "N".
001040     88  WS-ALLOW-OK                         VALUE "Y".
001050 01  WS-ADDL-OK-SW                PIC X(01) VALUE "N".
001060     88  WS-ADDL-OK                          VALUE "Y".
001070 01  WS-DATE-OK-SW                PIC X(01) VALUE "N".
001080     88  WS-DATE-OK                          VALUE "Y".
001090 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
001100     88  WS-FOUND                            VALUE "Y".
001110 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001120     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001130 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001140     88  WS-END-OF-FILE                      VALUE "Y".
001150 01  WS-PROF-FOUND-SW             PIC X(01) VALUE "N".
001160     88  WS-PROF-FOUND                       VALUE "Y".
001170
001180 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "WHPMAINT".
001190 01  WS-AUDIT-MESSAGE             PIC X(60).
001200 01  WS-AUDIT-ACTION              PIC X(07) VALUE SPACES.
001210 01  WS-AMT-DISP                  PIC ZZ,ZZ9.99.
001220
001230*  THE PROFILE IN FORCE ON THE ASKED DATE, HELD WHILE THE SCAN
001240*  READS ON PAST IT.
001250 01  WS-HELD-PROFILE.
001260     05  WS-HELD-EFF-DATE         PIC 9(08).
001270     05  WS-HELD-STATUS           PIC X(01).
001280     05  WS-HELD-ALLOWANCES       PIC 9(02).
001290     05  WS-HELD-ADDL-AMOUNT      PIC 9(05)V99.
001300     05  WS-HELD-EXEMPT-SW        PIC X(01).
001310
001320 01  WS-WHPROF-STATUS             PIC X(02) VALUE SPACES.
001330     88  WS-WHPROF-NOT-FOUND                 VALUE "35".
001340
001350 01  WS-LIST-COUNT                PIC 9(04) VALUE ZERO.
001360 01  WS-LIST-COUNT-DISP           PIC ZZZ9.
001370
001380 01  WS-LST-HEADING-1.
001390     05  FILLER                  PIC X(20)
001400         VALUE "PAYROLL SYSTEMS".
001410     05  FILLER                  PIC X(30)
001420         VALUE "WITHHOLDING PROFILE LISTING".
001430     05  FILLER                  PIC X(30) VALUE SPACES.
001440
001450 01  WS-LST-HEADING-2.
001460     05  FILLER                  PIC X(09) VALUE "EMP NO".
001470     05  FILLER                  PIC X(12) VALUE "EFFECTIVE".
001480     05  FILLER                  PIC X(08) VALUE "STATUS".
001490     05  FILLER                  PIC X(08) VALUE "ALLOW".
001500     05  FILLER                  PIC X(13) VALUE "ADDITIONAL".
001510     05  FILLER                  PIC X(08) VALUE "EXEMPT".
001520     05  FILLER                  PIC X(10) VALUE "KEYED BY".
001530     05  FILLER                  PIC X(12) VALUE SPACES.
001540
001550 01  WS-LST-HEADING-3             PIC X(80) VALUE ALL "-".
001560
001570 01  WS-LST-DETAIL-LINE.
001580     05  LST-EMP-NO              PIC 9(05).
001590     05  FILLER                  PIC X(04) VALUE SPACES.
001600     05  LST-EFF-DATE            PIC 9(08).
001610     05  FILLER                  PIC X(06) VALUE SPACES.
001620     05  LST-FILING-STATUS       PIC X(01).
001630     05  FILLER                  PIC X(08) VALUE SPACES.
001640     05  LST-ALLOWANCES          PIC Z9.
001650     05  FILLER                  PIC X(04) VALUE SPACES.
001660     05  LST-ADDL-AMOUNT         PIC ZZ,ZZ9.99.
001670     05  FILLER                  PIC X(06) VALUE SPACES.
001680     05  LST-EXEMPT              PIC X(01).
001690     05  FILLER                  PIC X(05) VALUE SPACES.
001700     05  LST-ENTERED-BY          PIC X(08).
001710     05  FILLER                  PIC X(13) VALUE SPACES.
001720
001730 01  WS-LST-TOTAL-LINE.
001740     05  FILLER                  PIC X(22)
001750         VALUE "PROFILE ROWS ON FILE: ".
001760     05  LST-TOTAL-COUNT         PIC ZZZ9.
001770     05  FILLER                  PIC X(54) VALUE SPACES.
001780
001790 PROCEDURE DIVISION.
001800
001810*-----------------------------------------------------------------
001820*  0000-MAINLINE.
001830*-----------------------------------------------------------------
001840 0000-MAINLINE.
001850*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
001860*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
001870     CALL "OPERSGN" USING
001880         BY REFERENCE WS-OPERATOR-ID
001890         BY REFERENCE WS-OPER-AUTH
001900         BY REFERENCE WS-SIGNON-OK-SW.
001910     IF NOT WS-SIGNON-OK
001920         DISPLAY "WHPMAINT - SIGN-ON REFUSED - NOTHING DONE."
001930         GOBACK
001940     END-IF.
001950     PERFORM 0500-GET-RUN-MODE
001960         THRU 0500-EXIT.
001970     PERFORM 1000-INITIALIZE
001980         THRU 1000-EXIT.
001990     EVALUATE TRUE
002000         WHEN WS-MODE-ADD
002010             PERFORM 2000-ADD-PROFILE
002020                 THRU 2000-EXIT
002030         WHEN WS-MODE-UPDATE
002040             PERFORM 3000-UPDATE-PROFILE
002050                 THRU 3000-EXIT
002060         WHEN WS-MODE-DELETE
002070             PERFORM 4000-DELETE-PROFILE
002080                 THRU 4000-EXIT
002090         WHEN WS-MODE-LIST
002100             PERFORM 6000-LIST-FILE
002110                 THRU 6000-EXIT
002120         WHEN WS-MODE-AT-DATE
002130             PERFORM 7000-PROFILE-AT-DATE
002140                 THRU 7000-EXIT
002150         WHEN OTHER
002160             PERFORM 5000-INQUIRE-PROFILE
002170                 THRU 5000-EXIT
002180     END-EVALUATE.
002190     PERFORM 9999-TERMINATE
002200         THRU 9999-EXIT.
002210     GOBACK.
002220
002230*-----------------------------------------------------------------
002240*  0500-GET-RUN-MODE.
002250*-----------------------------------------------------------------
002260 0500-GET-RUN-MODE.
002270     DISPLAY "ENTER MODE - A=ADD, U=UPDATE, I=INQUIRE, "
002280         "D=DELETE, L=LIST, Q=PROFILE AT DATE: ".
002290     ACCEPT WS-RUN-MODE.
002300 0500-EXIT.
002310     EXIT.
002320
002330*-----------------------------------------------------------------
002340*  1000-INITIALIZE.
002350*  OPENS THE FILE I-O. ON A BRAND-NEW INSTALLATION THE FILE
002360*  DOESN'T EXIST YET, SO A FIRST OPEN OUTPUT CREATES IT EMPTY
002370*  BEFORE THE NORMAL OPEN I-O IS TRIED AGAIN. THIS IS THE ONLY
002380*  PROGRAM THAT LEGITIMATELY CREATES A BRAND-NEW PROFILE FILE,
002390*  SO THE BOOTSTRAP LIVES HERE.
002400*-----------------------------------------------------------------
002410 1000-INITIALIZE.
002420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002430     OPEN I-O WH-PROFILE-FILE.
002440     IF WS-WHPROF-NOT-FOUND
002450         OPEN OUTPUT WH-PROFILE-FILE
002460         CLOSE WH-PROFILE-FILE
002470         OPEN I-O WH-PROFILE-FILE
002480     END-IF.
002490 1000-EXIT.
002500     EXIT.
002510
002520*-----------------------------------------------------------------
002530*  2000-ADD-PROFILE.
002540*-----------------------------------------------------------------
002550 2000-ADD-PROFILE.
002560     PERFORM 2010-GET-EMP-NO
002570         THRU 2010-EXIT
002580         UNTIL WS-EMP-NO-OK.
002590     PERFORM 2015-GET-EFF-DATE
002600         THRU 2015-EXIT
002610         UNTIL WS-EFF-OK.
002620     PERFORM 3010-FIND-PROFILE
002630         THRU 3010-EXIT.
002640     IF WS-FOUND
002650         DISPLAY "EMPLOYEE " WS-EMP-NO " EFFECTIVE " WS-EFF-DATE
002660             " ALREADY ON PROFILE FILE - NOT ADDED."
002670         GO TO 2000-EXIT
002680     END-IF.
002690     PERFORM 2100-GET-DETAILS
002700         THRU 2100-EXIT.
002710     MOVE WS-EMP-NO   TO WP-EMP-NO.
002720     MOVE WS-EFF-DATE TO WP-EFF-DATE.
002730     PERFORM 2180-MOVE-DETAILS
002740         THRU 2180-EXIT.
002750     WRITE WH-PROFILE-RECORD
002760         INVALID KEY
002770             DISPLAY "EMPLOYEE " WS-EMP-NO " EFFECTIVE "
002780                 WS-EFF-DATE " ALREADY ON PROFILE FILE - "
002790                 "NOT ADDED."
002800         NOT INVALID KEY
002810             MOVE "ADDED" TO WS-AUDIT-ACTION
002820             PERFORM 8000-AUDIT-CHANGE
002830                 THRU 8000-EXIT
002840     END-WRITE.
002850 2000-EXIT.
002860     EXIT.
002870
002880*-----------------------------------------------------------------
002890*  2010-GET-EMP-NO.
002900*  ACCEPTS THE EMPLOYEE NUMBER AND RE-PROMPTS UNTIL IT IS A
002910*  NUMERIC VALUE GREATER THAN ZERO, AS ACCEPTDI DOES.
002920*-----------------------------------------------------------------
002930 2010-GET-EMP-NO.
002940     DISPLAY "ENTER EMPLOYEE NUMBER (5 DIGITS): ".
002950     ACCEPT WS-EMP-NO.
002960     IF WS-EMP-NO IS NUMERIC AND WS-EMP-NO > ZERO
002970         SET WS-EMP-NO-OK TO TRUE
002980     ELSE
002990         DISPLAY "INVALID EMPLOYEE NUMBER - MUST BE NUMERIC "
003000             "AND GREATER THAN ZERO. PLEASE RE-ENTER."
003010     END-IF.
003020 2010-EXIT.
003030     EXIT.
003040
003050*-----------------------------------------------------------------
003060*  2015-GET-EFF-DATE.
003070*-----------------------------------------------------------------
003080 2015-GET-EFF-DATE.
003090     DISPLAY "ENTER EFFECTIVE DATE (CCYYMMDD): ".
003100     ACCEPT WS-EFF-DATE.
003110     IF WS-EFF-DATE IS NUMERIC
003120             AND WS-EFF-DATE GREATER THAN ZERO
003130         SET WS-EFF-OK TO TRUE
003140     ELSE
003150         DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD. "
003160             "PLEASE RE-ENTER."
003170     END-IF.
003180 2015-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------------
003220*  2100-GET-DETAILS.
003230*  TAKES THE FOUR PROFILE FIELDS, EACH RE-PROMPTED UNTIL VALID.
003240*-----------------------------------------------------------------
003250 2100-GET-DETAILS.
003260     MOVE SPACE TO WS-FILING-STATUS.
003270     PERFORM 2110-GET-FILING-STATUS
003280         THRU 2110-EXIT
003290         UNTIL WS-FILING-STATUS-OK.
003300     MOVE "N" TO WS-ALLOW-OK-SW.
003310     PERFORM 2120-GET-ALLOWANCES
003320         THRU 2120-EXIT
003330         UNTIL WS-ALLOW-OK.
003340     MOVE "N" TO WS-ADDL-OK-SW.
003350     PERFORM 2130-GET-ADDL-AMOUNT
003360         THRU 2130-EXIT
003370         UNTIL WS-ADDL-OK.
003380     MOVE SPACE TO WS-EXEMPT-SW.
003390     PERFORM 2140-GET-EXEMPT
003400         THRU 2140-EXIT
003410         UNTIL WS-EXEMPT-OK.
003420 2100-EXIT.
003430     EXIT.
003440
003450 2110-GET-FILING-STATUS.
003460     DISPLAY "ENTER FILING STATUS (S=SINGLE, M=MARRIED, "
003470         "H=HEAD OF HOUSEHOLD): ".
003480     ACCEPT WS-FILING-STATUS.
003490     IF NOT WS-FILING-STATUS-OK
003500         DISPLAY "FILING STATUS MUST BE S, M OR H. "
003510             "PLEASE RE-ENTER."
003520     END-IF.
003530 2110-EXIT.
003540     EXIT.
003550
003560 2120-GET-ALLOWANCES.
003570     DISPLAY "ENTER NUMBER OF ALLOWANCES (2 DIGITS): ".
003580     ACCEPT WS-ALLOWANCES.
003590     IF WS-ALLOWANCES IS NUMERIC
003600         SET WS-ALLOW-OK TO TRUE
003610     ELSE
003620         DISPLAY "INVALID ALLOWANCES - MUST BE NUMERIC. "
003630             "PLEASE RE-ENTER."
003640     END-IF.
003650 2120-EXIT.
003660     EXIT.
003670
003680 2130-GET-ADDL-AMOUNT.
003690     DISPLAY "ENTER ADDITIONAL WITHHOLDING PER RUN AS 7 DIGITS, "
003700         "IMPLIED DECIMAL (0002500 = 25.00): ".
003710     ACCEPT WS-ADDL-AMOUNT.
003720     IF WS-ADDL-AMOUNT IS NUMERIC
003730         SET WS-ADDL-OK TO TRUE
003740     ELSE
003750         DISPLAY "INVALID AMOUNT - MUST BE NUMERIC. "
003760             "PLEASE RE-ENTER."
003770     END-IF.
003780 2130-EXIT.
003790     EXIT.
003800
003810 2140-GET-EXEMPT.
003820     DISPLAY "EXEMPT FROM STATUTORY TAX? (Y/N): ".
003830     ACCEPT WS-EXEMPT-SW.
003840     IF NOT WS-EXEMPT-OK
003850         DISPLAY "ANSWER Y OR N. PLEASE RE-ENTER."
003860     END-IF.
003870 2140-EXIT.
003880     EXIT.
003890
003900*-----------------------------------------------------------------
003910*  2180-MOVE-DETAILS.
003920*  PUTS THE KEYED FIELDS ON THE RECORD AND STAMPS WHO KEYED THEM.
003930*-----------------------------------------------------------------
003940 2180-MOVE-DETAILS.
003950     MOVE WS-FILING-STATUS TO WP-FILING-STATUS.
003960     MOVE WS-ALLOWANCES    TO WP-ALLOWANCES.
003970     MOVE WS-ADDL-AMOUNT   TO WP-ADDL-AMOUNT.
003980     MOVE WS-EXEMPT-SW     TO WP-EXEMPT-SW.
003990     MOVE WS-OPERATOR-ID   TO WP-ENTERED-BY.
004000     MOVE WS-RUN-DATE      TO WP-ENTERED-DATE.
004010 2180-EXIT.
004020     EXIT.
004030
004040*-----------------------------------------------------------------
004050*  3000-UPDATE-PROFILE.
004060*  LOOKS UP AN EXISTING ROW BY EMPLOYEE AND EFFECTIVE DATE,
004070*  SHOWS THE CURRENT TERMS, AND REWRITES THE ROW IN PLACE.
004080*-----------------------------------------------------------------
004090 3000-UPDATE-PROFILE.
004100     PERFORM 2010-GET-EMP-NO
004110         THRU 2010-EXIT
004120         UNTIL WS-EMP-NO-OK.
004130     PERFORM 2015-GET-EFF-DATE
004140         THRU 2015-EXIT
004150         UNTIL WS-EFF-OK.
004160     PERFORM 3010-FIND-PROFILE
004170         THRU 3010-EXIT.
004180     IF WS-FOUND
004190         PERFORM 5100-SHOW-PROFILE
004200             THRU 5100-EXIT
004210         PERFORM 2100-GET-DETAILS
004220             THRU 2100-EXIT
004230         PERFORM 2180-MOVE-DETAILS
004240             THRU 2180-EXIT
004250         REWRITE WH-PROFILE-RECORD
004260         MOVE "UPDATED" TO WS-AUDIT-ACTION
004270         PERFORM 8000-AUDIT-CHANGE
004280             THRU 8000-EXIT
004290     ELSE
004300         DISPLAY "EMPLOYEE/EFFECTIVE DATE NOT FOUND ON "
004310             "PROFILE FILE - NO UPDATE MADE."
004320     END-IF.
004330 3000-EXIT.
004340     EXIT.
004350
004360*-----------------------------------------------------------------
004370*  3010-FIND-PROFILE.
004380*-----------------------------------------------------------------
004390 3010-FIND-PROFILE.
004400     MOVE "N" TO WS-FOUND-SW.
004410     MOVE WS-EMP-NO   TO WP-EMP-NO.
004420     MOVE WS-EFF-DATE TO WP-EFF-DATE.
004430     READ WH-PROFILE-FILE
004440         INVALID KEY
004450             CONTINUE
004460         NOT INVALID KEY
004470             SET WS-FOUND TO TRUE
004480     END-READ.
004490 3010-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------------------
004530*  4000-DELETE-PROFILE.
004540*-----------------------------------------------------------------
004550 4000-DELETE-PROFILE.
004560     PERFORM 2010-GET-EMP-NO
004570         THRU 2010-EXIT
004580         UNTIL WS-EMP-NO-OK.
004590     PERFORM 2015-GET-EFF-DATE
004600         THRU 2015-EXIT
004610         UNTIL WS-EFF-OK.
004620     PERFORM 3010-FIND-PROFILE
004630         THRU 3010-EXIT.
004640     IF WS-FOUND
004650         PERFORM 5100-SHOW-PROFILE
004660             THRU 5100-EXIT
004670         DISPLAY "DELETE THIS PROFILE ROW? (Y/N): "
004680         ACCEPT WS-CONFIRM-ANS
004690         IF WS-CONFIRM-YES
004700             DELETE WH-PROFILE-FILE
004710             MOVE "DELETED" TO WS-AUDIT-ACTION
004720             PERFORM 8000-AUDIT-CHANGE
004730                 THRU 8000-EXIT
004740         ELSE
004750             DISPLAY "DELETE NOT CONFIRMED - NO CHANGE MADE."
004760         END-IF
004770     ELSE
004780         DISPLAY "EMPLOYEE/EFFECTIVE DATE NOT FOUND ON "
004790             "PROFILE FILE - NO DELETE MADE."
004800     END-IF.
004810 4000-EXIT.
004820     EXIT.
004830
004840*-----------------------------------------------------------------
004850*  5000-INQUIRE-PROFILE.
004860*-----------------------------------------------------------------
004870 5000-INQUIRE-PROFILE.
004880     PERFORM 2010-GET-EMP-NO
004890         THRU 2010-EXIT
004900         UNTIL WS-EMP-NO-OK.
004910     PERFORM 2015-GET-EFF-DATE
004920         THRU 2015-EXIT
004930         UNTIL WS-EFF-OK.
004940     PERFORM 3010-FIND-PROFILE
004950         THRU 3010-EXIT.
004960     IF WS-FOUND
004970         PERFORM 5100-SHOW-PROFILE
004980             THRU 5100-EXIT
004990     ELSE
005000         DISPLAY "EMPLOYEE/EFFECTIVE DATE NOT FOUND ON "
005010             "PROFILE FILE."
005020     END-IF.
005030 5000-EXIT.
005040     EXIT.
005050
005060 5100-SHOW-PROFILE.
005070     DISPLAY "EMPLOYEE      : " WP-EMP-NO.
005080     DISPLAY "EFFECTIVE     : " WP-EFF-DATE.
005090     DISPLAY "FILING STATUS : " WP-FILING-STATUS.
005100     DISPLAY "ALLOWANCES    : " WP-ALLOWANCES.
005110     MOVE WP-ADDL-AMOUNT TO WS-AMT-DISP.
005120     DISPLAY "ADDITIONAL    : " WS-AMT-DISP.
005130     DISPLAY "EXEMPT        : " WP-EXEMPT-SW.
005140     DISPLAY "KEYED BY      : " WP-ENTERED-BY " ON "
005150         WP-ENTERED-DATE.
005160 5100-EXIT.
005170     EXIT.
005180
005190*-----------------------------------------------------------------
005200*  6000-LIST-FILE.
005210*-----------------------------------------------------------------
005220 6000-LIST-FILE.
005230     OPEN OUTPUT PROFILE-LISTING.
005240     WRITE LST-LINE FROM WS-LST-HEADING-1
005250         AFTER ADVANCING 1 LINE.
005260     WRITE LST-LINE FROM WS-LST-HEADING-2
005270         AFTER ADVANCING 2 LINES.
005280     WRITE LST-LINE FROM WS-LST-HEADING-3
005290         AFTER ADVANCING 1 LINE.
005300     PERFORM 6010-LIST-ONE-ROW
005310         THRU 6010-EXIT
005320         UNTIL WS-END-OF-FILE.
005330     WRITE LST-LINE FROM WS-LST-HEADING-3
005340         AFTER ADVANCING 1 LINE.
005350     MOVE WS-LIST-COUNT TO LST-TOTAL-COUNT.
005360     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
005370         AFTER ADVANCING 1 LINE.
005380     CLOSE PROFILE-LISTING.
005390     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP.
005400     STRING "WITHHOLDING PROFILE FILE LISTED - "
005410         WS-LIST-COUNT-DISP " ROWS"
005420         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005430     CALL "AUDITLOG" USING
005440         BY CONTENT WS-AUDIT-PROGRAM-ID
005450         BY CONTENT WS-AUDIT-MESSAGE.
005460 6000-EXIT.
005470     EXIT.
005480
005490*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005500*  ERROR CANNOT SPIN.
005510 6010-LIST-ONE-ROW.
005520     READ WH-PROFILE-FILE NEXT RECORD
005530         AT END
005540             SET WS-END-OF-FILE TO TRUE
005550         NOT AT END
005560             MOVE WP-EMP-NO        TO LST-EMP-NO
005570             MOVE WP-EFF-DATE      TO LST-EFF-DATE
005580             MOVE WP-FILING-STATUS TO LST-FILING-STATUS
005590             MOVE WP-ALLOWANCES    TO LST-ALLOWANCES
005600             MOVE WP-ADDL-AMOUNT   TO LST-ADDL-AMOUNT
005610             MOVE WP-EXEMPT-SW     TO LST-EXEMPT
005620             MOVE WP-ENTERED-BY    TO LST-ENTERED-BY
005630             WRITE LST-LINE FROM WS-LST-DETAIL-LINE
005640                 AFTER ADVANCING 1 LINE
005650             ADD 1 TO WS-LIST-COUNT
005660     END-READ.
005670     IF WS-WHPROF-STATUS NOT EQUAL "00"
005680         SET WS-END-OF-FILE TO TRUE
005690     END-IF.
005700 6010-EXIT.
005710     EXIT.
005720
005730*-----------------------------------------------------------------
005740*  7000-PROFILE-AT-DATE.
005750*  POSITIONS TO THE EMPLOYEE'S FIRST ROW AND HOLDS EACH ONE
005760*  ALREADY EFFECTIVE ON THE KEYED DATE - THE LAST ONE HELD IS
005770*  THE PROFILE IN FORCE, THE SAME RULE WHCALC APPLIES.
005780*-----------------------------------------------------------------
005790 7000-PROFILE-AT-DATE.
005800     PERFORM 2010-GET-EMP-NO
005810         THRU 2010-EXIT
005820         UNTIL WS-EMP-NO-OK.
005830     PERFORM 7010-GET-ASK-DATE
005840         THRU 7010-EXIT
005850         UNTIL WS-DATE-OK.
005860     MOVE "N" TO WS-PROF-FOUND-SW.
005870     MOVE "N" TO WS-EOF-SW.
005880     MOVE WS-EMP-NO TO WP-EMP-NO.
005890     MOVE ZERO      TO WP-EFF-DATE.
005900     START WH-PROFILE-FILE
005910         KEY IS NOT LESS THAN WP-PROFILE-KEY
005920         INVALID KEY
005930             SET WS-END-OF-FILE TO TRUE
005940     END-START.
005950     PERFORM 7100-SCAN-ONE-ROW
005960         THRU 7100-EXIT
005970         UNTIL WS-END-OF-FILE.
005980     IF WS-PROF-FOUND
005990         MOVE WS-HELD-ADDL-AMOUNT TO WS-AMT-DISP
006000         DISPLAY "EMPLOYEE " WS-EMP-NO " ON " WS-ASK-DATE
006010             " WAS WITHHELD AS " WS-HELD-STATUS
006020             " WITH " WS-HELD-ALLOWANCES " ALLOWANCES"
006030         DISPLAY "  ADDITIONAL " WS-AMT-DISP " EXEMPT "
006040             WS-HELD-EXEMPT-SW " (ROW EFFECTIVE "
006050             WS-HELD-EFF-DATE ")"
006060     ELSE
006070         DISPLAY "EMPLOYEE " WS-EMP-NO " HAS NO PROFILE IN "
006080             "FORCE " WS-ASK-DATE " - WITHHELD AS SINGLE, NO "
006090             "ALLOWANCES."
006100     END-IF.
006110 7000-EXIT.
006120     EXIT.
006130
006140 7010-GET-ASK-DATE.
006150     DISPLAY "ENTER THE DATE TO LOOK UP (CCYYMMDD): ".
006160     ACCEPT WS-ASK-DATE.
006170     IF WS-ASK-DATE IS NUMERIC
006180             AND WS-ASK-DATE GREATER THAN ZERO
006190         SET WS-DATE-OK TO TRUE
006200     ELSE
006210         DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD. "
006220             "PLEASE RE-ENTER."
006230     END-IF.
006240 7010-EXIT.
006250     EXIT.
006260
006270*  THE SCAN ENDS WHEN THE EMPLOYEE CHANGES, AT A ROW NOT YET
006280*  EFFECTIVE ON THE ASKED DATE, OR AT END OF FILE.
006290 7100-SCAN-ONE-ROW.
006300     READ WH-PROFILE-FILE NEXT RECORD
006310         AT END
006320             SET WS-END-OF-FILE TO TRUE
006330             GO TO 7100-EXIT
006340     END-READ.
006350     IF WS-WHPROF-STATUS NOT EQUAL "00"
006360         SET WS-END-OF-FILE TO TRUE
006370         GO TO 7100-EXIT
006380     END-IF.
006390     IF WP-EMP-NO NOT EQUAL WS-EMP-NO
006400             OR WP-EFF-DATE GREATER THAN WS-ASK-DATE
006410         SET WS-END-OF-FILE TO TRUE
006420         GO TO 7100-EXIT
006430     END-IF.
006440     SET WS-PROF-FOUND TO TRUE.
006450     MOVE WP-EFF-DATE      TO WS-HELD-EFF-DATE.
006460     MOVE WP-FILING-STATUS TO WS-HELD-STATUS.
006470     MOVE WP-ALLOWANCES    TO WS-HELD-ALLOWANCES.
006480     MOVE WP-ADDL-AMOUNT   TO WS-HELD-ADDL-AMOUNT.
006490     MOVE WP-EXEMPT-SW     TO WS-HELD-EXEMPT-SW.
006500 7100-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------------
006540*  8000-AUDIT-CHANGE.
006550*  ONE AUDIT LINE PER CHANGE, NAMING THE ROW, THE STATUS AND
006560*  ALLOWANCES IT NOW CARRIES, AND THE OPERATOR.
006570*-----------------------------------------------------------------
006580 8000-AUDIT-CHANGE.
006590     DISPLAY "PROFILE ROW " WS-AUDIT-ACTION " - EMPLOYEE "
006600         WS-EMP-NO " EFFECTIVE " WS-EFF-DATE.
006610     MOVE SPACES TO WS-AUDIT-MESSAGE.
006620     STRING "WH PROFILE " WS-AUDIT-ACTION " EMP " WS-EMP-NO
006630         " EFF " WS-EFF-DATE " " WP-FILING-STATUS
006640         WP-ALLOWANCES WP-EXEMPT-SW " BY " WS-OPERATOR-ID
006650         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
006660     CALL "AUDITLOG" USING
006670         BY CONTENT WS-AUDIT-PROGRAM-ID
006680         BY CONTENT WS-AUDIT-MESSAGE.
006690 8000-EXIT.
006700     EXIT.
006710
006720*-----------------------------------------------------------------
006730*  9999-TERMINATE.
006740*-----------------------------------------------------------------
006750 9999-TERMINATE.
006760     CLOSE WH-PROFILE-FILE.
006770 9999-EXIT.
006780     EXIT.
