000100*****************************************************************
000110*  PROGRAM-ID.   COMPMNT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     OPERATOR MAINTENANCE FRONT END FOR THE COMPANY TABLE THE
000190*     MONEY STEPS SPLIT THEIR FILES BY, MODELED ON CARMAINT.
000200*     SUPPORTS ADD, UPDATE, INQUIRE, AND DELETE OF ONE COMPANY
000210*     PER RUN, PLUS A LISTING MODE THAT PRINTS THE WHOLE TABLE.
000220*     EVERY CHANGE IS WRITTEN TO THE COMMON AUDIT TRAIL VIA
000230*     AUDITLOG.
000240*
000250*     A ROW HOLDS THE BANK ACCOUNT THE COMPANY'S NET PAY IS DRAWN
000260*     ON, SO EVERY MODE BUT INQUIRE AND LIST IS A SUPERVISOR
000270*     ACTION - AUTHORITY 3 ON THE OPERATOR FILE.
000280*
000290*     EACH COMPANY'S CHECK-NUMBER RANGE MUST NOT OVERLAP ANY
000300*     OTHER COMPANY'S, SINCE POSPAY TELLS WHOSE CHECK IT IS BY THE
000310*     NUMBER ALONE; A RANGE THAT WOULD IS REFUSED. THE HOME
000320*     COMPANY 01 CANNOT BE DELETED. A COMPANY STILL CARRIED ON
000330*     AN ACTIVE MASTER RECORD CAN BE, BUT RDYCHECK THEN STOPS THE
000340*     NIGHTLY RUN UNTIL THOSE EMPLOYEES ARE MOVED.
000350*-----------------------------------------------------------------
000360*  MODIFICATION HISTORY.
000370*  DATE       INIT  DESCRIPTION
000380*  ---------  ----  -----------------------------------------
000390*  10/14/26   RCA   ORIGINAL PROGRAM.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. COMPMNT.
000430 AUTHOR. R. AKOLKAR.
000440 INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY.
000450 DATE-WRITTEN. 10/14/26.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT COMPANY-TABLE ASSIGN TO "COMPANY"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CO-COMPANY-CODE
000550         FILE STATUS IS WS-COMPANY-STATUS.
000560     SELECT COMPANY-LISTING ASSIGN TO "COMPLIST"
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  COMPANY-TABLE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY COMPANY.
000640
000650 FD  COMPANY-LISTING
000660     LABEL RECORDS ARE STANDARD.
000670 01  LST-LINE                    PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000710 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000720 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000730     88  WS-SIGNON-OK                        VALUE "Y".
000740 01  WS-COMPANY-CODE              PIC X(02).
000750 01  WS-COMPANY-NAME              PIC X(30).
000760 01  WS-ORIGIN-ROUTING            PIC 9(09).
000770 01  WS-ORIGIN-ACCOUNT            PIC X(17).
000780 01  WS-ORIGIN-ID                 PIC X(10).
000790 01  WS-CHECK-FIRST               PIC 9(08).
000800 01  WS-CHECK-LAST                PIC 9(08).
000810 01  WS-GL-PREFIX                 PIC X(04).
000820
000830 01  WS-RUN-MODE                  PIC X(01) VALUE "I".
000840     88  WS-MODE-ADD                         VALUE "A" "a".
000850     88  WS-MODE-UPDATE                      VALUE "U" "u".
000860     88  WS-MODE-INQUIRE                     VALUE "I" "i".
000870     88  WS-MODE-DELETE                      VALUE "D" "d".
000880     88  WS-MODE-LIST                        VALUE "L" "l".
000890 01  WS-KEY-OK-SW                 PIC X(01) VALUE "N".
000900     88  WS-KEY-OK                           VALUE "Y".
000910 01  WS-NAME-OK-SW                PIC X(01) VALUE "N".
000920     88  WS-NAME-OK                          VALUE "Y".
000930 01  WS-ROUTING-OK-SW             PIC X(01) VALUE "N".
000940     88  WS-ROUTING-OK                       VALUE "Y".
000950 01  WS-ACCOUNT-OK-SW             PIC X(01) VALUE "N".
000960     88  WS-ACCOUNT-OK                       VALUE "Y".
000970 01  WS-RANGE-OK-SW               PIC X(01) VALUE "N".
000980     88  WS-RANGE-OK                         VALUE "Y".
000990 01  WS-OVERLAP-SW                PIC X(01) VALUE "N".
001000     88  WS-OVERLAP                          VALUE "Y".
001010 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
001020     88  WS-FOUND                            VALUE "Y".
001030 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001040     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001050 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001060     88  WS-END-OF-FILE                      VALUE "Y".
001070
001080 01  WS-OVERLAP-CODE              PIC X(02) VALUE SPACES.
001090
001100 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "COMPMNT".
001110 01  WS-AUDIT-MESSAGE             PIC X(60).
001120
001130 01  WS-COMPANY-STATUS            PIC X(02) VALUE SPACES.
001140     88  WS-COMPANY-NOT-FOUND                VALUE "35".
001150
001160 01  WS-LIST-COUNT                PIC 9(04) VALUE ZERO.
001170 01  WS-LIST-COUNT-DISP           PIC ZZZ9.
001180
001190 01  WS-LST-HEADING-1.
001200     05  FILLER                  PIC X(20)
001210         VALUE "PAYROLL SYSTEMS".
001220     05  FILLER                  PIC X(30)
001230         VALUE "COMPANY TABLE LISTING".
001240     05  FILLER                  PIC X(30) VALUE SPACES.
001250
001260 01  WS-LST-HEADING-2.
001270     05  FILLER                  PIC X(04) VALUE "CO".
001280     05  FILLER                  PIC X(22) VALUE "COMPANY NAME".
001290     05  FILLER                  PIC X(11) VALUE "ROUTING".
001300     05  FILLER                  PIC X(11) VALUE "ORIGIN ID".
001310     05  FILLER                  PIC X(10) VALUE "CHECKS".
001320     05  FILLER                  PIC X(10) VALUE "THROUGH".
001330     05  FILLER                  PIC X(12) VALUE "GL PREFIX".
001340
001350 01  WS-LST-HEADING-3             PIC X(80) VALUE ALL "-".
001360
001370 01  WS-LST-DETAIL-LINE.
001380     05  LST-COMPANY-CODE        PIC X(02).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  LST-COMPANY-NAME        PIC X(20).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  LST-ORIGIN-ROUTING      PIC 9(09).
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  LST-ORIGIN-ID           PIC X(10).
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  LST-CHECK-FIRST         PIC 9(08).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  LST-CHECK-LAST          PIC 9(08).
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  LST-GL-PREFIX           PIC X(04).
001510     05  FILLER                  PIC X(08) VALUE SPACES.
001520
001530 01  WS-LST-TOTAL-LINE.
001540     05  FILLER                  PIC X(23)
001550         VALUE "COMPANIES ON TABLE:    ".
001560     05  LST-TOTAL-COUNT         PIC ZZZ9.
001570     05  FILLER                  PIC X(53) VALUE SPACES.
001580
001590 PROCEDURE DIVISION.
001600
001610*-----------------------------------------------------------------
001620*  0000-MAINLINE.
001630*-----------------------------------------------------------------
001640 0000-MAINLINE.
001650*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
001660*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
001670     CALL "OPERSGN" USING
001680         BY REFERENCE WS-OPERATOR-ID
001690         BY REFERENCE WS-OPER-AUTH
001700         BY REFERENCE WS-SIGNON-OK-SW.
001710     IF NOT WS-SIGNON-OK
001720         DISPLAY "COMPMNT - SIGN-ON REFUSED - NOTHING DONE."
001730         GOBACK
001740     END-IF.
001750     PERFORM 0500-GET-RUN-MODE
001760         THRU 0500-EXIT.
001770*  CHANGING A COMPANY'S BANK DETAILS OR CHECK RANGE IS A
001780*  SUPERVISOR ACTION - AUTHORITY 3 ON THE OPERATOR FILE.
001790     IF (WS-MODE-ADD OR WS-MODE-UPDATE OR WS-MODE-DELETE)
001800             AND WS-OPER-AUTH LESS THAN 3
001810         DISPLAY "COMPMNT - OPERATOR " WS-OPERATOR-ID
001820             " IS NOT SUPERVISOR AUTHORITY - NOTHING DONE."
001830         GOBACK
001840     END-IF.
001850     PERFORM 1000-INITIALIZE
001860         THRU 1000-EXIT.
001870     EVALUATE TRUE
001880         WHEN WS-MODE-ADD
001890             PERFORM 2000-ADD-COMPANY
001900                 THRU 2000-EXIT
001910         WHEN WS-MODE-UPDATE
001920             PERFORM 3000-UPDATE-COMPANY
001930                 THRU 3000-EXIT
001940         WHEN WS-MODE-DELETE
001950             PERFORM 4000-DELETE-COMPANY
001960                 THRU 4000-EXIT
001970         WHEN WS-MODE-LIST
001980             PERFORM 6000-LIST-TABLE
001990                 THRU 6000-EXIT
002000         WHEN OTHER
002010             PERFORM 5000-INQUIRE-COMPANY
002020                 THRU 5000-EXIT
002030     END-EVALUATE.
002040     PERFORM 9999-TERMINATE
002050         THRU 9999-EXIT.
002060     GOBACK.
002070
002080*-----------------------------------------------------------------
002090*  0500-GET-RUN-MODE.
002100*-----------------------------------------------------------------
002110 0500-GET-RUN-MODE.
002120     DISPLAY "ENTER MODE - A=ADD, U=UPDATE, I=INQUIRE, "
002130         "D=DELETE, L=LIST TABLE: ".
002140     ACCEPT WS-RUN-MODE.
002150 0500-EXIT.
002160     EXIT.
002170
002180*-----------------------------------------------------------------
002190*  1000-INITIALIZE.
002200*  OPENS THE TABLE I-O. ON A BRAND-NEW INSTALLATION THE FILE
002210*  DOESN'T EXIST YET, SO A FIRST OPEN OUTPUT CREATES IT EMPTY
002220*  BEFORE THE NORMAL OPEN I-O IS TRIED AGAIN. THIS IS THE ONLY
002230*  PROGRAM THAT LEGITIMATELY CREATES A BRAND-NEW COMPANY TABLE,
002240*  SO THE BOOTSTRAP LIVES HERE.
002250*-----------------------------------------------------------------
002260 1000-INITIALIZE.
002270     OPEN I-O COMPANY-TABLE.
002280     IF WS-COMPANY-NOT-FOUND
002290         OPEN OUTPUT COMPANY-TABLE
002300         CLOSE COMPANY-TABLE
002310         OPEN I-O COMPANY-TABLE
002320     END-IF.
002330 1000-EXIT.
002340     EXIT.
002350
002360*-----------------------------------------------------------------
002370*  2000-ADD-COMPANY.
002380*  THE RANGE IS CHECKED AGAINST EVERY COMPANY ALREADY ON THE
002390*  TABLE BEFORE THE ROW IS WRITTEN.
002400*-----------------------------------------------------------------
002410 2000-ADD-COMPANY.
002420     PERFORM 2010-GET-KEY
002430         THRU 2010-EXIT
002440         UNTIL WS-KEY-OK.
002450     PERFORM 2020-GET-DETAILS
002460         THRU 2020-EXIT.
002470     PERFORM 2070-CHECK-OVERLAP
002480         THRU 2070-EXIT.
002490     IF WS-OVERLAP
002500         GO TO 2000-EXIT
002510     END-IF.
002520     MOVE WS-COMPANY-CODE   TO CO-COMPANY-CODE.
002530     PERFORM 2080-MOVE-DETAILS
002540         THRU 2080-EXIT.
002550     WRITE COMPANY-RECORD
002560         INVALID KEY
002570             DISPLAY "COMPANY " WS-COMPANY-CODE
002580                 " ALREADY ON TABLE - NOT ADDED."
002590         NOT INVALID KEY
002600             STRING "COMPANY ADDED - " CO-COMPANY-CODE
002610                 " CHECKS " CO-CHECK-FIRST "-" CO-CHECK-LAST
002620                 " BY " WS-OPERATOR-ID
002630                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002640             CALL "AUDITLOG" USING
002650                 BY CONTENT WS-AUDIT-PROGRAM-ID
002660                 BY CONTENT WS-AUDIT-MESSAGE
002670     END-WRITE.
002680 2000-EXIT.
002690     EXIT.
002700
002710*-----------------------------------------------------------------
002720*  2010-GET-KEY.
002730*  ACCEPTS THE COMPANY CODE AND RE-PROMPTS UNTIL IT IS NOT
002740*  BLANK.
002750*-----------------------------------------------------------------
002760 2010-GET-KEY.
002770     DISPLAY "ENTER COMPANY CODE (2 CHARACTERS): ".
002780     ACCEPT WS-COMPANY-CODE.
002790     IF WS-COMPANY-CODE NOT EQUAL SPACES
002800         SET WS-KEY-OK TO TRUE
002810     ELSE
002820         DISPLAY "INVALID COMPANY CODE - MUST NOT BE BLANK. "
002830             "PLEASE RE-ENTER."
002840     END-IF.
002850 2010-EXIT.
002860     EXIT.
002870
002880*-----------------------------------------------------------------
002890*  2020-GET-DETAILS.
002900*  CAPTURES EVERYTHING BUT THE KEY FOR AN ADD OR AN UPDATE. THE
002910*  GL PREFIX MAY BE LEFT BLANK FOR A LEDGER THAT NEEDS NONE.
002920*-----------------------------------------------------------------
002930 2020-GET-DETAILS.
002940     MOVE "N" TO WS-NAME-OK-SW.
002950     PERFORM 2030-GET-COMPANY-NAME
002960         THRU 2030-EXIT
002970         UNTIL WS-NAME-OK.
002980     MOVE "N" TO WS-ROUTING-OK-SW.
002990     PERFORM 2040-GET-ROUTING
003000         THRU 2040-EXIT
003010         UNTIL WS-ROUTING-OK.
003020     MOVE "N" TO WS-ACCOUNT-OK-SW.
003030     PERFORM 2050-GET-ACCOUNT
003040         THRU 2050-EXIT
003050         UNTIL WS-ACCOUNT-OK.
003060     DISPLAY "ENTER ORIGINATOR ID THE BANK KNOWS THE "
003070         "COMPANY BY: ".
003080     ACCEPT WS-ORIGIN-ID.
003090     MOVE "N" TO WS-RANGE-OK-SW.
003100     PERFORM 2060-GET-CHECK-RANGE
003110         THRU 2060-EXIT
003120         UNTIL WS-RANGE-OK.
003130     DISPLAY "ENTER GL ACCOUNT PREFIX (MAX 4 CHARACTERS): ".
003140     ACCEPT WS-GL-PREFIX.
003150 2020-EXIT.
003160     EXIT.
003170
003180 2030-GET-COMPANY-NAME.
003190     DISPLAY "ENTER COMPANY NAME: ".
003200     ACCEPT WS-COMPANY-NAME.
003210     IF WS-COMPANY-NAME NOT EQUAL SPACES
003220         SET WS-NAME-OK TO TRUE
003230     ELSE
003240         DISPLAY "INVALID COMPANY NAME - MUST NOT BE BLANK. "
003250             "PLEASE RE-ENTER."
003260     END-IF.
003270 2030-EXIT.
003280     EXIT.
003290
003300 2040-GET-ROUTING.
003310     DISPLAY "ENTER ORIGIN BANK ROUTING NUMBER (9 DIGITS): ".
003320     ACCEPT WS-ORIGIN-ROUTING.
003330     IF WS-ORIGIN-ROUTING IS NUMERIC
003340             AND WS-ORIGIN-ROUTING GREATER THAN ZERO
003350         SET WS-ROUTING-OK TO TRUE
003360     ELSE
003370         DISPLAY "INVALID ROUTING NUMBER - MUST BE NUMERIC AND "
003380             "NOT ZERO. PLEASE RE-ENTER."
003390     END-IF.
003400 2040-EXIT.
003410     EXIT.
003420
003430 2050-GET-ACCOUNT.
003440     DISPLAY "ENTER ORIGIN BANK ACCOUNT NUMBER: ".
003450     ACCEPT WS-ORIGIN-ACCOUNT.
003460     IF WS-ORIGIN-ACCOUNT NOT EQUAL SPACES
003470         SET WS-ACCOUNT-OK TO TRUE
003480     ELSE
003490         DISPLAY "INVALID ACCOUNT NUMBER - MUST NOT BE BLANK. "
003500             "PLEASE RE-ENTER."
003510     END-IF.
003520 2050-EXIT.
003530     EXIT.
003540
003550 2060-GET-CHECK-RANGE.
003560     DISPLAY "ENTER FIRST CHECK NUMBER (8 DIGITS): ".
003570     ACCEPT WS-CHECK-FIRST.
003580     DISPLAY "ENTER LAST CHECK NUMBER (8 DIGITS): ".
003590     ACCEPT WS-CHECK-LAST.
003600     IF WS-CHECK-FIRST IS NUMERIC
003610             AND WS-CHECK-LAST IS NUMERIC
003620             AND WS-CHECK-FIRST GREATER THAN ZERO
003630             AND WS-CHECK-FIRST NOT GREATER THAN WS-CHECK-LAST
003640         SET WS-RANGE-OK TO TRUE
003650     ELSE
003660         DISPLAY "INVALID CHECK RANGE - BOTH NUMERIC, FIRST NOT "
003670             "ZERO AND NOT PAST LAST. PLEASE RE-ENTER."
003680     END-IF.
003690 2060-EXIT.
003700     EXIT.
003710
003720*-----------------------------------------------------------------
003730*  2070-CHECK-OVERLAP.
003740*  READS THE WHOLE TABLE FROM THE TOP AND REFUSES THE RANGE IF
003750*  ANY OTHER COMPANY'S RANGE SHARES A NUMBER WITH IT. THE SCAN
003760*  MOVES THE RECORD AREA, SO AN UPDATE RE-READS ITS OWN ROW
003770*  AFTER THIS.
003780*-----------------------------------------------------------------
003790 2070-CHECK-OVERLAP.
003800     MOVE "N" TO WS-OVERLAP-SW.
003810     MOVE "N" TO WS-EOF-SW.
003820     MOVE LOW-VALUES TO CO-COMPANY-CODE.
003830     START COMPANY-TABLE KEY IS NOT LESS THAN CO-COMPANY-CODE
003840         INVALID KEY
003850             GO TO 2070-EXIT
003860     END-START.
003870     PERFORM 2075-CHECK-ONE-RANGE
003880         THRU 2075-EXIT
003890         UNTIL WS-END-OF-FILE
003900             OR WS-OVERLAP.
003910     IF WS-OVERLAP
003920         DISPLAY "CHECK RANGE OVERLAPS COMPANY " WS-OVERLAP-CODE
003930             "'S RANGE - NO CHANGE MADE."
003940     END-IF.
003950 2070-EXIT.
003960     EXIT.
003970
003980*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
003990*  ERROR CANNOT SPIN.
004000 2075-CHECK-ONE-RANGE.
004010     READ COMPANY-TABLE NEXT RECORD
004020         AT END
004030             SET WS-END-OF-FILE TO TRUE
004040             GO TO 2075-EXIT
004050     END-READ.
004060     IF WS-COMPANY-STATUS NOT EQUAL "00"
004070         SET WS-END-OF-FILE TO TRUE
004080         GO TO 2075-EXIT
004090     END-IF.
004100     IF CO-COMPANY-CODE EQUAL WS-COMPANY-CODE
004110         GO TO 2075-EXIT
004120     END-IF.
004130     IF WS-CHECK-FIRST NOT GREATER THAN CO-CHECK-LAST
004140             AND WS-CHECK-LAST NOT LESS THAN CO-CHECK-FIRST
004150         SET WS-OVERLAP TO TRUE
004160         MOVE CO-COMPANY-CODE TO WS-OVERLAP-CODE
004170     END-IF.
004180 2075-EXIT.
004190     EXIT.
004200
004210 2080-MOVE-DETAILS.
004220     MOVE WS-COMPANY-NAME   TO CO-COMPANY-NAME.
004230     MOVE WS-ORIGIN-ROUTING TO CO-ORIGIN-ROUTING.
004240     MOVE WS-ORIGIN-ACCOUNT TO CO-ORIGIN-ACCOUNT.
004250     MOVE WS-ORIGIN-ID      TO CO-ORIGIN-ID.
004260     MOVE WS-CHECK-FIRST    TO CO-CHECK-FIRST.
004270     MOVE WS-CHECK-LAST     TO CO-CHECK-LAST.
004280     MOVE WS-GL-PREFIX      TO CO-GL-PREFIX.
004290 2080-EXIT.
004300     EXIT.
004310
004320*-----------------------------------------------------------------
004330*  3000-UPDATE-COMPANY.
004340*  LOOKS UP AN EXISTING COMPANY, SHOWS IT, CAPTURES THE NEW
004350*  DETAILS, CHECKS THE RANGE, AND REWRITES THE RECORD IN PLACE.
004360*  NARROWING A RANGE BELOW THE NEXT NUMBER ALREADY IN THE
004370*  COMPANY'S CHECKNBR FILE STOPS ITS CHECKS PRINTING UNTIL
004380*  WIDENED AGAIN - CHECKPRT WITHHOLDS THEM WITH AN EXCEPTION.
004390*-----------------------------------------------------------------
004400 3000-UPDATE-COMPANY.
004410     PERFORM 2010-GET-KEY
004420         THRU 2010-EXIT
004430         UNTIL WS-KEY-OK.
004440     PERFORM 3010-FIND-COMPANY
004450         THRU 3010-EXIT.
004460     IF NOT WS-FOUND
004470         DISPLAY "COMPANY NOT FOUND ON TABLE - NO UPDATE MADE."
004480         GO TO 3000-EXIT
004490     END-IF.
004500     PERFORM 5100-SHOW-COMPANY
004510         THRU 5100-EXIT.
004520     PERFORM 2020-GET-DETAILS
004530         THRU 2020-EXIT.
004540     PERFORM 2070-CHECK-OVERLAP
004550         THRU 2070-EXIT.
004560     IF WS-OVERLAP
004570         GO TO 3000-EXIT
004580     END-IF.
004590     PERFORM 3010-FIND-COMPANY
004600         THRU 3010-EXIT.
004610     PERFORM 2080-MOVE-DETAILS
004620         THRU 2080-EXIT.
004630     REWRITE COMPANY-RECORD.
004640     STRING "COMPANY UPDATED - " CO-COMPANY-CODE
004650         " CHECKS " CO-CHECK-FIRST "-" CO-CHECK-LAST
004660         " BY " WS-OPERATOR-ID
004670         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
004680     CALL "AUDITLOG" USING
004690         BY CONTENT WS-AUDIT-PROGRAM-ID
004700         BY CONTENT WS-AUDIT-MESSAGE.
004710 3000-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------------
004750*  3010-FIND-COMPANY.
004760*  READS THE TABLE DIRECTLY BY THE CODE ENTERED ABOVE. ON A
004770*  MATCH THE RECORD IS POSITIONED FOR A REWRITE OR DELETE.
004780*-----------------------------------------------------------------
004790 3010-FIND-COMPANY.
004800     MOVE "N" TO WS-FOUND-SW.
004810     MOVE WS-COMPANY-CODE TO CO-COMPANY-CODE.
004820     READ COMPANY-TABLE
004830         INVALID KEY
004840             CONTINUE
004850         NOT INVALID KEY
004860             SET WS-FOUND TO TRUE
004870     END-READ.
004880 3010-EXIT.
004890     EXIT.
004900
004910*-----------------------------------------------------------------
004920*  4000-DELETE-COMPANY.
004930*  LOOKS UP AN EXISTING COMPANY, SHOWS IT, AND DELETES IT AFTER
004940*  THE OPERATOR CONFIRMS. THE HOME COMPANY STAYS.
004950*-----------------------------------------------------------------
004960 4000-DELETE-COMPANY.
004970     PERFORM 2010-GET-KEY
004980         THRU 2010-EXIT
004990         UNTIL WS-KEY-OK.
005000     IF WS-COMPANY-CODE EQUAL "01"
005010         DISPLAY "COMPANY 01 IS THE HOME COMPANY AND CANNOT BE "
005020             "DELETED - NO CHANGE MADE."
005030         GO TO 4000-EXIT
005040     END-IF.
005050     PERFORM 3010-FIND-COMPANY
005060         THRU 3010-EXIT.
005070     IF WS-FOUND
005080         PERFORM 5100-SHOW-COMPANY
005090             THRU 5100-EXIT
005100         DISPLAY "DELETE THIS COMPANY? (Y/N): "
005110         ACCEPT WS-CONFIRM-ANS
005120         IF WS-CONFIRM-YES
005130             DELETE COMPANY-TABLE
005140             STRING "COMPANY DELETED - " WS-COMPANY-CODE
005150                 " BY " WS-OPERATOR-ID
005160                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
005170             CALL "AUDITLOG" USING
005180                 BY CONTENT WS-AUDIT-PROGRAM-ID
005190                 BY CONTENT WS-AUDIT-MESSAGE
005200         ELSE
005210             DISPLAY "DELETE NOT CONFIRMED - NO CHANGE MADE."
005220         END-IF
005230     ELSE
005240         DISPLAY "COMPANY NOT FOUND ON TABLE - NO DELETE MADE."
005250     END-IF.
005260 4000-EXIT.
005270     EXIT.
005280
005290*-----------------------------------------------------------------
005300*  5000-INQUIRE-COMPANY.
005310*-----------------------------------------------------------------
005320 5000-INQUIRE-COMPANY.
005330     PERFORM 2010-GET-KEY
005340         THRU 2010-EXIT
005350         UNTIL WS-KEY-OK.
005360     PERFORM 3010-FIND-COMPANY
005370         THRU 3010-EXIT.
005380     IF WS-FOUND
005390         PERFORM 5100-SHOW-COMPANY
005400             THRU 5100-EXIT
005410     ELSE
005420         DISPLAY "COMPANY NOT FOUND ON TABLE."
005430     END-IF.
005440 5000-EXIT.
005450     EXIT.
005460
005470 5100-SHOW-COMPANY.
005480     DISPLAY "COMPANY NAME  : " CO-COMPANY-NAME.
005490     DISPLAY "ORIGIN ROUTING: " CO-ORIGIN-ROUTING.
005500     DISPLAY "ORIGIN ACCOUNT: " CO-ORIGIN-ACCOUNT.
005510     DISPLAY "ORIGINATOR ID : " CO-ORIGIN-ID.
005520     DISPLAY "CHECK RANGE   : " CO-CHECK-FIRST " - "
005530         CO-CHECK-LAST.
005540     DISPLAY "GL PREFIX     : " CO-GL-PREFIX.
005550 5100-EXIT.
005560     EXIT.
005570
005580*-----------------------------------------------------------------
005590*  6000-LIST-TABLE.
005600*  PRINTS EVERY COMPANY ON THE TABLE IN KEY ORDER TO THE LISTING
005610*  FILE WITH A COUNT AT THE END. THE ACCOUNT NUMBER IS LEFT OFF
005620*  THE LISTING.
005630*-----------------------------------------------------------------
005640 6000-LIST-TABLE.
005650     OPEN OUTPUT COMPANY-LISTING.
005660     WRITE LST-LINE FROM WS-LST-HEADING-1
005670         AFTER ADVANCING 1 LINE.
005680     WRITE LST-LINE FROM WS-LST-HEADING-2
005690         AFTER ADVANCING 2 LINES.
005700     WRITE LST-LINE FROM WS-LST-HEADING-3
005710         AFTER ADVANCING 1 LINE.
005720     PERFORM 6010-LIST-ONE-COMPANY
005730         THRU 6010-EXIT
005740         UNTIL WS-END-OF-FILE.
005750     WRITE LST-LINE FROM WS-LST-HEADING-3
005760         AFTER ADVANCING 1 LINE.
005770     MOVE WS-LIST-COUNT TO LST-TOTAL-COUNT.
005780     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
005790         AFTER ADVANCING 1 LINE.
005800     CLOSE COMPANY-LISTING.
005810     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP.
005820     STRING "COMPANY TABLE LISTED - " WS-LIST-COUNT-DISP
005830         " COMPANIES"
005840         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005850     CALL "AUDITLOG" USING
005860         BY CONTENT WS-AUDIT-PROGRAM-ID
005870         BY CONTENT WS-AUDIT-MESSAGE.
005880 6000-EXIT.
005890     EXIT.
005900
005910*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005920*  ERROR CANNOT SPIN.
005930 6010-LIST-ONE-COMPANY.
005940     READ COMPANY-TABLE NEXT RECORD
005950         AT END
005960             SET WS-END-OF-FILE TO TRUE
005970         NOT AT END
005980             MOVE CO-COMPANY-CODE   TO LST-COMPANY-CODE
005990             MOVE CO-COMPANY-NAME   TO LST-COMPANY-NAME
006000             MOVE CO-ORIGIN-ROUTING TO LST-ORIGIN-ROUTING
006010             MOVE CO-ORIGIN-ID      TO LST-ORIGIN-ID
006020             MOVE CO-CHECK-FIRST    TO LST-CHECK-FIRST
006030             MOVE CO-CHECK-LAST     TO LST-CHECK-LAST
006040             MOVE CO-GL-PREFIX      TO LST-GL-PREFIX
006050             WRITE LST-LINE FROM WS-LST-DETAIL-LINE
006060                 AFTER ADVANCING 1 LINE
006070             ADD 1 TO WS-LIST-COUNT
006080     END-READ.
006090     IF WS-COMPANY-STATUS NOT EQUAL "00"
006100         SET WS-END-OF-FILE TO TRUE
006110     END-IF.
006120 6010-EXIT.
006130     EXIT.
006140
006150*-----------------------------------------------------------------
006160*  9999-TERMINATE.
006170*-----------------------------------------------------------------
006180 9999-TERMINATE.
006190     CLOSE COMPANY-TABLE.
006200 9999-EXIT.
006210     EXIT.
