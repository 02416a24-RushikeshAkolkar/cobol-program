000100*****************************************************************
000110*  PROGRAM-ID.   CARMAINT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     OPERATOR MAINTENANCE FRONT END FOR THE BENEFITS-CARRIER
000190*     TABLE THAT CARRXTRT REMITS BY AND ENRLFEED FEEDS BY,
000200*     MODELED ON ERNMAINT. SUPPORTS ADD, UPDATE, INQUIRE, AND
000210*     DELETE OF ONE DEDUCTION CODE PER RUN, PLUS A LISTING MODE
000220*     THAT PRINTS THE WHOLE TABLE. EVERY CHANGE IS WRITTEN TO THE
000230*     COMMON AUDIT TRAIL VIA AUDITLOG.
000240*
000250*     EACH ROW MAPS ONE ELECTION DEDUCTION CODE (AS KEYED ON
000260*     ELCMAINT) TO A CARRIER ID, THE CARRIER'S NAME, AND ITS TYPE
000270*     - I INSURANCE, R RETIREMENT, O OTHER. AN UPDATE KEEPS THE
000280*     LAST-FEED DATE AND TIME ENRLFEED STAMPED ON THE ROW. MOVING
000290*     A CODE TO ANOTHER CARRIER SENDS ITS ELECTIONS TO THE NEW
000300*     CARRIER AS ADDS ON ITS NEXT FEED; THE OLD CARRIER IS NOT
000310*     SENT STOPS FOR THEM AND MUST BE TOLD BY BENEFITS STAFF.
000320*-----------------------------------------------------------------
000330*  MODIFICATION HISTORY.
000340*  DATE       INIT  DESCRIPTION
000350*  ---------  ----  -----------------------------------------
000360*  10/14/26   RCA   ORIGINAL PROGRAM.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. CARMAINT.
000400 AUTHOR. R. AKOLKAR.
000410 INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY.
000420 DATE-WRITTEN. 10/14/26.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CARRIER-TABLE ASSIGN TO "CARRTAB"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CR-DEDUCT-CODE
000520         FILE STATUS IS WS-CARRTAB-STATUS.
000530     SELECT CARRIER-LISTING ASSIGN TO "CARLIST"
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CARRIER-TABLE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CARRIER.
000610
000620 FD  CARRIER-LISTING
000630     LABEL RECORDS ARE STANDARD.
000640 01  LST-LINE                    PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000680 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000690 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000700     88  WS-SIGNON-OK                        VALUE "Y".
000710 01  WS-DEDUCT-CODE               PIC X(04).
000720 01  WS-CARRIER-ID                PIC X(06).
000730 01  WS-CARRIER-NAME              PIC X(20).
000740 01  WS-CARRIER-TYPE              PIC X(01).
000750     88  WS-CARRIER-TYPE-VALID               VALUE "I" "R" "O".
000760
000770 01  WS-RUN-MODE                  PIC X(01) VALUE "I".
000780     88  WS-MODE-ADD                         VALUE "A" "a".
000790     88  WS-MODE-UPDATE                      VALUE "U" "u".
000800     88  WS-MODE-INQUIRE                     VALUE "I" "i".
000810     88  WS-MODE-DELETE                      VALUE "D" "d".
000820     88  WS-MODE-LIST                        VALUE "L" "l".
000830 01  WS-KEY-OK-SW                 PIC X(01) VALUE "N".
000840     88  WS-KEY-OK                           VALUE "Y".
000850 01  WS-ID-OK-SW                  PIC X(01) VALUE "N".
000860     88  WS-ID-OK                            VALUE "Y".
000870 01  WS-TYPE-OK-SW                PIC X(01) VALUE "N".
000880     88  WS-TYPE-OK                          VALUE "Y".
000890 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
000900     88  WS-FOUND                            VALUE "Y".
000910 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
000920     88  WS-CONFIRM-YES                      VALUE "Y" "y".
000930 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000940     88  WS-END-OF-FILE                      VALUE "Y".
000950
000960 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "CARMAINT".
000970 01  WS-AUDIT-MESSAGE             PIC X(60).
000980
000990 01  WS-CARRTAB-STATUS            PIC X(02) VALUE SPACES.
001000     88  WS-CARRTAB-NOT-FOUND                VALUE "35".
001010
001020 01  WS-LIST-COUNT                PIC 9(04) VALUE ZERO.
001030 01  WS-LIST-COUNT-DISP           PIC ZZZ9.
001040
001050 01  WS-LST-HEADING-1.
001060     05  FILLER                  PIC X(20)
001070         VALUE "PAYROLL SYSTEMS".
001080     05  FILLER                  PIC X(30)
001090         VALUE "BENEFITS CARRIER TABLE LISTING".
001100     05  FILLER                  PIC X(30) VALUE SPACES.
001110
001120 01  WS-LST-HEADING-2.
001130     05  FILLER                  PIC X(06) VALUE "CODE".
001140     05  FILLER                  PIC X(09) VALUE "CARRIER".
001150     05  FILLER                  PIC X(22) VALUE "CARRIER NAME".
001160     05  FILLER                  PIC X(06) VALUE "TYPE".
001170     05  FILLER                  PIC X(37) VALUE "LAST FEED".
001180
001190 01  WS-LST-HEADING-3             PIC X(80) VALUE ALL "-".
001200
001210 01  WS-LST-DETAIL-LINE.
001220     05  LST-DEDUCT-CODE         PIC X(04).
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  LST-CARRIER-ID          PIC X(06).
001250     05  FILLER                  PIC X(03) VALUE SPACES.
001260     05  LST-CARRIER-NAME        PIC X(20).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  LST-CARRIER-TYPE        PIC X(01).
001290     05  FILLER                  PIC X(05) VALUE SPACES.
001300     05  LST-LAST-FEED           PIC 9(08).
001310     05  FILLER                  PIC X(29) VALUE SPACES.
001320
001330 01  WS-LST-TOTAL-LINE.
001340     05  FILLER                  PIC X(23)
001350         VALUE "CODES ON TABLE:        ".
001360     05  LST-TOTAL-COUNT         PIC ZZZ9.
001370     05  FILLER                  PIC X(53) VALUE SPACES.
001380
001390 PROCEDURE DIVISION.
001400
001410*-----------------------------------------------------------------
001420*  0000-MAINLINE.
001430*-----------------------------------------------------------------
001440 0000-MAINLINE.
001450*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
001460*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
001470     CALL "OPERSGN" USING
001480         BY REFERENCE WS-OPERATOR-ID
001490         BY REFERENCE WS-OPER-AUTH
001500         BY REFERENCE WS-SIGNON-OK-SW.
001510     IF NOT WS-SIGNON-OK
001520         DISPLAY "CARMAINT - SIGN-ON REFUSED - NOTHING DONE."
001530         GOBACK
001540     END-IF.
001550     PERFORM 0500-GET-RUN-MODE
001560         THRU 0500-EXIT.
001570     PERFORM 1000-INITIALIZE
001580         THRU 1000-EXIT.
001590     EVALUATE TRUE
001600         WHEN WS-MODE-ADD
001610             PERFORM 2000-ADD-CODE
001620                 THRU 2000-EXIT
001630         WHEN WS-MODE-UPDATE
001640             PERFORM 3000-UPDATE-CODE
001650                 THRU 3000-EXIT
001660         WHEN WS-MODE-DELETE
001670             PERFORM 4000-DELETE-CODE
001680                 THRU 4000-EXIT
001690         WHEN WS-MODE-LIST
001700             PERFORM 6000-LIST-TABLE
001710                 THRU 6000-EXIT
001720         WHEN OTHER
001730             PERFORM 5000-INQUIRE-CODE
001740                 THRU 5000-EXIT
001750     END-EVALUATE.
001760     PERFORM 9999-TERMINATE
001770         THRU 9999-EXIT.
001780     GOBACK.
001790
001800*-----------------------------------------------------------------
001810*  0500-GET-RUN-MODE.
001820*-----------------------------------------------------------------
001830 0500-GET-RUN-MODE.
001840     DISPLAY "ENTER MODE - A=ADD, U=UPDATE, I=INQUIRE, "
001850         "D=DELETE, L=LIST TABLE: ".
001860     ACCEPT WS-RUN-MODE.
001870 0500-EXIT.
001880     EXIT.
001890
001900*-----------------------------------------------------------------
001910*  1000-INITIALIZE.
001920*  OPENS THE TABLE I-O. ON A BRAND-NEW INSTALLATION THE FILE
001930*  DOESN'T EXIST YET, SO A FIRST OPEN OUTPUT CREATES IT EMPTY
001940*  BEFORE THE NORMAL OPEN I-O IS TRIED AGAIN. THIS IS THE ONLY
001950*  PROGRAM THAT LEGITIMATELY CREATES A BRAND-NEW CARRIER TABLE,
001960*  SO THE BOOTSTRAP LIVES HERE.
001970*-----------------------------------------------------------------
001980 1000-INITIALIZE.
001990     OPEN I-O CARRIER-TABLE.
002000     IF WS-CARRTAB-NOT-FOUND
002010         OPEN OUTPUT CARRIER-TABLE
002020         CLOSE CARRIER-TABLE
002030         OPEN I-O CARRIER-TABLE
002040     END-IF.
002050 1000-EXIT.
002060     EXIT.
002070
002080*-----------------------------------------------------------------
002090*  2000-ADD-CODE.
002100*  A NEW CODE HAS NEVER BEEN FED, SO ITS LAST-FEED STAMP STARTS
002110*  AT ZERO.
002120*-----------------------------------------------------------------
002130 2000-ADD-CODE.
002140     PERFORM 2010-GET-KEY
002150         THRU 2010-EXIT
002160         UNTIL WS-KEY-OK.
002170     PERFORM 2020-GET-DETAILS
002180         THRU 2020-EXIT.
002190     MOVE WS-DEDUCT-CODE    TO CR-DEDUCT-CODE.
002200     PERFORM 2080-MOVE-DETAILS
002210         THRU 2080-EXIT.
002220     MOVE ZERO              TO CR-LAST-FEED-DATE.
002230     MOVE ZERO              TO CR-LAST-FEED-TIME.
002240     WRITE CARRIER-RECORD
002250         INVALID KEY
002260             DISPLAY "CODE " WS-DEDUCT-CODE
002270                 " ALREADY ON TABLE - NOT ADDED."
002280         NOT INVALID KEY
002290             STRING "CARRIER CODE ADDED - " CR-DEDUCT-CODE " TO "
002300                 CR-CARRIER-ID " BY " WS-OPERATOR-ID
002310                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002320             CALL "AUDITLOG" USING
002330                 BY CONTENT WS-AUDIT-PROGRAM-ID
002340                 BY CONTENT WS-AUDIT-MESSAGE
002350     END-WRITE.
002360 2000-EXIT.
002370     EXIT.
002380
002390*-----------------------------------------------------------------
002400*  2010-GET-KEY.
002410*  ACCEPTS THE DEDUCTION CODE AND RE-PROMPTS UNTIL IT IS NOT
002420*  BLANK.
002430*-----------------------------------------------------------------
002440 2010-GET-KEY.
002450     DISPLAY "ENTER DEDUCTION CODE (MAX 4 CHARACTERS): ".
002460     ACCEPT WS-DEDUCT-CODE.
002470     IF WS-DEDUCT-CODE NOT EQUAL SPACES
002480         SET WS-KEY-OK TO TRUE
002490     ELSE
002500         DISPLAY "INVALID DEDUCTION CODE - MUST NOT BE BLANK. "
002510             "PLEASE RE-ENTER."
002520     END-IF.
002530 2010-EXIT.
002540     EXIT.
002550
002560*-----------------------------------------------------------------
002570*  2020-GET-DETAILS.
002580*  CAPTURES EVERYTHING BUT THE KEY FOR AN ADD OR AN UPDATE.
002590*-----------------------------------------------------------------
002600 2020-GET-DETAILS.
002610     MOVE "N" TO WS-ID-OK-SW.
002620     PERFORM 2030-GET-CARRIER-ID
002630         THRU 2030-EXIT
002640         UNTIL WS-ID-OK.
002650     DISPLAY "ENTER CARRIER NAME: ".
002660     ACCEPT WS-CARRIER-NAME.
002670     MOVE "N" TO WS-TYPE-OK-SW.
002680     PERFORM 2040-GET-CARRIER-TYPE
002690         THRU 2040-EXIT
002700         UNTIL WS-TYPE-OK.
002710 2020-EXIT.
002720     EXIT.
002730
002740 2030-GET-CARRIER-ID.
002750     DISPLAY "ENTER CARRIER ID (MAX 6 CHARACTERS): ".
002760     ACCEPT WS-CARRIER-ID.
002770     IF WS-CARRIER-ID NOT EQUAL SPACES
002780         SET WS-ID-OK TO TRUE
002790     ELSE
002800         DISPLAY "INVALID CARRIER ID - MUST NOT BE BLANK. "
002810             "PLEASE RE-ENTER."
002820     END-IF.
002830 2030-EXIT.
002840     EXIT.
002850
002860 2040-GET-CARRIER-TYPE.
002870     DISPLAY "ENTER CARRIER TYPE - I=INSURANCE, R=RETIREMENT, "
002880         "O=OTHER: ".
002890     ACCEPT WS-CARRIER-TYPE.
002900     IF WS-CARRIER-TYPE-VALID
002910         SET WS-TYPE-OK TO TRUE
002920     ELSE
002930         DISPLAY "INVALID CARRIER TYPE - MUST BE I, R OR O. "
002940             "PLEASE RE-ENTER."
002950     END-IF.
002960 2040-EXIT.
002970     EXIT.
002980
002990 2080-MOVE-DETAILS.
003000     MOVE WS-CARRIER-ID     TO CR-CARRIER-ID.
003010     MOVE WS-CARRIER-NAME   TO CR-CARRIER-NAME.
003020     MOVE WS-CARRIER-TYPE   TO CR-CARRIER-TYPE.
003030 2080-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------------
003070*  3000-UPDATE-CODE.
003080*  LOOKS UP AN EXISTING CODE, SHOWS IT, CAPTURES THE NEW
003090*  DETAILS, AND REWRITES THE RECORD IN PLACE. THE LAST-FEED
003100*  STAMP IS LEFT AS IT WAS.
003110*-----------------------------------------------------------------
003120 3000-UPDATE-CODE.
003130     PERFORM 2010-GET-KEY
003140         THRU 2010-EXIT
003150         UNTIL WS-KEY-OK.
003160     PERFORM 3010-FIND-CODE
003170         THRU 3010-EXIT.
003180     IF WS-FOUND
003190         PERFORM 5100-SHOW-CODE
003200             THRU 5100-EXIT
003210         PERFORM 2020-GET-DETAILS
003220             THRU 2020-EXIT
003230         PERFORM 2080-MOVE-DETAILS
003240             THRU 2080-EXIT
003250         REWRITE CARRIER-RECORD
003260         STRING "CARRIER CODE UPDATED - " CR-DEDUCT-CODE " TO "
003270             CR-CARRIER-ID " BY " WS-OPERATOR-ID
003280             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
003290         CALL "AUDITLOG" USING
003300             BY CONTENT WS-AUDIT-PROGRAM-ID
003310             BY CONTENT WS-AUDIT-MESSAGE
003320     ELSE
003330         DISPLAY "CODE NOT FOUND ON TABLE - NO UPDATE MADE."
003340     END-IF.
003350 3000-EXIT.
003360     EXIT.
003370
003380*-----------------------------------------------------------------
003390*  3010-FIND-CODE.
003400*  READS THE TABLE DIRECTLY BY THE CODE ENTERED ABOVE. ON A
003410*  MATCH THE RECORD IS POSITIONED FOR A REWRITE OR DELETE.
003420*-----------------------------------------------------------------
003430 3010-FIND-CODE.
003440     MOVE "N" TO WS-FOUND-SW.
003450     MOVE WS-DEDUCT-CODE TO CR-DEDUCT-CODE.
003460     READ CARRIER-TABLE
003470         INVALID KEY
003480             CONTINUE
003490         NOT INVALID KEY
003500             SET WS-FOUND TO TRUE
003510     END-READ.
003520 3010-EXIT.
003530     EXIT.
003540
003550*-----------------------------------------------------------------
003560*  4000-DELETE-CODE.
003570*  LOOKS UP AN EXISTING CODE, SHOWS IT, AND DELETES IT AFTER THE
003580*  OPERATOR CONFIRMS. DEDUCTIONS STILL TAKEN UNDER A DELETED
003590*  CODE ARE REMITTED BY CARRXTRT UNDER "NONE" WITH AN EXCEPTION
003600*  UNTIL THE CODE IS MAPPED AGAIN.
003610*-----------------------------------------------------------------
003620 4000-DELETE-CODE.
003630     PERFORM 2010-GET-KEY
003640         THRU 2010-EXIT
003650         UNTIL WS-KEY-OK.
003660     PERFORM 3010-FIND-CODE
003670         THRU 3010-EXIT.
003680     IF WS-FOUND
003690         PERFORM 5100-SHOW-CODE
003700             THRU 5100-EXIT
003710         DISPLAY "DELETE THIS CARRIER CODE? (Y/N): "
003720         ACCEPT WS-CONFIRM-ANS
003730         IF WS-CONFIRM-YES
003740             DELETE CARRIER-TABLE
003750             STRING "CARRIER CODE DELETED - " WS-DEDUCT-CODE
003760                 " BY " WS-OPERATOR-ID
003770                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
003780             CALL "AUDITLOG" USING
003790                 BY CONTENT WS-AUDIT-PROGRAM-ID
003800                 BY CONTENT WS-AUDIT-MESSAGE
003810         ELSE
003820             DISPLAY "DELETE NOT CONFIRMED - NO CHANGE MADE."
003830         END-IF
003840     ELSE
003850         DISPLAY "CODE NOT FOUND ON TABLE - NO DELETE MADE."
003860     END-IF.
003870 4000-EXIT.
003880     EXIT.
003890
003900*-----------------------------------------------------------------
003910*  5000-INQUIRE-CODE.
003920*-----------------------------------------------------------------
003930 5000-INQUIRE-CODE.
003940     PERFORM 2010-GET-KEY
003950         THRU 2010-EXIT
003960         UNTIL WS-KEY-OK.
003970     PERFORM 3010-FIND-CODE
003980         THRU 3010-EXIT.
003990     IF WS-FOUND
004000         PERFORM 5100-SHOW-CODE
004010             THRU 5100-EXIT
004020     ELSE
004030         DISPLAY "CODE NOT FOUND ON TABLE."
004040     END-IF.
004050 5000-EXIT.
004060     EXIT.
004070
004080 5100-SHOW-CODE.
004090     DISPLAY "CARRIER ID  : " CR-CARRIER-ID.
004100     DISPLAY "CARRIER NAME: " CR-CARRIER-NAME.
004110     DISPLAY "CARRIER TYPE: " CR-CARRIER-TYPE.
004120     DISPLAY "LAST FEED   : " CR-LAST-FEED-DATE.
004130 5100-EXIT.
004140     EXIT.
004150
004160*-----------------------------------------------------------------
004170*  6000-LIST-TABLE.
004180*  PRINTS EVERY CODE ON THE TABLE IN KEY ORDER TO THE LISTING
004190*  FILE WITH A COUNT AT THE END.
004200*-----------------------------------------------------------------
004210 6000-LIST-TABLE.
004220     OPEN OUTPUT CARRIER-LISTING.
004230     WRITE LST-LINE FROM WS-LST-HEADING-1
004240         AFTER ADVANCING 1 LINE.
004250     WRITE LST-LINE FROM WS-LST-HEADING-2
004260         AFTER ADVANCING 2 LINES.
004270     WRITE LST-LINE FROM WS-LST-HEADING-3
004280         AFTER ADVANCING 1 LINE.
004290     PERFORM 6010-LIST-ONE-CODE
004300         THRU 6010-EXIT
004310         UNTIL WS-END-OF-FILE.
004320     WRITE LST-LINE FROM WS-LST-HEADING-3
004330         AFTER ADVANCING 1 LINE.
004340     MOVE WS-LIST-COUNT TO LST-TOTAL-COUNT.
004350     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
004360         AFTER ADVANCING 1 LINE.
004370     CLOSE CARRIER-LISTING.
004380     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP.
004390     STRING "CARRIER TABLE LISTED - " WS-LIST-COUNT-DISP
004400         " CODES"
004410         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
004420     CALL "AUDITLOG" USING
004430         BY CONTENT WS-AUDIT-PROGRAM-ID
004440         BY CONTENT WS-AUDIT-MESSAGE.
004450 6000-EXIT.
004460     EXIT.
004470
004480*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
004490*  ERROR CANNOT SPIN.
004500 6010-LIST-ONE-CODE.
004510     READ CARRIER-TABLE NEXT RECORD
004520         AT END
004530             SET WS-END-OF-FILE TO TRUE
004540         NOT AT END
004550             MOVE CR-DEDUCT-CODE    TO LST-DEDUCT-CODE
004560             MOVE CR-CARRIER-ID     TO LST-CARRIER-ID
004570             MOVE CR-CARRIER-NAME   TO LST-CARRIER-NAME
004580             MOVE CR-CARRIER-TYPE   TO LST-CARRIER-TYPE
004590             MOVE CR-LAST-FEED-DATE TO LST-LAST-FEED
004600             WRITE LST-LINE FROM WS-LST-DETAIL-LINE
004610                 AFTER ADVANCING 1 LINE
004620             ADD 1 TO WS-LIST-COUNT
004630     END-READ.
004640     IF WS-CARRTAB-STATUS NOT EQUAL "00"
004650         SET WS-END-OF-FILE TO TRUE
004660     END-IF.
004670 6010-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------------------
004710*  9999-TERMINATE.
004720*-----------------------------------------------------------------
004730 9999-TERMINATE.
004740     CLOSE CARRIER-TABLE.
004750 9999-EXIT.
004760     EXIT.
