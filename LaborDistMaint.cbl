000100*****************************************************************
000110*  PROGRAM-ID.   LDMAINT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     OPERATOR MAINTENANCE FRONT END FOR THE EFFECTIVE-DATED
000190*     LABOR-DISTRIBUTION FILE GLEXTRCT READS WHEN IT CHARGES THE
000200*     RUN'S PAYROLL EXPENSE TO DEPARTMENTS, MODELED ON SALMAINT.
000210*     SUPPORTS ADD, UPDATE, INQUIRE, AND DELETE OF ONE
000220*     DISTRIBUTION ROW PER RUN (KEYED EMPLOYEE NUMBER PLUS
000230*     EFFECTIVE-START), A LISTING MODE THAT PRINTS THE WHOLE
000240*     FILE, AND A DISTRIBUTION-AT-DATE INQUIRY (MODE Q) THAT
000250*     SHOWS WHICH SPLIT A GIVEN PERIOD END WOULD BE CHARGED
000260*     UNDER. EVERY CHANGE IS WRITTEN TO THE COMMON AUDIT TRAIL
000270*     VIA AUDITLOG.
000280*
000290*     A ROW SPLITS PAY ACROSS ONE TO FIVE DEPARTMENTS. EACH
000300*     DEPARTMENT MUST BE ON THE DEPARTMENT TABLE (WHEN THE TABLE
000310*     IS AVAILABLE, AS IN ACCEPTDI), MAY APPEAR ONLY ONCE ON THE
000320*     ROW, AND TAKES A PERCENTAGE KEYED AS FIVE DIGITS WITH AN
000330*     IMPLIED DECIMAL (05000 = 50.00). THE PERCENTAGES MUST ADD
000340*     TO EXACTLY 100.00 OR THE WHOLE SPLIT IS RE-KEYED.
000350*-----------------------------------------------------------------
000360*  MODIFICATION HISTORY.
000370*  DATE       INIT  DESCRIPTION
000380*  ---------  ----  -----------------------------------------
000390*  10/14/26   RCA   ORIGINAL PROGRAM.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. LDMAINT.
000430 AUTHOR. R. AKOLKAR.
000440 INSTALLATION. PAYROLL SYSTEMS - DATA ENTRY.
000450 DATE-WRITTEN. 10/14/26.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS LD-DIST-KEY
000550         FILE STATUS IS WS-LABDIST-STATUS.
000560     SELECT DEPARTMENT-TABLE ASSIGN TO "DEPTTAB"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS DT-DEPT-CODE
000600         FILE STATUS IS WS-DEPTTAB-STATUS.
000610     SELECT DIST-LISTING ASSIGN TO "LDLIST"
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  LABOR-DIST-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY LABDIST.
000690
000700 FD  DEPARTMENT-TABLE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY DEPTTAB.
000730
000740 FD  DIST-LISTING
000750     LABEL RECORDS ARE STANDARD.
000760 01  LST-LINE                    PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
000800 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
000810 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
000820     88  WS-SIGNON-OK                        VALUE "Y".
000830 01  WS-EMP-NO                    PIC 9(05).
000840 01  WS-EFF-START                 PIC 9(08).
000850 01  WS-EFF-END                   PIC 9(08).
000860 01  WS-ASK-DATE                  PIC 9(08).
000870
000880*  THE SPLIT AS KEYED, HELD HERE UNTIL IT PROVES TO 100.00.
000890 01  WS-SPLIT-TABLE.
000900     05  WS-SPLIT-ENTRY           OCCURS 5 TIMES.
000910         10  WS-SPLIT-DEPT        PIC X(04).
000920         10  WS-SPLIT-PCT         PIC 9(03)V99.
000930 01  WS-SPLIT-COUNT               PIC 9(01) VALUE ZERO.
000940 01  WS-SPLIT-SUB                 PIC 9(02) VALUE ZERO.
000950 01  WS-DUP-SUB                   PIC 9(02) VALUE ZERO.
000960 01  WS-PCT-TOTAL                 PIC 9(05)V99 VALUE ZERO.
000970 01  WS-KEYED-DEPT                PIC X(04).
000980 01  WS-KEYED-PCT                 PIC 9(03)V99.
000990
001000 01  WS-RUN-MODE                  PIC X(01) VALUE "I".
001010     88  WS-MODE-ADD                         VALUE "A" "a".
001020     88  WS-MODE-UPDATE                      VALUE "U" "u".
001030     88  WS-MODE-INQUIRE                     VALUE "I" "i".
001040     88  WS-MODE-DELETE                      VALUE "D" "d".
001050     88  WS-MODE-LIST                        VALUE "L" "l".
001060     88  WS-MODE-AT-DATE                     VALUE "Q" "q".
001070 01  WS-EMP-NO-SW                 PIC X(01) VALUE "N".
001080     88  WS-EMP-NO-OK                        VALUE "Y".
001090 01  WS-START-OK-SW               PIC X(01) VALUE "N".
001100     88  WS-START-OK                         VALUE "Y".
001110 01  WS-END-OK-SW                 PIC X(01) VALUE "N".
001120     88  WS-END-OK                           VALUE "Y".
001130 01  WS-COUNT-OK-SW               PIC X(01) VALUE "N".
001140     88  WS-COUNT-OK                         VALUE "Y".
001150 01  WS-SPLIT-OK-SW               PIC X(01) VALUE "N".
001160     88  WS-SPLIT-OK                         VALUE "Y".
001170 01  WS-DEPT-OK-SW                PIC X(01) VALUE "N".
001180     88  WS-DEPT-OK                          VALUE "Y".
001190 01  WS-PCT-OK-SW                 PIC X(01) VALUE "N".
001200     88  WS-PCT-OK                           VALUE "Y".
001210 01  WS-DUP-SW                    PIC X(01) VALUE "N".
001220     88  WS-DUP-FOUND                        VALUE "Y".
001230 01  WS-DATE-OK-SW                PIC X(01) VALUE "N".
001240     88  WS-DATE-OK                          VALUE "Y".
001250 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
001260     88  WS-FOUND                            VALUE "Y".
001270 01  WS-CONFIRM-ANS               PIC X(01) VALUE "N".
001280     88  WS-CONFIRM-YES                      VALUE "Y" "y".
001290 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001300     88  WS-END-OF-FILE                      VALUE "Y".
001310 01  WS-DIST-FOUND-SW             PIC X(01) VALUE "N".
001320     88  WS-DIST-FOUND                       VALUE "Y".
001330 01  WS-DEPT-VALIDATE-SW          PIC X(01) VALUE "N".
001340     88  WS-DEPT-VALIDATE                    VALUE "Y".
001350
001360 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "LDMAINT".
001370 01  WS-AUDIT-MESSAGE             PIC X(60).
001380 01  WS-PCT-DISP                  PIC ZZ9.99.
001390 01  WS-SPLIT-COUNT-DISP          PIC 9.
001400
001410 01  WS-LABDIST-STATUS            PIC X(02) VALUE SPACES.
001420     88  WS-LABDIST-NOT-FOUND                VALUE "35".
001430 01  WS-DEPTTAB-STATUS            PIC X(02) VALUE SPACES.
001440
001450 01  WS-LIST-COUNT                PIC 9(04) VALUE ZERO.
001460 01  WS-LIST-COUNT-DISP           PIC ZZZ9.
001470
001480 01  WS-LST-HEADING-1.
001490     05  FILLER                  PIC X(20)
001500         VALUE "PAYROLL SYSTEMS".
001510     05  FILLER                  PIC X(30)
001520         VALUE "LABOR DISTRIBUTION LISTING".
001530     05  FILLER                  PIC X(30) VALUE SPACES.
001540
001550 01  WS-LST-HEADING-2.
001560     05  FILLER                  PIC X(09) VALUE "EMP NO".
001570     05  FILLER                  PIC X(12) VALUE "EFF START".
001580     05  FILLER                  PIC X(12) VALUE "EFF END".
001590     05  FILLER                  PIC X(08) VALUE "DEPT".
001600     05  FILLER                  PIC X(08) VALUE "PERCENT".
001610     05  FILLER                  PIC X(31) VALUE SPACES.
001620
001630 01  WS-LST-HEADING-3             PIC X(80) VALUE ALL "-".
001640
001650 01  WS-LST-DETAIL-LINE.
001660     05  LST-EMP-NO              PIC 9(05).
001670     05  FILLER                  PIC X(04) VALUE SPACES.
001680     05  LST-EFF-START           PIC 9(08).
001690     05  FILLER                  PIC X(04) VALUE SPACES.
001700     05  LST-EFF-END             PIC 9(08).
001710     05  FILLER                  PIC X(04) VALUE SPACES.
001720     05  LST-DEPT-CODE           PIC X(04).
001730     05  FILLER                  PIC X(04) VALUE SPACES.
001740     05  LST-PCT                 PIC ZZ9.99.
001750     05  FILLER                  PIC X(33) VALUE SPACES.
001760
001770 01  WS-LST-TOTAL-LINE.
001780     05  FILLER                  PIC X(27)
001790         VALUE "DISTRIBUTION ROWS ON FILE: ".
001800     05  LST-TOTAL-COUNT         PIC ZZZ9.
001810     05  FILLER                  PIC X(49) VALUE SPACES.
001820
001830 PROCEDURE DIVISION.
001840
001850*-----------------------------------------------------------------
001860*  0000-MAINLINE.
001870*-----------------------------------------------------------------
001880 0000-MAINLINE.
001890*  THE OPERATOR SIGNS ON FIRST, SO EVERY AUDIT LINE THIS RUN
001900*  WRITES IS STAMPED WITH WHO WAS AT THE KEYBOARD.
001910     CALL "OPERSGN" USING
001920         BY REFERENCE WS-OPERATOR-ID
001930         BY REFERENCE WS-OPER-AUTH
001940         BY REFERENCE WS-SIGNON-OK-SW.
001950     IF NOT WS-SIGNON-OK
001960         DISPLAY "LDMAINT - SIGN-ON REFUSED - NOTHING DONE."
001970         GOBACK
001980     END-IF.
001990     PERFORM 0500-GET-RUN-MODE
002000         THRU 0500-EXIT.
002010     PERFORM 1000-INITIALIZE
002020         THRU 1000-EXIT.
002030     EVALUATE TRUE
002040         WHEN WS-MODE-ADD
002050             PERFORM 2000-ADD-DIST
002060                 THRU 2000-EXIT
002070         WHEN WS-MODE-UPDATE
002080             PERFORM 3000-UPDATE-DIST
002090                 THRU 3000-EXIT
002100         WHEN WS-MODE-DELETE
002110             PERFORM 4000-DELETE-DIST
002120                 THRU 4000-EXIT
002130         WHEN WS-MODE-LIST
002140             PERFORM 6000-LIST-FILE
002150                 THRU 6000-EXIT
002160         WHEN WS-MODE-AT-DATE
002170             PERFORM 7000-DIST-AT-DATE
002180                 THRU 7000-EXIT
002190         WHEN OTHER
002200             PERFORM 5000-INQUIRE-DIST
002210                 THRU 5000-EXIT
002220     END-EVALUATE.
002230     PERFORM 9999-TERMINATE
002240         THRU 9999-EXIT.
002250     GOBACK.
002260
002270*-----------------------------------------------------------------
002280*  0500-GET-RUN-MODE.
002290*-----------------------------------------------------------------
002300 0500-GET-RUN-MODE.
002310     DISPLAY "ENTER MODE - A=ADD, U=UPDATE, I=INQUIRE, "
002320         "D=DELETE, L=LIST, Q=SPLIT AT DATE: ".
002330     ACCEPT WS-RUN-MODE.
002340 0500-EXIT.
002350     EXIT.
002360
002370*-----------------------------------------------------------------
002380*  1000-INITIALIZE.
002390*  OPENS THE FILE I-O. ON A BRAND-NEW INSTALLATION THE FILE
002400*  DOESN'T EXIST YET, SO A FIRST OPEN OUTPUT CREATES IT EMPTY
002410*  BEFORE THE NORMAL OPEN I-O IS TRIED AGAIN. THIS IS THE ONLY
002420*  PROGRAM THAT LEGITIMATELY CREATES A BRAND-NEW LABOR-
002430*  DISTRIBUTION FILE, SO THE BOOTSTRAP LIVES HERE.
002440*-----------------------------------------------------------------
002450 1000-INITIALIZE.
002460     OPEN I-O LABOR-DIST-FILE.
002470     IF WS-LABDIST-NOT-FOUND
002480         OPEN OUTPUT LABOR-DIST-FILE
002490         CLOSE LABOR-DIST-FILE
002500         OPEN I-O LABOR-DIST-FILE
002510     END-IF.
002520     OPEN INPUT DEPARTMENT-TABLE.
002530     IF WS-DEPTTAB-STATUS EQUAL "00"
002540         SET WS-DEPT-VALIDATE TO TRUE
002550     ELSE
002560         DISPLAY "DEPARTMENT TABLE NOT AVAILABLE - DEPARTMENT "
002570             "CODES WILL NOT BE VALIDATED THIS RUN."
002580     END-IF.
002590 1000-EXIT.
002600     EXIT.
002610
002620*-----------------------------------------------------------------
002630*  2000-ADD-DIST.
002640*-----------------------------------------------------------------
002650 2000-ADD-DIST.
002660     PERFORM 2010-GET-EMP-NO
002670         THRU 2010-EXIT
002680         UNTIL WS-EMP-NO-OK.
002690     PERFORM 2015-GET-EFF-START
002700         THRU 2015-EXIT
002710         UNTIL WS-START-OK.
002720     PERFORM 2016-GET-EFF-END
002730         THRU 2016-EXIT
002740         UNTIL WS-END-OK.
002750     PERFORM 2020-GET-SPLIT
002760         THRU 2020-EXIT
002770         UNTIL WS-SPLIT-OK.
002780     MOVE WS-EMP-NO    TO LD-EMP-NO.
002790     MOVE WS-EFF-START TO LD-EFF-START.
002800     MOVE WS-EFF-END   TO LD-EFF-END.
002810     PERFORM 2080-MOVE-SPLIT-TO-ROW
002820         THRU 2080-EXIT.
002830     WRITE LABOR-DIST-RECORD
002840         INVALID KEY
002850             DISPLAY "EMPLOYEE " WS-EMP-NO " EFFECTIVE "
002860                 WS-EFF-START
002870                 " ALREADY ON DISTRIBUTION FILE - NOT ADDED."
002880         NOT INVALID KEY
002890             MOVE LD-SPLIT-COUNT TO WS-SPLIT-COUNT-DISP
002900             STRING "LABOR DIST ADDED - EMP " LD-EMP-NO
002910                 " FROM " LD-EFF-START " "
002920                 WS-SPLIT-COUNT-DISP " DEPTS BY " WS-OPERATOR-ID
002930                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
002940             CALL "AUDITLOG" USING
002950                 BY CONTENT WS-AUDIT-PROGRAM-ID
002960                 BY CONTENT WS-AUDIT-MESSAGE
002970     END-WRITE.
002980 2000-EXIT.
002990     EXIT.
003000
003010*-----------------------------------------------------------------
003020*  2010-GET-EMP-NO.
003030*  ACCEPTS THE EMPLOYEE NUMBER AND RE-PROMPTS UNTIL IT IS A
003040*  NUMERIC VALUE GREATER THAN ZERO, AS ACCEPTDI DOES.
003050*-----------------------------------------------------------------
003060 2010-GET-EMP-NO.
003070     DISPLAY "ENTER EMPLOYEE NUMBER (5 DIGITS): ".
003080     ACCEPT WS-EMP-NO.
003090     IF WS-EMP-NO IS NUMERIC AND WS-EMP-NO > ZERO
003100         SET WS-EMP-NO-OK TO TRUE
003110     ELSE
003120         DISPLAY "INVALID EMPLOYEE NUMBER - MUST BE NUMERIC "
003130             "AND GREATER THAN ZERO. PLEASE RE-ENTER."
003140     END-IF.
003150 2010-EXIT.
003160     EXIT.
003170
003180*-----------------------------------------------------------------
003190*  2015-GET-EFF-START.
003200*-----------------------------------------------------------------
003210 2015-GET-EFF-START.
003220     DISPLAY "ENTER EFFECTIVE START DATE (CCYYMMDD): ".
003230     ACCEPT WS-EFF-START.
003240     IF WS-EFF-START IS NUMERIC
003250             AND WS-EFF-START GREATER THAN ZERO
003260         SET WS-START-OK TO TRUE
003270     ELSE
003280         DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD. "
003290             "PLEASE RE-ENTER."
003300     END-IF.
003310 2015-EXIT.
003320     EXIT.
003330
003340*-----------------------------------------------------------------
003350*  2016-GET-EFF-END.
003360*-----------------------------------------------------------------
003370 2016-GET-EFF-END.
003380     DISPLAY "ENTER EFFECTIVE END DATE (CCYYMMDD, 99999999 "
003390         "IF OPEN-ENDED): ".
003400     ACCEPT WS-EFF-END.
003410     IF WS-EFF-END IS NUMERIC
003420             AND WS-EFF-END NOT LESS THAN WS-EFF-START
003430         SET WS-END-OK TO TRUE
003440     ELSE
003450         DISPLAY "INVALID DATE - MUST BE NUMERIC AND NOT "
003460             "BEFORE THE START DATE. PLEASE RE-ENTER."
003470     END-IF.
003480 2016-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520*  2020-GET-SPLIT.
003530*  TAKES THE NUMBER OF DEPARTMENTS, THEN EACH DEPARTMENT AND ITS
003540*  PERCENTAGE. A SPLIT WHOSE PERCENTAGES DO NOT ADD TO EXACTLY
003550*  100.00 IS THROWN AWAY AND KEYED AGAIN FROM THE TOP - A
003560*  PARTIAL SPLIT WOULD LEAVE PART OF THE PAY CHARGED NOWHERE.
003570*-----------------------------------------------------------------
003580 2020-GET-SPLIT.
003590     MOVE SPACES TO WS-SPLIT-TABLE.
003600     MOVE ZERO TO WS-PCT-TOTAL.
003610     MOVE "N" TO WS-COUNT-OK-SW.
003620     PERFORM 2025-GET-SPLIT-COUNT
003630         THRU 2025-EXIT
003640         UNTIL WS-COUNT-OK.
003650     PERFORM 2030-GET-ONE-SPLIT
003660         THRU 2030-EXIT
003670         VARYING WS-SPLIT-SUB FROM 1 BY 1
003680         UNTIL WS-SPLIT-SUB GREATER THAN WS-SPLIT-COUNT.
003690     IF WS-PCT-TOTAL EQUAL 100
003700         SET WS-SPLIT-OK TO TRUE
003710     ELSE
003720         MOVE WS-PCT-TOTAL TO WS-PCT-DISP
003730         DISPLAY "PERCENTAGES ADD TO " WS-PCT-DISP
003740             " - THEY MUST ADD TO EXACTLY 100.00. "
003750             "PLEASE RE-ENTER THE SPLIT."
003760     END-IF.
003770 2020-EXIT.
003780     EXIT.
003790
003800 2025-GET-SPLIT-COUNT.
003810     DISPLAY "ENTER NUMBER OF DEPARTMENTS TO SPLIT ACROSS "
003820         "(1-5): ".
003830     ACCEPT WS-SPLIT-COUNT.
003840     IF WS-SPLIT-COUNT IS NUMERIC
003850             AND WS-SPLIT-COUNT GREATER THAN ZERO
003860             AND WS-SPLIT-COUNT NOT GREATER THAN 5
003870         SET WS-COUNT-OK TO TRUE
003880     ELSE
003890         DISPLAY "INVALID COUNT - MUST BE 1 THROUGH 5. "
003900             "PLEASE RE-ENTER."
003910     END-IF.
003920 2025-EXIT.
003930     EXIT.
003940
003950 2030-GET-ONE-SPLIT.
003960     MOVE "N" TO WS-DEPT-OK-SW.
003970     MOVE "N" TO WS-PCT-OK-SW.
003980     PERFORM 2040-GET-DEPT
003990         THRU 2040-EXIT
004000         UNTIL WS-DEPT-OK.
004010     PERFORM 2050-GET-PCT
004020         THRU 2050-EXIT
004030         UNTIL WS-PCT-OK.
004040     MOVE WS-KEYED-DEPT TO WS-SPLIT-DEPT(WS-SPLIT-SUB).
004050     MOVE WS-KEYED-PCT  TO WS-SPLIT-PCT(WS-SPLIT-SUB).
004060     ADD WS-KEYED-PCT TO WS-PCT-TOTAL.
004070 2030-EXIT.
004080     EXIT.
004090
004100*-----------------------------------------------------------------
004110*  2040-GET-DEPT.
004120*  ACCEPTS ONE DEPARTMENT CODE AND, WHEN THE DEPARTMENT TABLE IS
004130*  AVAILABLE, RE-PROMPTS UNTIL THE CODE IS ON THE TABLE. A
004140*  DEPARTMENT ALREADY KEYED ON THIS SPLIT IS REFUSED.
004150*-----------------------------------------------------------------
004160 2040-GET-DEPT.
004170     DISPLAY "ENTER DEPARTMENT CODE FOR SPLIT " WS-SPLIT-SUB
004180         " (MAX 4 CHARACTERS): ".
004190     ACCEPT WS-KEYED-DEPT.
004200     IF WS-KEYED-DEPT EQUAL SPACES
004210         DISPLAY "DEPARTMENT CODE IS REQUIRED. PLEASE RE-ENTER."
004220         GO TO 2040-EXIT
004230     END-IF.
004240     MOVE "N" TO WS-DUP-SW.
004250     PERFORM 2045-CHECK-DUP-DEPT
004260         THRU 2045-EXIT
004270         VARYING WS-DUP-SUB FROM 1 BY 1
004280         UNTIL WS-DUP-SUB NOT LESS THAN WS-SPLIT-SUB
004290             OR WS-DUP-FOUND.
004300     IF WS-DUP-FOUND
004310         DISPLAY "DEPARTMENT " WS-KEYED-DEPT " IS ALREADY ON "
004320             "THIS SPLIT. PLEASE RE-ENTER."
004330         GO TO 2040-EXIT
004340     END-IF.
004350     IF NOT WS-DEPT-VALIDATE
004360         SET WS-DEPT-OK TO TRUE
004370         GO TO 2040-EXIT
004380     END-IF.
004390     MOVE WS-KEYED-DEPT TO DT-DEPT-CODE.
004400     READ DEPARTMENT-TABLE
004410         INVALID KEY
004420             DISPLAY "DEPARTMENT " WS-KEYED-DEPT " NOT ON "
004430                 "DEPARTMENT TABLE. PLEASE RE-ENTER."
004440         NOT INVALID KEY
004450             SET WS-DEPT-OK TO TRUE
004460     END-READ.
004470 2040-EXIT.
004480     EXIT.
004490
004500 2045-CHECK-DUP-DEPT.
004510     IF WS-SPLIT-DEPT(WS-DUP-SUB) EQUAL WS-KEYED-DEPT
004520         SET WS-DUP-FOUND TO TRUE
004530     END-IF.
004540 2045-EXIT.
004550     EXIT.
004560
004570 2050-GET-PCT.
004580     DISPLAY "ENTER PERCENTAGE FOR " WS-KEYED-DEPT
004590         " AS 5 DIGITS, IMPLIED DECIMAL (05000 = 50.00): ".
004600     ACCEPT WS-KEYED-PCT.
004610     IF WS-KEYED-PCT IS NUMERIC
004620             AND WS-KEYED-PCT GREATER THAN ZERO
004630             AND WS-KEYED-PCT NOT GREATER THAN 100
004640         SET WS-PCT-OK TO TRUE
004650     ELSE
004660         DISPLAY "INVALID PERCENTAGE - MUST BE NUMERIC, MORE "
004670             "THAN ZERO, AND NOT MORE THAN 100.00. "
004680             "PLEASE RE-ENTER."
004690     END-IF.
004700 2050-EXIT.
004710     EXIT.
004720
004730*-----------------------------------------------------------------
004740*  2080-MOVE-SPLIT-TO-ROW.
004750*  COPIES THE PROVED SPLIT ONTO THE RECORD. UNUSED SLOTS ARE
004760*  CLEARED SO A SHORTER SPLIT CANNOT INHERIT A DEPARTMENT FROM
004770*  THE ROW IT REPLACES.
004780*-----------------------------------------------------------------
004790 2080-MOVE-SPLIT-TO-ROW.
004800     MOVE WS-SPLIT-COUNT TO LD-SPLIT-COUNT.
004810     PERFORM 2085-MOVE-ONE-SPLIT
004820         THRU 2085-EXIT
004830         VARYING WS-SPLIT-SUB FROM 1 BY 1
004840         UNTIL WS-SPLIT-SUB GREATER THAN 5.
004850 2080-EXIT.
004860     EXIT.
004870
004880 2085-MOVE-ONE-SPLIT.
004890     IF WS-SPLIT-SUB GREATER THAN WS-SPLIT-COUNT
004900         MOVE SPACES TO LD-DEPT-CODE(WS-SPLIT-SUB)
004910         MOVE ZERO   TO LD-PCT(WS-SPLIT-SUB)
004920     ELSE
004930         MOVE WS-SPLIT-DEPT(WS-SPLIT-SUB)
004940             TO LD-DEPT-CODE(WS-SPLIT-SUB)
004950         MOVE WS-SPLIT-PCT(WS-SPLIT-SUB)
004960             TO LD-PCT(WS-SPLIT-SUB)
004970     END-IF.
004980 2085-EXIT.
004990     EXIT.
005000
005010*-----------------------------------------------------------------
005020*  3000-UPDATE-DIST.
005030*  LOOKS UP AN EXISTING ROW BY EMPLOYEE AND EFFECTIVE-START,
005040*  SHOWS THE CURRENT SPLIT, AND REWRITES THE ROW IN PLACE WITH
005050*  A NEWLY KEYED END DATE AND SPLIT.
005060*-----------------------------------------------------------------
005070 3000-UPDATE-DIST.
005080     PERFORM 2010-GET-EMP-NO
005090         THRU 2010-EXIT
005100         UNTIL WS-EMP-NO-OK.
005110     PERFORM 2015-GET-EFF-START
005120         THRU 2015-EXIT
005130         UNTIL WS-START-OK.
005140     PERFORM 3010-FIND-DIST
005150         THRU 3010-EXIT.
005160     IF WS-FOUND
005170         PERFORM 5100-SHOW-DIST
005180             THRU 5100-EXIT
005190         PERFORM 2016-GET-EFF-END
005200             THRU 2016-EXIT
005210             UNTIL WS-END-OK
005220         PERFORM 2020-GET-SPLIT
005230             THRU 2020-EXIT
005240             UNTIL WS-SPLIT-OK
005250         MOVE WS-EFF-END TO LD-EFF-END
005260         PERFORM 2080-MOVE-SPLIT-TO-ROW
005270             THRU 2080-EXIT
005280         REWRITE LABOR-DIST-RECORD
005290         MOVE LD-SPLIT-COUNT TO WS-SPLIT-COUNT-DISP
005300         STRING "LABOR DIST UPDATED - EMP " LD-EMP-NO
005310             " FROM " LD-EFF-START " "
005320             WS-SPLIT-COUNT-DISP " DEPTS BY " WS-OPERATOR-ID
005330             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
005340         CALL "AUDITLOG" USING
005350             BY CONTENT WS-AUDIT-PROGRAM-ID
005360             BY CONTENT WS-AUDIT-MESSAGE
005370     ELSE
005380         DISPLAY "EMPLOYEE/EFFECTIVE DATE NOT FOUND ON "
005390             "DISTRIBUTION FILE - NO UPDATE MADE."
005400     END-IF.
005410 3000-EXIT.
005420     EXIT.
005430
005440*-----------------------------------------------------------------
005450*  3010-FIND-DIST.
005460*-----------------------------------------------------------------
005470 3010-FIND-DIST.
005480     MOVE "N" TO WS-FOUND-SW.
005490     MOVE WS-EMP-NO    TO LD-EMP-NO.
005500     MOVE WS-EFF-START TO LD-EFF-START.
005510     READ LABOR-DIST-FILE
005520         INVALID KEY
005530             CONTINUE
005540         NOT INVALID KEY
005550             SET WS-FOUND TO TRUE
005560     END-READ.
005570 3010-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------------
005610*  4000-DELETE-DIST.
005620*-----------------------------------------------------------------
005630 4000-DELETE-DIST.
005640     PERFORM 2010-GET-EMP-NO
005650         THRU 2010-EXIT
005660         UNTIL WS-EMP-NO-OK.
005670     PERFORM 2015-GET-EFF-START
005680         THRU 2015-EXIT
005690         UNTIL WS-START-OK.
005700     PERFORM 3010-FIND-DIST
005710         THRU 3010-EXIT.
005720     IF WS-FOUND
005730         PERFORM 5100-SHOW-DIST
005740             THRU 5100-EXIT
005750         DISPLAY "DELETE THIS DISTRIBUTION ROW? (Y/N): "
005760         ACCEPT WS-CONFIRM-ANS
005770         IF WS-CONFIRM-YES
005780             DELETE LABOR-DIST-FILE
005790             STRING "LABOR DIST DELETED - EMP " WS-EMP-NO
005800                 " FROM " WS-EFF-START " BY " WS-OPERATOR-ID
005810                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
005820             CALL "AUDITLOG" USING
005830                 BY CONTENT WS-AUDIT-PROGRAM-ID
005840                 BY CONTENT WS-AUDIT-MESSAGE
005850         ELSE
005860             DISPLAY "DELETE NOT CONFIRMED - NO CHANGE MADE."
005870         END-IF
005880     ELSE
005890         DISPLAY "EMPLOYEE/EFFECTIVE DATE NOT FOUND ON "
005900             "DISTRIBUTION FILE - NO DELETE MADE."
005910     END-IF.
005920 4000-EXIT.
005930     EXIT.
005940
005950*-----------------------------------------------------------------
005960*  5000-INQUIRE-DIST.
005970*-----------------------------------------------------------------
005980 5000-INQUIRE-DIST.
005990     PERFORM 2010-GET-EMP-NO
006000         THRU 2010-EXIT
006010         UNTIL WS-EMP-NO-OK.
006020     PERFORM 2015-GET-EFF-START
006030         THRU 2015-EXIT
006040         UNTIL WS-START-OK.
006050     PERFORM 3010-FIND-DIST
006060         THRU 3010-EXIT.
006070     IF WS-FOUND
006080         PERFORM 5100-SHOW-DIST
006090             THRU 5100-EXIT
006100     ELSE
006110         DISPLAY "EMPLOYEE/EFFECTIVE DATE NOT FOUND ON "
006120             "DISTRIBUTION FILE."
006130     END-IF.
006140 5000-EXIT.
006150     EXIT.
006160
006170 5100-SHOW-DIST.
006180     DISPLAY "EMPLOYEE  : " LD-EMP-NO.
006190     DISPLAY "EFFECTIVE : " LD-EFF-START " TO " LD-EFF-END.
006200     PERFORM 5110-SHOW-ONE-SPLIT
006210         THRU 5110-EXIT
006220         VARYING WS-SPLIT-SUB FROM 1 BY 1
006230         UNTIL WS-SPLIT-SUB GREATER THAN LD-SPLIT-COUNT.
006240 5100-EXIT.
006250     EXIT.
006260
006270 5110-SHOW-ONE-SPLIT.
006280     MOVE LD-PCT(WS-SPLIT-SUB) TO WS-PCT-DISP.
006290     DISPLAY "  DEPT " LD-DEPT-CODE(WS-SPLIT-SUB)
006300         "  " WS-PCT-DISP " PCT".
006310 5110-EXIT.
006320     EXIT.
006330
006340*-----------------------------------------------------------------
006350*  6000-LIST-FILE.
006360*  ONE LISTING LINE PER DEPARTMENT ON EACH ROW.
006370*-----------------------------------------------------------------
006380 6000-LIST-FILE.
006390     OPEN OUTPUT DIST-LISTING.
006400     WRITE LST-LINE FROM WS-LST-HEADING-1
006410         AFTER ADVANCING 1 LINE.
006420     WRITE LST-LINE FROM WS-LST-HEADING-2
006430         AFTER ADVANCING 2 LINES.
006440     WRITE LST-LINE FROM WS-LST-HEADING-3
006450         AFTER ADVANCING 1 LINE.
006460     PERFORM 6010-LIST-ONE-ROW
006470         THRU 6010-EXIT
006480         UNTIL WS-END-OF-FILE.
006490     WRITE LST-LINE FROM WS-LST-HEADING-3
006500         AFTER ADVANCING 1 LINE.
006510     MOVE WS-LIST-COUNT TO LST-TOTAL-COUNT.
006520     WRITE LST-LINE FROM WS-LST-TOTAL-LINE
006530         AFTER ADVANCING 1 LINE.
006540     CLOSE DIST-LISTING.
006550     MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP.
006560     STRING "LABOR DISTRIBUTION FILE LISTED - "
006570         WS-LIST-COUNT-DISP " ROWS"
006580         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
006590     CALL "AUDITLOG" USING
006600         BY CONTENT WS-AUDIT-PROGRAM-ID
006610         BY CONTENT WS-AUDIT-MESSAGE.
006620 6000-EXIT.
006630     EXIT.
006640
006650*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
006660*  ERROR CANNOT SPIN.
006670 6010-LIST-ONE-ROW.
006680     READ LABOR-DIST-FILE NEXT RECORD
006690         AT END
006700             SET WS-END-OF-FILE TO TRUE
006710             GO TO 6010-EXIT
006720     END-READ.
006730     IF WS-LABDIST-STATUS NOT EQUAL "00"
006740         SET WS-END-OF-FILE TO TRUE
006750         GO TO 6010-EXIT
006760     END-IF.
006770     ADD 1 TO WS-LIST-COUNT.
006780     MOVE LD-EMP-NO    TO LST-EMP-NO.
006790     MOVE LD-EFF-START TO LST-EFF-START.
006800     MOVE LD-EFF-END   TO LST-EFF-END.
006810     PERFORM 6020-LIST-ONE-SPLIT
006820         THRU 6020-EXIT
006830         VARYING WS-SPLIT-SUB FROM 1 BY 1
006840         UNTIL WS-SPLIT-SUB GREATER THAN LD-SPLIT-COUNT.
006850 6010-EXIT.
006860     EXIT.
006870
006880 6020-LIST-ONE-SPLIT.
006890     MOVE LD-DEPT-CODE(WS-SPLIT-SUB) TO LST-DEPT-CODE.
006900     MOVE LD-PCT(WS-SPLIT-SUB)       TO LST-PCT.
006910     WRITE LST-LINE FROM WS-LST-DETAIL-LINE
006920         AFTER ADVANCING 1 LINE.
006930 6020-EXIT.
006940     EXIT.
006950
006960*-----------------------------------------------------------------
006970*  7000-DIST-AT-DATE.
006980*  POSITIONS TO THE EMPLOYEE'S FIRST ROW AND TAKES THE ONE WHOSE
006990*  WINDOW COVERS THE KEYED DATE, THE SAME SCAN GLEXTRCT MAKES
007000*  AGAINST THE PERIOD END.
007010*-----------------------------------------------------------------
007020 7000-DIST-AT-DATE.
007030     PERFORM 2010-GET-EMP-NO
007040         THRU 2010-EXIT
007050         UNTIL WS-EMP-NO-OK.
007060     PERFORM 7010-GET-ASK-DATE
007070         THRU 7010-EXIT
007080         UNTIL WS-DATE-OK.
007090     MOVE "N" TO WS-DIST-FOUND-SW.
007100     MOVE "N" TO WS-EOF-SW.
007110     MOVE WS-EMP-NO TO LD-EMP-NO.
007120     MOVE ZERO TO LD-EFF-START.
007130     START LABOR-DIST-FILE
007140         KEY IS NOT LESS THAN LD-DIST-KEY
007150         INVALID KEY
007160             SET WS-END-OF-FILE TO TRUE
007170     END-START.
007180     PERFORM 7100-SCAN-ONE-ROW
007190         THRU 7100-EXIT
007200         UNTIL WS-DIST-FOUND OR WS-END-OF-FILE.
007210     IF WS-DIST-FOUND
007220         DISPLAY "EMPLOYEE " WS-EMP-NO " ON " WS-ASK-DATE
007230             " IS CHARGED AS FOLLOWS:"
007240         PERFORM 5100-SHOW-DIST
007250             THRU 5100-EXIT
007260     ELSE
007270         DISPLAY "EMPLOYEE " WS-EMP-NO " HAS NO DISTRIBUTION "
007280             "ROW IN FORCE " WS-ASK-DATE " - EMP-DEPT ON THE "
007290             "MASTER TAKES ALL OF THE PAY."
007300     END-IF.
007310 7000-EXIT.
007320     EXIT.
007330
007340 7010-GET-ASK-DATE.
007350     DISPLAY "ENTER THE DATE TO LOOK UP (CCYYMMDD): ".
007360     ACCEPT WS-ASK-DATE.
007370     IF WS-ASK-DATE IS NUMERIC
007380             AND WS-ASK-DATE GREATER THAN ZERO
007390         SET WS-DATE-OK TO TRUE
007400     ELSE
007410         DISPLAY "INVALID DATE - MUST BE NUMERIC CCYYMMDD. "
007420             "PLEASE RE-ENTER."
007430     END-IF.
007440 7010-EXIT.
007450     EXIT.
007460
007470*  THE SCAN ENDS WHEN A COVERING ROW IS FOUND, WHEN THE
007480*  EMPLOYEE CHANGES, OR AT END OF FILE.
007490 7100-SCAN-ONE-ROW.
007500     READ LABOR-DIST-FILE NEXT RECORD
007510         AT END
007520             SET WS-END-OF-FILE TO TRUE
007530             GO TO 7100-EXIT
007540     END-READ.
007550     IF WS-LABDIST-STATUS NOT EQUAL "00"
007560         SET WS-END-OF-FILE TO TRUE
007570         GO TO 7100-EXIT
007580     END-IF.
007590     IF LD-EMP-NO NOT EQUAL WS-EMP-NO
007600         SET WS-END-OF-FILE TO TRUE
007610         GO TO 7100-EXIT
007620     END-IF.
007630     IF WS-ASK-DATE NOT LESS THAN LD-EFF-START
007640             AND WS-ASK-DATE NOT GREATER THAN LD-EFF-END
007650         SET WS-DIST-FOUND TO TRUE
007660     END-IF.
007670 7100-EXIT.
007680     EXIT.
007690
007700*-----------------------------------------------------------------
007710*  9999-TERMINATE.
007720*-----------------------------------------------------------------
007730 9999-TERMINATE.
007740     CLOSE LABOR-DIST-FILE.
007750     IF WS-DEPT-VALIDATE
007760         CLOSE DEPARTMENT-TABLE
007770     END-IF.
007780 9999-EXIT.
007790     EXIT.
