000100*****************************************************************
000110*  PROGRAM-ID.   TRLCOPY
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - NIGHTLY BATCH
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     BUILDS THE SCRATCH FILES A NIGHTRUN TRIAL RUN CALCULATES
000190*     AGAINST, SO THE TRIAL CAN REWRITE THEM AS FREELY AS THE
000200*     REAL RUN REWRITES THE LIVE ONES:
000210*
000220*         EMPMAST   -> EMPTRIAL   EMPLOYEE MASTER
000230*         LEAVEBAL  -> LVTRIAL    LEAVE BALANCES
000240*         ADVFILE   -> ADVTRIAL   ADVANCE LEDGER
000250*         TAXBRKT   -> TAXTRIAL   STATUTORY BRACKET TABLE
000260*         CITYTAX   -> CTYTRIAL   CITY TAX RATES
000270*         SALRATE   -> SALTRIAL   SALARY RATES
000280*
000290*     EVERY TRIAL FILE IS REBUILT FROM SCRATCH ON EVERY TRIAL.
000300*     THE THREE RATE TABLES CAN BE STAGED: A NEW TABLE LOAD THAT
000310*     IS NOT YET LIVE IS KEYED INTO ITS STAGING FILE (TAXSTAGE,
000320*     CTYSTAGE, SALSTAGE - SAME LAYOUT AS THE LIVE TABLE, LOADED
000330*     BY THE TABLE'S OWN MAINTENANCE PROGRAM WITH ITS FILE POINTED
000340*     AT THE STAGING NAME), AND WHILE THE STAGING FILE HOLDS ANY
000350*     ROWS THE TRIAL COPIES IT INSTEAD OF THE LIVE TABLE. THE
000360*     CALLER IS TOLD, TABLE BY TABLE, WHICH ONE WAS USED (S
000370*     STAGED, L LIVE) SO THE COMPARISON REPORT CAN SAY WHAT WAS
000380*     TRIED. OPERATIONS EMPTIES A STAGING FILE ONCE ITS LOAD HAS
000390*     GONE LIVE.
000400*
000410*     NOTHING LIVE IS OPENED FOR ANYTHING BUT INPUT. A MISSING
000420*     LIVE MASTER, OR A WRITE REFUSED ON ANY TRIAL FILE, HANDS
000430*     BACK A NON-ZERO RETURN CODE AND THE TRIAL IS ABANDONED. A
000440*     MISSING LEAVE FILE, ADVANCE LEDGER OR RATE TABLE GIVES AN
000450*     EMPTY TRIAL COPY, WHICH THE CALCULATION STEPS TREAT THE
000460*     SAME AS THE LIVE FILE BEING ABSENT.
000470*-----------------------------------------------------------------
000480*  MODIFICATION HISTORY.
000490*  DATE       INIT  DESCRIPTION
000500*  ---------  ----  -----------------------------------------
000510*  10/14/26   RCA   ORIGINAL PROGRAM.
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. TRLCOPY.
000550 AUTHOR. R. AKOLKAR.
000560 INSTALLATION. PAYROLL SYSTEMS - NIGHTLY BATCH.
000570 DATE-WRITTEN. 10/14/26.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EMP-NO OF EMP-MASTER-RECORD
000670         FILE STATUS IS WS-FROM-STATUS.
000680     SELECT TRIAL-MASTER ASSIGN TO "EMPTRIAL"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS EMP-NO OF TRIAL-MASTER-RECORD
000720         FILE STATUS IS WS-TO-STATUS.
000730     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS LB-EMP-NO OF LEAVE-BALANCE-RECORD
000770         FILE STATUS IS WS-FROM-STATUS.
000780     SELECT TRIAL-LEAVE-FILE ASSIGN TO "LVTRIAL"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS LB-EMP-NO OF TRIAL-LEAVE-RECORD
000820         FILE STATUS IS WS-TO-STATUS.
000830     SELECT ADVANCE-FILE ASSIGN TO "ADVFILE"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS AV-ADV-KEY OF ADVANCE-RECORD
000870         FILE STATUS IS WS-FROM-STATUS.
000880     SELECT TRIAL-ADVANCE-FILE ASSIGN TO "ADVTRIAL"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS AV-ADV-KEY OF TRIAL-ADVANCE-RECORD
000920         FILE STATUS IS WS-TO-STATUS.
000930     SELECT TAX-BRACKET-TABLE ASSIGN TO "TAXBRKT"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS TB-BRACKET-KEY OF TAX-BRACKET-RECORD
000970         FILE STATUS IS WS-FROM-STATUS.
000980     SELECT STAGED-BRACKET-TABLE ASSIGN TO "TAXSTAGE"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS TB-BRACKET-KEY OF STAGED-BRACKET-RECORD
001020         FILE STATUS IS WS-FROM-STATUS.
001030     SELECT TRIAL-BRACKET-TABLE ASSIGN TO "TAXTRIAL"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS SEQUENTIAL
001060         RECORD KEY IS TB-BRACKET-KEY OF TRIAL-BRACKET-RECORD
001070         FILE STATUS IS WS-TO-STATUS.
001080     SELECT CITY-TAX-TABLE ASSIGN TO "CITYTAX"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS CT-CITY-KEY OF CITY-TAX-RECORD
001120         FILE STATUS IS WS-FROM-STATUS.
001130     SELECT STAGED-CITY-TABLE ASSIGN TO "CTYSTAGE"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS CT-CITY-KEY OF STAGED-CITY-RECORD
001170         FILE STATUS IS WS-FROM-STATUS.
001180     SELECT TRIAL-CITY-TABLE ASSIGN TO "CTYTRIAL"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS SEQUENTIAL
001210         RECORD KEY IS CT-CITY-KEY OF TRIAL-CITY-RECORD
001220         FILE STATUS IS WS-TO-STATUS.
001230     SELECT SALARY-RATE-FILE ASSIGN TO "SALRATE"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS SR-RATE-KEY OF SALARY-RATE-RECORD
001270         FILE STATUS IS WS-FROM-STATUS.
001280     SELECT STAGED-RATE-FILE ASSIGN TO "SALSTAGE"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS SR-RATE-KEY OF STAGED-RATE-RECORD
001320         FILE STATUS IS WS-FROM-STATUS.
001330     SELECT TRIAL-RATE-FILE ASSIGN TO "SALTRIAL"
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS SEQUENTIAL
001360         RECORD KEY IS SR-RATE-KEY OF TRIAL-RATE-RECORD
001370         FILE STATUS IS WS-TO-STATUS.
001380
001390 DATA DIVISION.
001400 FILE SECTION.
001410*  EACH LIVE, STAGING AND TRIAL FILE CARRIES THE CANONICAL
001420*  LAYOUT UNDER ITS OWN RECORD NAME, SO A LAYOUT CHANGE TO ANY
001430*  OF THEM IS PICKED UP HERE WITHOUT EDITING THIS PROGRAM. FIELD
001440*  NAMES ARE REFERENCED QUALIFIED (FIELD OF RECORD).
001450 FD  EMPLOYEE-MASTER
001460     LABEL RECORDS ARE STANDARD.
001470     COPY EMPREC.
001480
001490 FD  TRIAL-MASTER
001500     LABEL RECORDS ARE STANDARD.
001510     COPY EMPREC REPLACING ==EMP-MASTER-RECORD==
001520         BY ==TRIAL-MASTER-RECORD==.
001530
001540 FD  LEAVE-BALANCE-FILE
001550     LABEL RECORDS ARE STANDARD.
001560     COPY LEAVBAL.
001570
001580 FD  TRIAL-LEAVE-FILE
001590     LABEL RECORDS ARE STANDARD.
001600     COPY LEAVBAL REPLACING ==LEAVE-BALANCE-RECORD==
001610         BY ==TRIAL-LEAVE-RECORD==.
001620
001630 FD  ADVANCE-FILE
001640     LABEL RECORDS ARE STANDARD.
001650     COPY ADVREC.
001660
001670 FD  TRIAL-ADVANCE-FILE
001680     LABEL RECORDS ARE STANDARD.
001690     COPY ADVREC REPLACING ==ADVANCE-RECORD==
001700         BY ==TRIAL-ADVANCE-RECORD==.
001710
001720 FD  TAX-BRACKET-TABLE
001730     LABEL RECORDS ARE STANDARD.
001740     COPY TAXBRKT.
001750
001760 FD  STAGED-BRACKET-TABLE
001770     LABEL RECORDS ARE STANDARD.
001780     COPY TAXBRKT REPLACING ==TAX-BRACKET-RECORD==
001790         BY ==STAGED-BRACKET-RECORD==.
001800
001810 FD  TRIAL-BRACKET-TABLE
001820     LABEL RECORDS ARE STANDARD.
001830     COPY TAXBRKT REPLACING ==TAX-BRACKET-RECORD==
001840         BY ==TRIAL-BRACKET-RECORD==.
001850
001860 FD  CITY-TAX-TABLE
001870     LABEL RECORDS ARE STANDARD.
001880     COPY CTYTAX.
001890
001900 FD  STAGED-CITY-TABLE
001910     LABEL RECORDS ARE STANDARD.
001920     COPY CTYTAX REPLACING ==CITY-TAX-RECORD==
001930         BY ==STAGED-CITY-RECORD==.
001940
001950 FD  TRIAL-CITY-TABLE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY CTYTAX REPLACING ==CITY-TAX-RECORD==
001980         BY ==TRIAL-CITY-RECORD==.
001990
002000 FD  SALARY-RATE-FILE
002010     LABEL RECORDS ARE STANDARD.
002020     COPY SALRATE.
002030
002040 FD  STAGED-RATE-FILE
002050     LABEL RECORDS ARE STANDARD.
002060     COPY SALRATE REPLACING ==SALARY-RATE-RECORD==
002070         BY ==STAGED-RATE-RECORD==.
002080
002090 FD  TRIAL-RATE-FILE
002100     LABEL RECORDS ARE STANDARD.
002110     COPY SALRATE REPLACING ==SALARY-RATE-RECORD==
002120         BY ==TRIAL-RATE-RECORD==.
002130
002140 WORKING-STORAGE SECTION.
002150 01  WS-FROM-STATUS               PIC X(02) VALUE SPACES.
002160 01  WS-TO-STATUS                 PIC X(02) VALUE SPACES.
002170 01  WS-EOF-SW                    PIC X(01) VALUE "N".
002180     88  WS-END-OF-FILE                      VALUE "Y".
002190 01  WS-STAGED-SW                 PIC X(01) VALUE "N".
002200     88  WS-STAGED                           VALUE "Y".
002210 01  WS-COPY-COUNT                PIC 9(07) VALUE ZERO.
002220 01  WS-MASTER-COUNT              PIC 9(07) VALUE ZERO.
002230 01  WS-WRITE-FAIL-COUNT          PIC 9(05) VALUE ZERO.
002240 01  WS-FILE-NAME                 PIC X(08) VALUE SPACES.
002250 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "TRLCOPY".
002260 01  WS-AUDIT-MESSAGE             PIC X(60).
002270
002280 LINKAGE SECTION.
002290*  WHICH VERSION OF EACH RATE TABLE THE TRIAL COPIED - S THE
002300*  STAGED LOAD, L THE LIVE TABLE.
002310 01  LS-TRIAL-SOURCES.
002320     05  LS-TAX-SOURCE            PIC X(01).
002330         88  LS-TAX-STAGED                   VALUE "S".
002340     05  LS-CITY-SOURCE           PIC X(01).
002350         88  LS-CITY-STAGED                  VALUE "S".
002360     05  LS-SAL-SOURCE            PIC X(01).
002370         88  LS-SAL-STAGED                   VALUE "S".
002380
002390 PROCEDURE DIVISION USING LS-TRIAL-SOURCES.
002400
002410*-----------------------------------------------------------------
002420*  0000-MAINLINE.
002430*-----------------------------------------------------------------
002440 0000-MAINLINE.
002450     MOVE ZERO TO RETURN-CODE.
002460     MOVE "LLL" TO LS-TRIAL-SOURCES.
002470     PERFORM 1000-COPY-MASTER
002480         THRU 1000-EXIT.
002490     IF RETURN-CODE NOT EQUAL ZERO
002500         GOBACK
002510     END-IF.
002520     PERFORM 2000-COPY-LEAVE
002530         THRU 2000-EXIT.
002540     PERFORM 3000-COPY-ADVANCES
002550         THRU 3000-EXIT.
002560     PERFORM 4000-COPY-BRACKETS
002570         THRU 4000-EXIT.
002580     PERFORM 5000-COPY-CITY-RATES
002590         THRU 5000-EXIT.
002600     PERFORM 6000-COPY-SALARY-RATES
002610         THRU 6000-EXIT.
002620     MOVE SPACES TO WS-AUDIT-MESSAGE.
002630     STRING "TRIAL FILES BUILT - " WS-MASTER-COUNT
002640         " EMPLOYEES, TABLES " LS-TRIAL-SOURCES
002650         " (S STAGED, L LIVE)"
002660         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
002670     CALL "AUDITLOG" USING
002680         BY CONTENT WS-AUDIT-PROGRAM-ID
002690         BY CONTENT WS-AUDIT-MESSAGE.
002700     IF WS-WRITE-FAIL-COUNT GREATER THAN ZERO
002710         DISPLAY "TRLCOPY - " WS-WRITE-FAIL-COUNT
002720             " TRIAL RECORDS COULD NOT BE WRITTEN - TRIAL "
002730             "ABANDONED."
002740         MOVE 8 TO RETURN-CODE
002750     END-IF.
002760     GOBACK.
002770
002780*-----------------------------------------------------------------
002790*  1000-COPY-MASTER.
002800*  THE TRIAL CANNOT RUN WITHOUT A MASTER TO COPY.
002810*-----------------------------------------------------------------
002820 1000-COPY-MASTER.
002830     MOVE "N" TO WS-EOF-SW.
002840     OPEN INPUT EMPLOYEE-MASTER.
002850     IF WS-FROM-STATUS NOT EQUAL "00"
002860         DISPLAY "TRLCOPY - EMPLOYEE MASTER NOT AVAILABLE "
002870             "(STATUS " WS-FROM-STATUS ") - TRIAL ABANDONED."
002880         MOVE 8 TO RETURN-CODE
002890         GO TO 1000-EXIT
002900     END-IF.
002910     OPEN OUTPUT TRIAL-MASTER.
002920     PERFORM 1100-COPY-ONE-EMPLOYEE
002930         THRU 1100-EXIT
002940         UNTIL WS-END-OF-FILE.
002950     CLOSE EMPLOYEE-MASTER.
002960     CLOSE TRIAL-MASTER.
002970     DISPLAY "TRLCOPY - EMPTRIAL  " WS-MASTER-COUNT
002980         " RECORDS FROM EMPMAST".
002990 1000-EXIT.
003000     EXIT.
003010
003020 1100-COPY-ONE-EMPLOYEE.
003030     READ EMPLOYEE-MASTER NEXT RECORD
003040         AT END
003050             SET WS-END-OF-FILE TO TRUE
003060             GO TO 1100-EXIT
003070     END-READ.
003080     WRITE TRIAL-MASTER-RECORD FROM EMP-MASTER-RECORD
003090         INVALID KEY
003100             ADD 1 TO WS-WRITE-FAIL-COUNT
003110         NOT INVALID KEY
003120             ADD 1 TO WS-MASTER-COUNT
003130     END-WRITE.
003140 1100-EXIT.
003150     EXIT.
003160
003170*-----------------------------------------------------------------
003180*  2000-COPY-LEAVE.
003190*-----------------------------------------------------------------
003200 2000-COPY-LEAVE.
003210     MOVE "N" TO WS-EOF-SW.
003220     MOVE ZERO TO WS-COPY-COUNT.
003230     OPEN OUTPUT TRIAL-LEAVE-FILE.
003240     OPEN INPUT LEAVE-BALANCE-FILE.
003250     IF WS-FROM-STATUS EQUAL "00"
003260         PERFORM 2100-COPY-ONE-BALANCE
003270             THRU 2100-EXIT
003280             UNTIL WS-END-OF-FILE
003290         CLOSE LEAVE-BALANCE-FILE
003300     END-IF.
003310     CLOSE TRIAL-LEAVE-FILE.
003320     MOVE "LEAVEBAL" TO WS-FILE-NAME.
003330     PERFORM 8000-SHOW-COUNT
003340         THRU 8000-EXIT.
003350 2000-EXIT.
003360     EXIT.
003370
003380 2100-COPY-ONE-BALANCE.
003390     READ LEAVE-BALANCE-FILE NEXT RECORD
003400         AT END
003410             SET WS-END-OF-FILE TO TRUE
003420             GO TO 2100-EXIT
003430     END-READ.
003440     WRITE TRIAL-LEAVE-RECORD FROM LEAVE-BALANCE-RECORD
003450         INVALID KEY
003460             ADD 1 TO WS-WRITE-FAIL-COUNT
003470         NOT INVALID KEY
003480             ADD 1 TO WS-COPY-COUNT
003490     END-WRITE.
003500 2100-EXIT.
003510     EXIT.
003520
003530*-----------------------------------------------------------------
003540*  3000-COPY-ADVANCES.
003550*-----------------------------------------------------------------
003560 3000-COPY-ADVANCES.
003570     MOVE "N" TO WS-EOF-SW.
003580     MOVE ZERO TO WS-COPY-COUNT.
003590     OPEN OUTPUT TRIAL-ADVANCE-FILE.
003600     OPEN INPUT ADVANCE-FILE.
003610     IF WS-FROM-STATUS EQUAL "00"
003620         PERFORM 3100-COPY-ONE-ADVANCE
003630             THRU 3100-EXIT
003640             UNTIL WS-END-OF-FILE
003650         CLOSE ADVANCE-FILE
003660     END-IF.
003670     CLOSE TRIAL-ADVANCE-FILE.
003680     MOVE "ADVFILE" TO WS-FILE-NAME.
003690     PERFORM 8000-SHOW-COUNT
003700         THRU 8000-EXIT.
003710 3000-EXIT.
003720     EXIT.
003730
003740 3100-COPY-ONE-ADVANCE.
003750     READ ADVANCE-FILE NEXT RECORD
003760         AT END
003770             SET WS-END-OF-FILE TO TRUE
003780             GO TO 3100-EXIT
003790     END-READ.
003800     WRITE TRIAL-ADVANCE-RECORD FROM ADVANCE-RECORD
003810         INVALID KEY
003820             ADD 1 TO WS-WRITE-FAIL-COUNT
003830         NOT INVALID KEY
003840             ADD 1 TO WS-COPY-COUNT
003850     END-WRITE.
003860 3100-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------------
003900*  4000-COPY-BRACKETS.
003910*  A STAGING FILE WITH AT LEAST ONE ROW IS THE TABLE UNDER TRIAL;
003920*  OTHERWISE THE LIVE TABLE IS COPIED AS IT STANDS.
003930*-----------------------------------------------------------------
003940 4000-COPY-BRACKETS.
003950     MOVE "N" TO WS-STAGED-SW.
003960     MOVE "N" TO WS-EOF-SW.
003970     OPEN INPUT STAGED-BRACKET-TABLE.
003980     IF WS-FROM-STATUS EQUAL "00"
003990         READ STAGED-BRACKET-TABLE NEXT RECORD
004000             NOT AT END
004010                 SET WS-STAGED TO TRUE
004020         END-READ
004030         CLOSE STAGED-BRACKET-TABLE
004040     END-IF.
004050     MOVE ZERO TO WS-COPY-COUNT.
004060     OPEN OUTPUT TRIAL-BRACKET-TABLE.
004070     IF WS-STAGED
004080         MOVE "S" TO LS-TAX-SOURCE
004090         MOVE "TAXSTAGE" TO WS-FILE-NAME
004100         OPEN INPUT STAGED-BRACKET-TABLE
004110         PERFORM 4100-COPY-ONE-STAGED
004120             THRU 4100-EXIT
004130             UNTIL WS-END-OF-FILE
004140         CLOSE STAGED-BRACKET-TABLE
004150     ELSE
004160         MOVE "TAXBRKT" TO WS-FILE-NAME
004170         OPEN INPUT TAX-BRACKET-TABLE
004180         IF WS-FROM-STATUS EQUAL "00"
004190             PERFORM 4200-COPY-ONE-LIVE
004200                 THRU 4200-EXIT
004210                 UNTIL WS-END-OF-FILE
004220             CLOSE TAX-BRACKET-TABLE
004230         END-IF
004240     END-IF.
004250     CLOSE TRIAL-BRACKET-TABLE.
004260     PERFORM 8000-SHOW-COUNT
004270         THRU 8000-EXIT.
004280 4000-EXIT.
004290     EXIT.
004300
004310 4100-COPY-ONE-STAGED.
004320     READ STAGED-BRACKET-TABLE NEXT RECORD
004330         AT END
004340             SET WS-END-OF-FILE TO TRUE
004350             GO TO 4100-EXIT
004360     END-READ.
004370     WRITE TRIAL-BRACKET-RECORD FROM STAGED-BRACKET-RECORD
004380         INVALID KEY
004390             ADD 1 TO WS-WRITE-FAIL-COUNT
004400         NOT INVALID KEY
004410             ADD 1 TO WS-COPY-COUNT
004420     END-WRITE.
004430 4100-EXIT.
004440     EXIT.
004450
004460 4200-COPY-ONE-LIVE.
004470     READ TAX-BRACKET-TABLE NEXT RECORD
004480         AT END
004490             SET WS-END-OF-FILE TO TRUE
004500             GO TO 4200-EXIT
004510     END-READ.
004520     WRITE TRIAL-BRACKET-RECORD FROM TAX-BRACKET-RECORD
004530         INVALID KEY
004540             ADD 1 TO WS-WRITE-FAIL-COUNT
004550         NOT INVALID KEY
004560             ADD 1 TO WS-COPY-COUNT
004570     END-WRITE.
004580 4200-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------------------
004620*  5000-COPY-CITY-RATES.
004630*  SAME RULE AS THE BRACKET TABLE.
004640*-----------------------------------------------------------------
004650 5000-COPY-CITY-RATES.
004660     MOVE "N" TO WS-STAGED-SW.
004670     MOVE "N" TO WS-EOF-SW.
004680     OPEN INPUT STAGED-CITY-TABLE.
004690     IF WS-FROM-STATUS EQUAL "00"
004700         READ STAGED-CITY-TABLE NEXT RECORD
004710             NOT AT END
004720                 SET WS-STAGED TO TRUE
004730         END-READ
004740         CLOSE STAGED-CITY-TABLE
004750     END-IF.
004760     MOVE ZERO TO WS-COPY-COUNT.
004770     OPEN OUTPUT TRIAL-CITY-TABLE.
004780     IF WS-STAGED
004790         MOVE "S" TO LS-CITY-SOURCE
004800         MOVE "CTYSTAGE" TO WS-FILE-NAME
004810         OPEN INPUT STAGED-CITY-TABLE
004820         PERFORM 5100-COPY-ONE-STAGED
004830             THRU 5100-EXIT
004840             UNTIL WS-END-OF-FILE
004850         CLOSE STAGED-CITY-TABLE
004860     ELSE
004870         MOVE "CITYTAX" TO WS-FILE-NAME
004880         OPEN INPUT CITY-TAX-TABLE
004890         IF WS-FROM-STATUS EQUAL "00"
004900             PERFORM 5200-COPY-ONE-LIVE
004910                 THRU 5200-EXIT
004920                 UNTIL WS-END-OF-FILE
004930             CLOSE CITY-TAX-TABLE
004940         END-IF
004950     END-IF.
004960     CLOSE TRIAL-CITY-TABLE.
004970     PERFORM 8000-SHOW-COUNT
004980         THRU 8000-EXIT.
004990 5000-EXIT.
005000     EXIT.
005010
005020 5100-COPY-ONE-STAGED.
005030     READ STAGED-CITY-TABLE NEXT RECORD
005040         AT END
005050             SET WS-END-OF-FILE TO TRUE
005060             GO TO 5100-EXIT
005070     END-READ.
005080     WRITE TRIAL-CITY-RECORD FROM STAGED-CITY-RECORD
005090         INVALID KEY
005100             ADD 1 TO WS-WRITE-FAIL-COUNT
005110         NOT INVALID KEY
005120             ADD 1 TO WS-COPY-COUNT
005130     END-WRITE.
005140 5100-EXIT.
005150     EXIT.
005160
005170 5200-COPY-ONE-LIVE.
005180     READ CITY-TAX-TABLE NEXT RECORD
005190         AT END
005200             SET WS-END-OF-FILE TO TRUE
005210             GO TO 5200-EXIT
005220     END-READ.
005230     WRITE TRIAL-CITY-RECORD FROM CITY-TAX-RECORD
005240         INVALID KEY
005250             ADD 1 TO WS-WRITE-FAIL-COUNT
005260         NOT INVALID KEY
005270             ADD 1 TO WS-COPY-COUNT
005280     END-WRITE.
005290 5200-EXIT.
005300     EXIT.
005310
005320*-----------------------------------------------------------------
005330*  6000-COPY-SALARY-RATES.
005340*  SAME RULE AS THE BRACKET TABLE.
005350*-----------------------------------------------------------------
005360 6000-COPY-SALARY-RATES.
005370     MOVE "N" TO WS-STAGED-SW.
005380     MOVE "N" TO WS-EOF-SW.
005390     OPEN INPUT STAGED-RATE-FILE.
005400     IF WS-FROM-STATUS EQUAL "00"
005410         READ STAGED-RATE-FILE NEXT RECORD
005420             NOT AT END
005430                 SET WS-STAGED TO TRUE
005440         END-READ
005450         CLOSE STAGED-RATE-FILE
005460     END-IF.
005470     MOVE ZERO TO WS-COPY-COUNT.
005480     OPEN OUTPUT TRIAL-RATE-FILE.
005490     IF WS-STAGED
005500         MOVE "S" TO LS-SAL-SOURCE
005510         MOVE "SALSTAGE" TO WS-FILE-NAME
005520         OPEN INPUT STAGED-RATE-FILE
005530         PERFORM 6100-COPY-ONE-STAGED
005540             THRU 6100-EXIT
005550             UNTIL WS-END-OF-FILE
005560         CLOSE STAGED-RATE-FILE
005570     ELSE
005580         MOVE "SALRATE" TO WS-FILE-NAME
005590         OPEN INPUT SALARY-RATE-FILE
005600         IF WS-FROM-STATUS EQUAL "00"
005610             PERFORM 6200-COPY-ONE-LIVE
005620                 THRU 6200-EXIT
005630                 UNTIL WS-END-OF-FILE
005640             CLOSE SALARY-RATE-FILE
005650         END-IF
005660     END-IF.
005670     CLOSE TRIAL-RATE-FILE.
005680     PERFORM 8000-SHOW-COUNT
005690         THRU 8000-EXIT.
005700 6000-EXIT.
005710     EXIT.
005720
005730 6100-COPY-ONE-STAGED.
005740     READ STAGED-RATE-FILE NEXT RECORD
005750         AT END
005760             SET WS-END-OF-FILE TO TRUE
005770             GO TO 6100-EXIT
005780     END-READ.
005790     WRITE TRIAL-RATE-RECORD FROM STAGED-RATE-RECORD
005800         INVALID KEY
005810             ADD 1 TO WS-WRITE-FAIL-COUNT
005820         NOT INVALID KEY
005830             ADD 1 TO WS-COPY-COUNT
005840     END-WRITE.
005850 6100-EXIT.
005860     EXIT.
005870
005880 6200-COPY-ONE-LIVE.
005890     READ SALARY-RATE-FILE NEXT RECORD
005900         AT END
005910             SET WS-END-OF-FILE TO TRUE
005920             GO TO 6200-EXIT
005930     END-READ.
005940     WRITE TRIAL-RATE-RECORD FROM SALARY-RATE-RECORD
005950         INVALID KEY
005960             ADD 1 TO WS-WRITE-FAIL-COUNT
005970         NOT INVALID KEY
005980             ADD 1 TO WS-COPY-COUNT
005990     END-WRITE.
006000 6200-EXIT.
006010     EXIT.
006020
006030*-----------------------------------------------------------------
006040*  8000-SHOW-COUNT.
006050*  CONSOLE NOTE OF WHAT EACH TRIAL FILE WAS BUILT FROM.
006060*-----------------------------------------------------------------
006070 8000-SHOW-COUNT.
006080     DISPLAY "TRLCOPY - " WS-FILE-NAME " " WS-COPY-COUNT
006090         " RECORDS COPIED TO THE TRIAL".
006100 8000-EXIT.
006110     EXIT.
