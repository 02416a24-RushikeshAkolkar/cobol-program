000100*****************************************************************
000110*  PROGRAM-ID.   COMPTAB
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     COMMON COMPANY-TABLE ROUTINE. EVERY STEP THAT WRITES A
000190*     MONEY FILE OR A CONTROL REPORT PER COMPANY - BANKXTRT,
000200*     CHECKPRT, POSPAY, GLEXTRCT, GARNXTRT, CARRXTRT, BALANCER -
000210*     LOADS THE COMPANY TABLE THROUGH HERE, WORKS ONE COMPANY AT
000220*     A TIME, AND HAS EACH PER-COMPANY FILE NAME POINTED AT THAT
000230*     COMPANY'S COPY WHILE IT DOES. THE PARAMETER AREA AND ITS
000240*     FUNCTION CODES ARE THE COMPTBL COPYBOOK.
000250*
000260*     A FILE NAME IS POINTED THROUGH THE SAME ENVIRONMENT-NAME
000270*     MECHANISM NIGHTRUN USES FOR A TRIAL RUN. WHATEVER THE NAME
000280*     ALREADY POINTED AT (ITS OWN NAME IF NOTHING) IS KEPT ON THE
000290*     FIRST P, THE HOME COMPANY GETS THAT BACK, ANOTHER COMPANY
000300*     GETS IT WITH ".CC" ADDED, AND R PUTS IT BACK FOR GOOD. THE
000310*     SAVED NAMES LIVE IN THIS ROUTINE'S WORKING-STORAGE, SO THE
000320*     CALLER MUST RESTORE EVERY NAME IT POINTED BEFORE IT ENDS.
000330*
000340*     THE HOME COMPANY 01 NEEDS NO ROW TO EXIST WHILE THE SHOP
000350*     PAYS FOR ONE COMPANY: WITH NO COMPANY FILE THE TABLE IS
000360*     01 ALONE, SO EVERY STEP RUNS EXACTLY AS IT DID BEFORE.
000370*-----------------------------------------------------------------
000380*  MODIFICATION HISTORY.
000390*  DATE       INIT  DESCRIPTION
000400*  ---------  ----  -----------------------------------------
000410*  10/14/26   RCA   ORIGINAL PROGRAM.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. COMPTAB.
000450 AUTHOR. R. AKOLKAR.
000460 INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES.
000470 DATE-WRITTEN. 10/14/26.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT COMPANY-TABLE ASSIGN TO "COMPANY"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CO-COMPANY-CODE
000570         FILE STATUS IS WS-COMPANY-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  COMPANY-TABLE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY COMPANY.
000640
000650 WORKING-STORAGE SECTION.
000660 01  WS-COMPANY-STATUS            PIC X(02) VALUE SPACES.
000670 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000680     88  WS-END-OF-FILE                      VALUE "Y".
000690 01  WS-SUB                       PIC 9(02) VALUE ZERO.
000700 01  WS-MATCH-CODE                PIC X(02) VALUE SPACES.
000710
000720*  EVERY FILE NAME POINTED SO FAR AND WHAT IT POINTED AT BEFORE
000730*  THE FIRST P - SPACES IF IT WAS NOT POINTED ANYWHERE. A NAME
000740*  ONCE RESTORED KEEPS ITS SLOT BUT IS SAVED AFRESH ON ITS NEXT P.
000750 01  WS-SAVED-TABLE.
000760     05  WS-SAVED-ENTRY           OCCURS 20 TIMES.
000770         10  WS-SAVED-NAME        PIC X(08).
000780         10  WS-SAVED-VALUE       PIC X(80).
000790         10  WS-SAVED-ACTIVE-SW   PIC X(01).
000800             88  WS-SAVED-ACTIVE             VALUE "Y".
000810 01  WS-SAVED-COUNT               PIC 9(02) VALUE ZERO.
000820 01  WS-SAVED-SUB                 PIC 9(02) VALUE ZERO.
000830 01  WS-SAVED-USE                 PIC 9(02) VALUE ZERO.
000840 01  WS-BASE-VALUE                PIC X(80) VALUE SPACES.
000850 01  WS-NEW-VALUE                 PIC X(80) VALUE SPACES.
000860
000870 LINKAGE SECTION.
000880     COPY COMPTBL.
000890
000900 PROCEDURE DIVISION USING COMPANY-TABLE-AREA.
000910
000920*-----------------------------------------------------------------
000930*  0000-MAINLINE.
000940*-----------------------------------------------------------------
000950 0000-MAINLINE.
000960     MOVE "0" TO CM-RESULT.
000970     EVALUATE TRUE
000980         WHEN CM-LOAD-TABLE
000990             PERFORM 1000-LOAD-TABLE
001000                 THRU 1000-EXIT
001010         WHEN CM-FIND-COMPANY
001020             PERFORM 2000-FIND-COMPANY
001030                 THRU 2000-EXIT
001040         WHEN CM-FIND-CHECK
001050             PERFORM 3000-FIND-CHECK-OWNER
001060                 THRU 3000-EXIT
001070         WHEN CM-POINT-FILE
001080             PERFORM 4000-POINT-FILE
001090                 THRU 4000-EXIT
001100         WHEN CM-RESTORE-FILE
001110             PERFORM 5000-RESTORE-FILE
001120                 THRU 5000-EXIT
001130         WHEN OTHER
001140             MOVE "N" TO CM-RESULT
001150     END-EVALUATE.
001160     GOBACK.
001170
001180*-----------------------------------------------------------------
001190*  1000-LOAD-TABLE.
001200*  READS THE COMPANY FILE IN KEY ORDER. THE TABLE HOLDS TEN
001210*  COMPANIES; A ROW PAST THE TENTH IS LEFT OFF AND ITS EMPLOYEES
001220*  ARE CAUGHT BY RDYCHECK AS BELONGING TO NO COMPANY. NO FILE,
001230*  OR AN EMPTY ONE, GIVES THE DEFAULT HOME COMPANY.
001240*-----------------------------------------------------------------
001250 1000-LOAD-TABLE.
001260     MOVE ZERO TO CM-COMPANY-COUNT.
001270     MOVE "F"  TO CM-TABLE-SOURCE.
001280     MOVE "N"  TO WS-EOF-SW.
001290     OPEN INPUT COMPANY-TABLE.
001300     IF WS-COMPANY-STATUS NOT EQUAL "00"
001310         GO TO 1000-DEFAULT
001320     END-IF.
001330     PERFORM 1100-LOAD-ONE-COMPANY
001340         THRU 1100-EXIT
001350         UNTIL WS-END-OF-FILE.
001360     CLOSE COMPANY-TABLE.
001370     IF CM-COMPANY-COUNT GREATER THAN ZERO
001380         GO TO 1000-EXIT
001390     END-IF.
001400 1000-DEFAULT.
001410     MOVE "D"          TO CM-TABLE-SOURCE.
001420     MOVE 1            TO CM-COMPANY-COUNT.
001430     MOVE "01"         TO CM-CODE(1).
001440     MOVE "HOME COMPANY" TO CM-NAME(1).
001450     MOVE ZERO         TO CM-ORIGIN-ROUTING(1).
001460     MOVE SPACES       TO CM-ORIGIN-ACCOUNT(1).
001470     MOVE SPACES       TO CM-ORIGIN-ID(1).
001480     MOVE 1            TO CM-CHECK-FIRST(1).
001490     MOVE 99999999     TO CM-CHECK-LAST(1).
001500     MOVE SPACES       TO CM-GL-PREFIX(1).
001510 1000-EXIT.
001520     EXIT.
001530
001540*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
001550*  ERROR CANNOT SPIN.
001560 1100-LOAD-ONE-COMPANY.
001570     READ COMPANY-TABLE NEXT RECORD
001580         AT END
001590             SET WS-END-OF-FILE TO TRUE
001600             GO TO 1100-EXIT
001610     END-READ.
001620     IF WS-COMPANY-STATUS NOT EQUAL "00"
001630         SET WS-END-OF-FILE TO TRUE
001640         GO TO 1100-EXIT
001650     END-IF.
001660     IF CM-COMPANY-COUNT NOT LESS THAN 10
001670         GO TO 1100-EXIT
001680     END-IF.
001690     ADD 1 TO CM-COMPANY-COUNT.
001700     MOVE CM-COMPANY-COUNT  TO WS-SUB.
001710     MOVE CO-COMPANY-CODE   TO CM-CODE(WS-SUB).
001720     MOVE CO-COMPANY-NAME   TO CM-NAME(WS-SUB).
001730     MOVE CO-ORIGIN-ROUTING TO CM-ORIGIN-ROUTING(WS-SUB).
001740     MOVE CO-ORIGIN-ACCOUNT TO CM-ORIGIN-ACCOUNT(WS-SUB).
001750     MOVE CO-ORIGIN-ID      TO CM-ORIGIN-ID(WS-SUB).
001760     MOVE CO-CHECK-FIRST    TO CM-CHECK-FIRST(WS-SUB).
001770     MOVE CO-CHECK-LAST     TO CM-CHECK-LAST(WS-SUB).
001780     MOVE CO-GL-PREFIX      TO CM-GL-PREFIX(WS-SUB).
001790 1100-EXIT.
001800     EXIT.
001810
001820*-----------------------------------------------------------------
001830*  2000-FIND-COMPANY.
001840*  A BLANK CODE IS THE HOME COMPANY, AS ON THE MASTER.
001850*-----------------------------------------------------------------
001860 2000-FIND-COMPANY.
001870     MOVE ZERO TO CM-SUB.
001880     MOVE CM-COMPANY-CODE TO WS-MATCH-CODE.
001890     IF WS-MATCH-CODE EQUAL SPACES
001900         MOVE "01" TO WS-MATCH-CODE
001910     END-IF.
001920     PERFORM 2100-MATCH-ONE-COMPANY
001930         THRU 2100-EXIT
001940         VARYING WS-SUB FROM 1 BY 1
001950         UNTIL WS-SUB GREATER THAN CM-COMPANY-COUNT
001960             OR CM-SUB GREATER THAN ZERO.
001970     IF CM-SUB EQUAL ZERO
001980         MOVE "N" TO CM-RESULT
001990     END-IF.
002000 2000-EXIT.
002010     EXIT.
002020
002030 2100-MATCH-ONE-COMPANY.
002040     IF CM-CODE(WS-SUB) EQUAL WS-MATCH-CODE
002050         MOVE WS-SUB TO CM-SUB
002060     END-IF.
002070 2100-EXIT.
002080     EXIT.
002090
002100*-----------------------------------------------------------------
002110*  3000-FIND-CHECK-OWNER.
002120*  THE RANGES NEVER OVERLAP (COMPMNT REFUSES ONE THAT WOULD), SO
002130*  THE FIRST RANGE HOLDING THE NUMBER IS THE ONLY ONE. A NUMBER
002140*  IN NO RANGE FALLS TO THE HOME COMPANY.
002150*-----------------------------------------------------------------
002160 3000-FIND-CHECK-OWNER.
002170     MOVE ZERO TO CM-SUB.
002180     PERFORM 3100-MATCH-ONE-RANGE
002190         THRU 3100-EXIT
002200         VARYING WS-SUB FROM 1 BY 1
002210         UNTIL WS-SUB GREATER THAN CM-COMPANY-COUNT
002220             OR CM-SUB GREATER THAN ZERO.
002230     IF CM-SUB GREATER THAN ZERO
002240         GO TO 3000-EXIT
002250     END-IF.
002260     MOVE SPACES TO CM-COMPANY-CODE.
002270     PERFORM 2000-FIND-COMPANY
002280         THRU 2000-EXIT.
002290 3000-EXIT.
002300     EXIT.
002310
002320 3100-MATCH-ONE-RANGE.
002330     IF CM-CHECK-NO NOT LESS THAN CM-CHECK-FIRST(WS-SUB)
002340             AND CM-CHECK-NO NOT GREATER THAN
002350                CM-CHECK-LAST(WS-SUB)
002360         MOVE WS-SUB TO CM-SUB
002370     END-IF.
002380 3100-EXIT.
002390     EXIT.
002400
002410*-----------------------------------------------------------------
002420*  4000-POINT-FILE.
002430*  THE FIRST TIME A NAME IS POINTED, WHAT IT POINTED AT BEFORE IS
002440*  SAVED; EVERY POINTING AFTER THAT BUILDS ON THE SAVED VALUE, SO
002450*  GOING FROM COMPANY TO COMPANY NEVER STACKS ONE SUFFIX ON
002460*  ANOTHER.
002470*-----------------------------------------------------------------
002480 4000-POINT-FILE.
002490     IF CM-SUB EQUAL ZERO
002500             OR CM-SUB GREATER THAN CM-COMPANY-COUNT
002510         MOVE "N" TO CM-RESULT
002520         GO TO 4000-EXIT
002530     END-IF.
002540     PERFORM 4100-FIND-SAVED-NAME
002550         THRU 4100-EXIT.
002560     IF WS-SAVED-USE EQUAL ZERO
002570         IF WS-SAVED-COUNT NOT LESS THAN 20
002580             MOVE "N" TO CM-RESULT
002590             GO TO 4000-EXIT
002600         END-IF
002610         ADD 1 TO WS-SAVED-COUNT
002620         MOVE WS-SAVED-COUNT TO WS-SAVED-USE
002630         MOVE CM-FILE-NAME TO WS-SAVED-NAME(WS-SAVED-USE)
002640         MOVE "N" TO WS-SAVED-ACTIVE-SW(WS-SAVED-USE)
002650     END-IF.
002660     IF NOT WS-SAVED-ACTIVE(WS-SAVED-USE)
002670         DISPLAY CM-FILE-NAME UPON ENVIRONMENT-NAME
002680         MOVE SPACES TO WS-SAVED-VALUE(WS-SAVED-USE)
002690         ACCEPT WS-SAVED-VALUE(WS-SAVED-USE)
002700             FROM ENVIRONMENT-VALUE
002710         SET WS-SAVED-ACTIVE(WS-SAVED-USE) TO TRUE
002720     END-IF.
002730     IF WS-SAVED-VALUE(WS-SAVED-USE) EQUAL SPACES
002740         MOVE CM-FILE-NAME TO WS-BASE-VALUE
002750     ELSE
002760         MOVE WS-SAVED-VALUE(WS-SAVED-USE) TO WS-BASE-VALUE
002770     END-IF.
002780     MOVE SPACES TO WS-NEW-VALUE.
002790     IF CM-CODE(CM-SUB) EQUAL "01"
002800         MOVE WS-BASE-VALUE TO WS-NEW-VALUE
002810     ELSE
002820         STRING WS-BASE-VALUE DELIMITED BY SPACE
002830             "." CM-CODE(CM-SUB) DELIMITED BY SIZE
002840             INTO WS-NEW-VALUE
002850     END-IF.
002860     DISPLAY CM-FILE-NAME UPON ENVIRONMENT-NAME.
002870     DISPLAY WS-NEW-VALUE UPON ENVIRONMENT-VALUE.
002880 4000-EXIT.
002890     EXIT.
002900
002910 4100-FIND-SAVED-NAME.
002920     MOVE ZERO TO WS-SAVED-USE.
002930     PERFORM 4110-MATCH-SAVED-NAME
002940         THRU 4110-EXIT
002950         VARYING WS-SAVED-SUB FROM 1 BY 1
002960         UNTIL WS-SAVED-SUB GREATER THAN WS-SAVED-COUNT
002970             OR WS-SAVED-USE GREATER THAN ZERO.
002980 4100-EXIT.
002990     EXIT.
003000
003010 4110-MATCH-SAVED-NAME.
003020     IF WS-SAVED-NAME(WS-SAVED-SUB) EQUAL CM-FILE-NAME
003030         MOVE WS-SAVED-SUB TO WS-SAVED-USE
003040     END-IF.
003050 4110-EXIT.
003060     EXIT.
003070
003080*-----------------------------------------------------------------
003090*  5000-RESTORE-FILE.
003100*  PUTS THE NAME BACK WHERE IT POINTED BEFORE ITS FIRST P - ITS
003110*  OWN NAME IF IT WAS NOT POINTED ANYWHERE - AND MARKS IT SO
003120*  THE NEXT STEP TO POINT IT SAVES AFRESH. A NAME NOT POINTED IS
003130*  LEFT ALONE.
003140*-----------------------------------------------------------------
003150 5000-RESTORE-FILE.
003160     PERFORM 4100-FIND-SAVED-NAME
003170         THRU 4100-EXIT.
003180     IF WS-SAVED-USE EQUAL ZERO
003190         GO TO 5000-EXIT
003200     END-IF.
003210     IF NOT WS-SAVED-ACTIVE(WS-SAVED-USE)
003220         GO TO 5000-EXIT
003230     END-IF.
003240     DISPLAY CM-FILE-NAME UPON ENVIRONMENT-NAME.
003250     IF WS-SAVED-VALUE(WS-SAVED-USE) EQUAL SPACES
003260         DISPLAY CM-FILE-NAME UPON ENVIRONMENT-VALUE
003270     ELSE
003280         DISPLAY WS-SAVED-VALUE(WS-SAVED-USE)
003290             UPON ENVIRONMENT-VALUE
003300     END-IF.
003310     MOVE "N" TO WS-SAVED-ACTIVE-SW(WS-SAVED-USE).
003320 5000-EXIT.
003330     EXIT.
