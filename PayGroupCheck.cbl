000100*****************************************************************
000110*  PROGRAM-ID.   PAYGRPCK
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     COMMON PAY-GROUP LOOKUP. EVERY STEP OF THE NIGHTLY RUN
000190*     CALLS THIS ONCE AT START-UP TO LEARN WHICH PAY GROUPS
000200*     (WEEKLY, BIWEEKLY, MONTHLY) TONIGHT'S RUN IS PAYING AND
000210*     FOR WHICH PERIOD. NIGHTRUN MARKS EACH GROUP IT PAYS IN
000220*     PROGRESS ON THE RUN-CONTROL FILE; THOSE GROUPS COME BACK
000230*     DUE WITH THEIR PERIOD DATES AND THE OTHERS COME BACK NOT
000240*     DUE, SO THEIR EMPLOYEES ARE LEFT ALONE.
000250*
000260*     A STEP RUN ON ITS OWN - NO RUN-CONTROL FILE, OR NO GROUP
000270*     IN PROGRESS - IS A STANDALONE RUN: EVERY GROUP COMES BACK
000280*     DUE, FOR THE PERIOD LAST RECORDED FOR IT OR FAILING THAT
000290*     THE RUN DATE, WHICH IS HOW THE STEPS BEHAVED BEFORE THE
000300*     GROUPS EXISTED. A PERIOD START NOT ON THE RUN-CONTROL ROW
000310*     IS TAKEN FROM THE GROUP'S CALENDAR; WITH NO CALENDAR ROW
000320*     THE PERIOD COLLAPSES TO ITS END DATE.
000330*
000340*     THE STANDARD HOURS PER PERIOD - ALSO THE OVERTIME
000350*     THRESHOLD - ARE 40 WEEKLY, 80 BIWEEKLY AND 160 MONTHLY.
000360*-----------------------------------------------------------------
000370*  MODIFICATION HISTORY.
000380*  DATE       INIT  DESCRIPTION
000390*  ---------  ----  -----------------------------------------
000400*  10/14/26   RCA   ORIGINAL PROGRAM.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. PAYGRPCK.
000440 AUTHOR. R. AKOLKAR.
000450 INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES.
000460 DATE-WRITTEN. 10/14/26.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-RUNCTL-STATUS.
000550     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PAYCAL-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RUN-CONTROL
000620     LABEL RECORDS ARE STANDARD.
000630     COPY RUNCTL.
000640
000650 FD  PAY-CALENDAR
000660     LABEL RECORDS ARE STANDARD.
000670     COPY PAYCAL.
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-RUNCTL-STATUS             PIC X(02) VALUE SPACES.
000710 01  WS-PAYCAL-STATUS             PIC X(02) VALUE SPACES.
000720 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000730 01  WS-SUB                       PIC 9(01) VALUE ZERO.
000740 01  WS-GROUP-CODE                PIC X(01) VALUE SPACES.
000750 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000760     88  WS-EOF                              VALUE "Y".
000770 01  WS-START-NEEDED-SW           PIC X(01) VALUE "N".
000780     88  WS-START-NEEDED                     VALUE "Y".
000790
000800 LINKAGE SECTION.
000810     COPY PAYGRP.
000820
000830 PROCEDURE DIVISION USING PAY-GROUP-TABLE.
000840
000850*-----------------------------------------------------------------
000860*  0000-MAINLINE.
000870*-----------------------------------------------------------------
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE
000900         THRU 1000-EXIT.
000910     PERFORM 2000-READ-RUN-CONTROL
000920         THRU 2000-EXIT.
000930     IF PG-DUE-COUNT EQUAL ZERO
000940         PERFORM 3000-STANDALONE-RUN
000950             THRU 3000-EXIT
000960     END-IF.
000970     PERFORM 4000-FILL-PERIOD-STARTS
000980         THRU 4000-EXIT.
000990     GOBACK.
001000
001010*-----------------------------------------------------------------
001020*  1000-INITIALIZE.
001030*  SETS UP THE THREE GROUP SLOTS WITH THEIR STANDARD HOURS.
001040*-----------------------------------------------------------------
001050 1000-INITIALIZE.
001060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001070     MOVE "W" TO PG-GROUP-CODE(1).
001080     MOVE 040 TO PG-STD-HOURS(1).
001090     MOVE "B" TO PG-GROUP-CODE(2).
001100     MOVE 080 TO PG-STD-HOURS(2).
001110     MOVE "M" TO PG-GROUP-CODE(3).
001120     MOVE 160 TO PG-STD-HOURS(3).
001130     PERFORM 1100-CLEAR-ONE-SLOT
001140         THRU 1100-EXIT
001150         VARYING WS-SUB FROM 1 BY 1
001160         UNTIL WS-SUB GREATER THAN 3.
001170     MOVE ZERO TO PG-DUE-COUNT.
001180     MOVE "N" TO PG-STANDALONE-SW.
001190 1000-EXIT.
001200     EXIT.
001210
001220 1100-CLEAR-ONE-SLOT.
001230     MOVE "N"  TO PG-DUE-SW(WS-SUB).
001240     MOVE ZERO TO PG-PERIOD-ID(WS-SUB).
001250     MOVE ZERO TO PG-PERIOD-START(WS-SUB).
001260     MOVE ZERO TO PG-PERIOD-END(WS-SUB).
001270 1100-EXIT.
001280     EXIT.
001290
001300*-----------------------------------------------------------------
001310*  2000-READ-RUN-CONTROL.
001320*  TAKES EACH GROUP'S LAST RECORDED PERIOD OFF THE RUN-CONTROL
001330*  FILE; A GROUP MARKED IN PROGRESS IS DUE IN THIS RUN.
001340*-----------------------------------------------------------------
001350 2000-READ-RUN-CONTROL.
001360     OPEN INPUT RUN-CONTROL.
001370     IF WS-RUNCTL-STATUS NOT EQUAL "00"
001380         GO TO 2000-EXIT
001390     END-IF.
001400     MOVE "N" TO WS-EOF-SW.
001410     PERFORM 2100-TAKE-ONE-GROUP
001420         THRU 2100-EXIT
001430         UNTIL WS-EOF.
001440     CLOSE RUN-CONTROL.
001450 2000-EXIT.
001460     EXIT.
001470
001480 2100-TAKE-ONE-GROUP.
001490     READ RUN-CONTROL
001500         AT END
001510             SET WS-EOF TO TRUE
001520             GO TO 2100-EXIT
001530     END-READ.
001540     MOVE RC-PAY-GROUP TO WS-GROUP-CODE.
001550     PERFORM 9000-GROUP-TO-SLOT
001560         THRU 9000-EXIT.
001570     IF WS-SUB EQUAL ZERO
001580         GO TO 2100-EXIT
001590     END-IF.
001600     MOVE RC-PERIOD-ID    TO PG-PERIOD-ID(WS-SUB).
001610     MOVE RC-PERIOD-START TO PG-PERIOD-START(WS-SUB).
001620     MOVE RC-PERIOD-END   TO PG-PERIOD-END(WS-SUB).
001630     IF RC-RUN-IN-PROGRESS
001640             AND NOT PG-DUE(WS-SUB)
001650         MOVE "Y" TO PG-DUE-SW(WS-SUB)
001660         ADD 1 TO PG-DUE-COUNT
001670     END-IF.
001680 2100-EXIT.
001690     EXIT.
001700
001710*-----------------------------------------------------------------
001720*  3000-STANDALONE-RUN.
001730*  NOTHING IN PROGRESS - EVERY GROUP IS DUE, FOR ITS LAST
001740*  RECORDED PERIOD OR THE RUN DATE.
001750*-----------------------------------------------------------------
001760 3000-STANDALONE-RUN.
001770     MOVE "Y" TO PG-STANDALONE-SW.
001780     PERFORM 3100-DUE-ONE-SLOT
001790         THRU 3100-EXIT
001800         VARYING WS-SUB FROM 1 BY 1
001810         UNTIL WS-SUB GREATER THAN 3.
001820 3000-EXIT.
001830     EXIT.
001840
001850 3100-DUE-ONE-SLOT.
001860     MOVE "Y" TO PG-DUE-SW(WS-SUB).
001870     ADD 1 TO PG-DUE-COUNT.
001880     IF PG-PERIOD-END(WS-SUB) EQUAL ZERO
001890         MOVE WS-RUN-DATE TO PG-PERIOD-END(WS-SUB)
001900         MOVE ZERO TO PG-PERIOD-START(WS-SUB)
001910     END-IF.
001920 3100-EXIT.
001930     EXIT.
001940
001950*-----------------------------------------------------------------
001960*  4000-FILL-PERIOD-STARTS.
001970*  A DUE GROUP WITH NO PERIOD START TAKES IT (AND ITS PERIOD ID
001980*  WHEN THAT IS MISSING TOO) FROM ITS CALENDAR ROW ENDING ON THE
001990*  PERIOD END. NO ROW LEAVES A ONE-DAY PERIOD.
002000*-----------------------------------------------------------------
002010 4000-FILL-PERIOD-STARTS.
002020     MOVE "N" TO WS-START-NEEDED-SW.
002030     PERFORM 4100-CHECK-ONE-START
002040         THRU 4100-EXIT
002050         VARYING WS-SUB FROM 1 BY 1
002060         UNTIL WS-SUB GREATER THAN 3.
002070     IF NOT WS-START-NEEDED
002080         GO TO 4000-EXIT
002090     END-IF.
002100     OPEN INPUT PAY-CALENDAR.
002110     IF WS-PAYCAL-STATUS EQUAL "00"
002120         MOVE "N" TO WS-EOF-SW
002130         PERFORM 4200-MATCH-ONE-PERIOD
002140             THRU 4200-EXIT
002150             UNTIL WS-EOF
002160         CLOSE PAY-CALENDAR
002170     END-IF.
002180     PERFORM 4300-DEFAULT-ONE-START
002190         THRU 4300-EXIT
002200         VARYING WS-SUB FROM 1 BY 1
002210         UNTIL WS-SUB GREATER THAN 3.
002220 4000-EXIT.
002230     EXIT.
002240
002250 4100-CHECK-ONE-START.
002260     IF PG-DUE(WS-SUB)
002270             AND PG-PERIOD-START(WS-SUB) EQUAL ZERO
002280         MOVE "Y" TO WS-START-NEEDED-SW
002290     END-IF.
002300 4100-EXIT.
002310     EXIT.
002320
002330 4200-MATCH-ONE-PERIOD.
002340     READ PAY-CALENDAR
002350         AT END
002360             SET WS-EOF TO TRUE
002370             GO TO 4200-EXIT
002380     END-READ.
002390     MOVE PC-PAY-GROUP TO WS-GROUP-CODE.
002400     PERFORM 9000-GROUP-TO-SLOT
002410         THRU 9000-EXIT.
002420     IF WS-SUB EQUAL ZERO
002430         GO TO 4200-EXIT
002440     END-IF.
002450     IF PG-DUE(WS-SUB)
002460             AND PG-PERIOD-START(WS-SUB) EQUAL ZERO
002470             AND PC-PERIOD-END EQUAL PG-PERIOD-END(WS-SUB)
002480         MOVE PC-PERIOD-START TO PG-PERIOD-START(WS-SUB)
002490         IF PG-PERIOD-ID(WS-SUB) EQUAL ZERO
002500             MOVE PC-PERIOD-ID TO PG-PERIOD-ID(WS-SUB)
002510         END-IF
002520     END-IF.
002530 4200-EXIT.
002540     EXIT.
002550
002560 4300-DEFAULT-ONE-START.
002570     IF PG-DUE(WS-SUB)
002580             AND PG-PERIOD-START(WS-SUB) EQUAL ZERO
002590         MOVE PG-PERIOD-END(WS-SUB) TO PG-PERIOD-START(WS-SUB)
002600     END-IF.
002610 4300-EXIT.
002620     EXIT.
002630
002640*-----------------------------------------------------------------
002650*  9000-GROUP-TO-SLOT.
002660*  TURNS A PAY-GROUP CODE INTO ITS TABLE SLOT; BLANK IS THE
002670*  MONTHLY GROUP, AN UNKNOWN CODE GIVES SLOT ZERO.
002680*-----------------------------------------------------------------
002690 9000-GROUP-TO-SLOT.
002700     EVALUATE WS-GROUP-CODE
002710         WHEN "W"
002720             MOVE 1 TO WS-SUB
002730         WHEN "B"
002740             MOVE 2 TO WS-SUB
002750         WHEN "M"
002760         WHEN " "
002770             MOVE 3 TO WS-SUB
002780         WHEN OTHER
002790             MOVE ZERO TO WS-SUB
002800     END-EVALUATE.
002810 9000-EXIT.
002820     EXIT.
