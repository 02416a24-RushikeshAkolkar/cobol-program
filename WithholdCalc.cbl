000100*****************************************************************
000110*  PROGRAM-ID.   WHCALC
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     COMMON STATUTORY-TAX CALCULATION. THE DEDUCTIONS STEP
000190*     (PROG001), OFFCYCLE AND PREVIEW ALL CALL THIS SO THE
000200*     NIGHTLY RUN, AN OFF-CYCLE CHECK AND A WHAT-IF WITHHOLD
000210*     EXACTLY ALIKE. THE PARAMETER AREA IS THE WHCALC COPYBOOK.
000220*
000230*     THE EMPLOYEE'S WITHHOLDING PROFILE IN FORCE ON THE AS-OF
000240*     DATE IS TAKEN OFF WHPROF - THE ROW WITH THE LATEST
000250*     EFFECTIVE DATE NOT AFTER IT. NO ROW (OR NO WHPROF FILE AT
000260*     ALL) MEANS SINGLE, NO ALLOWANCES, NO ADDITIONAL AMOUNT AND
000270*     NOT EXEMPT. A WHAT-IF PASSES ITS OWN KEYED PROFILE INSTEAD.
000280*
000290*     AN EXEMPT EMPLOYEE HAS NOTHING WITHHELD. OTHERWISE EACH
000300*     ALLOWANCE SHELTERS ONE PERIOD'S SHARE OF THE ANNUAL
000310*     ALLOWANCE VALUE (52 PERIODS A YEAR WEEKLY, 26 BIWEEKLY, 12
000320*     MONTHLY), THE REST OF THE GROSS IS THE TAXABLE PAY, AND
000330*     THE TAXABLE PAY FALLS IN THE BRACKET OF THE EMPLOYEE'S
000340*     FILING STATUS WHOSE FLOOR AND CEILING ENCLOSE IT AND IS
000350*     TAXED AT THAT BRACKET'S RATE. THE PROFILE'S ADDITIONAL
000360*     AMOUNT IS THEN ADDED ON TOP. A FILING STATUS WITH NO
000370*     BRACKET ROWS FALLS BACK TO THE SINGLE BRACKETS.
000380*
000390*     THE TWO FILES ARE OPENED ON THE FIRST CALL AND HELD OPEN,
000400*     SO A STEP THAT CALLS ONCE PER EMPLOYEE DOES NOT RE-OPEN
000410*     THEM EVERY TIME; THE CALLER CLOSES THEM WITH FUNCTION X
000420*     AT END OF RUN. NOTHING IS LOGGED HERE - THE RESULT CODE
000430*     GOES BACK AND EACH CALLER RAISES ITS OWN EXCEPTION.
000440*-----------------------------------------------------------------
000450*  MODIFICATION HISTORY.
000460*  DATE       INIT  DESCRIPTION
000470*  ---------  ----  -----------------------------------------
000480*  10/14/26   RCA   ORIGINAL PROGRAM - REPLACES THE BRACKET SCAN
000490*                   THAT PROG001, OFFCYCLE AND PREVIEW EACH
000500*                   CARRIED THEIR OWN COPY OF.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. WHCALC.
000540 AUTHOR. R. AKOLKAR.
000550 INSTALLATION. PAYROLL SYSTEMS - COMMON SERVICES.
000560 DATE-WRITTEN. 10/14/26.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT TAX-BRACKET-TABLE ASSIGN TO "TAXBRKT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS TB-BRACKET-KEY
000660         FILE STATUS IS WS-TAXBRKT-STATUS.
000670     SELECT WH-PROFILE-FILE ASSIGN TO "WHPROF"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS WP-PROFILE-KEY
000710         FILE STATUS IS WS-WHPROF-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  TAX-BRACKET-TABLE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY TAXBRKT.
000780
000790 FD  WH-PROFILE-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY WHPROF.
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-TAXBRKT-STATUS            PIC X(02) VALUE SPACES.
000850 01  WS-WHPROF-STATUS             PIC X(02) VALUE SPACES.
000860 01  WS-OPEN-TRIED-SW             PIC X(01) VALUE "N".
000870     88  WS-OPEN-TRIED                       VALUE "Y".
000880 01  WS-BRKT-OPEN-SW              PIC X(01) VALUE "N".
000890     88  WS-BRKT-OPEN                        VALUE "Y".
000900 01  WS-PROF-OPEN-SW              PIC X(01) VALUE "N".
000910     88  WS-PROF-OPEN                        VALUE "Y".
000920 01  WS-PROF-EOF-SW               PIC X(01) VALUE "N".
000930     88  WS-PROF-EOF                         VALUE "Y".
000940 01  WS-BRKT-FOUND-SW             PIC X(01) VALUE "N".
000950     88  WS-BRKT-FOUND                       VALUE "Y".
000960 01  WS-BRKT-EOF-SW               PIC X(01) VALUE "N".
000970     88  WS-BRKT-EOF                         VALUE "Y".
000980 01  WS-STATUS-ROWS-SW            PIC X(01) VALUE "N".
000990     88  WS-STATUS-HAS-ROWS                  VALUE "Y".
001000 01  WS-SCAN-STATUS               PIC X(01) VALUE "S".
001010     88  WS-SCAN-STATUS-VALID                VALUE "S" "M" "H".
001020
001030*  ONE ALLOWANCE SHELTERS THIS MUCH ANNUAL PAY - A STANDARD
001040*  POLICY FIGURE, LIKE THE DEDUCTIONS STEP'S FLAT ALLOWANCE.
001050 01  WS-ALLOWANCE-VALUE           PIC 9(05)V99 VALUE 4300.00.
001060 01  WS-PERIODS-PER-YEAR          PIC 9(02) VALUE 12.
001070 01  WS-ALLOWANCE-AMT             PIC 9(07)V99 VALUE ZERO.
001080
001090 LINKAGE SECTION.
001100     COPY WHCALC.
001110
001120 PROCEDURE DIVISION USING WITHHOLD-CALC-AREA.
001130
001140*-----------------------------------------------------------------
001150*  0000-MAINLINE.
001160*-----------------------------------------------------------------
001170 0000-MAINLINE.
001180     IF WC-CLOSE-FILES
001190         PERFORM 9000-CLOSE-FILES
001200             THRU 9000-EXIT
001210         GOBACK
001220     END-IF.
001230     PERFORM 1000-OPEN-FILES
001240         THRU 1000-EXIT.
001250     MOVE ZERO TO WC-TAXABLE-PAY.
001260     MOVE ZERO TO WC-TAX-RATE.
001270     MOVE ZERO TO WC-STAT-TAX-AMT.
001280     MOVE "0"  TO WC-RESULT.
001290     IF WC-KEYED-PROFILE
001300         MOVE ZERO TO WC-PROFILE-EFF-DATE
001310     ELSE
001320         PERFORM 2000-FIND-PROFILE
001330             THRU 2000-EXIT
001340     END-IF.
001350     PERFORM 3000-FIGURE-TAX
001360         THRU 3000-EXIT.
001370     GOBACK.
001380
001390*-----------------------------------------------------------------
001400*  1000-OPEN-FILES.
001410*  TRIED ONCE PER RUN. A MISSING BRACKET TABLE IS REPORTED ON
001420*  EVERY CALL THROUGH THE RESULT CODE; A MISSING PROFILE FILE
001430*  JUST MEANS EVERYONE IS ON THE DEFAULT PROFILE.
001440*-----------------------------------------------------------------
001450 1000-OPEN-FILES.
001460     IF WS-OPEN-TRIED
001470         GO TO 1000-EXIT
001480     END-IF.
001490     SET WS-OPEN-TRIED TO TRUE.
001500     OPEN INPUT TAX-BRACKET-TABLE.
001510     IF WS-TAXBRKT-STATUS EQUAL "00"
001520         SET WS-BRKT-OPEN TO TRUE
001530     END-IF.
001540     OPEN INPUT WH-PROFILE-FILE.
001550     IF WS-WHPROF-STATUS EQUAL "00"
001560         SET WS-PROF-OPEN TO TRUE
001570     END-IF.
001580 1000-EXIT.
001590     EXIT.
001600
001610*-----------------------------------------------------------------
001620*  2000-FIND-PROFILE.
001630*  STARTS AT THE EMPLOYEE'S FIRST ROW AND KEEPS EACH ROW THAT
001640*  IS ALREADY EFFECTIVE ON THE AS-OF DATE - THE LAST ONE KEPT
001650*  IS THE PROFILE IN FORCE.
001660*-----------------------------------------------------------------
001670 2000-FIND-PROFILE.
001680     MOVE "S"  TO WC-FILING-STATUS.
001690     MOVE ZERO TO WC-ALLOWANCES.
001700     MOVE ZERO TO WC-ADDL-AMOUNT.
001710     MOVE "N"  TO WC-EXEMPT-SW.
001720     MOVE ZERO TO WC-PROFILE-EFF-DATE.
001730     IF NOT WS-PROF-OPEN
001740         GO TO 2000-EXIT
001750     END-IF.
001760     MOVE "N" TO WS-PROF-EOF-SW.
001770     MOVE WC-EMP-NO TO WP-EMP-NO.
001780     MOVE ZERO      TO WP-EFF-DATE.
001790     START WH-PROFILE-FILE
001800         KEY IS NOT LESS THAN WP-PROFILE-KEY
001810         INVALID KEY
001820             SET WS-PROF-EOF TO TRUE
001830     END-START.
001840     PERFORM 2100-TAKE-ONE-PROFILE
001850         THRU 2100-EXIT
001860         UNTIL WS-PROF-EOF.
001870 2000-EXIT.
001880     EXIT.
001890
001900 2100-TAKE-ONE-PROFILE.
001910     READ WH-PROFILE-FILE NEXT RECORD
001920         AT END
001930             SET WS-PROF-EOF TO TRUE
001940             GO TO 2100-EXIT
001950     END-READ.
001960     IF WS-WHPROF-STATUS NOT EQUAL "00"
001970         SET WS-PROF-EOF TO TRUE
001980         GO TO 2100-EXIT
001990     END-IF.
002000     IF WP-EMP-NO NOT EQUAL WC-EMP-NO
002010             OR WP-EFF-DATE GREATER THAN WC-AS-OF-DATE
002020         SET WS-PROF-EOF TO TRUE
002030         GO TO 2100-EXIT
002040     END-IF.
002050     MOVE WP-FILING-STATUS TO WC-FILING-STATUS.
002060     MOVE WP-ALLOWANCES    TO WC-ALLOWANCES.
002070     MOVE WP-ADDL-AMOUNT   TO WC-ADDL-AMOUNT.
002080     MOVE WP-EXEMPT-SW     TO WC-EXEMPT-SW.
002090     MOVE WP-EFF-DATE      TO WC-PROFILE-EFF-DATE.
002100 2100-EXIT.
002110     EXIT.
002120
002130*-----------------------------------------------------------------
002140*  3000-FIGURE-TAX.
002150*  EXEMPT WITHHOLDS NOTHING. OTHERWISE THE ALLOWANCES COME OFF
002160*  THE GROSS, THE TAXABLE PAY IS TAXED OFF THE FILING STATUS'S
002170*  BRACKETS, AND THE ADDITIONAL AMOUNT GOES ON TOP. A TAXABLE
002180*  PAY OF ZERO NEEDS NO BRACKET.
002190*-----------------------------------------------------------------
002200 3000-FIGURE-TAX.
002210     IF WC-EXEMPT
002220         GO TO 3000-EXIT
002230     END-IF.
002240     IF NOT WS-BRKT-OPEN
002250         MOVE "T" TO WC-RESULT
002260         GO TO 3000-EXIT
002270     END-IF.
002280     EVALUATE WC-PAY-GROUP
002290         WHEN "W"
002300             MOVE 52 TO WS-PERIODS-PER-YEAR
002310         WHEN "B"
002320             MOVE 26 TO WS-PERIODS-PER-YEAR
002330         WHEN OTHER
002340             MOVE 12 TO WS-PERIODS-PER-YEAR
002350     END-EVALUATE.
002360     COMPUTE WS-ALLOWANCE-AMT ROUNDED =
002370         WC-ALLOWANCES * WS-ALLOWANCE-VALUE / WS-PERIODS-PER-YEAR.
002380     IF WS-ALLOWANCE-AMT NOT LESS THAN WC-GROSS-PAY
002390         MOVE ZERO TO WC-TAXABLE-PAY
002400     ELSE
002410         COMPUTE WC-TAXABLE-PAY = WC-GROSS-PAY - WS-ALLOWANCE-AMT
002420     END-IF.
002430     IF WC-TAXABLE-PAY GREATER THAN ZERO
002440         PERFORM 3050-TAX-TAXABLE-PAY
002450             THRU 3050-EXIT
002460     END-IF.
002470     ADD WC-ADDL-AMOUNT TO WC-STAT-TAX-AMT.
002480 3000-EXIT.
002490     EXIT.
002500
002510*-----------------------------------------------------------------
002520*  3050-TAX-TAXABLE-PAY.
002530*  A BLANK OR UNKNOWN FILING STATUS IS TAKEN AS SINGLE. A STATUS
002540*  WITH NO ROWS ON THE TABLE IS SCANNED AGAIN AS SINGLE AND THE
002550*  FALL-BACK IS REPORTED; A TAXABLE PAY ON NO BRACKET AT ALL
002560*  GETS NO BRACKET TAX AND IS REPORTED AHEAD OF THAT.
002570*-----------------------------------------------------------------
002580 3050-TAX-TAXABLE-PAY.
002590     MOVE WC-FILING-STATUS TO WS-SCAN-STATUS.
002600     IF NOT WS-SCAN-STATUS-VALID
002610         MOVE "S" TO WS-SCAN-STATUS
002620     END-IF.
002630     PERFORM 3100-FIND-BRACKET
002640         THRU 3100-EXIT.
002650     IF NOT WS-STATUS-HAS-ROWS
002660             AND WS-SCAN-STATUS NOT EQUAL "S"
002670         MOVE "F" TO WC-RESULT
002680         MOVE "S" TO WS-SCAN-STATUS
002690         PERFORM 3100-FIND-BRACKET
002700             THRU 3100-EXIT
002710     END-IF.
002720     IF WS-BRKT-FOUND
002730         MOVE TB-TAX-RATE TO WC-TAX-RATE
002740         COMPUTE WC-STAT-TAX-AMT ROUNDED =
002750             WC-TAXABLE-PAY * TB-TAX-RATE
002760     ELSE
002770         MOVE "N" TO WC-RESULT
002780     END-IF.
002790 3050-EXIT.
002800     EXIT.
002810
002820*-----------------------------------------------------------------
002830*  3100-FIND-BRACKET.
002840*  SCANS ONE FILING STATUS'S ROWS IN FLOOR ORDER FOR THE BRACKET
002850*  ENCLOSING THE TAXABLE PAY, NOTING WHETHER THE STATUS HAS ANY
002860*  ROWS AT ALL.
002870*-----------------------------------------------------------------
002880 3100-FIND-BRACKET.
002890     MOVE "N" TO WS-BRKT-FOUND-SW.
002900     MOVE "N" TO WS-BRKT-EOF-SW.
002910     MOVE "N" TO WS-STATUS-ROWS-SW.
002920     MOVE WS-SCAN-STATUS TO TB-FILING-STATUS.
002930     MOVE ZERO           TO TB-FLOOR-AMOUNT.
002940     START TAX-BRACKET-TABLE
002950         KEY IS NOT LESS THAN TB-BRACKET-KEY
002960         INVALID KEY
002970             SET WS-BRKT-EOF TO TRUE
002980     END-START.
002990     PERFORM 3200-SCAN-ONE-BRACKET
003000         THRU 3200-EXIT
003010         UNTIL WS-BRKT-FOUND OR WS-BRKT-EOF.
003020 3100-EXIT.
003030     EXIT.
003040
003050 3200-SCAN-ONE-BRACKET.
003060     READ TAX-BRACKET-TABLE NEXT RECORD
003070         AT END
003080             SET WS-BRKT-EOF TO TRUE
003090             GO TO 3200-EXIT
003100     END-READ.
003110     IF WS-TAXBRKT-STATUS NOT EQUAL "00"
003120             OR TB-FILING-STATUS NOT EQUAL WS-SCAN-STATUS
003130         SET WS-BRKT-EOF TO TRUE
003140         GO TO 3200-EXIT
003150     END-IF.
003160     SET WS-STATUS-HAS-ROWS TO TRUE.
003170     IF WC-TAXABLE-PAY NOT LESS THAN TB-FLOOR-AMOUNT
003180             AND WC-TAXABLE-PAY NOT GREATER THAN TB-CEILING-AMOUNT
003190         SET WS-BRKT-FOUND TO TRUE
003200     END-IF.
003210 3200-EXIT.
003220     EXIT.
003230
003240*-----------------------------------------------------------------
003250*  9000-CLOSE-FILES.
003260*  ONLY WHAT ACTUALLY OPENED IS CLOSED, AND THE NEXT CALL OPENS
003270*  AFRESH.
003280*-----------------------------------------------------------------
003290 9000-CLOSE-FILES.
003300     IF WS-BRKT-OPEN
003310         CLOSE TAX-BRACKET-TABLE
003320     END-IF.
003330     IF WS-PROF-OPEN
003340         CLOSE WH-PROFILE-FILE
003350     END-IF.
003360     MOVE "N" TO WS-OPEN-TRIED-SW.
003370     MOVE "N" TO WS-BRKT-OPEN-SW.
003380     MOVE "N" TO WS-PROF-OPEN-SW.
003390 9000-EXIT.
003400     EXIT.
