000100*****************************************************************
000110*  PROGRAM-ID.   CHKRECON
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - PAYMENTS
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     WORKS THE BANK'S PAID-CHECK FILE AGAINST THE CHECK
000190*     REGISTER. RUN STANDALONE WHEN THE PAID FILE ARRIVES, THE
000200*     SAME WAY BANKRTRN WORKS THE RETURN FILE:
000210*       - EVERY PAID CHECK IS BUFFERED, THEN ONE PASS OVER THE
000220*         REGISTER, OPEN I-O, MATCHES EACH ROW BY CHECK NUMBER,
000230*       - A MATCH WHOSE PAID AMOUNT EQUALS THE REGISTER AMOUNT
000240*         ON AN ISSUED OR REISSUED ROW IS REWRITTEN AS CLEARED
000250*         (STATUS C) WITH THE BANK'S PAID DATE,
000260*       - A MATCH WHOSE AMOUNT DIFFERS, A PAID CHECK THE
000270*         REGISTER SAYS WAS VOIDED, AND A PAID CHECK THAT IS NOT
000280*         ON THE REGISTER AT ALL ARE LEFT AS THEY STAND AND
000290*         FLAGGED THROUGH EXCPTLOG FOR THE MORNING,
000290*       - A CHECK PRESENTED AGAIN AFTER IT ALREADY CLEARED, OR
000290*         PRESENTED TWICE ON THE SAME PAID FILE, IS FLAGGED AS A
000290*         DUPLICATE PRESENTMENT,
000320*       - A RECONCILIATION REPORT PRINTS EVERY PAID ITEM WITH ITS
000330*         DISPOSITION AND THE CONTROL TOTALS.
000340*     THE OUTSTANDING CHECKS STILL UNCLEARED ARE AGED BY THE
000350*     SEPARATE CHKOUTRP REPORT.
000360*
000370*     PAID-CHECK FILE LAYOUT (ONE 27-BYTE RECORD PER CHECK):
000380*         CHECK NO 9(8), PAID DATE CCYYMMDD, AMOUNT 9(9)V99
000390*-----------------------------------------------------------------
000400*  MODIFICATION HISTORY.
000410*  DATE       INIT  DESCRIPTION
000420*  ---------  ----  -----------------------------------------
000430*  10/14/26   RCA   ORIGINAL PROGRAM - UNTIL NOW NOTHING TOLD US
000440*                   WHICH PAYROLL CHECKS HAD CLEARED THE BANK.
000440*  10/15/26   RCA   A CHECK NUMBER PRESENTED TWICE ON ONE PAID
000440*                   FILE IS NOW FLAGGED AS A DUPLICATE PRESENTMENT
000440*                   INSTEAD OF AS A CHECK NOT ON THE REGISTER. THE
000440*                   AUDIT MESSAGE IS CLEARED BEFORE IT IS BUILT.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. CHKRECON.
000480 AUTHOR. R. AKOLKAR.
000490 INSTALLATION. PAYROLL SYSTEMS - PAYMENTS.
000500 DATE-WRITTEN. 10/14/26.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PAID-CHECK-FILE ASSIGN TO "PAIDCHK"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PAIDCHK-STATUS.
000590     SELECT CHECK-REGISTER ASSIGN TO "CHECKREG"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-CHECKREG-STATUS.
000620     SELECT RECON-REPORT ASSIGN TO "CHKRECR"
000630         ORGANIZATION IS SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PAID-CHECK-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  PAID-CHECK-RECORD.
000700     05  PD-CHECK-NO             PIC 9(08).
000710     05  PD-PAID-DATE            PIC 9(08).
000720     05  PD-AMOUNT               PIC 9(09)V99.
000730
000740 FD  CHECK-REGISTER
000750     LABEL RECORDS ARE STANDARD.
000760     COPY CHKREG.
000770
000780 FD  RECON-REPORT
000790     LABEL RECORDS ARE STANDARD.
000800 01  RPT-LINE                    PIC X(80).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000840     88  WS-END-OF-FILE                      VALUE "Y".
000850 01  WS-PAIDCHK-STATUS            PIC X(02) VALUE SPACES.
000860 01  WS-CHECKREG-STATUS           PIC X(02) VALUE SPACES.
000870
000880*  EVERY PAID CHECK ON THE BANK'S FILE IS BUFFERED HERE AND
000890*  THEN MATCHED IN ONE PASS OVER THE REGISTER, SO THE REGISTER
000900*  IS OPENED ONCE. THE DISPOSITION STARTS AS N (NOT ON THE
000910*  REGISTER) AND IS SETTLED WHEN THE ROW IS FOUND:
000920*  C = CLEARED, M = AMOUNT MISMATCH, V = PAID BUT VOIDED,
000920*  D = DUPLICATE PRESENTMENT OF A CHECK ALREADY CLEARED OR
000920*  ALREADY ON THIS PAID FILE.
000940 01  WS-PAID-TABLE.
000950     05  WS-PAID-ENTRY            OCCURS 500 TIMES.
000960         10  WS-PAID-CHECK-NO     PIC 9(08).
000970         10  WS-PAID-DATE         PIC 9(08).
000980         10  WS-PAID-AMOUNT       PIC 9(09)V99.
000990         10  WS-PAID-REG-AMOUNT   PIC 9(09)V99.
001000         10  WS-PAID-EMP-NO       PIC 9(05).
001010         10  WS-PAID-DISP         PIC X(01).
001020 01  WS-PAID-COUNT                PIC 9(03) VALUE ZERO.
001030 01  WS-PAID-SUB                  PIC 9(03) VALUE ZERO.
001040 01  WS-PAID-USE                  PIC 9(03) VALUE ZERO.
001040 01  WS-DUP-SUB                   PIC 9(03) VALUE ZERO.
001050 01  WS-PAID-FULL-SW              PIC X(01) VALUE "N".
001060     88  WS-PAID-FULL                        VALUE "Y".
001070 01  WS-PAID-FOUND-SW             PIC X(01) VALUE "N".
001080     88  WS-PAID-FOUND                       VALUE "Y".
001090
001100 01  WS-PAID-TOTAL                PIC 9(11)V99 VALUE ZERO.
001110 01  WS-CLEARED-COUNT             PIC 9(05) VALUE ZERO.
001120 01  WS-CLEARED-TOTAL             PIC 9(11)V99 VALUE ZERO.
001130 01  WS-MISMATCH-COUNT            PIC 9(05) VALUE ZERO.
001140 01  WS-VOID-PAID-COUNT           PIC 9(05) VALUE ZERO.
001150 01  WS-DUPLICATE-COUNT           PIC 9(05) VALUE ZERO.
001160 01  WS-UNKNOWN-COUNT             PIC 9(05) VALUE ZERO.
001170 01  WS-UNKNOWN-TOTAL             PIC 9(11)V99 VALUE ZERO.
001180
001190 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
001200     88  WS-LOCK-HELD                        VALUE "Y".
001210
001220 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "CHKRECON".
001230 01  WS-AUDIT-MESSAGE             PIC X(60).
001240 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "E".
001250 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
001260
001270 01  WS-RPT-HEADING-1.
001280     05  FILLER                  PIC X(20)
001290         VALUE "PAYROLL SYSTEMS".
001300     05  FILLER                  PIC X(40)
001310         VALUE "PAID-CHECK RECONCILIATION REPORT".
001320     05  FILLER                  PIC X(20) VALUE SPACES.
001330
001340 01  WS-RPT-HEADING-2.
001350     05  FILLER                  PIC X(10) VALUE "CHECK NO".
001360     05  FILLER                  PIC X(10) VALUE "PAID".
001370     05  FILLER                  PIC X(08) VALUE "EMP NO".
001380     05  FILLER                  PIC X(15) VALUE "PAID AMOUNT".
001390     05  FILLER                  PIC X(15) VALUE "REGISTER AMT".
001400     05  FILLER                  PIC X(22) VALUE "DISPOSITION".
001410
001420 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
001430
001440 01  WS-RPT-DETAIL-LINE.
001450     05  RPT-CHECK-NO            PIC 9(08).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  RPT-PAID-DATE           PIC 9(08).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  RPT-EMP-NO              PIC ZZZZ9.
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  RPT-PAID-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  RPT-REG-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  RPT-DISPOSITION         PIC X(23).
001560
001570 01  WS-RPT-TOTAL-LINE.
001580     05  RPT-TOTAL-LABEL         PIC X(25).
001590     05  RPT-TOTAL-COUNT         PIC ZZZZ9.
001600     05  FILLER                  PIC X(03) VALUE SPACES.
001610     05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001620     05  FILLER                  PIC X(30) VALUE SPACES.
001630
001640 PROCEDURE DIVISION.
001650
001660*-----------------------------------------------------------------
001670*  0000-MAINLINE.
001680*-----------------------------------------------------------------
001690 0000-MAINLINE.
001700     MOVE ZERO TO RETURN-CODE.
001710*  THE REGISTER IS NOT TOUCHED WHILE THE NIGHTLY RUN'S
001720*  RUN-IN-FLIGHT LOCK IS HELD - CHECKPRT AND POSPAY WRITE IT
001730*  DURING THE RUN.
001740     CALL "LOCKCHK" USING
001750         BY REFERENCE WS-LOCK-HELD-SW.
001760     IF WS-LOCK-HELD
001770         DISPLAY "CHKRECON - THE REGISTER IS IN USE BY THE "
001780             "NIGHTLY RUN - NOTHING DONE."
001790         GOBACK
001800     END-IF.
001810     PERFORM 1000-LOAD-PAID-CHECKS
001820         THRU 1000-EXIT.
001830     IF WS-PAID-COUNT EQUAL ZERO
001840         DISPLAY "CHKRECON - NO PAID CHECKS TO WORK."
001850         GOBACK
001860     END-IF.
001870     PERFORM 2000-MATCH-REGISTER
001880         THRU 2000-EXIT.
001880     PERFORM 2500-FIND-DUPLICATE
001880         THRU 2500-EXIT
001880         VARYING WS-PAID-SUB FROM 1 BY 1
001880         UNTIL WS-PAID-SUB GREATER THAN WS-PAID-COUNT.
001890     PERFORM 3000-FLAG-EXCEPTIONS
001900         THRU 3000-EXIT
001910         VARYING WS-PAID-SUB FROM 1 BY 1
001920         UNTIL WS-PAID-SUB GREATER THAN WS-PAID-COUNT.
001930     PERFORM 5000-PRINT-REPORT
001940         THRU 5000-EXIT.
001950     IF WS-PAID-FULL
001960         MOVE 8 TO RETURN-CODE
001970     END-IF.
001980     GOBACK.
001990
002000*-----------------------------------------------------------------
002010*  1000-LOAD-PAID-CHECKS.
002020*  BUFFERS THE BANK'S PAID-CHECK FILE. MORE THAN 500 PAID
002030*  CHECKS IN ONE FILE OVERFLOWS THE TABLE - THE OVERFLOW IS
002040*  FLAGGED FATAL AND ONLY THE FIRST 500 ARE WORKED, SO A RE-RUN
002050*  WITH THE REST IS NEEDED.
002060*-----------------------------------------------------------------
002070 1000-LOAD-PAID-CHECKS.
002080     OPEN INPUT PAID-CHECK-FILE.
002090     IF WS-PAIDCHK-STATUS NOT EQUAL "00"
002100         DISPLAY "CHKRECON - PAID-CHECK FILE NOT AVAILABLE - "
002110             "NOTHING TO WORK."
002120         GO TO 1000-EXIT
002130     END-IF.
002140     PERFORM 1100-LOAD-ONE-PAID
002150         THRU 1100-EXIT
002160         UNTIL WS-END-OF-FILE.
002170     CLOSE PAID-CHECK-FILE.
002180 1000-EXIT.
002190     EXIT.
002200
002210*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
002220*  ERROR CANNOT SPIN.
002230 1100-LOAD-ONE-PAID.
002240     READ PAID-CHECK-FILE
002250         AT END
002260             SET WS-END-OF-FILE TO TRUE
002270             GO TO 1100-EXIT
002280     END-READ.
002290     IF WS-PAIDCHK-STATUS NOT EQUAL "00"
002300         SET WS-END-OF-FILE TO TRUE
002310         GO TO 1100-EXIT
002320     END-IF.
002330     IF WS-PAID-COUNT EQUAL 500
002340         IF NOT WS-PAID-FULL
002350             SET WS-PAID-FULL TO TRUE
002360             MOVE SPACES TO WS-EXCP-MESSAGE
002370             STRING "PAID-CHECK TABLE FULL AT 500 - RE-RUN WITH "
002380                 "THE REMAINDER"
002390                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
002400             MOVE "F" TO WS-EXCP-SEVERITY
002410             CALL "EXCPTLOG" USING
002420                 BY CONTENT WS-AUDIT-PROGRAM-ID
002430                 BY CONTENT WS-EXCP-SEVERITY
002440                 BY CONTENT WS-EXCP-MESSAGE
002450         END-IF
002460         GO TO 1100-EXIT
002470     END-IF.
002480     ADD 1 TO WS-PAID-COUNT.
002490     MOVE PD-CHECK-NO  TO WS-PAID-CHECK-NO(WS-PAID-COUNT).
002500     MOVE PD-PAID-DATE TO WS-PAID-DATE(WS-PAID-COUNT).
002510     MOVE PD-AMOUNT    TO WS-PAID-AMOUNT(WS-PAID-COUNT).
002520     MOVE ZERO         TO WS-PAID-REG-AMOUNT(WS-PAID-COUNT).
002530     MOVE ZERO         TO WS-PAID-EMP-NO(WS-PAID-COUNT).
002540     MOVE "N"          TO WS-PAID-DISP(WS-PAID-COUNT).
002550     ADD PD-AMOUNT TO WS-PAID-TOTAL.
002560 1100-EXIT.
002570     EXIT.
002580
002590*-----------------------------------------------------------------
002600*  2000-MATCH-REGISTER.
002610*  ONE PASS OVER THE REGISTER, OPEN I-O. EVERY ROW IS LOOKED UP
002620*  IN THE PAID TABLE BY CHECK NUMBER AND SETTLED THERE.
002630*-----------------------------------------------------------------
002640 2000-MATCH-REGISTER.
002650     MOVE "N" TO WS-EOF-SW.
002660     OPEN I-O CHECK-REGISTER.
002670     IF WS-CHECKREG-STATUS NOT EQUAL "00"
002680         DISPLAY "CHKRECON - CHECK REGISTER NOT AVAILABLE - "
002690             "NOTHING CLEARED."
002700         GO TO 2000-EXIT
002710     END-IF.
002720     PERFORM 2100-MATCH-ONE-ROW
002730         THRU 2100-EXIT
002740         UNTIL WS-END-OF-FILE.
002750     CLOSE CHECK-REGISTER.
002760 2000-EXIT.
002770     EXIT.
002780
002790*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
002800*  ERROR CANNOT SPIN.
002810 2100-MATCH-ONE-ROW.
002820     READ CHECK-REGISTER
002830         AT END
002840             SET WS-END-OF-FILE TO TRUE
002850             GO TO 2100-EXIT
002860     END-READ.
002870     IF WS-CHECKREG-STATUS NOT EQUAL "00"
002880         SET WS-END-OF-FILE TO TRUE
002890         GO TO 2100-EXIT
002900     END-IF.
002910     MOVE "N" TO WS-PAID-FOUND-SW.
002920     PERFORM 2200-FIND-ONE-PAID
002930         THRU 2200-EXIT
002940         VARYING WS-PAID-SUB FROM 1 BY 1
002950         UNTIL WS-PAID-SUB GREATER THAN WS-PAID-COUNT
002960             OR WS-PAID-FOUND.
002970     IF NOT WS-PAID-FOUND
002980         GO TO 2100-EXIT
002990     END-IF.
003000     MOVE CK-AMOUNT TO WS-PAID-REG-AMOUNT(WS-PAID-USE).
003010     MOVE CK-EMP-NO TO WS-PAID-EMP-NO(WS-PAID-USE).
003020     IF CK-CLEARED
003030         MOVE "D" TO WS-PAID-DISP(WS-PAID-USE)
003040         GO TO 2100-EXIT
003050     END-IF.
003060     IF CK-VOIDED
003070         MOVE "V" TO WS-PAID-DISP(WS-PAID-USE)
003080         GO TO 2100-EXIT
003090     END-IF.
003100     IF CK-AMOUNT NOT EQUAL WS-PAID-AMOUNT(WS-PAID-USE)
003110         MOVE "M" TO WS-PAID-DISP(WS-PAID-USE)
003120         GO TO 2100-EXIT
003130     END-IF.
003140     MOVE "C" TO WS-PAID-DISP(WS-PAID-USE).
003150     MOVE "C" TO CK-STATUS.
003160     MOVE WS-PAID-DATE(WS-PAID-USE) TO CK-STATUS-DATE.
003170     REWRITE CHECK-REGISTER-RECORD.
003180     ADD 1 TO WS-CLEARED-COUNT.
003190     ADD CK-AMOUNT TO WS-CLEARED-TOTAL.
003200 2100-EXIT.
003210     EXIT.
003220
003220*  ONLY AN ENTRY NOT YET SETTLED CAN MATCH. THE REGISTER ROW IS
003220*  READ ONCE, SO IT SETTLES ONLY THE FIRST ENTRY FOR ITS CHECK
003220*  NUMBER - A SECOND ENTRY FOR THE SAME CHECK IS LEFT FOR 2500.
003250 2200-FIND-ONE-PAID.
003260     IF WS-PAID-CHECK-NO(WS-PAID-SUB) EQUAL CK-CHECK-NO
003270             AND WS-PAID-DISP(WS-PAID-SUB) EQUAL "N"
003280         SET WS-PAID-FOUND TO TRUE
003290         MOVE WS-PAID-SUB TO WS-PAID-USE
003300     END-IF.
003310 2200-EXIT.
003320     EXIT.
003320
003320*-----------------------------------------------------------------
003320*  2500-FIND-DUPLICATE.
003320*  AN ENTRY STILL UNSETTLED AFTER THE REGISTER PASS WHOSE CHECK
003320*  NUMBER ANOTHER ENTRY ON THIS FILE DID SETTLE IS THE SAME CHECK
003320*  PRESENTED TWICE, NOT A CHECK WE NEVER ISSUED - IT IS MARKED A
003320*  DUPLICATE PRESENTMENT AND TAKES THE REGISTER FIGURES OF THE
003320*  ENTRY THAT SETTLED.
003320*-----------------------------------------------------------------
003320 2500-FIND-DUPLICATE.
003320     IF WS-PAID-DISP(WS-PAID-SUB) NOT EQUAL "N"
003320         GO TO 2500-EXIT
003320     END-IF.
003320     MOVE "N" TO WS-PAID-FOUND-SW.
003320     PERFORM 2510-MATCH-SETTLED
003320         THRU 2510-EXIT
003320         VARYING WS-DUP-SUB FROM 1 BY 1
003320         UNTIL WS-DUP-SUB GREATER THAN WS-PAID-COUNT
003320             OR WS-PAID-FOUND.
003320     IF NOT WS-PAID-FOUND
003320         GO TO 2500-EXIT
003320     END-IF.
003320     MOVE "D" TO WS-PAID-DISP(WS-PAID-SUB).
003320     MOVE WS-PAID-REG-AMOUNT(WS-PAID-USE)
003320         TO WS-PAID-REG-AMOUNT(WS-PAID-SUB).
003320     MOVE WS-PAID-EMP-NO(WS-PAID-USE)
003320         TO WS-PAID-EMP-NO(WS-PAID-SUB).
003320 2500-EXIT.
003320     EXIT.
003320
003320 2510-MATCH-SETTLED.
003320     IF WS-PAID-CHECK-NO(WS-DUP-SUB)
003320             EQUAL WS-PAID-CHECK-NO(WS-PAID-SUB)
003320             AND WS-PAID-DISP(WS-DUP-SUB) NOT EQUAL "N"
003320         SET WS-PAID-FOUND TO TRUE
003320         MOVE WS-DUP-SUB TO WS-PAID-USE
003320     END-IF.
003320 2510-EXIT.
003320     EXIT.
003330
003340*-----------------------------------------------------------------
003350*  3000-FLAG-EXCEPTIONS.
003360*  EVERY PAID ITEM THAT DID NOT CLEAR IS GRADED THROUGH EXCPTLOG
003370*  - A PAID CHECK NOT ON THE REGISTER, OR PAID AGAINST A VOID,
003380*  IS MONEY OUT THE DOOR WE NEVER ISSUED AND IS AN ERROR; A
003380*  MISMATCHED AMOUNT LIKEWISE; A SECOND PRESENTMENT OF A CHECK,
003380*  WHETHER IT ALREADY CLEARED OR IS ON THIS FILE TWICE, IS AN
003380*  ERROR THE BANK MUST REVERSE.
003410*-----------------------------------------------------------------
003420 3000-FLAG-EXCEPTIONS.
003430     MOVE SPACES TO WS-EXCP-MESSAGE.
003440     MOVE "E" TO WS-EXCP-SEVERITY.
003450     EVALUATE WS-PAID-DISP(WS-PAID-SUB)
003460         WHEN "C"
003470             GO TO 3000-EXIT
003480         WHEN "M"
003490             ADD 1 TO WS-MISMATCH-COUNT
003500             STRING "PAID CHECK " WS-PAID-CHECK-NO(WS-PAID-SUB)
003510                 " AMOUNT DOES NOT MATCH THE REGISTER"
003520                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
003530         WHEN "V"
003540             ADD 1 TO WS-VOID-PAID-COUNT
003550             STRING "PAID CHECK " WS-PAID-CHECK-NO(WS-PAID-SUB)
003560                 " IS VOID ON THE REGISTER"
003570                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
003580         WHEN "D"
003590             ADD 1 TO WS-DUPLICATE-COUNT
003600             STRING "PAID CHECK " WS-PAID-CHECK-NO(WS-PAID-SUB)
003600                 " PRESENTED AGAIN - DUPLICATE PRESENTMENT"
003620                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
003630         WHEN OTHER
003640             ADD 1 TO WS-UNKNOWN-COUNT
003650             ADD WS-PAID-AMOUNT(WS-PAID-SUB) TO WS-UNKNOWN-TOTAL
003660             STRING "PAID CHECK " WS-PAID-CHECK-NO(WS-PAID-SUB)
003670                 " IS NOT ON THE CHECK REGISTER"
003680                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
003690     END-EVALUATE.
003700     CALL "EXCPTLOG" USING
003710         BY CONTENT WS-AUDIT-PROGRAM-ID
003720         BY CONTENT WS-EXCP-SEVERITY
003730         BY CONTENT WS-EXCP-MESSAGE.
003740 3000-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------------
003780*  5000-PRINT-REPORT.
003790*-----------------------------------------------------------------
003800 5000-PRINT-REPORT.
003810     OPEN OUTPUT RECON-REPORT.
003820     WRITE RPT-LINE FROM WS-RPT-HEADING-1
003830         AFTER ADVANCING 1 LINE.
003840     WRITE RPT-LINE FROM WS-RPT-HEADING-2
003850         AFTER ADVANCING 2 LINES.
003860     WRITE RPT-LINE FROM WS-RPT-HEADING-3
003870         AFTER ADVANCING 1 LINE.
003880     PERFORM 5100-PRINT-ONE-PAID
003890         THRU 5100-EXIT
003900         VARYING WS-PAID-SUB FROM 1 BY 1
003910         UNTIL WS-PAID-SUB GREATER THAN WS-PAID-COUNT.
003920     WRITE RPT-LINE FROM WS-RPT-HEADING-3
003930         AFTER ADVANCING 1 LINE.
003940     MOVE "PAID CHECKS WORKED"      TO RPT-TOTAL-LABEL.
003950     MOVE WS-PAID-COUNT             TO RPT-TOTAL-COUNT.
003960     MOVE WS-PAID-TOTAL             TO RPT-TOTAL-AMOUNT.
003970     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
003980         AFTER ADVANCING 1 LINE.
003990     MOVE "CLEARED ON REGISTER"     TO RPT-TOTAL-LABEL.
004000     MOVE WS-CLEARED-COUNT          TO RPT-TOTAL-COUNT.
004010     MOVE WS-CLEARED-TOTAL          TO RPT-TOTAL-AMOUNT.
004020     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004030         AFTER ADVANCING 1 LINE.
004040     MOVE "NOT ON REGISTER"         TO RPT-TOTAL-LABEL.
004050     MOVE WS-UNKNOWN-COUNT          TO RPT-TOTAL-COUNT.
004060     MOVE WS-UNKNOWN-TOTAL          TO RPT-TOTAL-AMOUNT.
004070     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004080         AFTER ADVANCING 1 LINE.
004090     MOVE "AMOUNT MISMATCHES"       TO RPT-TOTAL-LABEL.
004100     MOVE WS-MISMATCH-COUNT         TO RPT-TOTAL-COUNT.
004110     MOVE ZERO                      TO RPT-TOTAL-AMOUNT.
004120     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004130         AFTER ADVANCING 1 LINE.
004140     MOVE "PAID AGAINST A VOID"     TO RPT-TOTAL-LABEL.
004150     MOVE WS-VOID-PAID-COUNT        TO RPT-TOTAL-COUNT.
004160     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004170         AFTER ADVANCING 1 LINE.
004180     MOVE "DUPLICATE PRESENTMENTS"  TO RPT-TOTAL-LABEL.
004190     MOVE WS-DUPLICATE-COUNT        TO RPT-TOTAL-COUNT.
004200     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004210         AFTER ADVANCING 1 LINE.
004220     CLOSE RECON-REPORT.
004220     MOVE SPACES TO WS-AUDIT-MESSAGE.
004230     STRING "PAID CHECKS WORKED - COUNT " WS-PAID-COUNT
004240         " CLEARED " WS-CLEARED-COUNT
004250         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
004260     CALL "AUDITLOG" USING
004270         BY CONTENT WS-AUDIT-PROGRAM-ID
004280         BY CONTENT WS-AUDIT-MESSAGE.
004290 5000-EXIT.
004300     EXIT.
004310
004320 5100-PRINT-ONE-PAID.
004330     MOVE WS-PAID-CHECK-NO(WS-PAID-SUB)   TO RPT-CHECK-NO.
004340     MOVE WS-PAID-DATE(WS-PAID-SUB)       TO RPT-PAID-DATE.
004350     MOVE WS-PAID-EMP-NO(WS-PAID-SUB)     TO RPT-EMP-NO.
004360     MOVE WS-PAID-AMOUNT(WS-PAID-SUB)     TO RPT-PAID-AMOUNT.
004370     MOVE WS-PAID-REG-AMOUNT(WS-PAID-SUB) TO RPT-REG-AMOUNT.
004380     EVALUATE WS-PAID-DISP(WS-PAID-SUB)
004390         WHEN "C"
004400             MOVE "CLEARED"               TO RPT-DISPOSITION
004410         WHEN "M"
004420             MOVE "*** AMOUNT MISMATCH"   TO RPT-DISPOSITION
004430         WHEN "V"
004440             MOVE "*** PAID BUT VOIDED"   TO RPT-DISPOSITION
004450         WHEN "D"
004450             MOVE "*** PRESENTED TWICE"   TO RPT-DISPOSITION
004470         WHEN OTHER
004480             MOVE "*** NOT ON REGISTER"   TO RPT-DISPOSITION
004490     END-EVALUATE.
004500     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
004510         AFTER ADVANCING 1 LINE.
004520 5100-EXIT.
004530     EXIT.
