000100*****************************************************************
000110*  PROGRAM-ID.   POSPAY
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - PAYMENTS
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     BUILDS THE NIGHTLY POSITIVE-PAY ISSUE FILE THE BANK CHECKS
000190*     EVERY PRESENTED PAYROLL CHECK AGAINST. RUNS RIGHT AFTER
000200*     CHECKPRT. ONE PASS OVER THE CHECK REGISTER, OPEN I-O:
000210*       - A ROW THE BANK HAS NOT YET BEEN TOLD ABOUT (CK-PP-SENT
000220*         BLANK) GOES OUT AS AN ISSUE - TONIGHT'S CHECKPRT ROWS,
000230*         AND ANY CHKVOID REISSUE KEYED DURING THE DAY,
000240*       - A VOIDED ROW WHOSE VOID HAS NOT YET GONE OUT GOES OUT
000250*         AS A VOID, SO THE BANK REFUSES THE SPOILED PAPER,
000250*     AND THE ROW'S FLAG AND SENT DATE ARE REWRITTEN IN PLACE SO
000250*     EACH ISSUE AND EACH VOID IS SENT ONCE. THE ISSUE FILE IS
000250*     REWRITTEN FROM THE TOP EVERY RUN, SO A ROW ALREADY STAMPED
000250*     WITH TODAY'S RUN DATE IS SENT AGAIN AS STAMPED - A RERUN
000250*     AFTER A FAILURE PART-WAY THROUGH THEREFORE REBUILDS THE
000250*     WHOLE OF TONIGHT'S FILE RATHER THAN ONLY WHAT WAS LEFT.
000290*     A CONTROL REPORT LISTS EVERY LINE SENT WITH THE ISSUE AND
000300*     VOID TOTALS THE TRAILER CARRIES.
000310*
000310*     EACH COMPANY ON THE COMPANY TABLE GETS ITS OWN ISSUE FILE -
000310*     POSPAY FOR THE HOME COMPANY 01, POSPAY.CC FOR ANY OTHER (SEE
000310*     COMPTAB) - CARRYING ONLY ITS OWN CHECKS, WHICH THE CHECK
000310*     NUMBER IDENTIFIES THROUGH THE COMPANY'S CHECK RANGE. THE
000310*     REGISTER IS PASSED ONCE PER COMPANY AND THE CONTROL REPORT
000310*     IS SECTIONED AND TOTALED BY COMPANY.
000310*
000320*     ISSUE FILE LAYOUT (ALL RECORDS 50 BYTES):
000320*         HEADER  - "H", RUN DATE CCYYMMDD, COMPANY X(2),
000320*                   ACCOUNT THE CHECKS ARE DRAWN ON X(17)
000340*         DETAIL  - "D", CHECK NO 9(8), ISSUE DATE CCYYMMDD,
000350*                   AMOUNT 9(9)V99, ACTION I/V, EMP NO 9(5),
000360*                   PAYEE NAME X(10)
000370*         TRAILER - "T", RECORD COUNT 9(7), ISSUE TOTAL
000380*                   9(11)V99, VOID TOTAL 9(11)V99
000390*-----------------------------------------------------------------
000400*  MODIFICATION HISTORY.
000410*  DATE       INIT  DESCRIPTION
000420*  ---------  ----  -----------------------------------------
000430*  10/14/26   RCA   ORIGINAL PROGRAM - UNTIL NOW THE BANK NEVER
000440*                   HEARD WHICH CHECK NUMBERS AND AMOUNTS WE
000450*                   ISSUED OR VOIDED.
000450*  10/14/26   RCA   MULTI-COMPANY. ONE ISSUE FILE PER COMPANY ON
000450*                   THE COMPANY TABLE (POSPAY FOR 01, POSPAY.CC
000450*                   FOR ANY OTHER), EACH CARRYING ONLY THE CHECKS
000450*                   IN THAT COMPANY'S CHECK RANGE. THE HEADER
000450*                   CARRIES THE COMPANY CODE AND ACCOUNT; THE
000450*                   CONTROL REPORT IS SECTIONED AND TOTALED BY
000450*                   COMPANY.
000450*  10/15/26   RCA   EACH ROW SENT IS STAMPED WITH THE RUN DATE AS
000450*                   WELL AS THE ACTION, AND A ROW STAMPED TODAY
000450*                   GOES ON THE ISSUE FILE AGAIN, SO A RERUN THE
000450*                   SAME DAY NO LONGER DROPS CHECKS THE FAILED RUN
000450*                   HAD FLAGGED FROM THE FILE IT REWRITES.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. POSPAY.
000490 AUTHOR. R. AKOLKAR.
000500 INSTALLATION. PAYROLL SYSTEMS - PAYMENTS.
000510 DATE-WRITTEN. 10/14/26.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS EMP-NO.
000610     SELECT CHECK-REGISTER ASSIGN TO "CHECKREG"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CHECKREG-STATUS.
000640     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
000650         ORGANIZATION IS SEQUENTIAL.
000660     SELECT POSPAY-CONTROL-REPORT ASSIGN TO "POSPAYR"
000670         ORGANIZATION IS SEQUENTIAL.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  EMPLOYEE-MASTER
000720     LABEL RECORDS ARE STANDARD.
000730     COPY EMPREC.
000740
000750 FD  CHECK-REGISTER
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CHKREG.
000780
000790 FD  POSITIVE-PAY-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  POSITIVE-PAY-RECORD         PIC X(50).
000820
000830 FD  POSPAY-CONTROL-REPORT
000840     LABEL RECORDS ARE STANDARD.
000850 01  RPT-LINE                    PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
000890 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000900     88  WS-END-OF-FILE                      VALUE "Y".
000910 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
000920 01  WS-CHECKREG-STATUS           PIC X(02) VALUE SPACES.
000930     88  WS-CHECKREG-NOT-FOUND               VALUE "35".
000940 01  WS-REGISTER-FAILED-SW        PIC X(01) VALUE "N".
000950     88  WS-REGISTER-FAILED                  VALUE "Y".
000960
000970 01  WS-SENT-COUNT                PIC 9(07) VALUE ZERO.
000980 01  WS-ISSUE-COUNT               PIC 9(07) VALUE ZERO.
000990 01  WS-VOID-COUNT                PIC 9(07) VALUE ZERO.
001000 01  WS-ISSUE-TOTAL               PIC 9(11)V99 VALUE ZERO.
001010 01  WS-VOID-TOTAL                PIC 9(11)V99 VALUE ZERO.
001020 01  WS-PP-ACTION                 PIC X(01) VALUE SPACE.
001020 01  WS-RESEND-SW                 PIC X(01) VALUE "N".
001020     88  WS-RESEND                           VALUE "Y".
001030
001040 01  WS-PP-HEADER.
001050     05  PPH-REC-TYPE            PIC X(01) VALUE "H".
001060     05  PPH-RUN-DATE            PIC 9(08).
001060     05  PPH-COMPANY             PIC X(02).
001060     05  PPH-ACCOUNT             PIC X(17).
001060     05  FILLER                  PIC X(22) VALUE SPACES.
001080
001090 01  WS-PP-DETAIL.
001100     05  PPD-REC-TYPE            PIC X(01) VALUE "D".
001110     05  PPD-CHECK-NO            PIC 9(08).
001120     05  PPD-ISSUE-DATE          PIC 9(08).
001130     05  PPD-AMOUNT              PIC 9(09)V99.
001140     05  PPD-ACTION              PIC X(01).
001150     05  PPD-EMP-NO              PIC 9(05).
001160     05  PPD-PAYEE-NAME          PIC X(10).
001170     05  FILLER                  PIC X(06) VALUE SPACES.
001180
001190 01  WS-PP-TRAILER.
001200     05  PPT-REC-TYPE            PIC X(01) VALUE "T".
001210     05  PPT-REC-COUNT           PIC 9(07).
001220     05  PPT-ISSUE-TOTAL         PIC 9(11)V99.
001230     05  PPT-VOID-TOTAL          PIC 9(11)V99.
001240     05  FILLER                  PIC X(16) VALUE SPACES.
001250
001260 01  WS-RPT-HEADING-1.
001270     05  FILLER                  PIC X(20)
001280         VALUE "PAYROLL SYSTEMS".
001290     05  FILLER                  PIC X(40)
001300         VALUE "POSITIVE-PAY ISSUE FILE CONTROL REPORT".
001310     05  FILLER                  PIC X(20) VALUE SPACES.
001320
001330 01  WS-RPT-HEADING-2.
001340     05  FILLER                  PIC X(10) VALUE "CHECK NO".
001350     05  FILLER                  PIC X(10) VALUE "ISSUED".
001360     05  FILLER                  PIC X(08) VALUE "EMP NO".
001370     05  FILLER                  PIC X(12) VALUE "PAYEE".
001380     05  FILLER                  PIC X(16) VALUE "AMOUNT".
001390     05  FILLER                  PIC X(24) VALUE "ACTION".
001400
001410 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
001410
001410 01  WS-RPT-COMPANY-LINE.
001410     05  FILLER                  PIC X(09) VALUE "COMPANY: ".
001410     05  RPT-CO-CODE             PIC X(02).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  RPT-CO-NAME             PIC X(30).
001410     05  FILLER                  PIC X(14)
001410         VALUE " ISSUE FILE: ".
001410     05  RPT-CO-FILE             PIC X(09).
001410     05  FILLER                  PIC X(14) VALUE SPACES.
001420
001430 01  WS-RPT-DETAIL-LINE.
001440     05  RPT-CHECK-NO            PIC 9(08).
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  RPT-ISSUE-DATE          PIC 9(08).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  RPT-EMP-NO              PIC 9(05).
001490     05  FILLER                  PIC X(03) VALUE SPACES.
001500     05  RPT-PAYEE-NAME          PIC X(10).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  RPT-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
001530     05  FILLER                  PIC X(03) VALUE SPACES.
001540     05  RPT-ACTION              PIC X(10).
001550     05  FILLER                  PIC X(14) VALUE SPACES.
001560
001570 01  WS-RPT-TOTAL-LINE.
001580     05  RPT-TOTAL-LABEL         PIC X(20).
001590     05  RPT-TOTAL-COUNT         PIC ZZZZZZ9.
001600     05  FILLER                  PIC X(03) VALUE SPACES.
001610     05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001620     05  FILLER                  PIC X(32) VALUE SPACES.
001630
001640 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "POSPAY".
001650 01  WS-AUDIT-MESSAGE             PIC X(60).
001660 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "F".
001670 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
001670
001670*  THE COMPANY BEING SENT.
001670 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001670
001670     COPY COMPTBL.
001670
001690 PROCEDURE DIVISION.
001700
001710*-----------------------------------------------------------------
001720*  0000-MAINLINE.
001730*-----------------------------------------------------------------
001740 0000-MAINLINE.
001750     MOVE ZERO TO RETURN-CODE.
001760     PERFORM 1000-INITIALIZE
001770         THRU 1000-EXIT.
001770     PERFORM 1100-SEND-ONE-COMPANY
001770         THRU 1100-EXIT
001770         VARYING WS-CO-SUB FROM 1 BY 1
001770         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
001820     PERFORM 9999-TERMINATE
001830         THRU 9999-EXIT.
001840*  THE RETURN CODE IS SET LAST OF ALL - A CALL TO A COMMON
001850*  ROUTINE AFTER THIS POINT WOULD HAND ITS OWN (ZERO) RETURN
001860*  CODE BACK AND WIPE THE FAILURE STATUS OUT.
001870     IF WS-REGISTER-FAILED
001880         MOVE 8 TO RETURN-CODE
001890     END-IF.
001900     GOBACK.
001910
001920*-----------------------------------------------------------------
001930*  1000-INITIALIZE.
001930*  LOADS THE COMPANY TABLE. THE ISSUE FILES ARE OPENED PER
001930*  COMPANY IN 1100.
001960*-----------------------------------------------------------------
001970 1000-INITIALIZE.
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001980     MOVE "L" TO CM-FUNCTION.
001980     CALL "COMPTAB" USING
001980         BY REFERENCE COMPANY-TABLE-AREA.
001990     OPEN INPUT EMPLOYEE-MASTER.
002010     OPEN OUTPUT POSPAY-CONTROL-REPORT.
002040     WRITE RPT-LINE FROM WS-RPT-HEADING-1
002090         AFTER ADVANCING 1 LINE.
002100 1000-EXIT.
002110     EXIT.
002110
001960*-----------------------------------------------------------------
001960*  1100-SEND-ONE-COMPANY.
001960*  POINTS POSPAY AT THE COMPANY'S OWN ISSUE FILE AND SENDS ITS
001960*  CHECKS. THE FILE IS REWRITTEN EVERY NIGHT, HEADER FIRST, EVEN
001950*  ON A NIGHT WITH NOTHING TO SEND - THE BANK EXPECTS A FILE.
001950*  THE HEADER CARRIES THE COMPANY'S ACCOUNT ONCE A COMPANY TABLE
001950*  IS SET UP.
001960*-----------------------------------------------------------------
001960 1100-SEND-ONE-COMPANY.
001960     MOVE ZERO TO WS-SENT-COUNT.
001960     MOVE ZERO TO WS-ISSUE-COUNT.
001960     MOVE ZERO TO WS-VOID-COUNT.
001960     MOVE ZERO TO WS-ISSUE-TOTAL.
001960     MOVE ZERO TO WS-VOID-TOTAL.
001960     MOVE "N" TO WS-EOF-SW.
001960     MOVE "POSPAY" TO CM-FILE-NAME.
001960     MOVE WS-CO-SUB TO CM-SUB.
001960     MOVE "P" TO CM-FUNCTION.
001960     CALL "COMPTAB" USING
001960         BY REFERENCE COMPANY-TABLE-AREA.
002000     OPEN OUTPUT POSITIVE-PAY-FILE.
002020     MOVE WS-RUN-DATE TO PPH-RUN-DATE.
002020     MOVE CM-CODE(WS-CO-SUB) TO PPH-COMPANY.
002020     MOVE SPACES TO PPH-ACCOUNT.
002020     IF CM-TABLE-FROM-FILE
002020         MOVE CM-ORIGIN-ACCOUNT(WS-CO-SUB) TO PPH-ACCOUNT
002020     END-IF.
002030     WRITE POSITIVE-PAY-RECORD FROM WS-PP-HEADER.
002030     MOVE CM-CODE(WS-CO-SUB) TO RPT-CO-CODE.
002030     MOVE CM-NAME(WS-CO-SUB) TO RPT-CO-NAME.
002030     MOVE SPACES TO RPT-CO-FILE.
002030     IF CM-CODE(WS-CO-SUB) EQUAL "01"
002030         MOVE "POSPAY" TO RPT-CO-FILE
002030     ELSE
002030         STRING "POSPAY." CM-CODE(WS-CO-SUB)
002030             DELIMITED BY SIZE INTO RPT-CO-FILE
002030     END-IF.
002030     WRITE RPT-LINE FROM WS-RPT-COMPANY-LINE
002070         AFTER ADVANCING 2 LINES.
002060     WRITE RPT-LINE FROM WS-RPT-HEADING-2
002070         AFTER ADVANCING 2 LINES.
002080     WRITE RPT-LINE FROM WS-RPT-HEADING-3
002090         AFTER ADVANCING 1 LINE.
002090     IF NOT WS-REGISTER-FAILED
002090         PERFORM 2000-SCAN-REGISTER
002090             THRU 2000-EXIT
002090     END-IF.
002090     PERFORM 3000-WRITE-TRAILER
002090         THRU 3000-EXIT.
002090     CLOSE POSITIVE-PAY-FILE.
002090     ADD WS-SENT-COUNT TO WS-STEP-COUNT-OUT.
002090 1100-EXIT.
002110     EXIT.
002120
002130*-----------------------------------------------------------------
002140*  2000-SCAN-REGISTER.
002150*  NO REGISTER AT ALL MEANS NO CHECK HAS EVER BEEN CUT - AN
002160*  EMPTY ISSUE FILE IS THE RIGHT ANSWER. ANY OTHER OPEN FAILURE
002160*  IS FATAL: THE BANK WOULD REFUSE TONIGHT'S GOOD CHECKS. IT IS
002160*  FLAGGED ONCE AND NO LATER COMPANY TRIES THE REGISTER AGAIN.
002180*-----------------------------------------------------------------
002190 2000-SCAN-REGISTER.
002200     OPEN I-O CHECK-REGISTER.
002210     IF WS-CHECKREG-NOT-FOUND
002220         GO TO 2000-EXIT
002230     END-IF.
002240     IF WS-CHECKREG-STATUS NOT EQUAL "00"
002250         SET WS-REGISTER-FAILED TO TRUE
002260         MOVE SPACES TO WS-EXCP-MESSAGE
002270         STRING "CHECK REGISTER NOT AVAILABLE - STATUS "
002280             WS-CHECKREG-STATUS " - ISSUE FILE EMPTY"
002290             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
002300         MOVE "F" TO WS-EXCP-SEVERITY
002310         CALL "EXCPTLOG" USING
002320             BY CONTENT WS-AUDIT-PROGRAM-ID
002330             BY CONTENT WS-EXCP-SEVERITY
002340             BY CONTENT WS-EXCP-MESSAGE
002350         GO TO 2000-EXIT
002360     END-IF.
002370     PERFORM 2100-CONSIDER-ONE-ROW
002380         THRU 2100-EXIT
002390         UNTIL WS-END-OF-FILE.
002400     CLOSE CHECK-REGISTER.
002410 2000-EXIT.
002420     EXIT.
002430
002440*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
002440*  ERROR CANNOT SPIN. A ROW WITH NOTHING NEW TO SEND BUT STAMPED
002440*  ON TODAY'S RUN DATE WAS SENT BY AN EARLIER RUN TODAY WHOSE FILE
002440*  THIS ONE REPLACES; IT GOES OUT AGAIN AS STAMPED AND IS NOT
002440*  REWRITTEN.
002460 2100-CONSIDER-ONE-ROW.
002470     READ CHECK-REGISTER
002480         AT END
002490             SET WS-END-OF-FILE TO TRUE
002500             GO TO 2100-EXIT
002510     END-READ.
002520     IF WS-CHECKREG-STATUS NOT EQUAL "00"
002530         SET WS-END-OF-FILE TO TRUE
002540         GO TO 2100-EXIT
002550     END-IF.
002560     MOVE SPACE TO WS-PP-ACTION.
002570     IF CK-VOIDED
002580         IF NOT CK-PP-VOID-SENT
002590             MOVE "V" TO WS-PP-ACTION
002600         END-IF
002610     ELSE
002620         IF CK-PP-NOT-SENT
002630             MOVE "I" TO WS-PP-ACTION
002640         END-IF
002650     END-IF.
002650     MOVE "N" TO WS-RESEND-SW.
002660     IF WS-PP-ACTION EQUAL SPACE
002660             AND NOT CK-PP-NOT-SENT
002660             AND CK-PP-SENT-DATE EQUAL WS-RUN-DATE
002660         MOVE CK-PP-SENT TO WS-PP-ACTION
002660         SET WS-RESEND TO TRUE
002680     END-IF.
002660     IF WS-PP-ACTION EQUAL SPACE
002670         GO TO 2100-EXIT
002680     END-IF.
002680*  THE CHECK NUMBER'S RANGE SAYS WHOSE CHECK IT IS; ANOTHER
002680*  COMPANY'S ROW IS LEFT FOR THAT COMPANY'S PASS.
002680     MOVE CK-CHECK-NO TO CM-CHECK-NO.
002680     MOVE "K" TO CM-FUNCTION.
002680     CALL "COMPTAB" USING
002680         BY REFERENCE COMPANY-TABLE-AREA.
002680     IF CM-SUB NOT EQUAL WS-CO-SUB
002670         GO TO 2100-EXIT
002680     END-IF.
002690     PERFORM 2200-SEND-ONE-LINE
002700         THRU 2200-EXIT.
002700     IF WS-RESEND
002700         GO TO 2100-EXIT
002700     END-IF.
002710     MOVE WS-PP-ACTION TO CK-PP-SENT.
002710     MOVE WS-RUN-DATE  TO CK-PP-SENT-DATE.
002720     REWRITE CHECK-REGISTER-RECORD.
002730 2100-EXIT.
002740     EXIT.
002750
002760*-----------------------------------------------------------------
002770*  2200-SEND-ONE-LINE.
002780*  WRITES THE ISSUE-FILE DETAIL AND ITS CONTROL-REPORT LINE. THE
002790*  PAYEE NAME COMES OFF THE MASTER FOR PAYEE-MATCH BANKS; A
002800*  CHECK WHOSE EMPLOYEE IS GONE FROM THE MASTER STILL GOES OUT
002810*  UNDER A FLAG NAME - THE CHECK ITSELF IS REAL.
002820*-----------------------------------------------------------------
002830 2200-SEND-ONE-LINE.
002840     MOVE CK-EMP-NO TO EMP-NO.
002850     READ EMPLOYEE-MASTER
002860         INVALID KEY
002870             MOVE "*UNKNOWN*" TO EMP-NAME
002880     END-READ.
002890     MOVE CK-CHECK-NO       TO PPD-CHECK-NO.
002900     MOVE CK-RUN-DATE       TO PPD-ISSUE-DATE.
002910     MOVE CK-AMOUNT         TO PPD-AMOUNT.
002920     MOVE WS-PP-ACTION      TO PPD-ACTION.
002930     MOVE CK-EMP-NO         TO PPD-EMP-NO.
002940     MOVE EMP-NAME          TO PPD-PAYEE-NAME.
002950     WRITE POSITIVE-PAY-RECORD FROM WS-PP-DETAIL.
002960     ADD 1 TO WS-SENT-COUNT.
002970     MOVE CK-CHECK-NO       TO RPT-CHECK-NO.
002980     MOVE CK-RUN-DATE       TO RPT-ISSUE-DATE.
002990     MOVE CK-EMP-NO         TO RPT-EMP-NO.
003000     MOVE EMP-NAME          TO RPT-PAYEE-NAME.
003010     MOVE CK-AMOUNT         TO RPT-AMOUNT.
003020     IF WS-PP-ACTION EQUAL "V"
003030         MOVE "VOID"        TO RPT-ACTION
003040         ADD 1 TO WS-VOID-COUNT
003050         ADD CK-AMOUNT TO WS-VOID-TOTAL
003060     ELSE
003070         MOVE "ISSUE"       TO RPT-ACTION
003080         ADD 1 TO WS-ISSUE-COUNT
003090         ADD CK-AMOUNT TO WS-ISSUE-TOTAL
003100     END-IF.
003110     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
003120         AFTER ADVANCING 1 LINE.
003130 2200-EXIT.
003140     EXIT.
003150
003160*-----------------------------------------------------------------
003170*  3000-WRITE-TRAILER.
003170*  WRITES THE BALANCING TRAILER ON THE COMPANY'S ISSUE FILE AND
003170*  ITS TOTALS ON THE CONTROL REPORT.
003200*-----------------------------------------------------------------
003210 3000-WRITE-TRAILER.
003220     MOVE WS-SENT-COUNT  TO PPT-REC-COUNT.
003230     MOVE WS-ISSUE-TOTAL TO PPT-ISSUE-TOTAL.
003240     MOVE WS-VOID-TOTAL  TO PPT-VOID-TOTAL.
003250     WRITE POSITIVE-PAY-RECORD FROM WS-PP-TRAILER.
003260     WRITE RPT-LINE FROM WS-RPT-HEADING-3
003270         AFTER ADVANCING 1 LINE.
003280     MOVE "ISSUES SENT"        TO RPT-TOTAL-LABEL.
003290     MOVE WS-ISSUE-COUNT       TO RPT-TOTAL-COUNT.
003300     MOVE WS-ISSUE-TOTAL       TO RPT-TOTAL-AMOUNT.
003310     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
003320         AFTER ADVANCING 1 LINE.
003330     MOVE "VOIDS SENT"         TO RPT-TOTAL-LABEL.
003340     MOVE WS-VOID-COUNT        TO RPT-TOTAL-COUNT.
003350     MOVE WS-VOID-TOTAL        TO RPT-TOTAL-AMOUNT.
003360     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
003370         AFTER ADVANCING 1 LINE.
003370     MOVE SPACES TO WS-AUDIT-MESSAGE.
003370     STRING "POSITIVE PAY CO " CM-CODE(WS-CO-SUB)
003370         " WRITTEN - ISSUES " WS-ISSUE-COUNT
003390         " VOIDS " WS-VOID-COUNT
003400         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
003410     CALL "AUDITLOG" USING
003420         BY CONTENT WS-AUDIT-PROGRAM-ID
003430         BY CONTENT WS-AUDIT-MESSAGE.
003440 3000-EXIT.
003450     EXIT.
003460
003470*-----------------------------------------------------------------
003480*  9999-TERMINATE.
003490*-----------------------------------------------------------------
003500 9999-TERMINATE.
003510     CLOSE EMPLOYEE-MASTER.
003530     CLOSE POSPAY-CONTROL-REPORT.
003530     MOVE "POSPAY" TO CM-FILE-NAME.
003530     MOVE "R" TO CM-FUNCTION.
003530     CALL "COMPTAB" USING
003530         BY REFERENCE COMPANY-TABLE-AREA.
003550     CALL "STEPCNT" USING
003560         BY CONTENT WS-STEP-COUNT-OUT.
003570 9999-EXIT.
003580     EXIT.
