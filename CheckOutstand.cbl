000100*****************************************************************
000110*  PROGRAM-ID.   CHKOUTRP
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - PAYMENTS
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     OUTSTANDING-CHECKS REPORT. LISTS EVERY CHECK ON THE
000180*     REGISTER THAT WAS OUT ON THE AS-OF DATE - ISSUED OR
000180*     REISSUED ON OR BEFORE IT AND NOT CLEARED OR VOIDED UNTIL
000180*     AFTER IT - AGED FROM ITS ISSUE DATE TO THE AS-OF DATE INTO
000210*     0-30, 31-60, 61-90 AND OVER-90-DAY BUCKETS, WITH A COUNT
000210*     AND AMOUNT PER BUCKET. THE OPERATOR KEYS THE AS-OF DATE;
000210*     ZERO MEANS TODAY. A CHECK SETTLED SINCE THEN SHOWS ITS
000210*     CURRENT STATUS (C OR V) ON ITS LINE. AGES ARE ON THE SHOP'S
000210*     USUAL 30/360 DAY SERIAL. RUN STANDALONE, NORMALLY AFTER
000210*     CHKRECON HAS WORKED THE BANK'S PAID-CHECK FILE.
000210*
000210*     EACH COMPANY ON THE COMPANY TABLE GETS ITS OWN SECTION,
000210*     BUCKETS AND TOTAL - THE CHECK NUMBER'S RANGE SAYS WHOSE
000210*     CHECK IT IS (SEE COMPTAB) - AND, WHEN THERE IS MORE THAN
000210*     ONE COMPANY, A LAST PAGE OF BUCKETS ACROSS ALL OF THEM.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*  DATE       INIT  DESCRIPTION
000280*  ---------  ----  -----------------------------------------
000290*  10/14/26   RCA   ORIGINAL PROGRAM.
000290*  10/15/26   RCA   THE OPERATOR KEYS THE AS-OF DATE (ZERO FOR
000290*                   TODAY); A CHECK CLEARED OR VOIDED AFTER IT
000290*                   STILL COUNTS AS OUTSTANDING AND ONE ISSUED
000290*                   AFTER IT DOES NOT. ONE SECTION, BUCKETS AND
000290*                   TOTAL PER COMPANY, FOUND FROM THE CHECK NUMBER
000290*                   THROUGH COMPTAB, WITH AN ALL-COMPANIES PAGE
000290*                   WHEN THERE IS MORE THAN ONE.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CHKOUTRP.
000330 AUTHOR. R. AKOLKAR.
000340 INSTALLATION. PAYROLL SYSTEMS - PAYMENTS.
000350 DATE-WRITTEN. 10/14/26.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CHECK-REGISTER ASSIGN TO "CHECKREG"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-CHECKREG-STATUS.
000440     SELECT OUTSTANDING-REPORT ASSIGN TO "CHKOUTRP"
000450         ORGANIZATION IS SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CHECK-REGISTER
000500     LABEL RECORDS ARE STANDARD.
000510     COPY CHKREG.
000520
000530 FD  OUTSTANDING-REPORT
000540     LABEL RECORDS ARE STANDARD.
000550 01  RPT-LINE                    PIC X(80).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000590     88  WS-END-OF-FILE                      VALUE "Y".
000600 01  WS-CHECKREG-STATUS           PIC X(02) VALUE SPACES.
000610
000610 01  WS-TODAY                     PIC 9(08) VALUE ZERO.
000620 01  WS-AS-OF-DATE                PIC 9(08) VALUE ZERO.
000620 01  WS-DATE-OK-SW                PIC X(01) VALUE "N".
000620     88  WS-DATE-OK                          VALUE "Y".
000620 01  WS-ISSUE-DATE                PIC 9(08) VALUE ZERO.
000630 01  WS-AS-OF-SERIAL              PIC 9(07) VALUE ZERO.
000640 01  WS-DATE-WORK                 PIC 9(08) VALUE ZERO.
000650 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
000660     05  WS-DW-CCYY               PIC 9(04).
000670     05  WS-DW-MM                 PIC 9(02).
000680     05  WS-DW-DD                 PIC 9(02).
000690 01  WS-DATE-SERIAL               PIC 9(07) VALUE ZERO.
000700 01  WS-AGE-DAYS                  PIC S9(07) VALUE ZERO.
000710
000720*  ONE COUNT AND ONE AMOUNT PER AGING BUCKET - 1 = 0-30 DAYS,
000720*  2 = 31-60, 3 = 61-90, 4 = OVER 90 - FOR THE COMPANY BEING
000720*  REPORTED AND ACROSS ALL COMPANIES.
000740 01  WS-BUCKET-TABLE.
000750     05  WS-BUCKET-ENTRY          OCCURS 4 TIMES.
000760         10  WS-BUCKET-COUNT      PIC 9(05).
000770         10  WS-BUCKET-TOTAL      PIC 9(11)V99.
000770         10  WS-GRAND-COUNT       PIC 9(05).
000770         10  WS-GRAND-TOTAL       PIC 9(11)V99.
000780 01  WS-BUCKET-LABELS.
000790     05  FILLER                   PIC X(20) VALUE "0 - 30 DAYS".
000800     05  FILLER                   PIC X(20) VALUE "31 - 60 DAYS".
000810     05  FILLER                   PIC X(20) VALUE "61 - 90 DAYS".
000820     05  FILLER                   PIC X(20) VALUE "OVER 90 DAYS".
000830 01  WS-BUCKET-LABELS-R REDEFINES WS-BUCKET-LABELS.
000840     05  WS-BUCKET-LABEL          PIC X(20) OCCURS 4 TIMES.
000850 01  WS-BUCKET-SUB                PIC 9(01) VALUE ZERO.
000860
000870 01  WS-OUTSTANDING-COUNT         PIC 9(05) VALUE ZERO.
000880 01  WS-OUTSTANDING-TOTAL         PIC 9(11)V99 VALUE ZERO.
000880 01  WS-GRAND-OUT-COUNT           PIC 9(05) VALUE ZERO.
000880 01  WS-GRAND-OUT-TOTAL           PIC 9(11)V99 VALUE ZERO.
000880 01  WS-NO-CO-COUNT               PIC 9(05) VALUE ZERO.
000880 01  WS-NO-CO-TOTAL               PIC 9(11)V99 VALUE ZERO.
000890 01  WS-LINE-COUNT                PIC 9(03) VALUE 99.
000900 01  WS-PAGE-COUNT                PIC 9(03) VALUE ZERO.
000910
000920 01  WS-RPT-HEADING-1.
000930     05  FILLER                  PIC X(20)
000940         VALUE "PAYROLL SYSTEMS".
000950     05  FILLER                  PIC X(30)
000960         VALUE "OUTSTANDING CHECKS AS OF".
000970     05  RPT-AS-OF-DATE          PIC 9(08).
000980     05  FILLER                  PIC X(10) VALUE SPACES.
000990     05  FILLER                  PIC X(05) VALUE "PAGE ".
001000     05  RPT-PAGE-NO             PIC ZZ9.
001010     05  FILLER                  PIC X(04) VALUE SPACES.
001020
001020 01  WS-RPT-COMPANY-LINE.
001020     05  FILLER                  PIC X(08) VALUE "COMPANY".
001020     05  HDG-CO-CODE             PIC X(02).
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  HDG-CO-NAME             PIC X(30).
001020     05  FILLER                  PIC X(38) VALUE SPACES.
001020
001030 01  WS-RPT-HEADING-2.
001040     05  FILLER                  PIC X(10) VALUE "CHECK NO".
001050     05  FILLER                  PIC X(08) VALUE "EMP NO".
001060     05  FILLER                  PIC X(10) VALUE "ISSUED".
001070     05  FILLER                  PIC X(08) VALUE "STATUS".
001080     05  FILLER                  PIC X(15) VALUE "AMOUNT".
001090     05  FILLER                  PIC X(10) VALUE "AGE DAYS".
001100     05  FILLER                  PIC X(19) VALUE "BUCKET".
001110
001120 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
001130
001140 01  WS-RPT-DETAIL-LINE.
001150     05  RPT-CHECK-NO            PIC 9(08).
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  RPT-EMP-NO              PIC ZZZZ9.
001180     05  FILLER                  PIC X(03) VALUE SPACES.
001190     05  RPT-ISSUE-DATE          PIC 9(08).
001200     05  FILLER                  PIC X(04) VALUE SPACES.
001210     05  RPT-STATUS              PIC X(01).
001220     05  FILLER                  PIC X(05) VALUE SPACES.
001230     05  RPT-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
001240     05  FILLER                  PIC X(03) VALUE SPACES.
001250     05  RPT-AGE-DAYS            PIC ZZZZ9.
001260     05  FILLER                  PIC X(03) VALUE SPACES.
001270     05  RPT-BUCKET              PIC X(20).
001280
001290 01  WS-RPT-TOTAL-LINE.
001300     05  RPT-TOTAL-LABEL         PIC X(25).
001310     05  RPT-TOTAL-COUNT         PIC ZZZZ9.
001320     05  FILLER                  PIC X(03) VALUE SPACES.
001330     05  RPT-TOTAL-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001340     05  FILLER                  PIC X(30) VALUE SPACES.
001340
001340*  THE COMPANY BEING REPORTED.
001340 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001340
001340     COPY COMPTBL.
001340
001360 PROCEDURE DIVISION.
001370
001380*-----------------------------------------------------------------
001390*  0000-MAINLINE.
001400*-----------------------------------------------------------------
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE
001430         THRU 1000-EXIT.
001430     PERFORM 1100-REPORT-ONE-COMPANY
001430         THRU 1100-EXIT
001430         VARYING WS-CO-SUB FROM 1 BY 1
001430         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
001430     PERFORM 4000-PRINT-GRAND-TOTALS
001430         THRU 4000-EXIT.
001490     PERFORM 9999-TERMINATE
001500         THRU 9999-EXIT.
001510     GOBACK.
001520
001530*-----------------------------------------------------------------
001540*  1000-INITIALIZE.
001540*  TAKES THE AS-OF DATE AND LOADS THE COMPANY TABLE.
001550*-----------------------------------------------------------------
001560 1000-INITIALIZE.
001560     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001560     PERFORM 1010-GET-AS-OF-DATE
001560         THRU 1010-EXIT
001560         UNTIL WS-DATE-OK.
001580     MOVE WS-AS-OF-DATE TO WS-DATE-WORK.
001590     PERFORM 7000-DATE-TO-SERIAL
001600         THRU 7000-EXIT.
001610     MOVE WS-DATE-SERIAL TO WS-AS-OF-SERIAL.
001620     MOVE WS-AS-OF-DATE TO RPT-AS-OF-DATE.
001620     PERFORM 1050-CLEAR-GRAND-BUCKET
001620         THRU 1050-EXIT
001620         VARYING WS-BUCKET-SUB FROM 1 BY 1
001620         UNTIL WS-BUCKET-SUB GREATER THAN 4.
001620     MOVE "L" TO CM-FUNCTION.
001620     CALL "COMPTAB" USING
001620         BY REFERENCE COMPANY-TABLE-AREA.
001640     OPEN OUTPUT OUTSTANDING-REPORT.
001700 1000-EXIT.
001710     EXIT.
001710
001710 1010-GET-AS-OF-DATE.
001710     DISPLAY "ENTER AS-OF DATE (CCYYMMDD, 0 FOR TODAY): ".
001710     ACCEPT WS-AS-OF-DATE.
001710     IF WS-AS-OF-DATE NOT NUMERIC
001710         DISPLAY "INVALID DATE - MUST BE NUMERIC. RE-ENTER."
001710         GO TO 1010-EXIT
001690     END-IF.
001690     IF WS-AS-OF-DATE EQUAL ZERO
001690         MOVE WS-TODAY TO WS-AS-OF-DATE
001690     END-IF.
001580     MOVE WS-AS-OF-DATE TO WS-DATE-WORK.
001580     IF WS-DW-MM LESS THAN 1 OR WS-DW-MM GREATER THAN 12
001580             OR WS-DW-DD LESS THAN 1 OR WS-DW-DD GREATER THAN 31
001580         DISPLAY "INVALID DATE - NOT A CALENDAR DATE. RE-ENTER."
001580         GO TO 1010-EXIT
001690     END-IF.
001690     IF WS-AS-OF-DATE GREATER THAN WS-TODAY
001690         DISPLAY "AS-OF DATE MAY NOT BE AFTER TODAY. RE-ENTER."
001690         GO TO 1010-EXIT
001690     END-IF.
001690     SET WS-DATE-OK TO TRUE.
001690 1010-EXIT.
001710     EXIT.
001710
001710 1050-CLEAR-GRAND-BUCKET.
001710     MOVE ZERO TO WS-GRAND-COUNT(WS-BUCKET-SUB).
001710     MOVE ZERO TO WS-GRAND-TOTAL(WS-BUCKET-SUB).
001710 1050-EXIT.
001710     EXIT.
001710
001550*-----------------------------------------------------------------
001550*  1100-REPORT-ONE-COMPANY.
001550*  ONE PASS OF THE REGISTER FOR THE COMPANY, ON A PAGE OF ITS
001550*  OWN, ENDING IN ITS BUCKETS AND TOTAL.
001550*-----------------------------------------------------------------
001550 1100-REPORT-ONE-COMPANY.
001550     PERFORM 1150-CLEAR-COMPANY-BUCKET
001550         THRU 1150-EXIT
001550         VARYING WS-BUCKET-SUB FROM 1 BY 1
001550         UNTIL WS-BUCKET-SUB GREATER THAN 4.
001550     MOVE ZERO TO WS-OUTSTANDING-COUNT.
001550     MOVE ZERO TO WS-OUTSTANDING-TOTAL.
001550     MOVE "N" TO WS-EOF-SW.
001550     MOVE CM-CODE(WS-CO-SUB) TO HDG-CO-CODE.
001550     MOVE CM-NAME(WS-CO-SUB) TO HDG-CO-NAME.
001550     PERFORM 8000-START-PAGE
001550         THRU 8000-EXIT.
001650     OPEN INPUT CHECK-REGISTER.
001650     IF WS-CHECKREG-STATUS EQUAL "00"
001650         PERFORM 2000-READ-REGISTER
001650             THRU 2000-EXIT
001650             UNTIL WS-END-OF-FILE
001650         CLOSE CHECK-REGISTER
001650     ELSE
001670         DISPLAY "CHKOUTRP - CHECK REGISTER NOT AVAILABLE."
001690     END-IF.
001690     PERFORM 3000-PRINT-TOTALS
001690         THRU 3000-EXIT.
001690 1100-EXIT.
001710     EXIT.
001710
001710 1150-CLEAR-COMPANY-BUCKET.
001710     MOVE ZERO TO WS-BUCKET-COUNT(WS-BUCKET-SUB).
001710     MOVE ZERO TO WS-BUCKET-TOTAL(WS-BUCKET-SUB).
001710 1150-EXIT.
001710     EXIT.
001720
001730*-----------------------------------------------------------------
001740*  2000-READ-REGISTER.
001740*  AN ISSUED OR REISSUED ROW IS STILL OUT; ITS ISSUE DATE IS THE
001740*  STATUS DATE, OR THE RUN DATE ON A ROW WRITTEN BEFORE THE
001740*  STATUS DATE WAS CARRIED. A CLEARED OR VOIDED ROW WAS STILL OUT
001740*  ON THE AS-OF DATE IF IT SETTLED AFTER IT; ITS STATUS DATE IS
001740*  THEN THE SETTLING DATE AND ITS ISSUE DATE THE RUN DATE. A
001740*  CHECK ISSUED AFTER THE AS-OF DATE WAS NOT YET OUT. ANOTHER
001740*  COMPANY'S CHECK IS LEFT FOR THAT COMPANY'S PASS; ONE OWNED BY
001740*  NO COMPANY ON THE TABLE IS COUNTED ON THE FIRST PASS ONLY.
001770*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
001780*  ERROR CANNOT SPIN.
001790*-----------------------------------------------------------------
001800 2000-READ-REGISTER.
001810     READ CHECK-REGISTER
001820         AT END
001830             SET WS-END-OF-FILE TO TRUE
001840             GO TO 2000-EXIT
001850     END-READ.
001860     IF WS-CHECKREG-STATUS NOT EQUAL "00"
001870         SET WS-END-OF-FILE TO TRUE
001880         GO TO 2000-EXIT
001890     END-IF.
001890     IF CK-ISSUED OR CK-REISSUED
001890         IF CK-STATUS-DATE NOT NUMERIC
001890                 OR CK-STATUS-DATE EQUAL ZERO
001890             MOVE CK-RUN-DATE TO WS-ISSUE-DATE
001890         ELSE
001890             MOVE CK-STATUS-DATE TO WS-ISSUE-DATE
001890         END-IF
001890     ELSE
001890         IF CK-STATUS-DATE NOT NUMERIC
001890                 OR CK-STATUS-DATE NOT GREATER THAN WS-AS-OF-DATE
001890             GO TO 2000-EXIT
001890         END-IF
001890         MOVE CK-RUN-DATE TO WS-ISSUE-DATE
001920     END-IF.
001920     IF WS-ISSUE-DATE GREATER THAN WS-AS-OF-DATE
001910         GO TO 2000-EXIT
001920     END-IF.
001920     MOVE CK-CHECK-NO TO CM-CHECK-NO.
001920     MOVE "K" TO CM-FUNCTION.
001920     CALL "COMPTAB" USING
001920         BY REFERENCE COMPANY-TABLE-AREA.
001920     IF CM-SUB EQUAL ZERO AND WS-CO-SUB EQUAL 1
001920         ADD 1 TO WS-NO-CO-COUNT
001920         ADD CK-AMOUNT TO WS-NO-CO-TOTAL
001920     END-IF.
001920     IF CM-SUB NOT EQUAL WS-CO-SUB
001910         GO TO 2000-EXIT
001920     END-IF.
001930     PERFORM 2100-AGE-ONE-CHECK
001940         THRU 2100-EXIT.
001950 2000-EXIT.
001960     EXIT.
001970
001970*  THE AGE RUNS FROM THE ISSUE DATE 2000 WORKED OUT TO THE AS-OF
001970*  DATE. THE CHECK COUNTS IN ITS COMPANY'S BUCKET AND IN THE SAME
001970*  BUCKET ACROSS ALL COMPANIES.
002010 2100-AGE-ONE-CHECK.
002010     MOVE WS-ISSUE-DATE TO WS-DATE-WORK.
002070     MOVE WS-DATE-WORK TO RPT-ISSUE-DATE.
002080     PERFORM 7000-DATE-TO-SERIAL
002090         THRU 7000-EXIT.
002100     COMPUTE WS-AGE-DAYS = WS-AS-OF-SERIAL - WS-DATE-SERIAL.
002110     IF WS-AGE-DAYS LESS THAN ZERO
002120         MOVE ZERO TO WS-AGE-DAYS
002130     END-IF.
002140     EVALUATE TRUE
002150         WHEN WS-AGE-DAYS NOT GREATER THAN 30
002160             MOVE 1 TO WS-BUCKET-SUB
002170         WHEN WS-AGE-DAYS NOT GREATER THAN 60
002180             MOVE 2 TO WS-BUCKET-SUB
002190         WHEN WS-AGE-DAYS NOT GREATER THAN 90
002200             MOVE 3 TO WS-BUCKET-SUB
002210         WHEN OTHER
002220             MOVE 4 TO WS-BUCKET-SUB
002230     END-EVALUATE.
002240     ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUB).
002250     ADD CK-AMOUNT TO WS-BUCKET-TOTAL(WS-BUCKET-SUB).
002260     ADD 1 TO WS-OUTSTANDING-COUNT.
002270     ADD CK-AMOUNT TO WS-OUTSTANDING-TOTAL.
002270     ADD 1 TO WS-GRAND-COUNT(WS-BUCKET-SUB).
002270     ADD CK-AMOUNT TO WS-GRAND-TOTAL(WS-BUCKET-SUB).
002270     ADD 1 TO WS-GRAND-OUT-COUNT.
002270     ADD CK-AMOUNT TO WS-GRAND-OUT-TOTAL.
002280     IF WS-LINE-COUNT GREATER THAN 50
002290         PERFORM 8000-START-PAGE
002300             THRU 8000-EXIT
002310     END-IF.
002320     MOVE CK-CHECK-NO TO RPT-CHECK-NO.
002330     MOVE CK-EMP-NO TO RPT-EMP-NO.
002340     MOVE CK-STATUS TO RPT-STATUS.
002350     MOVE CK-AMOUNT TO RPT-AMOUNT.
002360     MOVE WS-AGE-DAYS TO RPT-AGE-DAYS.
002370     MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO RPT-BUCKET.
002380     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
002390         AFTER ADVANCING 1 LINE.
002400     ADD 1 TO WS-LINE-COUNT.
002410 2100-EXIT.
002420     EXIT.
002430
002440*-----------------------------------------------------------------
002450*  3000-PRINT-TOTALS.
002450*  THE COMPANY'S BUCKETS AND TOTAL.
002460*-----------------------------------------------------------------
002470 3000-PRINT-TOTALS.
002520     WRITE RPT-LINE FROM WS-RPT-HEADING-3
002530         AFTER ADVANCING 1 LINE.
002540     PERFORM 3100-PRINT-ONE-BUCKET
002550         THRU 3100-EXIT
002560         VARYING WS-BUCKET-SUB FROM 1 BY 1
002570         UNTIL WS-BUCKET-SUB GREATER THAN 4.
002580     MOVE "TOTAL OUTSTANDING" TO RPT-TOTAL-LABEL.
002590     MOVE WS-OUTSTANDING-COUNT TO RPT-TOTAL-COUNT.
002600     MOVE WS-OUTSTANDING-TOTAL TO RPT-TOTAL-AMOUNT.
002610     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
002620         AFTER ADVANCING 2 LINES.
002630 3000-EXIT.
002640     EXIT.
002650
002660 3100-PRINT-ONE-BUCKET.
002670     MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO RPT-TOTAL-LABEL.
002680     MOVE WS-BUCKET-COUNT(WS-BUCKET-SUB) TO RPT-TOTAL-COUNT.
002690     MOVE WS-BUCKET-TOTAL(WS-BUCKET-SUB) TO RPT-TOTAL-AMOUNT.
002700     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
002710         AFTER ADVANCING 1 LINE.
002720 3100-EXIT.
002730     EXIT.
002730
002730*-----------------------------------------------------------------
002730*  4000-PRINT-GRAND-TOTALS.
002730*  WITH MORE THAN ONE COMPANY, A LAST PAGE OF THE BUCKETS ACROSS
002730*  ALL OF THEM. CHECKS OWNED BY NO COMPANY ON THE TABLE ARE ON NO
002730*  COMPANY'S SECTION; THEY ARE SHOWN HERE ON THEIR OWN LINE.
002730*-----------------------------------------------------------------
002730 4000-PRINT-GRAND-TOTALS.
002730     IF CM-COMPANY-COUNT NOT GREATER THAN 1
002730             AND WS-NO-CO-COUNT EQUAL ZERO
002730         GO TO 4000-EXIT
002730     END-IF.
002730     MOVE SPACES TO HDG-CO-CODE.
002730     MOVE "ALL COMPANIES" TO HDG-CO-NAME.
002730     PERFORM 8000-START-PAGE
002730         THRU 8000-EXIT.
002730     PERFORM 4100-PRINT-GRAND-BUCKET
002730         THRU 4100-EXIT
002730         VARYING WS-BUCKET-SUB FROM 1 BY 1
002730         UNTIL WS-BUCKET-SUB GREATER THAN 4.
002730     MOVE "TOTAL OUTSTANDING" TO RPT-TOTAL-LABEL.
002730     MOVE WS-GRAND-OUT-COUNT TO RPT-TOTAL-COUNT.
002730     MOVE WS-GRAND-OUT-TOTAL TO RPT-TOTAL-AMOUNT.
002730     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
002730         AFTER ADVANCING 2 LINES.
002730     IF WS-NO-CO-COUNT GREATER THAN ZERO
002730         MOVE "*** NOT ON COMPANY TABLE" TO RPT-TOTAL-LABEL
002730         MOVE WS-NO-CO-COUNT TO RPT-TOTAL-COUNT
002730         MOVE WS-NO-CO-TOTAL TO RPT-TOTAL-AMOUNT
002730         WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
002730             AFTER ADVANCING 2 LINES
002730     END-IF.
002730 4000-EXIT.
002730     EXIT.
002730
002730 4100-PRINT-GRAND-BUCKET.
002730     MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO RPT-TOTAL-LABEL.
002730     MOVE WS-GRAND-COUNT(WS-BUCKET-SUB) TO RPT-TOTAL-COUNT.
002730     MOVE WS-GRAND-TOTAL(WS-BUCKET-SUB) TO RPT-TOTAL-AMOUNT.
002730     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
002730         AFTER ADVANCING 1 LINE.
002730 4100-EXIT.
002730     EXIT.
002740
002750*-----------------------------------------------------------------
002760*  7000-DATE-TO-SERIAL.
002770*  30/360 DAY SERIAL OF WS-DATE-WORK INTO WS-DATE-SERIAL.
002780*-----------------------------------------------------------------
002790 7000-DATE-TO-SERIAL.
002800     COMPUTE WS-DATE-SERIAL = (WS-DW-CCYY * 360)
002810         + ((WS-DW-MM - 1) * 30) + WS-DW-DD.
002820 7000-EXIT.
002830     EXIT.
002840
002850*-----------------------------------------------------------------
002860*  8000-START-PAGE.
002870*-----------------------------------------------------------------
002880 8000-START-PAGE.
002890     ADD 1 TO WS-PAGE-COUNT.
002900     MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
002910     WRITE RPT-LINE FROM WS-RPT-HEADING-1
002920         AFTER ADVANCING PAGE.
002920     WRITE RPT-LINE FROM WS-RPT-COMPANY-LINE
002920         AFTER ADVANCING 1 LINE.
002930     WRITE RPT-LINE FROM WS-RPT-HEADING-2
002940         AFTER ADVANCING 2 LINES.
002950     WRITE RPT-LINE FROM WS-RPT-HEADING-3
002960         AFTER ADVANCING 1 LINE.
002970     MOVE ZERO TO WS-LINE-COUNT.
002980 8000-EXIT.
002990     EXIT.
003000
003010*-----------------------------------------------------------------
003020*  9999-TERMINATE.
003030*-----------------------------------------------------------------
003040 9999-TERMINATE.
003060     CLOSE OUTSTANDING-REPORT.
003070 9999-EXIT.
003080     EXIT.
