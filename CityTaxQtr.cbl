000330*     APART. AN EMPLOYEE NO LONGER ON THE
000320*     MASTER IS LUMPED UNDER THE CITY *UNKNOWN* RATHER THAN
000330*     DROPPED, SO THE PROOF STILL FOOTS.
000330*
000330*     EACH COMPANY ON THE COMPANY TABLE REMITS FOR ITSELF, SO
000330*     THE CITY PAGES, RECAP AND PROOF ARE PRINTED PER COMPANY. A
000330*     LINE'S COMPANY IS TAKEN FROM THE MASTER (BLANK, OR NOT ON
000330*     THE MASTER, IS THE HOME COMPANY 01), AND EACH IS PROVED
000330*     ONLY AGAINST THE 2100 LINES POSTED UNDER ITS OWN GL-COMPANY.
000330*     HISTORY OR POSTINGS FOR A COMPANY NOT ON THE TABLE ARE LEFT
000330*     OUT OF EVERY REMITTANCE, COUNTED AT THE END AND SENT TO
000330*     EXCPTLOG.
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY.
000360*  DATE       INIT  DESCRIPTION
000411*                   BOUNCED, THE 2100 POSTING STANDS AND THE
000411*                   TAX IS STILL OWED. THE X RECAP LINE IS NOW
000411*                   A MEMO WITHIN THE GRAND TOTAL.
000411*  10/14/26   RCA   REVERSAL (TYPE V) HISTORY LINES ROLL INTO THE
000411*                   PER-CITY FIGURE SO A REVERSED RUN NETS OUT OF
000411*                   THE RECONCILIATION.
000411*  10/15/26   RCA   CITY PAGES, RECAP AND PROOF PER COMPANY. EACH
000411*                   LINE'S COMPANY COMES FROM THE MASTER AND EACH
000411*                   COMPANY IS PROVED ONLY AGAINST ITS OWN
000411*                   GL-COMPANY 2100 LINES; UNKNOWN COMPANIES ARE
000411*                   LEFT OUT AND LOGGED.
000411*  10/15/26   RCA   THE COMPANY TABLE IS CLEARED ENTRY BY ENTRY.
000412*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CTYQTRPT.
000890     88  WS-DATE-OK                          VALUE "Y".
000900
000910 01  WS-WORK-CITY                 PIC X(10).
000910 01  WS-WORK-COMPANY              PIC X(02).
000920
000930 01  WS-CITY-TABLE.
000940     05  WS-CITY-ENTRY            OCCURS 50 TIMES.
000940         10  WS-CITY-CO-SUB       PIC 9(02).
000950         10  WS-CITY-NAME         PIC X(10).
000960         10  WS-CITY-TAX          PIC S9(11)V99.
000970         10  WS-CITY-LINES        PIC 9(07).
001150 01  WS-SEEN-FULL-SW              PIC X(01) VALUE "N".
001160     88  WS-SEEN-FULL                        VALUE "Y".
001170
001170*  THE REMITTANCE TOTALS, ONE ENTRY PER COMPANY ON THE COMPANY
001170*  TABLE. THE ADJ AND OC TAX ON THE NON-REGULAR LINE TYPES IN
001170*  THE RANGE IS REPORTED ON ITS OWN RECAP LINES, OUTSIDE THE
001170*  PROVED FIGURE, BECAUSE ONLY THE NIGHTLY RUNS POST THE 2100
001170*  ACCOUNT. THE OVER FIELDS HOLD WHAT CAME IN ONCE ALL 50 CITY
001170*  SLOTS WERE TAKEN, PRINTED AS CITY **** ON THE RECAP.
001170 01  WS-CO-TABLE.
001170     05  WS-CO-ENTRY              OCCURS 10 TIMES.
001170         10  WS-CO-GRAND-TAX      PIC S9(11)V99.
001170         10  WS-CO-GRAND-LINES    PIC 9(07).
001170         10  WS-CO-GL-CITY-TAX    PIC S9(11)V99.
001170         10  WS-CO-ADJ-TAX        PIC S9(11)V99.
001170         10  WS-CO-OC-TAX         PIC S9(11)V99.
001170         10  WS-CO-RET-TAX        PIC S9(11)V99.
001170         10  WS-CO-OVER-TAX       PIC S9(11)V99.
001170         10  WS-CO-OVER-LINES     PIC 9(07).
001170 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
001170 01  WS-ALL-LINES                 PIC 9(07) VALUE ZERO.
001170 01  WS-NO-CO-LINES               PIC 9(05) VALUE ZERO.
001170 01  WS-NO-CO-GL-TAX              PIC S9(11)V99 VALUE ZERO.
001213
001210 01  WS-PAGE-COUNT                PIC 9(04) VALUE ZERO.
001220
001390     05  HDG-TO-DATE             PIC 9(08).
001400     05  FILLER                  PIC X(52) VALUE SPACES.
001410
001410 01  WS-RPT-COMPANY-LINE.
001410     05  FILLER                  PIC X(08) VALUE "COMPANY".
001410     05  HDG-CO-CODE             PIC X(02).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  HDG-CO-NAME             PIC X(30).
001410     05  FILLER                  PIC X(38) VALUE SPACES.
001410
001420 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
001430
001440 01  WS-RPT-CITY-LINE.
001730     05  FILLER                  PIC X(50) VALUE "CITY TAX".
001740
001750 01  WS-RPT-PROOF-LINE            PIC X(80).
001750
001750     COPY COMPTBL.
001760
001770 PROCEDURE DIVISION.
001780
001880     PERFORM 0520-GET-TO-DATE
001890         THRU 0520-EXIT
001900         UNTIL WS-DATE-OK.
001900     MOVE "L" TO CM-FUNCTION.
001900     CALL "COMPTAB" USING
001900         BY REFERENCE COMPANY-TABLE-AREA.
001900     PERFORM 0530-CLEAR-COMPANY
001900         THRU 0530-EXIT
001900         VARYING WS-CO-SUB FROM 1 BY 1
001900         UNTIL WS-CO-SUB GREATER THAN 10.
001910     PERFORM 1000-SCAN-PAY-HISTORY
001920         THRU 1000-EXIT.
001930     PERFORM 3000-SUM-GL-POSTINGS
002210     END-IF.
002220 0520-EXIT.
002230     EXIT.
002230
002230 0530-CLEAR-COMPANY.
002230     MOVE ZERO TO WS-CO-GRAND-TAX(WS-CO-SUB).
002230     MOVE ZERO TO WS-CO-GRAND-LINES(WS-CO-SUB).
002230     MOVE ZERO TO WS-CO-GL-CITY-TAX(WS-CO-SUB).
002230     MOVE ZERO TO WS-CO-ADJ-TAX(WS-CO-SUB).
002230     MOVE ZERO TO WS-CO-OC-TAX(WS-CO-SUB).
002230     MOVE ZERO TO WS-CO-RET-TAX(WS-CO-SUB).
002230     MOVE ZERO TO WS-CO-OVER-TAX(WS-CO-SUB).
002230     MOVE ZERO TO WS-CO-OVER-LINES(WS-CO-SUB).
002230 0530-EXIT.
002230     EXIT.
002240
002250*-----------------------------------------------------------------
002260*  1000-SCAN-PAY-HISTORY.
002270*  READS THE PAY HISTORY TOP TO BOTTOM AND ROLLS EVERY LINE IN
002270*  THE DATE RANGE INTO ITS COMPANY'S CITY SLOT. THE MASTER IS
002270*  OPEN INPUT HERE PURELY FOR THE CITY AND COMPANY LOOKUP.
002300*-----------------------------------------------------------------
002310 1000-SCAN-PAY-HISTORY.
002320     OPEN INPUT PAY-HISTORY-FILE.
002590     END-IF.
002600     IF PH-RUN-DATE LESS THAN WS-FROM-DATE
002610             OR PH-RUN-DATE GREATER THAN WS-TO-DATE
002641         GO TO 1100-EXIT
002642     END-IF.
002642     MOVE SPACES TO WS-WORK-COMPANY.
002642     MOVE PH-EMP-NO TO EMP-NO.
002642     READ EMPLOYEE-MASTER
002642         INVALID KEY
002642             MOVE "*UNKNOWN*" TO WS-WORK-CITY
002642         NOT INVALID KEY
002642             MOVE EMP-CITY TO WS-WORK-CITY
002642             MOVE EMP-COMPANY TO WS-WORK-COMPANY
002642     END-READ.
002642     MOVE WS-WORK-COMPANY TO CM-COMPANY-CODE.
002642     MOVE "F" TO CM-FUNCTION.
002642     CALL "COMPTAB" USING
002642         BY REFERENCE COMPANY-TABLE-AREA.
002642     IF NOT CM-RESULT-OK
002642         ADD 1 TO WS-NO-CO-LINES
002641         GO TO 1100-EXIT
002642     END-IF.
002642     MOVE CM-SUB TO WS-CO-SUB.
002631*  REGULAR AND RETURNED LINES CARRY THE PROVED PER-CITY FIGURE -
002632*  RETRO AND OFF-CYCLE GO TO THEIR OWN RECAP BUCKETS.
002633     IF PH-ADJUSTMENT
002633         ADD PH-CITY-TAX TO WS-CO-ADJ-TAX(WS-CO-SUB)
002641         GO TO 1100-EXIT
002642     END-IF.
002638     IF PH-OFFCYCLE
002638         ADD PH-CITY-TAX TO WS-CO-OC-TAX(WS-CO-SUB)
002641         GO TO 1100-EXIT
002642     END-IF.
002643*  A TYPE-X LINE IS A REGULAR LINE WHOSE NET DEPOSIT BOUNCED -
002643*  ONLY THE DEPOSIT CAME BACK. THE WITHHOLDING POSTED 2100 ON
002643*  ITS ORIGINAL RUN AND IS STILL OWED TO THE CITY, SO IT STAYS
002643*  INSIDE THE PROVED PER-CITY FIGURE. WS-CO-RET-TAX IS ONLY A
002643*  MEMO OF HOW MUCH OF THE TOTAL RODE RETURNED DEPOSITS.
002643     IF PH-RETURNED
002643         ADD PH-CITY-TAX TO WS-CO-RET-TAX(WS-CO-SUB)
002647     END-IF.
002647*  A TYPE-V LINE BACKS OUT A REVERSED RUN WITH NEGATED AMOUNTS,
002647*  THE SAME WAY ITS 2100 REVERSAL LINE DOES, SO IT NETS THE
002647*  ORIGINAL OUT OF THE PROVED PER-CITY FIGURE.
002648     IF NOT PH-REGULAR AND NOT PH-RETURNED AND NOT PH-REVERSAL
002649         GO TO 1100-EXIT
002650     END-IF.
002710     PERFORM 1200-ROLL-INTO-CITY
002720         THRU 1200-EXIT.
002730 1100-EXIT.
002750
002760*-----------------------------------------------------------------
002770*  1200-ROLL-INTO-CITY.
002770*  OPENS A SLOT THE FIRST TIME A CITY IS SEEN FOR A COMPANY.
002770*  WITH ALL 50 SLOTS IN USE THE LINE GOES TO THE COMPANY'S
002770*  OVERFLOW, PRINTED AS CITY ****, SO ITS GRAND TOTAL STILL
002770*  CROSS-FOOTS - THE SAME CONVENTION THE DEPARTMENT SUBTOTALS
002770*  USE IN PAYRPT. OVERFLOW LINES ARE NOT IN THE EMPLOYEE COUNTS.
002820*-----------------------------------------------------------------
002830 1200-ROLL-INTO-CITY.
002840     MOVE "N" TO WS-CITY-FOUND-SW.
002880         VARYING WS-CITY-SUB FROM 1 BY 1
002890         UNTIL WS-CITY-SUB GREATER THAN WS-CITY-COUNT
002900             OR WS-CITY-FOUND.
002900     ADD PH-CITY-TAX TO WS-CO-GRAND-TAX(WS-CO-SUB).
002900     ADD 1 TO WS-CO-GRAND-LINES(WS-CO-SUB).
002900     ADD 1 TO WS-ALL-LINES.
002910     IF NOT WS-CITY-FOUND
002920         IF WS-CITY-COUNT LESS THAN 50
002930             ADD 1 TO WS-CITY-COUNT
002940             MOVE WS-CITY-COUNT TO WS-CITY-USE
002940             MOVE WS-CO-SUB TO WS-CITY-CO-SUB(WS-CITY-USE)
002950             MOVE WS-WORK-CITY TO WS-CITY-NAME(WS-CITY-USE)
002960             MOVE ZERO TO WS-CITY-TAX(WS-CITY-USE)
002970             MOVE ZERO TO WS-CITY-LINES(WS-CITY-USE)
002980             MOVE ZERO TO WS-CITY-EMPS(WS-CITY-USE)
002990         ELSE
002990             ADD PH-CITY-TAX TO WS-CO-OVER-TAX(WS-CO-SUB)
002990             ADD 1 TO WS-CO-OVER-LINES(WS-CO-SUB)
002990             GO TO 1200-EXIT
003020         END-IF
003030     END-IF.
003040     ADD PH-CITY-TAX TO WS-CITY-TAX(WS-CITY-USE).
003050     ADD 1 TO WS-CITY-LINES(WS-CITY-USE).
003080     PERFORM 1300-COUNT-DISTINCT-EMP
003090         THRU 1300-EXIT.
003100 1200-EXIT.
003120
003130 1210-MATCH-CITY-SLOT.
003140     IF WS-CITY-NAME(WS-CITY-SUB) EQUAL WS-WORK-CITY
003140             AND WS-CITY-CO-SUB(WS-CITY-SUB) EQUAL WS-CO-SUB
003150         SET WS-CITY-FOUND TO TRUE
003160         MOVE WS-CITY-SUB TO WS-CITY-USE
003170     END-IF.
003680*-----------------------------------------------------------------
003690*  3000-SUM-GL-POSTINGS.
003700*  SUMS THE 2100 CITY-TAX-PAYABLE POSTINGS GLEXTRCT APPENDED TO
003700*  THE POSTING HISTORY FOR THE SAME DATE RANGE, EACH UNDER THE
003700*  COMPANY ON THE POSTING (BLANK IS THE HOME COMPANY), SO EACH
003700*  COMPANY'S GRAND TOTAL CAN BE PROVED AGAINST ITS OWN LEDGER.
003730*-----------------------------------------------------------------
003740 3000-SUM-GL-POSTINGS.
003750     MOVE "N" TO WS-EOF-SW.
003980         SET WS-END-OF-FILE TO TRUE
003990         GO TO 3100-EXIT
004000     END-IF.
004000     IF GL-ACCOUNT NOT EQUAL "2100"
004000             OR GL-RUN-DATE LESS THAN WS-FROM-DATE
004000             OR GL-RUN-DATE GREATER THAN WS-TO-DATE
004000         GO TO 3100-EXIT
004050     END-IF.
004050     MOVE GL-COMPANY TO CM-COMPANY-CODE.
004050     MOVE "F" TO CM-FUNCTION.
004050     CALL "COMPTAB" USING
004050         BY REFERENCE COMPANY-TABLE-AREA.
004050     IF CM-RESULT-OK
004050         ADD GL-AMOUNT TO WS-CO-GL-CITY-TAX(CM-SUB)
004050     ELSE
004050         ADD GL-AMOUNT TO WS-NO-CO-GL-TAX
004050     END-IF.
004060 3100-EXIT.
004070     EXIT.
004080
004090*-----------------------------------------------------------------
004100*  4000-PRINT-REPORT.
004100*  ONE SECTION PER COMPANY, THEN WHATEVER BELONGED TO NO
004100*  COMPANY ON THE TABLE.
004130*-----------------------------------------------------------------
004140 4000-PRINT-REPORT.
004150     OPEN OUTPUT REMIT-REPORT.
004150     PERFORM 4050-PRINT-ONE-COMPANY
004150         THRU 4050-EXIT
004150         VARYING WS-CO-SUB FROM 1 BY 1
004150         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
004150     PERFORM 4900-PRINT-NO-COMPANY
004150         THRU 4900-EXIT.
004220     CLOSE REMIT-REPORT.
004220     MOVE SPACES TO WS-AUDIT-MESSAGE.
004230     STRING "CITY TAX REMITTANCE PRINTED - CITIES "
004230         WS-CITY-COUNT " LINES " WS-ALL-LINES
004250         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
004260     CALL "AUDITLOG" USING
004270         BY CONTENT WS-AUDIT-PROGRAM-ID
004290 4000-EXIT.
004300     EXIT.
004310
004310*-----------------------------------------------------------------
004310*  4050-PRINT-ONE-COMPANY.
004310*  ONE REMITTANCE PAGE PER CITY THE COMPANY WITHHELD FOR, THEN
004310*  ITS RECAP PAGE WITH ITS GRAND TOTAL AND THE PROOF AGAINST ITS
004310*  OWN LEDGER.
004310*-----------------------------------------------------------------
004310 4050-PRINT-ONE-COMPANY.
004310     PERFORM 4100-PRINT-ONE-CITY
004310         THRU 4100-EXIT
004310         VARYING WS-CITY-SUB FROM 1 BY 1
004310         UNTIL WS-CITY-SUB GREATER THAN WS-CITY-COUNT.
004310     PERFORM 4500-PRINT-RECAP
004310         THRU 4500-EXIT.
004310 4050-EXIT.
004310     EXIT.
004310
004320 4100-PRINT-ONE-CITY.
004320     IF WS-CITY-CO-SUB(WS-CITY-SUB) NOT EQUAL WS-CO-SUB
004320         GO TO 4100-EXIT
004320     END-IF.
004330     PERFORM 8000-START-PAGE
004340         THRU 8000-EXIT.
004350     MOVE WS-CITY-NAME(WS-CITY-SUB) TO CTY-NAME.
004630         THRU 4510-EXIT
004640         VARYING WS-CITY-SUB FROM 1 BY 1
004650         UNTIL WS-CITY-SUB GREATER THAN WS-CITY-COUNT.
004650     IF WS-CO-OVER-LINES(WS-CO-SUB) GREATER THAN ZERO
004650         MOVE "****"                TO RCP-CITY-NAME
004650         MOVE ZERO                  TO RCP-EMPS
004650         MOVE WS-CO-OVER-LINES(WS-CO-SUB) TO RCP-LINES
004650         MOVE WS-CO-OVER-TAX(WS-CO-SUB)   TO RCP-TAX
004650         WRITE RPT-LINE FROM WS-RPT-RECAP-LINE
004650             AFTER ADVANCING 1 LINE
004650     END-IF.
004660     WRITE RPT-LINE FROM WS-RPT-HEADING-3
004710         AFTER ADVANCING 1 LINE.
004680     MOVE "GRAND TOTAL TO REMIT"    TO RPT-AMT-LABEL.
004680     MOVE WS-CO-GRAND-TAX(WS-CO-SUB) TO RPT-AMT-VALUE.
004700     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
004710         AFTER ADVANCING 1 LINE.
004720     MOVE "GL 2100 POSTINGS"        TO RPT-AMT-LABEL.
004720     MOVE WS-CO-GL-CITY-TAX(WS-CO-SUB) TO RPT-AMT-VALUE.
004740     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
004750         AFTER ADVANCING 1 LINE.
004751*  A/O TAX IN THE RANGE, FOR INFORMATION - THOSE LINE TYPES
004753*  IS PART OF THE GRAND TOTAL ABOVE - ITS 2100 POSTING STOOD
004753*  WHEN THE DEPOSIT BOUNCED AND THE TAX IS STILL OWED.
004753     MOVE "RETRO TAX (TYPE A)"      TO RPT-AMT-LABEL.
004753     MOVE WS-CO-ADJ-TAX(WS-CO-SUB)  TO RPT-AMT-VALUE.
004755     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
004756         AFTER ADVANCING 1 LINE.
004757     MOVE "OFF-CYCLE TAX (TYPE O)"  TO RPT-AMT-LABEL.
004757     MOVE WS-CO-OC-TAX(WS-CO-SUB)   TO RPT-AMT-VALUE.
004759     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
004760         AFTER ADVANCING 1 LINE.
004761     MOVE "OF WHICH RETURNED (X)"   TO RPT-AMT-LABEL.
004761     MOVE WS-CO-RET-TAX(WS-CO-SUB)  TO RPT-AMT-VALUE.
004763     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
004764         AFTER ADVANCING 1 LINE.
004764     IF WS-CO-GRAND-TAX(WS-CO-SUB)
004764             EQUAL WS-CO-GL-CITY-TAX(WS-CO-SUB)
004770         MOVE "REMITTANCE EQUALS LEDGER POSTINGS - PROVED"
004780             TO WS-RPT-PROOF-LINE
004790     ELSE
004880     EXIT.
004890
004900 4510-PRINT-ONE-RECAP.
004900     IF WS-CITY-CO-SUB(WS-CITY-SUB) NOT EQUAL WS-CO-SUB
004900         GO TO 4510-EXIT
004900     END-IF.
004910     MOVE WS-CITY-NAME(WS-CITY-SUB)  TO RCP-CITY-NAME.
004920     MOVE WS-CITY-EMPS(WS-CITY-SUB)  TO RCP-EMPS.
004930     MOVE WS-CITY-LINES(WS-CITY-SUB) TO RCP-LINES.
004960         AFTER ADVANCING 1 LINE.
004970 4510-EXIT.
004980     EXIT.
004980
004980*-----------------------------------------------------------------
004980*  4900-PRINT-NO-COMPANY.
004980*  HISTORY AND 2100 POSTINGS FOR A COMPANY NOT ON THE COMPANY
004980*  TABLE ARE ON NO COMPANY'S REMITTANCE. THEY ARE SHOWN AFTER
004980*  THE LAST RECAP AND SENT TO EXCPTLOG SO THE TABLE CAN BE PUT
004980*  RIGHT AND THE REMITTANCE RUN AGAIN.
004980*-----------------------------------------------------------------
004980 4900-PRINT-NO-COMPANY.
004980     IF WS-NO-CO-LINES EQUAL ZERO
004980             AND WS-NO-CO-GL-TAX EQUAL ZERO
004980         GO TO 4900-EXIT
004980     END-IF.
004980     MOVE "*** LINES ON NO REMITTANCE" TO RPT-COUNT-LABEL.
004980     MOVE WS-NO-CO-LINES            TO RPT-COUNT-VALUE.
004980     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
004980         AFTER ADVANCING 3 LINES.
004980     MOVE "*** GL 2100 ON NO REMIT" TO RPT-AMT-LABEL.
004980     MOVE WS-NO-CO-GL-TAX           TO RPT-AMT-VALUE.
004980     WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE
004980         AFTER ADVANCING 1 LINE.
004980     MOVE SPACES TO WS-EXCP-MESSAGE.
004980     STRING WS-NO-CO-LINES " HISTORY LINES FOR A COMPANY NOT ON "
004980         "THE TABLE - LEFT OUT"
004980         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
004980     MOVE "E" TO WS-EXCP-SEVERITY.
004980     CALL "EXCPTLOG" USING
004980         BY CONTENT WS-AUDIT-PROGRAM-ID
004980         BY CONTENT WS-EXCP-SEVERITY
004980         BY CONTENT WS-EXCP-MESSAGE.
004980 4900-EXIT.
004980     EXIT.
004990
005000*-----------------------------------------------------------------
005010*  8000-START-PAGE.
005010*  STARTS A FRESH PAGE WITH THE REPORT, PERIOD AND COMPANY
005010*  HEADINGS. THE VERY FIRST PAGE IS NOT PRECEDED BY A PAGE
005010*  EJECT.
005040*-----------------------------------------------------------------
005050 8000-START-PAGE.
005060     ADD 1 TO WS-PAGE-COUNT.
005150     MOVE WS-TO-DATE   TO HDG-TO-DATE.
005160     WRITE RPT-LINE FROM WS-RPT-PERIOD-LINE
005170         AFTER ADVANCING 1 LINE.
005170     MOVE CM-CODE(WS-CO-SUB) TO HDG-CO-CODE.
005170     MOVE CM-NAME(WS-CO-SUB) TO HDG-CO-NAME.
005170     WRITE RPT-LINE FROM WS-RPT-COMPANY-LINE
005170         AFTER ADVANCING 1 LINE.
005180     WRITE RPT-LINE FROM WS-RPT-HEADING-3
005190         AFTER ADVANCING 1 LINE.
005200 8000-EXIT.
