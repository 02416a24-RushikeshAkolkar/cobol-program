000100*****************************************************************
000110*  PROGRAM-ID.   CARRXTRT
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - PAYMENTS
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     TURNS THE RUN'S VOLUNTARY ELECTION DEDUCTIONS INTO THE
000190*     PER-CARRIER BENEFITS REMITTANCE FILE, THE SAME WAY GARNXTRT
000200*     TURNS THE GARNISHMENT DETAILS INTO THE PER-PAYEE REMITTANCE
000210*     FILE. EACH DEDELECT DETAIL THE DEDUCTIONS STEP WROTE IS
000220*     MAPPED TO ITS CARRIER THROUGH THE CARRIER TABLE (CARRTAB,
000230*     MAINTAINED BY CARMAINT) AND ROLLED UP BY CARRIER. FOR EACH
000240*     CARRIER THE FILE CARRIES A CARRIER HEADER, ONE LINE PER
000250*     EMPLOYEE DEDUCTION SAYING WHAT WAS WITHHELD FOR WHOM, AND A
000260*     CARRIER TOTAL, ALL BRACKETED BY A FILE HEADER WITH THE RUN
000270*     DATE AND A TRAILER WITH THE CARRIER COUNT AND GRAND TOTAL.
000280*
000290*     A DEDUCTION WHOSE CODE IS NOT ON THE CARRIER TABLE IS STILL
000300*     REMITTED, UNDER CARRIER "NONE", AND RAISES A WARNING SO
000310*     BENEFITS STAFF MAP THE CODE BEFORE THE MONEY IS SENT.
000320*
000330*     THE CONTROL REPORT PRINTS EVERY CARRIER'S TOTAL AND THE RUN
000340*     TOTALS, THEN PROVES THE GRAND TOTAL AGAINST THE 2600
000350*     ELECTIONS-PAYABLE POSTING GLEXTRCT WROTE TO GLPOST EARLIER
000360*     IN THE RUN. A DIFFERENCE IS PRINTED AND LOGGED AS AN ERROR
000370*     THROUGH EXCPTLOG FOR THE MORNING EXCEPTION SUMMARY; THE
000380*     STEP ITSELF STILL ENDS CLEAN SO BALANCER AND THE REPORTS
000390*     FOLLOWING IT RUN.
000400*
000400*     EACH COMPANY ON THE COMPANY TABLE REMITS ITS OWN
000400*     EMPLOYEES' DEDUCTIONS ON ITS OWN FILE - CARRPAY FOR THE HOME
000400*     COMPANY 01, CARRPAY.CC FOR ANY OTHER (SEE COMPTAB) - PROVED
000400*     AGAINST THAT COMPANY'S OWN 2600 POSTING. A DETAIL'S COMPANY
000400*     IS THE ONE ON THE EMPLOYEE'S MASTER RECORD; WITH NO MASTER
000400*     TO ASK, EVERY DETAIL IS THE HOME COMPANY'S. THE CONTROL
000400*     REPORT IS SECTIONED AND TOTALED BY COMPANY.
000400*
000410*     REMITTANCE FILE LAYOUT (ALL RECORDS 60 BYTES):
000410*         HEADER  - "H", RUN DATE CCYYMMDD, COMPANY X(2)
000430*         CARRIER - "C", CARRIER ID X(6), CARRIER NAME X(20)
000440*         DETAIL  - "E", CARRIER ID X(6), EMPLOYEE 9(5),
000450*                   EMPLOYEE NAME X(10), DEDUCTION CODE X(4),
000460*                   AMOUNT 9(7)V99
000470*         TOTAL   - "S", CARRIER ID X(6), DETAIL COUNT 9(7),
000480*                   CARRIER TOTAL 9(9)V99
000490*         TRAILER - "T", CARRIER COUNT 9(7), TOTAL 9(11)V99
000500*-----------------------------------------------------------------
000510*  MODIFICATION HISTORY.
000520*  DATE       INIT  DESCRIPTION
000530*  ---------  ----  -----------------------------------------
000540*  10/14/26   RCA   ORIGINAL PROGRAM.
000540*  10/14/26   RCA   MULTI-COMPANY. ONE REMITTANCE FILE PER COMPANY
000540*                   ON THE COMPANY TABLE (CARRPAY FOR 01,
000540*                   CARRPAY.CC FOR ANY OTHER), EACH ROLLED UP FROM
000540*                   THAT COMPANY'S EMPLOYEES' DEDUCTIONS AND
000540*                   PROVED AGAINST ITS OWN GLPOST. THE HEADER
000540*                   CARRIES THE COMPANY CODE; THE CONTROL REPORT
000540*                   IS SECTIONED BY COMPANY.
000550*****************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. CARRXTRT.
000580 AUTHOR. R. AKOLKAR.
000590 INSTALLATION. PAYROLL SYSTEMS - PAYMENTS.
000600 DATE-WRITTEN. 10/14/26.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT ELECTION-DETAIL ASSIGN TO "DEDELECT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-DEDELECT-STATUS.
000690     SELECT CARRIER-TABLE ASSIGN TO "CARRTAB"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS CR-DEDUCT-CODE
000730         FILE STATUS IS WS-CARRTAB-STATUS.
000740     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS EMP-NO
000780         FILE STATUS IS WS-EMPMAST-STATUS.
000790     SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-GLPOST-STATUS.
000820     SELECT CARR-REMIT-FILE ASSIGN TO "CARRPAY"
000830         ORGANIZATION IS SEQUENTIAL.
000840     SELECT CARR-CONTROL-REPORT ASSIGN TO "CARRRPT"
000850         ORGANIZATION IS SEQUENTIAL.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  ELECTION-DETAIL
000900     LABEL RECORDS ARE STANDARD.
000910     COPY DEDELEC.
000920
000930 FD  CARRIER-TABLE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CARRIER.
000960
000970 FD  EMPLOYEE-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990     COPY EMPREC.
001000
001010 FD  GL-POSTING-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY GLPOST.
001040
001050 FD  CARR-REMIT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  REMIT-RECORD                PIC X(60).
001080
001090 FD  CARR-CONTROL-REPORT
001100     LABEL RECORDS ARE STANDARD.
001110 01  RPT-LINE                    PIC X(80).
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
001150 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001160     88  WS-END-OF-FILE                      VALUE "Y".
001170 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001180 01  WS-DEDELECT-STATUS           PIC X(02) VALUE SPACES.
001190 01  WS-CARRTAB-STATUS            PIC X(02) VALUE SPACES.
001200 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
001210 01  WS-GLPOST-STATUS             PIC X(02) VALUE SPACES.
001220 01  WS-EMPMAST-OK-SW             PIC X(01) VALUE "N".
001230     88  WS-EMPMAST-OK                       VALUE "Y".
001240 01  WS-GLPOST-OK-SW              PIC X(01) VALUE "N".
001250     88  WS-GLPOST-OK                        VALUE "Y".
001260
001270 01  WS-DETAIL-COUNT              PIC 9(07) VALUE ZERO.
001280 01  WS-GRAND-TOTAL               PIC 9(11)V99 VALUE ZERO.
001290 01  WS-UNMAPPED-COUNT            PIC 9(07) VALUE ZERO.
001300 01  WS-GL-ELECT-TOTAL            PIC S9(11)V99 VALUE ZERO.
001310 01  WS-DIFFERENCE                PIC S9(11)V99 VALUE ZERO.
001320
001330*  THE CARRIER TABLE IS SMALL AND IS LOADED WHOLE, ONE ENTRY PER
001340*  DEDUCTION CODE, SO EACH DETAIL IS MAPPED WITHOUT A FILE READ.
001350 01  WS-CODE-TABLE.
001360     05  WS-CODE-ENTRY            OCCURS 200 TIMES.
001370         10  WS-CODE-DEDUCT       PIC X(04).
001380         10  WS-CODE-CARRIER-ID   PIC X(06).
001390         10  WS-CODE-CARRIER-NAME PIC X(20).
001400 01  WS-CODE-COUNT                PIC 9(03) VALUE ZERO.
001410 01  WS-CODE-SUB                  PIC 9(03) VALUE ZERO.
001420 01  WS-CODE-FOUND-SW             PIC X(01) VALUE "N".
001430     88  WS-CODE-FOUND                       VALUE "Y".
001440
001450*  THE CARRIER AND NAME THE CURRENT DETAIL IS REMITTED UNDER.
001460 01  WS-THIS-CARRIER-ID           PIC X(06) VALUE SPACES.
001470 01  WS-THIS-CARRIER-NAME         PIC X(20) VALUE SPACES.
001480
001490*  ONE SLOT PER DISTINCT CARRIER SEEN ON THE RUN. WITH ALL 50
001500*  SLOTS IN USE THE LAST SLOT IS FLAGGED **** AND TAKES THE
001510*  OVERFLOW SO THE GRAND TOTAL STILL CROSS-FOOTS, THE SAME
001520*  CONVENTION GARNXTRT USES FOR ITS PAYEES.
001530 01  WS-CARRIER-TABLE.
001540     05  WS-CARRIER-ENTRY         OCCURS 50 TIMES.
001550         10  WS-CARRIER-ID        PIC X(06).
001560         10  WS-CARRIER-NAME      PIC X(20).
001570         10  WS-CARRIER-TOTAL     PIC 9(09)V99.
001580         10  WS-CARRIER-COUNT     PIC 9(07).
001590 01  WS-CARRIER-SLOTS             PIC 9(03) VALUE ZERO.
001600 01  WS-CARRIER-SUB               PIC 9(03) VALUE ZERO.
001610 01  WS-CARRIER-USE               PIC 9(03) VALUE ZERO.
001620 01  WS-CARRIER-FOUND-SW          PIC X(01) VALUE "N".
001630     88  WS-CARRIER-FOUND                    VALUE "Y".
001640*  THE SLOT WHOSE EMPLOYEE LINES ARE BEING WRITTEN.
001650 01  WS-WRITE-SLOT                PIC 9(03) VALUE ZERO.
001660
001670 01  WS-REMIT-HEADER.
001680     05  RH-REC-TYPE             PIC X(01) VALUE "H".
001690     05  RH-RUN-DATE             PIC 9(08).
001690     05  RH-COMPANY              PIC X(02).
001690     05  FILLER                  PIC X(49) VALUE SPACES.
001710
001720 01  WS-REMIT-CARRIER.
001730     05  RC-REC-TYPE             PIC X(01) VALUE "C".
001740     05  RC-CARRIER-ID           PIC X(06).
001750     05  RC-CARRIER-NAME         PIC X(20).
001760     05  FILLER                  PIC X(33) VALUE SPACES.
001770
001780 01  WS-REMIT-DETAIL.
001790     05  RD-REC-TYPE             PIC X(01) VALUE "E".
001800     05  RD-CARRIER-ID           PIC X(06).
001810     05  RD-EMP-NO               PIC 9(05).
001820     05  RD-EMP-NAME             PIC X(10).
001830     05  RD-DEDUCT-CODE          PIC X(04).
001840     05  RD-AMOUNT               PIC 9(07)V99.
001850     05  FILLER                  PIC X(25) VALUE SPACES.
001860
001870 01  WS-REMIT-CARRIER-TOTAL.
001880     05  RS-REC-TYPE             PIC X(01) VALUE "S".
001890     05  RS-CARRIER-ID           PIC X(06).
001900     05  RS-DETAIL-COUNT         PIC 9(07).
001910     05  RS-TOTAL-AMOUNT         PIC 9(09)V99.
001920     05  FILLER                  PIC X(35) VALUE SPACES.
001930
001940 01  WS-REMIT-TRAILER.
001950     05  RT-REC-TYPE             PIC X(01) VALUE "T".
001960     05  RT-CARRIER-COUNT        PIC 9(07).
001970     05  RT-TOTAL-AMOUNT         PIC 9(11)V99.
001980     05  FILLER                  PIC X(39) VALUE SPACES.
001990
002000 01  WS-RPT-HEADING-1.
002010     05  FILLER                  PIC X(20)
002020         VALUE "PAYROLL SYSTEMS".
002030     05  FILLER                  PIC X(40)
002040         VALUE "BENEFITS CARRIER REMITTANCE REPORT".
002050     05  FILLER                  PIC X(20) VALUE SPACES.
002060
002070 01  WS-RPT-HEADING-2.
002080     05  FILLER                  PIC X(08) VALUE "CARRIER".
002090     05  FILLER                  PIC X(22) VALUE "CARRIER NAME".
002100     05  FILLER                  PIC X(12) VALUE "DEDUCTIONS".
002110     05  FILLER                  PIC X(38) VALUE "AMOUNT DUE".
002120
002130 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
002130
002130 01  WS-RPT-COMPANY-LINE.
002130     05  FILLER                  PIC X(09) VALUE "COMPANY: ".
002130     05  RPT-CO-CODE             PIC X(02).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  RPT-CO-NAME             PIC X(30).
002130     05  FILLER                  PIC X(19)
002130         VALUE " REMITTANCE FILE: ".
002130     05  RPT-CO-FILE             PIC X(10).
002130     05  FILLER                  PIC X(08) VALUE SPACES.
002140
002150 01  WS-RPT-DETAIL-LINE.
002160     05  RPT-CARRIER-ID          PIC X(06).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  RPT-CARRIER-NAME        PIC X(20).
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  RPT-DEDUCT-COUNT        PIC ZZZZZZ9.
002210     05  FILLER                  PIC X(03) VALUE SPACES.
002220     05  RPT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002230     05  FILLER                  PIC X(26) VALUE SPACES.
002240
002250 01  WS-RPT-TOTAL-LINE.
002260     05  RPT-TOTAL-LABEL         PIC X(30).
002270     05  RPT-TOTAL-COUNT         PIC ZZZZZZ9.
002280     05  FILLER                  PIC X(03) VALUE SPACES.
002290     05  RPT-TOTAL-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
002300     05  FILLER                  PIC X(23) VALUE SPACES.
002310
002320 01  WS-RPT-PROOF-LINE.
002330     05  RPT-PROOF-LABEL         PIC X(40).
002340     05  RPT-PROOF-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  RPT-PROOF-RESULT        PIC X(21).
002370
002380 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "CARRXTRT".
002390 01  WS-AUDIT-MESSAGE             PIC X(60).
002400 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "W".
002410 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
002420 01  WS-AMOUNT-DISP               PIC -Z,ZZZ,ZZZ,ZZ9.99.
002420
002420*  THE COMPANY BEING REMITTED AND THE TEST OF WHETHER A DETAIL
002420*  BELONGS TO IT (A BLANK COMPANY CODE IS THE HOME COMPANY 01).
002420 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
002420 01  WS-TEST-COMPANY              PIC X(02) VALUE SPACES.
002420 01  WS-IN-COMPANY-SW             PIC X(01) VALUE "N".
002420     88  WS-IN-COMPANY                       VALUE "Y".
002420
002420     COPY COMPTBL.
002430
002440 PROCEDURE DIVISION.
002450
002460*-----------------------------------------------------------------
002470*  0000-MAINLINE.
002480*-----------------------------------------------------------------
002490 0000-MAINLINE.
002500     MOVE ZERO TO RETURN-CODE.
002510     PERFORM 1000-INITIALIZE
002520         THRU 1000-EXIT.
002520     PERFORM 1200-REMIT-ONE-COMPANY
002520         THRU 1200-EXIT
002520         VARYING WS-CO-SUB FROM 1 BY 1
002520         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
002600     PERFORM 9999-TERMINATE
002610         THRU 9999-EXIT.
002620     GOBACK.
002630
002640*-----------------------------------------------------------------
002650*  1000-INITIALIZE.
002650*  LOADS THE COMPANY AND CARRIER TABLES. THE MASTER GIVES EACH
002650*  DETAIL ITS COMPANY AND THE EMPLOYEE NAME ON EACH LINE - WITHOUT
002650*  IT THE NAME IS LEFT BLANK AND EVERY DETAIL IS THE HOME
002650*  COMPANY'S. THE REMITTANCE FILES ARE OPENED PER COMPANY IN 1200.
002720*-----------------------------------------------------------------
002730 1000-INITIALIZE.
002740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002740     MOVE "L" TO CM-FUNCTION.
002740     CALL "COMPTAB" USING
002740         BY REFERENCE COMPANY-TABLE-AREA.
002750     PERFORM 1100-LOAD-CARRIER-TABLE
002760         THRU 1100-EXIT.
002770     OPEN INPUT EMPLOYEE-MASTER.
002780     IF WS-EMPMAST-STATUS EQUAL "00"
002790         SET WS-EMPMAST-OK TO TRUE
002800     END-IF.
002820     OPEN OUTPUT CARR-CONTROL-REPORT.
002850     WRITE RPT-LINE FROM WS-RPT-HEADING-1
002900         AFTER ADVANCING 1 LINE.
002930 1000-EXIT.
002940     EXIT.
002950
002960*-----------------------------------------------------------------
002970*  1100-LOAD-CARRIER-TABLE.
002980*  WITH NO CARRIER TABLE AT ALL EVERY DEDUCTION GOES OUT UNDER
002990*  "NONE" - THE WARNINGS AT THE END SAY SO.
003000*-----------------------------------------------------------------
003010 1100-LOAD-CARRIER-TABLE.
003020     OPEN INPUT CARRIER-TABLE.
003030     IF WS-CARRTAB-STATUS NOT EQUAL "00"
003040         MOVE "W" TO WS-EXCP-SEVERITY
003050         MOVE "CARRTAB NOT AVAILABLE - NO DEDUCTION CODE MAPPED"
003060             TO WS-EXCP-MESSAGE
003070         CALL "EXCPTLOG" USING
003080             BY CONTENT WS-AUDIT-PROGRAM-ID
003090             BY CONTENT WS-EXCP-SEVERITY
003100             BY CONTENT WS-EXCP-MESSAGE
003110         GO TO 1100-EXIT
003120     END-IF.
003130     PERFORM 1110-LOAD-ONE-CODE
003140         THRU 1110-EXIT
003150         UNTIL WS-END-OF-FILE.
003160     CLOSE CARRIER-TABLE.
003170     MOVE "N" TO WS-EOF-SW.
003180 1100-EXIT.
003190     EXIT.
003200
003210*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
003220*  ERROR CANNOT SPIN. CODES BEYOND THE 200TH ARE LEFT UNMAPPED
003230*  AND SURFACE AS "NONE" LIKE ANY OTHER.
003240 1110-LOAD-ONE-CODE.
003250     READ CARRIER-TABLE NEXT RECORD
003260         AT END
003270             SET WS-END-OF-FILE TO TRUE
003280             GO TO 1110-EXIT
003290     END-READ.
003300     IF WS-CARRTAB-STATUS NOT EQUAL "00"
003310         SET WS-END-OF-FILE TO TRUE
003320         GO TO 1110-EXIT
003330     END-IF.
003340     IF WS-CODE-COUNT LESS THAN 200
003350         ADD 1 TO WS-CODE-COUNT
003360         MOVE CR-DEDUCT-CODE  TO WS-CODE-DEDUCT(WS-CODE-COUNT)
003370         MOVE CR-CARRIER-ID   TO WS-CODE-CARRIER-ID(WS-CODE-COUNT)
003380         MOVE CR-CARRIER-NAME
003390             TO WS-CODE-CARRIER-NAME(WS-CODE-COUNT)
003400     END-IF.
003410 1110-EXIT.
003420     EXIT.
003430
003440*-----------------------------------------------------------------
003440*  1200-REMIT-ONE-COMPANY.
003440*  POINTS CARRPAY AND GLPOST AT THE COMPANY'S OWN FILES AND ROLLS
003440*  UP ITS DEDUCTIONS FROM A CLEARED CARRIER TABLE. A MISSING
003440*  DETAIL FILE MEANS NO ELECTIONS WERE TAKEN THIS RUN - THE
003440*  REMITTANCE FILE AND REPORT SECTION STILL GO OUT, EMPTY BUT FOR
003440*  THEIR HEADINGS AND ZERO TOTALS, SO THE PROOF AGAINST THE 2600
003440*  POSTING STILL HAS SOMETHING TO READ.
003440*-----------------------------------------------------------------
003440 1200-REMIT-ONE-COMPANY.
003440     MOVE ZERO TO WS-CARRIER-SLOTS.
003440     MOVE ZERO TO WS-DETAIL-COUNT.
003440     MOVE ZERO TO WS-GRAND-TOTAL.
003440     MOVE ZERO TO WS-UNMAPPED-COUNT.
003440     MOVE ZERO TO WS-GL-ELECT-TOTAL.
003440     MOVE "N" TO WS-GLPOST-OK-SW.
003440     MOVE "CARRPAY" TO CM-FILE-NAME.
003440     MOVE WS-CO-SUB TO CM-SUB.
003440     MOVE "P" TO CM-FUNCTION.
003440     CALL "COMPTAB" USING
003440         BY REFERENCE COMPANY-TABLE-AREA.
003440     MOVE "GLPOST" TO CM-FILE-NAME.
003440     MOVE WS-CO-SUB TO CM-SUB.
003440     MOVE "P" TO CM-FUNCTION.
003440     CALL "COMPTAB" USING
003440         BY REFERENCE COMPANY-TABLE-AREA.
003440     OPEN OUTPUT CARR-REMIT-FILE.
003440     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003440     MOVE CM-CODE(WS-CO-SUB) TO RH-COMPANY.
003440     WRITE REMIT-RECORD FROM WS-REMIT-HEADER.
003440     MOVE CM-CODE(WS-CO-SUB) TO RPT-CO-CODE.
003440     MOVE CM-NAME(WS-CO-SUB) TO RPT-CO-NAME.
003440     MOVE SPACES TO RPT-CO-FILE.
003440     IF CM-CODE(WS-CO-SUB) EQUAL "01"
003440         MOVE "CARRPAY" TO RPT-CO-FILE
003440     ELSE
003440         STRING "CARRPAY." CM-CODE(WS-CO-SUB)
003440             DELIMITED BY SIZE INTO RPT-CO-FILE
003440     END-IF.
003440     WRITE RPT-LINE FROM WS-RPT-COMPANY-LINE
003440         AFTER ADVANCING 2 LINES.
003440     WRITE RPT-LINE FROM WS-RPT-HEADING-2
003440         AFTER ADVANCING 2 LINES.
003440     WRITE RPT-LINE FROM WS-RPT-HEADING-3
003440         AFTER ADVANCING 1 LINE.
003440     PERFORM 1800-OPEN-DETAIL
003440         THRU 1800-EXIT.
003440     PERFORM 2000-ROLL-UP-ONE-DETAIL
003440         THRU 2000-EXIT
003440         UNTIL WS-END-OF-FILE.
003440     PERFORM 3000-WRITE-REMITTANCES
003440         THRU 3000-EXIT.
003440     PERFORM 4000-PROVE-TO-LEDGER
003440         THRU 4000-EXIT.
003440     CLOSE CARR-REMIT-FILE.
003440     ADD WS-DETAIL-COUNT TO WS-STEP-COUNT-OUT.
003440 1200-EXIT.
003440     EXIT.
003440
003440*-----------------------------------------------------------------
003440*  1600-TEST-COMPANY.
003440*  SETS WS-IN-COMPANY WHEN THE CODE IN WS-TEST-COMPANY IS THE
003440*  COMPANY BEING REMITTED. A BLANK CODE IS THE HOME COMPANY.
003440*-----------------------------------------------------------------
003440 1600-TEST-COMPANY.
003440     MOVE "N" TO WS-IN-COMPANY-SW.
003440     IF WS-TEST-COMPANY EQUAL SPACES
003440         MOVE "01" TO WS-TEST-COMPANY
003440     END-IF.
003440     IF WS-TEST-COMPANY EQUAL CM-CODE(WS-CO-SUB)
003440         SET WS-IN-COMPANY TO TRUE
003440     END-IF.
003440 1600-EXIT.
003440     EXIT.
003440
003440*-----------------------------------------------------------------
003450*  1800-OPEN-DETAIL.
003460*  OPENS THE DETAIL FILE AT ITS FIRST RECORD. IT IS READ ONCE TO
003470*  ROLL UP THE CARRIERS AND AGAIN FOR EACH CARRIER TO WRITE THAT
003480*  CARRIER'S EMPLOYEE LINES TOGETHER.
003490*-----------------------------------------------------------------
003500 1800-OPEN-DETAIL.
003510     MOVE "N" TO WS-EOF-SW.
003520     OPEN INPUT ELECTION-DETAIL.
003530     IF WS-DEDELECT-STATUS NOT EQUAL "00"
003540         SET WS-END-OF-FILE TO TRUE
003550     ELSE
003560         PERFORM 1900-READ-DETAIL
003570             THRU 1900-EXIT
003580     END-IF.
003590 1800-EXIT.
003600     EXIT.
003610
003610*  READS THE NEXT DETAIL OF THE COMPANY BEING REMITTED, PASSING
003610*  OVER THE OTHER COMPANIES' DETAILS. AN EMPLOYEE NOT ON THE
003610*  MASTER IS TAKEN AS THE HOME COMPANY'S. THE LOOP ALSO ENDS ON
003610*  ANY NON-ZERO FILE STATUS SO A READ ERROR CANNOT SPIN.
003640 1900-READ-DETAIL.
003650     READ ELECTION-DETAIL
003660         AT END
003670             SET WS-END-OF-FILE TO TRUE
003670             GO TO 1900-EXIT
003680     END-READ.
003690     IF WS-DEDELECT-STATUS NOT EQUAL "00"
003700         SET WS-END-OF-FILE TO TRUE
003700         GO TO 1900-EXIT
003710     END-IF.
003710     MOVE SPACES TO WS-TEST-COMPANY.
003710     IF WS-EMPMAST-OK
003710         MOVE ED-EMP-NO TO EMP-NO
003710         READ EMPLOYEE-MASTER
003710             INVALID KEY
003710                 CONTINUE
003710             NOT INVALID KEY
003710                 MOVE EMP-COMPANY TO WS-TEST-COMPANY
003710         END-READ
003710     END-IF.
003710     PERFORM 1600-TEST-COMPANY
003710         THRU 1600-EXIT.
003710     IF NOT WS-IN-COMPANY
003710         GO TO 1900-READ-DETAIL
003710     END-IF.
003720 1900-EXIT.
003730     EXIT.
003740
003750*-----------------------------------------------------------------
003760*  1950-CLOSE-DETAIL.
003770*  THE DETAIL FILE IS ONLY CLOSED WHEN ITS OPEN SUCCEEDED -
003780*  CLOSING A NEVER-OPENED FILE WOULD RAISE A STATUS-42 ERROR.
003790*-----------------------------------------------------------------
003800 1950-CLOSE-DETAIL.
003810     IF WS-DEDELECT-STATUS EQUAL "00" OR "10"
003820         CLOSE ELECTION-DETAIL
003830     END-IF.
003840 1950-EXIT.
003850     EXIT.
003860
003870*-----------------------------------------------------------------
003880*  2000-ROLL-UP-ONE-DETAIL.
003890*  ROLLS THE CURRENT DETAIL INTO THE SLOT FOR ITS CARRIER,
003900*  OPENING A NEW SLOT THE FIRST TIME A CARRIER IS SEEN, THEN
003910*  READS THE NEXT ONE.
003920*-----------------------------------------------------------------
003930 2000-ROLL-UP-ONE-DETAIL.
003940     PERFORM 2050-MAP-DETAIL
003950         THRU 2050-EXIT.
003960     IF NOT WS-CARRIER-FOUND
003970         IF WS-CARRIER-SLOTS LESS THAN 50
003980             ADD 1 TO WS-CARRIER-SLOTS
003990             MOVE WS-CARRIER-SLOTS TO WS-CARRIER-USE
004000             MOVE WS-THIS-CARRIER-ID
004010                 TO WS-CARRIER-ID(WS-CARRIER-USE)
004020             MOVE WS-THIS-CARRIER-NAME
004030                 TO WS-CARRIER-NAME(WS-CARRIER-USE)
004040             MOVE ZERO TO WS-CARRIER-TOTAL(WS-CARRIER-USE)
004050             MOVE ZERO TO WS-CARRIER-COUNT(WS-CARRIER-USE)
004060         ELSE
004070             MOVE 50 TO WS-CARRIER-USE
004080             MOVE "****" TO WS-CARRIER-ID(WS-CARRIER-USE)
004090             MOVE "MORE THAN 50 CARRIERS"
004100                 TO WS-CARRIER-NAME(WS-CARRIER-USE)
004110         END-IF
004120     END-IF.
004130     ADD ED-AMOUNT TO WS-CARRIER-TOTAL(WS-CARRIER-USE).
004140     ADD 1 TO WS-CARRIER-COUNT(WS-CARRIER-USE).
004150     ADD 1 TO WS-DETAIL-COUNT.
004160     ADD ED-AMOUNT TO WS-GRAND-TOTAL.
004170     IF NOT WS-CODE-FOUND
004180         ADD 1 TO WS-UNMAPPED-COUNT
004190     END-IF.
004200     PERFORM 1900-READ-DETAIL
004210         THRU 1900-EXIT.
004220 2000-EXIT.
004230     EXIT.
004240
004250*-----------------------------------------------------------------
004260*  2050-MAP-DETAIL.
004270*  FINDS THE CURRENT DETAIL'S CARRIER ON THE CODE TABLE ("NONE"
004280*  WHEN THE CODE IS NOT THERE) AND THE SLOT THAT CARRIER IS
004290*  ROLLED INTO. WITH THE SLOTS FULL, A CARRIER NOT ALREADY IN
004300*  ONE IS TAKEN AS THE OVERFLOW SLOT.
004310*-----------------------------------------------------------------
004320 2050-MAP-DETAIL.
004330     MOVE "N" TO WS-CODE-FOUND-SW.
004340     MOVE "NONE" TO WS-THIS-CARRIER-ID.
004350     MOVE "NO CARRIER ON TABLE" TO WS-THIS-CARRIER-NAME.
004360     PERFORM 2060-MATCH-ONE-CODE
004370         THRU 2060-EXIT
004380         VARYING WS-CODE-SUB FROM 1 BY 1
004390         UNTIL WS-CODE-SUB GREATER THAN WS-CODE-COUNT
004400             OR WS-CODE-FOUND.
004410     MOVE "N" TO WS-CARRIER-FOUND-SW.
004420     MOVE ZERO TO WS-CARRIER-USE.
004430     PERFORM 2100-MATCH-CARRIER-SLOT
004440         THRU 2100-EXIT
004450         VARYING WS-CARRIER-SUB FROM 1 BY 1
004460         UNTIL WS-CARRIER-SUB GREATER THAN WS-CARRIER-SLOTS
004470             OR WS-CARRIER-FOUND.
004480 2050-EXIT.
004490     EXIT.
004500
004510 2060-MATCH-ONE-CODE.
004520     IF WS-CODE-DEDUCT(WS-CODE-SUB) EQUAL ED-DEDUCT-CODE
004530         SET WS-CODE-FOUND TO TRUE
004540         MOVE WS-CODE-CARRIER-ID(WS-CODE-SUB)
004550             TO WS-THIS-CARRIER-ID
004560         MOVE WS-CODE-CARRIER-NAME(WS-CODE-SUB)
004570             TO WS-THIS-CARRIER-NAME
004580     END-IF.
004590 2060-EXIT.
004600     EXIT.
004610
004620 2100-MATCH-CARRIER-SLOT.
004630     IF WS-CARRIER-ID(WS-CARRIER-SUB) EQUAL WS-THIS-CARRIER-ID
004640         SET WS-CARRIER-FOUND TO TRUE
004650         MOVE WS-CARRIER-SUB TO WS-CARRIER-USE
004660     END-IF.
004670 2100-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------------------
004710*  3000-WRITE-REMITTANCES.
004720*  WRITES EACH CARRIER'S HEADER, EMPLOYEE LINES AND TOTAL AND
004730*  ONE REPORT LINE PER CARRIER, THEN THE BALANCING TRAILER AND
004730*  THE COMPANY'S TOTALS.
004750*-----------------------------------------------------------------
004760 3000-WRITE-REMITTANCES.
004770     PERFORM 1950-CLOSE-DETAIL
004780         THRU 1950-EXIT.
004790     PERFORM 3100-WRITE-ONE-CARRIER
004800         THRU 3100-EXIT
004810         VARYING WS-WRITE-SLOT FROM 1 BY 1
004820         UNTIL WS-WRITE-SLOT GREATER THAN WS-CARRIER-SLOTS.
004830     MOVE WS-CARRIER-SLOTS TO RT-CARRIER-COUNT.
004840     MOVE WS-GRAND-TOTAL TO RT-TOTAL-AMOUNT.
004850     WRITE REMIT-RECORD FROM WS-REMIT-TRAILER.
004860     WRITE RPT-LINE FROM WS-RPT-HEADING-3
004870         AFTER ADVANCING 1 LINE.
004880     MOVE "CARRIERS TO REMIT"  TO RPT-TOTAL-LABEL.
004890     MOVE WS-CARRIER-SLOTS     TO RPT-TOTAL-COUNT.
004900     MOVE WS-GRAND-TOTAL       TO RPT-TOTAL-AMOUNT.
004910     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004920         AFTER ADVANCING 1 LINE.
004930     MOVE "DEDUCTIONS WITHHELD" TO RPT-TOTAL-LABEL.
004940     MOVE WS-DETAIL-COUNT      TO RPT-TOTAL-COUNT.
004950     MOVE ZERO                 TO RPT-TOTAL-AMOUNT.
004960     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004970         AFTER ADVANCING 1 LINE.
004980     IF WS-UNMAPPED-COUNT GREATER THAN ZERO
004990         MOVE "  OF WHICH NO CARRIER" TO RPT-TOTAL-LABEL
005000         MOVE WS-UNMAPPED-COUNT    TO RPT-TOTAL-COUNT
005010         WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
005020             AFTER ADVANCING 1 LINE
005030         MOVE "W" TO WS-EXCP-SEVERITY
005040         MOVE SPACES TO WS-EXCP-MESSAGE
005040         STRING "CO " CM-CODE(WS-CO-SUB)
005040             " DEDUCTIONS WITH NO CARRIER: "
005060             WS-UNMAPPED-COUNT " - REMITTED AS NONE"
005070             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
005080         CALL "EXCPTLOG" USING
005090             BY CONTENT WS-AUDIT-PROGRAM-ID
005100             BY CONTENT WS-EXCP-SEVERITY
005110             BY CONTENT WS-EXCP-MESSAGE
005120     END-IF.
005120     MOVE SPACES TO WS-AUDIT-MESSAGE.
005120     STRING "CARRPAY CO " CM-CODE(WS-CO-SUB)
005120         " WRITTEN - CARRIERS "
005140         WS-CARRIER-SLOTS " DEDUCTIONS " WS-DETAIL-COUNT
005150         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005160     CALL "AUDITLOG" USING
005170         BY CONTENT WS-AUDIT-PROGRAM-ID
005180         BY CONTENT WS-AUDIT-MESSAGE.
005190 3000-EXIT.
005200     EXIT.
005210
005220*-----------------------------------------------------------------
005230*  3100-WRITE-ONE-CARRIER.
005240*  RE-READS THE DETAIL FILE FOR THE CARRIER IN WS-WRITE-SLOT SO
005250*  ITS EMPLOYEE LINES GO OUT TOGETHER UNDER ITS HEADER.
005260*-----------------------------------------------------------------
005270 3100-WRITE-ONE-CARRIER.
005280     MOVE WS-CARRIER-ID(WS-WRITE-SLOT)   TO RC-CARRIER-ID.
005290     MOVE WS-CARRIER-NAME(WS-WRITE-SLOT) TO RC-CARRIER-NAME.
005300     WRITE REMIT-RECORD FROM WS-REMIT-CARRIER.
005310     PERFORM 1800-OPEN-DETAIL
005320         THRU 1800-EXIT.
005330     PERFORM 3200-WRITE-ONE-EMPLOYEE
005340         THRU 3200-EXIT
005350         UNTIL WS-END-OF-FILE.
005360     PERFORM 1950-CLOSE-DETAIL
005370         THRU 1950-EXIT.
005380     MOVE WS-CARRIER-ID(WS-WRITE-SLOT)    TO RS-CARRIER-ID.
005390     MOVE WS-CARRIER-COUNT(WS-WRITE-SLOT) TO RS-DETAIL-COUNT.
005400     MOVE WS-CARRIER-TOTAL(WS-WRITE-SLOT) TO RS-TOTAL-AMOUNT.
005410     WRITE REMIT-RECORD FROM WS-REMIT-CARRIER-TOTAL.
005420     MOVE WS-CARRIER-ID(WS-WRITE-SLOT)    TO RPT-CARRIER-ID.
005430     MOVE WS-CARRIER-NAME(WS-WRITE-SLOT)  TO RPT-CARRIER-NAME.
005440     MOVE WS-CARRIER-COUNT(WS-WRITE-SLOT) TO RPT-DEDUCT-COUNT.
005450     MOVE WS-CARRIER-TOTAL(WS-WRITE-SLOT) TO RPT-AMOUNT.
005460     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
005470         AFTER ADVANCING 1 LINE.
005480 3100-EXIT.
005490     EXIT.
005500
005510 3200-WRITE-ONE-EMPLOYEE.
005520     PERFORM 2050-MAP-DETAIL
005530         THRU 2050-EXIT.
005540     IF NOT WS-CARRIER-FOUND
005550         MOVE WS-CARRIER-SLOTS TO WS-CARRIER-USE
005560     END-IF.
005570     IF WS-CARRIER-USE NOT EQUAL WS-WRITE-SLOT
005580         GO TO 3200-READ-NEXT
005590     END-IF.
005600     MOVE WS-CARRIER-ID(WS-WRITE-SLOT) TO RD-CARRIER-ID.
005610     MOVE ED-EMP-NO         TO RD-EMP-NO.
005620     MOVE SPACES            TO RD-EMP-NAME.
005630     IF WS-EMPMAST-OK
005640         MOVE ED-EMP-NO TO EMP-NO
005650         READ EMPLOYEE-MASTER
005660             INVALID KEY
005670                 CONTINUE
005680             NOT INVALID KEY
005690                 MOVE EMP-NAME TO RD-EMP-NAME
005700         END-READ
005710     END-IF.
005720     MOVE ED-DEDUCT-CODE    TO RD-DEDUCT-CODE.
005730     MOVE ED-AMOUNT         TO RD-AMOUNT.
005740     WRITE REMIT-RECORD FROM WS-REMIT-DETAIL.
005750 3200-READ-NEXT.
005760     PERFORM 1900-READ-DETAIL
005770         THRU 1900-EXIT.
005780 3200-EXIT.
005790     EXIT.
005800
005810*-----------------------------------------------------------------
005820*  4000-PROVE-TO-LEDGER.
005820*  SUMS THE 2600 ELECTIONS-PAYABLE LINES ON THE COMPANY'S GLPOST
005840*  (CREDITS ADD, ANY DEBIT SUBTRACTS) AND PRINTS THE PROOF. A
005850*  DIFFERENCE IS LOGGED AS AN ERROR; A MISSING POSTING FILE IS A
005860*  WARNING THAT THE REMITTANCE WENT OUT UNPROVED.
005870*-----------------------------------------------------------------
005880 4000-PROVE-TO-LEDGER.
005890     MOVE "N" TO WS-EOF-SW.
005900     OPEN INPUT GL-POSTING-FILE.
005910     IF WS-GLPOST-STATUS EQUAL "00"
005920         SET WS-GLPOST-OK TO TRUE
005930         PERFORM 4100-SUM-ONE-POSTING
005940             THRU 4100-EXIT
005950             UNTIL WS-END-OF-FILE
005960         CLOSE GL-POSTING-FILE
005970     END-IF.
005980     WRITE RPT-LINE FROM WS-RPT-HEADING-3
005990         AFTER ADVANCING 2 LINES.
006000     MOVE SPACES TO RPT-PROOF-RESULT.
006010     MOVE "REMITTANCE TOTAL" TO RPT-PROOF-LABEL.
006020     MOVE WS-GRAND-TOTAL TO RPT-PROOF-AMOUNT.
006030     WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
006040         AFTER ADVANCING 1 LINE.
006050     IF NOT WS-GLPOST-OK
006060         MOVE "GL 2600 ELECTIONS PAYABLE - NO GLPOST"
006070             TO RPT-PROOF-LABEL
006080         MOVE ZERO TO RPT-PROOF-AMOUNT
006090         MOVE "NOT PROVED" TO RPT-PROOF-RESULT
006100         WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
006110             AFTER ADVANCING 1 LINE
006120         MOVE "W" TO WS-EXCP-SEVERITY
006120         MOVE SPACES TO WS-EXCP-MESSAGE
006120         STRING "CO " CM-CODE(WS-CO-SUB)
006120             " GLPOST NOT AVAILABLE - CARRIER REMITTANCE UNPROVED"
006120             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
006150         CALL "EXCPTLOG" USING
006160             BY CONTENT WS-AUDIT-PROGRAM-ID
006170             BY CONTENT WS-EXCP-SEVERITY
006180             BY CONTENT WS-EXCP-MESSAGE
006190         GO TO 4000-EXIT
006200     END-IF.
006210     MOVE "GL 2600 ELECTIONS PAYABLE" TO RPT-PROOF-LABEL.
006220     MOVE WS-GL-ELECT-TOTAL TO RPT-PROOF-AMOUNT.
006230     WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
006240         AFTER ADVANCING 1 LINE.
006250     COMPUTE WS-DIFFERENCE = WS-GRAND-TOTAL - WS-GL-ELECT-TOTAL.
006260     MOVE "DIFFERENCE" TO RPT-PROOF-LABEL.
006270     MOVE WS-DIFFERENCE TO RPT-PROOF-AMOUNT.
006280     IF WS-DIFFERENCE EQUAL ZERO
006290         MOVE "IN BALANCE" TO RPT-PROOF-RESULT
006300     ELSE
006310         MOVE "*** OUT OF BALANCE" TO RPT-PROOF-RESULT
006320     END-IF.
006330     WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
006340         AFTER ADVANCING 1 LINE.
006350     IF WS-DIFFERENCE NOT EQUAL ZERO
006360         MOVE WS-DIFFERENCE TO WS-AMOUNT-DISP
006370         MOVE "E" TO WS-EXCP-SEVERITY
006380         MOVE SPACES TO WS-EXCP-MESSAGE
006380         STRING "CO " CM-CODE(WS-CO-SUB)
006380             " CARRIER REMITTANCE OFF 2600 BY "
006400             WS-AMOUNT-DISP
006410             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
006420         CALL "EXCPTLOG" USING
006430             BY CONTENT WS-AUDIT-PROGRAM-ID
006440             BY CONTENT WS-EXCP-SEVERITY
006450             BY CONTENT WS-EXCP-MESSAGE
006460     END-IF.
006470 4000-EXIT.
006480     EXIT.
006490
006500*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
006510*  ERROR CANNOT SPIN.
006520 4100-SUM-ONE-POSTING.
006530     READ GL-POSTING-FILE
006540         AT END
006550             SET WS-END-OF-FILE TO TRUE
006560             GO TO 4100-EXIT
006570     END-READ.
006580     IF WS-GLPOST-STATUS NOT EQUAL "00"
006590         SET WS-END-OF-FILE TO TRUE
006600         GO TO 4100-EXIT
006610     END-IF.
006620     IF GL-ACCOUNT NOT EQUAL "2600"
006630         GO TO 4100-EXIT
006640     END-IF.
006650     IF GL-DR-CR EQUAL "CR"
006660         ADD GL-AMOUNT TO WS-GL-ELECT-TOTAL
006670     ELSE
006680         SUBTRACT GL-AMOUNT FROM WS-GL-ELECT-TOTAL
006690     END-IF.
006700 4100-EXIT.
006710     EXIT.
006720
006730*-----------------------------------------------------------------
006740*  9999-TERMINATE.
006750*-----------------------------------------------------------------
006760 9999-TERMINATE.
006770     IF WS-EMPMAST-OK
006780         CLOSE EMPLOYEE-MASTER
006790     END-IF.
006810     CLOSE CARR-CONTROL-REPORT.
006810     MOVE "CARRPAY" TO CM-FILE-NAME.
006810     MOVE "R" TO CM-FUNCTION.
006810     CALL "COMPTAB" USING
006810         BY REFERENCE COMPANY-TABLE-AREA.
006810     MOVE "GLPOST" TO CM-FILE-NAME.
006810     MOVE "R" TO CM-FUNCTION.
006810     CALL "COMPTAB" USING
006810         BY REFERENCE COMPANY-TABLE-AREA.
006830     CALL "STEPCNT" USING
006840         BY CONTENT WS-STEP-COUNT-OUT.
006850 9999-EXIT.
006860     EXIT.
