000100*****************************************************************
000110*  PROGRAM-ID.   INTGAUD
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - RUN CONTROL
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     CROSS-FILE REFERENTIAL INTEGRITY AUDIT. EACH MAINTENANCE
000190*     PROGRAM EDITS ONLY ITS OWN FILE, SO NOTHING ELSE NOTICES AN
000200*     ELECTION FOR AN EMPLOYEE WHO IS NOT ON THE MASTER, A
000210*     GARNISHMENT STILL OPEN ON A TERMINATED EMPLOYEE, OR AN
000220*     ACTIVE EMPLOYEE WITH NO SALARY RATE IN FORCE. THIS PROGRAM
000230*     SWEEPS THE MASTER AGAINST ITS SATELLITE FILES AND EVERY
000240*     SATELLITE FILE BACK AGAINST THE MASTER AND THE CODE TABLES,
000250*     ONE RULE AT A TIME, SO THE DATA-QUALITY REPORT COMES OUT
000260*     GROUPED BY FILE AND BY RULE WITHIN THE FILE.
000270*
000280*     EVERY FILE IS OPENED INPUT ONLY - NOT A BYTE IS CHANGED,
000290*     NO LOCK IS TAKEN, AND IT MAY BE RUN ANY DAY, BEFORE OR
000300*     AFTER THE NIGHTLY CHAIN. A FILE THAT IS NOT THERE IS A
000310*     WARNING AND ITS RULES ARE SHOWN AS NOT CHECKED.
000320*
000330*     EACH FINDING GOES TO THE COMMON EXCEPTION FILE AT THE
000340*     GRADE ITS RULE CARRIES IN THE RULE TABLE BELOW:
000350*       E - SOMETHING THE RUN WILL PAY, DEDUCT OR POST WRONGLY
000360*           (OR NOT AT ALL) UNTIL IT IS PUT RIGHT
000370*       W - UNTIDY BUT HARMLESS TO THE FIGURES, SUCH AS HISTORY
000380*           LEFT BEHIND BY AN EMPLOYEE SINCE DELETED
000390*     NO FINDING IS GRADED FATAL - AN UNACKNOWLEDGED FATAL STOPS
000400*     NIGHTRUN, AND A READ-ONLY AUDIT RUN DURING THE DAY MUST
000410*     NOT BE ABLE TO REFUSE TONIGHT'S RUN. THE GO/NO-GO CHECKS
000420*     THE RUN DEPENDS ON STAY WITH RDYCHECK.
000430*
000440*     A HISTORY FILE (PAYHIST, YTDHIST, CHECKREG, VACLIAB) HOLDS
000450*     MANY ROWS FOR ONE EMPLOYEE, SO A MISSING EMPLOYEE IS
000460*     REPORTED THERE ONCE, AT THE FIRST ROW FOUND.
000470*-----------------------------------------------------------------
000480*  MODIFICATION HISTORY.
000490*  DATE       INIT  DESCRIPTION
000500*  ---------  ----  -----------------------------------------
000510*  10/14/26   RCA   ORIGINAL PROGRAM.
000510*  10/15/26   RCA   THE RULE RESULT TABLE IS CLEARED ENTRY BY
000510*                   ENTRY.
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. INTGAUD.
000550 AUTHOR. R. AKOLKAR.
000560 INSTALLATION. PAYROLL SYSTEMS - RUN CONTROL.
000570 DATE-WRITTEN. 10/14/26.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EMP-NO
000670         FILE STATUS IS WS-EMPMAST-STATUS.
000680     SELECT TIMESHEET-FILE ASSIGN TO "TIMESHT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS TS-EMP-NO
000720         FILE STATUS IS WS-TIMESHT-STATUS.
000730     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS LB-EMP-NO
000770         FILE STATUS IS WS-LEAVBAL-STATUS.
000780     SELECT SALARY-RATE-FILE ASSIGN TO "SALRATE"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS SR-RATE-KEY
000820         FILE STATUS IS WS-SALRATE-STATUS.
000830     SELECT ELECTION-FILE ASSIGN TO "ELECTFIL"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS EL-ELECT-KEY
000870         FILE STATUS IS WS-ELECTFIL-STATUS.
000880     SELECT GARNISHMENT-FILE ASSIGN TO "GARNFILE"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS GR-GARN-KEY
000920         FILE STATUS IS WS-GARNFILE-STATUS.
000930     SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "DEPACCT"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS DA-ACCT-KEY
000970         FILE STATUS IS WS-DEPACCT-STATUS.
000980     SELECT ADVANCE-FILE ASSIGN TO "ADVFILE"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS AV-ADV-KEY
001020         FILE STATUS IS WS-ADVFILE-STATUS.
001030     SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS LD-DIST-KEY
001070         FILE STATUS IS WS-LABDIST-STATUS.
001080     SELECT RETRO-PAY-FILE ASSIGN TO "RETROPAY"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS RP-RETRO-KEY
001120         FILE STATUS IS WS-RETRO-STATUS.
001130     SELECT DEPARTMENT-TABLE ASSIGN TO "DEPTTAB"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS DT-DEPT-CODE
001170         FILE STATUS IS WS-DEPTTAB-STATUS.
001180     SELECT EARNINGS-CODE-TABLE ASSIGN TO "EARNCODE"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS EC-EARN-CODE
001220         FILE STATUS IS WS-EARNCODE-STATUS.
001230     SELECT CHECK-QUEUE-FILE ASSIGN TO "CHKQUEUE"
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS WS-CHKQUEUE-STATUS.
001260     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS WS-PAYHIST-STATUS.
001290     SELECT YTD-HISTORY-FILE ASSIGN TO "YTDHIST"
001300         ORGANIZATION IS SEQUENTIAL
001310         FILE STATUS IS WS-YTDHIST-STATUS.
001320     SELECT CHECK-REGISTER ASSIGN TO "CHECKREG"
001330         ORGANIZATION IS SEQUENTIAL
001340         FILE STATUS IS WS-CHECKREG-STATUS.
001350     SELECT VACATION-LIABILITY-FILE ASSIGN TO "VACLIAB"
001360         ORGANIZATION IS SEQUENTIAL
001370         FILE STATUS IS WS-VACLIAB-STATUS.
001380     SELECT INTEGRITY-REPORT ASSIGN TO "INTGRPT"
001390         ORGANIZATION IS SEQUENTIAL.
001400
001410 DATA DIVISION.
001420 FILE SECTION.
001430 FD  EMPLOYEE-MASTER
001440     LABEL RECORDS ARE STANDARD.
001450     COPY EMPREC.
001460
001470 FD  TIMESHEET-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY TSREC.
001500
001510 FD  LEAVE-BALANCE-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY LEAVBAL.
001540
001550 FD  SALARY-RATE-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY SALRATE.
001580
001590 FD  ELECTION-FILE
001600     LABEL RECORDS ARE STANDARD.
001610     COPY ELECREC.
001620
001630 FD  GARNISHMENT-FILE
001640     LABEL RECORDS ARE STANDARD.
001650     COPY GARNREC.
001660
001670 FD  DEPOSIT-ACCOUNT-FILE
001680     LABEL RECORDS ARE STANDARD.
001690     COPY DEPACCT.
001700
001710 FD  ADVANCE-FILE
001720     LABEL RECORDS ARE STANDARD.
001730     COPY ADVREC.
001740
001750 FD  LABOR-DIST-FILE
001760     LABEL RECORDS ARE STANDARD.
001770     COPY LABDIST.
001780
001790 FD  RETRO-PAY-FILE
001800     LABEL RECORDS ARE STANDARD.
001810     COPY RETRPAY.
001820
001830 FD  DEPARTMENT-TABLE
001840     LABEL RECORDS ARE STANDARD.
001850     COPY DEPTTAB.
001860
001870 FD  EARNINGS-CODE-TABLE
001880     LABEL RECORDS ARE STANDARD.
001890     COPY EARNCD.
001900
001910 FD  CHECK-QUEUE-FILE
001920     LABEL RECORDS ARE STANDARD.
001930     COPY CHKQUE.
001940
001950 FD  PAY-HISTORY-FILE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY PAYHST.
001980
001990 FD  YTD-HISTORY-FILE
002000     LABEL RECORDS ARE STANDARD.
002010     COPY YRHIST.
002020
002030 FD  CHECK-REGISTER
002040     LABEL RECORDS ARE STANDARD.
002050     COPY CHKREG.
002060
002070 FD  VACATION-LIABILITY-FILE
002080     LABEL RECORDS ARE STANDARD.
002090     COPY VACLIAB.
002100
002110 FD  INTEGRITY-REPORT
002120     LABEL RECORDS ARE STANDARD.
002130 01  RPT-LINE                    PIC X(80).
002140
002150 WORKING-STORAGE SECTION.
002160 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
002170 01  WS-TIMESHT-STATUS            PIC X(02) VALUE SPACES.
002180 01  WS-LEAVBAL-STATUS            PIC X(02) VALUE SPACES.
002190 01  WS-SALRATE-STATUS            PIC X(02) VALUE SPACES.
002200 01  WS-ELECTFIL-STATUS           PIC X(02) VALUE SPACES.
002210 01  WS-GARNFILE-STATUS           PIC X(02) VALUE SPACES.
002220 01  WS-DEPACCT-STATUS            PIC X(02) VALUE SPACES.
002230 01  WS-ADVFILE-STATUS            PIC X(02) VALUE SPACES.
002240 01  WS-LABDIST-STATUS            PIC X(02) VALUE SPACES.
002250 01  WS-RETRO-STATUS              PIC X(02) VALUE SPACES.
002260 01  WS-DEPTTAB-STATUS            PIC X(02) VALUE SPACES.
002270 01  WS-EARNCODE-STATUS           PIC X(02) VALUE SPACES.
002280 01  WS-CHKQUEUE-STATUS           PIC X(02) VALUE SPACES.
002290 01  WS-PAYHIST-STATUS            PIC X(02) VALUE SPACES.
002300 01  WS-YTDHIST-STATUS            PIC X(02) VALUE SPACES.
002310 01  WS-CHECKREG-STATUS           PIC X(02) VALUE SPACES.
002320 01  WS-VACLIAB-STATUS            PIC X(02) VALUE SPACES.
002330
002340*  ONE SWITCH PER FILE, SET WHEN THE FILE OPENED CLEANLY. THE
002350*  INDEXED FILES ARE OPENED ONCE FOR THE WHOLE AUDIT; EACH
002360*  SEQUENTIAL HISTORY FILE ONLY FOR ITS OWN PASS.
002370 01  WS-EMPMAST-OK-SW             PIC X(01) VALUE "N".
002380     88  WS-EMPMAST-OK                       VALUE "Y".
002390 01  WS-TIMESHT-OK-SW             PIC X(01) VALUE "N".
002400     88  WS-TIMESHT-OK                       VALUE "Y".
002410 01  WS-LEAVBAL-OK-SW             PIC X(01) VALUE "N".
002420     88  WS-LEAVBAL-OK                       VALUE "Y".
002430 01  WS-SALRATE-OK-SW             PIC X(01) VALUE "N".
002440     88  WS-SALRATE-OK                       VALUE "Y".
002450 01  WS-ELECTFIL-OK-SW            PIC X(01) VALUE "N".
002460     88  WS-ELECTFIL-OK                      VALUE "Y".
002470 01  WS-GARNFILE-OK-SW            PIC X(01) VALUE "N".
002480     88  WS-GARNFILE-OK                      VALUE "Y".
002490 01  WS-DEPACCT-OK-SW             PIC X(01) VALUE "N".
002500     88  WS-DEPACCT-OK                       VALUE "Y".
002510 01  WS-ADVFILE-OK-SW             PIC X(01) VALUE "N".
002520     88  WS-ADVFILE-OK                       VALUE "Y".
002530 01  WS-LABDIST-OK-SW             PIC X(01) VALUE "N".
002540     88  WS-LABDIST-OK                       VALUE "Y".
002550 01  WS-RETRO-OK-SW               PIC X(01) VALUE "N".
002560     88  WS-RETRO-OK                         VALUE "Y".
002570 01  WS-DEPTTAB-OK-SW             PIC X(01) VALUE "N".
002580     88  WS-DEPTTAB-OK                       VALUE "Y".
002590 01  WS-EARNCODE-OK-SW            PIC X(01) VALUE "N".
002600     88  WS-EARNCODE-OK                      VALUE "Y".
002610 01  WS-SEQ-FILE-OK-SW            PIC X(01) VALUE "N".
002620     88  WS-SEQ-FILE-OK                      VALUE "Y".
002630
002640 01  WS-PASS-OK-SW                PIC X(01) VALUE "N".
002650     88  WS-PASS-OK                          VALUE "Y".
002660 01  WS-PASS-EOF-SW               PIC X(01) VALUE "N".
002670     88  WS-PASS-EOF                         VALUE "Y".
002680 01  WS-RATE-FOUND-SW             PIC X(01) VALUE "N".
002690     88  WS-RATE-FOUND                       VALUE "Y".
002700 01  WS-RATE-EOF-SW               PIC X(01) VALUE "N".
002710     88  WS-RATE-EOF                         VALUE "Y".
002720
002730 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
002740 01  WS-PASS-ROWS                 PIC 9(07) VALUE ZERO.
002750 01  WS-ACTIVE-COUNT              PIC 9(05) VALUE ZERO.
002760 01  WS-TERMINATED-COUNT          PIC 9(05) VALUE ZERO.
002770 01  WS-ERROR-COUNT               PIC 9(05) VALUE ZERO.
002780 01  WS-WARNING-COUNT             PIC 9(05) VALUE ZERO.
002790 01  WS-SPLIT-SUB                 PIC 9(01) VALUE ZERO.
002800 01  WS-PREM-SUB                  PIC 9(01) VALUE ZERO.
002810 01  WS-TS-TOTAL-HOURS            PIC 9(05)V99 VALUE ZERO.
002820
002830*  THE MASTER LOOKUP FOR A SATELLITE ROW. THE KEYED SATELLITES
002840*  COME IN EMPLOYEE ORDER, SO THE LAST EMPLOYEE LOOKED UP IS
002850*  KEPT AND A SECOND ROW FOR THE SAME EMPLOYEE COSTS NO READ.
002860 01  WS-LOOK-EMP-NO               PIC 9(05) VALUE ZERO.
002870 01  WS-LOOK-CACHED-SW            PIC X(01) VALUE "N".
002880     88  WS-LOOK-CACHED                      VALUE "Y".
002890 01  WS-LOOK-LAST-EMP-NO          PIC 9(05) VALUE ZERO.
002900 01  WS-LOOK-FOUND-SW             PIC X(01) VALUE "N".
002910     88  WS-LOOK-FOUND                       VALUE "Y".
002920 01  WS-LOOK-STATUS               PIC X(01) VALUE SPACE.
002930     88  WS-LOOK-TERMINATED                  VALUE "T".
002940
002950*  EMPLOYEES ALREADY REPORTED MISSING IN THE CURRENT HISTORY
002960*  PASS. ONCE THE TABLE IS FULL A FURTHER ROW IS SIMPLY
002970*  REPORTED AGAIN.
002980 01  WS-SEEN-TABLE.
002990     05  WS-SEEN-EMP-NO           PIC 9(05) OCCURS 500 TIMES.
003000 01  WS-SEEN-COUNT                PIC 9(03) VALUE ZERO.
003010 01  WS-SEEN-SUB                  PIC 9(03) VALUE ZERO.
003020 01  WS-SEEN-SW                   PIC X(01) VALUE "N".
003030     88  WS-ALREADY-SEEN                     VALUE "Y".
003040
003050*  THE RULE TABLE - FILE, GRADE AND RULE, IN REPORT ORDER. A
003060*  NEW RULE IS ADDED HERE, IN 7050-SET-PASS-OK, AND IN THE
003070*  PASS FOR ITS FILE.
003080 01  WS-RULE-VALUES.
003090     05  FILLER          PIC X(08) VALUE "EMPMAST".
003100     05  FILLER          PIC X(01) VALUE "E".
003110     05  FILLER          PIC X(40)
003120         VALUE "ACTIVE - NO SALARY RATE IN FORCE".
003130     05  FILLER          PIC X(08) VALUE "EMPMAST".
003140     05  FILLER          PIC X(01) VALUE "W".
003150     05  FILLER          PIC X(40)
003160         VALUE "ACTIVE - NO LEAVE BALANCE RECORD".
003170     05  FILLER          PIC X(08) VALUE "EMPMAST".
003180     05  FILLER          PIC X(01) VALUE "W".
003190     05  FILLER          PIC X(40)
003200         VALUE "ACTIVE - NO TIMESHEET RECORD".
003210     05  FILLER          PIC X(08) VALUE "EMPMAST".
003220     05  FILLER          PIC X(01) VALUE "E".
003230     05  FILLER          PIC X(40)
003240         VALUE "DEPARTMENT NOT ON DEPTTAB".
003250     05  FILLER          PIC X(08) VALUE "TIMESHT".
003260     05  FILLER          PIC X(01) VALUE "E".
003270     05  FILLER          PIC X(40)
003280         VALUE "NO EMPLOYEE ON MASTER".
003290     05  FILLER          PIC X(08) VALUE "TIMESHT".
003300     05  FILLER          PIC X(01) VALUE "W".
003310     05  FILLER          PIC X(40)
003320         VALUE "HOURS FOR A TERMINATED EMPLOYEE".
003330     05  FILLER          PIC X(08) VALUE "TIMESHT".
003340     05  FILLER          PIC X(01) VALUE "E".
003350     05  FILLER          PIC X(40)
003360         VALUE "PREMIUM CODE NOT ON EARNCODE".
003370     05  FILLER          PIC X(08) VALUE "LEAVEBAL".
003380     05  FILLER          PIC X(01) VALUE "E".
003390     05  FILLER          PIC X(40)
003400         VALUE "NO EMPLOYEE ON MASTER".
003410     05  FILLER          PIC X(08) VALUE "SALRATE".
003420     05  FILLER          PIC X(01) VALUE "E".
003430     05  FILLER          PIC X(40)
003440         VALUE "NO EMPLOYEE ON MASTER".
003450     05  FILLER          PIC X(08) VALUE "ELECTFIL".
003460     05  FILLER          PIC X(01) VALUE "E".
003470     05  FILLER          PIC X(40)
003480         VALUE "NO EMPLOYEE ON MASTER".
003490     05  FILLER          PIC X(08) VALUE "ELECTFIL".
003500     05  FILLER          PIC X(01) VALUE "E".
003510     05  FILLER          PIC X(40)
003520         VALUE "OPEN ELECTION - TERMINATED EMPLOYEE".
003530     05  FILLER          PIC X(08) VALUE "GARNFILE".
003540     05  FILLER          PIC X(01) VALUE "E".
003550     05  FILLER          PIC X(40)
003560         VALUE "NO EMPLOYEE ON MASTER".
003570     05  FILLER          PIC X(08) VALUE "GARNFILE".
003580     05  FILLER          PIC X(01) VALUE "E".
003590     05  FILLER          PIC X(40)
003600         VALUE "OPEN GARNISHMENT - TERMINATED EMPLOYEE".
003610     05  FILLER          PIC X(08) VALUE "DEPACCT".
003620     05  FILLER          PIC X(01) VALUE "E".
003630     05  FILLER          PIC X(40)
003640         VALUE "NO EMPLOYEE ON MASTER".
003650     05  FILLER          PIC X(08) VALUE "DEPACCT".
003660     05  FILLER          PIC X(01) VALUE "W".
003670     05  FILLER          PIC X(40)
003680         VALUE "LIVE ACCOUNT - TERMINATED EMPLOYEE".
003690     05  FILLER          PIC X(08) VALUE "ADVFILE".
003700     05  FILLER          PIC X(01) VALUE "E".
003710     05  FILLER          PIC X(40)
003720         VALUE "NO EMPLOYEE ON MASTER".
003730     05  FILLER          PIC X(08) VALUE "ADVFILE".
003740     05  FILLER          PIC X(01) VALUE "W".
003750     05  FILLER          PIC X(40)
003760         VALUE "OPEN BALANCE - TERMINATED EMPLOYEE".
003770     05  FILLER          PIC X(08) VALUE "LABDIST".
003780     05  FILLER          PIC X(01) VALUE "E".
003790     05  FILLER          PIC X(40)
003800         VALUE "NO EMPLOYEE ON MASTER".
003810     05  FILLER          PIC X(08) VALUE "LABDIST".
003820     05  FILLER          PIC X(01) VALUE "E".
003830     05  FILLER          PIC X(40)
003840         VALUE "SPLIT DEPARTMENT NOT ON DEPTTAB".
003850     05  FILLER          PIC X(08) VALUE "RETROPAY".
003860     05  FILLER          PIC X(01) VALUE "E".
003870     05  FILLER          PIC X(40)
003880         VALUE "NO EMPLOYEE ON MASTER".
003890     05  FILLER          PIC X(08) VALUE "RETROPAY".
003900     05  FILLER          PIC X(01) VALUE "E".
003910     05  FILLER          PIC X(40)
003920         VALUE "APPROVED UNPAID - TERMINATED EMPLOYEE".
003930     05  FILLER          PIC X(08) VALUE "CHKQUEUE".
003940     05  FILLER          PIC X(01) VALUE "E".
003950     05  FILLER          PIC X(40)
003960         VALUE "NO EMPLOYEE ON MASTER".
003970     05  FILLER          PIC X(08) VALUE "PAYHIST".
003980     05  FILLER          PIC X(01) VALUE "W".
003990     05  FILLER          PIC X(40)
004000         VALUE "NO EMPLOYEE ON MASTER".
004010     05  FILLER          PIC X(08) VALUE "YTDHIST".
004020     05  FILLER          PIC X(01) VALUE "W".
004030     05  FILLER          PIC X(40)
004040         VALUE "NO EMPLOYEE ON MASTER".
004050     05  FILLER          PIC X(08) VALUE "CHECKREG".
004060     05  FILLER          PIC X(01) VALUE "W".
004070     05  FILLER          PIC X(40)
004080         VALUE "NO EMPLOYEE ON MASTER".
004090     05  FILLER          PIC X(08) VALUE "VACLIAB".
004100     05  FILLER          PIC X(01) VALUE "W".
004110     05  FILLER          PIC X(40)
004120         VALUE "NO EMPLOYEE ON MASTER".
004130 01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
004140     05  WS-RULE-ENTRY            OCCURS 26 TIMES.
004150         10  WS-RULE-FILE         PIC X(08).
004160         10  WS-RULE-GRADE        PIC X(01).
004170         10  WS-RULE-TEXT         PIC X(40).
004180 01  WS-RULE-MAX                  PIC 9(02) VALUE 26.
004190 01  WS-RULE-NO                   PIC 9(02) VALUE ZERO.
004200 01  WS-RULE-RESULT-TABLE.
004210     05  WS-RULE-RESULT           OCCURS 26 TIMES.
004220         10  WS-RULE-FINDINGS     PIC 9(05).
004230         10  WS-RULE-CHECKED-SW   PIC X(01).
004240             88  WS-RULE-CHECKED             VALUE "Y".
004250 01  WS-LAST-FILE                 PIC X(08) VALUE SPACES.
004260
004270 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "INTGAUD".
004280 01  WS-AUDIT-MESSAGE             PIC X(60).
004290 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "E".
004300 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
004310
004320 01  WS-RPT-HEADING-1.
004330     05  FILLER                  PIC X(20)
004340         VALUE "PAYROLL SYSTEMS".
004350     05  FILLER                  PIC X(36)
004360         VALUE "REFERENTIAL INTEGRITY AUDIT".
004370     05  FILLER                  PIC X(10) VALUE "RUN DATE ".
004380     05  HDG-RUN-DATE            PIC 9(08).
004390     05  FILLER                  PIC X(06) VALUE SPACES.
004400
004410 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
004420
004430 01  WS-RPT-FILE-LINE.
004440     05  FILLER                  PIC X(06) VALUE "FILE ".
004450     05  RPT-FILE-NAME           PIC X(08).
004460     05  FILLER                  PIC X(66) VALUE SPACES.
004470
004480 01  WS-RPT-RULE-LINE.
004490     05  FILLER                  PIC X(07) VALUE "  RULE ".
004500     05  RPT-RULE-NO             PIC 9(02).
004510     05  FILLER                  PIC X(08) VALUE "  GRADE ".
004520     05  RPT-RULE-GRADE          PIC X(01).
004530     05  FILLER                  PIC X(02) VALUE SPACES.
004540     05  RPT-RULE-TEXT           PIC X(40).
004550     05  FILLER                  PIC X(20) VALUE SPACES.
004560
004570 01  WS-RPT-FINDING-LINE.
004580     05  FILLER                  PIC X(06) VALUE SPACES.
004590     05  RPT-SEVERITY            PIC X(01).
004600     05  FILLER                  PIC X(02) VALUE SPACES.
004610     05  RPT-FINDING             PIC X(60).
004620     05  FILLER                  PIC X(11) VALUE SPACES.
004630
004640 01  WS-RPT-PASS-LINE.
004650     05  FILLER                  PIC X(06) VALUE SPACES.
004660     05  FILLER                  PIC X(15)
004670         VALUE "ROWS EXAMINED ".
004680     05  RPT-PASS-ROWS           PIC Z,ZZZ,ZZ9.
004690     05  FILLER                  PIC X(12)
004700         VALUE "   FINDINGS ".
004710     05  RPT-PASS-FINDINGS       PIC ZZ,ZZ9.
004720     05  FILLER                  PIC X(32) VALUE SPACES.
004730
004740 01  WS-RPT-NOT-CHECKED-LINE.
004750     05  FILLER                  PIC X(06) VALUE SPACES.
004760     05  FILLER                  PIC X(40)
004770         VALUE "NOT CHECKED - A FILE IT NEEDS IS MISSING".
004780     05  FILLER                  PIC X(34) VALUE SPACES.
004790
004800 01  WS-RPT-SUMMARY-HEADING.
004810     05  FILLER                  PIC X(10) VALUE "FILE".
004820     05  FILLER                  PIC X(06) VALUE "RULE".
004830     05  FILLER                  PIC X(06) VALUE "GRADE".
004840     05  FILLER                  PIC X(42) VALUE "CHECK".
004850     05  FILLER                  PIC X(16) VALUE "FINDINGS".
004860
004870 01  WS-RPT-SUMMARY-LINE.
004880     05  RPT-SUM-FILE            PIC X(08).
004890     05  FILLER                  PIC X(03) VALUE SPACES.
004900     05  RPT-SUM-RULE-NO         PIC 9(02).
004910     05  FILLER                  PIC X(05) VALUE SPACES.
004920     05  RPT-SUM-GRADE           PIC X(01).
004930     05  FILLER                  PIC X(03) VALUE SPACES.
004940     05  RPT-SUM-TEXT            PIC X(40).
004950     05  FILLER                  PIC X(02) VALUE SPACES.
004960     05  RPT-SUM-FINDINGS        PIC X(11).
004970     05  FILLER                  PIC X(05) VALUE SPACES.
004980 01  WS-SUM-FINDINGS-EDIT         PIC ZZ,ZZ9.
004990
005000 01  WS-RPT-COUNT-LINE.
005010     05  RPT-COUNT-LABEL         PIC X(25).
005020     05  RPT-COUNT-VALUE         PIC ZZZZ9.
005030     05  FILLER                  PIC X(50) VALUE SPACES.
005040
005050 PROCEDURE DIVISION.
005060
005070*-----------------------------------------------------------------
005080*  0000-MAINLINE.
005090*-----------------------------------------------------------------
005100 0000-MAINLINE.
005110     MOVE ZERO TO RETURN-CODE.
005120     PERFORM 1000-INITIALIZE
005130         THRU 1000-EXIT.
005140     IF WS-EMPMAST-OK
005150         PERFORM 2000-AUDIT-MASTER
005160             THRU 2000-EXIT
005170         PERFORM 3000-AUDIT-KEYED-FILES
005180             THRU 3000-EXIT
005190         PERFORM 4000-AUDIT-HISTORY-FILES
005200             THRU 4000-EXIT
005210     END-IF.
005220     PERFORM 7500-PRINT-SUMMARY
005230         THRU 7500-EXIT.
005240     PERFORM 9999-TERMINATE
005250         THRU 9999-EXIT.
005260*  A MISSING MASTER MEANS NOTHING WAS AUDITED AT ALL - THE ONE
005270*  CASE THE STEP ITSELF FAILS. FINDINGS NEVER FAIL THE STEP.
005280     IF NOT WS-EMPMAST-OK
005290         MOVE 8 TO RETURN-CODE
005300     END-IF.
005310     GOBACK.
005320
005330*-----------------------------------------------------------------
005340*  1000-INITIALIZE.
005350*  THE MASTER, THE KEYED SATELLITES AND THE TWO CODE TABLES ARE
005360*  OPENED INPUT FOR THE WHOLE AUDIT. A MISSING SATELLITE IS A
005370*  WARNING; A MISSING MASTER IS AN ERROR AND ENDS THE AUDIT.
005380*-----------------------------------------------------------------
005390 1000-INITIALIZE.
005400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005400     PERFORM 1010-CLEAR-RULE-RESULT
005400         THRU 1010-EXIT
005400         VARYING WS-RULE-NO FROM 1 BY 1
005400         UNTIL WS-RULE-NO GREATER THAN 26.
005420     OPEN OUTPUT INTEGRITY-REPORT.
005430     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
005440     WRITE RPT-LINE FROM WS-RPT-HEADING-1
005450         AFTER ADVANCING 1 LINE.
005460     WRITE RPT-LINE FROM WS-RPT-HEADING-3
005470         AFTER ADVANCING 1 LINE.
005480     OPEN INPUT EMPLOYEE-MASTER.
005490     IF WS-EMPMAST-STATUS EQUAL "00"
005500         SET WS-EMPMAST-OK TO TRUE
005510     ELSE
005520         MOVE SPACES TO WS-EXCP-MESSAGE
005530         STRING "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
005540             WS-EMPMAST-STATUS " - NOTHING AUDITED"
005550             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
005560         MOVE "E" TO WS-EXCP-SEVERITY
005570         PERFORM 8100-LOG-FILE-FINDING
005580             THRU 8100-EXIT
005590         GO TO 1000-EXIT
005600     END-IF.
005610     OPEN INPUT TIMESHEET-FILE.
005620     IF WS-TIMESHT-STATUS EQUAL "00"
005630         SET WS-TIMESHT-OK TO TRUE
005640     ELSE
005650         MOVE "TIMESHT" TO WS-LAST-FILE
005660         PERFORM 8200-LOG-MISSING-FILE
005670             THRU 8200-EXIT
005680     END-IF.
005690     OPEN INPUT LEAVE-BALANCE-FILE.
005700     IF WS-LEAVBAL-STATUS EQUAL "00"
005710         SET WS-LEAVBAL-OK TO TRUE
005720     ELSE
005730         MOVE "LEAVEBAL" TO WS-LAST-FILE
005740         PERFORM 8200-LOG-MISSING-FILE
005750             THRU 8200-EXIT
005760     END-IF.
005770     OPEN INPUT SALARY-RATE-FILE.
005780     IF WS-SALRATE-STATUS EQUAL "00"
005790         SET WS-SALRATE-OK TO TRUE
005800     ELSE
005810         MOVE "SALRATE" TO WS-LAST-FILE
005820         PERFORM 8200-LOG-MISSING-FILE
005830             THRU 8200-EXIT
005840     END-IF.
005850     OPEN INPUT ELECTION-FILE.
005860     IF WS-ELECTFIL-STATUS EQUAL "00"
005870         SET WS-ELECTFIL-OK TO TRUE
005880     ELSE
005890         MOVE "ELECTFIL" TO WS-LAST-FILE
005900         PERFORM 8200-LOG-MISSING-FILE
005910             THRU 8200-EXIT
005920     END-IF.
005930     OPEN INPUT GARNISHMENT-FILE.
005940     IF WS-GARNFILE-STATUS EQUAL "00"
005950         SET WS-GARNFILE-OK TO TRUE
005960     ELSE
005970         MOVE "GARNFILE" TO WS-LAST-FILE
005980         PERFORM 8200-LOG-MISSING-FILE
005990             THRU 8200-EXIT
006000     END-IF.
006010     OPEN INPUT DEPOSIT-ACCOUNT-FILE.
006020     IF WS-DEPACCT-STATUS EQUAL "00"
006030         SET WS-DEPACCT-OK TO TRUE
006040     ELSE
006050         MOVE "DEPACCT" TO WS-LAST-FILE
006060         PERFORM 8200-LOG-MISSING-FILE
006070             THRU 8200-EXIT
006080     END-IF.
006090     OPEN INPUT ADVANCE-FILE.
006100     IF WS-ADVFILE-STATUS EQUAL "00"
006110         SET WS-ADVFILE-OK TO TRUE
006120     ELSE
006130         MOVE "ADVFILE" TO WS-LAST-FILE
006140         PERFORM 8200-LOG-MISSING-FILE
006150             THRU 8200-EXIT
006160     END-IF.
006170     OPEN INPUT LABOR-DIST-FILE.
006180     IF WS-LABDIST-STATUS EQUAL "00"
006190         SET WS-LABDIST-OK TO TRUE
006200     ELSE
006210         MOVE "LABDIST" TO WS-LAST-FILE
006220         PERFORM 8200-LOG-MISSING-FILE
006230             THRU 8200-EXIT
006240     END-IF.
006250     OPEN INPUT RETRO-PAY-FILE.
006260     IF WS-RETRO-STATUS EQUAL "00"
006270         SET WS-RETRO-OK TO TRUE
006280     ELSE
006290         MOVE "RETROPAY" TO WS-LAST-FILE
006300         PERFORM 8200-LOG-MISSING-FILE
006310             THRU 8200-EXIT
006320     END-IF.
006330     OPEN INPUT DEPARTMENT-TABLE.
006340     IF WS-DEPTTAB-STATUS EQUAL "00"
006350         SET WS-DEPTTAB-OK TO TRUE
006360     ELSE
006370         MOVE "DEPTTAB" TO WS-LAST-FILE
006380         PERFORM 8200-LOG-MISSING-FILE
006390             THRU 8200-EXIT
006400     END-IF.
006410     OPEN INPUT EARNINGS-CODE-TABLE.
006420     IF WS-EARNCODE-STATUS EQUAL "00"
006430         SET WS-EARNCODE-OK TO TRUE
006440     ELSE
006450         MOVE "EARNCODE" TO WS-LAST-FILE
006460         PERFORM 8200-LOG-MISSING-FILE
006470             THRU 8200-EXIT
006480     END-IF.
006490     MOVE SPACES TO WS-LAST-FILE.
006500 1000-EXIT.
006510     EXIT.
006510
006510 1010-CLEAR-RULE-RESULT.
006510     MOVE ZERO TO WS-RULE-FINDINGS(WS-RULE-NO).
006510     MOVE "N"  TO WS-RULE-CHECKED-SW(WS-RULE-NO).
006510 1010-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------------
006540*  2000-AUDIT-MASTER.
006550*  ONE COUNTING PASS, THEN ONE PASS OF THE MASTER PER MASTER
006560*  RULE. EACH PASS STARTS AT THE LOWEST KEY AND READS FORWARD.
006570*-----------------------------------------------------------------
006580 2000-AUDIT-MASTER.
006590     MOVE ZERO TO EMP-NO.
006600     MOVE "N" TO WS-PASS-EOF-SW.
006610     START EMPLOYEE-MASTER
006620         KEY IS NOT LESS THAN EMP-NO
006630         INVALID KEY
006640             SET WS-PASS-EOF TO TRUE
006650     END-START.
006660     PERFORM 2010-COUNT-ONE-EMPLOYEE
006670         THRU 2010-EXIT
006680         UNTIL WS-PASS-EOF.
006690     PERFORM 2050-MASTER-RULE
006700         THRU 2050-EXIT
006710         VARYING WS-RULE-NO FROM 1 BY 1
006720         UNTIL WS-RULE-NO GREATER THAN 4.
006730 2000-EXIT.
006740     EXIT.
006750
006760 2010-COUNT-ONE-EMPLOYEE.
006770     READ EMPLOYEE-MASTER NEXT RECORD
006780         AT END
006790             SET WS-PASS-EOF TO TRUE
006800             GO TO 2010-EXIT
006810     END-READ.
006820     IF EMP-TERMINATED
006830         ADD 1 TO WS-TERMINATED-COUNT
006840     ELSE
006850         ADD 1 TO WS-ACTIVE-COUNT
006860     END-IF.
006870 2010-EXIT.
006880     EXIT.
006890
006900 2050-MASTER-RULE.
006910     PERFORM 7100-START-RULE
006920         THRU 7100-EXIT.
006930     IF NOT WS-PASS-OK
006940         GO TO 2050-EXIT
006950     END-IF.
006960     MOVE ZERO TO EMP-NO.
006970     START EMPLOYEE-MASTER
006980         KEY IS NOT LESS THAN EMP-NO
006990         INVALID KEY
007000             SET WS-PASS-EOF TO TRUE
007010     END-START.
007020     PERFORM 2100-CHECK-ONE-EMPLOYEE
007030         THRU 2100-EXIT
007040         UNTIL WS-PASS-EOF.
007050     PERFORM 7200-END-RULE
007060         THRU 7200-EXIT.
007070 2050-EXIT.
007080     EXIT.
007090
007100*-----------------------------------------------------------------
007110*  2100-CHECK-ONE-EMPLOYEE.
007120*  THE MASTER RULES APPLY TO ACTIVE EMPLOYEES ONLY - A
007130*  TERMINATED EMPLOYEE NEEDS NO RATE, BALANCE OR TIMESHEET.
007140*-----------------------------------------------------------------
007150 2100-CHECK-ONE-EMPLOYEE.
007160     READ EMPLOYEE-MASTER NEXT RECORD
007170         AT END
007180             SET WS-PASS-EOF TO TRUE
007190             GO TO 2100-EXIT
007200     END-READ.
007210     IF EMP-TERMINATED
007220         GO TO 2100-EXIT
007230     END-IF.
007240     ADD 1 TO WS-PASS-ROWS.
007250     EVALUATE WS-RULE-NO
007260         WHEN 1
007270             PERFORM 2200-CHECK-RATE-IN-FORCE
007280                 THRU 2200-EXIT
007290         WHEN 2
007300             PERFORM 2300-CHECK-LEAVE-BALANCE
007310                 THRU 2300-EXIT
007320         WHEN 3
007330             PERFORM 2400-CHECK-TIMESHEET
007340                 THRU 2400-EXIT
007350         WHEN 4
007360             PERFORM 2500-CHECK-DEPARTMENT
007370                 THRU 2500-EXIT
007380     END-EVALUATE.
007390 2100-EXIT.
007400     EXIT.
007410
007420*-----------------------------------------------------------------
007430*  2200-CHECK-RATE-IN-FORCE.
007440*  THE SAME EFFECTIVE-DATED SCAN THE CALCULATION MAKES, FOR THE
007450*  RUN DATE. WITHOUT A ROW THE EMPLOYEE IS PAID AT THE MASTER
007460*  RATE, WHICH MAY BE STALE.
007470*-----------------------------------------------------------------
007480 2200-CHECK-RATE-IN-FORCE.
007490     MOVE "N" TO WS-RATE-FOUND-SW.
007500     MOVE "N" TO WS-RATE-EOF-SW.
007510     MOVE EMP-NO TO SR-EMP-NO.
007520     MOVE ZERO TO SR-EFF-START.
007530     START SALARY-RATE-FILE
007540         KEY IS NOT LESS THAN SR-RATE-KEY
007550         INVALID KEY
007560             SET WS-RATE-EOF TO TRUE
007570     END-START.
007580     PERFORM 2210-SCAN-ONE-RATE
007590         THRU 2210-EXIT
007600         UNTIL WS-RATE-FOUND OR WS-RATE-EOF.
007610     IF NOT WS-RATE-FOUND
007620         MOVE SPACES TO WS-EXCP-MESSAGE
007630         STRING "EMPLOYEE " EMP-NO
007640             " HAS NO SALARY RATE IN FORCE ON " WS-RUN-DATE
007650             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
007660         PERFORM 8000-LOG-FINDING
007670             THRU 8000-EXIT
007680     END-IF.
007690 2200-EXIT.
007700     EXIT.
007710
007720 2210-SCAN-ONE-RATE.
007730     READ SALARY-RATE-FILE NEXT RECORD
007740         AT END
007750             SET WS-RATE-EOF TO TRUE
007760             GO TO 2210-EXIT
007770     END-READ.
007780     IF SR-EMP-NO NOT EQUAL EMP-NO
007790         SET WS-RATE-EOF TO TRUE
007800         GO TO 2210-EXIT
007810     END-IF.
007820     IF WS-RUN-DATE NOT LESS THAN SR-EFF-START
007830             AND WS-RUN-DATE NOT GREATER THAN SR-EFF-END
007840         SET WS-RATE-FOUND TO TRUE
007850     END-IF.
007860 2210-EXIT.
007870     EXIT.
007880
007890 2300-CHECK-LEAVE-BALANCE.
007900     MOVE EMP-NO TO LB-EMP-NO.
007910     READ LEAVE-BALANCE-FILE
007920         INVALID KEY
007930             MOVE SPACES TO WS-EXCP-MESSAGE
007940             STRING "EMPLOYEE " EMP-NO
007950                 " HAS NO LEAVE BALANCE RECORD"
007960                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
007970             PERFORM 8000-LOG-FINDING
007980                 THRU 8000-EXIT
007990     END-READ.
008000 2300-EXIT.
008010     EXIT.
008020
008030 2400-CHECK-TIMESHEET.
008040     MOVE EMP-NO TO TS-EMP-NO.
008050     READ TIMESHEET-FILE
008060         INVALID KEY
008070             MOVE SPACES TO WS-EXCP-MESSAGE
008080             STRING "EMPLOYEE " EMP-NO
008090                 " HAS NO TIMESHEET RECORD"
008100                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
008110             PERFORM 8000-LOG-FINDING
008120                 THRU 8000-EXIT
008130     END-READ.
008140 2400-EXIT.
008150     EXIT.
008160
008170*-----------------------------------------------------------------
008180*  2500-CHECK-DEPARTMENT.
008190*  A BLANK DEPARTMENT MEANS NOT YET ASSIGNED AND IS NOT A
008200*  FINDING, THE SAME AS IN RDYCHECK.
008210*-----------------------------------------------------------------
008220 2500-CHECK-DEPARTMENT.
008230     IF EMP-DEPT EQUAL SPACES
008240         GO TO 2500-EXIT
008250     END-IF.
008260     MOVE EMP-DEPT TO DT-DEPT-CODE.
008270     READ DEPARTMENT-TABLE
008280         INVALID KEY
008290             MOVE SPACES TO WS-EXCP-MESSAGE
008300             STRING "EMPLOYEE " EMP-NO " DEPT " EMP-DEPT
008310                 " NOT ON DEPARTMENT TABLE"
008320                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
008330             PERFORM 8000-LOG-FINDING
008340                 THRU 8000-EXIT
008350     END-READ.
008360 2500-EXIT.
008370     EXIT.
008380
008390*-----------------------------------------------------------------
008400*  3000-AUDIT-KEYED-FILES.
008410*  ONE PASS PER RULE OVER EACH KEYED SATELLITE, IN RULE-TABLE
008420*  ORDER, LOOKING EACH ROW'S EMPLOYEE UP ON THE MASTER.
008430*-----------------------------------------------------------------
008440 3000-AUDIT-KEYED-FILES.
008450     PERFORM 3100-TIMESHEET-RULE
008460         THRU 3100-EXIT
008470         VARYING WS-RULE-NO FROM 5 BY 1
008480         UNTIL WS-RULE-NO GREATER THAN 7.
008490     MOVE 8 TO WS-RULE-NO.
008500     PERFORM 3200-LEAVE-BALANCE-RULE
008510         THRU 3200-EXIT.
008520     MOVE 9 TO WS-RULE-NO.
008530     PERFORM 3300-SALARY-RATE-RULE
008540         THRU 3300-EXIT.
008550     PERFORM 3400-ELECTION-RULE
008560         THRU 3400-EXIT
008570         VARYING WS-RULE-NO FROM 10 BY 1
008580         UNTIL WS-RULE-NO GREATER THAN 11.
008590     PERFORM 3500-GARNISHMENT-RULE
008600         THRU 3500-EXIT
008610         VARYING WS-RULE-NO FROM 12 BY 1
008620         UNTIL WS-RULE-NO GREATER THAN 13.
008630     PERFORM 3600-DEPOSIT-ACCOUNT-RULE
008640         THRU 3600-EXIT
008650         VARYING WS-RULE-NO FROM 14 BY 1
008660         UNTIL WS-RULE-NO GREATER THAN 15.
008670     PERFORM 3700-ADVANCE-RULE
008680         THRU 3700-EXIT
008690         VARYING WS-RULE-NO FROM 16 BY 1
008700         UNTIL WS-RULE-NO GREATER THAN 17.
008710     PERFORM 3800-LABOR-DIST-RULE
008720         THRU 3800-EXIT
008730         VARYING WS-RULE-NO FROM 18 BY 1
008740         UNTIL WS-RULE-NO GREATER THAN 19.
008750     PERFORM 3900-RETRO-PAY-RULE
008760         THRU 3900-EXIT
008770         VARYING WS-RULE-NO FROM 20 BY 1
008780         UNTIL WS-RULE-NO GREATER THAN 21.
008790 3000-EXIT.
008800     EXIT.
008810
008820*-----------------------------------------------------------------
008830*  3100-TIMESHEET-RULE.
008840*  RULE 5 - NO MASTER. RULE 6 - HOURS LOADED FOR A TERMINATED
008850*  EMPLOYEE, WHICH THE RUN WILL NEVER PAY. RULE 7 - A PREMIUM
008860*  CODE THE CALCULATION CANNOT PRICE.
008870*-----------------------------------------------------------------
008880 3100-TIMESHEET-RULE.
008890     PERFORM 7100-START-RULE
008900         THRU 7100-EXIT.
008910     IF NOT WS-PASS-OK
008920         GO TO 3100-EXIT
008930     END-IF.
008940     MOVE ZERO TO TS-EMP-NO.
008950     START TIMESHEET-FILE
008960         KEY IS NOT LESS THAN TS-EMP-NO
008970         INVALID KEY
008980             SET WS-PASS-EOF TO TRUE
008990     END-START.
009000     PERFORM 3110-CHECK-ONE-TIMESHEET
009010         THRU 3110-EXIT
009020         UNTIL WS-PASS-EOF.
009030     PERFORM 7200-END-RULE
009040         THRU 7200-EXIT.
009050 3100-EXIT.
009060     EXIT.
009070
009080 3110-CHECK-ONE-TIMESHEET.
009090     READ TIMESHEET-FILE NEXT RECORD
009100         AT END
009110             SET WS-PASS-EOF TO TRUE
009120             GO TO 3110-EXIT
009130     END-READ.
009140     ADD 1 TO WS-PASS-ROWS.
009150     IF WS-RULE-NO EQUAL 7
009160         PERFORM 3120-CHECK-PREMIUM-CODE
009170             THRU 3120-EXIT
009180             VARYING WS-PREM-SUB FROM 1 BY 1
009190             UNTIL WS-PREM-SUB GREATER THAN TS-PREMIUM-COUNT
009200                 OR WS-PREM-SUB GREATER THAN 4
009210         GO TO 3110-EXIT
009220     END-IF.
009230     MOVE TS-EMP-NO TO WS-LOOK-EMP-NO.
009240     PERFORM 5000-LOOKUP-EMPLOYEE
009250         THRU 5000-EXIT.
009260     IF WS-RULE-NO EQUAL 5
009270         IF NOT WS-LOOK-FOUND
009280             MOVE SPACES TO WS-EXCP-MESSAGE
009290             STRING "TIMESHT EMPLOYEE " TS-EMP-NO
009300                 " NOT ON MASTER"
009310                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
009320             PERFORM 8000-LOG-FINDING
009330                 THRU 8000-EXIT
009340         END-IF
009350         GO TO 3110-EXIT
009360     END-IF.
009370     COMPUTE WS-TS-TOTAL-HOURS =
009380         TS-HOURS-WORKED + TS-VAC-HOURS + TS-SICK-HOURS.
009390     IF WS-LOOK-FOUND AND WS-LOOK-TERMINATED
009400             AND WS-TS-TOTAL-HOURS GREATER THAN ZERO
009410         MOVE SPACES TO WS-EXCP-MESSAGE
009420         STRING "TIMESHT EMPLOYEE " TS-EMP-NO
009430             " IS TERMINATED BUT HAS HOURS LOADED"
009440             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
009450         PERFORM 8000-LOG-FINDING
009460             THRU 8000-EXIT
009470     END-IF.
009480 3110-EXIT.
009490     EXIT.
009500
009510 3120-CHECK-PREMIUM-CODE.
009520     IF TS-PREM-CODE(WS-PREM-SUB) EQUAL SPACES
009530         GO TO 3120-EXIT
009540     END-IF.
009550     MOVE TS-PREM-CODE(WS-PREM-SUB) TO EC-EARN-CODE.
009560     READ EARNINGS-CODE-TABLE
009570         INVALID KEY
009580             MOVE SPACES TO WS-EXCP-MESSAGE
009590             STRING "TIMESHT EMPLOYEE " TS-EMP-NO
009600                 " PREMIUM CODE " TS-PREM-CODE(WS-PREM-SUB)
009610                 " NOT ON EARNCODE"
009620                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
009630             PERFORM 8000-LOG-FINDING
009640                 THRU 8000-EXIT
009650     END-READ.
009660 3120-EXIT.
009670     EXIT.
009680
009690*-----------------------------------------------------------------
009700*  3200-LEAVE-BALANCE-RULE.
009710*  RULE 8 - A LEAVE BALANCE WITH NO MASTER BEHIND IT.
009720*-----------------------------------------------------------------
009730 3200-LEAVE-BALANCE-RULE.
009740     PERFORM 7100-START-RULE
009750         THRU 7100-EXIT.
009760     IF NOT WS-PASS-OK
009770         GO TO 3200-EXIT
009780     END-IF.
009790     MOVE ZERO TO LB-EMP-NO.
009800     START LEAVE-BALANCE-FILE
009810         KEY IS NOT LESS THAN LB-EMP-NO
009820         INVALID KEY
009830             SET WS-PASS-EOF TO TRUE
009840     END-START.
009850     PERFORM 3210-CHECK-ONE-BALANCE
009860         THRU 3210-EXIT
009870         UNTIL WS-PASS-EOF.
009880     PERFORM 7200-END-RULE
009890         THRU 7200-EXIT.
009900 3200-EXIT.
009910     EXIT.
009920
009930 3210-CHECK-ONE-BALANCE.
009940     READ LEAVE-BALANCE-FILE NEXT RECORD
009950         AT END
009960             SET WS-PASS-EOF TO TRUE
009970             GO TO 3210-EXIT
009980     END-READ.
009990     ADD 1 TO WS-PASS-ROWS.
010000     MOVE LB-EMP-NO TO WS-LOOK-EMP-NO.
010010     PERFORM 5000-LOOKUP-EMPLOYEE
010020         THRU 5000-EXIT.
010030     IF NOT WS-LOOK-FOUND
010040         MOVE SPACES TO WS-EXCP-MESSAGE
010050         STRING "LEAVEBAL EMPLOYEE " LB-EMP-NO
010060             " NOT ON MASTER"
010070             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
010080         PERFORM 8000-LOG-FINDING
010090             THRU 8000-EXIT
010100     END-IF.
010110 3210-EXIT.
010120     EXIT.
010130
010140*-----------------------------------------------------------------
010150*  3300-SALARY-RATE-RULE.
010160*  RULE 9 - A RATE ROW WITH NO MASTER BEHIND IT.
010170*-----------------------------------------------------------------
010180 3300-SALARY-RATE-RULE.
010190     PERFORM 7100-START-RULE
010200         THRU 7100-EXIT.
010210     IF NOT WS-PASS-OK
010220         GO TO 3300-EXIT
010230     END-IF.
010240     MOVE LOW-VALUES TO SR-RATE-KEY.
010250     START SALARY-RATE-FILE
010260         KEY IS NOT LESS THAN SR-RATE-KEY
010270         INVALID KEY
010280             SET WS-PASS-EOF TO TRUE
010290     END-START.
010300     PERFORM 3310-CHECK-ONE-RATE
010310         THRU 3310-EXIT
010320         UNTIL WS-PASS-EOF.
010330     PERFORM 7200-END-RULE
010340         THRU 7200-EXIT.
010350 3300-EXIT.
010360     EXIT.
010370
010380 3310-CHECK-ONE-RATE.
010390     READ SALARY-RATE-FILE NEXT RECORD
010400         AT END
010410             SET WS-PASS-EOF TO TRUE
010420             GO TO 3310-EXIT
010430     END-READ.
010440     ADD 1 TO WS-PASS-ROWS.
010450     MOVE SR-EMP-NO TO WS-LOOK-EMP-NO.
010460     PERFORM 5000-LOOKUP-EMPLOYEE
010470         THRU 5000-EXIT.
010480     IF NOT WS-LOOK-FOUND
010490         MOVE SPACES TO WS-EXCP-MESSAGE
010500         STRING "SALRATE EMPLOYEE " SR-EMP-NO
010510             " EFF " SR-EFF-START " NOT ON MASTER"
010520             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
010530         PERFORM 8000-LOG-FINDING
010540             THRU 8000-EXIT
010550     END-IF.
010560 3310-EXIT.
010570     EXIT.
010580
010590*-----------------------------------------------------------------
010600*  3400-ELECTION-RULE.
010610*  RULE 10 - NO MASTER. RULE 11 - AN ELECTION STILL OPEN (STOP
010620*  DATE NOT YET REACHED) ON A TERMINATED EMPLOYEE.
010630*-----------------------------------------------------------------
010640 3400-ELECTION-RULE.
010650     PERFORM 7100-START-RULE
010660         THRU 7100-EXIT.
010670     IF NOT WS-PASS-OK
010680         GO TO 3400-EXIT
010690     END-IF.
010700     MOVE LOW-VALUES TO EL-ELECT-KEY.
010710     START ELECTION-FILE
010720         KEY IS NOT LESS THAN EL-ELECT-KEY
010730         INVALID KEY
010740             SET WS-PASS-EOF TO TRUE
010750     END-START.
010760     PERFORM 3410-CHECK-ONE-ELECTION
010770         THRU 3410-EXIT
010780         UNTIL WS-PASS-EOF.
010790     PERFORM 7200-END-RULE
010800         THRU 7200-EXIT.
010810 3400-EXIT.
010820     EXIT.
010830
010840 3410-CHECK-ONE-ELECTION.
010850     READ ELECTION-FILE NEXT RECORD
010860         AT END
010870             SET WS-PASS-EOF TO TRUE
010880             GO TO 3410-EXIT
010890     END-READ.
010900     ADD 1 TO WS-PASS-ROWS.
010910     MOVE EL-EMP-NO TO WS-LOOK-EMP-NO.
010920     PERFORM 5000-LOOKUP-EMPLOYEE
010930         THRU 5000-EXIT.
010940     IF WS-RULE-NO EQUAL 10
010950         IF NOT WS-LOOK-FOUND
010960             MOVE SPACES TO WS-EXCP-MESSAGE
010970             STRING "ELECTFIL EMPLOYEE " EL-EMP-NO
010980                 " CODE " EL-DEDUCT-CODE " NOT ON MASTER"
010990                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
011000             PERFORM 8000-LOG-FINDING
011010                 THRU 8000-EXIT
011020         END-IF
011030         GO TO 3410-EXIT
011040     END-IF.
011050     IF WS-LOOK-FOUND AND WS-LOOK-TERMINATED
011060             AND EL-STOP-DATE NOT LESS THAN WS-RUN-DATE
011070         MOVE SPACES TO WS-EXCP-MESSAGE
011080         STRING "ELECTFIL EMPLOYEE " EL-EMP-NO
011090             " CODE " EL-DEDUCT-CODE " OPEN TO "
011100             EL-STOP-DATE " - TERMINATED"
011110             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
011120         PERFORM 8000-LOG-FINDING
011130             THRU 8000-EXIT
011140     END-IF.
011150 3410-EXIT.
011160     EXIT.
011170
011180*-----------------------------------------------------------------
011190*  3500-GARNISHMENT-RULE.
011200*  RULE 12 - NO MASTER. RULE 13 - AN ORDER STILL OPEN ON A
011210*  TERMINATED EMPLOYEE - THE PAYEE EXPECTS MONEY THAT WILL NOT
011220*  COME, AND THE ORDER SHOULD BE ANSWERED AND STOPPED.
011230*-----------------------------------------------------------------
011240 3500-GARNISHMENT-RULE.
011250     PERFORM 7100-START-RULE
011260         THRU 7100-EXIT.
011270     IF NOT WS-PASS-OK
011280         GO TO 3500-EXIT
011290     END-IF.
011300     MOVE LOW-VALUES TO GR-GARN-KEY.
011310     START GARNISHMENT-FILE
011320         KEY IS NOT LESS THAN GR-GARN-KEY
011330         INVALID KEY
011340             SET WS-PASS-EOF TO TRUE
011350     END-START.
011360     PERFORM 3510-CHECK-ONE-GARNISHMENT
011370         THRU 3510-EXIT
011380         UNTIL WS-PASS-EOF.
011390     PERFORM 7200-END-RULE
011400         THRU 7200-EXIT.
011410 3500-EXIT.
011420     EXIT.
011430
011440 3510-CHECK-ONE-GARNISHMENT.
011450     READ GARNISHMENT-FILE NEXT RECORD
011460         AT END
011470             SET WS-PASS-EOF TO TRUE
011480             GO TO 3510-EXIT
011490     END-READ.
011500     ADD 1 TO WS-PASS-ROWS.
011510     MOVE GR-EMP-NO TO WS-LOOK-EMP-NO.
011520     PERFORM 5000-LOOKUP-EMPLOYEE
011530         THRU 5000-EXIT.
011540     IF WS-RULE-NO EQUAL 12
011550         IF NOT WS-LOOK-FOUND
011560             MOVE SPACES TO WS-EXCP-MESSAGE
011570             STRING "GARNFILE EMPLOYEE " GR-EMP-NO
011580                 " PRIORITY " GR-PRIORITY " NOT ON MASTER"
011590                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
011600             PERFORM 8000-LOG-FINDING
011610                 THRU 8000-EXIT
011620         END-IF
011630         GO TO 3510-EXIT
011640     END-IF.
011650     IF WS-LOOK-FOUND AND WS-LOOK-TERMINATED
011660             AND GR-STOP-DATE NOT LESS THAN WS-RUN-DATE
011670         MOVE SPACES TO WS-EXCP-MESSAGE
011680         STRING "GARNFILE EMPLOYEE " GR-EMP-NO
011690             " CASE " GR-CASE-ID " OPEN - TERMINATED"
011700             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
011710         PERFORM 8000-LOG-FINDING
011720             THRU 8000-EXIT
011730     END-IF.
011740 3510-EXIT.
011750     EXIT.
011760
011770*-----------------------------------------------------------------
011780*  3600-DEPOSIT-ACCOUNT-RULE.
011790*  RULE 14 - NO MASTER. RULE 15 - AN ACCOUNT NOT YET CLOSED OFF
011800*  BY A RETURN ON A TERMINATED EMPLOYEE.
011810*-----------------------------------------------------------------
011820 3600-DEPOSIT-ACCOUNT-RULE.
011830     PERFORM 7100-START-RULE
011840         THRU 7100-EXIT.
011850     IF NOT WS-PASS-OK
011860         GO TO 3600-EXIT
011870     END-IF.
011880     MOVE LOW-VALUES TO DA-ACCT-KEY.
011890     START DEPOSIT-ACCOUNT-FILE
011900         KEY IS NOT LESS THAN DA-ACCT-KEY
011910         INVALID KEY
011920             SET WS-PASS-EOF TO TRUE
011930     END-START.
011940     PERFORM 3610-CHECK-ONE-ACCOUNT
011950         THRU 3610-EXIT
011960         UNTIL WS-PASS-EOF.
011970     PERFORM 7200-END-RULE
011980         THRU 7200-EXIT.
011990 3600-EXIT.
012000     EXIT.
012010
012020 3610-CHECK-ONE-ACCOUNT.
012030     READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
012040         AT END
012050             SET WS-PASS-EOF TO TRUE
012060             GO TO 3610-EXIT
012070     END-READ.
012080     ADD 1 TO WS-PASS-ROWS.
012090     MOVE DA-EMP-NO TO WS-LOOK-EMP-NO.
012100     PERFORM 5000-LOOKUP-EMPLOYEE
012110         THRU 5000-EXIT.
012120     IF WS-RULE-NO EQUAL 14
012130         IF NOT WS-LOOK-FOUND
012140             MOVE SPACES TO WS-EXCP-MESSAGE
012150             STRING "DEPACCT EMPLOYEE " DA-EMP-NO
012160                 " SEQ " DA-SEQ " NOT ON MASTER"
012170                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
012180             PERFORM 8000-LOG-FINDING
012190                 THRU 8000-EXIT
012200         END-IF
012210         GO TO 3610-EXIT
012220     END-IF.
012230     IF WS-LOOK-FOUND AND WS-LOOK-TERMINATED
012240             AND NOT DA-RETURNED
012250         MOVE SPACES TO WS-EXCP-MESSAGE
012260         STRING "DEPACCT EMPLOYEE " DA-EMP-NO
012270             " SEQ " DA-SEQ " STATUS " DA-STATUS
012280             " STILL LIVE - TERMINATED"
012290             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
012300         PERFORM 8000-LOG-FINDING
012310             THRU 8000-EXIT
012320     END-IF.
012330 3610-EXIT.
012340     EXIT.
012350
012360*-----------------------------------------------------------------
012370*  3700-ADVANCE-RULE.
012380*  RULE 16 - NO MASTER. RULE 17 - AN OPEN ADVANCE WITH A
012390*  BALANCE ON A TERMINATED EMPLOYEE, WHICH NO FURTHER RUN WILL
012400*  RECOVER.
012410*-----------------------------------------------------------------
012420 3700-ADVANCE-RULE.
012430     PERFORM 7100-START-RULE
012440         THRU 7100-EXIT.
012450     IF NOT WS-PASS-OK
012460         GO TO 3700-EXIT
012470     END-IF.
012480     MOVE LOW-VALUES TO AV-ADV-KEY.
012490     START ADVANCE-FILE
012500         KEY IS NOT LESS THAN AV-ADV-KEY
012510         INVALID KEY
012520             SET WS-PASS-EOF TO TRUE
012530     END-START.
012540     PERFORM 3710-CHECK-ONE-ADVANCE
012550         THRU 3710-EXIT
012560         UNTIL WS-PASS-EOF.
012570     PERFORM 7200-END-RULE
012580         THRU 7200-EXIT.
012590 3700-EXIT.
012600     EXIT.
012610
012620 3710-CHECK-ONE-ADVANCE.
012630     READ ADVANCE-FILE NEXT RECORD
012640         AT END
012650             SET WS-PASS-EOF TO TRUE
012660             GO TO 3710-EXIT
012670     END-READ.
012680     ADD 1 TO WS-PASS-ROWS.
012690     MOVE AV-EMP-NO TO WS-LOOK-EMP-NO.
012700     PERFORM 5000-LOOKUP-EMPLOYEE
012710         THRU 5000-EXIT.
012720     IF WS-RULE-NO EQUAL 16
012730         IF NOT WS-LOOK-FOUND
012740             MOVE SPACES TO WS-EXCP-MESSAGE
012750             STRING "ADVFILE EMPLOYEE " AV-EMP-NO
012760                 " DATED " AV-ADV-DATE " NOT ON MASTER"
012770                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
012780             PERFORM 8000-LOG-FINDING
012790                 THRU 8000-EXIT
012800         END-IF
012810         GO TO 3710-EXIT
012820     END-IF.
012830     IF WS-LOOK-FOUND AND WS-LOOK-TERMINATED
012840             AND AV-OPEN AND AV-BALANCE GREATER THAN ZERO
012850         MOVE SPACES TO WS-EXCP-MESSAGE
012860         STRING "ADVFILE EMPLOYEE " AV-EMP-NO
012870             " DATED " AV-ADV-DATE " OPEN - TERMINATED"
012880             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
012890         PERFORM 8000-LOG-FINDING
012900             THRU 8000-EXIT
012910     END-IF.
012920 3710-EXIT.
012930     EXIT.
012940
012950*-----------------------------------------------------------------
012960*  3800-LABOR-DIST-RULE.
012970*  RULE 18 - NO MASTER. RULE 19 - A SPLIT CHARGED TO A
012980*  DEPARTMENT NOT ON THE TABLE, WHOSE COST THE GL EXTRACT
012990*  CANNOT PLACE.
013000*-----------------------------------------------------------------
013010 3800-LABOR-DIST-RULE.
013020     PERFORM 7100-START-RULE
013030         THRU 7100-EXIT.
013040     IF NOT WS-PASS-OK
013050         GO TO 3800-EXIT
013060     END-IF.
013070     MOVE LOW-VALUES TO LD-DIST-KEY.
013080     START LABOR-DIST-FILE
013090         KEY IS NOT LESS THAN LD-DIST-KEY
013100         INVALID KEY
013110             SET WS-PASS-EOF TO TRUE
013120     END-START.
013130     PERFORM 3810-CHECK-ONE-DISTRIBUTION
013140         THRU 3810-EXIT
013150         UNTIL WS-PASS-EOF.
013160     PERFORM 7200-END-RULE
013170         THRU 7200-EXIT.
013180 3800-EXIT.
013190     EXIT.
013200
013210 3810-CHECK-ONE-DISTRIBUTION.
013220     READ LABOR-DIST-FILE NEXT RECORD
013230         AT END
013240             SET WS-PASS-EOF TO TRUE
013250             GO TO 3810-EXIT
013260     END-READ.
013270     ADD 1 TO WS-PASS-ROWS.
013280     IF WS-RULE-NO EQUAL 19
013290         PERFORM 3820-CHECK-SPLIT-DEPT
013300             THRU 3820-EXIT
013310             VARYING WS-SPLIT-SUB FROM 1 BY 1
013320             UNTIL WS-SPLIT-SUB GREATER THAN LD-SPLIT-COUNT
013330                 OR WS-SPLIT-SUB GREATER THAN 5
013340         GO TO 3810-EXIT
013350     END-IF.
013360     MOVE LD-EMP-NO TO WS-LOOK-EMP-NO.
013370     PERFORM 5000-LOOKUP-EMPLOYEE
013380         THRU 5000-EXIT.
013390     IF NOT WS-LOOK-FOUND
013400         MOVE SPACES TO WS-EXCP-MESSAGE
013410         STRING "LABDIST EMPLOYEE " LD-EMP-NO
013420             " EFF " LD-EFF-START " NOT ON MASTER"
013430             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
013440         PERFORM 8000-LOG-FINDING
013450             THRU 8000-EXIT
013460     END-IF.
013470 3810-EXIT.
013480     EXIT.
013490
013500 3820-CHECK-SPLIT-DEPT.
013510     IF LD-DEPT-CODE(WS-SPLIT-SUB) EQUAL SPACES
013520         GO TO 3820-EXIT
013530     END-IF.
013540     MOVE LD-DEPT-CODE(WS-SPLIT-SUB) TO DT-DEPT-CODE.
013550     READ DEPARTMENT-TABLE
013560         INVALID KEY
013570             MOVE SPACES TO WS-EXCP-MESSAGE
013580             STRING "LABDIST EMPLOYEE " LD-EMP-NO
013590                 " EFF " LD-EFF-START " DEPT "
013600                 LD-DEPT-CODE(WS-SPLIT-SUB) " NOT ON TABLE"
013610                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
013620             PERFORM 8000-LOG-FINDING
013630                 THRU 8000-EXIT
013640     END-READ.
013650 3820-EXIT.
013660     EXIT.
013670
013680*-----------------------------------------------------------------
013690*  3900-RETRO-PAY-RULE.
013700*  RULE 20 - NO MASTER. RULE 21 - RETRO APPROVED BUT NOT YET
013710*  PAID FOR AN EMPLOYEE SINCE TERMINATED; THE NIGHTLY RUN SKIPS
013720*  TERMINATED EMPLOYEES, SO IT NEEDS AN OFF-CYCLE CHECK.
013730*-----------------------------------------------------------------
013740 3900-RETRO-PAY-RULE.
013750     PERFORM 7100-START-RULE
013760         THRU 7100-EXIT.
013770     IF NOT WS-PASS-OK
013780         GO TO 3900-EXIT
013790     END-IF.
013800     MOVE LOW-VALUES TO RP-RETRO-KEY.
013810     START RETRO-PAY-FILE
013820         KEY IS NOT LESS THAN RP-RETRO-KEY
013830         INVALID KEY
013840             SET WS-PASS-EOF TO TRUE
013850     END-START.
013860     PERFORM 3910-CHECK-ONE-RETRO
013870         THRU 3910-EXIT
013880         UNTIL WS-PASS-EOF.
013890     PERFORM 7200-END-RULE
013900         THRU 7200-EXIT.
013910 3900-EXIT.
013920     EXIT.
013930
013940 3910-CHECK-ONE-RETRO.
013950     READ RETRO-PAY-FILE NEXT RECORD
013960         AT END
013970             SET WS-PASS-EOF TO TRUE
013980             GO TO 3910-EXIT
013990     END-READ.
014000     ADD 1 TO WS-PASS-ROWS.
014010     MOVE RP-EMP-NO TO WS-LOOK-EMP-NO.
014020     PERFORM 5000-LOOKUP-EMPLOYEE
014030         THRU 5000-EXIT.
014040     IF WS-RULE-NO EQUAL 20
014050         IF NOT WS-LOOK-FOUND
014060             MOVE SPACES TO WS-EXCP-MESSAGE
014070             STRING "RETROPAY EMPLOYEE " RP-EMP-NO
014080                 " PERIOD " RP-PERIOD-END " NOT ON MASTER"
014090                 DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
014100             PERFORM 8000-LOG-FINDING
014110                 THRU 8000-EXIT
014120         END-IF
014130         GO TO 3910-EXIT
014140     END-IF.
014150     IF WS-LOOK-FOUND AND WS-LOOK-TERMINATED
014160             AND RP-APPROVED
014170         MOVE SPACES TO WS-EXCP-MESSAGE
014180         STRING "RETROPAY EMPLOYEE " RP-EMP-NO
014190             " PERIOD " RP-PERIOD-END " UNPAID - TERMINATED"
014200             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
014210         PERFORM 8000-LOG-FINDING
014220             THRU 8000-EXIT
014230     END-IF.
014240 3910-EXIT.
014250     EXIT.
014260
014270*-----------------------------------------------------------------
014280*  4000-AUDIT-HISTORY-FILES.
014290*  THE SEQUENTIAL FILES, EACH OPENED INPUT FOR ITS OWN PASS
014300*  AND CLOSED AGAIN. THE CHECK QUEUE IS LIVE AND A ROW WITH NO
014310*  MASTER IS AN ERROR; THE REST ARE HISTORY.
014320*-----------------------------------------------------------------
014330 4000-AUDIT-HISTORY-FILES.
014340     MOVE 22 TO WS-RULE-NO.
014350     PERFORM 4100-CHECK-QUEUE-RULE
014360         THRU 4100-EXIT.
014370     MOVE 23 TO WS-RULE-NO.
014380     PERFORM 4200-PAY-HISTORY-RULE
014390         THRU 4200-EXIT.
014400     MOVE 24 TO WS-RULE-NO.
014410     PERFORM 4300-YTD-HISTORY-RULE
014420         THRU 4300-EXIT.
014430     MOVE 25 TO WS-RULE-NO.
014440     PERFORM 4400-CHECK-REGISTER-RULE
014450         THRU 4400-EXIT.
014460     MOVE 26 TO WS-RULE-NO.
014470     PERFORM 4500-VACATION-LIABILITY-RULE
014480         THRU 4500-EXIT.
014490 4000-EXIT.
014500     EXIT.
014510
014520 4100-CHECK-QUEUE-RULE.
014530     MOVE "N" TO WS-SEQ-FILE-OK-SW.
014540     OPEN INPUT CHECK-QUEUE-FILE.
014550     IF WS-CHKQUEUE-STATUS EQUAL "00"
014560         SET WS-SEQ-FILE-OK TO TRUE
014570     END-IF.
014580     PERFORM 7100-START-RULE
014590         THRU 7100-EXIT.
014600     IF NOT WS-PASS-OK
014610         PERFORM 8200-LOG-MISSING-FILE
014620             THRU 8200-EXIT
014630         GO TO 4100-EXIT
014640     END-IF.
014650     PERFORM 4110-CHECK-ONE-QUEUED
014660         THRU 4110-EXIT
014670         UNTIL WS-PASS-EOF.
014680     CLOSE CHECK-QUEUE-FILE.
014690     PERFORM 7200-END-RULE
014700         THRU 7200-EXIT.
014710 4100-EXIT.
014720     EXIT.
014730
014740 4110-CHECK-ONE-QUEUED.
014750     READ CHECK-QUEUE-FILE
014760         AT END
014770             SET WS-PASS-EOF TO TRUE
014780             GO TO 4110-EXIT
014790     END-READ.
014800     ADD 1 TO WS-PASS-ROWS.
014810     MOVE CQ-EMP-NO TO WS-LOOK-EMP-NO.
014820     PERFORM 5000-LOOKUP-EMPLOYEE
014830         THRU 5000-EXIT.
014840     IF NOT WS-LOOK-FOUND
014850         MOVE SPACES TO WS-EXCP-MESSAGE
014860         STRING "CHKQUEUE EMPLOYEE " CQ-EMP-NO
014870             " QUEUED " CQ-RUN-DATE " NOT ON MASTER"
014880             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
014890         PERFORM 8000-LOG-FINDING
014900             THRU 8000-EXIT
014910     END-IF.
014920 4110-EXIT.
014930     EXIT.
014940
014950 4200-PAY-HISTORY-RULE.
014960     MOVE "N" TO WS-SEQ-FILE-OK-SW.
014970     OPEN INPUT PAY-HISTORY-FILE.
014980     IF WS-PAYHIST-STATUS EQUAL "00"
014990         SET WS-SEQ-FILE-OK TO TRUE
015000     END-IF.
015010     PERFORM 7100-START-RULE
015020         THRU 7100-EXIT.
015030     IF NOT WS-PASS-OK
015040         PERFORM 8200-LOG-MISSING-FILE
015050             THRU 8200-EXIT
015060         GO TO 4200-EXIT
015070     END-IF.
015080     PERFORM 4210-CHECK-ONE-PAY-HISTORY
015090         THRU 4210-EXIT
015100         UNTIL WS-PASS-EOF.
015110     CLOSE PAY-HISTORY-FILE.
015120     PERFORM 7200-END-RULE
015130         THRU 7200-EXIT.
015140 4200-EXIT.
015150     EXIT.
015160
015170 4210-CHECK-ONE-PAY-HISTORY.
015180     READ PAY-HISTORY-FILE
015190         AT END
015200             SET WS-PASS-EOF TO TRUE
015210             GO TO 4210-EXIT
015220     END-READ.
015230     ADD 1 TO WS-PASS-ROWS.
015240     MOVE PH-EMP-NO TO WS-LOOK-EMP-NO.
015250     PERFORM 5100-CHECK-HISTORY-EMPLOYEE
015260         THRU 5100-EXIT.
015270     IF NOT WS-LOOK-FOUND AND NOT WS-ALREADY-SEEN
015280         MOVE SPACES TO WS-EXCP-MESSAGE
015290         STRING "PAYHIST EMPLOYEE " PH-EMP-NO
015300             " RUN " PH-RUN-DATE " NOT ON MASTER"
015310             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
015320         PERFORM 8000-LOG-FINDING
015330             THRU 8000-EXIT
015340     END-IF.
015350 4210-EXIT.
015360     EXIT.
015370
015380 4300-YTD-HISTORY-RULE.
015390     MOVE "N" TO WS-SEQ-FILE-OK-SW.
015400     OPEN INPUT YTD-HISTORY-FILE.
015410     IF WS-YTDHIST-STATUS EQUAL "00"
015420         SET WS-SEQ-FILE-OK TO TRUE
015430     END-IF.
015440     PERFORM 7100-START-RULE
015450         THRU 7100-EXIT.
015460     IF NOT WS-PASS-OK
015470         PERFORM 8200-LOG-MISSING-FILE
015480             THRU 8200-EXIT
015490         GO TO 4300-EXIT
015500     END-IF.
015510     PERFORM 4310-CHECK-ONE-YTD-HISTORY
015520         THRU 4310-EXIT
015530         UNTIL WS-PASS-EOF.
015540     CLOSE YTD-HISTORY-FILE.
015550     PERFORM 7200-END-RULE
015560         THRU 7200-EXIT.
015570 4300-EXIT.
015580     EXIT.
015590
015600 4310-CHECK-ONE-YTD-HISTORY.
015610     READ YTD-HISTORY-FILE
015620         AT END
015630             SET WS-PASS-EOF TO TRUE
015640             GO TO 4310-EXIT
015650     END-READ.
015660     ADD 1 TO WS-PASS-ROWS.
015670     MOVE YH-EMP-NO TO WS-LOOK-EMP-NO.
015680     PERFORM 5100-CHECK-HISTORY-EMPLOYEE
015690         THRU 5100-EXIT.
015700     IF NOT WS-LOOK-FOUND AND NOT WS-ALREADY-SEEN
015710         MOVE SPACES TO WS-EXCP-MESSAGE
015720         STRING "YTDHIST EMPLOYEE " YH-EMP-NO
015730             " YEAR " YH-CLOSE-YEAR " NOT ON MASTER"
015740             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
015750         PERFORM 8000-LOG-FINDING
015760             THRU 8000-EXIT
015770     END-IF.
015780 4310-EXIT.
015790     EXIT.
015800
015810 4400-CHECK-REGISTER-RULE.
015820     MOVE "N" TO WS-SEQ-FILE-OK-SW.
015830     OPEN INPUT CHECK-REGISTER.
015840     IF WS-CHECKREG-STATUS EQUAL "00"
015850         SET WS-SEQ-FILE-OK TO TRUE
015860     END-IF.
015870     PERFORM 7100-START-RULE
015880         THRU 7100-EXIT.
015890     IF NOT WS-PASS-OK
015900         PERFORM 8200-LOG-MISSING-FILE
015910             THRU 8200-EXIT
015920         GO TO 4400-EXIT
015930     END-IF.
015940     PERFORM 4410-CHECK-ONE-CHECK
015950         THRU 4410-EXIT
015960         UNTIL WS-PASS-EOF.
015970     CLOSE CHECK-REGISTER.
015980     PERFORM 7200-END-RULE
015990         THRU 7200-EXIT.
016000 4400-EXIT.
016010     EXIT.
016020
016030 4410-CHECK-ONE-CHECK.
016040     READ CHECK-REGISTER
016050         AT END
016060             SET WS-PASS-EOF TO TRUE
016070             GO TO 4410-EXIT
016080     END-READ.
016090     ADD 1 TO WS-PASS-ROWS.
016100     MOVE CK-EMP-NO TO WS-LOOK-EMP-NO.
016110     PERFORM 5100-CHECK-HISTORY-EMPLOYEE
016120         THRU 5100-EXIT.
016130     IF NOT WS-LOOK-FOUND AND NOT WS-ALREADY-SEEN
016140         MOVE SPACES TO WS-EXCP-MESSAGE
016150         STRING "CHECKREG EMPLOYEE " CK-EMP-NO
016160             " CHECK " CK-CHECK-NO " NOT ON MASTER"
016170             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
016180         PERFORM 8000-LOG-FINDING
016190             THRU 8000-EXIT
016200     END-IF.
016210 4410-EXIT.
016220     EXIT.
016230
016240 4500-VACATION-LIABILITY-RULE.
016250     MOVE "N" TO WS-SEQ-FILE-OK-SW.
016260     OPEN INPUT VACATION-LIABILITY-FILE.
016270     IF WS-VACLIAB-STATUS EQUAL "00"
016280         SET WS-SEQ-FILE-OK TO TRUE
016290     END-IF.
016300     PERFORM 7100-START-RULE
016310         THRU 7100-EXIT.
016320     IF NOT WS-PASS-OK
016330         PERFORM 8200-LOG-MISSING-FILE
016340             THRU 8200-EXIT
016350         GO TO 4500-EXIT
016360     END-IF.
016370     PERFORM 4510-CHECK-ONE-LIABILITY
016380         THRU 4510-EXIT
016390         UNTIL WS-PASS-EOF.
016400     CLOSE VACATION-LIABILITY-FILE.
016410     PERFORM 7200-END-RULE
016420         THRU 7200-EXIT.
016430 4500-EXIT.
016440     EXIT.
016450
016460 4510-CHECK-ONE-LIABILITY.
016470     READ VACATION-LIABILITY-FILE
016480         AT END
016490             SET WS-PASS-EOF TO TRUE
016500             GO TO 4510-EXIT
016510     END-READ.
016520     ADD 1 TO WS-PASS-ROWS.
016530     MOVE VL-EMP-NO TO WS-LOOK-EMP-NO.
016540     PERFORM 5100-CHECK-HISTORY-EMPLOYEE
016550         THRU 5100-EXIT.
016560     IF NOT WS-LOOK-FOUND AND NOT WS-ALREADY-SEEN
016570         MOVE SPACES TO WS-EXCP-MESSAGE
016580         STRING "VACLIAB EMPLOYEE " VL-EMP-NO
016590             " MONTH " VL-MONTH-END " NOT ON MASTER"
016600             DELIMITED BY SIZE INTO WS-EXCP-MESSAGE
016610         PERFORM 8000-LOG-FINDING
016620             THRU 8000-EXIT
016630     END-IF.
016640 4510-EXIT.
016650     EXIT.
016660
016670*-----------------------------------------------------------------
016680*  5000-LOOKUP-EMPLOYEE.
016690*  READS WS-LOOK-EMP-NO ON THE MASTER AND HANDS BACK WHETHER IT
016700*  IS THERE AND ITS STATUS. THE SAME EMPLOYEE AS LAST TIME IS
016710*  ANSWERED FROM THE PREVIOUS READ.
016720*-----------------------------------------------------------------
016730 5000-LOOKUP-EMPLOYEE.
016740     IF WS-LOOK-CACHED
016750             AND WS-LOOK-EMP-NO EQUAL WS-LOOK-LAST-EMP-NO
016760         GO TO 5000-EXIT
016770     END-IF.
016780     SET WS-LOOK-CACHED TO TRUE.
016790     MOVE WS-LOOK-EMP-NO TO WS-LOOK-LAST-EMP-NO.
016800     MOVE WS-LOOK-EMP-NO TO EMP-NO.
016810     MOVE SPACE TO WS-LOOK-STATUS.
016820     READ EMPLOYEE-MASTER
016830         INVALID KEY
016840             MOVE "N" TO WS-LOOK-FOUND-SW
016850         NOT INVALID KEY
016860             SET WS-LOOK-FOUND TO TRUE
016870             MOVE EMP-STATUS TO WS-LOOK-STATUS
016880     END-READ.
016890 5000-EXIT.
016900     EXIT.
016910
016920*-----------------------------------------------------------------
016930*  5100-CHECK-HISTORY-EMPLOYEE.
016940*  THE MASTER LOOKUP FOR A HISTORY ROW. AN EMPLOYEE NOT ON THE
016950*  MASTER IS ENTERED IN THE SEEN TABLE THE FIRST TIME, AND
016960*  WS-ALREADY-SEEN TELLS THE CALLER NOT TO REPORT IT AGAIN.
016970*-----------------------------------------------------------------
016980 5100-CHECK-HISTORY-EMPLOYEE.
016990     MOVE "N" TO WS-SEEN-SW.
017000     PERFORM 5000-LOOKUP-EMPLOYEE
017010         THRU 5000-EXIT.
017020     IF WS-LOOK-FOUND
017030         GO TO 5100-EXIT
017040     END-IF.
017050     PERFORM 5110-MATCH-SEEN
017060         THRU 5110-EXIT
017070         VARYING WS-SEEN-SUB FROM 1 BY 1
017080         UNTIL WS-SEEN-SUB GREATER THAN WS-SEEN-COUNT
017090             OR WS-ALREADY-SEEN.
017100     IF NOT WS-ALREADY-SEEN
017110             AND WS-SEEN-COUNT LESS THAN 500
017120         ADD 1 TO WS-SEEN-COUNT
017130         MOVE WS-LOOK-EMP-NO TO WS-SEEN-EMP-NO(WS-SEEN-COUNT)
017140     END-IF.
017150 5100-EXIT.
017160     EXIT.
017170
017180 5110-MATCH-SEEN.
017190     IF WS-SEEN-EMP-NO(WS-SEEN-SUB) EQUAL WS-LOOK-EMP-NO
017200         SET WS-ALREADY-SEEN TO TRUE
017210     END-IF.
017220 5110-EXIT.
017230     EXIT.
017240
017250*-----------------------------------------------------------------
017260*  7050-SET-PASS-OK.
017270*  A RULE CAN BE CHECKED ONLY WHEN EVERY FILE IT READS OPENED -
017280*  ITS OWN FILE AND, FOR SOME RULES, A SECOND FILE OR TABLE.
017290*-----------------------------------------------------------------
017300 7050-SET-PASS-OK.
017310     MOVE "N" TO WS-PASS-OK-SW.
017320     EVALUATE WS-RULE-NO
017330         WHEN 1
017340             MOVE WS-SALRATE-OK-SW  TO WS-PASS-OK-SW
017350         WHEN 2
017360             MOVE WS-LEAVBAL-OK-SW  TO WS-PASS-OK-SW
017370         WHEN 3
017380             MOVE WS-TIMESHT-OK-SW  TO WS-PASS-OK-SW
017390         WHEN 4
017400             MOVE WS-DEPTTAB-OK-SW  TO WS-PASS-OK-SW
017410         WHEN 5 THRU 6
017420             MOVE WS-TIMESHT-OK-SW  TO WS-PASS-OK-SW
017430         WHEN 7
017440             IF WS-TIMESHT-OK AND WS-EARNCODE-OK
017450                 SET WS-PASS-OK TO TRUE
017460             END-IF
017470         WHEN 8
017480             MOVE WS-LEAVBAL-OK-SW  TO WS-PASS-OK-SW
017490         WHEN 9
017500             MOVE WS-SALRATE-OK-SW  TO WS-PASS-OK-SW
017510         WHEN 10 THRU 11
017520             MOVE WS-ELECTFIL-OK-SW TO WS-PASS-OK-SW
017530         WHEN 12 THRU 13
017540             MOVE WS-GARNFILE-OK-SW TO WS-PASS-OK-SW
017550         WHEN 14 THRU 15
017560             MOVE WS-DEPACCT-OK-SW  TO WS-PASS-OK-SW
017570         WHEN 16 THRU 17
017580             MOVE WS-ADVFILE-OK-SW  TO WS-PASS-OK-SW
017590         WHEN 18
017600             MOVE WS-LABDIST-OK-SW  TO WS-PASS-OK-SW
017610         WHEN 19
017620             IF WS-LABDIST-OK AND WS-DEPTTAB-OK
017630                 SET WS-PASS-OK TO TRUE
017640             END-IF
017650         WHEN 20 THRU 21
017660             MOVE WS-RETRO-OK-SW    TO WS-PASS-OK-SW
017670         WHEN OTHER
017680             MOVE WS-SEQ-FILE-OK-SW TO WS-PASS-OK-SW
017690     END-EVALUATE.
017700 7050-EXIT.
017710     EXIT.
017720
017730*-----------------------------------------------------------------
017740*  7100-START-RULE.
017750*  PRINTS THE FILE HEADING WHEN THE FILE CHANGES, THEN THE
017760*  RULE HEADING, AND RESETS THE PASS. A RULE THAT CANNOT BE
017770*  CHECKED SAYS SO UNDER ITS HEADING.
017780*-----------------------------------------------------------------
017790 7100-START-RULE.
017800     IF WS-RULE-FILE(WS-RULE-NO) NOT EQUAL WS-LAST-FILE
017810         MOVE WS-RULE-FILE(WS-RULE-NO) TO WS-LAST-FILE
017820         MOVE WS-LAST-FILE TO RPT-FILE-NAME
017830         WRITE RPT-LINE FROM WS-RPT-FILE-LINE
017840             AFTER ADVANCING 2 LINES
017850     END-IF.
017860     MOVE WS-RULE-NO               TO RPT-RULE-NO.
017870     MOVE WS-RULE-GRADE(WS-RULE-NO) TO RPT-RULE-GRADE.
017880     MOVE WS-RULE-TEXT(WS-RULE-NO)  TO RPT-RULE-TEXT.
017890     WRITE RPT-LINE FROM WS-RPT-RULE-LINE
017900         AFTER ADVANCING 2 LINES.
017910     MOVE ZERO TO WS-PASS-ROWS.
017920     MOVE "N" TO WS-PASS-EOF-SW.
017930     MOVE ZERO TO WS-SEEN-COUNT.
017940     PERFORM 7050-SET-PASS-OK
017950         THRU 7050-EXIT.
017960     IF WS-PASS-OK
017970         MOVE "Y" TO WS-RULE-CHECKED-SW(WS-RULE-NO)
017980     ELSE
017990         WRITE RPT-LINE FROM WS-RPT-NOT-CHECKED-LINE
018000             AFTER ADVANCING 1 LINE
018010     END-IF.
018020 7100-EXIT.
018030     EXIT.
018040
018050 7200-END-RULE.
018060     MOVE WS-PASS-ROWS                 TO RPT-PASS-ROWS.
018070     MOVE WS-RULE-FINDINGS(WS-RULE-NO) TO RPT-PASS-FINDINGS.
018080     WRITE RPT-LINE FROM WS-RPT-PASS-LINE
018090         AFTER ADVANCING 1 LINE.
018100 7200-EXIT.
018110     EXIT.
018120
018130*-----------------------------------------------------------------
018140*  7500-PRINT-SUMMARY.
018150*  ONE LINE PER RULE ON A PAGE OF ITS OWN, THEN THE COUNTS, AND
018160*  ONE LINE TO THE AUDIT TRAIL.
018170*-----------------------------------------------------------------
018180 7500-PRINT-SUMMARY.
018190     WRITE RPT-LINE FROM WS-RPT-HEADING-1
018200         AFTER ADVANCING PAGE.
018210     WRITE RPT-LINE FROM WS-RPT-HEADING-3
018220         AFTER ADVANCING 1 LINE.
018230     WRITE RPT-LINE FROM WS-RPT-SUMMARY-HEADING
018240         AFTER ADVANCING 1 LINE.
018250     PERFORM 7510-PRINT-ONE-RULE
018260         THRU 7510-EXIT
018270         VARYING WS-RULE-NO FROM 1 BY 1
018280         UNTIL WS-RULE-NO GREATER THAN WS-RULE-MAX.
018290     WRITE RPT-LINE FROM WS-RPT-HEADING-3
018300         AFTER ADVANCING 1 LINE.
018310     MOVE "ACTIVE EMPLOYEES"    TO RPT-COUNT-LABEL.
018320     MOVE WS-ACTIVE-COUNT       TO RPT-COUNT-VALUE.
018330     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
018340         AFTER ADVANCING 1 LINE.
018350     MOVE "TERMINATED EMPLOYEES" TO RPT-COUNT-LABEL.
018360     MOVE WS-TERMINATED-COUNT   TO RPT-COUNT-VALUE.
018370     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
018380         AFTER ADVANCING 1 LINE.
018390     MOVE "ERROR FINDINGS"      TO RPT-COUNT-LABEL.
018400     MOVE WS-ERROR-COUNT        TO RPT-COUNT-VALUE.
018410     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
018420         AFTER ADVANCING 1 LINE.
018430     MOVE "WARNING FINDINGS"    TO RPT-COUNT-LABEL.
018440     MOVE WS-WARNING-COUNT      TO RPT-COUNT-VALUE.
018450     WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
018460         AFTER ADVANCING 1 LINE.
018470     MOVE SPACES TO WS-AUDIT-MESSAGE.
018480     STRING "INTEGRITY AUDIT - ERRORS " WS-ERROR-COUNT
018490         " WARNINGS " WS-WARNING-COUNT
018500         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
018510     CALL "AUDITLOG" USING
018520         BY CONTENT WS-AUDIT-PROGRAM-ID
018530         BY CONTENT WS-AUDIT-MESSAGE.
018540 7500-EXIT.
018550     EXIT.
018560
018570 7510-PRINT-ONE-RULE.
018580     MOVE WS-RULE-FILE(WS-RULE-NO)  TO RPT-SUM-FILE.
018590     MOVE WS-RULE-NO                TO RPT-SUM-RULE-NO.
018600     MOVE WS-RULE-GRADE(WS-RULE-NO) TO RPT-SUM-GRADE.
018610     MOVE WS-RULE-TEXT(WS-RULE-NO)  TO RPT-SUM-TEXT.
018620     IF WS-RULE-CHECKED(WS-RULE-NO)
018630         MOVE WS-RULE-FINDINGS(WS-RULE-NO)
018640             TO WS-SUM-FINDINGS-EDIT
018650         MOVE WS-SUM-FINDINGS-EDIT  TO RPT-SUM-FINDINGS
018660     ELSE
018670         MOVE "NOT CHECKED"         TO RPT-SUM-FINDINGS
018680     END-IF.
018690     WRITE RPT-LINE FROM WS-RPT-SUMMARY-LINE
018700         AFTER ADVANCING 1 LINE.
018710 7510-EXIT.
018720     EXIT.
018730
018740*-----------------------------------------------------------------
018750*  8000-LOG-FINDING.
018760*  A FINDING GOES TO THE EXCEPTION FILE AT ITS RULE'S GRADE AND
018770*  UNDER ITS RULE ON THE REPORT.
018780*-----------------------------------------------------------------
018790 8000-LOG-FINDING.
018800     ADD 1 TO WS-RULE-FINDINGS(WS-RULE-NO).
018810     MOVE WS-RULE-GRADE(WS-RULE-NO) TO WS-EXCP-SEVERITY.
018820     PERFORM 8100-LOG-FILE-FINDING
018830         THRU 8100-EXIT.
018840 8000-EXIT.
018850     EXIT.
018860
018870*-----------------------------------------------------------------
018880*  8100-LOG-FILE-FINDING.
018890*  LOGS WS-EXCP-MESSAGE AT WS-EXCP-SEVERITY AND PRINTS IT.
018900*-----------------------------------------------------------------
018910 8100-LOG-FILE-FINDING.
018920     IF WS-EXCP-SEVERITY EQUAL "E"
018930         ADD 1 TO WS-ERROR-COUNT
018940     ELSE
018950         ADD 1 TO WS-WARNING-COUNT
018960     END-IF.
018970     CALL "EXCPTLOG" USING
018980         BY CONTENT WS-AUDIT-PROGRAM-ID
018990         BY CONTENT WS-EXCP-SEVERITY
019000         BY CONTENT WS-EXCP-MESSAGE.
019010     MOVE WS-EXCP-SEVERITY TO RPT-SEVERITY.
019020     MOVE WS-EXCP-MESSAGE TO RPT-FINDING.
019030     WRITE RPT-LINE FROM WS-RPT-FINDING-LINE
019040         AFTER ADVANCING 1 LINE.
019050 8100-EXIT.
019060     EXIT.
019070
019080*-----------------------------------------------------------------
019090*  8200-LOG-MISSING-FILE.
019100*  THE FILE NAMED IN WS-LAST-FILE COULD NOT BE OPENED.
019110*-----------------------------------------------------------------
019120 8200-LOG-MISSING-FILE.
019130     MOVE SPACES TO WS-EXCP-MESSAGE.
019140     STRING WS-LAST-FILE DELIMITED BY SPACE
019150         " NOT AVAILABLE - ITS RULES ARE NOT CHECKED"
019160         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
019170     MOVE "W" TO WS-EXCP-SEVERITY.
019180     PERFORM 8100-LOG-FILE-FINDING
019190         THRU 8100-EXIT.
019200 8200-EXIT.
019210     EXIT.
019220
019230*-----------------------------------------------------------------
019240*  9999-TERMINATE.
019250*-----------------------------------------------------------------
019260 9999-TERMINATE.
019270     IF WS-EMPMAST-OK
019280         CLOSE EMPLOYEE-MASTER
019290     END-IF.
019300     IF WS-TIMESHT-OK
019310         CLOSE TIMESHEET-FILE
019320     END-IF.
019330     IF WS-LEAVBAL-OK
019340         CLOSE LEAVE-BALANCE-FILE
019350     END-IF.
019360     IF WS-SALRATE-OK
019370         CLOSE SALARY-RATE-FILE
019380     END-IF.
019390     IF WS-ELECTFIL-OK
019400         CLOSE ELECTION-FILE
019410     END-IF.
019420     IF WS-GARNFILE-OK
019430         CLOSE GARNISHMENT-FILE
019440     END-IF.
019450     IF WS-DEPACCT-OK
019460         CLOSE DEPOSIT-ACCOUNT-FILE
019470     END-IF.
019480     IF WS-ADVFILE-OK
019490         CLOSE ADVANCE-FILE
019500     END-IF.
019510     IF WS-LABDIST-OK
019520         CLOSE LABOR-DIST-FILE
019530     END-IF.
019540     IF WS-RETRO-OK
019550         CLOSE RETRO-PAY-FILE
019560     END-IF.
019570     IF WS-DEPTTAB-OK
019580         CLOSE DEPARTMENT-TABLE
019590     END-IF.
019600     IF WS-EARNCODE-OK
019610         CLOSE EARNINGS-CODE-TABLE
019620     END-IF.
019630     CLOSE INTEGRITY-REPORT.
019640 9999-EXIT.
019650     EXIT.
