000100*****************************************************************
000110*  PROGRAM-ID.   CHGAPPR
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - RUN CONTROL
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     DUAL-CONTROL APPROVAL WORK QUEUE, MODELED ON EXCPACK. BANK
000190*     DETAILS AND SALARY KEYED IN ACCEPTDI OR EMPBATCH, SALRATE
000190*     ROWS KEYED IN SALMAINT, GARNISHMENT PAYEES KEYED IN
000190*     GRNMAINT AND DEPOSIT ACCOUNTS KEYED IN DEPMAINT WAIT ON THE
000190*     PENDCHG FILE INSTEAD OF GOING TO THE LIVE FILE. A
000190*     SUPERVISOR (AUTHORITY 3) SIGNS ON HERE, EVERY
000230*     PENDING CHANGE IS LISTED WITH AN ITEM NUMBER, AND THE
000240*     SUPERVISOR WORKS THEM ONE AT A TIME - KEY THE ITEM NUMBER,
000250*     SEE THE CHANGE, AND APPROVE OR REJECT IT. ITEM ZERO ENDS THE
000260*     SESSION.
000270*
000280*     A CHANGE CANNOT BE DECIDED BY THE OPERATOR WHO KEYED IT.
000290*     A WAIVED SIGN-ON CARRIES DATA-ENTRY AUTHORITY ONLY, SO
000300*     NOTHING CAN BE RELEASED WHILE THE OPERATOR FILE IS LOST.
000310*
000320*     AN APPROVED CHANGE IS APPLIED TO THE LIVE FILE ONLY IF THE
000330*     VALUE IT WAS KEYED AGAINST IS STILL THERE; OTHERWISE IT IS
000340*     REJECTED AS OVERTAKEN AND MUST BE KEYED AGAIN. AN APPLIED
000350*     MASTER CHANGE IS JOURNALED THROUGH CHGJRNL WITH THE FULL
000350*     BEFORE AND AFTER RECORD IMAGES, AND AN APPLIED RATE,
000350*     GARNISHMENT OR DEPOSIT-ACCOUNT ROW THROUGH CHGJRNLF. NEW
000350*     BANK DETAILS FOR AN EMPLOYEE WITH NO DEPACCT ACCOUNTS ALSO
000350*     WRITE THE FIRST DEPACCT ROW AT STATUS N, AS ACCEPTDI DID
000350*     WHEN IT CHANGED THEM DIRECTLY, SO THE ACCOUNT IS PRENOTED
000350*     BEFORE ANY MONEY GOES THERE. AN APPROVED DEPMAINT ACCOUNT
000350*     IS WRITTEN AT STATUS N FOR THE SAME REASON. EVERY DECISION
000400*     STAYS ON THE PENDCHG ROW (WHO, WHEN, WHY) AND GOES TO THE
000400*     AUDIT TRAIL.
000430*
000440*     THE MASTER IS NOT TOUCHED WHILE THE NIGHTLY RUN'S LOCK IS
000450*     HELD. RDYCHECK WARNS WHILE CHANGES ARE STILL PENDING.
000460*-----------------------------------------------------------------
000470*  MODIFICATION HISTORY.
000480*  DATE       INIT  DESCRIPTION
000490*  ---------  ----  -----------------------------------------
000500*  10/14/26   RCA   ORIGINAL PROGRAM.
000500*  10/14/26   RCA   JOURNAL IMAGES WIDENED TO 142 BYTES FOR THE
000500*                   COMPANY CODE ON EMPREC.
000500*  10/15/26   RCA   APPLIES TYPE D DEPOSIT-ACCOUNT CHANGES QUEUED
000500*                   BY DEPMAINT TO DEPACCT AT STATUS N, REFUSING
000500*                   ONE WHOSE KEYED BANK DETAILS ARE NO LONGER ON
000500*                   FILE.
000500*  10/15/26   RCA   APPROVED DEPACCT ROWS, AND THE PRENOTE ROW
000500*                   WRITTEN FOR NEW BANK DETAILS, NOW GO TO THE
000500*                   CHANGE JOURNAL THROUGH CHGJRNLF WITH THEIR
000500*                   BEFORE AND AFTER IMAGES, FILE ID DEPACCT.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. CHGAPPR.
000540 AUTHOR. R. AKOLKAR.
000550 INSTALLATION. PAYROLL SYSTEMS - RUN CONTROL.
000560 DATE-WRITTEN. 10/14/26.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS PN-CHANGE-KEY
000660         FILE STATUS IS WS-PENDCHG-STATUS.
000670     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS EMP-NO
000710         FILE STATUS IS WS-EMPMAST-STATUS.
000720     SELECT SALARY-RATE-FILE ASSIGN TO "SALRATE"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS SR-RATE-KEY OF SALARY-RATE-RECORD
000760         FILE STATUS IS WS-SALRATE-STATUS.
000770     SELECT GARNISHMENT-FILE ASSIGN TO "GARNFILE"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS GR-GARN-KEY OF GARNISHMENT-RECORD
000810         FILE STATUS IS WS-GARNFILE-STATUS.
000820     SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "DEPACCT"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS DA-ACCT-KEY OF DEPOSIT-ACCOUNT-RECORD
000860         FILE STATUS IS WS-DEPACCT-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  PENDING-CHANGE-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY PENDCHG.
000930
000940 FD  EMPLOYEE-MASTER
000950     LABEL RECORDS ARE STANDARD.
000960     COPY EMPREC.
000970
000980 FD  SALARY-RATE-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY SALRATE.
001010
001020 FD  GARNISHMENT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY GARNREC.
001050
001060 FD  DEPOSIT-ACCOUNT-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY DEPACCT.
001090
001100 WORKING-STORAGE SECTION.
001110 01  WS-PENDCHG-STATUS            PIC X(02) VALUE SPACES.
001120 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
001130 01  WS-SALRATE-STATUS            PIC X(02) VALUE SPACES.
001140 01  WS-GARNFILE-STATUS           PIC X(02) VALUE SPACES.
001150 01  WS-DEPACCT-STATUS            PIC X(02) VALUE SPACES.
001160     88  WS-DEPACCT-NOT-FOUND                VALUE "35".
001170 01  WS-PENDCHG-OK-SW             PIC X(01) VALUE "N".
001180     88  WS-PENDCHG-OK                       VALUE "Y".
001190 01  WS-EMPMAST-OK-SW             PIC X(01) VALUE "N".
001200     88  WS-EMPMAST-OK                       VALUE "Y".
001210 01  WS-SALRATE-OK-SW             PIC X(01) VALUE "N".
001220     88  WS-SALRATE-OK                       VALUE "Y".
001230 01  WS-GARNFILE-OK-SW            PIC X(01) VALUE "N".
001240     88  WS-GARNFILE-OK                      VALUE "Y".
001250
001260 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001270     88  WS-END-OF-FILE                      VALUE "Y".
001280 01  WS-DA-EOF-SW                 PIC X(01) VALUE "N".
001290     88  WS-DA-EOF                           VALUE "Y".
001300 01  WS-OPEN-COUNT                PIC 9(03) VALUE ZERO.
001310 01  WS-ITEM-NO                   PIC 9(03) VALUE ZERO.
001320 01  WS-PICK-NO                   PIC 9(03) VALUE ZERO.
001330 01  WS-PICK-OK-SW                PIC X(01) VALUE "N".
001340     88  WS-PICK-OK                          VALUE "Y".
001350 01  WS-FOUND-SW                  PIC X(01) VALUE "N".
001360     88  WS-FOUND                            VALUE "Y".
001370 01  WS-DONE-SW                   PIC X(01) VALUE "N".
001380     88  WS-DONE                             VALUE "Y".
001390 01  WS-DECISION                  PIC X(01) VALUE SPACE.
001400     88  WS-DECIDE-APPROVE                   VALUE "A" "a".
001410     88  WS-DECIDE-REJECT                    VALUE "R" "r".
001420 01  WS-DECISION-NOTE             PIC X(30) VALUE SPACES.
001430 01  WS-APPLIED-SW                PIC X(01) VALUE "N".
001440     88  WS-APPLIED                          VALUE "Y".
001450 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001460 01  WS-CHANGE-DESC               PIC X(50) VALUE SPACES.
001470 01  WS-YOURS-FLAG                PIC X(07) VALUE SPACES.
001480 01  WS-OLD-AMT-DISP              PIC ZZ9.99.
001490 01  WS-NEW-AMT-DISP              PIC ZZ9.99.
001500
001510 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001520 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
001530 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
001540     88  WS-SIGNON-OK                        VALUE "Y".
001550 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
001560     88  WS-LOCK-HELD                        VALUE "Y".
001570
001580 01  WS-JRNL-EMP-NO               PIC 9(05) VALUE ZERO.
001590 01  WS-BEFORE-IMAGE              PIC X(142) VALUE SPACES.
001600 01  WS-AFTER-IMAGE               PIC X(142) VALUE SPACES.
001610 01  WS-JRNL-FILE-ID              PIC X(08) VALUE SPACES.
001620
001630     COPY SALRATE REPLACING ==SALARY-RATE-RECORD==
001640         BY ==OLD-RATE-ROW==.
001650     COPY SALRATE REPLACING ==SALARY-RATE-RECORD==
001660         BY ==NEW-RATE-ROW==.
001670     COPY GARNREC REPLACING ==GARNISHMENT-RECORD==
001680         BY ==OLD-ORDER-ROW==.
001690     COPY GARNREC REPLACING ==GARNISHMENT-RECORD==
001700         BY ==NEW-ORDER-ROW==.
001700     COPY DEPACCT REPLACING ==DEPOSIT-ACCOUNT-RECORD==
001700         BY ==OLD-ACCT-ROW==.
001700     COPY DEPACCT REPLACING ==DEPOSIT-ACCOUNT-RECORD==
001700         BY ==NEW-ACCT-ROW==.
001710
001720 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "CHGAPPR".
001730 01  WS-AUDIT-MESSAGE             PIC X(60).
001740
001750 PROCEDURE DIVISION.
001760
001770*-----------------------------------------------------------------
001780*  0000-MAINLINE.
001790*-----------------------------------------------------------------
001800 0000-MAINLINE.
001810*  THE SUPERVISOR SIGNS ON FIRST - THE WHOLE POINT OF THE QUEUE
001820*  IS A SECOND, NAMED PERSON RELEASING THE CHANGE.
001830     CALL "OPERSGN" USING
001840         BY REFERENCE WS-OPERATOR-ID
001850         BY REFERENCE WS-OPER-AUTH
001860         BY REFERENCE WS-SIGNON-OK-SW.
001870     IF NOT WS-SIGNON-OK
001880         DISPLAY "CHGAPPR - SIGN-ON REFUSED - NOTHING DONE."
001890         GOBACK
001900     END-IF.
001910     IF WS-OPER-AUTH LESS THAN 3
001920         DISPLAY "CHGAPPR - SUPERVISOR AUTHORITY (3) IS NEEDED "
001930             "TO DECIDE CHANGES - NOTHING DONE."
001940         GOBACK
001950     END-IF.
001960     CALL "LOCKCHK" USING
001970         BY REFERENCE WS-LOCK-HELD-SW.
001980     IF WS-LOCK-HELD
001990         DISPLAY "CHGAPPR - THE MASTER IS LOCKED BY THE NIGHTLY "
002000             "RUN - NOTHING DONE."
002010         GOBACK
002020     END-IF.
002030     PERFORM 1000-INITIALIZE
002040         THRU 1000-EXIT.
002050     PERFORM 5000-WORK-ONE-ITEM
002060         THRU 5000-EXIT
002070         UNTIL WS-DONE.
002080     PERFORM 9999-TERMINATE
002090         THRU 9999-EXIT.
002100     GOBACK.
002110
002120*-----------------------------------------------------------------
002130*  1000-INITIALIZE.
002140*  THE QUEUE IS OPENED I-O FOR THE WHOLE SESSION. THE LIVE FILES
002150*  ARE OPENED I-O TOO; ONE THAT CANNOT BE OPENED ONLY STOPS THE
002160*  CHANGES BOUND FOR IT FROM BEING APPROVED.
002170*-----------------------------------------------------------------
002180 1000-INITIALIZE.
002190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002200     OPEN I-O PENDING-CHANGE-FILE.
002210     IF WS-PENDCHG-STATUS NOT EQUAL "00"
002220         DISPLAY "CHGAPPR - NO PENDING-CHANGE FILE ON HAND - "
002230             "NOTHING TO DECIDE."
002240         SET WS-DONE TO TRUE
002250         GO TO 1000-EXIT
002260     END-IF.
002270     SET WS-PENDCHG-OK TO TRUE.
002280     OPEN I-O EMPLOYEE-MASTER.
002290     IF WS-EMPMAST-STATUS EQUAL "00"
002300         SET WS-EMPMAST-OK TO TRUE
002310     END-IF.
002320     OPEN I-O SALARY-RATE-FILE.
002330     IF WS-SALRATE-STATUS EQUAL "00"
002340         SET WS-SALRATE-OK TO TRUE
002350     END-IF.
002360     OPEN I-O GARNISHMENT-FILE.
002370     IF WS-GARNFILE-STATUS EQUAL "00"
002380         SET WS-GARNFILE-OK TO TRUE
002390     END-IF.
002400 1000-EXIT.
002410     EXIT.
002420
002430*-----------------------------------------------------------------
002440*  2000-LIST-PENDING.
002450*  LISTS EVERY PENDING CHANGE, OLDEST FIRST, WITH ITS ITEM
002460*  NUMBER - THE CHANGE'S ORDINAL AMONG THE PENDING ROWS, COUNTED
002470*  THE SAME WAY ON EVERY PASS. A CHANGE THE SIGNED-ON SUPERVISOR
002480*  KEYED IS SHOWN BUT MARKED.
002490*-----------------------------------------------------------------
002500 2000-LIST-PENDING.
002510     MOVE ZERO TO WS-OPEN-COUNT.
002520     PERFORM 2050-START-QUEUE
002530         THRU 2050-EXIT.
002540     PERFORM 2100-LIST-ONE-ITEM
002550         THRU 2100-EXIT
002560         UNTIL WS-END-OF-FILE.
002570 2000-EXIT.
002580     EXIT.
002590
002600 2050-START-QUEUE.
002610     MOVE "N" TO WS-EOF-SW.
002620     MOVE LOW-VALUES TO PN-CHANGE-KEY.
002630     START PENDING-CHANGE-FILE
002640         KEY IS NOT LESS THAN PN-CHANGE-KEY
002650         INVALID KEY
002660             SET WS-END-OF-FILE TO TRUE
002670     END-START.
002680 2050-EXIT.
002690     EXIT.
002700
002710*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
002720*  ERROR CANNOT SPIN.
002730 2100-LIST-ONE-ITEM.
002740     READ PENDING-CHANGE-FILE NEXT RECORD
002750         AT END
002760             SET WS-END-OF-FILE TO TRUE
002770             GO TO 2100-EXIT
002780     END-READ.
002790     IF WS-PENDCHG-STATUS NOT EQUAL "00"
002800         SET WS-END-OF-FILE TO TRUE
002810         GO TO 2100-EXIT
002820     END-IF.
002830     IF NOT PN-PENDING
002840         GO TO 2100-EXIT
002850     END-IF.
002860     ADD 1 TO WS-OPEN-COUNT.
002870     PERFORM 2200-DESCRIBE-CHANGE
002880         THRU 2200-EXIT.
002890     MOVE SPACES TO WS-YOURS-FLAG.
002900     IF PN-KEYED-BY EQUAL WS-OPERATOR-ID
002910         MOVE "(YOURS)" TO WS-YOURS-FLAG
002920     END-IF.
002930     DISPLAY WS-OPEN-COUNT " " PN-ENTRY-DATE " " PN-EMP-NO " "
002940         PN-CHANGE-TYPE PN-ACTION " " PN-KEYED-BY " "
002950         WS-YOURS-FLAG.
002960     DISPLAY "      " WS-CHANGE-DESC.
002970 2100-EXIT.
002980     EXIT.
002990
003000*-----------------------------------------------------------------
003010*  2200-DESCRIBE-CHANGE.
003020*  ONE LINE SAYING WHAT THE CHANGE DOES, FROM THE ROW'S BEFORE
003030*  AND AFTER IMAGES.
003040*-----------------------------------------------------------------
003050 2200-DESCRIBE-CHANGE.
003060     MOVE SPACES TO WS-CHANGE-DESC.
003070     EVALUATE TRUE
003080         WHEN PN-SALARY-CHANGE
003090             MOVE PN-BEFORE-SAL TO WS-OLD-AMT-DISP
003100             MOVE PN-AFTER-SAL  TO WS-NEW-AMT-DISP
003110             STRING "SALARY " WS-OLD-AMT-DISP " -> "
003120                 WS-NEW-AMT-DISP " (" PN-SOURCE-PGM ")"
003130                 DELIMITED BY SIZE INTO WS-CHANGE-DESC
003140         WHEN PN-BANK-CHANGE
003150             STRING "BANK " PN-AFTER-ROUTING " "
003160                 PN-AFTER-ACCOUNT " WAS " PN-BEFORE-ROUTING
003170                 DELIMITED BY SIZE INTO WS-CHANGE-DESC
003180         WHEN PN-RATE-CHANGE
003190             MOVE PN-BEFORE-IMAGE TO OLD-RATE-ROW
003200             MOVE PN-AFTER-IMAGE  TO NEW-RATE-ROW
003210             PERFORM 2210-DESCRIBE-RATE
003220                 THRU 2210-EXIT
003230         WHEN PN-GARN-CHANGE
003240             MOVE PN-BEFORE-IMAGE TO OLD-ORDER-ROW
003250             MOVE PN-AFTER-IMAGE  TO NEW-ORDER-ROW
003260             IF PN-ACTION-ADD
003270                 STRING "NEW ORDER PRI "
003280                     GR-PRIORITY OF NEW-ORDER-ROW
003290                     " PAYEE " GR-PAYEE OF NEW-ORDER-ROW
003300                     DELIMITED BY SIZE INTO WS-CHANGE-DESC
003310             ELSE
003320                 STRING "PRI " GR-PRIORITY OF NEW-ORDER-ROW
003330                     " PAYEE " GR-PAYEE OF OLD-ORDER-ROW " -> "
003340                     GR-PAYEE OF NEW-ORDER-ROW
003350                     DELIMITED BY SIZE INTO WS-CHANGE-DESC
003360             END-IF
003360         WHEN PN-DEPOSIT-CHANGE
003360             MOVE PN-BEFORE-IMAGE TO OLD-ACCT-ROW
003360             MOVE PN-AFTER-IMAGE  TO NEW-ACCT-ROW
003360             IF PN-ACTION-ADD
003360                 STRING "NEW DEP ACCT " DA-SEQ OF NEW-ACCT-ROW " "
003360                     DA-ROUTING OF NEW-ACCT-ROW " "
003360                     DA-ACCOUNT OF NEW-ACCT-ROW
003350                     DELIMITED BY SIZE INTO WS-CHANGE-DESC
003350             ELSE
003350                 STRING "DEP " DA-SEQ OF NEW-ACCT-ROW " "
003350                     DA-ROUTING OF NEW-ACCT-ROW " "
003350                     DA-ACCOUNT OF NEW-ACCT-ROW " WAS "
003350                     DA-ROUTING OF OLD-ACCT-ROW
003350                     DELIMITED BY SIZE INTO WS-CHANGE-DESC
003360             END-IF
003370     END-EVALUATE.
003380 2200-EXIT.
003390     EXIT.
003400
003410 2210-DESCRIBE-RATE.
003420     EVALUATE TRUE
003430         WHEN PN-ACTION-ADD
003440             MOVE SR-RATE OF NEW-RATE-ROW TO WS-NEW-AMT-DISP
003450             STRING "ADD RATE FROM " SR-EFF-START OF NEW-RATE-ROW
003460                 " TO " SR-EFF-END OF NEW-RATE-ROW " AT "
003470                 WS-NEW-AMT-DISP
003480                 DELIMITED BY SIZE INTO WS-CHANGE-DESC
003490         WHEN PN-ACTION-DELETE
003500             MOVE SR-RATE OF OLD-RATE-ROW TO WS-OLD-AMT-DISP
003510             STRING "DELETE RATE FROM "
003520                 SR-EFF-START OF OLD-RATE-ROW
003530                 " AT " WS-OLD-AMT-DISP
003540                 DELIMITED BY SIZE INTO WS-CHANGE-DESC
003550         WHEN OTHER
003560             MOVE SR-RATE OF OLD-RATE-ROW TO WS-OLD-AMT-DISP
003570             MOVE SR-RATE OF NEW-RATE-ROW TO WS-NEW-AMT-DISP
003580             STRING "RATE FROM " SR-EFF-START OF OLD-RATE-ROW " "
003590                 WS-OLD-AMT-DISP " -> " WS-NEW-AMT-DISP
003600                 " TO " SR-EFF-END OF NEW-RATE-ROW
003610                 DELIMITED BY SIZE INTO WS-CHANGE-DESC
003620     END-EVALUATE.
003630 2210-EXIT.
003640     EXIT.
003650
003660*-----------------------------------------------------------------
003670*  5000-WORK-ONE-ITEM.
003680*  ONE LIST-AND-PICK CYCLE. THE LIST IS REBUILT EACH TIME SO
003690*  DECIDED CHANGES DROP OFF AS THEY ARE WORKED.
003700*-----------------------------------------------------------------
003710 5000-WORK-ONE-ITEM.
003720     DISPLAY " ".
003730     DISPLAY "CHANGES AWAITING APPROVAL:".
003740     PERFORM 2000-LIST-PENDING
003750         THRU 2000-EXIT.
003760     IF WS-OPEN-COUNT EQUAL ZERO
003770         DISPLAY "NO CHANGES AWAITING APPROVAL - QUEUE IS CLEAR."
003780         SET WS-DONE TO TRUE
003790         GO TO 5000-EXIT
003800     END-IF.
003810     MOVE "N" TO WS-PICK-OK-SW.
003820     PERFORM 5100-GET-PICK
003830         THRU 5100-EXIT
003840         UNTIL WS-PICK-OK.
003850     IF WS-PICK-NO EQUAL ZERO
003860         SET WS-DONE TO TRUE
003870         GO TO 5000-EXIT
003880     END-IF.
003890     PERFORM 6000-FIND-ITEM
003900         THRU 6000-EXIT.
003910     IF NOT WS-FOUND
003920         DISPLAY "ITEM " WS-PICK-NO " NOT FOUND - THE QUEUE MAY "
003930             "HAVE CHANGED. LIST REBUILT."
003940         GO TO 5000-EXIT
003950     END-IF.
003960     IF PN-KEYED-BY EQUAL WS-OPERATOR-ID
003970         DISPLAY "ITEM " WS-PICK-NO " WAS KEYED BY YOU - IT MUST "
003980             "BE DECIDED BY ANOTHER SUPERVISOR."
003990         GO TO 5000-EXIT
004000     END-IF.
004010     PERFORM 2200-DESCRIBE-CHANGE
004020         THRU 2200-EXIT.
004030     DISPLAY "EMPLOYEE " PN-EMP-NO " KEYED " PN-ENTRY-DATE " BY "
004040         PN-KEYED-BY " IN " PN-SOURCE-PGM.
004050     DISPLAY "  " WS-CHANGE-DESC.
004060     DISPLAY "ENTER A=APPROVE, R=REJECT, ANYTHING ELSE TO LEAVE "
004070         "IT PENDING: ".
004080     ACCEPT WS-DECISION.
004090     EVALUATE TRUE
004100         WHEN WS-DECIDE-APPROVE
004110             PERFORM 7000-APPLY-CHANGE
004120                 THRU 7000-EXIT
004130         WHEN WS-DECIDE-REJECT
004140             DISPLAY "ENTER THE REASON (MAX 30 CHARACTERS): "
004150             ACCEPT WS-DECISION-NOTE
004160             MOVE "N" TO WS-APPLIED-SW
004170         WHEN OTHER
004180             DISPLAY "ITEM " WS-PICK-NO " LEFT PENDING."
004190             GO TO 5000-EXIT
004200     END-EVALUATE.
004210     PERFORM 6500-RECORD-DECISION
004220         THRU 6500-EXIT.
004230 5000-EXIT.
004240     EXIT.
004250
004260 5100-GET-PICK.
004270     DISPLAY "ENTER ITEM NUMBER TO DECIDE (0 = DONE): ".
004280     ACCEPT WS-PICK-NO.
004290     IF WS-PICK-NO IS NUMERIC
004300             AND WS-PICK-NO NOT GREATER THAN WS-OPEN-COUNT
004310         SET WS-PICK-OK TO TRUE
004320     ELSE
004330         DISPLAY "INVALID ITEM NUMBER. PLEASE RE-ENTER."
004340     END-IF.
004350 5100-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------------
004390*  6000-FIND-ITEM.
004400*  RE-SCANS TO THE PICKED ORDINAL, LEAVING THE ROW IN THE RECORD
004410*  AREA FOR THE REWRITE.
004420*-----------------------------------------------------------------
004430 6000-FIND-ITEM.
004440     MOVE ZERO TO WS-ITEM-NO.
004450     MOVE "N" TO WS-FOUND-SW.
004460     PERFORM 2050-START-QUEUE
004470         THRU 2050-EXIT.
004480     PERFORM 6100-SCAN-TO-ITEM
004490         THRU 6100-EXIT
004500         UNTIL WS-FOUND OR WS-END-OF-FILE.
004510 6000-EXIT.
004520     EXIT.
004530
004540 6100-SCAN-TO-ITEM.
004550     READ PENDING-CHANGE-FILE NEXT RECORD
004560         AT END
004570             SET WS-END-OF-FILE TO TRUE
004580             GO TO 6100-EXIT
004590     END-READ.
004600     IF WS-PENDCHG-STATUS NOT EQUAL "00"
004610         SET WS-END-OF-FILE TO TRUE
004620         GO TO 6100-EXIT
004630     END-IF.
004640     IF NOT PN-PENDING
004650         GO TO 6100-EXIT
004660     END-IF.
004670     ADD 1 TO WS-ITEM-NO.
004680     IF WS-ITEM-NO EQUAL WS-PICK-NO
004690         SET WS-FOUND TO TRUE
004700     END-IF.
004710 6100-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------------
004750*  6500-RECORD-DECISION.
004760*  REWRITES THE QUEUE ROW WITH THE DECISION. AN APPROVAL THAT
004770*  COULD NOT BE APPLIED IS RECORDED AS A REJECTION WITH THE
004780*  REASON IT WAS REFUSED.
004790*-----------------------------------------------------------------
004800 6500-RECORD-DECISION.
004810     IF WS-APPLIED
004820         MOVE "A" TO PN-STATUS
004830     ELSE
004840         MOVE "R" TO PN-STATUS
004850     END-IF.
004860     MOVE WS-OPERATOR-ID   TO PN-DECIDED-BY.
004870     MOVE WS-RUN-DATE      TO PN-DECIDED-DATE.
004880     MOVE WS-DECISION-NOTE TO PN-DECISION-NOTE.
004890     REWRITE PENDING-CHANGE-RECORD.
004900     MOVE SPACES TO WS-AUDIT-MESSAGE.
004910     IF WS-APPLIED
004920         DISPLAY "ITEM " WS-PICK-NO " APPROVED AND APPLIED."
004930         STRING "CHANGE APPROVED - EMP " PN-EMP-NO " TYPE "
004940             PN-CHANGE-TYPE PN-ACTION " KEYED BY " PN-KEYED-BY
004950             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
004960     ELSE
004970         DISPLAY "ITEM " WS-PICK-NO " REJECTED - "
004980             WS-DECISION-NOTE
004990         STRING "CHANGE REJECTED - EMP " PN-EMP-NO " TYPE "
005000             PN-CHANGE-TYPE PN-ACTION " " WS-DECISION-NOTE
005010             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
005020     END-IF.
005030     CALL "AUDITLOG" USING
005040         BY CONTENT WS-AUDIT-PROGRAM-ID
005050         BY CONTENT WS-AUDIT-MESSAGE.
005060 6500-EXIT.
005070     EXIT.
005080
005090*-----------------------------------------------------------------
005100*  7000-APPLY-CHANGE.
005110*  APPLIES AN APPROVED CHANGE TO ITS LIVE FILE. A CHANGE THAT
005120*  CANNOT BE APPLIED LEAVES WS-APPLIED OFF AND THE REASON IN
005130*  WS-DECISION-NOTE.
005140*-----------------------------------------------------------------
005150 7000-APPLY-CHANGE.
005160     MOVE "N" TO WS-APPLIED-SW.
005170     MOVE "APPLIED" TO WS-DECISION-NOTE.
005180     EVALUATE TRUE
005190         WHEN PN-BANK-CHANGE
005200             PERFORM 7100-APPLY-MASTER
005210                 THRU 7100-EXIT
005220         WHEN PN-SALARY-CHANGE
005230             PERFORM 7100-APPLY-MASTER
005240                 THRU 7100-EXIT
005250         WHEN PN-RATE-CHANGE
005260             PERFORM 7200-APPLY-RATE
005270                 THRU 7200-EXIT
005280         WHEN PN-GARN-CHANGE
005290             PERFORM 7300-APPLY-ORDER
005300                 THRU 7300-EXIT
005300         WHEN PN-DEPOSIT-CHANGE
005300             PERFORM 7600-APPLY-DEPOSIT
005300                 THRU 7600-EXIT
005310         WHEN OTHER
005320             MOVE "UNKNOWN CHANGE TYPE" TO WS-DECISION-NOTE
005330     END-EVALUATE.
005340 7000-EXIT.
005350     EXIT.
005360
005370*-----------------------------------------------------------------
005380*  7100-APPLY-MASTER.
005390*  BANK (B) OR SALARY (S) ON THE EMPLOYEE MASTER. ONLY THE
005400*  FIELDS OF THE CHANGE TYPE ARE COMPARED AND REPLACED, SO AN
005410*  UNRELATED MAINTENANCE SINCE THE CHANGE WAS KEYED DOES NOT
005420*  OVERTAKE IT.
005430*-----------------------------------------------------------------
005440 7100-APPLY-MASTER.
005450     IF NOT WS-EMPMAST-OK
005460         MOVE "MASTER FILE NOT AVAILABLE" TO WS-DECISION-NOTE
005470         GO TO 7100-EXIT
005480     END-IF.
005490     MOVE PN-EMP-NO TO EMP-NO.
005500     READ EMPLOYEE-MASTER
005510         INVALID KEY
005520             MOVE "EMPLOYEE NOT ON MASTER" TO WS-DECISION-NOTE
005530             GO TO 7100-EXIT
005540     END-READ.
005550     IF PN-BANK-CHANGE
005560         IF EMP-BANK-ROUTING NOT EQUAL PN-BEFORE-ROUTING
005570                 OR EMP-BANK-ACCOUNT NOT EQUAL PN-BEFORE-ACCOUNT
005580             MOVE "OVERTAKEN - BANK CHANGED"
005590                 TO WS-DECISION-NOTE
005600             GO TO 7100-EXIT
005610         END-IF
005620     ELSE
005630         IF EMP-SAL NOT EQUAL PN-BEFORE-SAL
005640             MOVE "OVERTAKEN - SALARY CHANGED"
005650                 TO WS-DECISION-NOTE
005660             GO TO 7100-EXIT
005670         END-IF
005680     END-IF.
005690     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
005700     IF PN-BANK-CHANGE
005710         MOVE PN-AFTER-ROUTING TO EMP-BANK-ROUTING
005720         MOVE PN-AFTER-ACCOUNT TO EMP-BANK-ACCOUNT
005730     ELSE
005740         MOVE PN-AFTER-SAL     TO EMP-SAL
005750     END-IF.
005760     REWRITE EMP-MASTER-RECORD
005770         INVALID KEY
005780             MOVE "MASTER REWRITE FAILED" TO WS-DECISION-NOTE
005790             GO TO 7100-EXIT
005800     END-REWRITE.
005810     SET WS-APPLIED TO TRUE.
005820     MOVE EMP-NO TO WS-JRNL-EMP-NO.
005830     MOVE EMP-MASTER-RECORD TO WS-AFTER-IMAGE.
005840     CALL "CHGJRNL" USING
005850         BY CONTENT WS-AUDIT-PROGRAM-ID
005860         BY CONTENT WS-JRNL-EMP-NO
005870         BY CONTENT WS-BEFORE-IMAGE
005880         BY CONTENT WS-AFTER-IMAGE.
005890     IF PN-BANK-CHANGE AND PN-AFTER-ROUTING GREATER THAN ZERO
005900         PERFORM 7400-ADD-PRENOTE-ACCOUNT
005910             THRU 7400-EXIT
005920     END-IF.
005930 7100-EXIT.
005940     EXIT.
005950
005960*-----------------------------------------------------------------
005970*  7200-APPLY-RATE.
005980*  A SALRATE ROW. AN ADD MUST NOT FIND THE KEY TAKEN; AN UPDATE
005990*  OR DELETE MUST FIND THE ROW EXACTLY AS IT WAS WHEN KEYED.
006000*-----------------------------------------------------------------
006010 7200-APPLY-RATE.
006020     IF NOT WS-SALRATE-OK
006030         MOVE "RATE FILE NOT AVAILABLE" TO WS-DECISION-NOTE
006040         GO TO 7200-EXIT
006050     END-IF.
006060     MOVE PN-BEFORE-IMAGE TO OLD-RATE-ROW.
006070     MOVE PN-AFTER-IMAGE  TO NEW-RATE-ROW.
006080     IF PN-ACTION-ADD
006090         MOVE NEW-RATE-ROW TO SALARY-RATE-RECORD
006100         WRITE SALARY-RATE-RECORD
006110             INVALID KEY
006120                 MOVE "OVERTAKEN - RATE ROW ON FILE"
006130                     TO WS-DECISION-NOTE
006140                 GO TO 7200-EXIT
006150         END-WRITE
006160         GO TO 7200-JOURNAL
006170     END-IF.
006180     MOVE OLD-RATE-ROW TO SALARY-RATE-RECORD.
006190     READ SALARY-RATE-FILE
006200         INVALID KEY
006210             MOVE "OVERTAKEN - RATE ROW GONE" TO WS-DECISION-NOTE
006220             GO TO 7200-EXIT
006230     END-READ.
006240     IF SALARY-RATE-RECORD NOT EQUAL OLD-RATE-ROW
006250         MOVE "OVERTAKEN - RATE ROW CHANGED" TO WS-DECISION-NOTE
006260         GO TO 7200-EXIT
006270     END-IF.
006280     IF PN-ACTION-DELETE
006290         DELETE SALARY-RATE-FILE
006300     ELSE
006310         MOVE NEW-RATE-ROW TO SALARY-RATE-RECORD
006320         REWRITE SALARY-RATE-RECORD
006330     END-IF.
006340 7200-JOURNAL.
006350     SET WS-APPLIED TO TRUE.
006360     MOVE "SALRATE" TO WS-JRNL-FILE-ID.
006370     PERFORM 7500-JOURNAL-ROW
006380         THRU 7500-EXIT.
006390 7200-EXIT.
006400     EXIT.
006410
006420*-----------------------------------------------------------------
006430*  7300-APPLY-ORDER.
006440*  A GARNISHMENT ORDER. A NEW ORDER IS WRITTEN WHOLE; A PAYEE
006450*  CHANGE REPLACES ONLY THE PAYEE, PROVIDED THE ORDER STILL PAYS
006460*  THE PAYEE IT WAS KEYED AGAINST.
006470*-----------------------------------------------------------------
006480 7300-APPLY-ORDER.
006490     IF NOT WS-GARNFILE-OK
006500         MOVE "ORDER FILE NOT AVAILABLE" TO WS-DECISION-NOTE
006510         GO TO 7300-EXIT
006520     END-IF.
006530     MOVE PN-BEFORE-IMAGE TO OLD-ORDER-ROW.
006540     MOVE PN-AFTER-IMAGE  TO NEW-ORDER-ROW.
006550     IF PN-ACTION-ADD
006560         MOVE NEW-ORDER-ROW TO GARNISHMENT-RECORD
006570         WRITE GARNISHMENT-RECORD
006580             INVALID KEY
006590                 MOVE "OVERTAKEN - ORDER ON FILE"
006600                     TO WS-DECISION-NOTE
006610                 GO TO 7300-EXIT
006620         END-WRITE
006630         GO TO 7300-JOURNAL
006640     END-IF.
006650     MOVE OLD-ORDER-ROW TO GARNISHMENT-RECORD.
006660     READ GARNISHMENT-FILE
006670         INVALID KEY
006680             MOVE "OVERTAKEN - ORDER GONE" TO WS-DECISION-NOTE
006690             GO TO 7300-EXIT
006700     END-READ.
006710     IF GR-PAYEE OF GARNISHMENT-RECORD NOT EQUAL
006720             GR-PAYEE OF OLD-ORDER-ROW
006730         MOVE "OVERTAKEN - PAYEE CHANGED"
006740             TO WS-DECISION-NOTE
006750         GO TO 7300-EXIT
006760     END-IF.
006770     MOVE GARNISHMENT-RECORD TO OLD-ORDER-ROW.
006780     MOVE GR-PAYEE OF NEW-ORDER-ROW
006790         TO GR-PAYEE OF GARNISHMENT-RECORD.
006800     MOVE GARNISHMENT-RECORD TO NEW-ORDER-ROW.
006810     REWRITE GARNISHMENT-RECORD.
006820 7300-JOURNAL.
006830     SET WS-APPLIED TO TRUE.
006840     MOVE "GARNFILE" TO WS-JRNL-FILE-ID.
006850     PERFORM 7500-JOURNAL-ROW
006860         THRU 7500-EXIT.
006870 7300-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------------------
006910*  7400-ADD-PRENOTE-ACCOUNT.
006920*  NEW BANK DETAILS FOR AN EMPLOYEE WITH NO DEPOSIT ACCOUNTS YET
006930*  BECOME THE EMPLOYEE'S FIRST DEPACCT ROW - SEQUENCE 01, THE
006940*  WHOLE NET AS THE REMAINDER ACCOUNT, AT STATUS N SO BANKXTRT
006950*  PRENOTES IT FIRST - EXACTLY AS ACCEPTDI WRITES ONE FOR A NEW
006960*  EMPLOYEE. AN EMPLOYEE WHO ALREADY HAS DEPOSIT ACCOUNTS IS
006970*  PAID PER DEPMAINT AND GETS NO ROW.
006980*-----------------------------------------------------------------
006990 7400-ADD-PRENOTE-ACCOUNT.
007000     OPEN I-O DEPOSIT-ACCOUNT-FILE.
007010     IF WS-DEPACCT-NOT-FOUND
007020         OPEN OUTPUT DEPOSIT-ACCOUNT-FILE
007030         CLOSE DEPOSIT-ACCOUNT-FILE
007040         OPEN I-O DEPOSIT-ACCOUNT-FILE
007050     END-IF.
007060     IF WS-DEPACCT-STATUS NOT EQUAL "00"
007070         DISPLAY "DEPOSIT-ACCOUNT FILE NOT AVAILABLE - THE NEW "
007080             "ACCOUNT MUST BE KEYED THROUGH DEPMAINT."
007090         GO TO 7400-EXIT
007100     END-IF.
007110     MOVE "N" TO WS-DA-EOF-SW.
007110     MOVE PN-EMP-NO TO DA-EMP-NO OF DEPOSIT-ACCOUNT-RECORD.
007110     MOVE ZERO TO DA-SEQ OF DEPOSIT-ACCOUNT-RECORD.
007140     START DEPOSIT-ACCOUNT-FILE
007140         KEY IS NOT LESS THAN
007140             DA-ACCT-KEY OF DEPOSIT-ACCOUNT-RECORD
007160         INVALID KEY
007170             SET WS-DA-EOF TO TRUE
007180     END-START.
007190     IF NOT WS-DA-EOF
007200         READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
007210             AT END
007220                 SET WS-DA-EOF TO TRUE
007230         END-READ
007240     END-IF.
007250     IF NOT WS-DA-EOF AND WS-DEPACCT-STATUS EQUAL "00"
007250             AND DA-EMP-NO OF DEPOSIT-ACCOUNT-RECORD
007250                 EQUAL PN-EMP-NO
007270         DISPLAY "EMPLOYEE " PN-EMP-NO " HAS DEPOSIT ACCOUNTS - "
007280             "PAID PER DEPMAINT, NOT THE MASTER BANK DETAILS."
007290         CLOSE DEPOSIT-ACCOUNT-FILE
007300         GO TO 7400-EXIT
007310     END-IF.
007310     MOVE PN-EMP-NO        TO DA-EMP-NO OF NEW-ACCT-ROW.
007310     MOVE 1                TO DA-SEQ OF NEW-ACCT-ROW.
007310     MOVE PN-AFTER-ROUTING TO DA-ROUTING OF NEW-ACCT-ROW.
007310     MOVE PN-AFTER-ACCOUNT TO DA-ACCOUNT OF NEW-ACCT-ROW.
007310     MOVE "R"              TO DA-SPLIT-TYPE OF NEW-ACCT-ROW.
007310     MOVE ZERO             TO DA-FIXED-AMT OF NEW-ACCT-ROW.
007310     MOVE ZERO             TO DA-PCT OF NEW-ACCT-ROW.
007310     MOVE "N"              TO DA-STATUS OF NEW-ACCT-ROW.
007310     MOVE ZERO             TO DA-PRENOTE-DATE OF NEW-ACCT-ROW.
007310     MOVE WS-RUN-DATE      TO DA-LAST-CHANGE OF NEW-ACCT-ROW.
007310     MOVE SPACES           TO DA-RETURN-REASON OF NEW-ACCT-ROW.
007310     MOVE SPACES           TO OLD-ACCT-ROW.
007310     MOVE NEW-ACCT-ROW     TO DEPOSIT-ACCOUNT-RECORD.
007430     WRITE DEPOSIT-ACCOUNT-RECORD
007440         INVALID KEY
007450             DISPLAY "DEPOSIT ACCOUNT 01 ALREADY ON FILE FOR "
007460                 "EMPLOYEE " PN-EMP-NO " - USE DEPMAINT."
007470         NOT INVALID KEY
007480             DISPLAY "BANK ACCOUNT PRENOTED ON THE NEXT RUN - "
007490                 "PAID BY CHECK UNTIL THE PRENOTE PERIOD PASSES."
007500             MOVE SPACES TO WS-AUDIT-MESSAGE
007500             STRING "DEPOSIT ACCOUNT ADDED - EMP " PN-EMP-NO
007520                 " SEQ 01 TYPE R"
007530                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
007540             CALL "AUDITLOG" USING
007550                 BY CONTENT WS-AUDIT-PROGRAM-ID
007560                 BY CONTENT WS-AUDIT-MESSAGE
007560             MOVE "DEPACCT" TO WS-JRNL-FILE-ID
007560             PERFORM 7500-JOURNAL-ROW
007560                 THRU 7500-EXIT
007570     END-WRITE.
007580     CLOSE DEPOSIT-ACCOUNT-FILE.
007590 7400-EXIT.
007600     EXIT.
007610
007620*-----------------------------------------------------------------
007630*  7500-JOURNAL-ROW.
007630*  A RATE, ORDER OR DEPOSIT-ACCOUNT ROW GOES TO THE CHANGE
007630*  JOURNAL THROUGH CHGJRNLF, ITS IMAGES LEFT-JUSTIFIED IN THE 142
007630*  BYTES. WS-JRNL-FILE-ID SAYS WHICH FILE THE ROW IS FROM.
007660*-----------------------------------------------------------------
007670 7500-JOURNAL-ROW.
007680     MOVE PN-EMP-NO TO WS-JRNL-EMP-NO.
007680     EVALUATE WS-JRNL-FILE-ID
007680         WHEN "SALRATE"
007680             MOVE OLD-RATE-ROW  TO WS-BEFORE-IMAGE
007680             MOVE NEW-RATE-ROW  TO WS-AFTER-IMAGE
007680         WHEN "GARNFILE"
007680             MOVE OLD-ORDER-ROW TO WS-BEFORE-IMAGE
007680             MOVE NEW-ORDER-ROW TO WS-AFTER-IMAGE
007680         WHEN OTHER
007680             MOVE OLD-ACCT-ROW  TO WS-BEFORE-IMAGE
007680             MOVE NEW-ACCT-ROW  TO WS-AFTER-IMAGE
007680     END-EVALUATE.
007760     CALL "CHGJRNLF" USING
007770         BY CONTENT WS-AUDIT-PROGRAM-ID
007780         BY CONTENT WS-JRNL-EMP-NO
007790         BY CONTENT WS-BEFORE-IMAGE
007800         BY CONTENT WS-AFTER-IMAGE
007810         BY CONTENT WS-JRNL-FILE-ID.
007820 7500-EXIT.
007830     EXIT.
007830
007830*-----------------------------------------------------------------
007830*  7600-APPLY-DEPOSIT.
007830*  A DEPACCT ACCOUNT KEYED IN DEPMAINT. THE FILE IS OPENED FOR
007830*  THE ONE CHANGE, AS 7400 DOES, AND CREATED EMPTY IF THIS IS
007830*  THE FIRST ACCOUNT OF A NEW INSTALLATION.
007830*-----------------------------------------------------------------
007830 7600-APPLY-DEPOSIT.
007830     OPEN I-O DEPOSIT-ACCOUNT-FILE.
007830     IF WS-DEPACCT-NOT-FOUND
007830         OPEN OUTPUT DEPOSIT-ACCOUNT-FILE
007830         CLOSE DEPOSIT-ACCOUNT-FILE
007830         OPEN I-O DEPOSIT-ACCOUNT-FILE
007830     END-IF.
007830     IF WS-DEPACCT-STATUS NOT EQUAL "00"
007830         MOVE "ACCOUNT FILE NOT AVAILABLE" TO WS-DECISION-NOTE
007830         GO TO 7600-EXIT
007830     END-IF.
007830     PERFORM 7610-APPLY-ACCOUNT-ROW
007830         THRU 7610-EXIT.
007830     CLOSE DEPOSIT-ACCOUNT-FILE.
007830 7600-EXIT.
007830     EXIT.
007830
007830*-----------------------------------------------------------------
007830*  7610-APPLY-ACCOUNT-ROW.
007830*  A NEW ACCOUNT MUST NOT FIND ITS KEY TAKEN. NEW BANK DETAILS
007830*  MUST FIND THE ACCOUNT STILL PAYING THE ROUTING AND ACCOUNT
007830*  THEY WERE KEYED AGAINST; ONLY THOSE ARE COMPARED, SO THE
007830*  PRENOTE CYCLE MOVING THE ROW'S STATUS ON DOES NOT OVERTAKE
007830*  THE CHANGE. THE KEYED BANK DETAILS AND SPLIT REPLACE THE
007830*  ROW'S, AND EITHER WAY THE ROW GOES TO STATUS N SO BANKXTRT
007830*  PRENOTES IT BEFORE ANY MONEY IS SENT THERE. THE ROW AS IT
007830*  STOOD ON FILE (BLANK FOR A NEW ACCOUNT) AND AS WRITTEN GO TO
007830*  THE CHANGE JOURNAL.
007830*-----------------------------------------------------------------
007830 7610-APPLY-ACCOUNT-ROW.
007830     MOVE PN-BEFORE-IMAGE TO OLD-ACCT-ROW.
007830     MOVE PN-AFTER-IMAGE  TO NEW-ACCT-ROW.
007830     MOVE "N"             TO DA-STATUS OF NEW-ACCT-ROW.
007830     MOVE ZERO            TO DA-PRENOTE-DATE OF NEW-ACCT-ROW.
007830     MOVE WS-RUN-DATE     TO DA-LAST-CHANGE OF NEW-ACCT-ROW.
007830     MOVE SPACES          TO DA-RETURN-REASON OF NEW-ACCT-ROW.
007830     IF PN-ACTION-ADD
007830         MOVE NEW-ACCT-ROW TO DEPOSIT-ACCOUNT-RECORD
007830         WRITE DEPOSIT-ACCOUNT-RECORD
007830             INVALID KEY
007830                 MOVE "OVERTAKEN - ACCOUNT ON FILE"
007830                     TO WS-DECISION-NOTE
007830                 GO TO 7610-EXIT
007830         END-WRITE
007830         GO TO 7610-AUDIT
007830     END-IF.
007830     MOVE DA-ACCT-KEY OF OLD-ACCT-ROW
007830         TO DA-ACCT-KEY OF DEPOSIT-ACCOUNT-RECORD.
007830     READ DEPOSIT-ACCOUNT-FILE
007830         INVALID KEY
007830             MOVE "OVERTAKEN - ACCOUNT GONE" TO WS-DECISION-NOTE
007830             GO TO 7610-EXIT
007830     END-READ.
007830     IF DA-ROUTING OF DEPOSIT-ACCOUNT-RECORD NOT EQUAL
007830             DA-ROUTING OF OLD-ACCT-ROW
007830             OR DA-ACCOUNT OF DEPOSIT-ACCOUNT-RECORD NOT EQUAL
007830             DA-ACCOUNT OF OLD-ACCT-ROW
007830         MOVE "OVERTAKEN - BANK CHANGED" TO WS-DECISION-NOTE
007830         GO TO 7610-EXIT
007830     END-IF.
007830     MOVE DEPOSIT-ACCOUNT-RECORD TO OLD-ACCT-ROW.
007830     MOVE NEW-ACCT-ROW TO DEPOSIT-ACCOUNT-RECORD.
007830     REWRITE DEPOSIT-ACCOUNT-RECORD
007830         INVALID KEY
007830             MOVE "ACCOUNT REWRITE FAILED" TO WS-DECISION-NOTE
007830             GO TO 7610-EXIT
007830     END-REWRITE.
007830 7610-AUDIT.
007830     SET WS-APPLIED TO TRUE.
007830     DISPLAY "BANK ACCOUNT PRENOTED ON THE NEXT RUN - PAID BY "
007830         "CHECK UNTIL THE PRENOTE PERIOD PASSES."
007830     MOVE SPACES TO WS-AUDIT-MESSAGE.
007830     STRING "DEPOSIT ACCOUNT " PN-ACTION " APPLIED - EMP "
007830         PN-EMP-NO " SEQ " DA-SEQ OF NEW-ACCT-ROW
007830         " TYPE " DA-SPLIT-TYPE OF NEW-ACCT-ROW
007830         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
007830     CALL "AUDITLOG" USING
007830         BY CONTENT WS-AUDIT-PROGRAM-ID
007830         BY CONTENT WS-AUDIT-MESSAGE.
007830     MOVE "DEPACCT" TO WS-JRNL-FILE-ID.
007830     PERFORM 7500-JOURNAL-ROW
007830         THRU 7500-EXIT.
007830 7610-EXIT.
007830     EXIT.
007840
007850*-----------------------------------------------------------------
007860*  9999-TERMINATE.
007870*-----------------------------------------------------------------
007880 9999-TERMINATE.
007890     IF WS-PENDCHG-OK
007900         CLOSE PENDING-CHANGE-FILE
007910     END-IF.
007920     IF WS-EMPMAST-OK
007930         CLOSE EMPLOYEE-MASTER
007940     END-IF.
007950     IF WS-SALRATE-OK
007960         CLOSE SALARY-RATE-FILE
007970     END-IF.
007980     IF WS-GARNFILE-OK
007990         CLOSE GARNISHMENT-FILE
008000     END-IF.
008010 9999-EXIT.
008020     EXIT.
