000100*****************************************************************
000110*  PROGRAM-ID.   ENRLFEED
000120*  AUTHOR.       R. AKOLKAR
000130*  INSTALLATION. PAYROLL SYSTEMS - PAYMENTS
000140*  DATE-WRITTEN. 10/14/26
000150*  DATE-COMPILED.
000160*-----------------------------------------------------------------
000170*  REMARKS.
000180*     BUILDS THE PERIODIC ENROLLMENT FEED FOR ONE BENEFITS
000190*     CARRIER, RUN ON DEMAND BY BENEFITS STAFF (WEEKLY, OR AS THE
000200*     CARRIER ASKS). THE OPERATOR SIGNS ON, KEYS THE CARRIER ID
000210*     FROM THE CARRIER TABLE (CARMAINT) AND CHOOSES:
000220*         V - PREVIEW. PRINTS WHAT THE NEXT FEED WOULD CARRY ON
000230*             ENRLRPT. NOTHING IS WRITTEN OR MARKED SENT.
000240*         F - FEED. WRITES THE FEED FILE (ENRLOUT) FOR THE
000250*             CARRIER, PRINTS THE SAME REPORT, MARKS EVERY LINE
000260*             SENT, AND STAMPS THE CARRIER'S CODES WITH THE FEED
000270*             DATE AND TIME.
000280*
000290*     EVERY ELECTION (ELECTFIL, KEPT BY ELCMAINT) WHOSE DEDUCTION
000300*     CODE BELONGS TO THE CARRIER IS COMPARED WITH THE SNAPSHOT
000310*     OF WHAT WAS LAST SENT FOR IT (ELECFED):
000320*         ADD    (A) - NEVER SENT, OR LAST SENT AS A STOP, AND NOT
000330*                      ALREADY ENDED. AN ELECTION THAT STARTED AND
000340*                      ENDED BETWEEN FEEDS IS NEVER SENT AT ALL.
000350*         CHANGE (C) - SENT BEFORE AND SINCE CHANGED (AMOUNT,
000360*                      PERCENT, METHOD, DESCRIPTION OR DATES).
000370*         STOP   (S) - A STOP DATE HAS BEEN KEYED OR CHANGED, OR
000380*                      THE ELECTION HAS BEEN DELETED FROM THE
000390*                      ELECTIONS FILE (SENT WITH THE FEED DATE AS
000400*                      ITS STOP DATE).
000410*     AN ELECTION UNCHANGED SINCE IT WAS LAST SENT IS LEFT OFF.
000420*     A FEED WITH NOTHING TO SEND STILL GOES OUT AS A HEADER AND
000430*     TRAILER SO THE CARRIER KNOWS IT WAS RUN.
000440*
000450*     FEED FILE LAYOUT (ALL RECORDS 80 BYTES):
000460*         HEADER  - "H", CARRIER ID X(6), CARRIER NAME X(20),
000470*                   FEED DATE, PRIOR FEED DATE (CCYYMMDD)
000480*         DETAIL  - "D", ACTION A/C/S, CARRIER ID X(6),
000490*                   EMPLOYEE 9(5), EMPLOYEE NAME X(10), DEDUCTION
000500*                   CODE X(4), DESCRIPTION X(20), METHOD A/P,
000510*                   AMOUNT 9(5)V99, PERCENT V999, START DATE,
000520*                   STOP DATE
000530*         TRAILER - "T", CARRIER ID X(6), ADDS 9(5), CHANGES 9(5),
000540*                   STOPS 9(5), DETAIL COUNT 9(7)
000550*-----------------------------------------------------------------
000560*  MODIFICATION HISTORY.
000570*  DATE       INIT  DESCRIPTION
000580*  ---------  ----  -----------------------------------------
000590*  10/14/26   RCA   ORIGINAL PROGRAM.
000600*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. ENRLFEED.
000630 AUTHOR. R. AKOLKAR.
000640 INSTALLATION. PAYROLL SYSTEMS - PAYMENTS.
000650 DATE-WRITTEN. 10/14/26.
000660 DATE-COMPILED.
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT CARRIER-TABLE ASSIGN TO "CARRTAB"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CR-DEDUCT-CODE
000750         FILE STATUS IS WS-CARRTAB-STATUS.
000760     SELECT ELECTION-FILE ASSIGN TO "ELECTFIL"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS EL-ELECT-KEY
000800         FILE STATUS IS WS-ELECTFIL-STATUS.
000810     SELECT FEED-SNAPSHOT-FILE ASSIGN TO "ELECFED"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS EF-ELECT-KEY
000850         FILE STATUS IS WS-ELECFED-STATUS.
000860     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS EMP-NO
000900         FILE STATUS IS WS-EMPMAST-STATUS.
000910     SELECT ENROLLMENT-FEED-FILE ASSIGN TO "ENRLOUT"
000920         ORGANIZATION IS SEQUENTIAL.
000930     SELECT ENROLLMENT-REPORT ASSIGN TO "ENRLRPT"
000940         ORGANIZATION IS SEQUENTIAL.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  CARRIER-TABLE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY CARRIER.
001010
001020 FD  ELECTION-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY ELECREC.
001050
001060 FD  FEED-SNAPSHOT-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY ELECFED.
001090
001100 FD  EMPLOYEE-MASTER
001110     LABEL RECORDS ARE STANDARD.
001120     COPY EMPREC.
001130
001140 FD  ENROLLMENT-FEED-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  FEED-RECORD                 PIC X(80).
001170
001180 FD  ENROLLMENT-REPORT
001190     LABEL RECORDS ARE STANDARD.
001200 01  RPT-LINE                    PIC X(80).
001210
001220 WORKING-STORAGE SECTION.
001230 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001240 01  WS-OPER-AUTH                 PIC 9(01) VALUE ZERO.
001250 01  WS-SIGNON-OK-SW              PIC X(01) VALUE "N".
001260     88  WS-SIGNON-OK                        VALUE "Y".
001270
001280 01  WS-RUN-MODE                  PIC X(01) VALUE "V".
001290     88  WS-MODE-PREVIEW                     VALUE "V" "v".
001300     88  WS-MODE-FEED                        VALUE "F" "f".
001310     88  WS-MODE-VALID                       VALUE "V" "v"
001320                                                  "F" "f".
001330 01  WS-CARRIER-ID                PIC X(06) VALUE SPACES.
001340 01  WS-CARRIER-NAME              PIC X(20) VALUE SPACES.
001350 01  WS-PRIOR-FEED-DATE           PIC 9(08) VALUE ZERO.
001360 01  WS-FEED-DATE                 PIC 9(08) VALUE ZERO.
001370 01  WS-FEED-TIME                 PIC 9(08) VALUE ZERO.
001380
001390 01  WS-CARRTAB-STATUS            PIC X(02) VALUE SPACES.
001400 01  WS-ELECTFIL-STATUS           PIC X(02) VALUE SPACES.
001410 01  WS-ELECFED-STATUS            PIC X(02) VALUE SPACES.
001420     88  WS-ELECFED-NOT-FOUND                VALUE "35".
001430 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
001440 01  WS-EMPMAST-OK-SW             PIC X(01) VALUE "N".
001450     88  WS-EMPMAST-OK                       VALUE "Y".
001460 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001470     88  WS-END-OF-FILE                      VALUE "Y".
001480 01  WS-SNAP-FOUND-SW             PIC X(01) VALUE "N".
001490     88  WS-SNAP-FOUND                       VALUE "Y".
001500
001510*  THE DEDUCTION CODES THE CARRIER TABLE GIVES THIS CARRIER.
001520 01  WS-CODE-TABLE.
001530     05  WS-CODE-DEDUCT           PIC X(04) OCCURS 50 TIMES.
001540 01  WS-CODE-COUNT                PIC 9(03) VALUE ZERO.
001550 01  WS-CODE-SUB                  PIC 9(03) VALUE ZERO.
001560 01  WS-CODE-FOUND-SW             PIC X(01) VALUE "N".
001570     88  WS-CODE-FOUND                       VALUE "Y".
001580
001590*  THE LINE BEING SENT - ITS ACTION AND THE ELECTION AS SENT.
001600 01  WS-ACTION                    PIC X(01) VALUE SPACE.
001610     88  WS-ACTION-ADD                       VALUE "A".
001620     88  WS-ACTION-CHANGE                    VALUE "C".
001630     88  WS-ACTION-STOP                      VALUE "S".
001640     88  WS-NO-ACTION                        VALUE SPACE.
001650 01  WS-SEND-IMAGE.
001660     05  WS-SEND-EMP-NO           PIC 9(05).
001670     05  WS-SEND-DEDUCT-CODE      PIC X(04).
001680     05  WS-SEND-DESCRIPTION      PIC X(20).
001690     05  WS-SEND-METHOD           PIC X(01).
001700     05  WS-SEND-AMOUNT           PIC 9(05)V99.
001710     05  WS-SEND-PERCENT          PIC V999.
001720     05  WS-SEND-START-DATE       PIC 9(08).
001730     05  WS-SEND-STOP-DATE        PIC 9(08).
001740
001750 01  WS-ADD-COUNT                 PIC 9(05) VALUE ZERO.
001760 01  WS-CHANGE-COUNT              PIC 9(05) VALUE ZERO.
001770 01  WS-STOP-COUNT                PIC 9(05) VALUE ZERO.
001780 01  WS-DETAIL-COUNT              PIC 9(07) VALUE ZERO.
001790
001800 01  WS-FEED-HEADER.
001810     05  FH-REC-TYPE             PIC X(01) VALUE "H".
001820     05  FH-CARRIER-ID           PIC X(06).
001830     05  FH-CARRIER-NAME         PIC X(20).
001840     05  FH-FEED-DATE            PIC 9(08).
001850     05  FH-PRIOR-FEED-DATE      PIC 9(08).
001860     05  FILLER                  PIC X(37) VALUE SPACES.
001870
001880 01  WS-FEED-DETAIL.
001890     05  FR-REC-TYPE             PIC X(01) VALUE "D".
001900     05  FR-ACTION               PIC X(01).
001910     05  FR-CARRIER-ID           PIC X(06).
001920     05  FR-EMP-NO               PIC 9(05).
001930     05  FR-EMP-NAME             PIC X(10).
001940     05  FR-DEDUCT-CODE          PIC X(04).
001950     05  FR-DESCRIPTION          PIC X(20).
001960     05  FR-METHOD               PIC X(01).
001970     05  FR-AMOUNT               PIC 9(05)V99.
001980     05  FR-PERCENT              PIC V999.
001990     05  FR-START-DATE           PIC 9(08).
002000     05  FR-STOP-DATE            PIC 9(08).
002010     05  FILLER                  PIC X(06) VALUE SPACES.
002020
002030 01  WS-FEED-TRAILER.
002040     05  FT-REC-TYPE             PIC X(01) VALUE "T".
002050     05  FT-CARRIER-ID           PIC X(06).
002060     05  FT-ADD-COUNT            PIC 9(05).
002070     05  FT-CHANGE-COUNT         PIC 9(05).
002080     05  FT-STOP-COUNT           PIC 9(05).
002090     05  FT-DETAIL-COUNT         PIC 9(07).
002100     05  FILLER                  PIC X(51) VALUE SPACES.
002110
002120 01  WS-RPT-HEADING-1.
002130     05  FILLER                  PIC X(20)
002140         VALUE "PAYROLL SYSTEMS".
002150     05  FILLER                  PIC X(30)
002160         VALUE "ENROLLMENT FEED REPORT".
002170     05  RPT-HDG-MODE            PIC X(30) VALUE SPACES.
002180
002190 01  WS-RPT-HEADING-2.
002200     05  FILLER                  PIC X(09) VALUE "CARRIER".
002210     05  RPT-HDG-CARRIER-ID      PIC X(06).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  RPT-HDG-CARRIER-NAME    PIC X(20).
002240     05  FILLER                  PIC X(12) VALUE "  FEED DATE".
002250     05  RPT-HDG-FEED-DATE       PIC 9(08).
002260     05  FILLER                  PIC X(11) VALUE "  PRIOR".
002270     05  RPT-HDG-PRIOR-DATE      PIC 9(08).
002280     05  FILLER                  PIC X(04) VALUE SPACES.
002290
002300 01  WS-RPT-HEADING-3.
002310     05  FILLER                  PIC X(05) VALUE "ACT".
002320     05  FILLER                  PIC X(07) VALUE "EMP".
002330     05  FILLER                  PIC X(12) VALUE "NAME".
002340     05  FILLER                  PIC X(06) VALUE "CODE".
002350     05  FILLER                  PIC X(05) VALUE "METH".
002360     05  FILLER                  PIC X(10) VALUE "    AMOUNT".
002370     05  FILLER                  PIC X(06) VALUE "  PCT".
002380     05  FILLER                  PIC X(10) VALUE "START".
002390     05  FILLER                  PIC X(19) VALUE "STOP".
002400
002410 01  WS-RPT-HEADING-4             PIC X(80) VALUE ALL "-".
002420
002430 01  WS-RPT-DETAIL-LINE.
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  RPT-ACTION              PIC X(01).
002460     05  FILLER                  PIC X(03) VALUE SPACES.
002470     05  RPT-EMP-NO              PIC ZZZZ9.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  RPT-EMP-NAME            PIC X(10).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  RPT-DEDUCT-CODE         PIC X(04).
002520     05  FILLER                  PIC X(03) VALUE SPACES.
002530     05  RPT-METHOD              PIC X(01).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  RPT-AMOUNT              PIC ZZ,ZZ9.99.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  RPT-PERCENT             PIC .999.
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  RPT-START-DATE          PIC 9(08).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  RPT-STOP-DATE           PIC 9(08).
002620     05  FILLER                  PIC X(11) VALUE SPACES.
002630
002640 01  WS-RPT-TOTAL-LINE.
002650     05  RPT-TOTAL-LABEL         PIC X(20).
002660     05  RPT-TOTAL-COUNT         PIC ZZZZZZ9.
002670     05  FILLER                  PIC X(53) VALUE SPACES.
002680
002690 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "ENRLFEED".
002700 01  WS-AUDIT-MESSAGE             PIC X(60).
002710
002720 PROCEDURE DIVISION.
002730
002740*-----------------------------------------------------------------
002750*  0000-MAINLINE.
002760*-----------------------------------------------------------------
002770 0000-MAINLINE.
002780*  THE OPERATOR SIGNS ON FIRST, SO THE AUDIT LINE FOR THE FEED IS
002790*  STAMPED WITH WHO SENT IT.
002800     CALL "OPERSGN" USING
002810         BY REFERENCE WS-OPERATOR-ID
002820         BY REFERENCE WS-OPER-AUTH
002830         BY REFERENCE WS-SIGNON-OK-SW.
002840     IF NOT WS-SIGNON-OK
002850         DISPLAY "ENRLFEED - SIGN-ON REFUSED - NOTHING DONE."
002860         GOBACK
002870     END-IF.
002880     PERFORM 0500-GET-RUN-MODE
002890         THRU 0500-EXIT.
002900     PERFORM 1000-INITIALIZE
002910         THRU 1000-EXIT.
002920     IF WS-CODE-COUNT EQUAL ZERO
002930         GOBACK
002940     END-IF.
002950     PERFORM 2000-CHECK-ONE-ELECTION
002960         THRU 2000-EXIT
002970         UNTIL WS-END-OF-FILE.
002980     PERFORM 3000-FIND-DELETED-ELECTIONS
002990         THRU 3000-EXIT.
003000     PERFORM 4000-FINISH-FEED
003010         THRU 4000-EXIT.
003020     PERFORM 9999-TERMINATE
003030         THRU 9999-EXIT.
003040     GOBACK.
003050
003060*-----------------------------------------------------------------
003070*  0500-GET-RUN-MODE.
003080*-----------------------------------------------------------------
003090 0500-GET-RUN-MODE.
003100     MOVE SPACE TO WS-RUN-MODE.
003110     PERFORM 0510-ASK-MODE
003120         THRU 0510-EXIT
003130         UNTIL WS-MODE-VALID.
003140     DISPLAY "ENTER CARRIER ID: ".
003150     ACCEPT WS-CARRIER-ID.
003160 0500-EXIT.
003170     EXIT.
003180
003190 0510-ASK-MODE.
003200     DISPLAY "ENTER MODE - V=PREVIEW, F=PRODUCE FEED: ".
003210     ACCEPT WS-RUN-MODE.
003220     IF NOT WS-MODE-VALID
003230         DISPLAY "INVALID MODE - MUST BE V OR F. PLEASE RE-ENTER."
003240     END-IF.
003250 0510-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------------
003290*  1000-INITIALIZE.
003300*  LOADS THE CARRIER'S CODES FIRST - A CARRIER ID WITH NO CODE ON
003310*  THE TABLE ENDS THE RUN WITH NOTHING OPENED OR WRITTEN. THE
003320*  SNAPSHOT FILE IS CREATED EMPTY THE FIRST TIME ANY CARRIER IS
003330*  FED, SO THE FIRST FEED SENDS EVERY LIVE ELECTION AS AN ADD.
003340*-----------------------------------------------------------------
003350 1000-INITIALIZE.
003360     ACCEPT WS-FEED-DATE FROM DATE YYYYMMDD.
003370     ACCEPT WS-FEED-TIME FROM TIME.
003380     PERFORM 1100-LOAD-CARRIER-CODES
003390         THRU 1100-EXIT.
003400     IF WS-CODE-COUNT EQUAL ZERO
003410         DISPLAY "ENRLFEED - CARRIER " WS-CARRIER-ID
003420             " HAS NO CODE ON THE CARRIER TABLE - NOTHING DONE."
003430         GO TO 1000-EXIT
003440     END-IF.
003450     OPEN INPUT ELECTION-FILE.
003460     IF WS-ELECTFIL-STATUS NOT EQUAL "00"
003470         DISPLAY "ENRLFEED - ELECTIONS FILE NOT AVAILABLE - "
003480             "NOTHING DONE."
003490         MOVE ZERO TO WS-CODE-COUNT
003500         GO TO 1000-EXIT
003510     END-IF.
003520     OPEN I-O FEED-SNAPSHOT-FILE.
003530     IF WS-ELECFED-NOT-FOUND
003540         OPEN OUTPUT FEED-SNAPSHOT-FILE
003550         CLOSE FEED-SNAPSHOT-FILE
003560         OPEN I-O FEED-SNAPSHOT-FILE
003570     END-IF.
003580     OPEN INPUT EMPLOYEE-MASTER.
003590     IF WS-EMPMAST-STATUS EQUAL "00"
003600         SET WS-EMPMAST-OK TO TRUE
003610     END-IF.
003620     OPEN OUTPUT ENROLLMENT-REPORT.
003630     IF WS-MODE-FEED
003640         OPEN OUTPUT ENROLLMENT-FEED-FILE
003650         MOVE WS-CARRIER-ID      TO FH-CARRIER-ID
003660         MOVE WS-CARRIER-NAME    TO FH-CARRIER-NAME
003670         MOVE WS-FEED-DATE       TO FH-FEED-DATE
003680         MOVE WS-PRIOR-FEED-DATE TO FH-PRIOR-FEED-DATE
003690         WRITE FEED-RECORD FROM WS-FEED-HEADER
003700         MOVE "FEED SENT" TO RPT-HDG-MODE
003710     ELSE
003720         MOVE "PREVIEW - NOTHING SENT" TO RPT-HDG-MODE
003730     END-IF.
003740     MOVE WS-CARRIER-ID      TO RPT-HDG-CARRIER-ID.
003750     MOVE WS-CARRIER-NAME    TO RPT-HDG-CARRIER-NAME.
003760     MOVE WS-FEED-DATE       TO RPT-HDG-FEED-DATE.
003770     MOVE WS-PRIOR-FEED-DATE TO RPT-HDG-PRIOR-DATE.
003780     WRITE RPT-LINE FROM WS-RPT-HEADING-1
003790         AFTER ADVANCING 1 LINE.
003800     WRITE RPT-LINE FROM WS-RPT-HEADING-2
003810         AFTER ADVANCING 1 LINE.
003820     WRITE RPT-LINE FROM WS-RPT-HEADING-3
003830         AFTER ADVANCING 2 LINES.
003840     WRITE RPT-LINE FROM WS-RPT-HEADING-4
003850         AFTER ADVANCING 1 LINE.
003860     MOVE "N" TO WS-EOF-SW.
003870     PERFORM 2900-READ-ELECTION
003880         THRU 2900-EXIT.
003890 1000-EXIT.
003900     EXIT.
003910
003920*-----------------------------------------------------------------
003930*  1100-LOAD-CARRIER-CODES.
003940*  READS THE WHOLE CARRIER TABLE FOR THE CODES MAPPED TO THE
003950*  CARRIER KEYED. THE PRIOR FEED DATE IS THE LATEST ON ANY OF
003960*  THEM - A CODE ADDED SINCE THE LAST FEED STILL SHOWS ZERO.
003970*-----------------------------------------------------------------
003980 1100-LOAD-CARRIER-CODES.
003990     OPEN INPUT CARRIER-TABLE.
004000     IF WS-CARRTAB-STATUS NOT EQUAL "00"
004010         GO TO 1100-EXIT
004020     END-IF.
004030     MOVE "N" TO WS-EOF-SW.
004040     PERFORM 1110-LOAD-ONE-CODE
004050         THRU 1110-EXIT
004060         UNTIL WS-END-OF-FILE.
004070     CLOSE CARRIER-TABLE.
004080 1100-EXIT.
004090     EXIT.
004100
004110*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
004120*  ERROR CANNOT SPIN.
004130 1110-LOAD-ONE-CODE.
004140     READ CARRIER-TABLE NEXT RECORD
004150         AT END
004160             SET WS-END-OF-FILE TO TRUE
004170             GO TO 1110-EXIT
004180     END-READ.
004190     IF WS-CARRTAB-STATUS NOT EQUAL "00"
004200         SET WS-END-OF-FILE TO TRUE
004210         GO TO 1110-EXIT
004220     END-IF.
004230     IF CR-CARRIER-ID NOT EQUAL WS-CARRIER-ID
004240             OR WS-CODE-COUNT NOT LESS THAN 50
004250         GO TO 1110-EXIT
004260     END-IF.
004270     ADD 1 TO WS-CODE-COUNT.
004280     MOVE CR-DEDUCT-CODE TO WS-CODE-DEDUCT(WS-CODE-COUNT).
004290     MOVE CR-CARRIER-NAME TO WS-CARRIER-NAME.
004300     IF CR-LAST-FEED-DATE GREATER THAN WS-PRIOR-FEED-DATE
004310         MOVE CR-LAST-FEED-DATE TO WS-PRIOR-FEED-DATE
004320     END-IF.
004330 1110-EXIT.
004340     EXIT.
004350
004360*-----------------------------------------------------------------
004370*  2000-CHECK-ONE-ELECTION.
004380*  DECIDES WHAT, IF ANYTHING, THE CURRENT ELECTION SENDS THE
004390*  CARRIER, SENDS IT, AND READS THE NEXT ONE. ELECTIONS UNDER
004400*  ANOTHER CARRIER'S CODES ARE PASSED OVER.
004410*-----------------------------------------------------------------
004420 2000-CHECK-ONE-ELECTION.
004430     MOVE "N" TO WS-CODE-FOUND-SW.
004440     PERFORM 2100-MATCH-ONE-CODE
004450         THRU 2100-EXIT
004460         VARYING WS-CODE-SUB FROM 1 BY 1
004470         UNTIL WS-CODE-SUB GREATER THAN WS-CODE-COUNT
004480             OR WS-CODE-FOUND.
004490     IF NOT WS-CODE-FOUND
004500         GO TO 2000-READ-NEXT
004510     END-IF.
004520     PERFORM 2200-READ-SNAPSHOT
004530         THRU 2200-EXIT.
004540     PERFORM 2300-DECIDE-ACTION
004550         THRU 2300-EXIT.
004560     IF WS-NO-ACTION
004570         GO TO 2000-READ-NEXT
004580     END-IF.
004590     MOVE EL-EMP-NO         TO WS-SEND-EMP-NO.
004600     MOVE EL-DEDUCT-CODE    TO WS-SEND-DEDUCT-CODE.
004610     MOVE EL-DESCRIPTION    TO WS-SEND-DESCRIPTION.
004620     MOVE EL-METHOD         TO WS-SEND-METHOD.
004630     MOVE EL-AMOUNT         TO WS-SEND-AMOUNT.
004640     MOVE EL-PERCENT        TO WS-SEND-PERCENT.
004650     MOVE EL-START-DATE     TO WS-SEND-START-DATE.
004660     MOVE EL-STOP-DATE      TO WS-SEND-STOP-DATE.
004670     PERFORM 5000-SEND-LINE
004680         THRU 5000-EXIT.
004690 2000-READ-NEXT.
004700     PERFORM 2900-READ-ELECTION
004710         THRU 2900-EXIT.
004720 2000-EXIT.
004730     EXIT.
004740
004750 2100-MATCH-ONE-CODE.
004760     IF WS-CODE-DEDUCT(WS-CODE-SUB) EQUAL EL-DEDUCT-CODE
004770         SET WS-CODE-FOUND TO TRUE
004780     END-IF.
004790 2100-EXIT.
004800     EXIT.
004810
004820 2200-READ-SNAPSHOT.
004830     MOVE "N" TO WS-SNAP-FOUND-SW.
004840     MOVE EL-ELECT-KEY TO EF-ELECT-KEY.
004850     READ FEED-SNAPSHOT-FILE
004860         INVALID KEY
004870             CONTINUE
004880         NOT INVALID KEY
004890             SET WS-SNAP-FOUND TO TRUE
004900     END-READ.
004910 2200-EXIT.
004920     EXIT.
004930
004940*-----------------------------------------------------------------
004950*  2300-DECIDE-ACTION.
004960*  NO SNAPSHOT, A SNAPSHOT LAST SENT AS A STOP, OR ONE SENT TO A
004970*  DIFFERENT CARRIER MEANS THIS CARRIER DOES NOT HAVE THE
004980*  ELECTION - IT IS AN ADD UNLESS IT HAS ALREADY ENDED.
004990*  OTHERWISE ANY DIFFERENCE IS A CHANGE, OR A STOP WHEN THE
005000*  DIFFERENCE IS A NEW OR MOVED STOP DATE. AN OPEN-ENDED
005010*  ELECTION CARRIES 99999999 AS ITS STOP DATE, SO PUTTING ONE
005020*  BACK TO OPEN-ENDED IS SENT AS A CHANGE.
005030*-----------------------------------------------------------------
005040 2300-DECIDE-ACTION.
005050     MOVE SPACE TO WS-ACTION.
005060     IF NOT WS-SNAP-FOUND
005070             OR EF-SENT-STOP
005080             OR EF-CARRIER-ID NOT EQUAL WS-CARRIER-ID
005090         IF EL-STOP-DATE EQUAL ZERO
005100                 OR EL-STOP-DATE GREATER THAN WS-FEED-DATE
005110             SET WS-ACTION-ADD TO TRUE
005120         END-IF
005130         GO TO 2300-EXIT
005140     END-IF.
005150     IF EL-DESCRIPTION EQUAL EF-DESCRIPTION
005160             AND EL-METHOD EQUAL EF-METHOD
005170             AND EL-AMOUNT EQUAL EF-AMOUNT
005180             AND EL-PERCENT EQUAL EF-PERCENT
005190             AND EL-START-DATE EQUAL EF-START-DATE
005200             AND EL-STOP-DATE EQUAL EF-STOP-DATE
005210         GO TO 2300-EXIT
005220     END-IF.
005230     IF EL-STOP-DATE NOT EQUAL ZERO
005240             AND EL-STOP-DATE NOT EQUAL 99999999
005250             AND EL-STOP-DATE NOT EQUAL EF-STOP-DATE
005260         SET WS-ACTION-STOP TO TRUE
005270     ELSE
005280         SET WS-ACTION-CHANGE TO TRUE
005290     END-IF.
005300 2300-EXIT.
005310     EXIT.
005320
005330*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005340*  ERROR CANNOT SPIN.
005350 2900-READ-ELECTION.
005360     READ ELECTION-FILE NEXT RECORD
005370         AT END
005380             SET WS-END-OF-FILE TO TRUE
005390     END-READ.
005400     IF WS-ELECTFIL-STATUS NOT EQUAL "00"
005410         SET WS-END-OF-FILE TO TRUE
005420     END-IF.
005430 2900-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------------
005470*  3000-FIND-DELETED-ELECTIONS.
005480*  WALKS THE SNAPSHOT FOR ELECTIONS THIS CARRIER STILL HOLDS AS
005490*  LIVE BUT WHICH HAVE SINCE BEEN DELETED FROM THE ELECTIONS
005500*  FILE, AND SENDS EACH AS A STOP.
005510*-----------------------------------------------------------------
005520 3000-FIND-DELETED-ELECTIONS.
005530     MOVE "N" TO WS-EOF-SW.
005540     MOVE LOW-VALUES TO EF-ELECT-KEY.
005550     START FEED-SNAPSHOT-FILE
005560         KEY IS NOT LESS THAN EF-ELECT-KEY
005570         INVALID KEY
005580             SET WS-END-OF-FILE TO TRUE
005590     END-START.
005600     PERFORM 3100-CHECK-ONE-SNAPSHOT
005610         THRU 3100-EXIT
005620         UNTIL WS-END-OF-FILE.
005630 3000-EXIT.
005640     EXIT.
005650
005660*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
005670*  ERROR CANNOT SPIN.
005680 3100-CHECK-ONE-SNAPSHOT.
005690     READ FEED-SNAPSHOT-FILE NEXT RECORD
005700         AT END
005710             SET WS-END-OF-FILE TO TRUE
005720             GO TO 3100-EXIT
005730     END-READ.
005740     IF WS-ELECFED-STATUS NOT EQUAL "00"
005750         SET WS-END-OF-FILE TO TRUE
005760         GO TO 3100-EXIT
005770     END-IF.
005780     IF EF-CARRIER-ID NOT EQUAL WS-CARRIER-ID
005790             OR EF-SENT-STOP
005800         GO TO 3100-EXIT
005810     END-IF.
005820     MOVE EF-ELECT-KEY TO EL-ELECT-KEY.
005830     READ ELECTION-FILE
005840         INVALID KEY
005850             CONTINUE
005860         NOT INVALID KEY
005870             GO TO 3100-EXIT
005880     END-READ.
005890     SET WS-ACTION-STOP TO TRUE.
005900     SET WS-SNAP-FOUND TO TRUE.
005910     MOVE EF-EMP-NO         TO WS-SEND-EMP-NO.
005920     MOVE EF-DEDUCT-CODE    TO WS-SEND-DEDUCT-CODE.
005930     MOVE EF-DESCRIPTION    TO WS-SEND-DESCRIPTION.
005940     MOVE EF-METHOD         TO WS-SEND-METHOD.
005950     MOVE EF-AMOUNT         TO WS-SEND-AMOUNT.
005960     MOVE EF-PERCENT        TO WS-SEND-PERCENT.
005970     MOVE EF-START-DATE     TO WS-SEND-START-DATE.
005980     IF EF-STOP-DATE NOT EQUAL ZERO
005990             AND EF-STOP-DATE NOT GREATER THAN WS-FEED-DATE
006000         MOVE EF-STOP-DATE  TO WS-SEND-STOP-DATE
006010     ELSE
006020         MOVE WS-FEED-DATE  TO WS-SEND-STOP-DATE
006030     END-IF.
006040     PERFORM 5000-SEND-LINE
006050         THRU 5000-EXIT.
006060 3100-EXIT.
006070     EXIT.
006080
006090*-----------------------------------------------------------------
006100*  4000-FINISH-FEED.
006110*  PRINTS THE COUNTS AND, ON A REAL FEED, WRITES THE TRAILER,
006120*  STAMPS THE CARRIER'S CODES AND AUDITS WHAT WAS SENT.
006130*-----------------------------------------------------------------
006140 4000-FINISH-FEED.
006150     WRITE RPT-LINE FROM WS-RPT-HEADING-4
006160         AFTER ADVANCING 1 LINE.
006170     MOVE "ADDS"            TO RPT-TOTAL-LABEL.
006180     MOVE WS-ADD-COUNT      TO RPT-TOTAL-COUNT.
006190     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
006200         AFTER ADVANCING 1 LINE.
006210     MOVE "CHANGES"         TO RPT-TOTAL-LABEL.
006220     MOVE WS-CHANGE-COUNT   TO RPT-TOTAL-COUNT.
006230     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
006240         AFTER ADVANCING 1 LINE.
006250     MOVE "STOPS"           TO RPT-TOTAL-LABEL.
006260     MOVE WS-STOP-COUNT     TO RPT-TOTAL-COUNT.
006270     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
006280         AFTER ADVANCING 1 LINE.
006290     MOVE "LINES"           TO RPT-TOTAL-LABEL.
006300     MOVE WS-DETAIL-COUNT   TO RPT-TOTAL-COUNT.
006310     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
006320         AFTER ADVANCING 1 LINE.
006330     IF NOT WS-MODE-FEED
006340         DISPLAY "ENRLFEED - PREVIEW ONLY - " WS-DETAIL-COUNT
006350             " LINES WOULD BE SENT. SEE ENRLRPT."
006360         GO TO 4000-EXIT
006370     END-IF.
006380     MOVE WS-CARRIER-ID     TO FT-CARRIER-ID.
006390     MOVE WS-ADD-COUNT      TO FT-ADD-COUNT.
006400     MOVE WS-CHANGE-COUNT   TO FT-CHANGE-COUNT.
006410     MOVE WS-STOP-COUNT     TO FT-STOP-COUNT.
006420     MOVE WS-DETAIL-COUNT   TO FT-DETAIL-COUNT.
006430     WRITE FEED-RECORD FROM WS-FEED-TRAILER.
006440     PERFORM 4100-STAMP-CARRIER-CODES
006450         THRU 4100-EXIT.
006460     STRING "FEED " WS-CARRIER-ID " ADD " WS-ADD-COUNT
006470         " CHG " WS-CHANGE-COUNT " STOP " WS-STOP-COUNT
006480         " BY " WS-OPERATOR-ID
006490         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
006500     CALL "AUDITLOG" USING
006510         BY CONTENT WS-AUDIT-PROGRAM-ID
006520         BY CONTENT WS-AUDIT-MESSAGE.
006530     DISPLAY "ENRLFEED - FEED WRITTEN TO ENRLOUT - "
006540         WS-DETAIL-COUNT " LINES.".
006550 4000-EXIT.
006560     EXIT.
006570
006580*-----------------------------------------------------------------
006590*  4100-STAMP-CARRIER-CODES.
006600*  SETS THE LAST-FEED DATE AND TIME ON EVERY CODE OF THE
006610*  CARRIER, SO THE NEXT FEED'S HEADER CARRIES THIS ONE AS ITS
006620*  PRIOR FEED.
006630*-----------------------------------------------------------------
006640 4100-STAMP-CARRIER-CODES.
006650     OPEN I-O CARRIER-TABLE.
006660     IF WS-CARRTAB-STATUS NOT EQUAL "00"
006670         GO TO 4100-EXIT
006680     END-IF.
006690     PERFORM 4110-STAMP-ONE-CODE
006700         THRU 4110-EXIT
006710         VARYING WS-CODE-SUB FROM 1 BY 1
006720         UNTIL WS-CODE-SUB GREATER THAN WS-CODE-COUNT.
006730     CLOSE CARRIER-TABLE.
006740 4100-EXIT.
006750     EXIT.
006760
006770 4110-STAMP-ONE-CODE.
006780     MOVE WS-CODE-DEDUCT(WS-CODE-SUB) TO CR-DEDUCT-CODE.
006790     READ CARRIER-TABLE
006800         INVALID KEY
006810             GO TO 4110-EXIT
006820     END-READ.
006830     MOVE WS-FEED-DATE TO CR-LAST-FEED-DATE.
006840     MOVE WS-FEED-TIME TO CR-LAST-FEED-TIME.
006850     REWRITE CARRIER-RECORD.
006860 4110-EXIT.
006870     EXIT.
006880
006890*-----------------------------------------------------------------
006900*  5000-SEND-LINE.
006910*  PRINTS THE LINE IN WS-SEND-IMAGE AND, ON A REAL FEED, WRITES
006920*  IT TO THE FEED FILE AND RECORDS IT ON THE SNAPSHOT AS SENT.
006930*  WS-SNAP-FOUND SAYS WHETHER THE SNAPSHOT ROW IS REWRITTEN OR
006940*  WRITTEN NEW.
006950*-----------------------------------------------------------------
006960 5000-SEND-LINE.
006970     EVALUATE TRUE
006980         WHEN WS-ACTION-ADD
006990             ADD 1 TO WS-ADD-COUNT
007000         WHEN WS-ACTION-CHANGE
007010             ADD 1 TO WS-CHANGE-COUNT
007020         WHEN OTHER
007030             ADD 1 TO WS-STOP-COUNT
007040     END-EVALUATE.
007050     ADD 1 TO WS-DETAIL-COUNT.
007060     MOVE SPACES TO FR-EMP-NAME.
007070     IF WS-EMPMAST-OK
007080         MOVE WS-SEND-EMP-NO TO EMP-NO
007090         READ EMPLOYEE-MASTER
007100             INVALID KEY
007110                 CONTINUE
007120             NOT INVALID KEY
007130                 MOVE EMP-NAME TO FR-EMP-NAME
007140         END-READ
007150     END-IF.
007160     MOVE WS-ACTION            TO FR-ACTION.
007170     MOVE WS-CARRIER-ID        TO FR-CARRIER-ID.
007180     MOVE WS-SEND-EMP-NO       TO FR-EMP-NO.
007190     MOVE WS-SEND-DEDUCT-CODE  TO FR-DEDUCT-CODE.
007200     MOVE WS-SEND-DESCRIPTION  TO FR-DESCRIPTION.
007210     MOVE WS-SEND-METHOD       TO FR-METHOD.
007220     MOVE WS-SEND-AMOUNT       TO FR-AMOUNT.
007230     MOVE WS-SEND-PERCENT      TO FR-PERCENT.
007240     MOVE WS-SEND-START-DATE   TO FR-START-DATE.
007250     MOVE WS-SEND-STOP-DATE    TO FR-STOP-DATE.
007260     MOVE WS-ACTION            TO RPT-ACTION.
007270     MOVE WS-SEND-EMP-NO       TO RPT-EMP-NO.
007280     MOVE FR-EMP-NAME          TO RPT-EMP-NAME.
007290     MOVE WS-SEND-DEDUCT-CODE  TO RPT-DEDUCT-CODE.
007300     MOVE WS-SEND-METHOD       TO RPT-METHOD.
007310     MOVE WS-SEND-AMOUNT       TO RPT-AMOUNT.
007320     MOVE WS-SEND-PERCENT      TO RPT-PERCENT.
007330     MOVE WS-SEND-START-DATE   TO RPT-START-DATE.
007340     MOVE WS-SEND-STOP-DATE    TO RPT-STOP-DATE.
007350     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
007360         AFTER ADVANCING 1 LINE.
007370     IF NOT WS-MODE-FEED
007380         GO TO 5000-EXIT
007390     END-IF.
007400     WRITE FEED-RECORD FROM WS-FEED-DETAIL.
007410     MOVE WS-SEND-EMP-NO       TO EF-EMP-NO.
007420     MOVE WS-SEND-DEDUCT-CODE  TO EF-DEDUCT-CODE.
007430     MOVE WS-CARRIER-ID        TO EF-CARRIER-ID.
007440     MOVE WS-SEND-DESCRIPTION  TO EF-DESCRIPTION.
007450     MOVE WS-SEND-METHOD       TO EF-METHOD.
007460     MOVE WS-SEND-AMOUNT       TO EF-AMOUNT.
007470     MOVE WS-SEND-PERCENT      TO EF-PERCENT.
007480     MOVE WS-SEND-START-DATE   TO EF-START-DATE.
007490     MOVE WS-SEND-STOP-DATE    TO EF-STOP-DATE.
007500     MOVE WS-FEED-DATE         TO EF-FED-DATE.
007510     MOVE WS-ACTION            TO EF-LAST-ACTION.
007520     IF WS-SNAP-FOUND
007530         REWRITE ELECTION-FEED-RECORD
007540     ELSE
007550         WRITE ELECTION-FEED-RECORD
007560     END-IF.
007570 5000-EXIT.
007580     EXIT.
007590
007600*-----------------------------------------------------------------
007610*  9999-TERMINATE.
007620*-----------------------------------------------------------------
007630 9999-TERMINATE.
007640     CLOSE ELECTION-FILE.
007650     CLOSE FEED-SNAPSHOT-FILE.
007660     IF WS-EMPMAST-OK
007670         CLOSE EMPLOYEE-MASTER
007680     END-IF.
007690     CLOSE ENROLLMENT-REPORT.
007700     IF WS-MODE-FEED
007710         CLOSE ENROLLMENT-FEED-FILE
007720     END-IF.
007730 9999-EXIT.
007740     EXIT.
