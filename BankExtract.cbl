000240*     EMPLOYEE WITH NO DIRECT DEPOSIT ON FILE (ZERO ROUTING) IS
000250*     LEFT OFF THE PAYMENT FILE AND FLAGGED ON THE CONTROL
000260*     REPORT, WHICH PRINTS EVERY PAYMENT SENT AND THE RUN TOTALS.
000262*
000263*     AN EMPLOYEE WITH ROWS ON THE DEPACCT DEPOSIT-ACCOUNT FILE
000264*     IS PAID FROM THOSE ROWS INSTEAD OF THE MASTER - ONE DETAIL
000265*     PER SPLIT, FIXED AND PERCENTAGE ACCOUNTS FIRST IN SEQUENCE
000266*     ORDER, THEN THE REMAINDER ACCOUNT. BEFORE THE PAYMENTS, A
000267*     PASS OVER DEPACCT SENDS A ZERO-DOLLAR PRENOTE FOR EVERY NEW
000268*     OR CHANGED ACCOUNT AND TURNS LIVE EVERY PRENOTED ACCOUNT
000269*     WHOSE PRENOTE PERIOD HAS PASSED WITHOUT A RETURN. A SHARE
000270*     OWED TO AN ACCOUNT THAT IS NOT YET LIVE (OR WAS RETURNED)
000271*     IS NOT SENT; WHAT EACH EMPLOYEE STILL NEEDS BY CHECK GOES
000272*     TO THE CHKSPLIT FILE, ONE ROW PER DEDUCTIONS-REPORT LINE,
000273*     FOR CHECKPRT TO PAY.
000274*
000280*     PAYMENT FILE LAYOUT (ALL RECORDS 44 BYTES):
000290*         HEADER  - "H", RUN DATE CCYYMMDD
000300*         DETAIL  - "D", EMP NO, ROUTING, ACCOUNT, AMOUNT 9(9)V99
000305*         PRENOTE - "P", EMP NO, ROUTING, ACCOUNT, ZERO AMOUNT
000310*         TRAILER - "T", RECORD COUNT 9(7), TOTAL 9(11)V99
000315*                   (THE COUNT INCLUDES THE PRENOTES)
000315*
000315*     EACH COMPANY ON THE COMPANY TABLE GETS ITS OWN PAYMENT
000315*     FILE - BANKFILE FOR THE HOME COMPANY 01, BANKFILE.CC FOR
000315*     ANY OTHER (SEE COMPTAB) - HOLDING ONLY ITS OWN EMPLOYEES'
000315*     DEDUCTIONS-REPORT LINES AND PRENOTES, WITH ITS OWN TRAILER.
000315*     THE HEADER CARRIES THE COMPANY CODE, ITS ORIGIN ROUTING
000315*     NUMBER AND ORIGINATOR ID, AND THE TRAILER THE ACCOUNT THE
000315*     MONEY IS DRAWN ON (BLANK WHILE NO COMPANY TABLE IS SET
000315*     UP). THE CONTROL REPORT HAS A SECTION AND TOTALS PER
000315*     COMPANY. CHKSPLIT STAYS ONE FILE, WRITTEN COMPANY BY
000315*     COMPANY IN COMPANY-TABLE ORDER, WHICH IS THE ORDER CHECKPRT
000315*     READS IT BACK IN.
000320*-----------------------------------------------------------------
000330*  MODIFICATION HISTORY.
000340*  DATE       INIT  DESCRIPTION
000371*  09/02/26   RCA   HANDS ITS RECORD COUNT TO NIGHTRUN'S
000371*                   RUN-STATISTICS THROUGH THE COMMON STEPCNT
000371*                   ROUTINE AT END OF STEP.
000371*  10/14/26   RCA   PAYS FROM THE NEW DEPACCT DEPOSIT-ACCOUNT FILE
000371*                   WHEN THE EMPLOYEE HAS ROWS THERE - ONE DETAIL
000371*                   PER SPLIT, FIXED AND PERCENTAGE ACCOUNTS THEN
000371*                   THE REMAINDER. SENDS A ZERO-DOLLAR PRENOTE FOR
000371*                   EVERY NEW OR CHANGED ACCOUNT AND HOLDS ITS
000371*                   SHARE FOR A CHECK UNTIL THE PRENOTE PERIOD
000371*                   PASSES WITHOUT A RETURN; THE CHECK AMOUNT FOR
000371*                   EACH LINE GOES TO THE NEW CHKSPLIT FILE FOR
000371*                   CHECKPRT.
000371*  10/14/26   RCA   MULTI-COMPANY. ONE PAYMENT FILE PER COMPANY ON
000371*                   THE COMPANY TABLE (BANKFILE FOR 01,
000371*                   BANKFILE.CC FOR ANY OTHER), EACH WITH ONLY ITS
000371*                   OWN EMPLOYEES' PAYMENTS AND PRENOTES AND ITS
000371*                   OWN TRAILER. THE HEADER CARRIES THE COMPANY
000371*                   CODE, ORIGIN ROUTING AND ORIGINATOR ID, THE
000371*                   TRAILER THE ORIGIN ACCOUNT. THE CONTROL REPORT
000371*                   IS SECTIONED AND TOTALED BY COMPANY.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. BANKXTRT.
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT BANK-CONTROL-REPORT ASSIGN TO "BANKRPT"
000570         ORGANIZATION IS SEQUENTIAL.
000572     SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "DEPACCT"
000573         ORGANIZATION IS INDEXED
000574         ACCESS MODE IS DYNAMIC
000575         RECORD KEY IS DA-ACCT-KEY
000576         FILE STATUS IS WS-DEPACCT-STATUS.
000577     SELECT CHECK-SPLIT-FILE ASSIGN TO "CHKSPLIT"
000578         ORGANIZATION IS SEQUENTIAL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000730 FD  BANK-CONTROL-REPORT
000740     LABEL RECORDS ARE STANDARD.
000750 01  RPT-LINE                    PIC X(80).
000752
000754 FD  DEPOSIT-ACCOUNT-FILE
000756     LABEL RECORDS ARE STANDARD.
000758     COPY DEPACCT.
000760
000762 FD  CHECK-SPLIT-FILE
000764     LABEL RECORDS ARE STANDARD.
000766     COPY CHKSPLT.
000760
000770 WORKING-STORAGE SECTION.
000775 01  WS-STEP-COUNT-OUT            PIC 9(07) VALUE ZERO.
000820 01  WS-SENT-COUNT                PIC 9(07) VALUE ZERO.
000830 01  WS-SKIPPED-COUNT             PIC 9(05) VALUE ZERO.
000840 01  WS-SENT-TOTAL                PIC 9(11)V99 VALUE ZERO.
000841 01  WS-UNSENT-TOTAL              PIC 9(11)V99 VALUE ZERO.
000842 01  WS-PRENOTE-COUNT             PIC 9(05) VALUE ZERO.
000843 01  WS-NOW-LIVE-COUNT            PIC 9(05) VALUE ZERO.
000844 01  WS-MASTER-FOUND-SW           PIC X(01) VALUE "N".
000845     88  WS-MASTER-FOUND                     VALUE "Y".
000845
000845*  THE COMPANY BEING EXTRACTED AND THE TEST OF WHETHER A LINE
000845*  OR AN ACCOUNT BELONGS TO IT (A BLANK CODE IS THE HOME
000845*  COMPANY 01).
000845 01  WS-CO-SUB                    PIC 9(02) VALUE ZERO.
000845 01  WS-TEST-COMPANY              PIC X(02) VALUE SPACES.
000845 01  WS-IN-COMPANY-SW             PIC X(01) VALUE "N".
000845     88  WS-IN-COMPANY                       VALUE "Y".
000845     COPY COMPTBL.
000846
000847*  A PRENOTED ACCOUNT GOES LIVE THIS MANY DAYS AFTER ITS
000848*  PRENOTE WAS SENT, PROVIDED BANKRTRN HAS NOT WORKED A RETURN
000849*  AGAINST IT IN THE MEANTIME.
000850 01  WS-PRENOTE-DAYS              PIC 9(03) VALUE 10.
000851 01  WS-DEPACCT-STATUS            PIC X(02) VALUE SPACES.
000852 01  WS-DEPACCT-OPEN-SW           PIC X(01) VALUE "N".
000853     88  WS-DEPACCT-OPEN                     VALUE "Y".
000854 01  WS-DA-EOF-SW                 PIC X(01) VALUE "N".
000855     88  WS-DA-EOF                           VALUE "Y".
000856
000857*  THE CURRENT EMPLOYEE'S DEPOSIT ACCOUNTS, IN SEQUENCE ORDER.
000858 01  WS-ACCT-TABLE.
000859     05  WS-ACCT-ENTRY            OCCURS 10 TIMES.
000860         10  WS-ACCT-ROUTING      PIC 9(09).
000861         10  WS-ACCT-ACCOUNT      PIC X(17).
000862         10  WS-ACCT-TYPE         PIC X(01).
000863             88  WS-ACCT-FIXED               VALUE "F".
000864             88  WS-ACCT-PCT                 VALUE "P".
000865             88  WS-ACCT-REMAINDER           VALUE "R".
000866         10  WS-ACCT-FIXED-AMT    PIC 9(07)V99.
000867         10  WS-ACCT-PCT-RATE     PIC 9(03)V99.
000868         10  WS-ACCT-STATUS       PIC X(01).
000869             88  WS-ACCT-LIVE                VALUE "A".
000870             88  WS-ACCT-IN-PRENOTE          VALUE "N" "P".
000871             88  WS-ACCT-RETURNED            VALUE "R".
000872 01  WS-ACCT-COUNT                PIC 9(02) VALUE ZERO.
000873 01  WS-ACCT-SUB                  PIC 9(02) VALUE ZERO.
000874 01  WS-REMAINDER-SUB             PIC 9(02) VALUE ZERO.
000875 01  WS-NET-LEFT                  PIC 9(07)V99 VALUE ZERO.
000876 01  WS-SHARE                     PIC 9(07)V99 VALUE ZERO.
000877 01  WS-DEPOSIT-AMT               PIC 9(07)V99 VALUE ZERO.
000878 01  WS-CHECK-AMT                 PIC 9(07)V99 VALUE ZERO.
000879
000880*  DAY SERIALS ON THE 30/360 CONVENTION (EVERY MONTH COUNTS 30
000881*  DAYS) FOR THE PRENOTE-PERIOD TEST.
000882 01  WS-DATE-WORK                 PIC 9(08) VALUE ZERO.
000883 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
000884     05  WS-DW-CCYY               PIC 9(04).
000885     05  WS-DW-MM                 PIC 9(02).
000886     05  WS-DW-DD                 PIC 9(02).
000887 01  WS-DATE-SERIAL               PIC 9(07) VALUE ZERO.
000888 01  WS-RUN-SERIAL                PIC 9(07) VALUE ZERO.
000889 01  WS-PRENOTE-SERIAL            PIC 9(07) VALUE ZERO.
000850
000860 01  WS-BANK-HEADER.
000870     05  BH-REC-TYPE             PIC X(01) VALUE "H".
000880     05  BH-RUN-DATE             PIC 9(08).
000880     05  BH-COMPANY              PIC X(02).
000880     05  BH-ORIGIN-ROUTING       PIC X(09).
000880     05  BH-ORIGIN-ID            PIC X(10).
000880     05  FILLER                  PIC X(14) VALUE SPACES.
000900
000910 01  WS-BANK-DETAIL.
000920     05  BD-REC-TYPE             PIC X(01) VALUE "D".
001000     05  BT-REC-TYPE             PIC X(01) VALUE "T".
001010     05  BT-REC-COUNT            PIC 9(07).
001020     05  BT-TOTAL-AMOUNT         PIC 9(11)V99.
001020     05  BT-ORIGIN-ACCOUNT       PIC X(17).
001020     05  FILLER                  PIC X(06) VALUE SPACES.
001040
001050 01  WS-RPT-HEADING-1.
001060     05  FILLER                  PIC X(20)
001170     05  FILLER                  PIC X(24) VALUE SPACES.
001180
001190 01  WS-RPT-HEADING-3             PIC X(80) VALUE ALL "-".
001190
001190 01  WS-RPT-COMPANY-LINE.
001190     05  FILLER                  PIC X(09) VALUE "COMPANY: ".
001190     05  RPT-CO-CODE             PIC X(02).
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  RPT-CO-NAME             PIC X(30).
001190     05  FILLER                  PIC X(16)
001190         VALUE " PAYMENT FILE: ".
001190     05  RPT-CO-FILE             PIC X(11).
001190     05  FILLER                  PIC X(10) VALUE SPACES.
001200
001210 01  WS-RPT-DETAIL-LINE.
001220     05  RPT-EMP-NO              PIC ZZZZZZ9.
001465     MOVE ZERO TO RETURN-CODE.
001470     PERFORM 1000-INITIALIZE
001480         THRU 1000-EXIT.
001480     PERFORM 1100-EXTRACT-ONE-COMPANY
001480         THRU 1100-EXIT
001480         VARYING WS-CO-SUB FROM 1 BY 1
001480         UNTIL WS-CO-SUB GREATER THAN CM-COMPANY-COUNT.
001540     PERFORM 9999-TERMINATE
001550         THRU 9999-EXIT.
001560     GOBACK.
001570
001580*-----------------------------------------------------------------
001590*  1000-INITIALIZE.
001592*  THE DEPOSIT-ACCOUNT FILE IS OPTIONAL - UNTIL DEPMAINT HAS
001594*  CREATED IT EVERY EMPLOYEE IS PAID FROM THE MASTER AS BEFORE.
001594*  THE PAYMENT FILE AND DEDUCTIONS REPORT ARE OPENED PER COMPANY
001594*  IN 1100; EVERYTHING ELSE STAYS OPEN FOR THE WHOLE STEP.
001600*-----------------------------------------------------------------
001610 1000-INITIALIZE.
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001622     MOVE WS-RUN-DATE TO WS-DATE-WORK.
001624     PERFORM 1590-DATE-TO-SERIAL
001626         THRU 1590-EXIT.
001628     MOVE WS-DATE-SERIAL TO WS-RUN-SERIAL.
001628     MOVE "L" TO CM-FUNCTION.
001628     CALL "COMPTAB" USING
001628         BY REFERENCE COMPANY-TABLE-AREA.
001640     OPEN INPUT EMPLOYEE-MASTER.
001660     OPEN OUTPUT BANK-CONTROL-REPORT.
001662     OPEN OUTPUT CHECK-SPLIT-FILE.
001664     OPEN I-O DEPOSIT-ACCOUNT-FILE.
001666     IF WS-DEPACCT-STATUS EQUAL "00"
001668         SET WS-DEPACCT-OPEN TO TRUE
001669     END-IF.
001690     WRITE RPT-LINE FROM WS-RPT-HEADING-1
001740         AFTER ADVANCING 1 LINE.
001770 1000-EXIT.
001780     EXIT.
001780
001780*-----------------------------------------------------------------
001780*  1100-EXTRACT-ONE-COMPANY.
001780*  POINTS BANKFILE AT THE COMPANY'S OWN PAYMENT FILE AND RUNS
001780*  THE WHOLE EXTRACT - PRENOTES, PAYMENTS, TRAILER - FOR THAT
001780*  COMPANY ALONE. THE DEDUCTIONS REPORT IS READ FROM THE TOP
001780*  FOR EVERY COMPANY AND ONLY ITS LINES ARE PAID.
001780*-----------------------------------------------------------------
001780 1100-EXTRACT-ONE-COMPANY.
001780     MOVE ZERO TO WS-SENT-COUNT.
001780     MOVE ZERO TO WS-SKIPPED-COUNT.
001780     MOVE ZERO TO WS-SENT-TOTAL.
001780     MOVE ZERO TO WS-UNSENT-TOTAL.
001780     MOVE ZERO TO WS-PRENOTE-COUNT.
001780     MOVE ZERO TO WS-NOW-LIVE-COUNT.
001780     MOVE "BANKFILE" TO CM-FILE-NAME.
001780     MOVE WS-CO-SUB TO CM-SUB.
001780     MOVE "P" TO CM-FUNCTION.
001780     CALL "COMPTAB" USING
001780         BY REFERENCE COMPANY-TABLE-AREA.
001780     OPEN OUTPUT BANK-PAYMENT-FILE.
001780     OPEN INPUT DEDUCTIONS-REPORT.
001780     MOVE "N" TO WS-EOF-SW.
001670     MOVE WS-RUN-DATE TO BH-RUN-DATE.
001670     MOVE CM-CODE(WS-CO-SUB) TO BH-COMPANY.
001670     MOVE SPACES TO BH-ORIGIN-ROUTING.
001670     MOVE SPACES TO BH-ORIGIN-ID.
001670     MOVE SPACES TO BT-ORIGIN-ACCOUNT.
001670     IF CM-TABLE-FROM-FILE
001670         MOVE CM-ORIGIN-ROUTING(WS-CO-SUB) TO BH-ORIGIN-ROUTING
001670         MOVE CM-ORIGIN-ID(WS-CO-SUB)      TO BH-ORIGIN-ID
001670         MOVE CM-ORIGIN-ACCOUNT(WS-CO-SUB) TO BT-ORIGIN-ACCOUNT
001670     END-IF.
001680     WRITE BANK-RECORD FROM WS-BANK-HEADER.
001680     MOVE CM-CODE(WS-CO-SUB) TO RPT-CO-CODE.
001680     MOVE CM-NAME(WS-CO-SUB) TO RPT-CO-NAME.
001680     MOVE SPACES TO RPT-CO-FILE.
001680     IF CM-CODE(WS-CO-SUB) EQUAL "01"
001680         MOVE "BANKFILE" TO RPT-CO-FILE
001680     ELSE
001680         STRING "BANKFILE." CM-CODE(WS-CO-SUB)
001680             DELIMITED BY SIZE INTO RPT-CO-FILE
001680     END-IF.
001680     WRITE RPT-LINE FROM WS-RPT-COMPANY-LINE
001720         AFTER ADVANCING 2 LINES.
001710     WRITE RPT-LINE FROM WS-RPT-HEADING-2
001720         AFTER ADVANCING 2 LINES.
001730     WRITE RPT-LINE FROM WS-RPT-HEADING-3
001740         AFTER ADVANCING 1 LINE.
001740     IF WS-DEPACCT-OPEN
001740         PERFORM 1500-SEND-PRENOTES
001740             THRU 1500-EXIT
001740     END-IF.
001750     PERFORM 1900-READ-DEDUCTION
001760         THRU 1900-EXIT.
001760     PERFORM 2000-EXTRACT-PAYMENT
001760         THRU 2000-EXIT
001760         UNTIL WS-END-OF-FILE.
001760     PERFORM 3000-WRITE-TRAILER
001760         THRU 3000-EXIT.
001760     CLOSE DEDUCTIONS-REPORT.
001760     CLOSE BANK-PAYMENT-FILE.
001760     ADD WS-SENT-COUNT TO WS-STEP-COUNT-OUT.
001760 1100-EXIT.
001780     EXIT.
001782
001784*-----------------------------------------------------------------
001786*  1500-SEND-PRENOTES.
001788*  ONE PASS OVER THE WHOLE DEPOSIT-ACCOUNT FILE, WHETHER OR NOT
001790*  THE EMPLOYEE IS PAID THIS RUN. A NEW OR CHANGED ACCOUNT (N)
001792*  GETS ITS ZERO-DOLLAR PRENOTE AND MOVES TO P; A PRENOTED
001794*  ACCOUNT (P) WHOSE PERIOD HAS RUN OUT GOES LIVE (A). A PRENOTE
001796*  THE BANK BOUNCED HAS ALREADY BEEN SET TO R BY BANKRTRN AND IS
001796*  LEFT ALONE. THE PASS IS MADE ONCE PER COMPANY AND WORKS ONLY
001796*  THE ACCOUNTS OF THAT COMPANY'S EMPLOYEES, SO EACH PRENOTE
001796*  GOES OUT ON ITS OWN COMPANY'S FILE. AN ACCOUNT WHOSE
001796*  EMPLOYEE IS NOT ON THE MASTER IS WORKED WITH THE HOME COMPANY.
001800*-----------------------------------------------------------------
001802 1500-SEND-PRENOTES.
001804     MOVE "N" TO WS-DA-EOF-SW.
001804     MOVE ZERO TO DA-EMP-NO.
001804     MOVE ZERO TO DA-SEQ.
001804     START DEPOSIT-ACCOUNT-FILE
001804         KEY IS NOT LESS THAN DA-ACCT-KEY
001804         INVALID KEY
001804             GO TO 1500-EXIT
001804     END-START.
001806     PERFORM 1510-WORK-ONE-ACCOUNT
001808         THRU 1510-EXIT
001810         UNTIL WS-DA-EOF.
001812 1500-EXIT.
001814     EXIT.
001816
001818*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
001820*  ERROR CANNOT SPIN.
001822 1510-WORK-ONE-ACCOUNT.
001824     READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
001826         AT END
001828             SET WS-DA-EOF TO TRUE
001830             GO TO 1510-EXIT
001832     END-READ.
001834     IF WS-DEPACCT-STATUS NOT EQUAL "00"
001836         SET WS-DA-EOF TO TRUE
001838         GO TO 1510-EXIT
001840     END-IF.
001840     MOVE DA-EMP-NO TO EMP-NO.
001840     READ EMPLOYEE-MASTER
001840         INVALID KEY
001840             MOVE SPACES TO EMP-COMPANY
001840     END-READ.
001840     MOVE EMP-COMPANY TO WS-TEST-COMPANY.
001840     PERFORM 1600-TEST-COMPANY
001840         THRU 1600-EXIT.
001840     IF NOT WS-IN-COMPANY
001838         GO TO 1510-EXIT
001840     END-IF.
001842     EVALUATE TRUE
001844         WHEN DA-PRENOTE-DUE
001846             PERFORM 1520-WRITE-PRENOTE
001848                 THRU 1520-EXIT
001850         WHEN DA-PRENOTE-SENT
001852             PERFORM 1530-CHECK-PRENOTE-PERIOD
001854                 THRU 1530-EXIT
001856         WHEN OTHER
001858             CONTINUE
001860     END-EVALUATE.
001862 1510-EXIT.
001864     EXIT.
001866
001868 1520-WRITE-PRENOTE.
001870     MOVE "P"        TO BD-REC-TYPE.
001872     MOVE DA-EMP-NO  TO BD-EMP-NO.
001874     MOVE DA-ROUTING TO BD-ROUTING.
001876     MOVE DA-ACCOUNT TO BD-ACCOUNT.
001878     MOVE ZERO       TO BD-AMOUNT.
001880     WRITE BANK-RECORD FROM WS-BANK-DETAIL.
001882     ADD 1 TO WS-PRENOTE-COUNT.
001884     MOVE "P"         TO DA-STATUS.
001886     MOVE WS-RUN-DATE TO DA-PRENOTE-DATE.
001888     REWRITE DEPOSIT-ACCOUNT-RECORD.
001890     MOVE " PRENOTE SENT" TO RPT-FLAG.
001892     PERFORM 1550-PRINT-ACCOUNT-LINE
001894         THRU 1550-EXIT.
001896 1520-EXIT.
001898     EXIT.
001900
001902 1530-CHECK-PRENOTE-PERIOD.
001904     MOVE DA-PRENOTE-DATE TO WS-DATE-WORK.
001906     PERFORM 1590-DATE-TO-SERIAL
001908         THRU 1590-EXIT.
001910     MOVE WS-DATE-SERIAL TO WS-PRENOTE-SERIAL.
001912     IF WS-RUN-SERIAL LESS THAN
001914             WS-PRENOTE-SERIAL + WS-PRENOTE-DAYS
001916         GO TO 1530-EXIT
001918     END-IF.
001920     MOVE "A" TO DA-STATUS.
001922     REWRITE DEPOSIT-ACCOUNT-RECORD.
001924     ADD 1 TO WS-NOW-LIVE-COUNT.
001926     MOVE " PRENOTE CLEARED - NOW LIVE" TO RPT-FLAG.
001928     PERFORM 1550-PRINT-ACCOUNT-LINE
001930         THRU 1550-EXIT.
001932 1530-EXIT.
001934     EXIT.
001936
001938 1550-PRINT-ACCOUNT-LINE.
001940     MOVE DA-EMP-NO  TO RPT-EMP-NO.
001942     MOVE DA-ROUTING TO RPT-ROUTING.
001944     MOVE DA-ACCOUNT TO RPT-ACCOUNT.
001946     MOVE ZERO       TO RPT-AMOUNT.
001948     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
001950         AFTER ADVANCING 1 LINE.
001952 1550-EXIT.
001954     EXIT.
001956
001958*-----------------------------------------------------------------
001960*  1590-DATE-TO-SERIAL.
001962*  TURNS THE CCYYMMDD DATE IN WS-DATE-WORK INTO A DAY SERIAL ON
001964*  THE 30/360 CONVENTION.
001966*-----------------------------------------------------------------
001968 1590-DATE-TO-SERIAL.
001970     COMPUTE WS-DATE-SERIAL =
001972         (WS-DW-CCYY * 360) + ((WS-DW-MM - 1) * 30)
001974         + WS-DW-DD.
001976 1590-EXIT.
001978     EXIT.
001978
001978*-----------------------------------------------------------------
001978*  1600-TEST-COMPANY.
001978*  SETS WS-IN-COMPANY WHEN THE CODE IN WS-TEST-COMPANY IS THE
001978*  COMPANY BEING EXTRACTED. A BLANK CODE IS THE HOME COMPANY.
001978*-----------------------------------------------------------------
001978 1600-TEST-COMPANY.
001978     MOVE "N" TO WS-IN-COMPANY-SW.
001978     IF WS-TEST-COMPANY EQUAL SPACES
001978         MOVE "01" TO WS-TEST-COMPANY
001978     END-IF.
001978     IF WS-TEST-COMPANY EQUAL CM-CODE(WS-CO-SUB)
001978         SET WS-IN-COMPANY TO TRUE
001978     END-IF.
001978 1600-EXIT.
001978     EXIT.
001790
001790*  READS THE NEXT DEDUCTIONS-REPORT LINE OF THE COMPANY BEING
001790*  EXTRACTED, PASSING OVER THE OTHER COMPANIES' LINES.
001800 1900-READ-DEDUCTION.
001810     READ DEDUCTIONS-REPORT
001820         AT END
001830             SET WS-END-OF-FILE TO TRUE
001830             GO TO 1900-EXIT
001840     END-READ.
001840     MOVE DR-COMPANY TO WS-TEST-COMPANY.
001840     PERFORM 1600-TEST-COMPANY
001840         THRU 1600-EXIT.
001840     IF NOT WS-IN-COMPANY
001840         GO TO 1900-READ-DEDUCTION
001840     END-IF.
001850 1900-EXIT.
001860     EXIT.
001870
001880*-----------------------------------------------------------------
001890*  2000-EXTRACT-PAYMENT.
001900*  PAYS THE CURRENT DEDUCTIONS-REPORT LINE. AN EMPLOYEE WITH
001910*  DEPOSIT-ACCOUNT ROWS IS SPLIT ACROSS THEM; ONE WITHOUT IS
001920*  PAID FROM THE MASTER'S BANK DETAILS AS ALWAYS. WHATEVER IS
001930*  NOT SENT IS WRITTEN TO CHKSPLIT AS THE CHECK AMOUNT. AN
001932*  EMPLOYEE NOT ON THE MASTER IS SENT NOTHING - CHECKPRT
001934*  WITHHOLDS THE LINE.
001940*-----------------------------------------------------------------
001950 2000-EXTRACT-PAYMENT.
001952     MOVE "N" TO WS-MASTER-FOUND-SW.
001960     MOVE DR-EMP-NO TO EMP-NO.
001970     READ EMPLOYEE-MASTER
001980         INVALID KEY
001990             MOVE ZERO TO EMP-BANK-ROUTING
002000             MOVE SPACES TO EMP-BANK-ACCOUNT
002002         NOT INVALID KEY
002004             SET WS-MASTER-FOUND TO TRUE
002010     END-READ.
002012     MOVE DR-NET-PAY TO WS-NET-LEFT.
002014     MOVE ZERO TO WS-DEPOSIT-AMT.
002016     MOVE ZERO TO WS-CHECK-AMT.
002018     MOVE ZERO TO WS-ACCT-COUNT.
002020     IF WS-MASTER-FOUND AND WS-DEPACCT-OPEN
002022         PERFORM 2100-LOAD-ACCOUNTS
002024             THRU 2100-EXIT
002026     END-IF.
002028     IF WS-ACCT-COUNT EQUAL ZERO
002030         PERFORM 2050-PAY-FROM-MASTER
002032             THRU 2050-EXIT
002034     ELSE
002036         MOVE ZERO TO WS-REMAINDER-SUB
002038         PERFORM 2200-SPLIT-ONE-ACCOUNT
002040             THRU 2200-EXIT
002042             VARYING WS-ACCT-SUB FROM 1 BY 1
002044             UNTIL WS-ACCT-SUB GREATER THAN WS-ACCT-COUNT
002046         PERFORM 2300-PAY-REMAINDER
002048             THRU 2300-EXIT
002050     END-IF.
002052     MOVE DR-EMP-NO      TO CS-EMP-NO.
002054     MOVE WS-DEPOSIT-AMT TO CS-DEPOSIT-AMT.
002056     MOVE WS-CHECK-AMT   TO CS-CHECK-AMT.
002058     WRITE CHECK-SPLIT-RECORD.
002210     PERFORM 1900-READ-DEDUCTION
002220         THRU 1900-EXIT.
002230 2000-EXIT.
002240     EXIT.
002242
002244*-----------------------------------------------------------------
002246*  2050-PAY-FROM-MASTER.
002248*  NO DEPOSIT-ACCOUNT ROWS: WITH A ROUTING NUMBER ON THE MASTER
002250*  THE WHOLE NET GOES ON THE BANK FILE; WITHOUT ONE IT IS LEFT
002252*  OFF THE FILE, FLAGGED, AND PAID BY CHECK.
002254*-----------------------------------------------------------------
002256 2050-PAY-FROM-MASTER.
002258     MOVE DR-EMP-NO          TO RPT-EMP-NO.
002260     MOVE EMP-BANK-ROUTING   TO RPT-ROUTING.
002262     MOVE EMP-BANK-ACCOUNT   TO RPT-ACCOUNT.
002264     MOVE DR-NET-PAY         TO RPT-AMOUNT.
002266     IF EMP-BANK-ROUTING GREATER THAN ZERO
002268         MOVE SPACES TO RPT-FLAG
002270         MOVE "D"              TO BD-REC-TYPE
002272         MOVE DR-EMP-NO        TO BD-EMP-NO
002274         MOVE EMP-BANK-ROUTING TO BD-ROUTING
002276         MOVE EMP-BANK-ACCOUNT TO BD-ACCOUNT
002278         MOVE DR-NET-PAY       TO BD-AMOUNT
002280         WRITE BANK-RECORD FROM WS-BANK-DETAIL
002282         ADD 1 TO WS-SENT-COUNT
002284         ADD DR-NET-PAY TO WS-SENT-TOTAL
002286         MOVE DR-NET-PAY TO WS-DEPOSIT-AMT
002288     ELSE
002290         MOVE " NO BANK DETAILS - NOT SENT" TO RPT-FLAG
002292         ADD 1 TO WS-SKIPPED-COUNT
002294         ADD DR-NET-PAY TO WS-UNSENT-TOTAL
002296         MOVE DR-NET-PAY TO WS-CHECK-AMT
002298     END-IF.
002300     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
002302         AFTER ADVANCING 1 LINE.
002304 2050-EXIT.
002306     EXIT.
002308
002310*-----------------------------------------------------------------
002312*  2100-LOAD-ACCOUNTS.
002314*  POSITIONS TO THE EMPLOYEE'S FIRST DEPOSIT ACCOUNT AND LOADS
002316*  THEM ALL, UP TO THE TEN DEPMAINT ALLOWS.
002318*-----------------------------------------------------------------
002320 2100-LOAD-ACCOUNTS.
002322     MOVE "N" TO WS-DA-EOF-SW.
002324     MOVE DR-EMP-NO TO DA-EMP-NO.
002326     MOVE ZERO TO DA-SEQ.
002328     START DEPOSIT-ACCOUNT-FILE
002330         KEY IS NOT LESS THAN DA-ACCT-KEY
002332         INVALID KEY
002334             GO TO 2100-EXIT
002336     END-START.
002338     PERFORM 2110-LOAD-ONE-ACCOUNT
002340         THRU 2110-EXIT
002342         UNTIL WS-DA-EOF.
002344 2100-EXIT.
002346     EXIT.
002348
002350*  THE LOAD ENDS WHEN THE EMPLOYEE CHANGES, AT END OF FILE, ON
002352*  ANY NON-ZERO FILE STATUS, OR WHEN THE TABLE IS FULL.
002354 2110-LOAD-ONE-ACCOUNT.
002356     READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
002358         AT END
002360             SET WS-DA-EOF TO TRUE
002362             GO TO 2110-EXIT
002364     END-READ.
002366     IF WS-DEPACCT-STATUS NOT EQUAL "00"
002368             OR DA-EMP-NO NOT EQUAL DR-EMP-NO
002370             OR WS-ACCT-COUNT EQUAL 10
002372         SET WS-DA-EOF TO TRUE
002374         GO TO 2110-EXIT
002376     END-IF.
002378     ADD 1 TO WS-ACCT-COUNT.
002380     MOVE DA-ROUTING    TO WS-ACCT-ROUTING(WS-ACCT-COUNT).
002382     MOVE DA-ACCOUNT    TO WS-ACCT-ACCOUNT(WS-ACCT-COUNT).
002384     MOVE DA-SPLIT-TYPE TO WS-ACCT-TYPE(WS-ACCT-COUNT).
002386     MOVE DA-FIXED-AMT  TO WS-ACCT-FIXED-AMT(WS-ACCT-COUNT).
002388     MOVE DA-PCT        TO WS-ACCT-PCT-RATE(WS-ACCT-COUNT).
002390     MOVE DA-STATUS     TO WS-ACCT-STATUS(WS-ACCT-COUNT).
002392 2110-EXIT.
002394     EXIT.
002396
002398*-----------------------------------------------------------------
002400*  2200-SPLIT-ONE-ACCOUNT.
002402*  TAKES ONE FIXED OR PERCENTAGE ACCOUNT'S SHARE OF THE NET,
002404*  NEVER MORE THAN IS LEFT. THE REMAINDER ACCOUNT IS ONLY NOTED
002406*  HERE AND PAID LAST. A RETURNED ACCOUNT TAKES NO SHARE - ITS
002408*  MONEY FALLS THROUGH TO THE REMAINDER.
002410*-----------------------------------------------------------------
002412 2200-SPLIT-ONE-ACCOUNT.
002414     IF WS-ACCT-REMAINDER(WS-ACCT-SUB)
002416         IF WS-REMAINDER-SUB EQUAL ZERO
002418             MOVE WS-ACCT-SUB TO WS-REMAINDER-SUB
002420         END-IF
002422         GO TO 2200-EXIT
002424     END-IF.
002426     IF WS-ACCT-RETURNED(WS-ACCT-SUB)
002428         GO TO 2200-EXIT
002430     END-IF.
002432     IF WS-ACCT-FIXED(WS-ACCT-SUB)
002434         MOVE WS-ACCT-FIXED-AMT(WS-ACCT-SUB) TO WS-SHARE
002436     ELSE
002438         COMPUTE WS-SHARE ROUNDED =
002440             DR-NET-PAY * WS-ACCT-PCT-RATE(WS-ACCT-SUB) / 100
002442     END-IF.
002444     IF WS-SHARE GREATER THAN WS-NET-LEFT
002446         MOVE WS-NET-LEFT TO WS-SHARE
002448     END-IF.
002450     IF WS-SHARE EQUAL ZERO
002452         GO TO 2200-EXIT
002454     END-IF.
002456     SUBTRACT WS-SHARE FROM WS-NET-LEFT.
002458     PERFORM 2400-PAY-ONE-SHARE
002460         THRU 2400-EXIT.
002462 2200-EXIT.
002464     EXIT.
002466
002468*-----------------------------------------------------------------
002470*  2300-PAY-REMAINDER.
002472*  WHAT IS LEFT GOES TO THE REMAINDER ACCOUNT. WITH NONE ON FILE
002474*  IT IS PAID BY CHECK SO THE EMPLOYEE STILL GETS THE WHOLE NET.
002476*-----------------------------------------------------------------
002478 2300-PAY-REMAINDER.
002480     IF WS-NET-LEFT EQUAL ZERO
002482         GO TO 2300-EXIT
002484     END-IF.
002486     IF WS-REMAINDER-SUB EQUAL ZERO
002488         MOVE DR-EMP-NO   TO RPT-EMP-NO
002490         MOVE ZERO        TO RPT-ROUTING
002492         MOVE SPACES      TO RPT-ACCOUNT
002494         MOVE WS-NET-LEFT TO RPT-AMOUNT
002496         MOVE " NO REMAINDER ACCT - CHECK" TO RPT-FLAG
002498         WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
002500             AFTER ADVANCING 1 LINE
002502         ADD 1 TO WS-SKIPPED-COUNT
002504         ADD WS-NET-LEFT TO WS-UNSENT-TOTAL
002506         ADD WS-NET-LEFT TO WS-CHECK-AMT
002508         MOVE ZERO TO WS-NET-LEFT
002510         GO TO 2300-EXIT
002512     END-IF.
002514     MOVE WS-REMAINDER-SUB TO WS-ACCT-SUB.
002516     MOVE WS-NET-LEFT TO WS-SHARE.
002518     MOVE ZERO TO WS-NET-LEFT.
002520     PERFORM 2400-PAY-ONE-SHARE
002522         THRU 2400-EXIT.
002524 2300-EXIT.
002526     EXIT.
002528
002530*-----------------------------------------------------------------
002532*  2400-PAY-ONE-SHARE.
002534*  A LIVE ACCOUNT'S SHARE GOES ON THE BANK FILE AS ITS OWN
002536*  DETAIL. AN ACCOUNT STILL IN ITS PRENOTE PERIOD, OR RETURNED,
002538*  IS SENT NOTHING AND ITS SHARE IS ADDED TO THE CHECK AMOUNT.
002540*-----------------------------------------------------------------
002542 2400-PAY-ONE-SHARE.
002544     MOVE DR-EMP-NO                    TO RPT-EMP-NO.
002546     MOVE WS-ACCT-ROUTING(WS-ACCT-SUB) TO RPT-ROUTING.
002548     MOVE WS-ACCT-ACCOUNT(WS-ACCT-SUB) TO RPT-ACCOUNT.
002550     MOVE WS-SHARE                     TO RPT-AMOUNT.
002552     IF WS-ACCT-LIVE(WS-ACCT-SUB)
002554         MOVE SPACES TO RPT-FLAG
002556         MOVE "D"                          TO BD-REC-TYPE
002558         MOVE DR-EMP-NO                    TO BD-EMP-NO
002560         MOVE WS-ACCT-ROUTING(WS-ACCT-SUB) TO BD-ROUTING
002562         MOVE WS-ACCT-ACCOUNT(WS-ACCT-SUB) TO BD-ACCOUNT
002564         MOVE WS-SHARE                     TO BD-AMOUNT
002566         WRITE BANK-RECORD FROM WS-BANK-DETAIL
002568         ADD 1 TO WS-SENT-COUNT
002570         ADD WS-SHARE TO WS-SENT-TOTAL
002572         ADD WS-SHARE TO WS-DEPOSIT-AMT
002574     ELSE
002576         IF WS-ACCT-RETURNED(WS-ACCT-SUB)
002578             MOVE " ACCT RETURNED - BY CHECK" TO RPT-FLAG
002580         ELSE
002582             MOVE " IN PRENOTE - PAID BY CHECK" TO RPT-FLAG
002584         END-IF
002586         ADD 1 TO WS-SKIPPED-COUNT
002588         ADD WS-SHARE TO WS-UNSENT-TOTAL
002590         ADD WS-SHARE TO WS-CHECK-AMT
002592     END-IF.
002594     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
002596         AFTER ADVANCING 1 LINE.
002598 2400-EXIT.
002600     EXIT.
002602
002260*-----------------------------------------------------------------
002270*  3000-WRITE-TRAILER.
002270*  WRITES THE BALANCING TRAILER ON THE COMPANY'S PAYMENT FILE
002270*  AND ITS TOTALS ON THE CONTROL REPORT. THE TRAILER COUNT TAKES
002270*  IN THE ZERO-DOLLAR PRENOTES; ITS TOTAL IS THE MONEY SENT.
002300*-----------------------------------------------------------------
002310 3000-WRITE-TRAILER.
002320     COMPUTE BT-REC-COUNT = WS-SENT-COUNT + WS-PRENOTE-COUNT.
002330     MOVE WS-SENT-TOTAL  TO BT-TOTAL-AMOUNT.
002340     WRITE BANK-RECORD FROM WS-BANK-TRAILER.
002350     WRITE RPT-LINE FROM WS-RPT-HEADING-3
002410         AFTER ADVANCING 1 LINE.
002420     MOVE "PAYMENTS NOT SENT"  TO RPT-TOTAL-LABEL.
002430     MOVE WS-SKIPPED-COUNT     TO RPT-TOTAL-COUNT.
002440     MOVE WS-UNSENT-TOTAL      TO RPT-TOTAL-AMOUNT.
002450     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
002460         AFTER ADVANCING 1 LINE.
002462     MOVE "PRENOTES SENT"      TO RPT-TOTAL-LABEL.
002464     MOVE WS-PRENOTE-COUNT     TO RPT-TOTAL-COUNT.
002466     MOVE ZERO                 TO RPT-TOTAL-AMOUNT.
002468     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
002470         AFTER ADVANCING 1 LINE.
002472     MOVE "ACCOUNTS NOW LIVE"  TO RPT-TOTAL-LABEL.
002474     MOVE WS-NOW-LIVE-COUNT    TO RPT-TOTAL-COUNT.
002476     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
002478         AFTER ADVANCING 1 LINE.
002478     MOVE SPACES TO WS-AUDIT-MESSAGE.
002478     STRING "BANK EXTRACT CO " CM-CODE(WS-CO-SUB)
002478         " SENT " WS-SENT-COUNT
002482         " SKIPPED " WS-SKIPPED-COUNT
002484         " PRENOTES " WS-PRENOTE-COUNT
002490         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
002500     CALL "AUDITLOG" USING
002510         BY CONTENT WS-AUDIT-PROGRAM-ID
002570*  9999-TERMINATE.
002580*-----------------------------------------------------------------
002590 9999-TERMINATE.
002610     CLOSE EMPLOYEE-MASTER.
002630     CLOSE BANK-CONTROL-REPORT.
002630     MOVE "BANKFILE" TO CM-FILE-NAME.
002630     MOVE "R" TO CM-FUNCTION.
002630     CALL "COMPTAB" USING
002630         BY REFERENCE COMPANY-TABLE-AREA.
002631     CLOSE CHECK-SPLIT-FILE.
002632     IF WS-DEPACCT-OPEN
002633         CLOSE DEPOSIT-ACCOUNT-FILE
002634     END-IF.
002636     CALL "STEPCNT" USING
002637         BY CONTENT WS-STEP-COUNT-OUT.
002640 9999-EXIT.
002650     EXIT.
