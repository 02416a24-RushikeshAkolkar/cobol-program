000190*     CAPTURES ONE EMPLOYEE PER RUN AND WRITES THE RECORD TO
000200*     THE EMPLOYEE-MASTER FILE SO IT SURVIVES TO THE NEXT
000210*     PAYROLL/REPORTING RUN.
000210*
000210*     IN UPDATE MODE A CHANGE OF SALARY OR OF BANK DETAILS IS
000210*     UNDER DUAL CONTROL - IT IS NOT MADE TO THE MASTER WHEN
000210*     KEYED BUT QUEUED THROUGH PENDQUE (TYPE S OR B) FOR A
000210*     SUPERVISOR OTHER THAN THE OPERATOR WHO KEYED IT TO RELEASE
000210*     OR REJECT IN CHGAPPR. THE OTHER FIELDS ARE REWRITTEN AT
000210*     ONCE. A NEW EMPLOYEE IS WRITTEN WHOLE AS BEFORE.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY.
000240*  DATE       INIT  DESCRIPTION
001049*                   CARRYING THE FULL BEFORE AND AFTER RECORD
001049*                   IMAGES, SO THE OLD VALUE OF A CHANGED FIELD IS
001049*                   ON FILE INSTEAD OF ONLY A NARRATIVE LINE.
001049*  10/14/26   RCA   TERMINATION NOW CHECKS THE ADVFILE ADVANCE
001049*                   LEDGER - AN EMPLOYEE LEAVING WITH AN ADVANCE
001049*                   STILL OPEN IS SHOWN TO THE OPERATOR WITH THE
001049*                   BALANCE AND FLAGGED THROUGH EXCPTLOG SO THE
001049*                   FINAL PAY CAN SETTLE IT (ADVMAINT).
001049*  10/14/26   RCA   PAY GROUPS. THE EMPLOYEE'S PAY GROUP (W, B OR
001049*                   M; BLANK TAKEN AS M) IS CAPTURED ON NEW
001049*                   EMPLOYEES, CHANGEABLE IN UPDATE MODE AND SHOWN
001049*                   ON INQUIRY. THE TERMINATION FINAL PAY NOW
001049*                   PRORATES THE GROUP'S OWN STANDARD HOURS OVER
001049*                   THE DAYS OF ITS PAY-CALENDAR PERIOD WORKED.
001049*                   JOURNAL IMAGES WIDENED TO THE 140-BYTE MASTER
001049*                   RECORD.
001049*  10/14/26   RCA   BANK DETAILS KEYED FOR AN EMPLOYEE WITH NO
001049*                   DEPACCT DEPOSIT ACCOUNTS NOW ALSO WRITE THE
001049*                   EMPLOYEE'S FIRST DEPACCT ROW (SEQUENCE 01,
001049*                   REMAINDER, STATUS N) SO THE ACCOUNT IS
001049*                   PRENOTED BEFORE ANY MONEY GOES THERE. AN
001049*                   EMPLOYEE WHO ALREADY HAS DEPOSIT ACCOUNTS HAS
001049*                   BANK CHANGES MADE THROUGH DEPMAINT INSTEAD.
001049*  10/14/26   RCA   DUAL CONTROL. IN UPDATE MODE A CHANGED SALARY
001049*                   OR BANK DETAIL IS NO LONGER REWRITTEN - IT IS
001049*                   QUEUED THROUGH PENDQUE FOR A SUPERVISOR OTHER
001049*                   THAN THE KEYING OPERATOR TO RELEASE IN
001049*                   CHGAPPR, WHICH ALSO WRITES THE PRENOTE ROW FOR
001049*                   NEW BANK DETAILS.
001049*  10/14/26   RCA   MULTI-COMPANY. THE COMPANY THE EMPLOYEE IS
001049*                   PAID UNDER (BLANK TAKEN AS 01) IS CAPTURED ON
001049*                   NEW EMPLOYEES AND CHECKED AGAINST THE COMPANY
001049*                   TABLE THROUGH COMPTAB, CHANGEABLE IN UPDATE
001049*                   MODE AND SHOWN ON INQUIRY. JOURNAL IMAGES
001049*                   WIDENED TO THE 142-BYTE MASTER RECORD.
001050*****************************************************************
001060 IDENTIFICATION DIVISION.
001070 PROGRAM-ID. ACCEPTDI.
001230         ACCESS MODE IS DYNAMIC
001240         RECORD KEY IS DT-DEPT-CODE
001250         FILE STATUS IS WS-DEPTTAB-STATUS.
001251     SELECT ADVANCE-FILE ASSIGN TO "ADVFILE"
001252         ORGANIZATION IS INDEXED
001253         ACCESS MODE IS DYNAMIC
001254         RECORD KEY IS AV-ADV-KEY
001255         FILE STATUS IS WS-ADVFILE-STATUS.
001256     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
001257         ORGANIZATION IS SEQUENTIAL
001258         FILE STATUS IS WS-PAYCAL-STATUS.
001259     SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "DEPACCT"
001259         ORGANIZATION IS INDEXED
001259         ACCESS MODE IS DYNAMIC
001259         RECORD KEY IS DA-ACCT-KEY
001259         FILE STATUS IS WS-DEPACCT-STATUS.
001260
001270 DATA DIVISION.
001280 FILE SECTION.
001330 FD  DEPARTMENT-TABLE
001340     LABEL RECORDS ARE STANDARD.
001350     COPY DEPTTAB.
001351
001352 FD  ADVANCE-FILE
001353     LABEL RECORDS ARE STANDARD.
001354     COPY ADVREC.
001355
001356 FD  PAY-CALENDAR
001357     LABEL RECORDS ARE STANDARD.
001358     COPY PAYCAL.
001359
001359 FD  DEPOSIT-ACCOUNT-FILE
001359     LABEL RECORDS ARE STANDARD.
001359     COPY DEPACCT.
001360
001370 WORKING-STORAGE SECTION.
001371 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
001375 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
001376     88  WS-LOCK-HELD                        VALUE "Y".
001377 01  WS-JRNL-EMP-NO               PIC 9(05) VALUE ZERO.
001378 01  WS-BEFORE-IMAGE              PIC X(142) VALUE SPACES.
001379 01  WS-AFTER-IMAGE               PIC X(142) VALUE SPACES.
001380 01  WS-EMP-NO                   PIC 9(05).
001390 01  WS-EMP-NAME                 PIC X(10).
001400 01  WS-EMP-SAL                  PIC 99V99.
001630 01  WS-PRORATE-DAYS              PIC 9(02).
001640 01  WS-FINAL-PAY                 PIC 9(07)V99 VALUE ZERO.
001650 01  WS-STD-MONTH-HOURS           PIC 9(03) VALUE 160.
001651 01  WS-STD-WEEK-HOURS            PIC 9(03) VALUE 40.
001652 01  WS-STD-BIWEEK-HOURS          PIC 9(03) VALUE 80.
001653 01  WS-PERIOD-HOURS              PIC 9(03) VALUE ZERO.
001654 01  WS-PERIOD-DAYS               PIC 9(02) VALUE ZERO.
001655 01  WS-PAYCAL-STATUS             PIC X(02) VALUE SPACES.
001656 01  WS-CAL-EOF-SW                PIC X(01) VALUE "N".
001657     88  WS-CAL-EOF                          VALUE "Y".
001658 01  WS-CAL-FOUND-SW              PIC X(01) VALUE "N".
001659     88  WS-CAL-FOUND                        VALUE "Y".
001659 01  WS-CAL-GROUP                 PIC X(01) VALUE SPACE.
001659 01  WS-DATE-WORK                 PIC 9(08) VALUE ZERO.
001659 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001659     05  WS-DW-CCYY               PIC 9(04).
001659     05  WS-DW-MM                 PIC 9(02).
001659     05  WS-DW-DD                 PIC 9(02).
001659 01  WS-DATE-SERIAL               PIC 9(07) VALUE ZERO.
001659 01  WS-TERM-SERIAL               PIC 9(07) VALUE ZERO.
001659 01  WS-PSTART-SERIAL             PIC 9(07) VALUE ZERO.
001659 01  WS-PEND-SERIAL               PIC 9(07) VALUE ZERO.
001660 01  WS-BANK-ROUTING              PIC 9(09).
001670 01  WS-BANK-ACCOUNT              PIC X(17).
001680 01  WS-BANK-ROUTING-SW           PIC X(01) VALUE "N".
001700 01  WS-EMP-DEPT                  PIC X(04).
001710 01  WS-EMP-DEPT-SW               PIC X(01) VALUE "N".
001720     88  WS-EMP-DEPT-OK                      VALUE "Y".
001721 01  WS-EMP-PAY-GROUP             PIC X(01) VALUE SPACE.
001722     88  WS-EMP-PAY-GROUP-OK                 VALUE "W" "B" "M".
001722 01  WS-EMP-COMPANY               PIC X(02) VALUE SPACES.
001722 01  WS-EMP-COMPANY-SW            PIC X(01) VALUE "N".
001722     88  WS-EMP-COMPANY-OK                   VALUE "Y".
001730 01  WS-DEPTTAB-STATUS            PIC X(02) VALUE SPACES.
001740 01  WS-DEPT-VALIDATE-SW          PIC X(01) VALUE "N".
001750     88  WS-DEPT-VALIDATE                    VALUE "Y".
001910
001920 01  WS-EMPMAST-STATUS            PIC X(02) VALUE SPACES.
001930     88  WS-EMPMAST-NOT-FOUND                VALUE "35".
001931 01  WS-ADVFILE-STATUS            PIC X(02) VALUE SPACES.
001932 01  WS-ADV-EOF-SW                PIC X(01) VALUE "N".
001933     88  WS-ADV-EOF                          VALUE "Y".
001934 01  WS-ADV-OPEN-BAL              PIC 9(07)V99 VALUE ZERO.
001935 01  WS-ADV-BAL-DISP              PIC Z,ZZZ,ZZ9.99.
001936 01  WS-EXCP-SEVERITY             PIC X(01) VALUE "E".
001937 01  WS-EXCP-MESSAGE              PIC X(60) VALUE SPACES.
001938 01  WS-DEPACCT-STATUS            PIC X(02) VALUE SPACES.
001938     88  WS-DEPACCT-NOT-FOUND                VALUE "35".
001938 01  WS-DA-EOF-SW                 PIC X(01) VALUE "N".
001938     88  WS-DA-EOF                           VALUE "Y".
001938 01  WS-DA-ROWS-SW                PIC X(01) VALUE "N".
001938     88  WS-DA-HAS-ROWS                      VALUE "Y".
001938 01  WS-PEND-SAL-SW               PIC X(01) VALUE "N".
001938     88  WS-PEND-SAL                         VALUE "Y".
001938 01  WS-PEND-BANK-SW              PIC X(01) VALUE "N".
001938     88  WS-PEND-BANK                        VALUE "Y".
001938 01  WS-QUEUED-SW                 PIC X(01) VALUE "N".
001938     88  WS-QUEUED                           VALUE "Y".
001938     COPY PENDCHG.
001938     COPY COMPTBL.
001940
001950 PROCEDURE DIVISION.
001960
002570         CLOSE EMPLOYEE-MASTER
002580         OPEN I-O EMPLOYEE-MASTER
002590     END-IF.
002590*  THE COMPANY TABLE IS LOADED ONCE FOR THE COMPANY CODE EDIT.
002590*  WITH NO COMPANY FILE ONLY THE HOME COMPANY 01 IS ACCEPTED.
002590     MOVE "L" TO CM-FUNCTION.
002590     CALL "COMPTAB" USING
002590         BY REFERENCE COMPANY-TABLE-AREA.
002600     OPEN INPUT DEPARTMENT-TABLE.
002610     IF WS-DEPTTAB-STATUS EQUAL "00"
002620         SET WS-DEPT-VALIDATE TO TRUE
002870     PERFORM 2040-GET-EMP-DEPT
002880         THRU 2040-EXIT
002890         UNTIL WS-EMP-DEPT-OK.
002891     MOVE SPACE TO WS-EMP-PAY-GROUP.
002892     PERFORM 2050-GET-PAY-GROUP
002893         THRU 2050-EXIT
002894         UNTIL WS-EMP-PAY-GROUP-OK.
002894     PERFORM 2070-GET-COMPANY
002894         THRU 2070-EXIT
002894         UNTIL WS-EMP-COMPANY-OK.
002900     ACCEPT WS-EMP-DATE FROM DATE YYYYMMDD.
002910     DISPLAY "EMP NO " WS-EMP-NO.
002920     DISPLAY "WS-EMP-SAL " WS-EMP-SAL.
003820             SET WS-EMP-DEPT-OK TO TRUE
003830     END-READ.
003840 2040-EXIT.
003841     EXIT.
003851
003852*-----------------------------------------------------------------
003853*  2050-GET-PAY-GROUP.
003854*  ACCEPTS THE PAY GROUP - WEEKLY, BIWEEKLY OR MONTHLY - AND
003855*  RE-PROMPTS UNTIL IT IS ONE OF THE THREE. A BLANK ANSWER IS
003856*  TAKEN AS MONTHLY, THE GROUP EVERY EMPLOYEE WAS PAID IN
003857*  BEFORE THE GROUPS EXISTED.
003858*-----------------------------------------------------------------
003859 2050-GET-PAY-GROUP.
003860     DISPLAY "ENTER PAY GROUP (W=WEEKLY, B=BIWEEKLY, "
003861         "M=MONTHLY): ".
003862     ACCEPT WS-EMP-PAY-GROUP.
003863     IF WS-EMP-PAY-GROUP EQUAL SPACE
003864         MOVE "M" TO WS-EMP-PAY-GROUP
003865     END-IF.
003866     IF NOT WS-EMP-PAY-GROUP-OK
003867         DISPLAY "PAY GROUP MUST BE W, B OR M. PLEASE RE-ENTER."
003868     END-IF.
003869 2050-EXIT.
003870     EXIT.
003871
003875*-----------------------------------------------------------------
003875*  2060-CHECK-DEPOSIT-ACCOUNTS.
003875*  LOOKS FOR ANY DEPACCT ROW FOR THE EMPLOYEE. NO FILE MEANS NO
003875*  ROWS.
003875*-----------------------------------------------------------------
003875 2060-CHECK-DEPOSIT-ACCOUNTS.
003875     MOVE "N" TO WS-DA-ROWS-SW.
003875     MOVE "N" TO WS-DA-EOF-SW.
003875     OPEN INPUT DEPOSIT-ACCOUNT-FILE.
003875     IF WS-DEPACCT-STATUS NOT EQUAL "00"
003875         GO TO 2060-EXIT
003875     END-IF.
003875     MOVE WS-EMP-NO TO DA-EMP-NO.
003875     MOVE ZERO TO DA-SEQ.
003875     START DEPOSIT-ACCOUNT-FILE
003875         KEY IS NOT LESS THAN DA-ACCT-KEY
003875         INVALID KEY
003875             SET WS-DA-EOF TO TRUE
003875     END-START.
003875     IF NOT WS-DA-EOF
003875         READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
003875             AT END
003875                 SET WS-DA-EOF TO TRUE
003875         END-READ
003875     END-IF.
003875     IF NOT WS-DA-EOF AND WS-DEPACCT-STATUS EQUAL "00"
003875             AND DA-EMP-NO EQUAL WS-EMP-NO
003875         SET WS-DA-HAS-ROWS TO TRUE
003875     END-IF.
003875     CLOSE DEPOSIT-ACCOUNT-FILE.
003875 2060-EXIT.
003875     EXIT.
003875
003875*-----------------------------------------------------------------
003875*  2070-GET-COMPANY.
003875*  ACCEPTS THE COMPANY THE EMPLOYEE IS PAID UNDER AND RE-PROMPTS
003875*  UNTIL IT IS ON THE COMPANY TABLE. A BLANK ANSWER IS TAKEN AS
003875*  THE HOME COMPANY 01.
003875*-----------------------------------------------------------------
003875 2070-GET-COMPANY.
003875     DISPLAY "ENTER COMPANY CODE (2 CHARACTERS, BLANK FOR 01): ".
003875     ACCEPT WS-EMP-COMPANY.
003875     IF WS-EMP-COMPANY EQUAL SPACES
003875         MOVE "01" TO WS-EMP-COMPANY
003875     END-IF.
003875     MOVE WS-EMP-COMPANY TO CM-COMPANY-CODE.
003875     MOVE "F" TO CM-FUNCTION.
003875     CALL "COMPTAB" USING
003875         BY REFERENCE COMPANY-TABLE-AREA.
003875     IF CM-RESULT-OK
003875         SET WS-EMP-COMPANY-OK TO TRUE
003875     ELSE
003875         DISPLAY "COMPANY " WS-EMP-COMPANY " NOT ON COMPANY "
003875             "TABLE. PLEASE RE-ENTER."
003875     END-IF.
003875 2070-EXIT.
003875     EXIT.
003860
003870*-----------------------------------------------------------------
003880*  3000-WRITE-MASTER.
004050     MOVE WS-BANK-ROUTING TO EMP-BANK-ROUTING.
004060     MOVE WS-BANK-ACCOUNT TO EMP-BANK-ACCOUNT.
004070     MOVE WS-EMP-DEPT TO EMP-DEPT.
004075     MOVE WS-EMP-PAY-GROUP TO EMP-PAY-GROUP.
004075     MOVE WS-EMP-COMPANY TO EMP-COMPANY.
004080     WRITE EMP-MASTER-RECORD
004090         INVALID KEY
004100             DISPLAY "EMPLOYEE NUMBER " WS-EMP-NO
004170             CALL "AUDITLOG" USING
004180                 BY CONTENT WS-AUDIT-PROGRAM-ID
004190                 BY CONTENT WS-AUDIT-MESSAGE
004195             IF WS-BANK-ROUTING GREATER THAN ZERO
004196                 PERFORM 2060-CHECK-DEPOSIT-ACCOUNTS
004197                     THRU 2060-EXIT
004198                 IF WS-DA-HAS-ROWS
004199                     DISPLAY "EMPLOYEE " WS-EMP-NO " ALREADY HAS "
004199                         "DEPOSIT ACCOUNTS - PAID PER DEPMAINT, "
004199                         "NOT THE MASTER BANK DETAILS."
004199                 ELSE
004199                     PERFORM 3100-ADD-PRENOTE-ACCOUNT
004199                         THRU 3100-EXIT
004199                 END-IF
004199             END-IF
004200     END-WRITE.
004210 3000-EXIT.
004220     EXIT.
004221
004222*-----------------------------------------------------------------
004223*  3100-ADD-PRENOTE-ACCOUNT.
004224*  BANK DETAILS KEYED HERE FOR AN EMPLOYEE WITH NO DEPOSIT
004225*  ACCOUNTS YET BECOME THE EMPLOYEE'S FIRST DEPACCT ROW - SEQUENCE
004226*  01, TAKING THE WHOLE NET AS THE REMAINDER ACCOUNT, AT STATUS N
004227*  SO BANKXTRT PRENOTES IT AND CHECKPRT PAYS BY CHECK UNTIL THE
004228*  PRENOTE PERIOD HAS PASSED. THE FILE IS CREATED EMPTY THE FIRST
004229*  TIME IT IS NEEDED, AS DEPMAINT DOES.
004230*-----------------------------------------------------------------
004231 3100-ADD-PRENOTE-ACCOUNT.
004232     OPEN I-O DEPOSIT-ACCOUNT-FILE.
004233     IF WS-DEPACCT-NOT-FOUND
004234         OPEN OUTPUT DEPOSIT-ACCOUNT-FILE
004235         CLOSE DEPOSIT-ACCOUNT-FILE
004236         OPEN I-O DEPOSIT-ACCOUNT-FILE
004237     END-IF.
004238     IF WS-DEPACCT-STATUS NOT EQUAL "00"
004239         DISPLAY "DEPOSIT-ACCOUNT FILE NOT AVAILABLE - NEW BANK "
004240             "DETAILS MUST BE KEYED THROUGH DEPMAINT."
004241         GO TO 3100-EXIT
004242     END-IF.
004243     MOVE WS-EMP-NO       TO DA-EMP-NO.
004244     MOVE 1               TO DA-SEQ.
004245     MOVE WS-BANK-ROUTING TO DA-ROUTING.
004246     MOVE WS-BANK-ACCOUNT TO DA-ACCOUNT.
004247     MOVE "R"             TO DA-SPLIT-TYPE.
004248     MOVE ZERO            TO DA-FIXED-AMT.
004249     MOVE ZERO            TO DA-PCT.
004250     MOVE "N"             TO DA-STATUS.
004251     MOVE ZERO            TO DA-PRENOTE-DATE.
004252     ACCEPT DA-LAST-CHANGE FROM DATE YYYYMMDD.
004253     MOVE SPACES          TO DA-RETURN-REASON.
004254     WRITE DEPOSIT-ACCOUNT-RECORD
004255         INVALID KEY
004256             DISPLAY "DEPOSIT ACCOUNT 01 ALREADY ON FILE FOR "
004257                 "EMPLOYEE " WS-EMP-NO " - USE DEPMAINT."
004258         NOT INVALID KEY
004259             DISPLAY "BANK ACCOUNT PRENOTED ON THE NEXT RUN - "
004260                 "PAID BY CHECK UNTIL THE PRENOTE PERIOD PASSES."
004261             STRING "DEPOSIT ACCOUNT ADDED - EMP " DA-EMP-NO
004262                 " SEQ 01 TYPE R"
004263                 DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
004264             CALL "AUDITLOG" USING
004265                 BY CONTENT WS-AUDIT-PROGRAM-ID
004266                 BY CONTENT WS-AUDIT-MESSAGE
004267     END-WRITE.
004268     CLOSE DEPOSIT-ACCOUNT-FILE.
004269 3100-EXIT.
004270     EXIT.
004230
004240*-----------------------------------------------------------------
004250*  4000-UPDATE-EMPLOYEE.
004380             THRU 4020-EXIT
004390         PERFORM 4030-REWRITE-EMPLOYEE
004400             THRU 4030-EXIT
004400         IF WS-PEND-SAL
004400             MOVE "S" TO PN-CHANGE-TYPE
004400             PERFORM 4100-QUEUE-CHANGE
004400                 THRU 4100-EXIT
004404         END-IF
004404         IF WS-PEND-BANK
004404             MOVE "B" TO PN-CHANGE-TYPE
004404             PERFORM 4100-QUEUE-CHANGE
004404                 THRU 4100-EXIT
004404         END-IF
004410     ELSE
004420         DISPLAY "EMPLOYEE NUMBER NOT FOUND ON MASTER FILE - "
004430             "NO UPDATE MADE."
004890         PERFORM 2020-GET-EMP-SAL
004900             THRU 2020-EXIT
004910             UNTIL WS-EMP-SAL-OK
004910         IF WS-EMP-SAL NOT EQUAL EMP-SAL
004910             SET WS-PEND-SAL TO TRUE
004910         END-IF
004930     END-IF.
004940
004950     DISPLAY "CHANGE THE CITY? (Y/N): ".
005100     DISPLAY "CHANGE THE BANK DETAILS? (Y/N): ".
005110     ACCEPT WS-CHANGE-ANS.
005120     IF WS-CHANGE-YES
005121         PERFORM 2060-CHECK-DEPOSIT-ACCOUNTS
005122             THRU 2060-EXIT
005123     END-IF.
005124*  AN EMPLOYEE WHOSE PAY ALREADY GOES THROUGH DEPACCT HAS BANK
005124*  CHANGES MADE THERE, WHERE THE SPLIT AND PRENOTE ARE KEPT. A
005124*  CHANGED SALARY OR BANK DETAIL IS ONLY NOTED HERE AND QUEUED
005124*  AFTER THE REWRITE; CHGAPPR WRITES THE PRENOTE ROW WHEN IT
005124*  RELEASES NEW BANK DETAILS.
005126     IF WS-CHANGE-YES AND WS-DA-HAS-ROWS
005127         DISPLAY "EMPLOYEE HAS DEPOSIT ACCOUNTS - BANK CHANGES "
005128             "ARE MADE THROUGH DEPMAINT. NOT CHANGED HERE."
005129     END-IF.
005130     IF WS-CHANGE-YES AND NOT WS-DA-HAS-ROWS
005131         PERFORM 2030-GET-BANK-DETAILS
005140             THRU 2030-EXIT
005150             UNTIL WS-BANK-ROUTING-OK
005150         IF WS-BANK-ROUTING NOT EQUAL EMP-BANK-ROUTING
005150                 OR WS-BANK-ACCOUNT NOT EQUAL EMP-BANK-ACCOUNT
005150             SET WS-PEND-BANK TO TRUE
005153         END-IF
005180     END-IF.
005190
005200     DISPLAY "CHANGE THE DEPARTMENT? (Y/N): ".
005250             UNTIL WS-EMP-DEPT-OK
005260         MOVE WS-EMP-DEPT TO EMP-DEPT
005270     END-IF.
005271
005272     DISPLAY "CHANGE THE PAY GROUP? (Y/N): ".
005273     ACCEPT WS-CHANGE-ANS.
005274     IF WS-CHANGE-YES
005275         MOVE SPACE TO WS-EMP-PAY-GROUP
005276         PERFORM 2050-GET-PAY-GROUP
005277             THRU 2050-EXIT
005278             UNTIL WS-EMP-PAY-GROUP-OK
005279         MOVE WS-EMP-PAY-GROUP TO EMP-PAY-GROUP
005280     END-IF.
005280
005280     DISPLAY "CHANGE THE COMPANY? (Y/N): ".
005280     ACCEPT WS-CHANGE-ANS.
005280     IF WS-CHANGE-YES
005280         MOVE "N" TO WS-EMP-COMPANY-SW
005280         PERFORM 2070-GET-COMPANY
005280             THRU 2070-EXIT
005280             UNTIL WS-EMP-COMPANY-OK
005280         MOVE WS-EMP-COMPANY TO EMP-COMPANY
005280     END-IF.
005280 4020-EXIT.
005290     EXIT.
005300
005420         BY CONTENT WS-AUDIT-MESSAGE.
005430 4030-EXIT.
005440     EXIT.
005440
005440*-----------------------------------------------------------------
005440*  4100-QUEUE-CHANGE.
005440*  QUEUES ONE SALARY (S) OR BANK (B) CHANGE. BOTH IMAGES CARRY THE
005440*  ROUTING, ACCOUNT AND SALARY AS ON THE MASTER, WITH THE AFTER
005440*  IMAGE CHANGED ONLY IN THE FIELDS OF THE CHANGE TYPE.
005440*-----------------------------------------------------------------
005440 4100-QUEUE-CHANGE.
005440     MOVE SPACES              TO PN-BEFORE-IMAGE.
005440     MOVE EMP-BANK-ROUTING    TO PN-BEFORE-ROUTING.
005440     MOVE EMP-BANK-ACCOUNT    TO PN-BEFORE-ACCOUNT.
005440     MOVE EMP-SAL             TO PN-BEFORE-SAL.
005440     MOVE PN-BEFORE-IMAGE     TO PN-AFTER-IMAGE.
005440     IF PN-SALARY-CHANGE
005440         MOVE WS-EMP-SAL      TO PN-AFTER-SAL
005440     ELSE
005440         MOVE WS-BANK-ROUTING TO PN-AFTER-ROUTING
005440         MOVE WS-BANK-ACCOUNT TO PN-AFTER-ACCOUNT
005440     END-IF.
005440     MOVE EMP-NO              TO PN-EMP-NO.
005440     MOVE "U"                 TO PN-ACTION.
005440     MOVE WS-AUDIT-PROGRAM-ID TO PN-SOURCE-PGM.
005440     MOVE WS-OPERATOR-ID      TO PN-KEYED-BY.
005440     CALL "PENDQUE" USING
005440         BY REFERENCE PENDING-CHANGE-RECORD
005440         BY REFERENCE WS-QUEUED-SW.
005440     IF NOT WS-QUEUED
005440         DISPLAY "PENDING-CHANGE FILE NOT AVAILABLE - "
005440             PN-CHANGE-TYPE " CHANGE NOT MADE."
005440         GO TO 4100-EXIT
005440     END-IF.
005440     IF PN-SALARY-CHANGE
005440         DISPLAY "SALARY CHANGE QUEUED FOR APPROVAL - KEY "
005440             PN-ENTRY-DATE " " PN-ENTRY-TIME
005440     ELSE
005440         DISPLAY "BANK CHANGE QUEUED FOR APPROVAL - KEY "
005440             PN-ENTRY-DATE " " PN-ENTRY-TIME
005440     END-IF.
005440     DISPLAY "THE MASTER IS CHANGED ONLY WHEN A SUPERVISOR "
005440         "RELEASES IT IN CHGAPPR."
005440     MOVE SPACES TO WS-AUDIT-MESSAGE.
005440     STRING "MASTER CHANGE " PN-CHANGE-TYPE " QUEUED - EMP NO "
005440         EMP-NO
005440         DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
005440     CALL "AUDITLOG" USING
005440         BY CONTENT WS-AUDIT-PROGRAM-ID
005440         BY CONTENT WS-AUDIT-MESSAGE.
005440 4100-EXIT.
005440     EXIT.
005440
005460*-----------------------------------------------------------------
005470*  5000-INQUIRE-EMPLOYEE.
005480*  LOOKS UP ONE EMPLOYEE BY NUMBER AND DISPLAYS THE STORED RECORD
005700         DISPLAY "BANK ROUTING    : " EMP-BANK-ROUTING
005710         DISPLAY "BANK ACCOUNT    : " EMP-BANK-ACCOUNT
005720         DISPLAY "DEPARTMENT      : " EMP-DEPT
005725         DISPLAY "PAY GROUP       : " EMP-PAY-GROUP
005725         DISPLAY "COMPANY         : " EMP-COMPANY
005730     ELSE
005740         DISPLAY "EMPLOYEE NUMBER NOT FOUND ON MASTER FILE."
005750     END-IF.
006220     CALL "AUDITLOG" USING
006230         BY CONTENT WS-AUDIT-PROGRAM-ID
006240         BY CONTENT WS-AUDIT-MESSAGE.
006245     PERFORM 6030-CHECK-OPEN-ADVANCES
006246         THRU 6030-EXIT.
006250 6000-EXIT.
006260     EXIT.
006270
006500*-----------------------------------------------------------------
006510*  6020-COMPUTE-FINAL-PAY.
006520*  FINAL-PAY CONVENTION: THE WORKED PORTION OF THE STANDARD
006530*  HOURS OF THE EMPLOYEE'S PAY GROUP (40 WEEKLY, 80 BIWEEKLY,
006540*  160 MONTHLY) AT THE RECORDED RATE, PRORATED BY THE DAYS OF
006541*  THE GROUP'S CALENDAR PERIOD WORKED UP TO THE TERMINATION
006542*  DATE. DAYS ARE COUNTED ON THE 30/360 CONVENTION THE GROSS-PAY
006543*  STEP USES. WITH NO CALENDAR PERIOD ON FILE A MONTHLY EMPLOYEE
006544*  IS PRORATED BY DAY OF MONTH OVER A 30-DAY PAYROLL MONTH, AS
006545*  BEFORE, AND A WEEKLY OR BIWEEKLY EMPLOYEE IS PAID THE FULL
006546*  PERIOD FOR THE OPERATOR TO CORRECT.
006560*-----------------------------------------------------------------
006570 6020-COMPUTE-FINAL-PAY.
006571     EVALUATE TRUE
006572         WHEN EMP-PAY-WEEKLY
006573             MOVE WS-STD-WEEK-HOURS   TO WS-PERIOD-HOURS
006574             MOVE 7                   TO WS-PERIOD-DAYS
006575         WHEN EMP-PAY-BIWEEKLY
006576             MOVE WS-STD-BIWEEK-HOURS TO WS-PERIOD-HOURS
006577             MOVE 14                  TO WS-PERIOD-DAYS
006578         WHEN OTHER
006579             MOVE WS-STD-MONTH-HOURS  TO WS-PERIOD-HOURS
006580             MOVE 30                  TO WS-PERIOD-DAYS
006581     END-EVALUATE.
006582     PERFORM 6050-FIND-TERM-PERIOD
006583         THRU 6050-EXIT.
006584     IF WS-CAL-FOUND
006585         COMPUTE WS-PERIOD-DAYS =
006586             WS-PEND-SERIAL - WS-PSTART-SERIAL + 1
006587         COMPUTE WS-PRORATE-DAYS =
006588             WS-TERM-SERIAL - WS-PSTART-SERIAL + 1
006589     ELSE
006590         IF EMP-PAY-WEEKLY OR EMP-PAY-BIWEEKLY
006591             MOVE WS-PERIOD-DAYS TO WS-PRORATE-DAYS
006592             DISPLAY "NO PAY-CALENDAR PERIOD HOLDS "
006593                 WS-TERM-DATE " - FULL PERIOD PAID, "
006594                 "CORRECT IF NEEDED."
006595         ELSE
006596             MOVE WS-TERM-DD TO WS-PRORATE-DAYS
006597         END-IF
006598     END-IF.
006599     IF WS-PRORATE-DAYS GREATER THAN WS-PERIOD-DAYS
006600         MOVE WS-PERIOD-DAYS TO WS-PRORATE-DAYS
006610     END-IF.
006620     COMPUTE WS-FINAL-PAY ROUNDED =
006630         WS-PERIOD-HOURS * EMP-SAL * WS-PRORATE-DAYS
006631             / WS-PERIOD-DAYS
006640         ON SIZE ERROR
006650             DISPLAY "ERROR - SIZE ERROR COMPUTING FINAL PAY "
006660                 "FOR EMPLOYEE " EMP-NO
006680     END-COMPUTE.
006690 6020-EXIT.
006700     EXIT.
006701
006702*-----------------------------------------------------------------
006703*  6030-CHECK-OPEN-ADVANCES.
006704*  SUMS THE OPEN BALANCES ON THE LEAVER'S ADVANCES. THE NIGHTLY
006705*  RUN NO LONGER PAYS A TERMINATED EMPLOYEE, SO NOTHING WILL
006706*  RECOVER THEM - THE BALANCE IS PUT IN FRONT OF THE OPERATOR
006707*  AND ON THE EXCEPTION LOG NOW, WHILE THE FINAL PAY CAN STILL
006708*  SETTLE IT. A MISSING LEDGER MEANS NO ADVANCE WAS EVER TAKEN.
006709*-----------------------------------------------------------------
006710 6030-CHECK-OPEN-ADVANCES.
006711     MOVE ZERO TO WS-ADV-OPEN-BAL.
006712     OPEN INPUT ADVANCE-FILE.
006713     IF WS-ADVFILE-STATUS NOT EQUAL "00"
006714         GO TO 6030-EXIT
006715     END-IF.
006716     MOVE "N" TO WS-ADV-EOF-SW.
006717     MOVE EMP-NO TO AV-EMP-NO.
006718     MOVE ZERO TO AV-ADV-DATE.
006719     START ADVANCE-FILE
006720         KEY IS NOT LESS THAN AV-ADV-KEY
006721         INVALID KEY
006722             SET WS-ADV-EOF TO TRUE
006723     END-START.
006724     PERFORM 6040-SUM-ONE-ADVANCE
006725         THRU 6040-EXIT
006726         UNTIL WS-ADV-EOF.
006727     CLOSE ADVANCE-FILE.
006728     IF WS-ADV-OPEN-BAL EQUAL ZERO
006729         GO TO 6030-EXIT
006730     END-IF.
006731     MOVE WS-ADV-OPEN-BAL TO WS-ADV-BAL-DISP.
006732     DISPLAY "*** EMPLOYEE " EMP-NO " LEAVES WITH AN OPEN "
006733         "ADVANCE BALANCE OF " WS-ADV-BAL-DISP " ***".
006734     DISPLAY "*** SETTLE IT FROM THE FINAL PAY THROUGH ADVMAINT "
006735         "***".
006736     MOVE SPACES TO WS-EXCP-MESSAGE.
006737     STRING "TERMINATED EMP " EMP-NO
006738         " OPEN ADVANCE BALANCE " WS-ADV-BAL-DISP
006739         DELIMITED BY SIZE INTO WS-EXCP-MESSAGE.
006740     MOVE "E" TO WS-EXCP-SEVERITY.
006741     CALL "EXCPTLOG" USING
006742         BY CONTENT WS-AUDIT-PROGRAM-ID
006743         BY CONTENT WS-EXCP-SEVERITY
006744         BY CONTENT WS-EXCP-MESSAGE.
006745 6030-EXIT.
006746     EXIT.
006747
006748*  THE LOOP ALSO ENDS ON ANY NON-ZERO FILE STATUS SO A READ
006749*  ERROR CANNOT SPIN.
006750 6040-SUM-ONE-ADVANCE.
006751     READ ADVANCE-FILE NEXT RECORD
006752         AT END
006753             SET WS-ADV-EOF TO TRUE
006754             GO TO 6040-EXIT
006755     END-READ.
006756     IF WS-ADVFILE-STATUS NOT EQUAL "00"
006757         SET WS-ADV-EOF TO TRUE
006758         GO TO 6040-EXIT
006759     END-IF.
006760     IF AV-EMP-NO NOT EQUAL EMP-NO
006761         SET WS-ADV-EOF TO TRUE
006762         GO TO 6040-EXIT
006763     END-IF.
006764     IF AV-OPEN
006765         ADD AV-BALANCE TO WS-ADV-OPEN-BAL
006766     END-IF.
006767 6040-EXIT.
006767     EXIT.
006767
006768*-----------------------------------------------------------------
006768*  6050-FIND-TERM-PERIOD.
006768*  SCANS THE PAY CALENDAR FOR THE PERIOD OF THE EMPLOYEE'S PAY
006768*  GROUP THAT HOLDS THE TERMINATION DATE AND TURNS ITS START,
006768*  ITS END AND THE TERMINATION DATE INTO DAY SERIALS. A BLANK
006768*  GROUP ON EITHER SIDE IS MONTHLY. A MISSING CALENDAR SIMPLY
006768*  FINDS NOTHING.
006768*-----------------------------------------------------------------
006768 6050-FIND-TERM-PERIOD.
006768     MOVE "N" TO WS-CAL-FOUND-SW.
006768     MOVE "N" TO WS-CAL-EOF-SW.
006768     OPEN INPUT PAY-CALENDAR.
006768     IF WS-PAYCAL-STATUS NOT EQUAL "00"
006768         GO TO 6050-EXIT
006768     END-IF.
006768     PERFORM 6060-SCAN-ONE-PERIOD
006768         THRU 6060-EXIT
006768         UNTIL WS-CAL-FOUND OR WS-CAL-EOF.
006768     CLOSE PAY-CALENDAR.
006768     IF NOT WS-CAL-FOUND
006768         GO TO 6050-EXIT
006768     END-IF.
006768     MOVE PC-PERIOD-START TO WS-DATE-WORK.
006768     PERFORM 6070-DATE-TO-SERIAL
006768         THRU 6070-EXIT.
006768     MOVE WS-DATE-SERIAL TO WS-PSTART-SERIAL.
006768     MOVE PC-PERIOD-END TO WS-DATE-WORK.
006768     PERFORM 6070-DATE-TO-SERIAL
006768         THRU 6070-EXIT.
006768     MOVE WS-DATE-SERIAL TO WS-PEND-SERIAL.
006768     MOVE WS-TERM-DATE TO WS-DATE-WORK.
006768     PERFORM 6070-DATE-TO-SERIAL
006768         THRU 6070-EXIT.
006768     MOVE WS-DATE-SERIAL TO WS-TERM-SERIAL.
006768 6050-EXIT.
006768     EXIT.
006768
006769 6060-SCAN-ONE-PERIOD.
006769     READ PAY-CALENDAR
006769         AT END
006769             SET WS-CAL-EOF TO TRUE
006769             GO TO 6060-EXIT
006769     END-READ.
006769     MOVE PC-PAY-GROUP TO WS-CAL-GROUP.
006769     IF WS-CAL-GROUP EQUAL SPACE
006769         MOVE "M" TO WS-CAL-GROUP
006769     END-IF.
006769     IF (WS-CAL-GROUP EQUAL EMP-PAY-GROUP
006769             OR (WS-CAL-GROUP EQUAL "M"
006769                 AND EMP-PAY-GROUP EQUAL SPACE))
006769             AND WS-TERM-DATE NOT LESS THAN PC-PERIOD-START
006769             AND WS-TERM-DATE NOT GREATER THAN PC-PERIOD-END
006769         SET WS-CAL-FOUND TO TRUE
006769     END-IF.
006769 6060-EXIT.
006769     EXIT.
006769
006770*-----------------------------------------------------------------
006770*  6070-DATE-TO-SERIAL.
006770*  TURNS A CCYYMMDD DATE INTO A DAY SERIAL ON THE 30/360
006770*  CONVENTION (EVERY MONTH COUNTS 30 DAYS).
006770*-----------------------------------------------------------------
006770 6070-DATE-TO-SERIAL.
006770     COMPUTE WS-DATE-SERIAL =
006770         (WS-DW-CCYY * 360) + ((WS-DW-MM - 1) * 30)
006770         + WS-DW-DD.
006770 6070-EXIT.
006768     EXIT.

006710*-----------------------------------------------------------------
006720*  7000-FIND-BY-NAME.
