000300*       - QUEUES THE EMPLOYEE ON THE CHKQUEUE FILE SO THE NEXT
000310*         CHECKPRT STEP PRINTS A REPLACEMENT CHECK, AND
000320*       - PRINTS A RETURNS REPORT WITH CONTROL TOTALS.
000322*
000324*     A RETURN AGAINST AN ACCOUNT ON THE DEPACCT DEPOSIT-ACCOUNT
000326*     FILE SETS THAT ACCOUNT TO R SO BANKXTRT SENDS NOTHING MORE
000328*     THERE UNTIL IT IS RE-KEYED, AND THE MASTER'S ROUTING IS
000330*     ONLY ZEROED WHEN IT IS THE ACCOUNT THE BANK RETURNED. A
000332*     RETURNED PRENOTE (ZERO AMOUNT) MOVED NO MONEY - IT CLOSES
000334*     THE ACCOUNT BUT MARKS NO HISTORY AND QUEUES NO CHECK. A
000336*     RETURN OF ONLY PART OF A SPLIT NET LEAVES THE HISTORY LINE
000338*     ALONE - THE EMPLOYEE WAS PAID THE REST - AND QUEUES A CHECK
000339*     FOR THE RETURNED SHARE.
000330*
000340*     RETURN FILE LAYOUT (ONE 52-BYTE RECORD PER RETURN):
000350*         EMP NO 9(5), ROUTING 9(9), ACCOUNT X(17),
000447*                   BEFORE AND AFTER IMAGES WHEN IT ZEROES A BAD
000448*                   ROUTING, SO THE CLEARED BANK DETAILS CAN BE
000449*                   RECONSTRUCTED.
000449*  10/14/26   RCA   JOURNAL IMAGES WIDENED TO 140 BYTES FOR THE
000449*                   PAY-GROUP CODE ON EMPREC.
000449*  10/14/26   RCA   A RETURN AGAINST A DEPACCT DEPOSIT ACCOUNT
000449*                   SETS THAT ACCOUNT TO R; THE MASTER ROUTING IS
000449*                   ZEROED ONLY WHEN IT IS THE ACCOUNT RETURNED. A
000449*                   RETURNED ZERO-DOLLAR PRENOTE QUEUES NO CHECK,
000449*                   AND ONLY A RETURN OF THE WHOLE NET MARKS THE
000449*                   HISTORY LINE.
000449*  10/14/26   RCA   A RETURN AGAINST A DEPACCT DEPOSIT ACCOUNT
000449*                   SETS THAT ACCOUNT TO R; THE MASTER ROUTING IS
000449*                   ZEROED ONLY WHEN IT IS THE ACCOUNT RETURNED. A
000449*                   RETURNED ZERO-DOLLAR PRENOTE QUEUES NO CHECK,
000449*                   AND ONLY A RETURN OF THE WHOLE NET MARKS THE
000449*                   HISTORY LINE.
000449*  10/14/26   RCA   JOURNAL IMAGES WIDENED TO 142 BYTES FOR THE
000449*                   COMPANY CODE ON EMPREC.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. BANKRTRN.
000720         FILE STATUS IS WS-CHKQUEUE-STATUS.
000730     SELECT RETURNS-REPORT ASSIGN TO "BANKRTNR"
000740         ORGANIZATION IS SEQUENTIAL.
000742     SELECT DEPOSIT-ACCOUNT-FILE ASSIGN TO "DEPACCT"
000744         ORGANIZATION IS INDEXED
000746         ACCESS MODE IS DYNAMIC
000748         RECORD KEY IS DA-ACCT-KEY
000749         FILE STATUS IS WS-DEPACCT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
001040 FD  RETURNS-REPORT
001050     LABEL RECORDS ARE STANDARD.
001060 01  RPT-LINE                    PIC X(80).
001062
001064 FD  DEPOSIT-ACCOUNT-FILE
001066     LABEL RECORDS ARE STANDARD.
001068     COPY DEPACCT.
001070
001080 WORKING-STORAGE SECTION.
001090 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001130 01  WS-PAYHIST-STATUS            PIC X(02) VALUE SPACES.
001140 01  WS-CHKQUEUE-STATUS           PIC X(02) VALUE SPACES.
001150     88  WS-CHKQUEUE-NOT-FOUND               VALUE "35".
001152 01  WS-DEPACCT-STATUS            PIC X(02) VALUE SPACES.
001154 01  WS-DEPACCT-OPEN-SW           PIC X(01) VALUE "N".
001156     88  WS-DEPACCT-OPEN                     VALUE "Y".
001158 01  WS-DA-EOF-SW                 PIC X(01) VALUE "N".
001159     88  WS-DA-EOF                           VALUE "Y".
001160 01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
001160
001170*  THE 44-BYTE BANK RECORD IS PARSED THROUGH THIS DETAIL
001180*  OVERLAY - THE SAME LAYOUT BANKXTRT WRITES.
001190 01  WS-BANK-DETAIL.
001200     05  BD-REC-TYPE             PIC X(01).
001210         88  BD-IS-DETAIL                    VALUE "D" "P".
001220     05  BD-EMP-NO               PIC 9(05).
001230     05  BD-ROUTING              PIC 9(09).
001240     05  BD-ACCOUNT              PIC X(17).
001320     05  WS-RTN-ENTRY             OCCURS 100 TIMES.
001330         10  WS-RTN-EMP-NO        PIC 9(05).
001340         10  WS-RTN-ROUTING       PIC 9(09).
001345         10  WS-RTN-ACCOUNT       PIC X(17).
001350         10  WS-RTN-AMOUNT        PIC 9(09)V99.
001360         10  WS-RTN-REASON        PIC X(02).
001370         10  WS-RTN-RUN-DATE      PIC 9(08).
001380         10  WS-RTN-MATCHED-SW    PIC X(01).
001390         10  WS-RTN-MARKED-SW     PIC X(01).
001400         10  WS-RTN-CLEARED-SW    PIC X(01).
001402         10  WS-RTN-ACCT-SW       PIC X(01).
001404         10  WS-RTN-QUEUED-SW     PIC X(01).
001410 01  WS-RTN-COUNT                 PIC 9(03) VALUE ZERO.
001420 01  WS-RTN-SUB                   PIC 9(03) VALUE ZERO.
001430 01  WS-RTN-FULL-SW               PIC X(01) VALUE "N".
001470 01  WS-MARKED-COUNT              PIC 9(03) VALUE ZERO.
001480 01  WS-CLEARED-COUNT             PIC 9(03) VALUE ZERO.
001490 01  WS-QUEUED-COUNT              PIC 9(03) VALUE ZERO.
001495 01  WS-ACCT-CLOSED-COUNT         PIC 9(03) VALUE ZERO.
001500 01  WS-RETURN-TOTAL              PIC 9(11)V99 VALUE ZERO.
001510
001520 01  WS-AUDIT-PROGRAM-ID          PIC X(08) VALUE "BANKRTRN".
001553 01  WS-LOCK-HELD-SW              PIC X(01) VALUE "N".
001554     88  WS-LOCK-HELD                        VALUE "Y".
001555 01  WS-JRNL-EMP-NO               PIC 9(05) VALUE ZERO.
001556 01  WS-BEFORE-IMAGE              PIC X(142) VALUE SPACES.
001557 01  WS-AFTER-IMAGE               PIC X(142) VALUE SPACES.
001560
001570 01  WS-RPT-HEADING-1.
001580     05  FILLER                  PIC X(20)
002650     ADD 1 TO WS-RTN-COUNT.
002660     MOVE RT-EMP-NO   TO WS-RTN-EMP-NO(WS-RTN-COUNT).
002670     MOVE RT-ROUTING  TO WS-RTN-ROUTING(WS-RTN-COUNT).
002675     MOVE RT-ACCOUNT  TO WS-RTN-ACCOUNT(WS-RTN-COUNT).
002680     MOVE RT-AMOUNT   TO WS-RTN-AMOUNT(WS-RTN-COUNT).
002690     MOVE RT-REASON   TO WS-RTN-REASON(WS-RTN-COUNT).
002700     MOVE RT-RUN-DATE TO WS-RTN-RUN-DATE(WS-RTN-COUNT).
002710     MOVE "N"         TO WS-RTN-MATCHED-SW(WS-RTN-COUNT).
002720     MOVE "N"         TO WS-RTN-MARKED-SW(WS-RTN-COUNT).
002730     MOVE "N"         TO WS-RTN-CLEARED-SW(WS-RTN-COUNT).
002732     MOVE "N"         TO WS-RTN-ACCT-SW(WS-RTN-COUNT).
002734     MOVE "N"         TO WS-RTN-QUEUED-SW(WS-RTN-COUNT).
002740     ADD RT-AMOUNT TO WS-RETURN-TOTAL.
002750 1100-EXIT.
002760     EXIT.
003310*  ONE PASS OVER THE PAY HISTORY, OPEN I-O. EVERY REGULAR LINE
003320*  WHOSE EMPLOYEE AND RUN DATE MATCH A RETURN IS REWRITTEN IN
003330*  PLACE AS TYPE X, SO THE HISTORY NO LONGER CLAIMS THE
003340*  EMPLOYEE WAS PAID THAT RUN. ONLY A RETURN OF THE WHOLE NET
003342*  MARKS THE LINE - A RETURNED PRENOTE MOVED NO MONEY, AND A
003344*  RETURNED SHARE OF A SPLIT NET LEAVES THE REST PAID.
003350*-----------------------------------------------------------------
003360 3000-MARK-PAY-HISTORY.
003370     MOVE "N" TO WS-EOF-SW.
003710 3200-TRY-ONE-RETURN.
003720     IF WS-RTN-EMP-NO(WS-RTN-SUB) EQUAL PH-EMP-NO
003730             AND WS-RTN-RUN-DATE(WS-RTN-SUB) EQUAL PH-RUN-DATE
003735             AND WS-RTN-AMOUNT(WS-RTN-SUB) EQUAL PH-NET-PAY
003738             AND WS-RTN-AMOUNT(WS-RTN-SUB) GREATER THAN ZERO
003740             AND WS-RTN-MARKED-SW(WS-RTN-SUB) EQUAL "N"
003750         MOVE "X" TO PH-REC-TYPE
003760         REWRITE PAY-HISTORY-RECORD
003820
003830*-----------------------------------------------------------------
003840*  4000-CLEAR-AND-QUEUE.
003850*  FOR EACH RETURN: SETS THE RETURNED DEPOSIT ACCOUNT TO R,
003860*  ZEROES THE BAD ROUTING NUMBER ON THE MASTER WHEN IT IS THE
003862*  ONE RETURNED, SO THE NEXT RUN SENDS NO DEPOSIT THERE, AND
003864*  QUEUES THE EMPLOYEE FOR A REPLACEMENT CHECK FROM THE NEXT
003870*  CHECKPRT STEP. THE DEPOSIT-ACCOUNT FILE IS OPTIONAL.
003880*-----------------------------------------------------------------
003890 4000-CLEAR-AND-QUEUE.
003895     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003900     OPEN I-O EMPLOYEE-MASTER.
003902     OPEN I-O DEPOSIT-ACCOUNT-FILE.
003904     IF WS-DEPACCT-STATUS EQUAL "00"
003906         SET WS-DEPACCT-OPEN TO TRUE
003908     END-IF.
003910     OPEN EXTEND CHECK-QUEUE-FILE.
003920     IF WS-CHKQUEUE-NOT-FOUND
003930         OPEN OUTPUT CHECK-QUEUE-FILE
004000         UNTIL WS-RTN-SUB GREATER THAN WS-RTN-COUNT.
004010     CLOSE EMPLOYEE-MASTER.
004020     CLOSE CHECK-QUEUE-FILE.
004022     IF WS-DEPACCT-OPEN
004024         CLOSE DEPOSIT-ACCOUNT-FILE
004026     END-IF.
004030 4000-EXIT.
004040     EXIT.
004050
004060 4100-WORK-ONE-RETURN.
004062     IF WS-DEPACCT-OPEN
004064         PERFORM 4200-CLOSE-DEPOSIT-ACCOUNT
004066             THRU 4200-EXIT
004068     END-IF.
004070     MOVE WS-RTN-EMP-NO(WS-RTN-SUB) TO EMP-NO.
004080     READ EMPLOYEE-MASTER
004090         INVALID KEY
004180                 BY CONTENT WS-EXCP-MESSAGE
004190             GO TO 4100-QUEUE
004200     END-READ.
004202     IF EMP-BANK-ROUTING NOT EQUAL WS-RTN-ROUTING(WS-RTN-SUB)
004203             OR EMP-BANK-ACCOUNT
004204                 NOT EQUAL WS-RTN-ACCOUNT(WS-RTN-SUB)
004204         GO TO 4100-QUEUE
004204     END-IF.
004205     MOVE EMP-MASTER-RECORD TO WS-BEFORE-IMAGE.
004210     MOVE ZERO   TO EMP-BANK-ROUTING.
004220     MOVE SPACES TO EMP-BANK-ACCOUNT.
004240     MOVE "Y" TO WS-RTN-CLEARED-SW(WS-RTN-SUB).
004250     ADD 1 TO WS-CLEARED-COUNT.
004260 4100-QUEUE.
004262*  A RETURNED PRENOTE CARRIED NO MONEY - THERE IS NOTHING TO
004264*  REPLACE.
004266     IF WS-RTN-AMOUNT(WS-RTN-SUB) EQUAL ZERO
004268         STRING "PRENOTE RETURNED - EMP "
004270             WS-RTN-EMP-NO(WS-RTN-SUB)
004272             " REASON " WS-RTN-REASON(WS-RTN-SUB)
004274             DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
004276         CALL "AUDITLOG" USING
004278             BY CONTENT WS-AUDIT-PROGRAM-ID
004280             BY CONTENT WS-AUDIT-MESSAGE
004282         GO TO 4100-EXIT
004284     END-IF.
004286     MOVE WS-RTN-EMP-NO(WS-RTN-SUB)   TO CQ-EMP-NO.
004280     MOVE WS-RTN-AMOUNT(WS-RTN-SUB)   TO CQ-AMOUNT.
004290     MOVE WS-RTN-REASON(WS-RTN-SUB)   TO CQ-REASON.
004300     MOVE WS-RTN-RUN-DATE(WS-RTN-SUB) TO CQ-RUN-DATE.
004310     WRITE CHECK-QUEUE-RECORD.
004320     ADD 1 TO WS-QUEUED-COUNT.
004325     MOVE "Y" TO WS-RTN-QUEUED-SW(WS-RTN-SUB).
004330     STRING "DEPOSIT RETURNED - EMP "
004340         WS-RTN-EMP-NO(WS-RTN-SUB)
004350         " REASON " WS-RTN-REASON(WS-RTN-SUB)
004400         BY CONTENT WS-AUDIT-MESSAGE.
004410 4100-EXIT.
004420     EXIT.
004422
004424*-----------------------------------------------------------------
004426*  4200-CLOSE-DEPOSIT-ACCOUNT.
004428*  FINDS THE EMPLOYEE'S DEPOSIT ACCOUNT THE BANK RETURNED, BY
004430*  ROUTING AND ACCOUNT NUMBER, AND SETS IT TO R WITH THE
004432*  RETURN REASON. NO MATCH SIMPLY MEANS THE DEPOSIT WENT TO THE
004434*  MASTER'S ACCOUNT.
004436*-----------------------------------------------------------------
004438 4200-CLOSE-DEPOSIT-ACCOUNT.
004440     MOVE "N" TO WS-DA-EOF-SW.
004442     MOVE WS-RTN-EMP-NO(WS-RTN-SUB) TO DA-EMP-NO.
004444     MOVE ZERO TO DA-SEQ.
004446     START DEPOSIT-ACCOUNT-FILE
004448         KEY IS NOT LESS THAN DA-ACCT-KEY
004450         INVALID KEY
004452             GO TO 4200-EXIT
004454     END-START.
004456     PERFORM 4210-TRY-ONE-ACCOUNT
004458         THRU 4210-EXIT
004460         UNTIL WS-DA-EOF.
004462 4200-EXIT.
004464     EXIT.
004466
004468*  THE SCAN ENDS ON A MATCH, WHEN THE EMPLOYEE CHANGES, AT END
004470*  OF FILE, OR ON ANY NON-ZERO FILE STATUS.
004472 4210-TRY-ONE-ACCOUNT.
004474     READ DEPOSIT-ACCOUNT-FILE NEXT RECORD
004476         AT END
004478             SET WS-DA-EOF TO TRUE
004480             GO TO 4210-EXIT
004482     END-READ.
004484     IF WS-DEPACCT-STATUS NOT EQUAL "00"
004486             OR DA-EMP-NO NOT EQUAL WS-RTN-EMP-NO(WS-RTN-SUB)
004488         SET WS-DA-EOF TO TRUE
004490         GO TO 4210-EXIT
004492     END-IF.
004494     IF DA-ROUTING NOT EQUAL WS-RTN-ROUTING(WS-RTN-SUB)
004496             OR DA-ACCOUNT NOT EQUAL WS-RTN-ACCOUNT(WS-RTN-SUB)
004498         GO TO 4210-EXIT
004500     END-IF.
004502     MOVE "R"                       TO DA-STATUS.
004504     MOVE WS-RTN-REASON(WS-RTN-SUB) TO DA-RETURN-REASON.
004506     MOVE WS-RUN-DATE               TO DA-LAST-CHANGE.
004508     REWRITE DEPOSIT-ACCOUNT-RECORD.
004510     MOVE "Y" TO WS-RTN-ACCT-SW(WS-RTN-SUB).
004512     ADD 1 TO WS-ACCT-CLOSED-COUNT.
004514     SET WS-DA-EOF TO TRUE.
004516 4210-EXIT.
004518     EXIT.
004430
004440*-----------------------------------------------------------------
004450*  5000-PRINT-REPORT.
004760     MOVE WS-CLEARED-COUNT          TO RPT-TOTAL-COUNT.
004770     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004780         AFTER ADVANCING 1 LINE.
004785     MOVE "DEPOSIT ACCOUNTS CLOSED" TO RPT-TOTAL-LABEL.
004786     MOVE WS-ACCT-CLOSED-COUNT      TO RPT-TOTAL-COUNT.
004787     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004788         AFTER ADVANCING 1 LINE.
004790     MOVE "CHECKS QUEUED"           TO RPT-TOTAL-LABEL.
004800     MOVE WS-QUEUED-COUNT           TO RPT-TOTAL-COUNT.
004810     WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE
004970     MOVE WS-RTN-REASON(WS-RTN-SUB)   TO RPT-REASON.
004980     MOVE SPACES TO RPT-DISPOSITION.
004990     STRING "EXTRACT " WS-RTN-MATCHED-SW(WS-RTN-SUB)
005000         " HIST " WS-RTN-MARKED-SW(WS-RTN-SUB)
005010         " MAST " WS-RTN-CLEARED-SW(WS-RTN-SUB)
005015         " ACCT " WS-RTN-ACCT-SW(WS-RTN-SUB)
005020         " QUEUED " WS-RTN-QUEUED-SW(WS-RTN-SUB)
005030         DELIMITED BY SIZE INTO RPT-DISPOSITION.
005040     WRITE RPT-LINE FROM WS-RPT-DETAIL-LINE
005050         AFTER ADVANCING 1 LINE.
